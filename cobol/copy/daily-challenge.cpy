*> daily-challenge.cpy - the daily-challenge results file, one record
*> per player per tier per day. main.cob appends the row as "started"
*> the moment the round is drawn, so a player who abandons or restarts
*> has still used the day's one attempt, and rewrites it as finished
*> with the result when the round ends. dc-seed is the round key of the
*> player's own round (gl-seed/dl-seed), for round-replay.
01 daily-challenge-record.
    05 dc-date          pic 9(8).
    05 dc-range-max     pic 99.
    05 dc-player-name   pic x(20).
    05 dc-state         pic x.
        88 dc-started       value "S".
        88 dc-finished      value "F".
        88 dc-voided        value "V".
    05 dc-attempts-used pic 99.
    05 dc-ticks-left    pic 999.
    05 dc-win-flag      pic 9.
    05 dc-seed          pic 9(16).
