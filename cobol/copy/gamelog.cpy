*> gamelog.cpy - shared game history record, one record per completed
*> round. Read sequentially by guess-report and appended to by main.
*> gl-void-flag is set only by round-void, which takes a round back
*> without deleting its row; rows written before the flag existed read
*> back with a space there, the same as any round still standing.
*> gl-round-kind is "C" for a daily-challenge round, whose target came
*> from the day's shared challenge draw and whose result goes to the
*> challenge board instead of leaderboard.dat; every other round
*> leaves it blank.
01 game-log-record.
    05 gl-player-name   pic x(20).
    05 gl-seed          pic 9(16).
    05 gl-final-guess   pic 99.
    05 gl-win-flag      pic 9.
    05 gl-end-counter   pic 999.
    05 gl-void-flag     pic x.
        88 gl-void-round    value "V".
    05 gl-round-kind    pic x.
        88 gl-challenge-round value "C".
