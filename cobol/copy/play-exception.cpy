*> play-exception.cpy - one record per suspicious-play flag raised by
*> play-exceptions, rebuilt from scratch on every run. px-seed plus
*> px-range-max is the round key round-replay takes, so every flag can
*> be pulled up and reviewed before season-close freezes the standings.
*> Rules:
*>   FIRST-GUESS  first-guess wins on a tier far beyond chance
*>   FAST-WIN     a win that used almost no ticks of the counter
*>   HINT-DEFY    a win whose guesses went against every hint
*>   DUP-SESSION  one name holding two sessions at once
*>   IDLE-SEAT    a match won against a seat that never guessed, from
*>                an opponent the winner keeps picking
01 play-exception-record.
    05 px-run-date      pic 9(8).
    05 px-rule          pic x(12).
    05 px-player-name   pic x(20).
    05 px-seed          pic 9(16).
    05 px-range-max     pic 99.
    05 px-detail        pic x(60).
