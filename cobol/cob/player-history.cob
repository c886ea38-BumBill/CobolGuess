       >>source format is free
identification division.
program-id. player-history.
environment division.
01 rounds-listed         pic 9(7) value 0.
01 rounds-won            pic 9(7) value 0.
01 rounds-lost           pic 9(7) value 0.
01 rounds-voided         pic 9(7) value 0.
01 tier-label            pic x(6).
01 outcome-label         pic x(4).
01 kind-label            pic x(9).
01 target-disp           pic z9.
01 guess-disp            pic z9.
01 counter-disp          pic zz9.
    if from-param not = spaces or to-param not = spaces
      display "Date range: " from-date " - " to-date
    end-if
    display "Date      Tier    Target  Guess  Outcome  Counter  Kind"
*> Archives first (they hold the older rounds, in the order they were
*> cut), then the live file, so the listing reads oldest to newest.
    perform varying archive-idx from 1 by 1
      = function upper-case(function trim(name-param))
    move gl-seed(1:8) to row-date
    if row-date >= from-date and row-date <= to-date
*> A voided round is off the player's record - counted below so the
*> player can see one was taken back, but not listed as played.
      if gl-void-round
        add 1 to rounds-voided
      else
        perform print-history-row
      end-if
    end-if
  end-if
  .
  move gl-target-nb to target-disp
  move gl-final-guess to guess-disp
  move gl-end-counter to counter-disp
*> Challenge rounds are listed with the rest - they are still rounds the
*> player played - but marked, since they sit on the challenge board
*> rather than the tier's leaderboard.
  if gl-challenge-round
    move "CHALLENGE" to kind-label
  else
    move spaces to kind-label
  end-if
  display row-date "  " tier-label "  " target-disp "      "
      guess-disp "    " outcome-label "     " counter-disp "      "
      kind-label
  .

print-summary.
  display " "
  display "Rounds listed: " rounds-listed
      " (won " rounds-won ", lost " rounds-lost ")"
  if rounds-voided > 0
    display "Voided rounds left out: " rounds-voided
  end-if
  if rounds-listed = 0
    display "No rounds found for " function trim(name-param)
        " in gamelog.dat or any listed archive."
