       >>source format is free
identification division.
program-id. tournament-report.
environment division.
input-output section.
file-control.
    select tournament-file assign to "tournament.dat"
        organization is line sequential
        file status is tn-status.
    select entry-file assign to "tournentry.dat"
        organization is line sequential
        file status is te-status.
    select bracket-file assign to "bracket.dat"
        organization is line sequential
        file status is bk-status.
data division.
file section.
fd tournament-file.
copy "tournament.cpy".

fd entry-file.
copy "tourn-entry.cpy".

fd bracket-file.
copy "bracket.cpy".

working-storage section.
01 tn-status             pic xx value spaces.
01 te-status             pic xx value spaces.
01 bk-status             pic xx value spaces.

*> Run parameter - one tournament id, default every tournament on
*> file, finished ones included.
01 id-param              pic x(8) value spaces.
01 tournaments-shown     pic 9(5) value 0.

*> Bracket printing - rows come off bracket.dat in round and slot
*> order, so a round heading goes out on the first row of each round.
*> The last round of a bracket of tn-size is the final.
01 total-rounds          pic 9 value 0.
01 round-span            pic 99 value 0.
01 prev-round            pic 9 value 0.
01 round-disp            pic 9.
01 entrant-count         pic 99 value 0.

01 tier-label            pic x(6).
01 state-label           pic x(8).
01 round-label           pic x(14).
01 seat-1-text           pic x(26).
01 seat-2-text           pic x(26).
01 result-text           pic x(40).
01 seed-disp             pic z9.
01 count-disp            pic z9.
01 size-disp             pic z9.
01 draws-disp            pic z9.

procedure division.
main.
  display 1 upon argument-number
  accept id-param from argument-value
    on exception
      continue
  end-accept
  open input tournament-file
  if tn-status not = "00"
    display "No tournaments on file (tournament.dat status " tn-status ")"
  else
    perform until tn-status not = "00"
      read tournament-file next record
        at end
          continue
        not at end
*> Matched exactly, as tournament-maint keys it - Q1 and q1 are two
*> tournaments there, so they are two here.
          if id-param = spaces or tn-tourn-id = id-param
            perform print-tournament
          end-if
      end-read
    end-perform
    close tournament-file
  end-if
  if id-param not = spaces and tournaments-shown = 0
*> Nonzero so a typo'd run-control step audits FAIL in the driver
*> instead of OK - the same contract archive-gamelog honours.
    move 8 to return-code
    display "Tournament " function trim(id-param) " is not on file"
    display "Usage: tournament-report [<id>]"
    display "Prints each tournament's bracket - pairings, seeds,"
    display "results and champion - or just the one named."
  end-if
  stop run
  .

print-tournament.
  add 1 to tournaments-shown
  perform name-tier
  evaluate true
    when tn-entered
      move "ENTERED" to state-label
    when tn-drawn
      move "IN PLAY" to state-label
    when tn-finished
      move "FINISHED" to state-label
    when other
      move "?" to state-label
  end-evaluate
  move tn-entrants to count-disp
  display " "
  display "===== TOURNAMENT " function trim(tn-tourn-id) " ====="
  display "Tier: " function trim(tier-label) "  State: "
      function trim(state-label) "  Entrants: " count-disp
      "  Created: " tn-created
  if tn-entered
    perform print-entrants
  else
    move tn-size to size-disp
    display "Bracket: " size-disp
    move 0 to total-rounds
    move 1 to round-span
    perform until round-span >= tn-size
      add 1 to total-rounds
      compute round-span = round-span * 2
    end-perform
    perform print-bracket
    if tn-finished
      display " "
      display "Champion: " function trim(tn-champion)
          "  (final played " tn-finished-on ")"
    end-if
  end-if
  .

name-tier.
  evaluate tn-range-max
    when 9
      move "EASY" to tier-label
    when 50
      move "MEDIUM" to tier-label
    when 99
      move "HARD" to tier-label
    when other
      move "?" to tier-label
  end-evaluate
  .

*> Not yet drawn - the entrant list is all there is to show.
print-entrants.
  display "Not yet drawn. Entrants:"
  move 0 to entrant-count
  open input entry-file
  if te-status = "00"
    perform until te-status not = "00"
      read entry-file next record
        at end
          continue
        not at end
          if te-tourn-id = tn-tourn-id
            add 1 to entrant-count
            display "  " te-player-name
          end-if
      end-read
    end-perform
    close entry-file
  end-if
  if entrant-count = 0
    display "  (none on file)"
  end-if
  .

print-bracket.
  move 0 to prev-round
  open input bracket-file
  if bk-status not = "00"
    display "No bracket on file (bracket.dat status " bk-status ")"
  else
    perform until bk-status not = "00"
      read bracket-file next record
        at end
          continue
        not at end
          if bk-tourn-id = tn-tourn-id
            if bk-round not = prev-round
              move bk-round to prev-round
              perform print-round-heading
            end-if
            perform print-bracket-match
          end-if
      end-read
    end-perform
    close bracket-file
  end-if
  .

print-round-heading.
  evaluate true
    when bk-round = total-rounds
      move "Final" to round-label
    when bk-round + 1 = total-rounds
      move "Semi-finals" to round-label
    when bk-round + 2 = total-rounds
      move "Quarter-finals" to round-label
    when other
      move bk-round to round-disp
      move spaces to round-label
      string "Round " round-disp into round-label
  end-evaluate
  display " "
  display function trim(round-label) ":"
  .

print-bracket-match.
  move spaces to seat-1-text
  if bk-player-1 = spaces
    move "(winner to come)" to seat-1-text
  else
    move bk-seed-nb-1 to seed-disp
    string "(" seed-disp ") " bk-player-1 into seat-1-text
  end-if
  move spaces to seat-2-text
  if bk-player-2 = spaces
    move "(winner to come)" to seat-2-text
  else
    move bk-seed-nb-2 to seed-disp
    string "(" seed-disp ") " bk-player-2 into seat-2-text
  end-if
  move spaces to result-text
  move bk-draws to draws-disp
  evaluate true
    when bk-bye
      display "  " seat-1-text "  bye"
    when bk-decided
      if bk-draws = 0
        string function trim(bk-winner) " won" into result-text
      else
        string function trim(bk-winner) " won ("
               function trim(draws-disp) " drawn before)" into result-text
      end-if
      display "  " seat-1-text " v " seat-2-text "  "
          function trim(result-text)
    when bk-ready
      if bk-draws = 0
        move "to be played" to result-text
      else
        string "drawn " function trim(draws-disp)
               " - to be replayed" into result-text
      end-if
      display "  " seat-1-text " v " seat-2-text "  "
          function trim(result-text)
    when other
      display "  " seat-1-text " v " seat-2-text
  end-evaluate
  .

  end program tournament-report.
