       >>source format is free
identification division.
program-id. season-report.
environment division.
    select season-history-file assign to "seasonhistory.dat"
        organization is line sequential
        file status is sh-status.
    select tournament-file assign to "tournament.dat"
        organization is line sequential
        file status is tn-status.
data division.
file section.
fd season-history-file.
copy "season-history.cpy".

fd tournament-file.
copy "tournament.cpy".

working-storage section.
01 sh-status             pic xx value spaces.
01 tn-status             pic xx value spaces.
01 champions-seen        pic 9(4) value 0.
01 seasons-seen          pic 9(4) value 0.
01 current-season        pic x(8) value spaces.
01 tier-label            pic x(6).
  if seasons-seen = 0
    display "No seasons closed yet - run season-close at period end."
  end-if
  perform print-tournament-champions
  stop run
  .

  end-if
  .

*> Tournament champions hang beside the season winners - every
*> finished tournament in the order they were created.
print-tournament-champions.
  display " "
  display "===== TOURNAMENT CHAMPIONS ====="
  open input tournament-file
  if tn-status = "00"
    perform until tn-status not = "00"
      read tournament-file next record
        at end
          continue
        not at end
          if tn-finished
            perform print-champion-row
          end-if
      end-read
    end-perform
    close tournament-file
  end-if
  if champions-seen = 0
    display "No tournaments finished yet."
  end-if
  .

print-champion-row.
  add 1 to champions-seen
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
  display "  " tn-tourn-id " " tier-label " " tn-champion
      " (final " tn-finished-on ")"
  .

  end program season-report.
