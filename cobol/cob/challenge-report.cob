       >>source format is free
identification division.
program-id. challenge-report.
environment division.
input-output section.
file-control.
    select daily-challenge-file assign to "dailychallenge.dat"
        organization is line sequential
        file status is dc-status.
    select month-work-file assign to "challenge-month.wrk"
        organization is line sequential
        file status is mw-status.
    select day-sort-file assign to "challenge-day.srt".
    select player-sort-file assign to "challenge-player.srt".
    select month-sort-file assign to "challenge-month.srt".
data division.
file section.
fd daily-challenge-file.
copy "daily-challenge.cpy".

*> One row per player per tier with their month-to-date totals,
*> re-sorted into table order for the monthly standings.
fd month-work-file.
01 month-work-record.
    05 mw-range-max      pic 99.
    05 mw-player-name    pic x(20).
    05 mw-days           pic 9(5).
    05 mw-wins           pic 9(5).
    05 mw-losses         pic 9(5).
    05 mw-unfinished     pic 9(5).
    05 mw-attempts       pic 9(7).
    05 mw-ticks          pic 9(9).

*> The day's entrants in board order. ds-finish: 1 won, 2 lost,
*> 3 did not finish - a win always outranks a loss, whatever the
*> attempts, and a round still open (or swept after being abandoned)
*> ranks below both.
sd day-sort-file.
01 day-sort-record.
    05 ds-range-max      pic 99.
    05 ds-finish         pic 9.
    05 ds-attempts       pic 99.
    05 ds-ticks          pic 999.
    05 ds-player-name    pic x(20).

*> The month's rows, each player's days together.
sd player-sort-file.
01 player-sort-record.
    05 ps-range-max      pic 99.
    05 ps-player-name    pic x(20).
    05 ps-date           pic 9(8).
    05 ps-finish         pic 9.
    05 ps-attempts       pic 99.
    05 ps-ticks          pic 999.

sd month-sort-file.
01 month-sort-record.
    05 ms-range-max      pic 99.
    05 ms-player-name    pic x(20).
    05 ms-days           pic 9(5).
    05 ms-wins           pic 9(5).
    05 ms-losses         pic 9(5).
    05 ms-unfinished     pic 9(5).
    05 ms-attempts       pic 9(7).
    05 ms-ticks          pic 9(9).

working-storage section.
01 dc-status             pic xx value spaces.
01 mw-status             pic xx value spaces.

*> Run parameter - the challenge day to report, default today. The
*> monthly table runs from the first of that month to the day itself.
01 date-param            pic x(8) value spaces.
01 report-date           pic 9(8) value 0.
01 report-month          pic 9(6) value 0.
01 bad-parm-flag         pic 9 value 0.

01 month-work-path       pic x(40) value "challenge-month.wrk".

01 sort-eof-flag         pic 9 value 0.
01 finish-code           pic 9 value 0.
01 day-entrants          pic 9(5) value 0.
01 month-rows            pic 9(7) value 0.

*> Board printing - the tier heading goes out on the first row of each
*> tier; equal results share a rank, the next distinct one takes its
*> place in line.
01 prev-range-max        pic 99 value 0.
01 tier-label            pic x(6).
01 tier-place            pic 9(5) value 0.
01 tier-rank             pic 9(5) value 0.
01 prev-finish           pic 9 value 0.
01 prev-attempts         pic 9(7) value 0.
01 prev-ticks            pic 9(9) value 0.
01 prev-wins             pic 9(5) value 0.

*> Month pass - one player's running totals.
01 pm-range-max          pic 99 value 0.
01 pm-player-name        pic x(20) value spaces.
01 pm-days               pic 9(5) value 0.
01 pm-wins               pic 9(5) value 0.
01 pm-losses             pic 9(5) value 0.
01 pm-unfinished         pic 9(5) value 0.
01 pm-attempts           pic 9(7) value 0.
01 pm-ticks              pic 9(9) value 0.

01 rank-disp             pic zzzz9.
01 attempts-disp         pic z9.
01 ticks-disp            pic zz9.
01 result-label          pic x(4).
01 days-disp             pic zzzz9.
01 wins-disp             pic zzzz9.
01 losses-disp           pic zzzz9.
01 dnf-disp              pic zzzz9.
01 sum-attempts-disp     pic zzzzzz9.
01 sum-ticks-disp        pic zzzzzzzz9.

procedure division.
main.
  perform get-parameters
  if bad-parm-flag = 0
    move report-date(1:6) to report-month
    display "===== DAILY CHALLENGE - " report-date " ====="
    sort day-sort-file
        on ascending key ds-range-max ds-finish ds-attempts
        on descending key ds-ticks
        on ascending key ds-player-name
        input procedure is release-day-rows
        output procedure is print-day-board
    if day-entrants = 0
      display "No challenge rounds on file for " report-date
    end-if
    display " "
    display "===== CHALLENGE TABLE - MONTH TO DATE " report-month
        " ====="
    open output month-work-file
    if mw-status not = "00"
      move 8 to return-code
      display "Cannot open challenge-month.wrk (status " mw-status
          ") - monthly table not built"
    else
      sort player-sort-file
          on ascending key ps-range-max ps-player-name ps-date
          input procedure is release-month-rows
          output procedure is total-month-rows
      close month-work-file
      sort month-sort-file
          on ascending key ms-range-max
          on descending key ms-wins
          on ascending key ms-attempts
          on descending key ms-ticks
          on ascending key ms-player-name
          using month-work-file
          output procedure is print-month-table
      call "CBL_DELETE_FILE" using month-work-path
      if month-rows = 0
        display "No challenge rounds on file for " report-month
      end-if
    end-if
  end-if
  stop run
  .

get-parameters.
  move 0 to bad-parm-flag
  display 1 upon argument-number
  accept date-param from argument-value
    on exception
      continue
  end-accept
  if date-param = spaces
    move function current-date(1:8) to report-date
  else
    if date-param is numeric
      move date-param to report-date
      if function test-date-yyyymmdd(report-date) not = 0
        move 1 to bad-parm-flag
      end-if
    else
      move 1 to bad-parm-flag
    end-if
  end-if
  if bad-parm-flag = 1
*> Nonzero so a typo'd run-control step audits FAIL in the driver
*> instead of OK - the same contract archive-gamelog honours.
    move 8 to return-code
    display "Usage: challenge-report [YYYYMMDD]"
    display "Ranks the day's daily-challenge entrants on each tier -"
    display "winners first, fewest attempts, then most ticks left -"
    display "and prints the month-to-date challenge table up to that"
    display "day. The day defaults to today."
  end-if
  .

tier-name.
  evaluate prev-range-max
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

*> Only a finished row has a result to rank; one still "started" is a
*> round that was abandoned, or is still in play.
set-finish.
  evaluate true
    when dc-finished and dc-win-flag = 1
      move 1 to finish-code
    when dc-finished
      move 2 to finish-code
    when other
      move 3 to finish-code
  end-evaluate
  .

*> ---------------------------------------------------------------
*> The day's board
*> ---------------------------------------------------------------
*> A voided result is off the board. The day's attempt is still spent -
*> main finds the row either way - but it is not ranked.
release-day-rows.
  open input daily-challenge-file
  if dc-status = "00"
    perform until dc-status not = "00"
      read daily-challenge-file next record
        at end
          continue
        not at end
          if dc-date = report-date and not dc-voided
            perform set-finish
            move finish-code to ds-finish
            move dc-range-max to ds-range-max
            move dc-player-name to ds-player-name
            if ds-finish = 3
              move 0 to ds-attempts
              move 0 to ds-ticks
            else
              move dc-attempts-used to ds-attempts
              move dc-ticks-left to ds-ticks
            end-if
            release day-sort-record
          end-if
      end-read
    end-perform
    close daily-challenge-file
  end-if
  .

print-day-board.
  move 0 to sort-eof-flag
  move 0 to prev-range-max
  perform until sort-eof-flag = 1
    return day-sort-file
      at end
        move 1 to sort-eof-flag
      not at end
        perform print-day-row
    end-return
  end-perform
  .

print-day-row.
  add 1 to day-entrants
  if ds-range-max not = prev-range-max or day-entrants = 1
    move ds-range-max to prev-range-max
    perform tier-name
    display " "
    display "----- " function trim(tier-label) " (1-" ds-range-max
        ") -----"
    display " Rank  Name                  Result  Attempts  Ticks left"
    move 0 to tier-place
    move 0 to prev-finish
  end-if
  add 1 to tier-place
  if ds-finish not = prev-finish or ds-attempts not = prev-attempts
      or ds-ticks not = prev-ticks
    move tier-place to tier-rank
    move ds-finish to prev-finish
    move ds-attempts to prev-attempts
    move ds-ticks to prev-ticks
  end-if
  evaluate ds-finish
    when 1
      move "WIN" to result-label
    when 2
      move "LOSS" to result-label
    when other
      move "DNF" to result-label
  end-evaluate
  if ds-finish = 3
    display "    -  " ds-player-name "  " result-label
  else
    move tier-rank to rank-disp
    move ds-attempts to attempts-disp
    move ds-ticks to ticks-disp
    display rank-disp "  " ds-player-name "  " result-label
        "          " attempts-disp "         " ticks-disp
  end-if
  .

*> ---------------------------------------------------------------
*> The month-to-date table
*> ---------------------------------------------------------------
release-month-rows.
  open input daily-challenge-file
  if dc-status = "00"
    perform until dc-status not = "00"
      read daily-challenge-file next record
        at end
          continue
        not at end
          if dc-date(1:6) = report-month(1:6)
              and dc-date <= report-date
              and not dc-voided
            perform set-finish
            move finish-code to ps-finish
            move dc-range-max to ps-range-max
            move dc-player-name to ps-player-name
            move dc-date to ps-date
            move dc-attempts-used to ps-attempts
            move dc-ticks-left to ps-ticks
            release player-sort-record
          end-if
      end-read
    end-perform
    close daily-challenge-file
  end-if
  .

*> An unfinished day is charged the full five attempts with no ticks
*> left - never better than a loss - so walking away from a bad start
*> cannot climb the table.
total-month-rows.
  move 0 to sort-eof-flag
  move spaces to pm-player-name
  perform until sort-eof-flag = 1
    return player-sort-file
      at end
        move 1 to sort-eof-flag
      not at end
        if ps-range-max not = pm-range-max
            or ps-player-name not = pm-player-name
          perform write-month-total
          move ps-range-max to pm-range-max
          move ps-player-name to pm-player-name
          move 0 to pm-days
          move 0 to pm-wins
          move 0 to pm-losses
          move 0 to pm-unfinished
          move 0 to pm-attempts
          move 0 to pm-ticks
        end-if
        add 1 to pm-days
        evaluate ps-finish
          when 1
            add 1 to pm-wins
          when 2
            add 1 to pm-losses
          when other
            add 1 to pm-unfinished
        end-evaluate
        if ps-finish = 3
          add 5 to pm-attempts
        else
          add ps-attempts to pm-attempts
          add ps-ticks to pm-ticks
        end-if
    end-return
  end-perform
  perform write-month-total
  .

write-month-total.
  if pm-player-name not = spaces
    move pm-range-max to mw-range-max
    move pm-player-name to mw-player-name
    move pm-days to mw-days
    move pm-wins to mw-wins
    move pm-losses to mw-losses
    move pm-unfinished to mw-unfinished
    move pm-attempts to mw-attempts
    move pm-ticks to mw-ticks
    write month-work-record
  end-if
  .

print-month-table.
  move 0 to sort-eof-flag
  move 0 to prev-range-max
  perform until sort-eof-flag = 1
    return month-sort-file
      at end
        move 1 to sort-eof-flag
      not at end
        perform print-month-row
    end-return
  end-perform
  .

*> Most wins first, then fewest attempts over the month, then most
*> ticks left - the day's order, carried across the month.
print-month-row.
  add 1 to month-rows
  if ms-range-max not = prev-range-max or month-rows = 1
    move ms-range-max to prev-range-max
    perform tier-name
    display " "
    display "----- " function trim(tier-label) " (1-" ms-range-max
        ") -----"
    display " Rank  Name                    Days   Wins Losses    DNF"
        "  Attempts  Ticks left"
    move 0 to tier-place
    move 99999 to prev-wins
  end-if
  add 1 to tier-place
  if ms-wins not = prev-wins or ms-attempts not = prev-attempts
      or ms-ticks not = prev-ticks
    move tier-place to tier-rank
    move ms-wins to prev-wins
    move ms-attempts to prev-attempts
    move ms-ticks to prev-ticks
  end-if
  move tier-rank to rank-disp
  move ms-days to days-disp
  move ms-wins to wins-disp
  move ms-losses to losses-disp
  move ms-unfinished to dnf-disp
  move ms-attempts to sum-attempts-disp
  move ms-ticks to sum-ticks-disp
  display rank-disp "  " ms-player-name " " days-disp "  " wins-disp
      "  " losses-disp "  " dnf-disp "   " sum-attempts-disp
      "   " sum-ticks-disp
  .

  end program challenge-report.
