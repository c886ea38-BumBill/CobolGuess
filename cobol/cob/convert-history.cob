       >>source format is free
identification division.
program-id. convert-history.
environment division.
    select checkpoint-file assign to "checkpoint.dat"
        organization is line sequential
        file status is cp-status.
    select season-history-file assign to "seasonhistory.dat"
        organization is line sequential
        file status is sh-status.
    select new-season-history-file assign to "seasonhistory.dat.new"
        organization is line sequential
        file status is ns-status.
data division.
file section.
*> The live files are read through raw line buffers, not the current
fd checkpoint-file.
01 checkpoint-line pic x(10).

fd season-history-file.
copy "season-history.cpy".

fd new-season-history-file.
copy "season-history.cpy" replacing ==season-history-record==
    by ==new-season-history-record== leading ==sh-== by ==nsh-==.

working-storage section.
01 og-status             pic xx value spaces.
01 ng-status             pic xx value spaces.
01 ob-status             pic xx value spaces.
01 nb-status             pic xx value spaces.
01 cp-status             pic xx value spaces.
01 sh-status             pic xx value spaces.
01 ns-status             pic xx value spaces.

*> One-off cutover job for the record-layout change that added
*> gl-player-name/gl-range-max to gamelog.cpy and lb-range-max to
01 log-records-out       pic 9(7) value 0.
01 board-records-out     pic 9(7) value 0.

*> sh-closed-at came in after seasons were already being closed, so a
*> site can hold seasonhistory.dat rows with no close stamp and none
*> with one. round-void, team-standings and season-close cannot place
*> a round before or after such a close and refuse to guess.
*> CLOSED-AT <YYYYMMDDHHMMSS> gives those rows the time of the last
*> unstamped close, from the operator's records, and does nothing
*> else - in particular checkpoint.dat is left alone.
01 mode-param            pic x(12) value spaces.
01 stamp-param           pic x(16) value spaces.
01 bad-parm-flag         pic 9 value 0.
01 legacy-close-stamp    pic 9(16) value 0.
01 legacy-close-date     pic 9(8) value 0.
01 now-stamp             pic 9(16) value 0.
01 history-rows          pic 9(7) value 0.
01 unstamped-rows        pic 9(7) value 0.
01 earliest-stamp        pic 9(16) value 0.
01 rows-stamped          pic 9(7) value 0.
01 history-path          pic x(40) value "seasonhistory.dat".
01 new-history-path      pic x(40) value "seasonhistory.dat.new".
01 rename-result         pic s9(9) comp value 0.

procedure division.
main.
  perform get-parameters
  evaluate true
    when bad-parm-flag = 1
      continue
    when mode-param = "CLOSED-AT"
      display "===== SEASON HISTORY CLOSE STAMP ====="
      perform stamp-legacy-closes
    when other
      display "===== HISTORY-FILE LAYOUT CONVERSION ====="
      perform convert-game-log
      perform convert-leaderboard
      perform clear-checkpoint-file
      perform count-history-stamps
      if history-rows > 0 and unstamped-rows = history-rows
        display "seasonhistory.dat: " unstamped-rows " row(s) carry no"
            " close stamp - run convert-history CLOSED-AT"
            " <YYYYMMDDHHMMSS> with the time of the last close"
      end-if
  end-evaluate
  stop run
  .

get-parameters.
  move 0 to bad-parm-flag
  display 1 upon argument-number
  accept mode-param from argument-value
    on exception
      continue
  end-accept
  move function upper-case(mode-param) to mode-param
  if mode-param = "CLOSED-AT"
    display 2 upon argument-number
    accept stamp-param from argument-value
      on exception
        continue
    end-accept
    move function numval(function current-date(1:16)) to now-stamp
    evaluate true
      when stamp-param(1:14) is not numeric
        move 1 to bad-parm-flag
      when stamp-param(15:2) = spaces
        compute legacy-close-stamp
            = function numval(stamp-param(1:14)) * 100
      when stamp-param(15:2) is numeric
        compute legacy-close-stamp = function numval(stamp-param)
      when other
        move 1 to bad-parm-flag
    end-evaluate
    if bad-parm-flag = 0
      move legacy-close-stamp(1:8) to legacy-close-date
      if function test-date-yyyymmdd(legacy-close-date) not = 0
          or legacy-close-stamp > now-stamp
        move 1 to bad-parm-flag
      end-if
    end-if
  else
    if mode-param not = spaces
      move 1 to bad-parm-flag
    end-if
  end-if
  if bad-parm-flag = 1
*> Nonzero so a typo'd run-control step audits FAIL in the driver
*> instead of OK - the same contract archive-gamelog honours.
    move 8 to return-code
    display "Usage: convert-history [CLOSED-AT <YYYYMMDDHHMMSS>]"
    display "With no argument, converts gamelog.dat and leaderboard.dat"
    display "to the current layout and clears checkpoint.dat."
    display "CLOSED-AT stamps the seasonhistory.dat rows written before"
    display "close stamps were kept with the time of the last of those"
    display "closes (a past date and time), and touches nothing else."
  end-if
  .

count-history-stamps.
  move 0 to history-rows
  move 0 to unstamped-rows
  move 0 to earliest-stamp
  open input season-history-file
  if sh-status = "00"
    perform until sh-status not = "00"
      read season-history-file next record
        at end
          continue
        not at end
          add 1 to history-rows
          if sh-closed-at is numeric
            if earliest-stamp = 0 or sh-closed-at < earliest-stamp
              move sh-closed-at to earliest-stamp
            end-if
          else
            add 1 to unstamped-rows
          end-if
      end-read
    end-perform
    close season-history-file
  end-if
  .

*> The unstamped closes all came before the first stamped one, so a
*> stamp at or after that one would move the season boundary forward
*> over rounds a later close already counted.
stamp-legacy-closes.
  perform count-history-stamps
  evaluate true
    when unstamped-rows = 0
      display "seasonhistory.dat: every row already carries a close"
          " stamp - unchanged"
    when earliest-stamp > 0 and legacy-close-stamp >= earliest-stamp
      move 8 to return-code
      display "seasonhistory.dat: " legacy-close-stamp " is not before"
          " the first stamped close " earliest-stamp " - unchanged"
    when other
      perform rewrite-history-stamps
  end-evaluate
  .

rewrite-history-stamps.
  move 0 to write-ok-flag
  move 0 to rows-stamped
  open input season-history-file
  if sh-status = "00"
    open output new-season-history-file
    if ns-status = "00"
      move 1 to write-ok-flag
      perform until sh-status not = "00" or ns-status not = "00"
        read season-history-file next record
          at end
            continue
          not at end
            move season-history-record to new-season-history-record
            if sh-closed-at is not numeric
              move legacy-close-stamp to nsh-closed-at
              add 1 to rows-stamped
            end-if
            write new-season-history-record
        end-read
      end-perform
      if sh-status not = "10" or ns-status not = "00"
        move 0 to write-ok-flag
      end-if
      close new-season-history-file
    end-if
    close season-history-file
  end-if
  if write-ok-flag = 1
    call "CBL_RENAME_FILE" using new-history-path history-path
        returning rename-result
    if rename-result not = 0
      move 0 to write-ok-flag
    end-if
  end-if
  if write-ok-flag = 1
    display "seasonhistory.dat: rows stamped " legacy-close-stamp ": "
        rows-stamped
  else
    move 8 to return-code
    display "seasonhistory.dat: stamping aborted - file left untouched"
    display "  read status:  " sh-status
    display "  write status: " ns-status
  end-if
  .

convert-game-log.
  move 0 to skip-file-flag
  move 0 to write-ok-flag
  end-if
  if skip-file-flag = 0
    compute line-length = function length(function trim(old-log-line))
*> A current-layout row that was never voided ends in a blank
*> gl-void-flag and, unless it is a challenge round, a blank
*> gl-round-kind, which the line sequential write trims off - so one
*> or two bytes short of the record is the current layout too.
    if line-length = function length(game-log-record)
        or line-length = function length(game-log-record) - 1
        or line-length = function length(game-log-record) - 2
      display "gamelog.dat: already in the current layout - unchanged"
      move 1 to skip-file-flag
    else
  move og-final-guess to gl-final-guess
  move og-win-flag to gl-win-flag
  move og-end-counter to gl-end-counter
  move space to gl-void-flag
  move space to gl-round-kind
  write game-log-record
  add 1 to log-records-out
  .
