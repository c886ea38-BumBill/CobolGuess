       >>source format is free
identification division.
program-id. warehouse-extract.
*> Nightly incremental extract of finished rounds for the reporting
*> warehouse. Where leaderboard-csv gives a snapshot of the totals,
*> this sends the rows behind them - only the gamelog, detaillog and
*> matchlog rows added since the last successful extract - to
*> whextract-YYYYMMDD.txt, one pipe-delimited line per row:
*>
*>   H|WHEXTRACT|1|run-date|cutoff|from-gamelog|from-detail|from-match
*>   G|seed|player|range-max|target|final-guess|win|end-counter|void|kind
*>   D|seed|player|range-max|attempt|guess|hint
*>   M|seed|range-max|target|player-1|player-2|winner
*>   T|g-rows|g-wins|d-rows|d-win-hints|m-rows|m-decided|lines
*>
*> The 1 after WHEXTRACT is the layout version. Seeds are the 16-digit
*> YYYYMMDDHHMMSSCC round key; every other number is unedited and
*> zero-filled to its record width (range-max, target, guess 2 digits,
*> end-counter 3). Names are trimmed, with any "|" typed into one sent
*> as "/". G win is 1 or 0, void Y or N, kind C for a daily-challenge
*> round and N for any other; D hint is H, L, W or R as on
*> detaillog.dat; M winner is empty when nobody guessed the number.
*> Rows come out G, then D, then M, each in seed order. The trailer's
*> g-wins counts G rows with win 1 (voided ones included - void is a
*> column, not a filter), d-win-hints the D rows with hint W, m-decided
*> the M rows with a winner, and lines every line in the file, H and T
*> included.
*>
*> Which rows go is kept in extractctl.dat (extract-control.cpy): a
*> row goes when its seed is above that file's high-water mark and no
*> later than the run's cutoff. The cutoff sits just below the oldest
*> round still open in checkpoint.dat - a round's rows carry the seed
*> it was drawn with, not the time it finished, so a round still in
*> play when the extract runs would otherwise land below the mark and
*> never be sent. Gamelog rows are read from gamelog.dat and every
*> archive named in archivelist.dat alike, so archive-gamelog moving a
*> row between them changes nothing here.
environment division.
input-output section.
file-control.
    select game-log-file assign to dynamic log-read-name
        organization is line sequential
        file status is gl-status.
    select archive-list-file assign to "archivelist.dat"
        organization is line sequential
        file status is ls-status.
    select detail-log-file assign to "detaillog.dat"
        organization is line sequential
        file status is dl-status.
    select match-log-file assign to "matchlog.dat"
        organization is line sequential
        file status is ml-status.
    select checkpoint-file assign to "checkpoint.dat"
        organization is line sequential
        file status is cp-status.
    select control-file assign to "extractctl.dat"
        organization is line sequential
        file status is xc-status.
    select new-control-file assign to "extractctl.dat.new"
        organization is line sequential
        file status is nx-status.
    select extract-file assign to dynamic extract-name
        organization is line sequential
        file status is ex-status.
    select game-sort-file assign to "whextract-game.srt".
    select detail-sort-file assign to "whextract-detail.srt".
    select match-sort-file assign to "whextract-match.srt".
data division.
file section.
fd game-log-file.
copy "gamelog.cpy".

fd archive-list-file.
01 archive-list-record   pic x(40).

fd detail-log-file.
copy "detail-log.cpy".

fd match-log-file.
copy "matchlog.cpy".

fd checkpoint-file.
copy "checkpoint.cpy".

fd control-file.
copy "extract-control.cpy".

fd new-control-file.
copy "extract-control.cpy" replacing ==extract-control-record==
    by ==new-control-record== leading ==xc-== by ==nx-==.

fd extract-file.
01 extract-line          pic x(120).

*> The void flag sorts descending after seed and player, so where a
*> round turns up twice - an archive-gamelog run that stopped
*> between writing the archive and renaming gamelog.dat leaves one row
*> in both - the copy round-void took back is the one kept.
sd game-sort-file.
01 game-sort-record.
    05 gs-seed           pic 9(16).
    05 gs-player-name    pic x(20).
    05 gs-void-flag      pic x.
    05 gs-range-max      pic 99.
    05 gs-target-nb      pic 99.
    05 gs-final-guess    pic 99.
    05 gs-win-flag       pic 9.
    05 gs-end-counter    pic 999.
    05 gs-round-kind     pic x.

sd detail-sort-file.
01 detail-sort-record.
    05 ds-seed           pic 9(16).
    05 ds-player-name    pic x(20).
    05 ds-attempt-nb     pic 99.
    05 ds-range-max      pic 99.
    05 ds-guess          pic 99.
    05 ds-hint           pic x.

sd match-sort-file.
01 match-sort-record.
    05 ms-seed           pic 9(16).
    05 ms-player-1       pic x(20).
    05 ms-range-max      pic 99.
    05 ms-target-nb      pic 99.
    05 ms-player-2       pic x(20).
    05 ms-winner-name    pic x(20).

working-storage section.
01 gl-status             pic xx value spaces.
01 ls-status             pic xx value spaces.
01 dl-status             pic xx value spaces.
01 ml-status             pic xx value spaces.
01 cp-status             pic xx value spaces.
01 xc-status             pic xx value spaces.
01 nx-status             pic xx value spaces.
01 ex-status             pic xx value spaces.
01 log-read-name         pic x(40) value spaces.
01 extract-name          pic x(40) value spaces.
01 control-path          pic x(40) value "extractctl.dat".
01 new-control-path      pic x(40) value "extractctl.dat.new".

*> Run parameter - the night being extracted, YYYYMMDD, default
*> today. It names the output file, and a second run for a night
*> already extracted reproduces that night's file instead of starting
*> a new one.
01 date-param            pic x(8) value spaces.
01 run-date              pic 9(8) value 0.
01 today-date            pic 9(8) value 0.
01 now-stamp             pic 9(16) value 0.
01 bad-parm-flag         pic 9 value 0.

01 control-found-flag    pic 9 value 0.
01 rerun-flag            pic 9 value 0.
01 extract-fail-flag     pic 9 value 0.
01 control-saved-flag    pic 9 value 0.
01 rename-result         pic s9(9) comp value 0.

*> The window this run selects - seed above the from mark and no later
*> than the cutoff - and the marks it leaves for the next night.
01 cutoff-stamp          pic 9(16) value 0.
01 from-gamelog          pic 9(16) value 0.
01 from-detail           pic 9(16) value 0.
01 from-match            pic 9(16) value 0.
01 last-gamelog          pic 9(16) value 0.
01 last-detail           pic 9(16) value 0.
01 last-match            pic 9(16) value 0.
01 oldest-open-seed      pic 9(16) value 0.
01 rounds-held           pic 9(5) value 0.

01 sort-eof-flag         pic 9 value 0.
01 prev-seed             pic 9(16) value 0.
01 prev-player           pic x(20) value spaces.

*> Control totals - the trailer the warehouse load balances against.
01 game-rows             pic 9(7) value 0.
01 game-wins             pic 9(7) value 0.
01 detail-rows           pic 9(7) value 0.
01 detail-wins           pic 9(7) value 0.
01 match-rows            pic 9(7) value 0.
01 match-decided         pic 9(7) value 0.
01 lines-written         pic 9(7) value 0.
01 file-lines            pic 9(7) value 0.
01 duplicates-dropped    pic 9(7) value 0.
01 legacy-skipped        pic 9(7) value 0.

01 name-text-1           pic x(20).
01 name-text-2           pic x(20).
01 name-text-3           pic x(20).
01 void-text             pic x.
01 kind-text             pic x.
01 count-disp            pic z(6)9.
01 total-disp            pic z(6)9.

procedure division.
main.
  perform get-parameters
  if bad-parm-flag = 0
    perform load-control
  end-if
  if bad-parm-flag = 0
    perform set-window
  end-if
  if bad-parm-flag = 0
    perform write-extract
    if extract-fail-flag = 0
      perform save-control
    end-if
    perform print-summary
  end-if
*> The CBL_ file calls leave their own result in RETURN-CODE, so the
*> run's verdict is set last.
  if bad-parm-flag = 1 or extract-fail-flag = 1
      or control-saved-flag = 0
    move 8 to return-code
  else
    move 0 to return-code
  end-if
  stop run
  .

get-parameters.
  move 0 to bad-parm-flag
  accept today-date from date yyyymmdd
  display 1 upon argument-number
  accept date-param from argument-value
    on exception
      move spaces to date-param
  end-accept
  if date-param = spaces
    move today-date to run-date
  else
    if date-param is numeric
      move date-param to run-date
      if function test-date-yyyymmdd(run-date) not = 0
          or run-date > today-date
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
    display "Usage: warehouse-extract [<run-date YYYYMMDD>]"
    display "Writes the gamelog, detaillog and matchlog rows added since"
    display "the last extract to whextract-<run-date>.txt for the"
    display "reporting warehouse. The date defaults to today and may not"
    display "be in the future; rerunning a night already extracted"
    display "writes that night's file again, row for row."
  end-if
  .

*> No extractctl.dat is a first run - everything on file goes. Any
*> other failure to read it stops the run: guessing at the marks would
*> send the warehouse every row again, or none.
load-control.
  move 0 to control-found-flag
  open input control-file
  evaluate xc-status
    when "00"
      read control-file next record
        at end
          continue
        not at end
          move 1 to control-found-flag
      end-read
      if control-found-flag = 0 and xc-status not = "10"
        move 1 to bad-parm-flag
        display "Cannot read extractctl.dat (status " xc-status
            ") - nothing extracted"
      end-if
      close control-file
    when "35"
      continue
    when other
      move 1 to bad-parm-flag
      display "Cannot open extractctl.dat (status " xc-status
          ") - nothing extracted"
  end-evaluate
  .

*> A later night starts from the marks the last run finished on; the
*> night the control record was written for starts from the marks that
*> run started on, under its own cutoff, so the same rows come out
*> again. An earlier night has been overtaken and cannot be rebuilt.
set-window.
  move 0 to rerun-flag
  if control-found-flag = 0
    move 0 to from-gamelog
    move 0 to from-detail
    move 0 to from-match
    perform find-cutoff
  else
    evaluate true
      when run-date = xc-run-date
        move 1 to rerun-flag
        move xc-prev-gamelog to from-gamelog
        move xc-prev-detail to from-detail
        move xc-prev-match to from-match
        move xc-cutoff to cutoff-stamp
      when run-date > xc-run-date
        move xc-last-gamelog to from-gamelog
        move xc-last-detail to from-detail
        move xc-last-match to from-match
        perform find-cutoff
      when other
        move 1 to bad-parm-flag
        display "Extract already run for " xc-run-date
            " - cannot extract the earlier night " run-date
    end-evaluate
  end-if
  move from-gamelog to last-gamelog
  move from-detail to last-detail
  move from-match to last-match
  .

*> Rounds still open in checkpoint.dat are held back to a later night:
*> the cutoff is the moment before the oldest of them was drawn, or
*> now when nothing is in play. checkpoint-sweep clears sessions
*> nobody came back for, so an abandoned page cannot hold the extract
*> back for longer than the sweep's limit.
find-cutoff.
  compute now-stamp = function numval(function current-date(1:16))
  move now-stamp to oldest-open-seed
  move 0 to rounds-held
  open input checkpoint-file
  if cp-status = "00"
    perform until cp-status not = "00"
      read checkpoint-file next record
        at end
          continue
        not at end
          if cp-seed-value is numeric and cp-seed-value > 0
            add 1 to rounds-held
            if cp-seed-value < oldest-open-seed
              move cp-seed-value to oldest-open-seed
            end-if
          end-if
      end-read
    end-perform
    close checkpoint-file
  end-if
  if oldest-open-seed < now-stamp
    compute cutoff-stamp = oldest-open-seed - 1
  else
    move now-stamp to cutoff-stamp
  end-if
  .

*> The output is opened fresh (a rerun replaces the night's file, it
*> never adds to it) and only counts as written when every write and
*> the close came back clean.
write-extract.
  move 0 to extract-fail-flag
  move spaces to extract-name
  string "whextract-" run-date ".txt" delimited by size
      into extract-name
  open output extract-file
  if ex-status not = "00"
    move 1 to extract-fail-flag
    display "Cannot open " function trim(extract-name)
        " (status " ex-status ") - nothing extracted"
  else
    perform write-header
    sort game-sort-file
        on ascending key gs-seed gs-player-name
        on descending key gs-void-flag
        input procedure is release-game-rows
        output procedure is write-game-rows
    sort detail-sort-file
        on ascending key ds-seed ds-player-name ds-attempt-nb
        with duplicates in order
        input procedure is release-detail-rows
        output procedure is write-detail-rows
    sort match-sort-file
        on ascending key ms-seed ms-player-1
        with duplicates in order
        input procedure is release-match-rows
        output procedure is write-match-rows
    perform write-trailer
    close extract-file
    if ex-status not = "00"
      move 1 to extract-fail-flag
    end-if
    if extract-fail-flag = 1
      display "EXTRACT FAILED - " function trim(extract-name)
          " is incomplete (last write status " ex-status ")"
      display "The control record was not moved; rerun the step."
    end-if
  end-if
  .

write-header.
  move spaces to extract-line
  string "H|WHEXTRACT|1|" run-date "|" cutoff-stamp "|"
         from-gamelog "|" from-detail "|" from-match
      delimited by size into extract-line
  perform put-extract-line
  .

write-trailer.
  compute file-lines = lines-written + 1
  move spaces to extract-line
  string "T|" game-rows "|" game-wins "|" detail-rows "|" detail-wins
         "|" match-rows "|" match-decided "|" file-lines
      delimited by size into extract-line
  perform put-extract-line
  .

put-extract-line.
  write extract-line
  if ex-status = "00"
    add 1 to lines-written
  else
    move 1 to extract-fail-flag
  end-if
  .

*> Archives first, then the live file - the order does not matter to
*> the sort, but it is the order every other archive reader walks. A
*> listed archive that is gone is reported and passed over; the live
*> files not existing yet just means nothing of that kind to send.
release-game-rows.
  open input archive-list-file
  if ls-status = "00"
    perform until ls-status not = "00"
      read archive-list-file next record
        at end
          continue
        not at end
          if archive-list-record not = spaces
            move archive-list-record to log-read-name
            perform release-log-file
          end-if
      end-read
    end-perform
    close archive-list-file
  end-if
  move "gamelog.dat" to log-read-name
  perform release-log-file
  .

release-log-file.
  open input game-log-file
  if gl-status = "00"
    perform until gl-status not = "00"
      read game-log-file next record
        at end
          continue
        not at end
          if gl-seed > from-gamelog and gl-seed <= cutoff-stamp
            move gl-seed to gs-seed
            move gl-player-name to gs-player-name
            move gl-void-flag to gs-void-flag
            move gl-range-max to gs-range-max
            move gl-target-nb to gs-target-nb
            move gl-final-guess to gs-final-guess
            move gl-win-flag to gs-win-flag
            move gl-end-counter to gs-end-counter
            move gl-round-kind to gs-round-kind
            release game-sort-record
          end-if
      end-read
    end-perform
    if gl-status not = "10"
      move 1 to extract-fail-flag
      display "Read of " function trim(log-read-name)
          " stopped at status " gl-status
    end-if
    close game-log-file
  else
    if gl-status not = "35"
      move 1 to extract-fail-flag
      display "Cannot open " function trim(log-read-name)
          " (status " gl-status ")"
    else
      if log-read-name not = "gamelog.dat"
        display "WARNING: could not open archive "
            function trim(log-read-name) " (status " gl-status ")"
      end-if
    end-if
  end-if
  .

write-game-rows.
  move 0 to sort-eof-flag
  move 0 to prev-seed
  move spaces to prev-player
  perform until sort-eof-flag = 1
    return game-sort-file
      at end
        move 1 to sort-eof-flag
      not at end
        if gs-seed = prev-seed and gs-player-name = prev-player
          add 1 to duplicates-dropped
        else
          move gs-seed to prev-seed
          move gs-player-name to prev-player
          perform write-game-row
        end-if
    end-return
  end-perform
  .

write-game-row.
  add 1 to game-rows
  if gs-win-flag = 1
    add 1 to game-wins
  end-if
  move gs-seed to last-gamelog
  move gs-player-name to name-text-1
  inspect name-text-1 replacing all "|" by "/"
  if gs-void-flag = "V"
    move "Y" to void-text
  else
    move "N" to void-text
  end-if
  if gs-round-kind = "C"
    move "C" to kind-text
  else
    move "N" to kind-text
  end-if
  move spaces to extract-line
  string "G|" gs-seed "|" function trim(name-text-1) "|"
         gs-range-max "|" gs-target-nb "|" gs-final-guess "|"
         gs-win-flag "|" gs-end-counter "|" void-text "|" kind-text
      delimited by size into extract-line
  perform put-extract-line
  .

*> Rows written before detaillog.dat carried the round key read back
*> with spaces there - they belong to no round the warehouse can
*> match, and they are all older than any mark, so they are counted
*> and left out.
release-detail-rows.
  open input detail-log-file
  if dl-status = "00"
    perform until dl-status not = "00"
      read detail-log-file next record
        at end
          continue
        not at end
          if dl-seed is not numeric
            add 1 to legacy-skipped
          else
            if dl-seed > from-detail and dl-seed <= cutoff-stamp
              move dl-seed to ds-seed
              move dl-player-name to ds-player-name
              move dl-attempt-nb to ds-attempt-nb
              move dl-range-max to ds-range-max
              move dl-guess to ds-guess
              move dl-hint to ds-hint
              release detail-sort-record
            end-if
          end-if
      end-read
    end-perform
    if dl-status not = "10"
      move 1 to extract-fail-flag
      display "Read of detaillog.dat stopped at status " dl-status
    end-if
    close detail-log-file
  else
    if dl-status not = "35"
      move 1 to extract-fail-flag
      display "Cannot open detaillog.dat (status " dl-status ")"
    end-if
  end-if
  .

write-detail-rows.
  move 0 to sort-eof-flag
  perform until sort-eof-flag = 1
    return detail-sort-file
      at end
        move 1 to sort-eof-flag
      not at end
        perform write-detail-row
    end-return
  end-perform
  .

write-detail-row.
  add 1 to detail-rows
  if ds-hint = "W"
    add 1 to detail-wins
  end-if
  move ds-seed to last-detail
  move ds-player-name to name-text-1
  inspect name-text-1 replacing all "|" by "/"
  move spaces to extract-line
  string "D|" ds-seed "|" function trim(name-text-1) "|"
         ds-range-max "|" ds-attempt-nb "|" ds-guess "|" ds-hint
      delimited by size into extract-line
  perform put-extract-line
  .

release-match-rows.
  open input match-log-file
  if ml-status = "00"
    perform until ml-status not = "00"
      read match-log-file next record
        at end
          continue
        not at end
          if ml-seed > from-match and ml-seed <= cutoff-stamp
            move ml-seed to ms-seed
            move ml-player-1 to ms-player-1
            move ml-range-max to ms-range-max
            move ml-target-nb to ms-target-nb
            move ml-player-2 to ms-player-2
            move ml-winner-name to ms-winner-name
            release match-sort-record
          end-if
      end-read
    end-perform
    if ml-status not = "10"
      move 1 to extract-fail-flag
      display "Read of matchlog.dat stopped at status " ml-status
    end-if
    close match-log-file
  else
    if ml-status not = "35"
      move 1 to extract-fail-flag
      display "Cannot open matchlog.dat (status " ml-status ")"
    end-if
  end-if
  .

write-match-rows.
  move 0 to sort-eof-flag
  perform until sort-eof-flag = 1
    return match-sort-file
      at end
        move 1 to sort-eof-flag
      not at end
        perform write-match-row
    end-return
  end-perform
  .

write-match-row.
  add 1 to match-rows
  if ms-winner-name not = spaces
    add 1 to match-decided
  end-if
  move ms-seed to last-match
  move ms-player-1 to name-text-1
  move ms-player-2 to name-text-2
  move ms-winner-name to name-text-3
  inspect name-text-1 replacing all "|" by "/"
  inspect name-text-2 replacing all "|" by "/"
  inspect name-text-3 replacing all "|" by "/"
  move spaces to extract-line
  string "M|" ms-seed "|" ms-range-max "|" ms-target-nb "|"
         function trim(name-text-1) "|" function trim(name-text-2) "|"
         function trim(name-text-3)
      delimited by size into extract-line
  perform put-extract-line
  .

*> Only reached once the extract file is closed and complete. The new
*> record goes through extractctl.dat.new and a rename, so a failure
*> part way leaves the old marks standing and the step reruns clean.
save-control.
  move 0 to control-saved-flag
  move run-date to nx-run-date
  move cutoff-stamp to nx-cutoff
  move from-gamelog to nx-prev-gamelog
  move from-detail to nx-prev-detail
  move from-match to nx-prev-match
  move last-gamelog to nx-last-gamelog
  move last-detail to nx-last-detail
  move last-match to nx-last-match
  move function current-date(1:14) to nx-completed-at
  open output new-control-file
  if nx-status = "00"
    write new-control-record
    if nx-status = "00"
      move 1 to control-saved-flag
    end-if
    close new-control-file
  end-if
  if control-saved-flag = 1 and nx-status = "00"
    call "CBL_RENAME_FILE" using new-control-path control-path
        returning rename-result
    if rename-result not = 0
      move 0 to control-saved-flag
    end-if
  else
    move 0 to control-saved-flag
  end-if
  if control-saved-flag = 0
    display "CONTROL NOT SAVED - extractctl.dat still holds the old"
    display "marks (status " nx-status "); rerun the step."
  end-if
  .

print-summary.
  display "===== WAREHOUSE EXTRACT ====="
  display "Run date:             " run-date
  if rerun-flag = 1
    display "Rerun of a night already extracted - same window as before"
  end-if
  display "Extract file:         " function trim(extract-name)
  display "Cutoff:               " cutoff-stamp
  if rerun-flag = 0 and rounds-held > 0
    move rounds-held to count-disp
    display "Rounds still in play, held back: " function trim(count-disp)
  end-if
  move game-rows to count-disp
  move game-wins to total-disp
  display "Gamelog rows:         " count-disp "  (wins "
      function trim(total-disp) ")"
  move detail-rows to count-disp
  move detail-wins to total-disp
  display "Detaillog rows:       " count-disp "  (win hints "
      function trim(total-disp) ")"
  move match-rows to count-disp
  move match-decided to total-disp
  display "Matchlog rows:        " count-disp "  (decided "
      function trim(total-disp) ")"
  if duplicates-dropped > 0
    move duplicates-dropped to count-disp
    display "Gamelog rows on file twice, sent once: "
        function trim(count-disp)
  end-if
  if legacy-skipped > 0
    move legacy-skipped to count-disp
    display "Detail rows with no round key, left out: "
        function trim(count-disp)
  end-if
  if extract-fail-flag = 0 and control-saved-flag = 1
    display "Marks now:            gamelog " last-gamelog
    display "                      detail  " last-detail
    display "                      match   " last-match
  end-if
  .

  end program warehouse-extract.
