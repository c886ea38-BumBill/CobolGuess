       >>source format is free
identification division.
program-id. batch-driver.
environment division.
*>   guess-report
*>   leaderboard-standings
*>   reconcile-leaderboard @ARCHIVES
*>   warehouse-extract
*>   archive-gamelog 20260801
*> @ARCHIVES expands to every archive file named in archivelist.dat
*> that is still on disk, so nobody has to remember the list.

*> Step audit trail, appended one row per step per run - when the
*> reconcile report shows drift, this answers "which steps actually
*> ran last night" instead of nobody being able to. au-suspense-count
*> is how many round results sat in suspense.dat, off the board, once
*> the step was done; rows written before it existed read back short.
fd run-audit-file.
01 run-audit-record.
    05 au-run-date       pic 9(8).
    05 au-outcome        pic x(4).
    05 au-gamelog-count  pic 9(7).
    05 au-board-count    pic 9(5).
    05 au-suspense-count pic 9(5).

fd archive-list-file.
01 archive-list-record   pic x(40).

01 gamelog-records       pic 9(7) value 0.
01 board-records         pic 9(5) value 0.
01 suspense-records      pic 9(5) value 0.
01 prior-suspense        pic 9(5) value 0.
01 record-count          pic 9(7) value 0.

procedure division.
main.
  accept run-date from date yyyymmdd
  perform load-audit-table
  perform count-data-files
  move suspense-records to prior-suspense
  display "===== NIGHTLY BATCH DRIVER ====="
  display "Run date: " run-date
  open input run-control-file
  perform print-summary
*> The last step's exit code is still sitting in RETURN-CODE; replace
*> it with the night's own verdict so cron can tell a clean run from
*> one with FAIL steps in the audit - or with results still owed to
*> the board in suspense.dat.
  if steps-failed > 0 or control-ok-flag = 0 or suspense-records > 0
    move 8 to return-code
  else
    move 0 to return-code
    move step-outcome to au-outcome
    move gamelog-records to au-gamelog-count
    move board-records to au-board-count
    move suspense-records to au-suspense-count
    write run-audit-record
    close run-audit-file
  else
    display "WARNING: cannot write runaudit.dat (status " au-status ")"
  end-if
  if suspense-records > prior-suspense
    display "SUSPENSE: step left " suspense-records " result(s) in"
        " suspense.dat: " function trim(step-text)
  end-if
  move suspense-records to prior-suspense
  if step-outcome = "OK  "
    perform extract-step-tokens
    if program-word = "archive-gamelog"
  end-if
  .

*> Record counts of the two files the batch suite lives off, and of
*> the suspense file results land in when the board cannot take them,
*> taken after the step so the audit shows what each step left behind.
count-data-files.
  move "gamelog.dat" to count-name
  perform count-one-file
  move "leaderboard.dat" to count-name
  perform count-one-file
  move record-count to board-records
  move "suspense.dat" to count-name
  perform count-one-file
  move record-count to suspense-records
  .

count-one-file.
  display "Steps run:     " steps-run
  display "Steps failed:  " steps-failed
  display "Steps skipped: " steps-skipped
  if suspense-records > 0
    display "SUSPENSE: " suspense-records " round result(s) in"
        " suspense.dat are not on leaderboard.dat - book them onto"
        " the board and empty the file"
  end-if
  .

  end program batch-driver.
