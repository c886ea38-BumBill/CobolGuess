       >>source format is free
identification division.
program-id. backup-util.
environment division.
*> and verification walk this list so a newly added file only needs a
*> new row here.
01 live-file-list value
    "players.dat         leaderboard.dat     checkpoint.dat      gamelog.dat         detaillog.dat       matchlog.dat        archivelist.dat     seasonhistory.dat   runaudit.dat        adjustjournal.dat   challengeseed.dat   dailychallenge.dat  tournament.dat      tournentry.dat      bracket.dat         teams.dat           teammember.dat      teamhistory.dat     extractctl.dat      suspense.dat        ".
    05 live-file-name    pic x(20) occurs 20 times.
01 live-file-count       pic 99 value 20.
01 file-idx              pic 99 value 0.
01 file-found-flag       pic 9 value 0.

01 generation-nb         pic 9 value 0.
*> generation is missing until the next rotation refills it.
rotate-all-files.
  display "===== BACKUP ROTATION ====="
  perform varying file-idx from 1 by 1 until file-idx > live-file-count
    move spaces to live-path
    move live-file-name(file-idx) to live-path
    perform rotate-one-file

verify-all-files.
  display "===== BACKUP VERIFICATION ====="
  perform varying file-idx from 1 by 1 until file-idx > live-file-count
    move spaces to live-path
    move live-file-name(file-idx) to live-path
    move live-path to check-name
*> backup that is itself damaged would only spread the loss.
restore-file.
  move 0 to file-found-flag
  perform varying file-idx from 1 by 1 until file-idx > live-file-count
    if function trim(live-file-name(file-idx)) = function trim(file-param)
      move 1 to file-found-flag
    end-if
