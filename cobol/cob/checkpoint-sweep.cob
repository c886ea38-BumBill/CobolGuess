       >>source format is free
identification division.
program-id. checkpoint-sweep.
environment division.
    select new-leaderboard-file assign to "leaderboard.dat.new"
        organization is line sequential
        file status is nb-status.
    select loss-work-file assign to "sweep-loss.wrk"
        organization is line sequential
        file status is sl-status.
    select suspense-file assign to "suspense.dat"
        organization is line sequential
        file status is su-status.
data division.
file section.
fd checkpoint-file.
copy "leaderboard.cpy" replacing ==leaderboard-record==
    by ==new-leaderboard-record== leading ==lb-== by ==nlb-==.

*> Board losses owed by the rounds this run expires, held until the
*> checkpoint.dat rewrite has gone through and then booked one by one.
fd loss-work-file.
01 loss-work-record.
    05 sl-player-name    pic x(20).
    05 sl-range-max      pic 99.
    05 sl-seed           pic 9(16).
    05 sl-end-counter    pic 999.

fd suspense-file.
copy "suspense.cpy".

working-storage section.
01 cp-status             pic xx value spaces.
01 ncp-status            pic xx value spaces.
01 ml-status             pic xx value spaces.
01 lb-status             pic xx value spaces.
01 nb-status             pic xx value spaces.
01 sl-status             pic xx value spaces.
01 su-status             pic xx value spaces.

*> Run parameters - the age in days past which an in-flight session
*> counts as abandoned, and an optional LOG-LOSSES word to book the
01 board-path            pic x(40) value "leaderboard.dat".
01 new-board-path        pic x(40) value "leaderboard.dat.new".

*> Every swept loss lands on the player's (name, range-max) row the
*> same way main.cob's update-leaderboard would have booked it -
*> without this, reconcile-leaderboard would read the swept gamelog
*> rows and report a permanent mismatch against the board for every
*> swept player. The board is streamed through leaderboard.dat.new for
*> each loss, so it has no row limit; a loss the rewrite cannot take
*> goes to suspense.dat instead.
01 board-losses          pic 9(5) value 0.
01 losses-suspended      pic 9(5) value 0.
01 loss-file-path        pic x(40) value "sweep-loss.wrk".
01 board-found-flag      pic 9 value 0.
01 board-write-ok        pic 9 value 0.
01 board-read-ok         pic 9 value 0.
01 board-fail-reason     pic x(12) value spaces.
01 rename-result         pic s9(9) comp value 0.
*> The status that actually failed, captured before CLOSE resets
*> lb-status to "00".
01 board-load-status     pic xx value spaces.
    accept run-date from date yyyymmdd
    compute run-day-number = function integer-of-date(function numval(run-date))
    if log-losses-flag = 1
      perform check-board-readable
    end-if
    if log-losses-flag = 1 and board-read-ok = 0
      move 8 to return-code
      perform sweep-checkpoints
      if sweep-ok-flag = 1
        perform replace-checkpoint-file
        if board-losses > 0
          perform book-losses-to-board
        end-if
        perform print-summary
      end-if
      call "CBL_DELETE_FILE" using loss-file-path
*> Set last - the CBL_ calls above overwrite RETURN-CODE. A loss held
*> in suspense is work left undone, so the step audits FAIL.
      if losses-suspended > 0
        move 8 to return-code
      end-if
    end-if
  end-if
  stop run
    display "Usage: checkpoint-sweep <max-age-days> [LOG-LOSSES]"
    display "Expires checkpoint.dat rows whose round was drawn more"
    display "than max-age-days ago (the cp-seed-value timestamp) so"
    display "abandoned kiosk sessions stop piling up in the file."
    display "With LOG-LOSSES, expired started rounds are appended to"
    display "gamelog.dat as losses and booked onto the players'"
    display "leaderboard.dat rows, so history and board stay in step."

*> Survivors go to a .new copy renamed over the live file only on a
*> clean pass - the same write-then-rename discipline main.cob's
*> rewrite-checkpoint-file uses, since this sweep may run while the
*> kiosk is quiet but must never truncate the live file.
sweep-checkpoints.
  move 0 to sweep-ok-flag
  else
    open output new-checkpoint-file
    if ncp-status = "00"
      move "00" to sl-status
      if log-losses-flag = 1
        open output loss-work-file
      end-if
      if sl-status = "00"
        perform until cp-status not = "00"
          read checkpoint-file next record
            at end
              continue
            not at end
              perform judge-checkpoint-row
          end-read
        end-perform
        if cp-status = "10" and ncp-status = "00" and sl-status = "00"
          move 1 to sweep-ok-flag
        end-if
        if log-losses-flag = 1
          close loss-work-file
        end-if
      end-if
      close new-checkpoint-file
    end-if
      display "SWEEP ABORTED - checkpoint.dat left untouched"
      display "  checkpoint.dat status:     " cp-status
      display "  checkpoint.dat.new status: " ncp-status
      if log-losses-flag = 1
        display "  sweep-loss.wrk status:     " sl-status
      end-if
    end-if
  end-if
  .
  move 0 to gl-final-guess
  move 0 to gl-win-flag
  move cp-counter to gl-end-counter
  move space to gl-void-flag
*> An expired challenge round is logged as the challenge loss it was
*> but kept off leaderboard.dat, the board main.cob never books
*> challenge rounds to. Its dailychallenge.dat row is left "started",
*> which the challenge report shows as did-not-finish.
  if cp-challenge-mode = 1
    move "C" to gl-round-kind
    write game-log-record
  else
    move space to gl-round-kind
    write game-log-record
    perform queue-board-loss
  end-if
  add 1 to losses-booked
  .

*> The board loss is only noted here - it is booked once the
*> checkpoint.dat rewrite has gone through, as the board always was.
queue-board-loss.
  move gl-player-name to sl-player-name
  move cp-range-max to sl-range-max
  move cp-seed-value to sl-seed
  move cp-counter to sl-end-counter
  write loss-work-record
  if sl-status = "00"
    add 1 to board-losses
  end-if
  .

*> A board that exists but cannot be read must stop the run - booking
*> losses through a copy that stops at the bad read and renaming it
*> over the live file would wipe every player past it, from the
*> program whose own promise is never to truncate a live file. A
*> missing board (status 35) is a fresh site and really is empty.
check-board-readable.
  move 0 to board-read-ok
  move spaces to board-load-status
  open input leaderboard-file
        at end
          continue
        not at end
          continue
      end-read
    end-perform
    if lb-status = "10"
  end-if
  .

book-losses-to-board.
  open input loss-work-file
  if sl-status = "00"
    perform until sl-status not = "00"
      read loss-work-file next record
        at end
          continue
        not at end
          perform book-loss-to-board
      end-read
    end-perform
    close loss-work-file
  end-if
  if losses-suspended > 0
    display "WARNING: " losses-suspended " loss(es) could not be booked"
        " onto leaderboard.dat - they are in gamelog.dat and held in"
        " suspense.dat for the operator"
  end-if
  .

*> Books the same loss main.cob's update-leaderboard would have - one
*> lifetime and one seasonal loss on the (name, range-max) row, added
*> at the end where missing - so the board keeps agreeing with the
*> gamelog rows this sweep appended. Write-then-rename, the
*> discipline every live-file rewrite uses now; a rewrite that cannot
*> complete leaves the board as it was and suspends the loss.
book-loss-to-board.
  move 0 to board-found-flag
  move 0 to board-write-ok
  move spaces to board-fail-reason
  move spaces to board-load-status
  open output new-leaderboard-file
  if nb-status not = "00"
    move "OPEN-NEW" to board-fail-reason
    move nb-status to board-load-status
  else
    move 1 to board-write-ok
    open input leaderboard-file
    if lb-status = "00"
      perform until lb-status not = "00" or nb-status not = "00"
        read leaderboard-file next record
          at end
            continue
          not at end
            perform copy-board-row
        end-read
      end-perform
      if nb-status = "00" and lb-status not = "10"
        move 0 to board-write-ok
        move "READ-BOARD" to board-fail-reason
        move lb-status to board-load-status
      end-if
      close leaderboard-file
    else
      if lb-status not = "35"
        move 0 to board-write-ok
        move "READ-BOARD" to board-fail-reason
        move lb-status to board-load-status
      end-if
    end-if
    if board-write-ok = 1 and board-found-flag = 0
      move sl-player-name to nlb-player-name
      move sl-range-max to nlb-range-max
      move 0 to nlb-wins
      move 1 to nlb-losses
      move 999 to nlb-best-counter
      move 0 to nlb-season-wins
      move 1 to nlb-season-losses
      move 999 to nlb-season-best
      write new-leaderboard-record
    end-if
    if nb-status not = "00"
      move 0 to board-write-ok
      move "WRITE-NEW" to board-fail-reason
      move nb-status to board-load-status
    end-if
    close new-leaderboard-file
    if board-write-ok = 1
      call "CBL_RENAME_FILE" using new-board-path board-path
          returning rename-result
      if rename-result not = 0
        move 0 to board-write-ok
        move "RENAME" to board-fail-reason
      end-if
    end-if
  end-if
  if board-write-ok = 0
    perform suspend-board-loss
  end-if
  .

*> Pre-season rows read back with spaces in the season fields and go
*> out full-width, the same zero-fill main.cob applies.
copy-board-row.
  move leaderboard-record to new-leaderboard-record
  if lb-season-wins is not numeric
    move 0 to nlb-season-wins
    move 0 to nlb-season-losses
    move 999 to nlb-season-best
  end-if
  if lb-player-name = sl-player-name
      and lb-range-max = sl-range-max
      and board-found-flag = 0
    move 1 to board-found-flag
    add 1 to nlb-losses
    add 1 to nlb-season-losses
  end-if
  write new-leaderboard-record
  .

*> Appended with the extend-plus-fallback open every appender in this
*> system uses.
suspend-board-loss.
  add 1 to losses-suspended
  open extend suspense-file
  if su-status not = "00"
    open output suspense-file
  end-if
  if su-status = "00"
    move function current-date(1:14) to su-logged-at
    move "checkpoint-sweep" to su-program
    move board-fail-reason to su-reason
    move board-load-status to su-file-status
    move sl-player-name to su-player-name
    move sl-range-max to su-range-max
    move sl-seed to su-seed
    move 0 to su-win-flag
    move sl-end-counter to su-end-counter
    write suspense-record
    close suspense-file
  else
    display "WARNING: cannot write suspense.dat (status " su-status
        ") - loss for " function trim(sl-player-name)
        " on range " sl-range-max " is in gamelog.dat only"
  end-if
  .

  display "Rows expired:       " rows-expired
  if log-losses-flag = 1
    display "Losses booked:      " losses-booked
    display "Losses in suspense: " losses-suspended
  end-if
  .

