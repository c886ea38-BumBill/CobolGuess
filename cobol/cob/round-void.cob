       >>source format is free
identification division.
program-id. round-void.
environment division.
input-output section.
file-control.
    select game-log-file assign to dynamic log-read-name
        organization is line sequential
        file status is gl-status.
    select new-game-log-file assign to dynamic log-write-name
        organization is line sequential
        file status is ng-status.
    select archive-list-file assign to "archivelist.dat"
        organization is line sequential
        file status is ls-status.
    select leaderboard-file assign to "leaderboard.dat"
        organization is line sequential
        file status is lb-status.
    select new-leaderboard-file assign to "leaderboard.dat.new"
        organization is line sequential
        file status is nb-status.
    select season-history-file assign to "seasonhistory.dat"
        organization is line sequential
        file status is sh-status.
    select adjust-journal-file assign to "adjustjournal.dat"
        organization is line sequential
        file status is aj-status.
    select daily-challenge-file assign to "dailychallenge.dat"
        organization is line sequential
        file status is dc-status.
    select new-daily-challenge-file assign to "dailychallenge.dat.new"
        organization is line sequential
        file status is ndc-status.
data division.
file section.
fd game-log-file.
copy "gamelog.cpy".

fd new-game-log-file.
copy "gamelog.cpy" replacing ==game-log-record== by ==new-log-record==
    leading ==gl-== by ==ngl-==.

fd archive-list-file.
01 archive-list-record   pic x(40).

fd leaderboard-file.
copy "leaderboard.cpy".

fd new-leaderboard-file.
copy "leaderboard.cpy" replacing ==leaderboard-record==
    by ==new-leaderboard-record== leading ==lb-== by ==nlb-==.

fd season-history-file.
copy "season-history.cpy".

fd adjust-journal-file.
copy "adjust-journal.cpy".

fd daily-challenge-file.
copy "daily-challenge.cpy".

fd new-daily-challenge-file.
copy "daily-challenge.cpy" replacing ==daily-challenge-record==
    by ==new-daily-challenge-record== leading ==dc-== by ==ndc-==.

working-storage section.
01 gl-status             pic xx value spaces.
01 ng-status             pic xx value spaces.
01 ls-status             pic xx value spaces.
01 lb-status             pic xx value spaces.
01 nb-status             pic xx value spaces.
01 sh-status             pic xx value spaces.
01 aj-status             pic xx value spaces.
01 dc-status             pic xx value spaces.
01 ndc-status            pic xx value spaces.
01 log-read-name         pic x(40) value spaces.
01 log-write-name        pic x(40) value spaces.

*> Run parameters - the round key (seed plus the player whose row is
*> taken back; a match has one row per player under the one seed),
*> who is making the correction, and why.
01 seed-param            pic x(16) value spaces.
01 seed-key              pic 9(16) value 0.
01 name-param            pic x(20) value spaces.
01 operator-param        pic x(20) value spaces.
01 reason-param          pic x(60) value spaces.
01 bad-parm-flag         pic 9 value 0.

01 archive-table.
    05 archive-name-entry pic x(40) occurs 100 times.
01 archive-count         pic 999 value 0.
01 archive-idx           pic 999 value 0.
01 archive-dup-idx       pic 999 value 0.
01 archive-dup-flag      pic 9 value 0.

*> Latest sh-closed-at on file. A round drawn after it was counted in
*> the season now running; one drawn before it was already snapshot
*> and zeroed by season-close, so only its lifetime counts move.
01 last-close-stamp      pic 9(16) value 0.
01 in-season-flag        pic 9 value 0.
01 history-rows          pic 9(7) value 0.
01 close-unknown-flag    pic 9 value 0.

*> The row being taken back, as the locate pass found it.
01 found-count           pic 99 value 0.
01 found-file            pic x(40) value spaces.
01 round-player-name     pic x(20) value spaces.
01 round-range-max       pic 99 value 0.
01 round-win-flag        pic 9 value 0.
01 round-end-counter     pic 999 value 0.
01 round-void-flag       pic 9 value 0.
*> A challenge round was never booked to leaderboard.dat - its result
*> sits on dailychallenge.dat, which is what the void corrects instead.
01 round-challenge-flag  pic 9 value 0.
01 challenge-write-ok    pic 9 value 0.
01 challenge-rows-marked pic 99 value 0.

*> Best counters from the round's remaining wins, for when the round
*> being voided is the one that set the board's best.
01 rest-best             pic 999 value 999.
01 rest-season-best      pic 999 value 999.

*> The board row for the round's player and tier, before and after.
01 board-found-flag      pic 9 value 0.
01 board-read-ok         pic 9 value 0.
01 board-load-status     pic xx value spaces.
01 before-counts.
    05 bf-wins            pic 9(5) value 0.
    05 bf-losses          pic 9(5) value 0.
    05 bf-best            pic 999 value 999.
    05 bf-season-wins     pic 9(5) value 0.
    05 bf-season-losses   pic 9(5) value 0.
    05 bf-season-best     pic 999 value 999.
01 after-counts.
    05 af-wins            pic 9(5) value 0.
    05 af-losses          pic 9(5) value 0.
    05 af-best            pic 999 value 999.
    05 af-season-wins     pic 9(5) value 0.
    05 af-season-losses   pic 9(5) value 0.
    05 af-season-best     pic 999 value 999.

01 write-ok-flag         pic 9 value 0.
01 board-write-ok        pic 9 value 0.
01 rows-marked           pic 99 value 0.
*> Which .new copies made it over their live files. The renames stop
*> at the first that fails, so the operator is told exactly which
*> files carry the void and which do not.
01 rename-result         pic s9(9) comp value 0.
01 rename-ok-flag        pic 9 value 0.
01 log-renamed           pic 9 value 0.
01 board-renamed         pic 9 value 0.
01 challenge-renamed     pic 9 value 0.

01 board-path            pic x(40) value "leaderboard.dat".
01 new-board-path        pic x(40) value "leaderboard.dat.new".
01 challenge-path        pic x(40) value "dailychallenge.dat".
01 new-challenge-path    pic x(40) value "dailychallenge.dat.new".
01 log-live-path         pic x(40) value spaces.
01 log-new-path          pic x(40) value spaces.

01 tier-label            pic x(6).
01 outcome-label         pic x(4).
01 count-disp            pic zzzz9.
01 count-disp-2          pic zzzz9.
01 best-disp             pic zz9.
01 best-disp-2           pic zz9.

procedure division.
main.
  perform get-parameters
  if bad-parm-flag = 0
    perform load-archive-table
    perform load-last-close
    perform locate-round
    evaluate true
      when found-count = 0
        move 8 to return-code
        display "No gamelog row for seed " seed-key " player "
            function trim(name-param)
            " in gamelog.dat or any listed archive - nothing voided."
      when found-count > 1
        move 8 to return-code
        display "Seed " seed-key " player " function trim(name-param)
            " matches more than one gamelog row - nothing voided."
        display "Run integrity-check and round-replay on the seed and"
            " clear the duplicate before voiding."
      when round-void-flag = 1
        move 8 to return-code
        display "Seed " seed-key " player "
            function trim(round-player-name)
            " is already void in " function trim(found-file)
            " - nothing to do."
      when close-unknown-flag = 1 and round-challenge-flag = 0
        move 8 to return-code
        display "WARNING: seasonhistory.dat holds closes with no close"
            " stamp, so the round cannot be placed in or before the"
            " current season - nothing voided."
        display "Run convert-history CLOSED-AT <YYYYMMDDHHMMSS> with the"
            " time of the last close, then void the round again."
      when other
        perform void-round
    end-evaluate
  end-if
  stop run
  .

get-parameters.
  move 0 to bad-parm-flag
  display 1 upon argument-number
  accept seed-param from argument-value
    on exception
      move 1 to bad-parm-flag
  end-accept
  if bad-parm-flag = 0
    display 2 upon argument-number
    accept name-param from argument-value
      on exception
        move 1 to bad-parm-flag
    end-accept
  end-if
  if bad-parm-flag = 0
    display 3 upon argument-number
    accept operator-param from argument-value
      on exception
        move 1 to bad-parm-flag
    end-accept
  end-if
  if bad-parm-flag = 0
    display 4 upon argument-number
    accept reason-param from argument-value
      on exception
        move 1 to bad-parm-flag
    end-accept
  end-if
  if bad-parm-flag = 0
    if seed-param is numeric
      move seed-param to seed-key
    else
      move 1 to bad-parm-flag
    end-if
    if name-param = spaces or operator-param = spaces
        or reason-param = spaces
      move 1 to bad-parm-flag
    end-if
  end-if
  if bad-parm-flag = 1
*> Nonzero so a typo'd run-control step audits FAIL in the driver
*> instead of OK - the same contract archive-gamelog honours.
    move 8 to return-code
    display "Usage: round-void <seed> <player> <operator> <reason>"
    display "e.g.   round-void 2026081414302217 Dana jsmith"
        " ""kiosk left running - timer stuck"""
    display "Marks the round's gamelog.dat (or archive) row void,"
    display "takes its win or loss back off leaderboard.dat - the"
    display "seasonal counters too when the round is in the season"
    display "now running - and journals the correction, with the"
    display "board counts before and after, to adjustjournal.dat."
    display "A daily-challenge round's result is marked void on"
    display "dailychallenge.dat instead - it was never on the board."
  end-if
  .

load-archive-table.
  move 0 to archive-count
  open input archive-list-file
  if ls-status = "00"
    perform until ls-status not = "00"
      read archive-list-file next record
        at end
          continue
        not at end
          perform add-archive-name
      end-read
    end-perform
    close archive-list-file
  end-if
  .

add-archive-name.
  move 0 to archive-dup-flag
  perform varying archive-dup-idx from 1 by 1
      until archive-dup-idx > archive-count
    if archive-name-entry(archive-dup-idx) = archive-list-record
      move 1 to archive-dup-flag
    end-if
  end-perform
  if archive-dup-flag = 0 and archive-count < 100
    add 1 to archive-count
    move archive-list-record to archive-name-entry(archive-count)
  end-if
  .

*> Closes written before the stamp was kept have spaces there and
*> cannot be placed. With no stamped close at all behind them the
*> season boundary is unknown - a round could be this season's or one
*> already zeroed - so a board void is refused until convert-history
*> CLOSED-AT has stamped them, rather than guessed.
load-last-close.
  move 0 to last-close-stamp
  move 0 to history-rows
  move 0 to close-unknown-flag
  open input season-history-file
  if sh-status = "00"
    perform until sh-status not = "00"
      read season-history-file next record
        at end
          continue
        not at end
          add 1 to history-rows
          if sh-closed-at is numeric
            if sh-closed-at > last-close-stamp
              move sh-closed-at to last-close-stamp
            end-if
          end-if
      end-read
    end-perform
    close season-history-file
  end-if
  if history-rows > 0 and last-close-stamp = 0
    move 1 to close-unknown-flag
  end-if
  .

*> ---------------------------------------------------------------
*> Locate the round - archives first, then the live file
*> ---------------------------------------------------------------
locate-round.
  move 0 to found-count
  perform varying archive-idx from 1 by 1 until archive-idx > archive-count
    move archive-name-entry(archive-idx) to log-read-name
    perform locate-in-log-file
  end-perform
  move "gamelog.dat" to log-read-name
  perform locate-in-log-file
  .

locate-in-log-file.
  open input game-log-file
  if gl-status = "00"
    perform until gl-status not = "00"
      read game-log-file next record
        at end
          continue
        not at end
          if gl-seed = seed-key
              and function upper-case(function trim(gl-player-name))
                = function upper-case(function trim(name-param))
            perform note-found-row
          end-if
      end-read
    end-perform
    close game-log-file
  else
    if log-read-name not = "gamelog.dat"
      display "WARNING: could not open archive "
          function trim(log-read-name) " (status " gl-status ")"
    end-if
  end-if
  .

*> Name compare is trimmed and case-folded, like the registry lookup
*> in main.cob; the row's own spelling is what the board is keyed on,
*> so that is the one carried forward.
note-found-row.
  add 1 to found-count
  if found-count = 1
    move log-read-name to found-file
    move gl-player-name to round-player-name
    move gl-range-max to round-range-max
    move gl-win-flag to round-win-flag
    move gl-end-counter to round-end-counter
    if gl-void-round
      move 1 to round-void-flag
    else
      move 0 to round-void-flag
    end-if
    if gl-challenge-round
      move 1 to round-challenge-flag
    else
      move 0 to round-challenge-flag
    end-if
  else
    display "  also in " function trim(log-read-name)
  end-if
  .

*> ---------------------------------------------------------------
*> Take the round back
*> ---------------------------------------------------------------
*> Both rewrites are prepared as .new copies before either is renamed
*> over its live file, so a failure in either leaves the books exactly
*> as they were - a void row with its counts still on the board, or
*> the reverse, is the very drift this program exists to avoid.
void-round.
  if seed-key > last-close-stamp and round-challenge-flag = 0
    move 1 to in-season-flag
  else
    move 0 to in-season-flag
  end-if
  if round-challenge-flag = 1
    move 0 to board-found-flag
    move 1 to board-read-ok
  else
    perform read-board-row
  end-if
  if board-read-ok = 0
    move 8 to return-code
    display "leaderboard.dat unreadable (status " board-load-status
        ") - nothing voided."
  else
    perform compute-after-counts
    move 1 to board-write-ok
    if board-found-flag = 1
      perform write-new-board
    end-if
    move 1 to challenge-write-ok
    move 0 to challenge-rows-marked
    if round-challenge-flag = 1
      perform write-new-challenge
    end-if
    if board-write-ok = 1 and challenge-write-ok = 1
      perform write-new-log
    end-if
    if board-write-ok = 1 and challenge-write-ok = 1 and write-ok-flag = 1
      perform rename-void-files
      if rename-ok-flag = 1
        perform print-correction
        perform write-journal-row
      else
        move 8 to return-code
        perform print-rename-failure
      end-if
    else
      move 8 to return-code
      display "VOID ABORTED - gamelog and leaderboard.dat left as they"
          " were"
      display "  leaderboard.dat.new status: " nb-status
      if round-challenge-flag = 1
        display "  dailychallenge.dat.new status: " ndc-status
      end-if
      display "  " function trim(log-new-path) " status: " ng-status
    end-if
  end-if
  .

*> Gamelog first, so that a failure part-way leaves the round marked
*> void - a rerun then refuses it rather than taking the counts off
*> the board a second time.
rename-void-files.
  move 1 to rename-ok-flag
  move 0 to log-renamed
  move 0 to board-renamed
  move 0 to challenge-renamed
  call "CBL_RENAME_FILE" using log-new-path log-live-path
      returning rename-result
  if rename-result = 0
    move 1 to log-renamed
  else
    move 0 to rename-ok-flag
  end-if
  if rename-ok-flag = 1 and board-found-flag = 1
    call "CBL_RENAME_FILE" using new-board-path board-path
        returning rename-result
    if rename-result = 0
      move 1 to board-renamed
    else
      move 0 to rename-ok-flag
    end-if
  end-if
  if rename-ok-flag = 1 and challenge-rows-marked > 0
    call "CBL_RENAME_FILE" using new-challenge-path challenge-path
        returning rename-result
    if rename-result = 0
      move 1 to challenge-renamed
    else
      move 0 to rename-ok-flag
    end-if
  end-if
  .

*> Nothing is journalled for a void that only partly landed - the
*> operator finishes it by hand from the .new files named here.
print-rename-failure.
  display "VOID INCOMPLETE - a rename failed; NOT journalled"
  if log-renamed = 1
    display "  " function trim(log-live-path) ": replaced, row marked void"
  else
    display "  " function trim(log-live-path) ": NOT replaced - "
        function trim(log-new-path) " left in place"
  end-if
  if board-found-flag = 1
    if board-renamed = 1
      display "  leaderboard.dat: replaced, counts reversed"
    else
      display "  leaderboard.dat: NOT replaced - leaderboard.dat.new"
          " left in place"
    end-if
  end-if
  if challenge-rows-marked > 0
    if challenge-renamed = 1
      display "  dailychallenge.dat: replaced, result marked void"
    else
      display "  dailychallenge.dat: NOT replaced -"
          " dailychallenge.dat.new left in place"
    end-if
  end-if
  .

*> A board that is missing altogether (status 35) just means there is
*> no row to correct; one that exists but cannot be read must stop the
*> void, or the rewrite below would replace it with nothing.
read-board-row.
  move 0 to board-found-flag
  move 1 to board-read-ok
  open input leaderboard-file
  if lb-status = "00"
    perform until lb-status not = "00"
      read leaderboard-file next record
        at end
          continue
        not at end
          if lb-player-name = round-player-name
              and lb-range-max = round-range-max
            perform take-before-counts
          end-if
      end-read
    end-perform
    move lb-status to board-load-status
    close leaderboard-file
    if board-load-status not = "10"
      move 0 to board-read-ok
    end-if
  else
    if lb-status not = "35"
      move lb-status to board-load-status
      move 0 to board-read-ok
    end-if
  end-if
  .

take-before-counts.
  move 1 to board-found-flag
  move lb-wins to bf-wins
  move lb-losses to bf-losses
  move lb-best-counter to bf-best
  if lb-season-wins is numeric
    move lb-season-wins to bf-season-wins
    move lb-season-losses to bf-season-losses
    move lb-season-best to bf-season-best
  else
    move 0 to bf-season-wins
    move 0 to bf-season-losses
    move 999 to bf-season-best
  end-if
  .

*> Counts are floored at zero rather than trusted - a board that has
*> already drifted (the hand-edits this replaces) must not wrap.
compute-after-counts.
  move before-counts to after-counts
  if board-found-flag = 1
    if round-win-flag = 1
      if af-wins > 0
        subtract 1 from af-wins
      end-if
      if in-season-flag = 1 and af-season-wins > 0
        subtract 1 from af-season-wins
      end-if
      if round-end-counter = bf-best
          or (in-season-flag = 1 and round-end-counter = bf-season-best)
        perform find-rest-bests
        if round-end-counter = bf-best
          move rest-best to af-best
        end-if
        if in-season-flag = 1 and round-end-counter = bf-season-best
          move rest-season-best to af-season-best
        end-if
      end-if
    else
      if af-losses > 0
        subtract 1 from af-losses
      end-if
      if in-season-flag = 1 and af-season-losses > 0
        subtract 1 from af-season-losses
      end-if
    end-if
  end-if
  .

*> The voided win may have been the one that set the best counter, so
*> the best is recomputed from the player's other standing wins on the
*> tier, live and archived - the same history reconcile-leaderboard
*> holds the board to. The season's best looks only at rounds drawn
*> after the last close.
find-rest-bests.
  move 999 to rest-best
  move 999 to rest-season-best
  perform varying archive-idx from 1 by 1 until archive-idx > archive-count
    move archive-name-entry(archive-idx) to log-read-name
    perform scan-rest-bests
  end-perform
  move "gamelog.dat" to log-read-name
  perform scan-rest-bests
  .

scan-rest-bests.
  open input game-log-file
  if gl-status = "00"
    perform until gl-status not = "00"
      read game-log-file next record
        at end
          continue
        not at end
          if gl-player-name = round-player-name
              and gl-range-max = round-range-max
              and gl-win-flag = 1
              and not gl-void-round
              and not gl-challenge-round
              and gl-seed not = seed-key
            if gl-end-counter < rest-best
              move gl-end-counter to rest-best
            end-if
            if gl-seed > last-close-stamp
                and gl-end-counter < rest-season-best
              move gl-end-counter to rest-season-best
            end-if
          end-if
      end-read
    end-perform
    close game-log-file
  end-if
  .

write-new-board.
  move 0 to board-write-ok
  open input leaderboard-file
  if lb-status = "00"
    open output new-leaderboard-file
    if nb-status = "00"
      move 1 to board-write-ok
      perform until lb-status not = "00" or nb-status not = "00"
        read leaderboard-file next record
          at end
            continue
          not at end
            perform copy-board-row
        end-read
      end-perform
      if lb-status not = "10" or nb-status not = "00"
        move 0 to board-write-ok
      end-if
      close new-leaderboard-file
    end-if
    close leaderboard-file
  end-if
  .

copy-board-row.
  move leaderboard-record to new-leaderboard-record
  if lb-player-name = round-player-name
      and lb-range-max = round-range-max
    move af-wins to nlb-wins
    move af-losses to nlb-losses
    move af-best to nlb-best-counter
    move af-season-wins to nlb-season-wins
    move af-season-losses to nlb-season-losses
    move af-season-best to nlb-season-best
  else
*> Pre-season rows go back out full-width, as main.cob's next save
*> would write them.
    if lb-season-wins is not numeric
      move 0 to nlb-season-wins
      move 0 to nlb-season-losses
      move 999 to nlb-season-best
    end-if
  end-if
  write new-leaderboard-record
  .

*> The challenge board's row for the round is marked void the same
*> way, by its round key, so the report drops the result and the
*> player keeps the day's one attempt spent. A results file that is
*> missing, or has no row for the round, leaves nothing to mark.
write-new-challenge.
  move 0 to challenge-write-ok
  open input daily-challenge-file
  if dc-status = "35"
    move 1 to challenge-write-ok
  end-if
  if dc-status = "00"
    open output new-daily-challenge-file
    if ndc-status = "00"
      move 1 to challenge-write-ok
      perform until dc-status not = "00" or ndc-status not = "00"
        read daily-challenge-file next record
          at end
            continue
          not at end
            move daily-challenge-record to new-daily-challenge-record
            if dc-seed = seed-key
                and dc-range-max = round-range-max
                and dc-player-name = round-player-name
              move "V" to ndc-state
              add 1 to challenge-rows-marked
            end-if
            write new-daily-challenge-record
        end-read
      end-perform
      if dc-status not = "10" or ndc-status not = "00"
        move 0 to challenge-write-ok
      end-if
      close new-daily-challenge-file
    end-if
    close daily-challenge-file
  end-if
  .

*> The row stays where it is, marked - a void is a correction on the
*> record, not a deletion of it.
write-new-log.
  move 0 to write-ok-flag
  move 0 to rows-marked
  move found-file to log-read-name
  move found-file to log-live-path
  move spaces to log-new-path
  string function trim(found-file) ".new" delimited by size
      into log-new-path
  move log-new-path to log-write-name
  open input game-log-file
  if gl-status = "00"
    open output new-game-log-file
    if ng-status = "00"
      move 1 to write-ok-flag
      perform until gl-status not = "00" or ng-status not = "00"
        read game-log-file next record
          at end
            continue
          not at end
            move game-log-record to new-log-record
            if gl-seed = seed-key
                and gl-player-name = round-player-name
              move "V" to ngl-void-flag
              add 1 to rows-marked
            end-if
            write new-log-record
        end-read
      end-perform
      if gl-status not = "10" or ng-status not = "00"
          or rows-marked not = 1
        move 0 to write-ok-flag
      end-if
      close new-game-log-file
    end-if
    close game-log-file
  end-if
  .

write-journal-row.
  open extend adjust-journal-file
  if aj-status not = "00"
    open output adjust-journal-file
  end-if
  if aj-status = "00"
    move function current-date(1:8) to aj-run-date
    move function current-date(9:6) to aj-run-time
    move operator-param to aj-operator
    move "VOID" to aj-action
    move seed-key to aj-seed
    move round-range-max to aj-range-max
    move round-player-name to aj-player-name
    move round-win-flag to aj-win-flag
    if in-season-flag = 1
      move "S" to aj-season-flag
    else
      move space to aj-season-flag
    end-if
    move found-file to aj-source-file
    move bf-wins to aj-before-wins
    move bf-losses to aj-before-losses
    move bf-best to aj-before-best
    move bf-season-wins to aj-before-season-wins
    move bf-season-losses to aj-before-season-losses
    move bf-season-best to aj-before-season-best
    move af-wins to aj-after-wins
    move af-losses to aj-after-losses
    move af-best to aj-after-best
    move af-season-wins to aj-after-season-wins
    move af-season-losses to aj-after-season-losses
    move af-season-best to aj-after-season-best
    evaluate true
      when round-challenge-flag = 1
        move "C" to aj-board-flag
      when board-found-flag = 1
        move space to aj-board-flag
      when other
        move "N" to aj-board-flag
    end-evaluate
    move reason-param to aj-reason
    write adjust-journal-record
    close adjust-journal-file
    display "Journalled to adjustjournal.dat"
  else
    move 8 to return-code
    display "WARNING: cannot write adjustjournal.dat (status "
        aj-status ") - the void is applied but NOT journalled;"
        " record it by hand"
  end-if
  .

print-correction.
  evaluate round-range-max
    when 9
      move "EASY" to tier-label
    when 50
      move "MEDIUM" to tier-label
    when 99
      move "HARD" to tier-label
    when other
      move "?" to tier-label
  end-evaluate
  if round-win-flag = 1
    move "WIN" to outcome-label
  else
    move "LOSS" to outcome-label
  end-if
  display "===== ROUND VOIDED ====="
  display "Round:    seed " seed-key " " function trim(tier-label) " "
      function trim(round-player-name) " - " function trim(outcome-label)
  display "Row in:   " function trim(found-file)
  display "By:       " function trim(operator-param)
  display "Reason:   " function trim(reason-param)
  evaluate true
    when round-challenge-flag = 1
      display "Daily-challenge round - never on leaderboard.dat, no counts"
          " to reverse."
      if challenge-rows-marked > 0
        display "dailychallenge.dat result marked void."
      else
        display "No dailychallenge.dat row for the round - gamelog row"
            " marked only."
      end-if
    when board-found-flag = 0
      display "No leaderboard.dat row for this player and tier -"
          " gamelog row marked, no counts to reverse."
    when other
      move bf-wins to count-disp
      move af-wins to count-disp-2
      display "Wins:            " count-disp " -> " count-disp-2
      move bf-losses to count-disp
      move af-losses to count-disp-2
      display "Losses:          " count-disp " -> " count-disp-2
      move bf-best to best-disp
      move af-best to best-disp-2
      display "Best counter:      " best-disp " ->   " best-disp-2
      move bf-season-wins to count-disp
      move af-season-wins to count-disp-2
      display "Season wins:     " count-disp " -> " count-disp-2
      move bf-season-losses to count-disp
      move af-season-losses to count-disp-2
      display "Season losses:   " count-disp " -> " count-disp-2
      move bf-season-best to best-disp
      move af-season-best to best-disp-2
      display "Season best:       " best-disp " ->   " best-disp-2
      if in-season-flag = 0
        display "Round predates the last season close - seasonal"
            " counters left as they were."
      end-if
  end-evaluate
  .

  end program round-void.
