       >>source format is free
identification division.
program-id. reconcile-leaderboard.
environment division.
    select archive-log-file assign to dynamic archive-read-name
        organization is line sequential
        file status is al-status.
    select board-work-file assign to "reconcile-board.wrk"
        organization is line sequential
        file status is bw-status.
    select board-sort-file assign to "reconcile-board.srt".
    select round-sort-file assign to "reconcile-round.srt".
data division.
file section.
fd game-log-file.
fd archive-log-file.
copy "gamelog.cpy" replacing game-log-record by archive-log-record.

*> leaderboard.dat in player and tier order, for the match against the
*> totals coming out of the round sort.
fd board-work-file.
copy "leaderboard.cpy" replacing ==leaderboard-record==
    by ==board-work-record== leading ==lb-== by ==bw-==.

sd board-sort-file.
copy "leaderboard.cpy" replacing ==leaderboard-record==
    by ==board-sort-record== leading ==lb-== by ==bs-==.

sd round-sort-file.
01 round-sort-record.
    05 rs-key.
        10 rs-player-name pic x(20).
        10 rs-range-max   pic 99.
    05 rs-win-flag        pic 9.
    05 rs-end-counter     pic 999.
    05 rs-void-flag       pic x.

working-storage section.
01 gl-status             pic xx value spaces.
01 lb-status             pic xx value spaces.
01 al-status             pic xx value spaces.
01 bw-status             pic xx value spaces.
01 board-work-path       pic x(40) value "reconcile-board.wrk".

*> Archive file names to fold in, taken one per command-line argument
*> the way a JCL step would list extra DD's - e.g.
01 archive-args-done     pic 9 value 0.

*> Player totals recomputed straight from gamelog.dat - the source of
*> truth this batch reconciles leaderboard.dat against. The rounds are
*> sorted by player and tier and totalled one player-tier at a time;
*> leaderboard.dat is sorted the same way, and the two are matched
*> like a pair of tapes, so neither side has a table to outgrow.
01 computed-key.
    05 ct-name            pic x(20) value spaces.
    05 ct-range-max       pic 99 value 0.
01 ct-wins               pic 9(5) value 0.
01 ct-losses             pic 9(5) value 0.
01 ct-best-counter       pic 999 value 0.
01 computed-count        pic 9(7) value 0.
01 computed-matched      pic 9 value 0.

01 board-key.
    05 bk-name            pic x(20) value spaces.
    05 bk-range-max       pic 99 value 0.
01 board-eof-flag        pic 9 value 0.
01 board-open-flag       pic 9 value 0.
01 sort-eof-flag         pic 9 value 0.
01 first-row-flag        pic 9 value 0.

01 mismatch-count        pic 9(5) value 0.
01 missing-count         pic 9(5) value 0.

procedure division.
main.
  perform sort-leaderboard
  display "===== LEADERBOARD RECONCILIATION ====="
  sort round-sort-file
      on ascending key rs-player-name rs-range-max
      input procedure is release-rounds
      output procedure is compare-totals
  call "CBL_DELETE_FILE" using board-work-path
  perform print-summary
  stop run
  .

*> An empty work file stands in for a missing leaderboard.dat, so every
*> computed row then reports as missing from it.
sort-leaderboard.
  open input leaderboard-file
  if lb-status = "00"
    close leaderboard-file
    sort board-sort-file
        on ascending key bs-player-name bs-range-max
        with duplicates in order
        using leaderboard-file
        giving board-work-file
  else
    open output board-work-file
    close board-work-file
  end-if
  .

release-rounds.
  perform load-game-log-totals
  perform load-archive-totals
  .

load-game-log-totals.
  open input game-log-file
  if gl-status = "00"
        at end
          continue
        not at end
*> Challenge rounds are booked to dailychallenge.dat, never to
*> leaderboard.dat, so they have no part in what the board should hold.
          if not gl-challenge-round in game-log-record
            perform apply-log-record
          end-if
      end-read
    end-perform
    close game-log-file
  .

apply-log-record.
  move gl-player-name in game-log-record to rs-player-name
  move gl-range-max in game-log-record to rs-range-max
  move gl-win-flag in game-log-record to rs-win-flag
  move gl-end-counter in game-log-record to rs-end-counter
  move gl-void-flag in game-log-record to rs-void-flag
  release round-sort-record
  .

*> Walks the command-line arguments (each one an archive file name)
*> and folds every record in each into the same sort the live
*> gamelog.dat rows feed, so an archived player's totals are still
*> the sum of their whole history, not just what is left on disk.
load-archive-totals.
  move 0 to archive-arg-nb
  move 0 to archive-args-done
        at end
          continue
        not at end
          if not gl-challenge-round in archive-log-record
            perform apply-archive-record
          end-if
      end-read
    end-perform
    close archive-log-file
  .

apply-archive-record.
  move gl-player-name in archive-log-record to rs-player-name
  move gl-range-max in archive-log-record to rs-range-max
  move gl-win-flag in archive-log-record to rs-win-flag
  move gl-end-counter in archive-log-record to rs-end-counter
  move gl-void-flag in archive-log-record to rs-void-flag
  release round-sort-record
  .

*> Totals come off the sort one player-tier at a time and are matched
*> against the sorted board as each one completes. Board rows that
*> sort ahead of the current total have no gamelog or archive history
*> behind them at all (a stale row left by a race, or an operator who
*> forgot to pass the right archive file); a total with no board row
*> at its key is missing from the board.
compare-totals.
  move 0 to board-eof-flag
  move 0 to board-open-flag
  open input board-work-file
  if bw-status not = "00"
    move 1 to board-eof-flag
  else
    move 1 to board-open-flag
    perform read-board-row
  end-if
  move 0 to sort-eof-flag
  move 1 to first-row-flag
  perform until sort-eof-flag = 1
    return round-sort-file
      at end
        move 1 to sort-eof-flag
      not at end
        if first-row-flag = 0 and rs-key not = computed-key
          perform match-computed-row
        end-if
        if first-row-flag = 1 or rs-key not = computed-key
          perform start-computed-row
        end-if
        perform apply-round
    end-return
  end-perform
  if first-row-flag = 0
    perform match-computed-row
  end-if
  perform until board-eof-flag = 1
    perform report-extra-row
  end-perform
  if board-open-flag = 1
    close board-work-file
  end-if
  .

start-computed-row.
  move 0 to first-row-flag
  move rs-key to computed-key
  move 0 to ct-wins
  move 0 to ct-losses
  move 999 to ct-best-counter
  add 1 to computed-count
  .

*> A voided round still opens its player's row - round-void leaves the
*> board row in place at whatever the other rounds add up to, possibly
*> 0-0 - but adds nothing to it, the same reversal round-void booked.
apply-round.
  if rs-void-flag not = "V"
    if rs-win-flag = 1
      add 1 to ct-wins
      if rs-end-counter < ct-best-counter
        move rs-end-counter to ct-best-counter
      end-if
    else
      add 1 to ct-losses
    end-if
  end-if
  .

match-computed-row.
  perform until board-eof-flag = 1 or board-key >= computed-key
    perform report-extra-row
  end-perform
  move 0 to computed-matched
  perform until board-eof-flag = 1 or board-key not = computed-key
    move 1 to computed-matched
    perform compare-board-row
    perform read-board-row
  end-perform
  if computed-matched = 0
    add 1 to missing-count
    display "MISSING FROM LEADERBOARD: "
        function trim(ct-name)
        " (range-max " ct-range-max ")"
        " - gamelog shows wins " ct-wins
        " losses " ct-losses
        " best-counter " ct-best-counter
  end-if
  .

compare-board-row.
  if ct-wins not = bw-wins
      or ct-losses not = bw-losses
      or ct-best-counter not = bw-best-counter
    add 1 to mismatch-count
    display "MISMATCH: " function trim(ct-name)
        " (range-max " ct-range-max ")"
    display "    gamelog   - wins " ct-wins
        " losses " ct-losses
        " best-counter " ct-best-counter
    display "    leaderboard - wins " bw-wins
        " losses " bw-losses
        " best-counter " bw-best-counter
  end-if
  .

report-extra-row.
  add 1 to extra-count
  display "EXTRA ON LEADERBOARD: " function trim(bw-player-name)
      " (range-max " bw-range-max ")"
      " - not found in gamelog.dat or any archive"
  display "    leaderboard - wins " bw-wins
      " losses " bw-losses
      " best-counter " bw-best-counter
  perform read-board-row
  .

read-board-row.
  read board-work-file next record
    at end
      move 1 to board-eof-flag
  end-read
  if bw-status(1:1) = "0"
    move bw-player-name to bk-name
    move bw-range-max to bk-range-max
  else
    move 1 to board-eof-flag
  end-if
  .

print-summary.
