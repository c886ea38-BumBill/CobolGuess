       >>source format is free
identification division.
program-id. integrity-check.
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
    select leaderboard-file assign to "leaderboard.dat"
        organization is line sequential
        file status is lb-status.
    select registry-file assign to "players.dat"
        organization is line sequential
        file status is rg-status.
    select round-sort-file assign to "integrity-rounds.srt".
    select name-sort-file assign to "integrity-names.srt".
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

fd leaderboard-file.
copy "leaderboard.cpy".

fd registry-file.
copy "player-registry.cpy".

*> Every row that carries a round key, from every file that carries
*> one, brought together by (seed, tier, player) - the join the checks
*> below need, done by SORT so the whole history goes through however
*> long it gets, rather than into a table that stops at some count.
*> rs-kind: C checkpoint, D detail attempt, G gamelog round,
*> M matchlog seat. rs-flag: gamelog win flag, detail hint, or the
*> matchlog seat number.
sd round-sort-file.
01 round-sort-record.
    05 rs-seed           pic 9(16).
    05 rs-range-max      pic 99.
    05 rs-player-name    pic x(20).
    05 rs-kind           pic x.
    05 rs-flag           pic x.
    05 rs-source         pic x(40).

*> Every player name in the files the registry is meant to govern,
*> sorted with the players.dat rows (kind "0") ahead of the uses of
*> the same name, so one pass decides whether each name is registered.
sd name-sort-file.
01 name-sort-record.
    05 ns-player-name    pic x(20).
    05 ns-kind           pic x.

working-storage section.
01 gl-status             pic xx value spaces.
01 ls-status             pic xx value spaces.
01 dl-status             pic xx value spaces.
01 ml-status             pic xx value spaces.
01 cp-status             pic xx value spaces.
01 lb-status             pic xx value spaces.
01 rg-status             pic xx value spaces.
01 log-read-name         pic x(40) value spaces.

*> Archive names from archivelist.dat - same de-duplicated walk
*> player-history does, so a detail row whose round was archived away
*> still finds its gamelog row.
01 archive-table.
    05 archive-name-entry pic x(40) occurs 100 times.
01 archive-count         pic 999 value 0.
01 archive-idx           pic 999 value 0.
01 archive-dup-idx       pic 999 value 0.
01 archive-dup-flag      pic 9 value 0.
01 archive-missing       pic 999 value 0.

01 match-idx             pic 9 value 0.
01 legacy-detail-rows    pic 9(7) value 0.
01 registry-rows         pic 9(7) value 0.
01 sort-eof-flag         pic 9 value 0.

*> Control-break state for the round pass. The player group is one
*> (seed, tier, player); the round group is one (seed, tier).
01 prev-seed             pic 9(16) value 0.
01 prev-range-max        pic 99 value 0.
01 prev-player-name      pic x(20) value spaces.
01 first-row-flag        pic 9 value 1.
01 pg-gamelog-rows       pic 9(5) value 0.
01 pg-gamelog-wins       pic 9(5) value 0.
01 pg-detail-rows        pic 9(5) value 0.
01 pg-detail-wins        pic 9(5) value 0.
01 pg-checkpoint-rows    pic 9(5) value 0.
01 pg-match-seats        pic 9(5) value 0.
01 pg-gamelog-source     pic x(40) value spaces.
01 rg-gamelog-rows       pic 9(5) value 0.
01 rg-match-rows         pic 9(5) value 0.
01 rg-seat-misses        pic 9(5) value 0.
01 rg-unseated-rows      pic 9(5) value 0.
01 rg-seat-1-name        pic x(20) value spaces.
01 rg-seat-2-name        pic x(20) value spaces.

*> Control-break state for the name pass.
01 prev-name             pic x(20) value spaces.
01 nm-registered         pic 9 value 0.
01 nm-gamelog-rows       pic 9(7) value 0.
01 nm-detail-rows        pic 9(7) value 0.
01 nm-match-rows         pic 9(7) value 0.
01 nm-board-rows         pic 9(7) value 0.
01 nm-checkpoint-rows    pic 9(7) value 0.
01 where-text            pic x(120) value spaces.
01 where-pointer         pic 999 value 1.

01 rounds-checked        pic 9(7) value 0.
01 names-checked         pic 9(7) value 0.
01 orphan-detail-breaks  pic 9(5) value 0.
01 win-flag-breaks       pic 9(5) value 0.
01 match-breaks          pic 9(5) value 0.
01 name-breaks           pic 9(5) value 0.
01 checkpoint-breaks     pic 9(5) value 0.
01 total-breaks          pic 9(5) value 0.

01 count-disp            pic zzzzzz9.
01 count-disp-2          pic zzzzzz9.

procedure division.
main.
  display "===== CROSS-FILE INTEGRITY CHECK ====="
  perform load-archive-table
  sort round-sort-file
      on ascending key rs-seed rs-range-max rs-player-name rs-kind
      input procedure is release-round-rows
      output procedure is check-round-rows
  display " "
  display "--- player names against players.dat ---"
  sort name-sort-file
      on ascending key ns-player-name ns-kind
      input procedure is release-name-rows
      output procedure is check-name-rows
  perform print-summary
*> Nonzero so batch-driver audits the step FAIL on a night with breaks
*> - the same contract archive-gamelog honours for an aborted split.
  if total-breaks > 0
    move 8 to return-code
  end-if
  stop run
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

*> ---------------------------------------------------------------
*> Round-key checks
*> ---------------------------------------------------------------
release-round-rows.
  perform varying archive-idx from 1 by 1 until archive-idx > archive-count
    move archive-name-entry(archive-idx) to log-read-name
    perform release-log-file
  end-perform
  move "gamelog.dat" to log-read-name
  perform release-log-file
  perform release-detail-rows
  perform release-match-rows
  perform release-checkpoint-rows
  .

release-log-file.
  open input game-log-file
  if gl-status = "00"
    perform until gl-status not = "00"
      read game-log-file next record
        at end
          continue
        not at end
          move gl-seed to rs-seed
          move gl-range-max to rs-range-max
          move gl-player-name to rs-player-name
          move "G" to rs-kind
          move gl-win-flag to rs-flag
          move log-read-name to rs-source
          release round-sort-record
      end-read
    end-perform
    close game-log-file
  else
    if log-read-name not = "gamelog.dat"
      add 1 to archive-missing
      display "WARNING: could not open archive "
          function trim(log-read-name) " (status " gl-status ")"
          " - its rounds will show as missing below"
    end-if
  end-if
  .

*> Rows from before the round key existed have spaces in dl-seed -
*> they cannot be tied to a round, so they are counted, not judged,
*> the same carve-out guess-analysis gives them.
release-detail-rows.
  open input detail-log-file
  if dl-status = "00"
    perform until dl-status not = "00"
      read detail-log-file next record
        at end
          continue
        not at end
          if dl-seed is numeric
            move dl-seed to rs-seed
            move dl-range-max to rs-range-max
            move dl-player-name to rs-player-name
            move "D" to rs-kind
            move dl-hint to rs-flag
            move "detaillog.dat" to rs-source
            release round-sort-record
          else
            add 1 to legacy-detail-rows
          end-if
      end-read
    end-perform
    close detail-log-file
  end-if
  .

release-match-rows.
  open input match-log-file
  if ml-status = "00"
    perform until ml-status not = "00"
      read match-log-file next record
        at end
          continue
        not at end
          move ml-seed to rs-seed
          move ml-range-max to rs-range-max
          move "M" to rs-kind
          move "matchlog.dat" to rs-source
          move ml-player-1 to rs-player-name
          move "1" to rs-flag
          release round-sort-record
          move ml-player-2 to rs-player-name
          move "2" to rs-flag
          release round-sort-record
      end-read
    end-perform
    close match-log-file
  end-if
  .

*> A match checkpoint is filed under seat 1's name but is in flight
*> for both seats, so each seat gets its own row here.
release-checkpoint-rows.
  open input checkpoint-file
  if cp-status = "00"
    perform until cp-status not = "00"
      read checkpoint-file next record
        at end
          continue
        not at end
          if cp-seed-value is numeric
            move cp-seed-value to rs-seed
            move cp-range-max to rs-range-max
            move "C" to rs-kind
            move cp-started to rs-flag
            move "checkpoint.dat" to rs-source
            if cp-match-mode = 1
              perform varying match-idx from 1 by 1 until match-idx > 2
                move cp-mp-name(match-idx) to rs-player-name
                release round-sort-record
              end-perform
            else
              move cp-player-name to rs-player-name
              release round-sort-record
            end-if
          end-if
      end-read
    end-perform
    close checkpoint-file
  end-if
  .

check-round-rows.
  move 1 to first-row-flag
  move 0 to sort-eof-flag
  perform until sort-eof-flag = 1
    return round-sort-file
      at end
        move 1 to sort-eof-flag
      not at end
        perform take-round-row
    end-return
  end-perform
  if first-row-flag = 0
    perform close-player-group
    perform close-round-group
  end-if
  .

take-round-row.
  if first-row-flag = 1
    move 0 to first-row-flag
    perform open-round-group
    perform open-player-group
  else
    if rs-seed not = prev-seed or rs-range-max not = prev-range-max
      perform close-player-group
      perform close-round-group
      perform open-round-group
      perform open-player-group
    else
      if rs-player-name not = prev-player-name
        perform close-player-group
        perform open-player-group
      end-if
    end-if
  end-if
  evaluate rs-kind
    when "G"
      add 1 to pg-gamelog-rows
      add 1 to rg-gamelog-rows
      if rs-flag = "1"
        add 1 to pg-gamelog-wins
      end-if
      move rs-source to pg-gamelog-source
    when "D"
      add 1 to pg-detail-rows
      if rs-flag = "W"
        add 1 to pg-detail-wins
      end-if
    when "C"
      add 1 to pg-checkpoint-rows
    when "M"
      add 1 to pg-match-seats
      if rs-flag = "1"
        add 1 to rg-match-rows
        if rg-seat-1-name = spaces
          move rs-player-name to rg-seat-1-name
        end-if
      else
        if rg-seat-2-name = spaces
          move rs-player-name to rg-seat-2-name
        end-if
      end-if
  end-evaluate
  .

open-round-group.
  move rs-seed to prev-seed
  move rs-range-max to prev-range-max
  move 0 to rg-gamelog-rows
  move 0 to rg-match-rows
  move 0 to rg-seat-misses
  move 0 to rg-unseated-rows
  move spaces to rg-seat-1-name
  move spaces to rg-seat-2-name
  add 1 to rounds-checked
  .

open-player-group.
  move rs-player-name to prev-player-name
  move 0 to pg-gamelog-rows
  move 0 to pg-gamelog-wins
  move 0 to pg-detail-rows
  move 0 to pg-detail-wins
  move 0 to pg-checkpoint-rows
  move 0 to pg-match-seats
  move spaces to pg-gamelog-source
  .

*> One player's share of one round. A detail row with no gamelog row
*> is only legitimate while the round is still in flight - i.e. while
*> checkpoint.dat still holds it.
close-player-group.
  if pg-detail-rows > 0
    if pg-gamelog-rows = 0 and pg-checkpoint-rows = 0
      add 1 to orphan-detail-breaks
      move pg-detail-rows to count-disp
      display "DETAIL WITHOUT ROUND: seed " prev-seed
          " tier " prev-range-max " " function trim(prev-player-name)
          " - " function trim(count-disp) " detail rows, no gamelog row"
          " live or archived"
    end-if
    if pg-gamelog-rows > 0
      if (pg-detail-wins > 0 and pg-gamelog-wins = 0)
          or (pg-detail-wins = 0 and pg-gamelog-wins > 0)
        add 1 to win-flag-breaks
        if pg-detail-wins > 0
          display "WIN FLAG DISAGREES: seed " prev-seed
              " tier " prev-range-max " " function trim(prev-player-name)
              " - detail rows end in W, gamelog row ("
              function trim(pg-gamelog-source) ") says loss"
        else
          display "WIN FLAG DISAGREES: seed " prev-seed
              " tier " prev-range-max " " function trim(prev-player-name)
              " - no W in the detail rows, gamelog row ("
              function trim(pg-gamelog-source) ") says win"
        end-if
      end-if
    end-if
  end-if
  if pg-checkpoint-rows > 0 and pg-gamelog-rows > 0
    add 1 to checkpoint-breaks
    display "CHECKPOINT FOR FINISHED ROUND: seed " prev-seed
        " tier " prev-range-max " " function trim(prev-player-name)
        " - checkpoint.dat row still present, round already in "
        function trim(pg-gamelog-source)
  end-if
  if pg-match-seats > 0
    if pg-gamelog-rows not = 1
      add 1 to rg-seat-misses
    end-if
  else
    add pg-gamelog-rows to rg-unseated-rows
  end-if
  .

*> A match round is right only when matchlog.dat holds it once and
*> gamelog.dat holds exactly two rows for it, one per seat - a seat
*> with none (or two), or a third player's row on the same seed, is a
*> break.
close-round-group.
  if rg-match-rows > 0
    if rg-match-rows not = 1 or rg-gamelog-rows not = 2
        or rg-seat-misses > 0 or rg-unseated-rows > 0
      add 1 to match-breaks
      move rg-gamelog-rows to count-disp
      move rg-match-rows to count-disp-2
      display "MATCH ROWS WRONG: seed " prev-seed " tier " prev-range-max
          " " function trim(rg-seat-1-name) " v "
          function trim(rg-seat-2-name) " - "
          function trim(count-disp) " gamelog rows for "
          function trim(count-disp-2) " matchlog row(s); expected 2 for 1,"
          " one per seat"
    end-if
  end-if
  .

*> ---------------------------------------------------------------
*> Registry checks
*> ---------------------------------------------------------------
release-name-rows.
  move 0 to registry-rows
  open input registry-file
  if rg-status = "00"
    perform until rg-status not = "00"
      read registry-file next record
        at end
          continue
        not at end
          add 1 to registry-rows
          move pr-player-name to ns-player-name
          move "0" to ns-kind
          release name-sort-record
      end-read
    end-perform
    close registry-file
  end-if
*> An empty or missing registry is a site that has not seeded
*> players.dat yet - main.cob waves every name through in that case,
*> so there is nothing to hold the other files to.
  if registry-rows > 0
    move "gamelog.dat" to log-read-name
    open input game-log-file
    if gl-status = "00"
      perform until gl-status not = "00"
        read game-log-file next record
          at end
            continue
          not at end
            move gl-player-name to ns-player-name
            move "G" to ns-kind
            release name-sort-record
        end-read
      end-perform
      close game-log-file
    end-if
    perform release-detail-names
    perform release-match-names
    perform release-board-names
    perform release-checkpoint-names
  end-if
  .

release-detail-names.
  open input detail-log-file
  if dl-status = "00"
    perform until dl-status not = "00"
      read detail-log-file next record
        at end
          continue
        not at end
          move dl-player-name to ns-player-name
          move "D" to ns-kind
          release name-sort-record
      end-read
    end-perform
    close detail-log-file
  end-if
  .

release-match-names.
  open input match-log-file
  if ml-status = "00"
    perform until ml-status not = "00"
      read match-log-file next record
        at end
          continue
        not at end
          move "M" to ns-kind
          move ml-player-1 to ns-player-name
          release name-sort-record
          move ml-player-2 to ns-player-name
          release name-sort-record
          if ml-winner-name not = spaces
            move ml-winner-name to ns-player-name
            release name-sort-record
          end-if
      end-read
    end-perform
    close match-log-file
  end-if
  .

release-board-names.
  open input leaderboard-file
  if lb-status = "00"
    perform until lb-status not = "00"
      read leaderboard-file next record
        at end
          continue
        not at end
          move lb-player-name to ns-player-name
          move "L" to ns-kind
          release name-sort-record
      end-read
    end-perform
    close leaderboard-file
  end-if
  .

release-checkpoint-names.
  open input checkpoint-file
  if cp-status = "00"
    perform until cp-status not = "00"
      read checkpoint-file next record
        at end
          continue
        not at end
          move "C" to ns-kind
          move cp-player-name to ns-player-name
          release name-sort-record
          if cp-match-mode = 1
            move cp-mp-name(2) to ns-player-name
            release name-sort-record
          end-if
      end-read
    end-perform
    close checkpoint-file
  end-if
  .

check-name-rows.
  if registry-rows = 0
    display "players.dat empty or missing - registry check skipped"
  end-if
  move 1 to first-row-flag
  move 0 to sort-eof-flag
  perform until sort-eof-flag = 1
    return name-sort-file
      at end
        move 1 to sort-eof-flag
      not at end
        perform take-name-row
    end-return
  end-perform
  if first-row-flag = 0
    perform close-name-group
  end-if
  .

take-name-row.
  if first-row-flag = 1
    move 0 to first-row-flag
    perform open-name-group
  else
    if ns-player-name not = prev-name
      perform close-name-group
      perform open-name-group
    end-if
  end-if
  evaluate ns-kind
    when "0"
      move 1 to nm-registered
    when "G"
      add 1 to nm-gamelog-rows
    when "D"
      add 1 to nm-detail-rows
    when "M"
      add 1 to nm-match-rows
    when "L"
      add 1 to nm-board-rows
    when "C"
      add 1 to nm-checkpoint-rows
  end-evaluate
  .

open-name-group.
  move ns-player-name to prev-name
  move 0 to nm-registered
  move 0 to nm-gamelog-rows
  move 0 to nm-detail-rows
  move 0 to nm-match-rows
  move 0 to nm-board-rows
  move 0 to nm-checkpoint-rows
  .

*> Exact-spelling compare: main.cob substitutes the registered
*> spelling at round start, so a case variant on file is a history
*> split the registry was meant to stop, not a match.
close-name-group.
  if nm-registered = 0
    add 1 to names-checked
    add 1 to name-breaks
    move spaces to where-text
    move 1 to where-pointer
    if nm-gamelog-rows > 0
      move nm-gamelog-rows to count-disp
      string " gamelog.dat(" function trim(count-disp) ")"
          delimited by size into where-text with pointer where-pointer
    end-if
    if nm-detail-rows > 0
      move nm-detail-rows to count-disp
      string " detaillog.dat(" function trim(count-disp) ")"
          delimited by size into where-text with pointer where-pointer
    end-if
    if nm-match-rows > 0
      move nm-match-rows to count-disp
      string " matchlog.dat(" function trim(count-disp) ")"
          delimited by size into where-text with pointer where-pointer
    end-if
    if nm-board-rows > 0
      move nm-board-rows to count-disp
      string " leaderboard.dat(" function trim(count-disp) ")"
          delimited by size into where-text with pointer where-pointer
    end-if
    if nm-checkpoint-rows > 0
      move nm-checkpoint-rows to count-disp
      string " checkpoint.dat(" function trim(count-disp) ")"
          delimited by size into where-text with pointer where-pointer
    end-if
    display "NOT IN PLAYERS.DAT: '" function trim(prev-name) "' -"
        function trim(where-text, trailing)
  else
    if nm-gamelog-rows > 0 or nm-detail-rows > 0 or nm-match-rows > 0
        or nm-board-rows > 0 or nm-checkpoint-rows > 0
      add 1 to names-checked
    end-if
  end-if
  .

print-summary.
  compute total-breaks = orphan-detail-breaks + win-flag-breaks
      + match-breaks + name-breaks + checkpoint-breaks
  display " "
  display "Round keys checked:                   " rounds-checked
  display "Names checked:                        " names-checked
  display "Legacy detail rows (no round key):    " legacy-detail-rows
  display "Detail rows with no gamelog round:    " orphan-detail-breaks
  display "Detail W / gamelog win-flag disputes: " win-flag-breaks
  display "Matches without one row per seat:     " match-breaks
  display "Names missing from players.dat:       " name-breaks
  display "Checkpoints for finished rounds:      " checkpoint-breaks
  if archive-missing > 0
    display "Archives listed but unreadable:       " archive-missing
  end-if
  if total-breaks = 0
    display "All files agree with each other"
  else
    display "INTEGRITY BREAKS FOUND: " total-breaks " - see detail above"
  end-if
  .

  end program integrity-check.
