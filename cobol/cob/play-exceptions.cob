       >>source format is free
identification division.
program-id. play-exceptions.
environment division.
input-output section.
file-control.
    select game-log-file assign to "gamelog.dat"
        organization is line sequential
        file status is gl-status.
    select detail-log-file assign to "detaillog.dat"
        organization is line sequential
        file status is dl-status.
    select match-log-file assign to "matchlog.dat"
        organization is line sequential
        file status is ml-status.
    select checkpoint-file assign to "checkpoint.dat"
        organization is line sequential
        file status is cp-status.
    select exception-file assign to "exceptions.dat"
        organization is line sequential
        file status is px-status.
    select first-guess-work-file assign to "exceptions-fg.wrk"
        organization is line sequential
        file status is fw-status.
    select idle-seat-work-file assign to "exceptions-is.wrk"
        organization is line sequential
        file status is iw-status.
    select round-sort-file assign to "exceptions-rounds.srt".
    select first-guess-sort-file assign to "exceptions-fg.srt".
    select idle-seat-sort-file assign to "exceptions-is.srt".
    select session-sort-file assign to "exceptions-sessions.srt".
data division.
file section.
fd game-log-file.
copy "gamelog.cpy".

fd detail-log-file.
copy "detail-log.cpy".

fd match-log-file.
copy "matchlog.cpy".

fd checkpoint-file.
copy "checkpoint.cpy".

fd exception-file.
copy "play-exception.cpy".

*> One row per player per judged round - whether the round was won on
*> the player's first guess. Re-sorted by player and tier so the
*> first-guess rate can be judged over the player's whole history.
fd first-guess-work-file.
01 first-guess-work-record.
    05 fw-player-name    pic x(20).
    05 fw-range-max      pic 99.
    05 fw-seed           pic 9(16).
    05 fw-first-win      pic 9.

*> One row per match won against a seat that never guessed. Re-sorted
*> by winner and idle opponent so repeat pairings stand together.
fd idle-seat-work-file.
01 idle-seat-work-record.
    05 iw-winner-name    pic x(20).
    05 iw-loser-name     pic x(20).
    05 iw-seed           pic 9(16).
    05 iw-range-max      pic 99.

*> Detail attempts, matchlog seats and voided gamelog rows brought
*> together by round key and player, attempts in the order they were
*> made. rs-kind: D detail attempt, M matchlog seat, V voided round.
sd round-sort-file.
01 round-sort-record.
    05 rs-seed           pic 9(16).
    05 rs-range-max      pic 99.
    05 rs-player-name    pic x(20).
    05 rs-kind           pic x.
    05 rs-attempt-nb     pic 99.
    05 rs-seq            pic 9(9).
    05 rs-guess          pic 99.
    05 rs-hint           pic x.
    05 rs-seat           pic 9.
    05 rs-winner-flag    pic x.

sd first-guess-sort-file.
01 first-guess-sort-record.
    05 fs-player-name    pic x(20).
    05 fs-range-max      pic 99.
    05 fs-seed           pic 9(16).
    05 fs-first-win      pic 9.

sd idle-seat-sort-file.
01 idle-seat-sort-record.
    05 is-winner-name    pic x(20).
    05 is-loser-name     pic x(20).
    05 is-seed           pic 9(16).
    05 is-range-max      pic 99.

*> Checkpoint rows (kind C) ahead of detail attempts (kind D) for each
*> name, the attempts in the order they were written. The key name is
*> trimmed and case-folded so spellings from before the registry
*> still fall together.
sd session-sort-file.
01 session-sort-record.
    05 ss-name-key       pic x(20).
    05 ss-kind           pic x.
    05 ss-seq            pic 9(9).
    05 ss-seed           pic 9(16).
    05 ss-range-max      pic 99.
    05 ss-player-name    pic x(20).

working-storage section.
01 gl-status             pic xx value spaces.
01 dl-status             pic xx value spaces.
01 ml-status             pic xx value spaces.
01 cp-status             pic xx value spaces.
01 px-status             pic xx value spaces.
01 fw-status             pic xx value spaces.
01 iw-status             pic xx value spaces.

*> Run parameter - how few ticks a win has to use before FAST-WIN
*> flags it on MEDIUM and HARD. The default, 2, is the start command
*> plus one guess: the fastest any real round can finish. EASY is
*> flagged only below that floor - one lucky guess in nine is too
*> common there to be worth a look on its own, and FIRST-GUESS judges
*> the pattern instead.
01 ticks-param           pic x(3) value spaces.
01 fast-win-ticks        pic 999 value 2.
01 ticks-used            pic 999 value 0.
01 bad-parm-flag         pic 9 value 0.
01 run-date              pic 9(8) value 0.

*> Scratch files between the round pass and the two re-sorts; removed
*> once read so a later run never mistakes them for input.
01 first-guess-work-path pic x(40) value "exceptions-fg.wrk".
01 idle-seat-work-path   pic x(40) value "exceptions-is.wrk".

01 release-seq           pic 9(9) value 0.
01 match-idx             pic 9 value 0.
01 sort-eof-flag         pic 9 value 0.
01 first-row-flag        pic 9 value 1.

*> Round pass - player group state. The hint walk keeps the last
*> judged guess and the hint it drew; each later guess either went the
*> way that hint pointed or defied it.
01 prev-seed             pic 9(16) value 0.
01 prev-range-max        pic 99 value 0.
01 prev-player-name      pic x(20) value spaces.
01 pg-detail-rows        pic 9(5) value 0.
01 pg-first-hint         pic x value space.
01 pg-won-flag           pic 9 value 0.
01 pg-void-flag          pic 9 value 0.
01 pg-seat               pic 9 value 0.
01 pg-seat-winner        pic x value space.
01 pg-last-guess         pic 99 value 0.
01 pg-last-hint          pic x value space.
01 pg-judged             pic 9(5) value 0.
01 pg-defied             pic 9(5) value 0.

*> Round pass - round group state, for the idle-seat test.
01 rg-void-flag          pic 9 value 0.
01 rg-seat-name          pic x(20) occurs 2 times.
01 rg-seat-rows          pic 9(5) occurs 2 times.
01 rg-seat-winner        pic x occurs 2 times.
01 rg-winner-idx         pic 9 value 0.
01 rg-loser-idx          pic 9 value 0.

*> First-guess pass. Chance of a first-guess win on a tier is one in
*> range-max; a player's count is flagged when it is at least 3 and
*> more than three standard deviations above what their round count
*> would give by chance.
01 fg-player-name        pic x(20) value spaces.
01 fg-range-max          pic 99 value 0.
01 fg-rounds             pic 9(7) value 0.
01 fg-first-wins         pic 9(7) value 0.
01 fg-last-win-seed      pic 9(16) value 0.
01 fg-chance             pic 9v9(6) value 0.
01 fg-expected           pic 9(7)v9(4) value 0.
01 fg-limit              pic 9(7)v9(4) value 0.
01 fg-limit-disp         pic zzzzzz9.
01 fg-max-count          pic 9(7) value 0.

*> Idle-seat pass. The first idle-seat win over an opponent is held
*> back; a second over the same opponent makes it a pattern, and both
*> are flagged, as is every later one.
01 is-prev-winner        pic x(20) value spaces.
01 is-prev-loser         pic x(20) value spaces.
01 is-pair-count         pic 9(5) value 0.
01 is-held-seed          pic 9(16) value 0.
01 is-held-range-max     pic 99 value 0.

*> Session pass.
01 sn-prev-key           pic x(20) value spaces.
01 sn-checkpoint-rows    pic 9(5) value 0.
01 sn-first-cp-seed      pic 9(16) value 0.
01 sn-first-cp-range     pic 99 value 0.
01 sn-first-cp-name      pic x(20) value spaces.
01 sn-current-seed       pic 9(16) value 0.
01 sn-latest-seed        pic 9(16) value 0.
01 sn-flagged-seed       pic 9(16) value 0.

01 first-guess-flags     pic 9(5) value 0.
01 fast-win-flags        pic 9(5) value 0.
01 hint-defy-flags       pic 9(5) value 0.
01 dup-session-flags     pic 9(5) value 0.
01 idle-seat-flags       pic 9(5) value 0.
01 total-flags           pic 9(5) value 0.
01 write-fail-flag       pic 9 value 0.

01 count-disp            pic zzzzzz9.
01 count-disp-2          pic zzzzzz9.
01 seed-disp             pic 9(16).

procedure division.
main.
  perform get-parameters
  if bad-parm-flag = 0
    move function current-date(1:8) to run-date
    open output exception-file
    if px-status not = "00"
      move 8 to return-code
      display "Cannot open exceptions.dat (status " px-status
          ") - no report written"
    else
      display "===== SUSPICIOUS-PLAY EXCEPTIONS ====="
      perform check-fast-wins
      open output first-guess-work-file
      open output idle-seat-work-file
      sort round-sort-file
          on ascending key rs-seed rs-range-max rs-player-name rs-kind
              rs-attempt-nb rs-seq
          input procedure is release-round-rows
          output procedure is check-round-rows
      close first-guess-work-file
      close idle-seat-work-file
      sort first-guess-sort-file
          on ascending key fs-player-name fs-range-max fs-seed
          using first-guess-work-file
          output procedure is check-first-guess-rates
      sort idle-seat-sort-file
          on ascending key is-winner-name is-loser-name is-seed
          using idle-seat-work-file
          output procedure is check-idle-seat-pairs
      call "CBL_DELETE_FILE" using first-guess-work-path
      call "CBL_DELETE_FILE" using idle-seat-work-path
      sort session-sort-file
          on ascending key ss-name-key ss-kind ss-seq
          input procedure is release-session-rows
          output procedure is check-session-rows
      close exception-file
      perform print-summary
    end-if
  end-if
  stop run
  .

get-parameters.
  move 0 to bad-parm-flag
  display 1 upon argument-number
  accept ticks-param from argument-value
    on exception
      continue
  end-accept
  if ticks-param not = spaces
    if function test-numval(ticks-param) = 0
      compute fast-win-ticks = function numval(ticks-param)
    else
      move 1 to bad-parm-flag
    end-if
  end-if
  if bad-parm-flag = 1
*> Nonzero so a typo'd run-control step audits FAIL in the driver
*> instead of OK - the same contract archive-gamelog honours.
    move 8 to return-code
    display "Usage: play-exceptions [fast-win-ticks]"
    display "Reads gamelog.dat, detaillog.dat, matchlog.dat and"
    display "checkpoint.dat and writes every suspicious round it finds"
    display "to exceptions.dat with the player, round key and rule."
    display "fast-win-ticks (default 2) is the most ticks a MEDIUM or"
    display "HARD win may use and still be flagged as FAST-WIN."
  end-if
  .

*> Every flag goes through here so the file and the printed listing
*> can never disagree.
write-exception.
  move run-date to px-run-date
  write play-exception-record
  if px-status not = "00"
    move 1 to write-fail-flag
  end-if
  move px-seed to seed-disp
  display px-rule " " px-player-name " " seed-disp " tier "
      px-range-max " " function trim(px-detail)
  .

*> ---------------------------------------------------------------
*> FAST-WIN - straight off gamelog.dat
*> ---------------------------------------------------------------
check-fast-wins.
  open input game-log-file
  if gl-status = "00"
    perform until gl-status not = "00"
      read game-log-file next record
        at end
          continue
        not at end
          if gl-win-flag = 1 and not gl-void-round
            perform judge-fast-win
          end-if
      end-read
    end-perform
    close game-log-file
  end-if
  .

judge-fast-win.
  compute ticks-used = 999 - gl-end-counter
  if ticks-used < 2
      or (ticks-used <= fast-win-ticks and gl-range-max > 9)
    add 1 to fast-win-flags
    move "FAST-WIN" to px-rule
    move gl-player-name to px-player-name
    move gl-seed to px-seed
    move gl-range-max to px-range-max
    move ticks-used to count-disp
    move spaces to px-detail
    string "won using " function trim(count-disp) " tick(s) of the counter"
        delimited by size into px-detail
    perform write-exception
  end-if
  .

*> ---------------------------------------------------------------
*> Round pass - HINT-DEFY, and the feeds for FIRST-GUESS and IDLE-SEAT
*> ---------------------------------------------------------------
*> Detail rows from before the round key existed cannot be tied to a
*> round and are left out, as guess-analysis leaves them out.
release-round-rows.
  move 0 to release-seq
  open input detail-log-file
  if dl-status = "00"
    perform until dl-status not = "00"
      read detail-log-file next record
        at end
          continue
        not at end
          if dl-seed is numeric
            add 1 to release-seq
            move dl-seed to rs-seed
            move dl-range-max to rs-range-max
            move dl-player-name to rs-player-name
            move "D" to rs-kind
            move dl-attempt-nb to rs-attempt-nb
            move release-seq to rs-seq
            move dl-guess to rs-guess
            move dl-hint to rs-hint
            move 0 to rs-seat
            move space to rs-winner-flag
            release round-sort-record
          end-if
      end-read
    end-perform
    close detail-log-file
  end-if
  open input match-log-file
  if ml-status = "00"
    perform until ml-status not = "00"
      read match-log-file next record
        at end
          continue
        not at end
          perform release-match-seats
      end-read
    end-perform
    close match-log-file
  end-if
  open input game-log-file
  if gl-status = "00"
    perform until gl-status not = "00"
      read game-log-file next record
        at end
          continue
        not at end
          if gl-void-round
            move gl-seed to rs-seed
            move gl-range-max to rs-range-max
            move gl-player-name to rs-player-name
            move "V" to rs-kind
            move 0 to rs-attempt-nb
            move 0 to rs-seq
            move 0 to rs-guess
            move space to rs-hint
            move 0 to rs-seat
            move space to rs-winner-flag
            release round-sort-record
          end-if
      end-read
    end-perform
    close game-log-file
  end-if
  .

release-match-seats.
  move ml-seed to rs-seed
  move ml-range-max to rs-range-max
  move "M" to rs-kind
  move 0 to rs-attempt-nb
  move 0 to rs-seq
  move 0 to rs-guess
  move space to rs-hint
  move ml-player-1 to rs-player-name
  move 1 to rs-seat
  if ml-winner-name not = spaces and ml-winner-name = ml-player-1
    move "Y" to rs-winner-flag
  else
    move "N" to rs-winner-flag
  end-if
  release round-sort-record
  move ml-player-2 to rs-player-name
  move 2 to rs-seat
  if ml-winner-name not = spaces and ml-winner-name = ml-player-2
    move "Y" to rs-winner-flag
  else
    move "N" to rs-winner-flag
  end-if
  release round-sort-record
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
    when "D"
      perform take-detail-row
    when "M"
      move rs-seat to pg-seat
      move rs-winner-flag to pg-seat-winner
    when "V"
      move 1 to pg-void-flag
      move 1 to rg-void-flag
  end-evaluate
  .

*> A repeat (R) is the kiosk refusing the guess, not a move - it is
*> neither judged nor remembered as the last guess. The winning guess
*> is not judged either: it always lies the way the last hint pointed.
take-detail-row.
  add 1 to pg-detail-rows
  if pg-detail-rows = 1
    move rs-hint to pg-first-hint
  end-if
  if rs-hint not = "R"
    if rs-hint = "W"
      move 1 to pg-won-flag
    else
      if pg-last-hint = "H" or pg-last-hint = "L"
        add 1 to pg-judged
        if (pg-last-hint = "H" and rs-guess <= pg-last-guess)
            or (pg-last-hint = "L" and rs-guess >= pg-last-guess)
          add 1 to pg-defied
        end-if
      end-if
    end-if
    move rs-guess to pg-last-guess
    move rs-hint to pg-last-hint
  end-if
  .

open-round-group.
  move rs-seed to prev-seed
  move rs-range-max to prev-range-max
  move 0 to rg-void-flag
  perform varying match-idx from 1 by 1 until match-idx > 2
    move spaces to rg-seat-name(match-idx)
    move 0 to rg-seat-rows(match-idx)
    move space to rg-seat-winner(match-idx)
  end-perform
  .

open-player-group.
  move rs-player-name to prev-player-name
  move 0 to pg-detail-rows
  move space to pg-first-hint
  move 0 to pg-won-flag
  move 0 to pg-void-flag
  move 0 to pg-seat
  move space to pg-seat-winner
  move 0 to pg-last-guess
  move space to pg-last-hint
  move 0 to pg-judged
  move 0 to pg-defied
  .

close-player-group.
  if pg-detail-rows > 0 and pg-void-flag = 0
    move prev-player-name to fw-player-name
    move prev-range-max to fw-range-max
    move prev-seed to fw-seed
    if pg-first-hint = "W"
      move 1 to fw-first-win
    else
      move 0 to fw-first-win
    end-if
    write first-guess-work-record
    if pg-won-flag = 1 and pg-judged > 0 and pg-defied = pg-judged
      add 1 to hint-defy-flags
      move "HINT-DEFY" to px-rule
      move prev-player-name to px-player-name
      move prev-seed to px-seed
      move prev-range-max to px-range-max
      move pg-defied to count-disp
      move spaces to px-detail
      string "won after going against all " function trim(count-disp)
          " hint(s) it was given" delimited by size into px-detail
      perform write-exception
    end-if
  end-if
  if pg-seat = 1 or pg-seat = 2
    move prev-player-name to rg-seat-name(pg-seat)
    move pg-detail-rows to rg-seat-rows(pg-seat)
    move pg-seat-winner to rg-seat-winner(pg-seat)
  end-if
  .

*> Only a round whose winner's attempts are on file is judged - a
*> match from before detail rows carried the round key would otherwise
*> look like an idle seat on both sides.
close-round-group.
  if rg-void-flag = 0 and rg-seat-name(1) not = spaces
      and rg-seat-name(2) not = spaces
    move 0 to rg-winner-idx
    if rg-seat-winner(1) = "Y"
      move 1 to rg-winner-idx
      move 2 to rg-loser-idx
    end-if
    if rg-seat-winner(2) = "Y"
      move 2 to rg-winner-idx
      move 1 to rg-loser-idx
    end-if
    if rg-winner-idx > 0
      if rg-seat-rows(rg-winner-idx) > 0 and rg-seat-rows(rg-loser-idx) = 0
        move rg-seat-name(rg-winner-idx) to iw-winner-name
        move rg-seat-name(rg-loser-idx) to iw-loser-name
        move prev-seed to iw-seed
        move prev-range-max to iw-range-max
        write idle-seat-work-record
      end-if
    end-if
  end-if
  .

*> ---------------------------------------------------------------
*> FIRST-GUESS
*> ---------------------------------------------------------------
check-first-guess-rates.
  move 1 to first-row-flag
  move 0 to sort-eof-flag
  perform until sort-eof-flag = 1
    return first-guess-sort-file
      at end
        move 1 to sort-eof-flag
      not at end
        perform take-first-guess-row
    end-return
  end-perform
  if first-row-flag = 0
    perform judge-first-guess-rate
  end-if
  .

take-first-guess-row.
  if first-row-flag = 1
    move 0 to first-row-flag
    perform open-first-guess-group
  else
    if fs-player-name not = fg-player-name
        or fs-range-max not = fg-range-max
      perform judge-first-guess-rate
      perform open-first-guess-group
    end-if
  end-if
  add 1 to fg-rounds
  if fs-first-win = 1
    add 1 to fg-first-wins
    move fs-seed to fg-last-win-seed
  end-if
  .

open-first-guess-group.
  move fs-player-name to fg-player-name
  move fs-range-max to fg-range-max
  move 0 to fg-rounds
  move 0 to fg-first-wins
  move 0 to fg-last-win-seed
  .

*> The flag's round key is the latest first-guess win, the one most
*> worth replaying. Rows with no tier (range-max 0, converted from the
*> old layout) have no chance figure to judge against.
judge-first-guess-rate.
  if fg-range-max > 0 and fg-first-wins >= 3
    compute fg-chance = 1 / fg-range-max
    compute fg-expected = fg-rounds * fg-chance
    compute fg-limit = fg-expected
        + 3 * function sqrt(fg-rounds * fg-chance * (1 - fg-chance))
    if fg-first-wins > fg-limit
      add 1 to first-guess-flags
      move "FIRST-GUESS" to px-rule
      move fg-player-name to px-player-name
      move fg-last-win-seed to px-seed
      move fg-range-max to px-range-max
      move fg-first-wins to count-disp
      move fg-rounds to count-disp-2
      compute fg-max-count = function integer(fg-limit)
      move fg-max-count to fg-limit-disp
      move spaces to px-detail
      string function trim(count-disp) " first-guess wins in "
          function trim(count-disp-2) " rounds; chance allows "
          function trim(fg-limit-disp) delimited by size into px-detail
      perform write-exception
    end-if
  end-if
  .

*> ---------------------------------------------------------------
*> IDLE-SEAT
*> ---------------------------------------------------------------
check-idle-seat-pairs.
  move 1 to first-row-flag
  move 0 to sort-eof-flag
  perform until sort-eof-flag = 1
    return idle-seat-sort-file
      at end
        move 1 to sort-eof-flag
      not at end
        perform take-idle-seat-row
    end-return
  end-perform
  .

take-idle-seat-row.
  if first-row-flag = 1 or is-winner-name not = is-prev-winner
      or is-loser-name not = is-prev-loser
    move 0 to first-row-flag
    move is-winner-name to is-prev-winner
    move is-loser-name to is-prev-loser
    move 0 to is-pair-count
  end-if
  add 1 to is-pair-count
  evaluate is-pair-count
    when 1
      move is-seed to is-held-seed
      move is-range-max to is-held-range-max
    when 2
      move is-held-seed to px-seed
      move is-held-range-max to px-range-max
      perform write-idle-seat-flag
      move is-seed to px-seed
      move is-range-max to px-range-max
      perform write-idle-seat-flag
    when other
      move is-seed to px-seed
      move is-range-max to px-range-max
      perform write-idle-seat-flag
  end-evaluate
  .

write-idle-seat-flag.
  add 1 to idle-seat-flags
  move "IDLE-SEAT" to px-rule
  move is-winner-name to px-player-name
  move spaces to px-detail
  string "beat " function trim(is-loser-name)
      ", who never guessed - a repeat pairing"
      delimited by size into px-detail
  perform write-exception
  .

*> ---------------------------------------------------------------
*> DUP-SESSION
*> ---------------------------------------------------------------
*> A match checkpoint is filed under seat 1 but holds seat 2 in a
*> session too, so both seats count.
release-session-rows.
  move 0 to release-seq
  open input checkpoint-file
  if cp-status = "00"
    perform until cp-status not = "00"
      read checkpoint-file next record
        at end
          continue
        not at end
          if cp-seed-value is numeric
            move cp-player-name to ss-player-name
            perform release-checkpoint-name
            if cp-match-mode = 1
              move cp-mp-name(2) to ss-player-name
              perform release-checkpoint-name
            end-if
          end-if
      end-read
    end-perform
    close checkpoint-file
  end-if
  open input detail-log-file
  if dl-status = "00"
    perform until dl-status not = "00"
      read detail-log-file next record
        at end
          continue
        not at end
          if dl-seed is numeric
            add 1 to release-seq
            move function upper-case(function trim(dl-player-name))
                to ss-name-key
            move "D" to ss-kind
            move release-seq to ss-seq
            move dl-seed to ss-seed
            move dl-range-max to ss-range-max
            move dl-player-name to ss-player-name
            release session-sort-record
          end-if
      end-read
    end-perform
    close detail-log-file
  end-if
  .

release-checkpoint-name.
  add 1 to release-seq
  move function upper-case(function trim(ss-player-name)) to ss-name-key
  move "C" to ss-kind
  move release-seq to ss-seq
  move cp-seed-value to ss-seed
  move cp-range-max to ss-range-max
  release session-sort-record
  .

check-session-rows.
  move 1 to first-row-flag
  move 0 to sort-eof-flag
  perform until sort-eof-flag = 1
    return session-sort-file
      at end
        move 1 to sort-eof-flag
      not at end
        perform take-session-row
    end-return
  end-perform
  if first-row-flag = 0
    perform close-session-group
  end-if
  .

take-session-row.
  if first-row-flag = 1
    move 0 to first-row-flag
    perform open-session-group
  else
    if ss-name-key not = sn-prev-key
      perform close-session-group
      perform open-session-group
    end-if
  end-if
  if ss-kind = "C"
    add 1 to sn-checkpoint-rows
    if sn-checkpoint-rows = 1
      move ss-seed to sn-first-cp-seed
      move ss-range-max to sn-first-cp-range
      move ss-player-name to sn-first-cp-name
    end-if
  else
    perform take-session-attempt
  end-if
  .

*> Attempts arrive in the order they were written. A guess for an
*> older round after a newer round has already taken guesses means the
*> two rounds were open at once - two kiosks, one name.
take-session-attempt.
  if ss-seed not = sn-current-seed
    if ss-seed < sn-latest-seed and ss-seed not = sn-flagged-seed
      add 1 to dup-session-flags
      move ss-seed to sn-flagged-seed
      move "DUP-SESSION" to px-rule
      move ss-player-name to px-player-name
      move ss-seed to px-seed
      move ss-range-max to px-range-max
      move sn-latest-seed to seed-disp
      move spaces to px-detail
      string "still guessing after round " seed-disp " had started"
          delimited by size into px-detail
      perform write-exception
    end-if
    move ss-seed to sn-current-seed
  end-if
  if ss-seed > sn-latest-seed
    move ss-seed to sn-latest-seed
  end-if
  .

open-session-group.
  move ss-name-key to sn-prev-key
  move 0 to sn-checkpoint-rows
  move 0 to sn-first-cp-seed
  move 0 to sn-first-cp-range
  move spaces to sn-first-cp-name
  move 0 to sn-current-seed
  move 0 to sn-latest-seed
  move 0 to sn-flagged-seed
  .

close-session-group.
  if sn-checkpoint-rows > 1
    add 1 to dup-session-flags
    move "DUP-SESSION" to px-rule
    move sn-first-cp-name to px-player-name
    move sn-first-cp-seed to px-seed
    move sn-first-cp-range to px-range-max
    move sn-checkpoint-rows to count-disp
    move spaces to px-detail
    string function trim(count-disp)
        " checkpoint.dat sessions open under this name"
        delimited by size into px-detail
    perform write-exception
  end-if
  .

print-summary.
  compute total-flags = first-guess-flags + fast-win-flags
      + hint-defy-flags + dup-session-flags + idle-seat-flags
  display " "
  display "FIRST-GUESS  first-guess wins beyond chance:  " first-guess-flags
  display "FAST-WIN     wins on almost no ticks:         " fast-win-flags
  display "HINT-DEFY    wins against every hint:         " hint-defy-flags
  display "DUP-SESSION  one name, two sessions at once:  " dup-session-flags
  display "IDLE-SEAT    repeat wins over an idle seat:   " idle-seat-flags
  if write-fail-flag = 1
    move 8 to return-code
    display "WARNING: exceptions.dat write failed - the file is"
        " incomplete; use the listing above"
  end-if
  if total-flags = 0
    display "No suspicious play found"
  else
    display "Exceptions written to exceptions.dat: " total-flags
    display "Review each round with round-replay <seed> <range-max>"
        " before season-close."
  end-if
  .

  end program play-exceptions.
