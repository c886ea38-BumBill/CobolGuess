       >>source format is free
identification division.
program-id. round-replay.
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

working-storage section.
01 gl-status             pic xx value spaces.
01 ls-status             pic xx value spaces.
01 dl-status             pic xx value spaces.
01 ml-status             pic xx value spaces.
01 log-read-name         pic x(40) value spaces.

*> Run parameters - the round key exactly as log-game and
*> log-detail-attempt stamp it: the 16-digit seed-random timestamp and
*> the tier's range-max.
01 seed-param            pic x(16) value spaces.
01 tier-param            pic x(2) value spaces.
01 seed-key              pic 9(16) value 0.
01 tier-key              pic 99 value 0.
01 bad-parm-flag         pic 9 value 0.

*> Archive names from archivelist.dat - same de-duplicated walk
*> player-history does, so a round already cut out of gamelog.dat by
*> archive-gamelog can still be pulled up.
01 archive-table.
    05 archive-name-entry pic x(40) occurs 100 times.
01 archive-count         pic 999 value 0.
01 archive-idx           pic 999 value 0.
01 archive-dup-idx       pic 999 value 0.
01 archive-dup-flag      pic 9 value 0.

*> The target the round was drawn against. gamelog.dat is the record
*> of truth; matchlog.dat's copy only stands in when the round never
*> reached gamelog.dat at all.
01 target-nb             pic 99 value 0.
01 target-found-flag     pic 9 value 0.
01 gamelog-rows          pic 99 value 0.
01 match-found-flag      pic 9 value 0.
01 match-player-1        pic x(20) value spaces.
01 match-player-2        pic x(20) value spaces.

*> The round's detail rows, held so they can be put into
*> dl-attempt-nb order before the replay. One round is at most two
*> players of 99 numbered attempts each, so the table is sized for
*> that with room to spare; anything past it is counted and reported,
*> never dropped without a word.
01 attempt-table.
    05 attempt-entry occurs 400 times.
        10 at-player-name   pic x(20).
        10 at-attempt-nb    pic 99.
        10 at-guess         pic 99.
        10 at-hint          pic x.
        10 at-file-seq      pic 9(7).
01 attempt-count         pic 999 value 0.
01 attempt-idx           pic 999 value 0.
01 attempt-jdx           pic 999 value 0.
01 attempt-best-idx      pic 999 value 0.
01 attempts-overflowed   pic 9(5) value 0.
01 detail-rows-read      pic 9(7) value 0.
01 swap-entry.
    05 sw-player-name    pic x(20).
    05 sw-attempt-nb     pic 99.
    05 sw-guess          pic 99.
    05 sw-hint           pic x.
    05 sw-file-seq       pic 9(7).

*> Per-player tried-numbers, rebuilt during the replay the same way
*> single-apply-guess and match-apply-guess build them on the kiosk -
*> a number is marked once the kiosk has accepted it as a new guess,
*> so an "R" is checked against exactly what the kiosk should have
*> known at that point.
01 replay-player-table.
    05 replay-player occurs 4 times.
        10 rp-name          pic x(20).
        10 rp-tried         pic 9 occurs 99.
01 replay-player-count   pic 9 value 0.
01 replay-idx            pic 9 value 0.
01 replay-found-idx      pic 9 value 0.
01 reset-idx             pic 999 value 0.

01 expected-hint         pic x value space.
01 seat-label            pic x(4) value spaces.
01 check-text            pic x(50) value spaces.
01 wrong-hint-count      pic 9(5) value 0.
01 false-win-count       pic 9(5) value 0.
01 false-repeat-count    pic 9(5) value 0.
01 unchecked-count       pic 9(5) value 0.
01 discrepancy-count     pic 9(5) value 0.

01 tier-label            pic x(6).
01 outcome-label         pic x(4).
01 target-disp           pic z9.
01 guess-disp            pic z9.
01 attempt-disp          pic z9.
01 counter-disp          pic zz9.
01 count-disp            pic zzzz9.

procedure division.
main.
  perform get-parameters
  if bad-parm-flag = 0
    perform set-tier-label
    display "===== ROUND REPLAY ====="
    display "Round key: seed " seed-key " tier " tier-key
        " (" function trim(tier-label) ")"
    display "Drawn:     " seed-key(1:4) "-" seed-key(5:2) "-"
        seed-key(7:2) " " seed-key(9:2) ":" seed-key(11:2) ":"
        seed-key(13:2)
    display " "
    display "--- gamelog rows ---"
    perform load-archive-table
    perform varying archive-idx from 1 by 1
        until archive-idx > archive-count
      move archive-name-entry(archive-idx) to log-read-name
      perform scan-log-file
    end-perform
    move "gamelog.dat" to log-read-name
    perform scan-log-file
    if gamelog-rows = 0
      display "  none - the round never finished, or was never played"
    end-if
    display " "
    display "--- head-to-head pairing ---"
    perform scan-match-log
    perform load-round-attempts
    if gamelog-rows = 0 and match-found-flag = 0 and attempt-count = 0
      move 8 to return-code
      display " "
      display "No gamelog, matchlog or detaillog rows carry this round"
          " key - check the seed and tier."
    else
      display " "
      if target-found-flag = 1
        move target-nb to target-disp
        display "Target number: " function trim(target-disp)
      else
        display "Target number: unknown - no gamelog or matchlog row,"
            " hints cannot be checked"
      end-if
      perform rank-attempts
      perform replay-attempts
      perform print-verdict
    end-if
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
  display 2 upon argument-number
  accept tier-param from argument-value
    on exception
      move 1 to bad-parm-flag
  end-accept
  if bad-parm-flag = 0
    if seed-param is not numeric
      move 1 to bad-parm-flag
    else
      move seed-param to seed-key
    end-if
    if function trim(tier-param) is not numeric
      move 1 to bad-parm-flag
    else
      move function numval(tier-param) to tier-key
    end-if
  end-if
  if bad-parm-flag = 1
*> Nonzero so a typo'd run-control step audits FAIL in the driver
*> instead of OK - the same contract archive-gamelog honours.
    move 8 to return-code
    display "Usage: round-replay <seed> <range-max>"
    display "e.g.   round-replay 2026081414302217 50"
    display "Rebuilds one round from gamelog.dat, every archive named"
    display "in archivelist.dat, matchlog.dat and detaillog.dat, lists"
    display "each attempt with the hint the kiosk gave, and checks"
    display "every hint against the round's target number."
  end-if
  .

set-tier-label.
  evaluate tier-key
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

scan-log-file.
  open input game-log-file
  if gl-status = "00"
    perform until gl-status not = "00"
      read game-log-file next record
        at end
          continue
        not at end
          if gl-seed = seed-key and gl-range-max = tier-key
            perform note-gamelog-row
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

*> A round normally has one row (solo) or two (a match, one per
*> player), all carrying the one drawn target. Rows that disagree on
*> the target are themselves a finding - the first one read is kept as
*> the target and the disagreement is flagged.
note-gamelog-row.
  add 1 to gamelog-rows
  if gl-win-flag = 1
    move "WIN" to outcome-label
  else
    move "LOSS" to outcome-label
  end-if
  move gl-target-nb to target-disp
  move gl-final-guess to guess-disp
  move gl-end-counter to counter-disp
  display "  " gl-player-name " target " target-disp
      "  final guess " guess-disp "  " outcome-label
      "  counter " counter-disp "  (" function trim(log-read-name) ")"
  if gl-void-round
    display "  VOID: taken back by round-void - see adjustjournal.dat"
  end-if
  if target-found-flag = 0
    move gl-target-nb to target-nb
    move 1 to target-found-flag
  else
    if gl-target-nb not = target-nb
      add 1 to discrepancy-count
      display "  FLAG: this row's target disagrees with the round's"
          " first gamelog row"
    end-if
  end-if
  .

scan-match-log.
  open input match-log-file
  if ml-status = "00"
    perform until ml-status not = "00"
      read match-log-file next record
        at end
          continue
        not at end
          if ml-seed = seed-key and ml-range-max = tier-key
            perform note-match-row
          end-if
      end-read
    end-perform
    close match-log-file
  end-if
  if match-found-flag = 0
    display "  none - a solo round"
  end-if
  .

note-match-row.
  move 1 to match-found-flag
  move ml-player-1 to match-player-1
  move ml-player-2 to match-player-2
  display "  P1 " function trim(ml-player-1) " v P2 "
      function trim(ml-player-2)
  if ml-winner-name = spaces
    display "  Nobody won - drawn"
  else
    display "  Winner: " function trim(ml-winner-name)
  end-if
  if target-found-flag = 0
    move ml-target-nb to target-nb
    move 1 to target-found-flag
  else
    if ml-target-nb not = target-nb
      add 1 to discrepancy-count
      move ml-target-nb to target-disp
      display "  FLAG: matchlog.dat records target "
          function trim(target-disp) " - gamelog.dat disagrees"
    end-if
  end-if
  .

*> Rows written before the round key existed carry spaces in dl-seed
*> and can never match a key, so they simply fall through here.
load-round-attempts.
  move 0 to attempt-count
  open input detail-log-file
  if dl-status = "00"
    perform until dl-status not = "00"
      read detail-log-file next record
        at end
          continue
        not at end
          add 1 to detail-rows-read
          if dl-seed is numeric
            if dl-seed = seed-key and dl-range-max = tier-key
              perform keep-attempt-row
            end-if
          end-if
      end-read
    end-perform
    close detail-log-file
  end-if
  .

keep-attempt-row.
  if attempt-count < 400
    add 1 to attempt-count
    move dl-player-name to at-player-name(attempt-count)
    move dl-attempt-nb to at-attempt-nb(attempt-count)
    move dl-guess to at-guess(attempt-count)
    move dl-hint to at-hint(attempt-count)
    move detail-rows-read to at-file-seq(attempt-count)
  else
    add 1 to attempts-overflowed
  end-if
  .

*> Selection sort on dl-attempt-nb, file order breaking ties - in a
*> match each player numbers their own attempts, so the tie-break puts
*> P1's attempt 1 before P2's attempt 1 the way they were played.
rank-attempts.
  perform varying attempt-idx from 1 by 1 until attempt-idx >= attempt-count
    move attempt-idx to attempt-best-idx
    compute attempt-jdx = attempt-idx + 1
    perform varying attempt-jdx from attempt-jdx by 1
        until attempt-jdx > attempt-count
      if at-attempt-nb(attempt-jdx) < at-attempt-nb(attempt-best-idx)
        move attempt-jdx to attempt-best-idx
      else
        if at-attempt-nb(attempt-jdx) = at-attempt-nb(attempt-best-idx)
            and at-file-seq(attempt-jdx) < at-file-seq(attempt-best-idx)
          move attempt-jdx to attempt-best-idx
        end-if
      end-if
    end-perform
    if attempt-best-idx not = attempt-idx
      move attempt-entry(attempt-idx) to swap-entry
      move attempt-entry(attempt-best-idx) to attempt-entry(attempt-idx)
      move swap-entry to attempt-entry(attempt-best-idx)
    end-if
  end-perform
  .

replay-attempts.
  display " "
  display "--- attempts ---"
  if attempt-count = 0
    display "  no detaillog.dat rows for this round"
  else
    display "  Att  Seat  Player                Guess  Hint  Check"
    perform varying attempt-idx from 1 by 1 until attempt-idx > attempt-count
      perform check-one-attempt
    end-perform
  end-if
  if attempts-overflowed > 0
    display "WARNING: " attempts-overflowed " more detail rows carry this"
        " key than the replay holds - they were not checked"
  end-if
  .

*> Works out the hint the kiosk should have given - "R" for a number
*> this player already had accepted, otherwise W/H/L against the
*> target exactly as single-apply-guess decides it - and compares it
*> to the hint actually logged.
check-one-attempt.
  perform find-or-add-replay-player
  perform set-seat-label
  move spaces to check-text
  move space to expected-hint
  if replay-found-idx > 0
    if at-guess(attempt-idx) >= 1 and at-guess(attempt-idx) <= 99
      if rp-tried(replay-found-idx, at-guess(attempt-idx)) = 1
        move "R" to expected-hint
      end-if
    end-if
  end-if
  if expected-hint = space and target-found-flag = 1
    if at-guess(attempt-idx) = target-nb
      move "W" to expected-hint
    else
      if at-guess(attempt-idx) < target-nb
        move "H" to expected-hint
      else
        move "L" to expected-hint
      end-if
    end-if
  end-if
  evaluate true
    when replay-found-idx = 0
      add 1 to unchecked-count
      move "not checked - more players than one round holds"
          to check-text
    when at-hint(attempt-idx) = "R" and expected-hint not = "R"
      add 1 to false-repeat-count
      move "FLAG: R but this number was not tried before" to check-text
    when at-hint(attempt-idx) = "W" and target-found-flag = 1
        and at-guess(attempt-idx) not = target-nb
      add 1 to false-win-count
      move "FLAG: W on a guess that is not the target" to check-text
    when expected-hint = space
      add 1 to unchecked-count
      move "not checked - target unknown" to check-text
    when at-hint(attempt-idx) not = expected-hint
      add 1 to wrong-hint-count
      string "FLAG: wrong hint - should have been " expected-hint
          delimited by size into check-text
    when other
      move "ok" to check-text
  end-evaluate
*> Kiosk semantics: only a guess the kiosk treated as new is marked
*> tried - a wrongly-flagged "R" never reached the tried-numbers array.
  if replay-found-idx > 0 and at-hint(attempt-idx) not = "R"
    if at-guess(attempt-idx) >= 1 and at-guess(attempt-idx) <= 99
      move 1 to rp-tried(replay-found-idx, at-guess(attempt-idx))
    end-if
  end-if
  move at-attempt-nb(attempt-idx) to attempt-disp
  move at-guess(attempt-idx) to guess-disp
  display "  " attempt-disp "   " seat-label "  " at-player-name(attempt-idx)
      "  " guess-disp "     " at-hint(attempt-idx) "    "
      function trim(check-text)
  .

find-or-add-replay-player.
  move 0 to replay-found-idx
  perform varying replay-idx from 1 by 1 until replay-idx > replay-player-count
    if rp-name(replay-idx) = at-player-name(attempt-idx)
      move replay-idx to replay-found-idx
    end-if
  end-perform
  if replay-found-idx = 0 and replay-player-count < 4
    add 1 to replay-player-count
    move at-player-name(attempt-idx) to rp-name(replay-player-count)
    perform varying reset-idx from 1 by 1 until reset-idx > 99
      move 0 to rp-tried(replay-player-count, reset-idx)
    end-perform
    move replay-player-count to replay-found-idx
  end-if
  .

set-seat-label.
  if match-found-flag = 0
    move "SOLO" to seat-label
  else
    if at-player-name(attempt-idx) = match-player-1
      move "P1" to seat-label
    else
      if at-player-name(attempt-idx) = match-player-2
        move "P2" to seat-label
      else
        move "??" to seat-label
      end-if
    end-if
  end-if
  .

print-verdict.
  add wrong-hint-count false-win-count false-repeat-count
      to discrepancy-count
  display " "
  display "--- verdict ---"
  move attempt-count to count-disp
  display "Attempts replayed:          " function trim(count-disp)
  move wrong-hint-count to count-disp
  display "Wrong higher/lower hints:   " function trim(count-disp)
  move false-win-count to count-disp
  display "W on a non-target guess:    " function trim(count-disp)
  move false-repeat-count to count-disp
  display "R on a number not repeated: " function trim(count-disp)
  if unchecked-count > 0
    move unchecked-count to count-disp
    display "Attempts not checkable:     " function trim(count-disp)
  end-if
  if discrepancy-count = 0 and unchecked-count = 0
    display "VERDICT: every hint in this round checks out against"
        " the target"
  else
    if discrepancy-count = 0
      display "VERDICT: no wrong hint found in the attempts that could"
          " be checked"
    else
      move discrepancy-count to count-disp
      display "VERDICT: " function trim(count-disp)
          " discrepancies - see the FLAG lines above"
    end-if
  end-if
  .

  end program round-replay.
