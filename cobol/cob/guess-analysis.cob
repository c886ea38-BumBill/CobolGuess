       >>source format is free
identification division.
program-id. guess-analysis.
environment division.
    select detail-log-file assign to "detaillog.dat"
        organization is line sequential
        file status is dl-status.
    select detail-sort-file assign to "guess-analysis.srt".
data division.
file section.
fd detail-log-file.
copy "detail-log.cpy".

*> Keyed rows sorted by player, tier and round; within a round they
*> keep the order they were logged in, which is the order the guesses
*> were made.
sd detail-sort-file.
copy "detail-log.cpy" replacing ==detail-log-record==
    by ==detail-sort-record== leading ==dl-== by ==ds-==.

working-storage section.
01 dl-status             pic xx value spaces.
01 rows-read             pic 9(7) value 0.
01 legacy-rows           pic 9(7) value 0.
01 sort-eof-flag         pic 9 value 0.
01 first-row-flag        pic 9 value 0.

*> Per-player-per-tier roll-up, keyed (name, range-max) the same way
*> main.cob's leaderboard-table is, so a player's Easy and Hard habits
*> are never averaged together - the binary-search optimum differs per
*> tier, which is the whole comparison.
01 behavior-key.
    05 bh-name            pic x(20) value spaces.
    05 bh-range-max       pic 99 value 0.
01 bh-followed           pic 9(7) value 0.
01 bh-defied             pic 9(7) value 0.
01 bh-repeats            pic 9(7) value 0.
01 bh-rounds-won         pic 9(7) value 0.
01 bh-attempts-sum       pic 9(9) value 0.
01 sort-key.
    05 sk-name            pic x(20).
    05 sk-range-max       pic 99.

*> The round being walked - the file interleaves players (match mode
*> alternates them guess by guess), so the hint a guess is judged
*> against is the last hint in the same round, not the last hint in
*> the file. The sort brings each round's rows together.
01 rt-seed               pic 9(16) value 0.
01 rt-last-hint          pic x value space.
01 rt-last-guess         pic 99 value 0.
01 rt-attempts           pic 99 value 0.

01 optimum-attempts      pic 99 value 0.
01 avg-attempts          pic 99v99 value 0.

procedure division.
main.
  sort detail-sort-file
      on ascending key ds-player-name ds-range-max ds-seed
      with duplicates in order
      input procedure is release-detail-rows
      output procedure is analyze-rounds
  stop run
  .

release-detail-rows.
  open input detail-log-file
  if dl-status = "00"
    perform until dl-status not = "00"
    end-perform
    close detail-log-file
  end-if
  .

analyze-row.
  if dl-seed is not numeric
    add 1 to legacy-rows
  else
    move detail-log-record to detail-sort-record
    release detail-sort-record
  end-if
  .

analyze-rounds.
  display "===== GUESS-BEHAVIOR ANALYSIS ====="
  display "Detail rows read:       " rows-read
  display "Legacy rows (no round key): " legacy-rows
  display " "
  move 0 to sort-eof-flag
  move 1 to first-row-flag
  perform until sort-eof-flag = 1
    return detail-sort-file
      at end
        move 1 to sort-eof-flag
      not at end
        move ds-player-name to sk-name
        move ds-range-max to sk-range-max
        if first-row-flag = 0 and sort-key not = behavior-key
          perform print-behavior-row
        end-if
        if first-row-flag = 1 or sort-key not = behavior-key
          perform start-behavior
        end-if
        if ds-seed not = rt-seed
          perform start-round
        end-if
        perform tally-behavior
    end-return
  end-perform
  if first-row-flag = 0
    perform print-behavior-row
  end-if
  .

start-behavior.
  move 0 to first-row-flag
  move sort-key to behavior-key
  move 0 to bh-followed
  move 0 to bh-defied
  move 0 to bh-repeats
  move 0 to bh-rounds-won
  move 0 to bh-attempts-sum
  move ds-seed to rt-seed
  perform start-round
  .

start-round.
  move ds-seed to rt-seed
  move space to rt-last-hint
  move 0 to rt-last-guess
  move 0 to rt-attempts
  .

tally-behavior.
  if ds-hint = "R"
    add 1 to bh-repeats
  else
    perform judge-against-hint
    add 1 to rt-attempts
    move ds-hint to rt-last-hint
    move ds-guess to rt-last-guess
    if ds-hint = "W"
      add 1 to bh-rounds-won
      add rt-attempts to bh-attempts-sum
    end-if
  end-if
  .
*> below it after "lower". The first guess of a round has no hint to
*> follow and is judged neither way.
judge-against-hint.
  evaluate rt-last-hint
    when "H"
      if ds-guess > rt-last-guess
        add 1 to bh-followed
      else
        add 1 to bh-defied
      end-if
    when "L"
      if ds-guess < rt-last-guess
        add 1 to bh-followed
      else
        add 1 to bh-defied
      end-if
    when other
      continue
*> Worst-case binary-search guesses for the tier's range - what a
*> player who halved the interval on every hint would never exceed.
set-tier-facts.
  evaluate bh-range-max
    when 9
      move "EASY" to tier-label
      move 4 to optimum-attempts
  end-evaluate
  .

print-behavior-row.
  perform set-tier-facts
  compute follow-total = bh-followed + bh-defied
  move 0 to follow-rate
  if follow-total > 0
    compute follow-rate = (bh-followed / follow-total) * 100
  end-if
  move 0 to avg-attempts
  if bh-rounds-won > 0
    compute avg-attempts = bh-attempts-sum / bh-rounds-won
  end-if
  move bh-followed to followed-disp
  move bh-defied to defied-disp
  move bh-repeats to repeats-disp
  move bh-rounds-won to rounds-disp
  move follow-rate to rate-disp
  move avg-attempts to avg-disp
  move optimum-attempts to optimum-disp
  display function trim(bh-name) " (" function trim(tier-label) ")"
  display "  hint followed: " function trim(followed-disp)
      "  defied: " function trim(defied-disp)
      "  (" function trim(rate-disp) "% followed)"
