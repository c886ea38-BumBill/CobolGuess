       >>source format is free
identification division.
program-id. leaderboard-standings.
environment division.
    select leaderboard-file assign to "leaderboard.dat"
        organization is line sequential
        file status is lb-status.
    select standings-sort-file assign to "standings.srt".
data division.
file section.
fd leaderboard-file.
copy "leaderboard.cpy".

*> Each tier ranks on its own - Easy/Medium/Hard results are never
*> averaged together, matching how main.cob's leaderboard-table now
*> keys a player's row by (name, range-max) instead of name alone.
*> ss-tier-seq puts the tiers in print order, so one sort hands the
*> whole roster back tier by tier, already ranked within each.
sd standings-sort-file.
01 standings-sort-record.
    05 ss-tier-seq        pic 9.
    05 ss-season-rate     pic 999v99.
    05 ss-season-best     pic 999.
    05 ss-name            pic x(20).
    05 ss-wins            pic 9(5).
    05 ss-losses          pic 9(5).
    05 ss-best-counter    pic 999.
    05 ss-win-rate        pic 999v99.
    05 ss-season-wins     pic 9(5).
    05 ss-season-losses   pic 9(5).

working-storage section.
01 lb-status             pic xx value spaces.

*> standings are the race season-close snapshots, and a race the
*> regulars had already banked by June is no race - with the lifetime
*> totals carried alongside for the record.
01 st-total-games        pic 9(6) value 0.
01 season-wins           pic 9(5) value 0.
01 season-losses         pic 9(5) value 0.
01 season-best           pic 999 value 0.
01 sort-eof-flag         pic 9 value 0.
01 tier-seq              pic 9 value 0.
01 tier-rank             pic 9(7) value 0.
01 tier-label            pic x(12).

01 rank-disp             pic zzzz9.
01 wins-disp             pic zzzz9.
01 losses-disp           pic zzzz9.
01 counter-disp          pic zz9.

procedure division.
main.
  sort standings-sort-file
      on ascending key ss-tier-seq
      on descending key ss-season-rate
      on ascending key ss-season-best ss-name
      input procedure is release-standings
      output procedure is print-standings
  stop run
  .

release-standings.
  open input leaderboard-file
  if lb-status = "00"
    perform until lb-status not = "00"
    end-perform
    close leaderboard-file
  end-if
  .

*> Rows carried over from before per-tier tracking keep a range-max
*> of zero (the history-file layout conversion writes them that way)
*> and belong to no difficulty - they sort last, into a trailing
*> section of their own, rather than being dropped from what is meant
*> to be the complete roster.
load-standings-row.
  evaluate lb-range-max
    when 9
      move 1 to ss-tier-seq
    when 50
      move 2 to ss-tier-seq
    when 99
      move 3 to ss-tier-seq
    when 0
      move 4 to ss-tier-seq
    when other
      move 0 to ss-tier-seq
  end-evaluate
  if ss-tier-seq > 0
    move lb-player-name to ss-name
    move lb-wins to ss-wins
    move lb-losses to ss-losses
    move lb-best-counter to ss-best-counter
    move 0 to ss-win-rate
    compute st-total-games = lb-wins + lb-losses
    if st-total-games > 0
      compute ss-win-rate = (lb-wins / st-total-games) * 100
    end-if
*> Pre-season rows read back with spaces in the season fields - the
*> same zero-fill main.cob's loader applies.
    if lb-season-wins is numeric
      move lb-season-wins to season-wins
      move lb-season-losses to season-losses
      move lb-season-best to season-best
    else
      move 0 to season-wins
      move 0 to season-losses
      move 999 to season-best
    end-if
    move season-wins to ss-season-wins
    move season-losses to ss-season-losses
    move season-best to ss-season-best
    move 0 to ss-season-rate
    compute st-total-games = season-wins + season-losses
    if st-total-games > 0
      compute ss-season-rate = (season-wins / st-total-games) * 100
    end-if
    release standings-sort-record
  end-if
  .

*> Ranked by win rate (not raw win count, so an occasional player with
*> a short perfect streak isn't buried under a regular with more total
*> wins but a lower rate) with ties broken by best-counter - the same
*> "keep the smaller value" sense main.cob's find-or-add-player
*> already uses when it updates best-counter. Since seasons, the rate
*> that ranks is the current season's - the standings are the race
*> season-close snapshots, and a race the regulars had already banked
*> by June is no race - with the lifetime totals carried alongside
*> for the record. Easy, Medium and Hard always print a heading, even
*> with nobody in them; the unattributed section only when it has
*> rows.
print-standings.
  move 0 to tier-seq
  move 0 to sort-eof-flag
  perform until sort-eof-flag = 1
    return standings-sort-file
      at end
        move 1 to sort-eof-flag
      not at end
        perform until tier-seq = ss-tier-seq
          add 1 to tier-seq
          perform print-tier-heading
        end-perform
        perform print-standings-row
    end-return
  end-perform
  perform until tier-seq >= 3
    add 1 to tier-seq
    perform print-tier-heading
  end-perform
  .

print-tier-heading.
  evaluate tier-seq
    when 1
      move "EASY" to tier-label
    when 2
      move "MEDIUM" to tier-label
    when 3
      move "HARD" to tier-label
    when other
      move "UNATTRIBUTED" to tier-label
  end-evaluate
  move 0 to tier-rank
  display "===== " function trim(tier-label) " STANDINGS ====="
  display "Rank  Name                 --- Season: Wins Losses Win-Rate"
      " Best ---  --- Lifetime: Wins Losses Win-Rate Best ---"
  .

print-standings-row.
  add 1 to tier-rank
  move tier-rank to rank-disp
  move ss-season-wins to s-wins-disp
  move ss-season-losses to s-losses-disp
  move ss-season-best to s-counter-disp
  move ss-season-rate to s-rate-disp
  move ss-wins to wins-disp
  move ss-losses to losses-disp
  move ss-best-counter to counter-disp
  move ss-win-rate to win-rate-disp
  display rank-disp " " ss-name
      "        " s-wins-disp "  " s-losses-disp "  " s-rate-disp
      "%  " s-counter-disp "               " wins-disp "  "
      losses-disp "  " win-rate-disp "%  " counter-disp
  .

  end program leaderboard-standings.
