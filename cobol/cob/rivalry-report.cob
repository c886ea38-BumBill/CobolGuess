       >>source format is free
identification division.
program-id. rivalry-report.
environment division.
    select match-log-file assign to "matchlog.dat"
        organization is line sequential
        file status is ml-status.
    select ladder-work-file assign to "rivalry-ladder.wrk"
        organization is line sequential
        file status is lw-status.
    select pair-sort-file assign to "rivalry-pair.srt".
    select player-sort-file assign to "rivalry-player.srt".
    select ladder-sort-file assign to "rivalry-ladder.srt".
data division.
file section.
fd match-log-file.
copy "matchlog.cpy".

*> One row per player with their match totals, between the player
*> sort that adds them up and the ladder sort that ranks them.
fd ladder-work-file.
01 ladder-work-record.
    05 lw-name           pic x(20).
    05 lw-wins           pic 9(5).
    05 lw-losses         pic 9(5).
    05 lw-draws          pic 9(5).
    05 lw-win-rate       pic 999v99.

*> The pair is unordered - Dana v Alex and Alex v Dana are the same
*> rivalry - so each match is released under its two names in
*> collating order, with ps-result saying which of those two won:
*> 1 the first, 2 the second, 0 nobody.
sd pair-sort-file.
01 pair-sort-record.
    05 ps-key.
        10 ps-name-1     pic x(20).
        10 ps-name-2     pic x(20).
    05 ps-result         pic 9.

sd player-sort-file.
01 player-sort-record.
    05 ys-name           pic x(20).
    05 ys-result         pic x.

sd ladder-sort-file.
01 ladder-sort-record.
    05 ls-name           pic x(20).
    05 ls-wins           pic 9(5).
    05 ls-losses         pic 9(5).
    05 ls-draws          pic 9(5).
    05 ls-win-rate       pic 999v99.

working-storage section.
01 ml-status             pic xx value spaces.
01 matches-played        pic 9(7) value 0.

01 lw-status             pic xx value spaces.
01 ladder-work-path      pic x(40) value "rivalry-ladder.wrk".
01 sort-eof-flag         pic 9 value 0.
01 first-row-flag        pic 9 value 0.

*> Head-to-head roll-up, one pair at a time as the pair sort hands
*> them back; hh-wins-1/hh-wins-2 count wins by hh-name-1 and
*> hh-name-2 respectively, hh-draws the matches nobody won.
01 pair-key.
    05 hh-name-1         pic x(20) value spaces.
    05 hh-name-2         pic x(20) value spaces.
01 hh-wins-1             pic 9(5) value 0.
01 hh-wins-2             pic 9(5) value 0.
01 hh-draws              pic 9(5) value 0.

*> Ladder roll-up, one player at a time across all their pairings -
*> match results only, so a player's solo rounds never move them here.
01 ld-name               pic x(20) value spaces.
01 ld-wins               pic 9(5) value 0.
01 ld-losses             pic 9(5) value 0.
01 ld-draws              pic 9(5) value 0.
01 ladder-played         pic 9(6) value 0.
01 ladder-rank           pic 9(7) value 0.

01 rank-disp             pic zzzz9.
01 wins-disp             pic zzzz9.
01 losses-disp           pic zzzz9.
01 draws-disp            pic zzzz9.

procedure division.
main.
  sort pair-sort-file
      on ascending key ps-name-1 ps-name-2
      input procedure is release-pairs
      output procedure is print-head-to-head
  perform build-ladder
  stop run
  .

release-pairs.
  open input match-log-file
  if ml-status = "00"
    perform until ml-status not = "00"
    end-perform
    close match-log-file
  end-if
  .

tally-match.
  add 1 to matches-played
  if ml-player-1 <= ml-player-2
    move ml-player-1 to ps-name-1
    move ml-player-2 to ps-name-2
  else
    move ml-player-2 to ps-name-1
    move ml-player-1 to ps-name-2
  end-if
  evaluate true
    when ml-winner-name = spaces
      move 0 to ps-result
    when function trim(ml-winner-name) = function trim(ps-name-1)
      move 1 to ps-result
    when other
      move 2 to ps-result
  end-evaluate
  release pair-sort-record
  .

print-head-to-head.
  display "===== HEAD-TO-HEAD RECORDS ====="
  display "Matches played: " matches-played
  move 0 to sort-eof-flag
  move 1 to first-row-flag
  perform until sort-eof-flag = 1
    return pair-sort-file
      at end
        move 1 to sort-eof-flag
      not at end
        if first-row-flag = 0 and ps-key not = pair-key
          perform print-pair-line
        end-if
        if first-row-flag = 1 or ps-key not = pair-key
          move 0 to first-row-flag
          move ps-key to pair-key
          move 0 to hh-wins-1
          move 0 to hh-wins-2
          move 0 to hh-draws
        end-if
        evaluate ps-result
          when 0
            add 1 to hh-draws
          when 1
            add 1 to hh-wins-1
          when other
            add 1 to hh-wins-2
        end-evaluate
    end-return
  end-perform
  if first-row-flag = 0
    perform print-pair-line
  end-if
  .

print-pair-line.
  move hh-wins-1 to wins-disp
  move hh-wins-2 to losses-disp
  move hh-draws to draws-disp
  display function trim(hh-name-1) " v "
      function trim(hh-name-2) ": "
      function trim(wins-disp) "-" function trim(losses-disp)
      " (" function trim(draws-disp) " drawn)"
  .

*> Two passes: each player's matches are sorted together and totalled
*> into rivalry-ladder.wrk, then the totals are sorted into rank order.
build-ladder.
  open output ladder-work-file
  if lw-status not = "00"
    move 8 to return-code
    display "Cannot write rivalry-ladder.wrk (status " lw-status
        ") - no ladder"
  else
    sort player-sort-file
        on ascending key ys-name
        input procedure is release-ladder-rows
        output procedure is total-ladder-rows
    close ladder-work-file
    sort ladder-sort-file
        on descending key ls-win-rate ls-wins
        on ascending key ls-name
        using ladder-work-file
        output procedure is print-ladder
    call "CBL_DELETE_FILE" using ladder-work-path
  end-if
  .

release-ladder-rows.
  open input match-log-file
  if ml-status = "00"
    perform until ml-status not = "00"
      read match-log-file next record
        at end
          continue
        not at end
          move ml-player-1 to ys-name
          perform release-ladder-row
          move ml-player-2 to ys-name
          perform release-ladder-row
      end-read
    end-perform
    close match-log-file
  end-if
  .

release-ladder-row.
  evaluate true
    when ml-winner-name = spaces
      move "D" to ys-result
    when function trim(ml-winner-name) = function trim(ys-name)
      move "W" to ys-result
    when other
      move "L" to ys-result
  end-evaluate
  release player-sort-record
  .

total-ladder-rows.
  move 0 to sort-eof-flag
  move 1 to first-row-flag
  perform until sort-eof-flag = 1
    return player-sort-file
      at end
        move 1 to sort-eof-flag
      not at end
        if first-row-flag = 0 and ys-name not = ld-name
          perform write-ladder-row
        end-if
        if first-row-flag = 1 or ys-name not = ld-name
          move 0 to first-row-flag
          move ys-name to ld-name
          move 0 to ld-wins
          move 0 to ld-losses
          move 0 to ld-draws
        end-if
        evaluate ys-result
          when "D"
            add 1 to ld-draws
          when "W"
            add 1 to ld-wins
          when other
            add 1 to ld-losses
        end-evaluate
    end-return
  end-perform
  if first-row-flag = 0
    perform write-ladder-row
  end-if
  .

*> Ranked by match win rate with raw wins breaking ties - the same
*> rate-over-count choice leaderboard-standings makes, so a player
*> with three wins in three matches outranks one with five wins in
*> twenty. Draws count as played but move nobody up.
write-ladder-row.
  move ld-name to lw-name
  move ld-wins to lw-wins
  move ld-losses to lw-losses
  move ld-draws to lw-draws
  move 0 to lw-win-rate
  compute ladder-played = ld-wins + ld-losses + ld-draws
  if ladder-played > 0
    compute lw-win-rate = (ld-wins / ladder-played) * 100
  end-if
  write ladder-work-record
  .

print-ladder.
  display " "
  display "===== MATCH LADDER ====="
  display "Rank    Name                 Wins  Losses  Draws  Win-Rate"
  move 0 to ladder-rank
  move 0 to sort-eof-flag
  perform until sort-eof-flag = 1
    return ladder-sort-file
      at end
        move 1 to sort-eof-flag
      not at end
        add 1 to ladder-rank
        move ladder-rank to rank-disp
        move ls-wins to wins-disp
        move ls-losses to losses-disp
        move ls-draws to draws-disp
        move ls-win-rate to win-rate-disp
        display rank-disp "   " ls-name " " wins-disp "  "
            losses-disp "  " draws-disp "  " win-rate-disp "%"
    end-return
  end-perform
  .

