       >>source format is free
identification division.
program-id. team-standings.
environment division.
input-output section.
file-control.
    select game-log-file assign to dynamic log-read-name
        organization is line sequential
        file status is gl-status.
    select archive-list-file assign to "archivelist.dat"
        organization is line sequential
        file status is ls-status.
    select season-history-file assign to "seasonhistory.dat"
        organization is line sequential
        file status is sh-status.
    select team-file assign to "teams.dat"
        organization is line sequential
        file status is tm-status.
    select member-file assign to "teammember.dat"
        organization is line sequential
        file status is mb-status.
    select member-work-file assign to "team-member.wrk"
        organization is line sequential
        file status is mw-status.
    select round-work-file assign to "team-round.wrk"
        organization is line sequential
        file status is rw-status.
    select total-work-file assign to "team-total.wrk"
        organization is line sequential
        file status is tw-status.
    select member-sort-file assign to "team-member.srt".
    select round-sort-file assign to "team-round.srt".
    select team-sort-file assign to "team-team.srt".
    select rank-sort-file assign to "team-rank.srt".
data division.
file section.
fd game-log-file.
copy "gamelog.cpy".

fd archive-list-file.
01 archive-list-record   pic x(40).

fd season-history-file.
copy "season-history.cpy".

fd team-file.
copy "team.cpy".

fd member-file.
copy "team-member.cpy".

*> teammember.dat in player and effective-date order, so it can be
*> walked alongside the rounds in the same order.
fd member-work-file.
copy "team-member.cpy" replacing ==team-member-record==
    by ==member-work-record== leading ==mb-== by ==mw-==.

*> One row per counted round, credited to the team the player was on
*> the day it was played.
fd round-work-file.
01 round-work-record.
    05 rw-team-code      pic x(6).
    05 rw-range-max      pic 99.
    05 rw-player-name    pic x(20).
    05 rw-win-flag       pic 9.

*> One row per team per tier with its totals, re-sorted into table
*> order.
fd total-work-file.
01 total-work-record.
    05 tw-range-max      pic 99.
    05 tw-team-code      pic x(6).
    05 tw-wins           pic 9(5).
    05 tw-losses         pic 9(5).
    05 tw-win-rate       pic 999v99.
    05 tw-players        pic 999.
    05 tw-top-player     pic x(20).
    05 tw-top-wins       pic 9(5).

sd member-sort-file.
copy "team-member.cpy" replacing ==team-member-record==
    by ==member-sort-record== leading ==mb-== by ==ms-==.

sd round-sort-file.
01 round-sort-record.
    05 rs-player-name    pic x(20).
    05 rs-seed           pic 9(16).
    05 rs-range-max      pic 99.
    05 rs-win-flag       pic 9.

sd team-sort-file.
01 team-sort-record.
    05 ts-team-code      pic x(6).
    05 ts-range-max      pic 99.
    05 ts-player-name    pic x(20).
    05 ts-win-flag       pic 9.

sd rank-sort-file.
01 rank-sort-record.
    05 ks-range-max      pic 99.
    05 ks-team-code      pic x(6).
    05 ks-wins           pic 9(5).
    05 ks-losses         pic 9(5).
    05 ks-win-rate       pic 999v99.
    05 ks-players        pic 999.
    05 ks-top-player     pic x(20).
    05 ks-top-wins       pic 9(5).

working-storage section.
01 gl-status             pic xx value spaces.
01 ls-status             pic xx value spaces.
01 sh-status             pic xx value spaces.
01 tm-status             pic xx value spaces.
01 mb-status             pic xx value spaces.
01 mw-status             pic xx value spaces.
01 rw-status             pic xx value spaces.
01 tw-status             pic xx value spaces.

*> Run parameter - ALL for every round on gamelog.dat and its archives;
*> by default only
*> the season now running, the rounds drawn after the latest
*> sh-closed-at - the same test round-void uses.
01 scope-param           pic x(8) value spaces.
01 bad-parm-flag         pic 9 value 0.
01 last-close-stamp      pic 9(16) value 0.
01 history-rows          pic 9(7) value 0.
01 close-unknown-flag    pic 9 value 0.
01 standings-fail-flag   pic 9 value 0.

01 log-read-name         pic x(40) value spaces.
01 member-work-path      pic x(40) value "team-member.wrk".
01 round-work-path       pic x(40) value "team-round.wrk".
01 total-work-path       pic x(40) value "team-total.wrk".

01 sort-eof-flag         pic 9 value 0.
01 member-eof-flag       pic 9 value 0.
01 member-open-flag      pic 9 value 0.
01 rounds-counted        pic 9(7) value 0.
01 rounds-unteamed       pic 9(7) value 0.
01 team-rows             pic 9(5) value 0.

*> Crediting pass - the team the current player was on as of the
*> round being credited.
01 prev-player-name      pic x(20) value spaces.
01 prev-round-seed       pic 9(16) value 0.
01 current-team          pic x(6) value spaces.
01 round-date            pic 9(8) value 0.

*> Totalling pass - one player's rounds for the team, then the team's.
01 first-row-flag        pic 9 value 0.
01 pt-team-code          pic x(6) value spaces.
01 pt-range-max          pic 99 value 0.
01 pt-player-name        pic x(20) value spaces.
01 pt-wins               pic 9(5) value 0.
01 pt-losses             pic 9(5) value 0.
01 tt-wins               pic 9(5) value 0.
01 tt-losses             pic 9(5) value 0.
01 tt-players            pic 999 value 0.
01 tt-top-player         pic x(20) value spaces.
01 tt-top-wins           pic 9(5) value 0.
01 tt-top-losses         pic 9(5) value 0.
01 team-games            pic 9(6) value 0.

*> Table printing - equal rate and wins share a rank.
01 prev-range-max        pic 99 value 0.
01 tier-label            pic x(6).
01 tier-place            pic 9(5) value 0.
01 tier-rank             pic 9(5) value 0.
01 prev-rate             pic 999v99 value 0.
01 prev-wins             pic 9(5) value 0.
01 team-found-name       pic x(30) value spaces.

01 rank-disp             pic zzzz9.
01 wins-disp             pic zzzz9.
01 losses-disp           pic zzzz9.
01 rate-disp             pic zz9.99.
01 players-disp          pic zz9.
01 top-wins-disp         pic zzzz9.
01 count-disp            pic zzzzzz9.

procedure division.
main.
  perform get-parameters
  if bad-parm-flag = 0
    if scope-param = "ALL"
      move 0 to last-close-stamp
      move 0 to close-unknown-flag
    else
      perform load-last-close
    end-if
    if close-unknown-flag = 1
      move 8 to return-code
      display "WARNING: seasonhistory.dat holds closes with no close"
          " stamp, so the season to date cannot be told from earlier"
          " rounds - standings not built."
      display "Run convert-history CLOSED-AT <YYYYMMDDHHMMSS> with the"
          " time of the last close, or team-standings ALL."
    else
      if scope-param = "ALL"
        display "===== TEAM STANDINGS - ALL ROUNDS ON FILE ====="
      else
        display "===== TEAM STANDINGS - SEASON TO DATE ====="
      end-if
      perform build-standings
*> Set last - the CBL_ file calls in the build each leave their own
*> result in RETURN-CODE.
      if standings-fail-flag = 1
        move 8 to return-code
      else
        move 0 to return-code
      end-if
    end-if
  end-if
  stop run
  .

build-standings.
*> No teammember.dat yet just means nobody is on a team - every round
*> falls to the no-team count.
  call "CBL_DELETE_FILE" using member-work-path
  open input member-file
  if mb-status = "00"
    close member-file
    sort member-sort-file
        on ascending key ms-player-name ms-effective
        with duplicates in order
        using member-file
        giving member-work-file
  end-if
  sort round-sort-file
      on ascending key rs-player-name rs-seed
      input procedure is release-rounds
      output procedure is credit-team-rounds
  call "CBL_DELETE_FILE" using member-work-path
  if rw-status not = "00"
    move 1 to standings-fail-flag
    display "Cannot write team-round.wrk (status " rw-status
        ") - standings not built"
  else
    open output total-work-file
    if tw-status not = "00"
      move 1 to standings-fail-flag
      display "Cannot open team-total.wrk (status " tw-status
          ") - standings not built"
    else
      sort team-sort-file
          on ascending key ts-team-code ts-range-max ts-player-name
          using round-work-file
          output procedure is total-team-rows
      close total-work-file
      sort rank-sort-file
          on ascending key ks-range-max
          on descending key ks-win-rate ks-wins
          on ascending key ks-team-code
          using total-work-file
          output procedure is print-team-table
      call "CBL_DELETE_FILE" using total-work-path
    end-if
    call "CBL_DELETE_FILE" using round-work-path
  end-if
  if team-rows = 0
    display "No rounds by team members in this period."
  end-if
  move rounds-counted to count-disp
  display " "
  display "Rounds credited to teams:       " count-disp
  move rounds-unteamed to count-disp
  display "Rounds by players with no team: " count-disp
  .

get-parameters.
  move 0 to bad-parm-flag
  display 1 upon argument-number
  accept scope-param from argument-value
    on exception
      continue
  end-accept
  move function upper-case(scope-param) to scope-param
  if scope-param not = spaces and scope-param not = "ALL"
    move 1 to bad-parm-flag
*> Nonzero so a typo'd run-control step audits FAIL in the driver
*> instead of OK - the same contract archive-gamelog honours.
    move 8 to return-code
    display "Usage: team-standings [ALL]"
    display "Rolls gamelog.dat and its archives up by team and tier -"
    display "each round credited to the team its player was on that"
    display "day - with wins, losses, win rate, players and top"
    display "contributor."
    display "Season to date by default; ALL takes every round on file."
  end-if
  .

*> Closes written before the stamp was kept have spaces there. With
*> no stamped close behind them the start of the season is unknown,
*> and the standings are refused rather than run over all of history
*> under a season-to-date heading.
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

*> Every archive in archivelist.dat and then gamelog.dat itself, the
*> same walk warehouse-extract makes, so rounds archive-gamelog has cut
*> out of the live file still count - the individual board they sit
*> beside never lost them either.
release-rounds.
  open input archive-list-file
  if ls-status = "00"
    perform until ls-status not = "00"
      read archive-list-file next record
        at end
          continue
        not at end
          if archive-list-record not = spaces
            move archive-list-record to log-read-name
            perform release-log-file
          end-if
      end-read
    end-perform
    close archive-list-file
  end-if
  move "gamelog.dat" to log-read-name
  perform release-log-file
  .

*> Voided rounds never counted, and daily-challenge rounds are played
*> for the challenge board, not the standings - the same rounds the
*> leaderboard leaves out.
release-log-file.
  open input game-log-file
  if gl-status = "00"
    perform until gl-status not = "00"
      read game-log-file next record
        at end
          continue
        not at end
          if not gl-void-round and not gl-challenge-round
              and gl-seed > last-close-stamp
            move gl-player-name to rs-player-name
            move gl-seed to rs-seed
            move gl-range-max to rs-range-max
            move gl-win-flag to rs-win-flag
            release round-sort-record
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

*> Rounds and membership rows both arrive in player order, dates
*> ascending; the membership rows for a player are consumed up to the
*> day of each round, so the last one taken is the team that day.
credit-team-rounds.
  move 0 to sort-eof-flag
  move 0 to member-eof-flag
  move spaces to prev-player-name
  move 0 to prev-round-seed
  move spaces to current-team
  move 0 to member-open-flag
  open input member-work-file
  if mw-status not = "00"
    move 1 to member-eof-flag
  else
    move 1 to member-open-flag
    perform read-member-work
  end-if
  open output round-work-file
  if rw-status = "00"
    perform until sort-eof-flag = 1
      return round-sort-file
        at end
          move 1 to sort-eof-flag
        not at end
*> An archive run stopped between writing the archive and renaming
*> gamelog.dat leaves a round in both; it is credited once.
          if rs-player-name = prev-player-name
              and rs-seed = prev-round-seed
            continue
          else
            perform credit-round
          end-if
      end-return
    end-perform
    close round-work-file
  else
    perform until sort-eof-flag = 1
      return round-sort-file
        at end
          move 1 to sort-eof-flag
      end-return
    end-perform
  end-if
  if member-open-flag = 1
    close member-work-file
  end-if
  .

read-member-work.
  read member-work-file next record
    at end
      move 1 to member-eof-flag
  end-read
  .

credit-round.
  if rs-player-name not = prev-player-name
    move rs-player-name to prev-player-name
    move spaces to current-team
  end-if
  move rs-seed to prev-round-seed
  move rs-seed(1:8) to round-date
  perform until member-eof-flag = 1
      or mw-player-name > rs-player-name
      or (mw-player-name = rs-player-name and mw-effective > round-date)
    if mw-player-name = rs-player-name
      move mw-team-code to current-team
    end-if
    perform read-member-work
  end-perform
  if current-team = spaces
    add 1 to rounds-unteamed
  else
    move current-team to rw-team-code
    move rs-range-max to rw-range-max
    move rs-player-name to rw-player-name
    move rs-win-flag to rw-win-flag
    write round-work-record
    add 1 to rounds-counted
  end-if
  .

*> Control breaks on player within team and tier. The top contributor
*> is the player with most wins for the team, fewer losses breaking a
*> tie, then the name.
total-team-rows.
  move 0 to sort-eof-flag
  move 1 to first-row-flag
  perform until sort-eof-flag = 1
    return team-sort-file
      at end
        move 1 to sort-eof-flag
      not at end
        perform total-team-row
    end-return
  end-perform
  if first-row-flag = 0
    perform close-player
    perform close-team
  end-if
  .

total-team-row.
  if first-row-flag = 1
    move 0 to first-row-flag
    perform open-team
    perform open-player
  else
    if ts-team-code not = pt-team-code or ts-range-max not = pt-range-max
      perform close-player
      perform close-team
      perform open-team
      perform open-player
    else
      if ts-player-name not = pt-player-name
        perform close-player
        perform open-player
      end-if
    end-if
  end-if
  if ts-win-flag = 1
    add 1 to pt-wins
  else
    add 1 to pt-losses
  end-if
  .

open-team.
  move ts-team-code to pt-team-code
  move ts-range-max to pt-range-max
  move 0 to tt-wins
  move 0 to tt-losses
  move 0 to tt-players
  move spaces to tt-top-player
  move 0 to tt-top-wins
  move 0 to tt-top-losses
  .

open-player.
  move ts-player-name to pt-player-name
  move 0 to pt-wins
  move 0 to pt-losses
  .

close-player.
  add 1 to tt-players
  add pt-wins to tt-wins
  add pt-losses to tt-losses
  if tt-top-player = spaces or pt-wins > tt-top-wins
      or (pt-wins = tt-top-wins and pt-losses < tt-top-losses)
    move pt-player-name to tt-top-player
    move pt-wins to tt-top-wins
    move pt-losses to tt-top-losses
  end-if
  .

close-team.
  move pt-range-max to tw-range-max
  move pt-team-code to tw-team-code
  move tt-wins to tw-wins
  move tt-losses to tw-losses
  move 0 to tw-win-rate
  compute team-games = tt-wins + tt-losses
  if team-games > 0
    compute tw-win-rate = (tt-wins / team-games) * 100
  end-if
  move tt-players to tw-players
  move tt-top-player to tw-top-player
  move tt-top-wins to tw-top-wins
  write total-work-record
  .

print-team-table.
  move 0 to sort-eof-flag
  move 0 to prev-range-max
  perform until sort-eof-flag = 1
    return rank-sort-file
      at end
        move 1 to sort-eof-flag
      not at end
        perform print-team-row
    end-return
  end-perform
  .

print-team-row.
  add 1 to team-rows
  if ks-range-max not = prev-range-max
    move ks-range-max to prev-range-max
    perform tier-name
    display " "
    display "----- " function trim(tier-label) " (1-" ks-range-max
        ") -----"
    display " Rank  Team    Name                             Wins  Losses"
        "    Rate  Players  Top contributor (wins)"
    move 0 to tier-place
    move 0 to prev-rate
    move 0 to prev-wins
  end-if
  add 1 to tier-place
  if tier-place = 1 or ks-win-rate not = prev-rate
      or ks-wins not = prev-wins
    move tier-place to tier-rank
    move ks-win-rate to prev-rate
    move ks-wins to prev-wins
  end-if
  perform find-team-name
  move tier-rank to rank-disp
  move ks-wins to wins-disp
  move ks-losses to losses-disp
  move ks-win-rate to rate-disp
  move ks-players to players-disp
  move ks-top-wins to top-wins-disp
  display rank-disp "  " ks-team-code "  " team-found-name " "
      wins-disp "   " losses-disp "  " rate-disp "%      " players-disp
      "  " function trim(ks-top-player) " ("
      function trim(top-wins-disp) ")"
  .

find-team-name.
  move "(not on teams.dat)" to team-found-name
  open input team-file
  if tm-status = "00"
    perform until tm-status not = "00"
      read team-file next record
        at end
          continue
        not at end
          if tm-team-code = ks-team-code
            move tm-team-name to team-found-name
          end-if
      end-read
    end-perform
    close team-file
  end-if
  .

tier-name.
  evaluate ks-range-max
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

  end program team-standings.
