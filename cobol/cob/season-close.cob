       >>source format is free
identification division.
program-id. season-close.
environment division.
    select season-history-file assign to "seasonhistory.dat"
        organization is line sequential
        file status is sh-status.
    select team-history-file assign to "teamhistory.dat"
        organization is line sequential
        file status is th-status.
    select game-log-file assign to dynamic log-read-name
        organization is line sequential
        file status is gl-status.
    select archive-list-file assign to "archivelist.dat"
        organization is line sequential
        file status is ls-status.
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
    select tier-sort-file assign to "season-tier.srt".
    select member-sort-file assign to "team-member.srt".
    select round-sort-file assign to "team-round.srt".
    select team-sort-file assign to "team-team.srt".
    select rank-sort-file assign to "team-rank.srt".
data division.
file section.
fd leaderboard-file.
fd season-history-file.
copy "season-history.cpy".

fd team-history-file.
copy "team-history.cpy".

fd game-log-file.
copy "gamelog.cpy".

fd archive-list-file.
01 archive-list-record   pic x(40).

fd member-file.
copy "team-member.cpy".

*> The board's rows with seasonal rates, ranked per tier the same
*> rate-then-best way leaderboard-standings ranks - the snapshot
*> written here must match the standings report the players watched
*> all season.
sd tier-sort-file.
01 tier-sort-record.
    05 ss-range-max       pic 99.
    05 ss-season-rate     pic 999v99.
    05 ss-season-best     pic 999.
    05 ss-name            pic x(20).
    05 ss-season-wins     pic 9(5).
    05 ss-season-losses   pic 9(5).

*> Team snapshot work files and sorts - the same roll-up
*> team-standings prints, limited to this season's rounds.
fd member-work-file.
copy "team-member.cpy" replacing ==team-member-record==
    by ==member-work-record== leading ==mb-== by ==mw-==.

fd round-work-file.
01 round-work-record.
    05 rw-team-code      pic x(6).
    05 rw-range-max      pic 99.
    05 rw-player-name    pic x(20).
    05 rw-win-flag       pic 9.

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
01 lb-status             pic xx value spaces.
01 nb-status             pic xx value spaces.
01 sh-status             pic xx value spaces.
01 th-status             pic xx value spaces.
01 gl-status             pic xx value spaces.
01 ls-status             pic xx value spaces.
01 mb-status             pic xx value spaces.
01 mw-status             pic xx value spaces.
01 rw-status             pic xx value spaces.
01 tw-status             pic xx value spaces.

*> Run parameter - the label of the season being closed, e.g. 2026Q3.
01 season-param          pic x(8) value spaces.
01 bad-parm-flag         pic 9 value 0.
01 season-exists-flag    pic 9 value 0.

01 board-rows            pic 9(7) value 0.
01 season-games          pic 9(6) value 0.
01 season-wins           pic 9(5) value 0.
01 season-losses         pic 9(5) value 0.
01 season-best           pic 999 value 0.
01 tier-rank             pic 9(7) value 0.
01 tier-done             pic 99 occurs 3 value 0.
01 tier-idx              pic 9 value 0.
01 snapshot-open-flag    pic 9 value 0.
01 board-open-flag       pic 9 value 0.
01 new-board-open-flag   pic 9 value 0.

01 tier-max              pic 99 value 0.
01 tier-label            pic x(6).
01 snapshot-rows         pic 9(5) value 0.
01 write-ok-flag         pic 9 value 0.
01 snapshot-fail-flag    pic 9 value 0.
*> One stamp for the whole run, so every tier's rows carry the same
*> close time - round-void reads it to tell this season's rounds from
*> the last one's.
01 close-stamp           pic 9(16) value 0.
*> The previous close's stamp - the season being closed is the rounds
*> drawn after it, up to close-stamp.
01 last-close-stamp      pic 9(16) value 0.
*> Closes written before rows carried a stamp leave the boundary
*> unknown - the close is refused until convert-history CLOSED-AT
*> has stamped them, rather than snapshotting every team round ever.
01 history-rows          pic 9(7) value 0.
01 close-unknown-flag    pic 9 value 0.

*> Team snapshot - see snapshot-teams.
01 log-read-name         pic x(40) value spaces.
01 member-work-path      pic x(40) value "team-member.wrk".
01 round-work-path       pic x(40) value "team-round.wrk".
01 total-work-path       pic x(40) value "team-total.wrk".
01 sort-eof-flag         pic 9 value 0.
01 member-eof-flag       pic 9 value 0.
01 member-open-flag      pic 9 value 0.
01 prev-player-name      pic x(20) value spaces.
01 prev-round-seed       pic 9(16) value 0.
01 current-team          pic x(6) value spaces.
01 round-date            pic 9(8) value 0.
01 first-row-flag        pic 9 value 0.
01 pt-team-code          pic x(6) value spaces.
01 pt-range-max          pic 99 value 0.
01 pt-player-name        pic x(20) value spaces.
01 pt-wins               pic 9(5) value 0.
01 pt-losses             pic 9(5) value 0.
01 tc-wins               pic 9(5) value 0.
01 tc-losses             pic 9(5) value 0.
01 tc-players            pic 999 value 0.
01 tc-top-player         pic x(20) value spaces.
01 tc-top-wins           pic 9(5) value 0.
01 tc-top-losses         pic 9(5) value 0.
01 team-games            pic 9(6) value 0.
01 team-range-max        pic 99 value 0.
01 team-place            pic 999 value 0.
01 team-rows             pic 9(5) value 0.

01 board-path            pic x(40) value "leaderboard.dat".
01 new-board-path        pic x(40) value "leaderboard.dat.new".
          " is already closed in seasonhistory.dat - nothing done."
      display "Each season closes exactly once; pick the next label."
    else
      if close-unknown-flag = 1
        move 8 to return-code
        display "CLOSE-OUT REFUSED - seasonhistory.dat holds closes with"
            " no close stamp, so this season's rounds cannot be told"
            " from earlier ones for the team snapshot."
        display "Run convert-history CLOSED-AT <YYYYMMDDHHMMSS> with the"
            " time of the last close, then close the season."
      else
        perform count-board-rows
        if board-rows = 0
          display "leaderboard.dat empty or missing - nothing to close"
        else
          display "===== SEASON CLOSE-OUT: " function trim(season-param)
              " ====="
          compute close-stamp
              = function numval(function current-date(1:16))
          perform snapshot-tiers
          perform snapshot-teams
*> The counters are only zeroed once every tier's snapshot is safely
*> in seasonhistory.dat - resetting after a failed write would erase
*> the quarter's standings with nothing on record to show for them.
          if snapshot-fail-flag = 1
            move 8 to return-code
            display " "
            display "CLOSE-OUT ABORTED - a snapshot write failed;"
                " season counters and leaderboard.dat left as they are."
            display "Any rows already written under this label must be"
                " removed from seasonhistory.dat and teamhistory.dat"
                " before re-running,"
                " or the run-once check will refuse the label."
          else
            perform reset-season-counters
            if write-ok-flag = 1
              display " "
              display "Snapshot rows written: " snapshot-rows
              display "Team snapshot rows written: " team-rows
              display "Season counters reset - next period starts fresh."
              display "Lifetime totals and gamelog history are untouched."
            end-if
          end-if
        end-if
      end-if
    display "Usage: season-close <season-label>"
    display "e.g.   season-close 2026Q3"
    display "Snapshots the final seasonal standings per tier into"
    display "seasonhistory.dat (and the team standings into"
    display "teamhistory.dat), declares the tier winners, and zeroes"
    display "the seasonal counters on leaderboard.dat for the next"
    display "period. Lifetime totals are never touched."
  end-if

check-season-not-closed.
  move 0 to season-exists-flag
  move 0 to last-close-stamp
  move 0 to history-rows
  move 0 to close-unknown-flag
  open input season-history-file
  if sh-status = "00"
    perform until sh-status not = "00"
        at end
          continue
        not at end
          add 1 to history-rows
          if sh-season = season-param
            move 1 to season-exists-flag
          end-if
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

count-board-rows.
  move 0 to board-rows
  open input leaderboard-file
  if lb-status = "00"
    perform until lb-status not = "00"
        at end
          continue
        not at end
          add 1 to board-rows
      end-read
    end-perform
    close leaderboard-file
  end-if
  .

*> One sort ranks all three tiers; the rows come back Easy, Medium,
*> Hard, each already in rank order, and go straight out to
*> seasonhistory.dat.
snapshot-tiers.
  move 0 to tier-done(1)
  move 0 to tier-done(2)
  move 0 to tier-done(3)
  move 0 to snapshot-open-flag
  open extend season-history-file
  if sh-status not = "00"
    open output season-history-file
  end-if
  if sh-status = "00"
    move 1 to snapshot-open-flag
  else
    move 1 to snapshot-fail-flag
    display "WARNING: cannot write seasonhistory.dat (status "
        sh-status ")"
  end-if
  sort tier-sort-file
      on ascending key ss-range-max
      on descending key ss-season-rate
      on ascending key ss-season-best ss-name
      input procedure is release-board-rows
      output procedure is write-tier-snapshot
  if snapshot-open-flag = 1
    if sh-status not = "00"
      move 1 to snapshot-fail-flag
      display "WARNING: seasonhistory.dat write failed (status "
          sh-status ") in the " function trim(tier-label) " snapshot"
    end-if
    close season-history-file
  end-if
  perform varying tier-idx from 1 by 1 until tier-idx > 3
    if tier-done(tier-idx) = 0
      evaluate tier-idx
        when 1
          move 9 to tier-max
        when 2
          move 50 to tier-max
        when other
          move 99 to tier-max
      end-evaluate
      perform name-tier
      display function trim(tier-label) ": no games this season"
    end-if
  end-perform
  .

*> Only players who actually played this season make the snapshot - a
*> row sitting at 0-0 since the last close says nothing about this
*> period and would pad the history file with noise.
release-board-rows.
  open input leaderboard-file
  if lb-status = "00"
    perform until lb-status not = "00"
      read leaderboard-file next record
        at end
          continue
        not at end
          if lb-range-max = 9 or lb-range-max = 50 or lb-range-max = 99
            perform release-board-row
          end-if
      end-read
    end-perform
    close leaderboard-file
  end-if
  .

release-board-row.
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
  compute season-games = season-wins + season-losses
  if season-games > 0
    move lb-range-max to ss-range-max
    move lb-player-name to ss-name
    move season-wins to ss-season-wins
    move season-losses to ss-season-losses
    move season-best to ss-season-best
    compute ss-season-rate = (season-wins / season-games) * 100
    release tier-sort-record
  end-if
  .

*> sh-rank is three digits wide; a tier deep enough to run past 999
*> files every row from there on at 999, still in rank order.
write-tier-snapshot.
  move 0 to tier-max
  move 0 to sort-eof-flag
  perform until sort-eof-flag = 1
    return tier-sort-file
      at end
        move 1 to sort-eof-flag
      not at end
        if ss-range-max not = tier-max
          move ss-range-max to tier-max
          move 0 to tier-rank
          perform name-tier
          evaluate tier-max
            when 9
              move 1 to tier-done(1)
            when 50
              move 1 to tier-done(2)
            when other
              move 1 to tier-done(3)
          end-evaluate
          display function trim(tier-label) " season winner: "
              function trim(ss-name)
        end-if
        add 1 to tier-rank
        if snapshot-open-flag = 1 and sh-status = "00"
          move season-param to sh-season
          move tier-max to sh-range-max
          if tier-rank > 999
            move 999 to sh-rank
          else
            move tier-rank to sh-rank
          end-if
          move ss-name to sh-player-name
          move ss-season-wins to sh-wins
          move ss-season-losses to sh-losses
          move ss-season-best to sh-best-counter
          move ss-season-rate to sh-win-rate
          move close-stamp to sh-closed-at
          write season-history-record
          add 1 to snapshot-rows
        end-if
    end-return
  end-perform
  .

name-tier.
  evaluate tier-max
    when 9
      move "EASY" to tier-label
    when 50
      move "MEDIUM" to tier-label
    when other
      move "HARD" to tier-label
  end-evaluate
  .

*> Write-then-rename, the discipline every live-file rewrite uses now -
*> one pass copies the board across with the seasonal counters
*> zeroed and everything else as it was.
reset-season-counters.
  move 0 to write-ok-flag
  move 0 to board-open-flag
  move 0 to new-board-open-flag
  open input leaderboard-file
  if lb-status = "00"
    move 1 to board-open-flag
  end-if
  open output new-leaderboard-file
  if nb-status = "00"
    move 1 to new-board-open-flag
  end-if
  if board-open-flag = 1 and new-board-open-flag = 1
    move 1 to write-ok-flag
    perform until lb-status not = "00" or write-ok-flag = 0
      read leaderboard-file next record
        at end
          continue
        not at end
          move lb-player-name to nlb-player-name
          move lb-range-max to nlb-range-max
          move lb-wins to nlb-wins
          move lb-losses to nlb-losses
          move lb-best-counter to nlb-best-counter
          move 0 to nlb-season-wins
          move 0 to nlb-season-losses
          move 999 to nlb-season-best
          write new-leaderboard-record
          if nb-status not = "00"
            move 0 to write-ok-flag
          end-if
      end-read
    end-perform
    if lb-status not = "10"
      move 0 to write-ok-flag
    end-if
  end-if
  if board-open-flag = 1
    close leaderboard-file
  end-if
  if new-board-open-flag = 1
    close new-leaderboard-file
  end-if
  if write-ok-flag = 1
    call "CBL_RENAME_FILE" using new-board-path board-path
  else
    move 8 to return-code
    display "leaderboard.dat rewrite aborted - status " lb-status "/"
        nb-status " - file left untouched (season snapshot rows are"
        " already in seasonhistory.dat; investigate before re-running)"
  end-if
  .

*> ---------------------------------------------------------------
*> Team snapshot
*> ---------------------------------------------------------------
*> The season's rounds rolled up by team and tier into teamhistory.dat,
*> each round credited to the team its player was on the day it was
*> played (teammember.dat), ranked by win rate, then wins, then team
*> code - the team-standings table as it stood at the close. Voided
*> and daily-challenge rounds never counted and are left out here too.
snapshot-teams.
  move 0 to team-rows
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
      input procedure is release-season-rounds
      output procedure is credit-team-rounds
  call "CBL_DELETE_FILE" using member-work-path
  if rw-status not = "00"
    move 1 to snapshot-fail-flag
    display "WARNING: cannot write team-round.wrk (status " rw-status
        ") - team snapshot not taken"
  else
    open output total-work-file
    if tw-status not = "00"
      move 1 to snapshot-fail-flag
      display "WARNING: cannot open team-total.wrk (status " tw-status
          ") - team snapshot not taken"
    else
      sort team-sort-file
          on ascending key ts-team-code ts-range-max ts-player-name
          using round-work-file
          output procedure is total-team-rows
      close total-work-file
      open extend team-history-file
      if th-status not = "00"
        open output team-history-file
      end-if
      if th-status = "00"
        sort rank-sort-file
            on ascending key ks-range-max
            on descending key ks-win-rate ks-wins
            on ascending key ks-team-code
            using total-work-file
            output procedure is write-team-snapshot
        if th-status not = "00"
          move 1 to snapshot-fail-flag
          display "WARNING: teamhistory.dat write failed (status "
              th-status ") in the team snapshot"
        end-if
        close team-history-file
      else
        move 1 to snapshot-fail-flag
        display "WARNING: cannot write teamhistory.dat (status "
            th-status ")"
      end-if
      call "CBL_DELETE_FILE" using total-work-path
    end-if
    call "CBL_DELETE_FILE" using round-work-path
  end-if
  if team-rows = 0 and snapshot-fail-flag = 0
    display "Teams: no team rounds this season"
  end-if
  .

*> Every archive in archivelist.dat and then gamelog.dat itself, the
*> same walk team-standings makes, so a season archive-gamelog has cut
*> into is still snapshot whole.
release-season-rounds.
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

release-log-file.
  open input game-log-file
  if gl-status = "00"
    perform until gl-status not = "00"
      read game-log-file next record
        at end
          continue
        not at end
          if not gl-void-round and not gl-challenge-round
              and gl-seed > last-close-stamp and gl-seed <= close-stamp
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
  if current-team not = spaces
    move current-team to rw-team-code
    move rs-range-max to rw-range-max
    move rs-player-name to rw-player-name
    move rs-win-flag to rw-win-flag
    write round-work-record
  end-if
  .

*> Control breaks on player within team and tier; the top contributor
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
  move 0 to tc-wins
  move 0 to tc-losses
  move 0 to tc-players
  move spaces to tc-top-player
  move 0 to tc-top-wins
  move 0 to tc-top-losses
  .

open-player.
  move ts-player-name to pt-player-name
  move 0 to pt-wins
  move 0 to pt-losses
  .

close-player.
  add 1 to tc-players
  add pt-wins to tc-wins
  add pt-losses to tc-losses
  if tc-top-player = spaces or pt-wins > tc-top-wins
      or (pt-wins = tc-top-wins and pt-losses < tc-top-losses)
    move pt-player-name to tc-top-player
    move pt-wins to tc-top-wins
    move pt-losses to tc-top-losses
  end-if
  .

close-team.
  move pt-range-max to tw-range-max
  move pt-team-code to tw-team-code
  move tc-wins to tw-wins
  move tc-losses to tw-losses
  move 0 to tw-win-rate
  compute team-games = tc-wins + tc-losses
  if team-games > 0
    compute tw-win-rate = (tc-wins / team-games) * 100
  end-if
  move tc-players to tw-players
  move tc-top-player to tw-top-player
  move tc-top-wins to tw-top-wins
  write total-work-record
  .

write-team-snapshot.
  move 0 to sort-eof-flag
  move 0 to team-range-max
  perform until sort-eof-flag = 1
    return rank-sort-file
      at end
        move 1 to sort-eof-flag
      not at end
        perform write-team-row
    end-return
  end-perform
  .

write-team-row.
  if ks-range-max not = team-range-max
    move ks-range-max to team-range-max
    move 0 to team-place
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
    display function trim(tier-label) " top team: "
        function trim(ks-team-code)
  end-if
  add 1 to team-place
  if th-status = "00"
    move season-param to th-season
    move ks-range-max to th-range-max
    move team-place to th-rank
    move ks-team-code to th-team-code
    move ks-wins to th-wins
    move ks-losses to th-losses
    move ks-win-rate to th-win-rate
    move ks-players to th-players
    move ks-top-player to th-top-player
    move ks-top-wins to th-top-wins
    move close-stamp to th-closed-at
    write team-history-record
    add 1 to team-rows
  end-if
  .

