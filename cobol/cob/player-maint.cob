       >>source format is free
identification division.
program-id. player-maint.
environment division.
    select new-match-log-file assign to "matchlog.dat.new"
        organization is line sequential
        file status is nm-status.
    select daily-challenge-file assign to "dailychallenge.dat"
        organization is line sequential
        file status is dc-status.
    select new-daily-challenge-file assign to "dailychallenge.dat.new"
        organization is line sequential
        file status is nc-status.
    select tournament-file assign to "tournament.dat"
        organization is line sequential
        file status is tn-status.
    select new-tournament-file assign to "tournament.dat.new"
        organization is line sequential
        file status is nt-status.
    select entry-file assign to "tournentry.dat"
        organization is line sequential
        file status is te-status.
    select new-entry-file assign to "tournentry.dat.new"
        organization is line sequential
        file status is ne-status.
    select bracket-file assign to "bracket.dat"
        organization is line sequential
        file status is bk-status.
    select new-bracket-file assign to "bracket.dat.new"
        organization is line sequential
        file status is nk-status.
    select team-file assign to "teams.dat"
        organization is line sequential
        file status is tm-status.
    select member-file assign to "teammember.dat"
        organization is line sequential
        file status is mb-status.
    select new-member-file assign to "teammember.dat.new"
        organization is line sequential
        file status is nn-status.
data division.
file section.
fd registry-file.
fd new-match-log-file.
copy "matchlog.cpy" replacing match-log-record by new-match-record.

fd daily-challenge-file.
copy "daily-challenge.cpy".

fd new-daily-challenge-file.
copy "daily-challenge.cpy" replacing daily-challenge-record
    by new-challenge-record.

fd tournament-file.
copy "tournament.cpy".

fd new-tournament-file.
copy "tournament.cpy" replacing tournament-record
    by new-tournament-record.

fd entry-file.
copy "tourn-entry.cpy".

fd new-entry-file.
copy "tourn-entry.cpy" replacing tourn-entry-record
    by new-entry-record.

fd bracket-file.
copy "bracket.cpy".

fd new-bracket-file.
copy "bracket.cpy" replacing bracket-record
    by new-bracket-record.

fd team-file.
copy "team.cpy".

fd member-file.
copy "team-member.cpy".

fd new-member-file.
copy "team-member.cpy" replacing team-member-record
    by new-member-record.

working-storage section.
01 rg-status             pic xx value spaces.
01 nr-status             pic xx value spaces.
01 nb-status             pic xx value spaces.
01 ml-status             pic xx value spaces.
01 nm-status             pic xx value spaces.
01 dc-status             pic xx value spaces.
01 nc-status             pic xx value spaces.
01 tn-status             pic xx value spaces.
01 nt-status             pic xx value spaces.
01 te-status             pic xx value spaces.
01 ne-status             pic xx value spaces.
01 bk-status             pic xx value spaces.
01 nk-status             pic xx value spaces.
01 tm-status             pic xx value spaces.
01 mb-status             pic xx value spaces.
01 nn-status             pic xx value spaces.

*> Run parameters - an action word and one or two player names, taken
*> one per command-line argument the way reconcile-leaderboard takes
01 name-param-2          pic x(20) value spaces.
01 bad-parm-flag         pic 9 value 0.

*> TEAM- actions take a team code (and, for TEAM-CREATE, the team's
*> name) in place of a second player name; assignments and moves take
*> an optional effective date, default today, never in the future.
01 team-code-param       pic x(6) value spaces.
01 team-name-param       pic x(30) value spaces.
01 date-param            pic x(8) value spaces.
01 effective-date        pic 9(8) value 0.
01 today-date            pic 9(8) value 0.
01 team-found            pic 9 value 0.
01 team-found-name       pic x(30) value spaces.
01 last-effective        pic 9(8) value 0.
01 member-action         pic x value space.
01 member-write-ok       pic 9 value 0.

*> Registry re-read from players.dat for every lookup and streamed
*> through players.dat.new for every change, the same copy-through
*> way main.cob keeps leaderboard.dat, so it has no row limit. The
*> found row's fields are kept for the action to work from.
01 rg-count              pic 9(7) value 0.
01 rg-found-flag         pic 9 value 0.
01 rg-found-name         pic x(20) value spaces.
01 rg-found-active       pic x value space.
01 rg-found-team         pic x(6) value spaces.
01 registry-exact-flag   pic 9 value 0.
01 registry-action       pic x value space.
    88 registry-add        value "N".
    88 registry-reactivate value "R".
    88 registry-deactivate value "D".
    88 registry-set-team   value "T".
    88 registry-drop       value "X".
01 registry-fail-status  pic xx value spaces.
01 name-lookup           pic x(20) value spaces.

01 merge-from-canonical  pic x(20) value spaces.
01 merge-to-canonical    pic x(20) value spaces.

*> The merged player's board rows summed per tier across both
*> spellings, subscripted by range-max + 1 - sized by the tiers a row
*> can carry, not by how big the board has grown.
01 merged-tier-table.
    05 merged-tier occurs 100 times.
        10 mt-rows          pic 9(5).
        10 mt-written       pic 9.
        10 mt-wins          pic 9(5).
        10 mt-losses        pic 9(5).
        10 mt-best-counter  pic 999.
        10 mt-season-wins   pic 9(5).
        10 mt-season-losses pic 9(5).
        10 mt-season-best   pic 999.
01 mt-idx                pic 999 value 0.
01 merged-row-flag       pic 9 value 0.
01 board-exists-flag     pic 9 value 0.
01 row-season-wins       pic 9(5) value 0.
01 row-season-losses     pic 9(5) value 0.
01 row-season-best       pic 999 value 0.

01 write-ok-flag         pic 9 value 0.
01 board-read-ok         pic 9 value 0.
01 gamelog-moved         pic 9(7) value 0.
01 detail-moved          pic 9(7) value 0.
01 matchlog-moved        pic 9(7) value 0.
01 challenge-moved       pic 9(7) value 0.
01 tournament-moved      pic 9(7) value 0.
01 membership-moved      pic 9(7) value 0.
01 board-rows-merged     pic 9(5) value 0.

01 registry-path         pic x(40) value "players.dat".
01 new-board-path        pic x(40) value "leaderboard.dat.new".
01 matchlog-path         pic x(40) value "matchlog.dat".
01 new-matchlog-path     pic x(40) value "matchlog.dat.new".
01 challenge-path        pic x(40) value "dailychallenge.dat".
01 new-challenge-path    pic x(40) value "dailychallenge.dat.new".
01 tournament-path       pic x(40) value "tournament.dat".
01 new-tournament-path   pic x(40) value "tournament.dat.new".
01 entry-path            pic x(40) value "tournentry.dat".
01 new-entry-path        pic x(40) value "tournentry.dat.new".
01 bracket-path          pic x(40) value "bracket.dat".
01 new-bracket-path      pic x(40) value "bracket.dat.new".
01 member-path           pic x(40) value "teammember.dat".
01 new-member-path       pic x(40) value "teammember.dat.new".

procedure division.
main.
  perform get-parameters
  if bad-parm-flag = 0
    evaluate action-param
      when "REGISTER"
        perform register-player
        perform deactivate-player
      when "MERGE"
        perform merge-player
      when "TEAM-CREATE"
        perform create-team
      when "TEAM-ASSIGN"
        perform assign-team
      when "TEAM-MOVE"
        perform move-team
    end-evaluate
  end-if
  stop run
        move 1 to bad-parm-flag
    end-accept
  end-if
  if bad-parm-flag = 0
    evaluate action-param
      when "TEAM-CREATE"
        perform get-team-create-parameters
      when "TEAM-ASSIGN"
      when "TEAM-MOVE"
        perform get-team-assign-parameters
    end-evaluate
  end-if
  if action-param not = "REGISTER" and action-param not = "DEACTIVATE"
      and action-param not = "MERGE" and action-param not = "TEAM-CREATE"
      and action-param not = "TEAM-ASSIGN" and action-param not = "TEAM-MOVE"
    move 1 to bad-parm-flag
  end-if
  if bad-parm-flag = 1
    display "Usage: player-maint REGISTER    <name>"
    display "       player-maint DEACTIVATE  <name>"
    display "       player-maint MERGE       <from-name> <to-name>"
    display "       player-maint TEAM-CREATE <code> <team-name>"
    display "       player-maint TEAM-ASSIGN <name> <code> [YYYYMMDD]"
    display "       player-maint TEAM-MOVE   <name> <code> [YYYYMMDD]"
    display "REGISTER adds a name to players.dat (or reactivates it),"
    display "DEACTIVATE marks it inactive so the kiosk rejects it, and"
    display "MERGE re-keys a misspelled name's gamelog.dat,"
    display "detaillog.dat and leaderboard.dat history onto the"
    display "registered spelling and drops the misspelling."
    display "TEAM-CREATE adds a team (code up to 6 characters),"
    display "TEAM-ASSIGN puts a player with no team on one and"
    display "TEAM-MOVE moves them to another, from the date given"
    display "(default today) - earlier rounds stay with the old team."
  end-if
  .

*> The code arrives where a player name would; anything past six
*> characters would be silently cut, so it is refused instead.
get-team-create-parameters.
  if name-param-1(7:) not = spaces or name-param-1 = spaces
    move 1 to bad-parm-flag
  else
    move function upper-case(name-param-1) to team-code-param
    display 3 upon argument-number
    accept team-name-param from argument-value
      on exception
        move 1 to bad-parm-flag
    end-accept
    if team-name-param = spaces
      move 1 to bad-parm-flag
    end-if
  end-if
  .

get-team-assign-parameters.
  display 3 upon argument-number
  accept team-code-param from argument-value
    on exception
      move 1 to bad-parm-flag
  end-accept
  move function upper-case(team-code-param) to team-code-param
  if team-code-param = spaces
    move 1 to bad-parm-flag
  end-if
  move function current-date(1:8) to today-date
  display 4 upon argument-number
  accept date-param from argument-value
    on exception
      continue
  end-accept
  if date-param = spaces
    move today-date to effective-date
  else
    if date-param is numeric
      move date-param to effective-date
      if function test-date-yyyymmdd(effective-date) not = 0
          or effective-date > today-date
        move 1 to bad-parm-flag
      end-if
    else
      move 1 to bad-parm-flag
    end-if
  end-if
  .

*> Same trimmed, case-folded compare main.cob's validation uses - the
*> registry never holds two spellings of the one player. The last
*> matching row is the one found.
find-registry-row.
  move 0 to registry-exact-flag
  perform scan-registry
  .

find-registry-row-exact.
  move 1 to registry-exact-flag
  perform scan-registry
  .

scan-registry.
  move 0 to rg-count
  move 0 to rg-found-flag
  open input registry-file
  if rg-status = "00"
    perform until rg-status not = "00"
        at end
          continue
        not at end
          add 1 to rg-count
          perform judge-registry-row
      end-read
    end-perform
    close registry-file
  end-if
  .

judge-registry-row.
  if (registry-exact-flag = 1
        and function trim(pr-player-name in player-registry-record)
          = function trim(name-lookup))
      or (registry-exact-flag = 0
        and function upper-case(function trim(pr-player-name
              in player-registry-record))
          = function upper-case(function trim(name-lookup)))
    move 1 to rg-found-flag
    move pr-player-name in player-registry-record to rg-found-name
    move pr-active-flag in player-registry-record to rg-found-active
    move pr-team-code in player-registry-record to rg-found-team
  end-if
  .

register-player.
  move name-param-1 to name-lookup
  perform find-registry-row
  if rg-found-flag = 1
    if rg-found-active = "A"
      display "Already registered: " function trim(rg-found-name)
    else
      set registry-reactivate to true
      perform save-registry-change
      display "Reactivated: " function trim(rg-found-name)
    end-if
  else
    set registry-add to true
    perform save-registry-change
    display "Registered: " function trim(name-param-1)
  end-if
  .

deactivate-player.
  move name-param-1 to name-lookup
  perform find-registry-row
  if rg-found-flag = 1
    set registry-deactivate to true
    perform save-registry-change
    display "Deactivated: " function trim(rg-found-name)
  else
    display "Not registered: " function trim(name-param-1)
  end-if
  .

*> Write-then-rename, the same discipline archive-gamelog uses on
*> gamelog.dat - a kill mid-rewrite leaves players.dat untouched. The
*> found row is changed (or dropped) in passing and a new player goes
*> on the end; a players.dat that exists but cannot be read through to
*> the end stops the rename, or every row past the bad read would go.
save-registry-change.
  move 0 to write-ok-flag
  move spaces to registry-fail-status
  open output new-registry-file
  if nr-status = "00"
    move 1 to write-ok-flag
    open input registry-file
    if rg-status = "00"
      perform until rg-status not = "00" or nr-status not = "00"
        read registry-file next record
          at end
            continue
          not at end
            perform copy-registry-row
        end-read
      end-perform
      if nr-status = "00" and rg-status not = "10"
        move 0 to write-ok-flag
        move rg-status to registry-fail-status
      end-if
      close registry-file
    else
      if rg-status not = "35"
        move 0 to write-ok-flag
        move rg-status to registry-fail-status
      end-if
    end-if
    if registry-add and write-ok-flag = 1
      move name-param-1 to pr-player-name in new-registry-record
      move "A" to pr-active-flag in new-registry-record
      move spaces to pr-team-code in new-registry-record
      write new-registry-record
    end-if
    if nr-status not = "00"
      move 0 to write-ok-flag
    end-if
    call "CBL_RENAME_FILE" using new-registry-path registry-path
  else
    display "players.dat rewrite aborted - status " nr-status
        " (read status " registry-fail-status ") - file left untouched"
  end-if
  .

copy-registry-row.
  move player-registry-record to new-registry-record
  if pr-player-name in player-registry-record = rg-found-name
      and not registry-add
    evaluate true
      when registry-reactivate
        move "A" to pr-active-flag in new-registry-record
      when registry-deactivate
        move "I" to pr-active-flag in new-registry-record
      when registry-set-team
        move team-code-param to pr-team-code in new-registry-record
    end-evaluate
  end-if
  if not (registry-drop
      and pr-player-name in player-registry-record = rg-found-name)
    write new-registry-record
  end-if
  .

*> case-folded lookup can land on the misspelled row and make the
*> target look identical to the source.
  perform find-registry-row-exact
  if rg-found-flag = 0
    perform find-registry-row
  end-if
  if rg-found-flag = 0
    display "MERGE target not registered: " function trim(name-param-2)
    display "Register it first, then re-run the merge."
  else
    move rg-found-name to merge-to-canonical
    move name-param-1 to merge-from-canonical
*> Exact-spelling compare, not the usual case-folded one - merging
*> "dana" onto "Dana" is the normal case this action exists for, and
      perform merge-game-log
      perform merge-detail-log
      perform merge-match-log
      perform merge-daily-challenge
      perform merge-tournament
      perform merge-tourn-entry
      perform merge-bracket
      perform merge-team-members
      perform merge-leaderboard
      perform drop-merged-registry-row
      perform print-merge-summary
  write new-match-record
  .

*> dailychallenge.dat is re-keyed the same way, so the merged player's
*> challenge days carry forward under the one name. A missing file
*> just means nobody has played a daily challenge yet.
merge-daily-challenge.
  move 0 to write-ok-flag
  open input daily-challenge-file
  if dc-status = "35"
    continue
  else
    open output new-daily-challenge-file
    if dc-status = "00" and nc-status = "00"
      perform until dc-status not = "00"
        read daily-challenge-file next record
          at end
            continue
          not at end
            perform move-challenge-record
        end-read
      end-perform
      if dc-status = "10" and nc-status = "00"
        move 1 to write-ok-flag
      end-if
      close daily-challenge-file
    end-if
    close new-daily-challenge-file
    if write-ok-flag = 1
      call "CBL_RENAME_FILE" using new-challenge-path challenge-path
    else
      display "dailychallenge.dat merge aborted - read status " dc-status
          " write status " nc-status " - file left untouched"
    end-if
  end-if
  .

move-challenge-record.
  move corresponding daily-challenge-record to new-challenge-record
  if function upper-case(function trim(
      dc-player-name in daily-challenge-record))
      = function upper-case(function trim(merge-from-canonical))
    move merge-to-canonical to dc-player-name in new-challenge-record
    add 1 to challenge-moved
  end-if
  write new-challenge-record
  .

*> Tournaments carry the player by name too - champion, entry list
*> and bracket seats - so a merged player keeps their place in a
*> bracket still in play and their titles in finished ones.
merge-tournament.
  move 0 to write-ok-flag
  open input tournament-file
  if tn-status = "35"
    continue
  else
    open output new-tournament-file
    if tn-status = "00" and nt-status = "00"
      perform until tn-status not = "00"
        read tournament-file next record
          at end
            continue
          not at end
            perform move-tournament-record
        end-read
      end-perform
      if tn-status = "10" and nt-status = "00"
        move 1 to write-ok-flag
      end-if
      close tournament-file
    end-if
    close new-tournament-file
    if write-ok-flag = 1
      call "CBL_RENAME_FILE" using new-tournament-path tournament-path
    else
      display "tournament.dat merge aborted - read status " tn-status
          " write status " nt-status " - file left untouched"
    end-if
  end-if
  .

move-tournament-record.
  move corresponding tournament-record to new-tournament-record
  if function upper-case(function trim(
      tn-champion in tournament-record))
      = function upper-case(function trim(merge-from-canonical))
    move merge-to-canonical to tn-champion in new-tournament-record
    add 1 to tournament-moved
  end-if
  write new-tournament-record
  .

merge-tourn-entry.
  move 0 to write-ok-flag
  open input entry-file
  if te-status = "35"
    continue
  else
    open output new-entry-file
    if te-status = "00" and ne-status = "00"
      perform until te-status not = "00"
        read entry-file next record
          at end
            continue
          not at end
            perform move-entry-record
        end-read
      end-perform
      if te-status = "10" and ne-status = "00"
        move 1 to write-ok-flag
      end-if
      close entry-file
    end-if
    close new-entry-file
    if write-ok-flag = 1
      call "CBL_RENAME_FILE" using new-entry-path entry-path
    else
      display "tournentry.dat merge aborted - read status " te-status
          " write status " ne-status " - file left untouched"
    end-if
  end-if
  .

move-entry-record.
  move corresponding tourn-entry-record to new-entry-record
  if function upper-case(function trim(
      te-player-name in tourn-entry-record))
      = function upper-case(function trim(merge-from-canonical))
    move merge-to-canonical to te-player-name in new-entry-record
    add 1 to tournament-moved
  end-if
  write new-entry-record
  .

merge-bracket.
  move 0 to write-ok-flag
  open input bracket-file
  if bk-status = "35"
    continue
  else
    open output new-bracket-file
    if bk-status = "00" and nk-status = "00"
      perform until bk-status not = "00"
        read bracket-file next record
          at end
            continue
          not at end
            perform move-bracket-record
        end-read
      end-perform
      if bk-status = "10" and nk-status = "00"
        move 1 to write-ok-flag
      end-if
      close bracket-file
    end-if
    close new-bracket-file
    if write-ok-flag = 1
      call "CBL_RENAME_FILE" using new-bracket-path bracket-path
    else
      display "bracket.dat merge aborted - read status " bk-status
          " write status " nk-status " - file left untouched"
    end-if
  end-if
  .

move-bracket-record.
  move corresponding bracket-record to new-bracket-record
  if function upper-case(function trim(bk-player-1 in bracket-record))
      = function upper-case(function trim(merge-from-canonical))
    move merge-to-canonical to bk-player-1 in new-bracket-record
    add 1 to tournament-moved
  end-if
  if function upper-case(function trim(bk-player-2 in bracket-record))
      = function upper-case(function trim(merge-from-canonical))
    move merge-to-canonical to bk-player-2 in new-bracket-record
    add 1 to tournament-moved
  end-if
  if function upper-case(function trim(bk-winner in bracket-record))
      = function upper-case(function trim(merge-from-canonical))
    move merge-to-canonical to bk-winner in new-bracket-record
  end-if
  write new-bracket-record
  .

*> The membership history follows the name as well, so rounds played
*> under the misspelling are still credited to the team the player
*> was on at the time. The registered spelling keeps its own current
*> team on players.dat.
merge-team-members.
  move 0 to write-ok-flag
  open input member-file
  if mb-status = "35"
    continue
  else
    open output new-member-file
    if mb-status = "00" and nn-status = "00"
      perform until mb-status not = "00"
        read member-file next record
          at end
            continue
          not at end
            perform move-member-record
        end-read
      end-perform
      if mb-status = "10" and nn-status = "00"
        move 1 to write-ok-flag
      end-if
      close member-file
    end-if
    close new-member-file
    if write-ok-flag = 1
      call "CBL_RENAME_FILE" using new-member-path member-path
    else
      display "teammember.dat merge aborted - read status " mb-status
          " write status " nn-status " - file left untouched"
    end-if
  end-if
  .

move-member-record.
  move corresponding team-member-record to new-member-record
  if function upper-case(function trim(
      mb-player-name in team-member-record))
      = function upper-case(function trim(merge-from-canonical))
    move merge-to-canonical to mb-player-name in new-member-record
    add 1 to membership-moved
  end-if
  write new-member-record
  .

*> leaderboard.dat needs more than a re-key: if both spellings already
*> have a row on the same tier, the two rows must collapse into one -
*> wins and losses summed, best-counter kept at the smaller value, the
*> same "keep the smaller" sense update-leaderboard in main.cob uses.
*> A first pass sums the merged player's rows per tier; the second
*> streams the board through leaderboard.dat.new with the sum written
*> where the player's first row on that tier stood and the rest
*> dropped. The rename over the live board only happens when both
*> passes reached a clean end of file - the same guard merge-game-log
*> uses. Without it, a board that exists but cannot be opened (lock,
*> permissions) would be replaced by an empty copy, renaming nothing
*> over everything. A missing file (status 35) is a fresh site, which
*> really is an empty board.
merge-leaderboard.
  perform varying mt-idx from 1 by 1 until mt-idx > 100
    move 0 to mt-rows(mt-idx)
    move 0 to mt-written(mt-idx)
    move 0 to mt-wins(mt-idx)
    move 0 to mt-losses(mt-idx)
    move 999 to mt-best-counter(mt-idx)
    move 0 to mt-season-wins(mt-idx)
    move 0 to mt-season-losses(mt-idx)
    move 999 to mt-season-best(mt-idx)
  end-perform
  move 0 to board-read-ok
  move 0 to board-exists-flag
  move spaces to board-load-status
  open input leaderboard-file
  if lb-status = "35"
    move lb-status to board-load-status
  end-if
  if lb-status = "00"
    move 1 to board-exists-flag
    perform until lb-status not = "00"
      read leaderboard-file next record
        at end
          continue
        not at end
          perform tally-merged-row
      end-read
    end-perform
    if lb-status = "10"
    display "leaderboard.dat merge aborted - read status "
        board-load-status " - file left untouched"
  else
    if board-exists-flag = 1
      perform rewrite-merged-board
    end-if
  end-if
  .

*> A row is the merged player's if it carries either spelling - the
*> source case-folded, exactly as the other files are re-keyed, or the
*> target's own.
judge-merged-row.
  move 0 to merged-row-flag
  if function upper-case(function trim(lb-player-name in leaderboard-record))
        = function upper-case(function trim(merge-from-canonical))
      or lb-player-name in leaderboard-record = merge-to-canonical
    move 1 to merged-row-flag
    compute mt-idx = lb-range-max in leaderboard-record + 1
  end-if
*> Rows from before the season fields existed read back as spaces
*> here - same zero-fill main.cob applies.
  if lb-season-wins in leaderboard-record is numeric
    move lb-season-wins in leaderboard-record to row-season-wins
    move lb-season-losses in leaderboard-record to row-season-losses
    move lb-season-best in leaderboard-record to row-season-best
  else
    move 0 to row-season-wins
    move 0 to row-season-losses
    move 999 to row-season-best
  end-if
  .

tally-merged-row.
  perform judge-merged-row
  if merged-row-flag = 1
    add 1 to mt-rows(mt-idx)
    if mt-rows(mt-idx) > 1
      add 1 to board-rows-merged
    end-if
    add lb-wins in leaderboard-record to mt-wins(mt-idx)
    add lb-losses in leaderboard-record to mt-losses(mt-idx)
    if lb-best-counter in leaderboard-record < mt-best-counter(mt-idx)
      move lb-best-counter in leaderboard-record to mt-best-counter(mt-idx)
    end-if
    add row-season-wins to mt-season-wins(mt-idx)
    add row-season-losses to mt-season-losses(mt-idx)
    if row-season-best < mt-season-best(mt-idx)
      move row-season-best to mt-season-best(mt-idx)
    end-if
  end-if
  .

rewrite-merged-board.
  move 0 to write-ok-flag
  open output new-leaderboard-file
  if nb-status = "00"
    move 1 to write-ok-flag
    open input leaderboard-file
    if lb-status = "00"
      perform until lb-status not = "00" or nb-status not = "00"
        read leaderboard-file next record
          at end
            continue
          not at end
            perform copy-merged-row
        end-read
      end-perform
      if lb-status not = "10"
        move 0 to write-ok-flag
      end-if
      close leaderboard-file
    else
      move 0 to write-ok-flag
    end-if
    if nb-status not = "00"
      move 0 to write-ok-flag
    end-if
  end-if
  .

copy-merged-row.
  perform judge-merged-row
  if merged-row-flag = 0
    move leaderboard-record to new-board-record
    move row-season-wins to lb-season-wins in new-board-record
    move row-season-losses to lb-season-losses in new-board-record
    move row-season-best to lb-season-best in new-board-record
    write new-board-record
  else
    if mt-written(mt-idx) = 0
      move 1 to mt-written(mt-idx)
      move merge-to-canonical to lb-player-name in new-board-record
      move lb-range-max in leaderboard-record
          to lb-range-max in new-board-record
      move mt-wins(mt-idx) to lb-wins in new-board-record
      move mt-losses(mt-idx) to lb-losses in new-board-record
      move mt-best-counter(mt-idx) to lb-best-counter in new-board-record
      move mt-season-wins(mt-idx) to lb-season-wins in new-board-record
      move mt-season-losses(mt-idx)
          to lb-season-losses in new-board-record
      move mt-season-best(mt-idx) to lb-season-best in new-board-record
      write new-board-record
    end-if
  end-if
  .

*> The case-folded lookup would land on the target's own row when the
*> merge source is just a case variant of it ("dana" onto "Dana"), so
*> only a row carrying the source's exact spelling is dropped.
drop-merged-registry-row.
  move merge-from-canonical to name-lookup
  perform find-registry-row
  if rg-found-flag = 1
      and function trim(rg-found-name)
        = function trim(merge-from-canonical)
    set registry-drop to true
    perform save-registry-change
  end-if
  .

  display "gamelog.dat rows moved:    " gamelog-moved
  display "detaillog.dat rows moved:  " detail-moved
  display "matchlog.dat seats moved:  " matchlog-moved
  display "dailychallenge rows moved: " challenge-moved
  display "tournament names moved:    " tournament-moved
  display "team memberships moved:    " membership-moved
  display "leaderboard rows combined: " board-rows-merged
  .

*> ---------------------------------------------------------------
*> Teams
*> ---------------------------------------------------------------
create-team.
  perform find-team
  if team-found = 1
    display "Team already exists: " function trim(team-code-param)
        " " function trim(team-found-name)
  else
    open extend team-file
    if tm-status not = "00"
      open output team-file
    end-if
    if tm-status = "00"
      move team-code-param to tm-team-code
      move team-name-param to tm-team-name
      move function current-date(1:8) to tm-created
      write team-record
      close team-file
      display "Team created: " function trim(team-code-param) " "
          function trim(team-name-param)
    else
      display "teams.dat cannot be opened - status " tm-status
          " - team not created"
    end-if
  end-if
  .

find-team.
  move 0 to team-found
  move spaces to team-found-name
  open input team-file
  if tm-status = "00"
    perform until tm-status not = "00"
      read team-file next record
        at end
          continue
        not at end
          if tm-team-code = team-code-param
            move 1 to team-found
            move tm-team-name to team-found-name
          end-if
      end-read
    end-perform
    close team-file
  end-if
  .

assign-team.
  move name-param-1 to name-lookup
  perform find-registry-row
  if rg-found-flag = 0
    display "Not registered: " function trim(name-param-1)
  else
    if rg-found-team not = spaces
      display function trim(rg-found-name) " is already on team "
          function trim(rg-found-team) " - use TEAM-MOVE"
    else
      move "A" to member-action
      perform change-team
    end-if
  end-if
  .

move-team.
  move name-param-1 to name-lookup
  perform find-registry-row
  if rg-found-flag = 0
    display "Not registered: " function trim(name-param-1)
  else
    if rg-found-team = spaces
      display function trim(rg-found-name)
          " is not on a team - use TEAM-ASSIGN"
    else
      if rg-found-team = team-code-param
        display function trim(rg-found-name)
            " is already on team " function trim(team-code-param)
      else
        move "M" to member-action
        perform change-team
      end-if
    end-if
  end-if
  .

*> Shared tail of TEAM-ASSIGN and TEAM-MOVE. The history is only ever
*> added to in date order - a change dated before the player's last
*> one would rewrite which team earlier rounds counted for. A change
*> on the same day as the last one supersedes it.
change-team.
  perform find-team
  if team-found = 0
    display "Team not on file: " function trim(team-code-param)
        " - run TEAM-CREATE first"
  else
    perform find-last-membership
    if effective-date < last-effective
      display "Effective date " effective-date " is before "
          function trim(rg-found-name)
          "'s last team change on " last-effective " - not recorded"
    else
      perform write-membership
      if member-write-ok = 1
        set registry-set-team to true
        perform save-registry-change
        display function trim(rg-found-name) " is on team "
            function trim(team-code-param) " from " effective-date
      end-if
    end-if
  end-if
  .

find-last-membership.
  move 0 to last-effective
  open input member-file
  if mb-status = "00"
    perform until mb-status not = "00"
      read member-file next record
        at end
          continue
        not at end
          if mb-player-name in team-member-record = rg-found-name
              and mb-effective in team-member-record > last-effective
            move mb-effective in team-member-record to last-effective
          end-if
      end-read
    end-perform
    close member-file
  end-if
  .

write-membership.
  move 0 to member-write-ok
  open extend member-file
  if mb-status not = "00"
    open output member-file
  end-if
  if mb-status = "00"
    move rg-found-name to mb-player-name in team-member-record
    move team-code-param to mb-team-code in team-member-record
    move effective-date to mb-effective in team-member-record
    move member-action to mb-action in team-member-record
    write team-member-record
    if mb-status = "00"
      move 1 to member-write-ok
    end-if
    close member-file
  end-if
  if member-write-ok = 0
    display "teammember.dat write failed - status " mb-status
        " - team unchanged"
  end-if
  .

  end program player-maint.
