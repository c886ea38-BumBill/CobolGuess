       >>source format is free
identification division.
program-id. player-erase.
environment division.
input-output section.
file-control.
*> Every data file is read from erase-path and written to
*> erase-new-path, one at a time, so the one pair of names serves the
*> live file, its backup generations and the gamelog archives alike.
    select registry-file assign to dynamic erase-path
        organization is line sequential
        file status is read-status.
    select new-registry-file assign to dynamic erase-new-path
        organization is line sequential
        file status is write-status.
    select leaderboard-file assign to dynamic erase-path
        organization is line sequential
        file status is read-status.
    select new-leaderboard-file assign to dynamic erase-new-path
        organization is line sequential
        file status is write-status.
    select checkpoint-file assign to dynamic erase-path
        organization is line sequential
        file status is read-status.
    select new-checkpoint-file assign to dynamic erase-new-path
        organization is line sequential
        file status is write-status.
    select game-log-file assign to dynamic erase-path
        organization is line sequential
        file status is read-status.
    select new-game-log-file assign to dynamic erase-new-path
        organization is line sequential
        file status is write-status.
    select detail-log-file assign to dynamic erase-path
        organization is line sequential
        file status is read-status.
    select new-detail-log-file assign to dynamic erase-new-path
        organization is line sequential
        file status is write-status.
    select match-log-file assign to dynamic erase-path
        organization is line sequential
        file status is read-status.
    select new-match-log-file assign to dynamic erase-new-path
        organization is line sequential
        file status is write-status.
    select season-history-file assign to dynamic erase-path
        organization is line sequential
        file status is read-status.
    select new-season-history-file assign to dynamic erase-new-path
        organization is line sequential
        file status is write-status.
    select adjust-journal-file assign to dynamic erase-path
        organization is line sequential
        file status is read-status.
    select new-adjust-journal-file assign to dynamic erase-new-path
        organization is line sequential
        file status is write-status.
    select daily-challenge-file assign to dynamic erase-path
        organization is line sequential
        file status is read-status.
    select new-daily-challenge-file assign to dynamic erase-new-path
        organization is line sequential
        file status is write-status.
    select tournament-file assign to dynamic erase-path
        organization is line sequential
        file status is read-status.
    select new-tournament-file assign to dynamic erase-new-path
        organization is line sequential
        file status is write-status.
    select entry-file assign to dynamic erase-path
        organization is line sequential
        file status is read-status.
    select new-entry-file assign to dynamic erase-new-path
        organization is line sequential
        file status is write-status.
    select bracket-file assign to dynamic erase-path
        organization is line sequential
        file status is read-status.
    select new-bracket-file assign to dynamic erase-new-path
        organization is line sequential
        file status is write-status.
    select member-file assign to dynamic erase-path
        organization is line sequential
        file status is read-status.
    select new-member-file assign to dynamic erase-new-path
        organization is line sequential
        file status is write-status.
    select team-history-file assign to dynamic erase-path
        organization is line sequential
        file status is read-status.
    select new-team-history-file assign to dynamic erase-new-path
        organization is line sequential
        file status is write-status.
    select exception-file assign to dynamic erase-path
        organization is line sequential
        file status is read-status.
    select new-exception-file assign to dynamic erase-new-path
        organization is line sequential
        file status is write-status.
    select suspense-file assign to dynamic erase-path
        organization is line sequential
        file status is read-status.
    select new-suspense-file assign to dynamic erase-new-path
        organization is line sequential
        file status is write-status.
    select archive-list-file assign to "archivelist.dat"
        organization is line sequential
        file status is ls-status.
    select certificate-file assign to dynamic certificate-path
        organization is line sequential
        file status is ce-status.
data division.
file section.
fd registry-file.
copy "player-registry.cpy".

fd new-registry-file.
copy "player-registry.cpy" replacing ==player-registry-record==
    by ==new-registry-record== leading ==pr-== by ==npr-==.

fd leaderboard-file.
copy "leaderboard.cpy".

fd new-leaderboard-file.
copy "leaderboard.cpy" replacing ==leaderboard-record==
    by ==new-leaderboard-record== leading ==lb-== by ==nlb-==.

fd checkpoint-file.
copy "checkpoint.cpy".

fd new-checkpoint-file.
copy "checkpoint.cpy" replacing ==checkpoint-record==
    by ==new-checkpoint-record== leading ==cp-== by ==ncp-==.

fd game-log-file.
copy "gamelog.cpy".

fd new-game-log-file.
copy "gamelog.cpy" replacing ==game-log-record== by ==new-log-record==
    leading ==gl-== by ==ngl-==.

fd detail-log-file.
copy "detail-log.cpy".

fd new-detail-log-file.
copy "detail-log.cpy" replacing ==detail-log-record==
    by ==new-detail-record== leading ==dl-== by ==ndl-==.

fd match-log-file.
copy "matchlog.cpy".

fd new-match-log-file.
copy "matchlog.cpy" replacing ==match-log-record==
    by ==new-match-record== leading ==ml-== by ==nml-==.

fd season-history-file.
copy "season-history.cpy".

fd new-season-history-file.
copy "season-history.cpy" replacing ==season-history-record==
    by ==new-season-record== leading ==sh-== by ==nsh-==.

fd adjust-journal-file.
copy "adjust-journal.cpy".

fd new-adjust-journal-file.
copy "adjust-journal.cpy" replacing ==adjust-journal-record==
    by ==new-journal-record== leading ==aj-== by ==naj-==.

fd daily-challenge-file.
copy "daily-challenge.cpy".

fd new-daily-challenge-file.
copy "daily-challenge.cpy" replacing ==daily-challenge-record==
    by ==new-daily-challenge-record== leading ==dc-== by ==ndc-==.

fd tournament-file.
copy "tournament.cpy".

fd new-tournament-file.
copy "tournament.cpy" replacing ==tournament-record==
    by ==new-tournament-record== leading ==tn-== by ==ntn-==.

fd entry-file.
copy "tourn-entry.cpy".

fd new-entry-file.
copy "tourn-entry.cpy" replacing ==tourn-entry-record==
    by ==new-entry-record== leading ==te-== by ==nte-==.

fd bracket-file.
copy "bracket.cpy".

fd new-bracket-file.
copy "bracket.cpy" replacing ==bracket-record==
    by ==new-bracket-record== leading ==bk-== by ==nbk-==.

fd member-file.
copy "team-member.cpy".

fd new-member-file.
copy "team-member.cpy" replacing ==team-member-record==
    by ==new-member-record== leading ==mb-== by ==nmb-==.

fd team-history-file.
copy "team-history.cpy".

fd new-team-history-file.
copy "team-history.cpy" replacing ==team-history-record==
    by ==new-team-history-record== leading ==th-== by ==nth-==.

fd exception-file.
copy "play-exception.cpy".

fd new-exception-file.
copy "play-exception.cpy" replacing ==play-exception-record==
    by ==new-exception-record== leading ==px-== by ==npx-==.

fd suspense-file.
copy "suspense.cpy".

fd new-suspense-file.
copy "suspense.cpy" replacing ==suspense-record==
    by ==new-suspense-record== leading ==su-== by ==nsu-==.

fd archive-list-file.
01 archive-list-record   pic x(40).

fd certificate-file.
01 certificate-record    pic x(80).

working-storage section.
01 read-status           pic xx value spaces.
01 write-status          pic xx value spaces.
01 ls-status             pic xx value spaces.
01 ce-status             pic xx value spaces.

*> Run parameters - the player to erase, who is doing it, HR's
*> reference for the request (optional) and, to finish an erasure an
*> earlier run started, the anonymous ID that run issued (optional).
01 name-param            pic x(20) value spaces.
01 operator-param        pic x(20) value spaces.
01 reference-param       pic x(20) value spaces.
01 id-param              pic x(20) value spaces.
01 bad-parm-flag         pic 9 value 0.

*> The name as matched - trimmed and case-folded, the same compare
*> player-maint MERGE uses, so every spelling of the player goes.
01 erase-key             pic x(20) value spaces.
01 erase-key-len         pic 99 value 0.

*> The anonymous ID every copy of the name is replaced with. It is
*> drawn from the run's timestamp, the same seeding main.cob uses for
*> its draws, so nothing about the name goes into it and it cannot be
*> worked back to the player from a list of names. The certificate
*> carries it; a rerun to finish an interrupted erasure, or to catch a
*> backup generation or archive that was missed, passes it back in so
*> every file ends up under the one ID.
01 anon-seed             pic 9(16) value 0.
01 anon-digits           pic 9(10) value 0.
01 anon-id               pic x(20) value spaces.

*> The file being worked on.
01 erase-path            pic x(40) value spaces.
01 erase-new-path        pic x(40) value spaces.
01 erase-base-path       pic x(40) value spaces.
01 erase-layout          pic x(10) value spaces.
01 generation-nb         pic 9 value 0.
01 file-present-flag     pic 9 value 0.
01 file-write-ok         pic 9 value 0.
01 rows-changed          pic 9(7) value 0.
01 rename-result         pic s9(9) comp value 0.
01 name-hit              pic 9 value 0.

*> Pre-check - two spellings of the player on one tier of the board,
*> or twice in the registry, would become two rows under the one ID.
01 board-hits-easy       pic 99 value 0.
01 board-hits-medium     pic 99 value 0.
01 board-hits-hard       pic 99 value 0.
01 registry-hits         pic 99 value 0.
01 precheck-ok           pic 9 value 0.

*> Certificate.
01 certificate-path      pic x(60) value spaces.
01 run-date              pic 9(8) value 0.
01 run-time              pic 9(6) value 0.
01 time-raw              pic 9(8) value 0.
01 certificate-open      pic 9 value 0.
01 certificate-line      pic x(80) value spaces.
01 files-rewritten       pic 9(5) value 0.
01 files-failed          pic 9(5) value 0.
01 total-rows-changed    pic 9(9) value 0.
01 outcome-label         pic x(10) value spaces.
01 rows-disp             pic z(6)9.
01 total-disp            pic z(8)9.
01 files-disp            pic zzzz9.

procedure division.
main.
  perform get-parameters
  if bad-parm-flag = 0
    move function upper-case(function trim(name-param)) to erase-key
    move function length(function trim(name-param)) to erase-key-len
    if id-param = spaces
      perform make-anon-id
    else
      move id-param to anon-id
    end-if
    perform precheck-duplicates
    if precheck-ok = 1
      perform open-certificate
      move "REGISTRY" to erase-layout
      move "players.dat" to erase-base-path
      perform erase-file-set
      move "BOARD" to erase-layout
      move "leaderboard.dat" to erase-base-path
      perform erase-file-set
      move "CHECKPOINT" to erase-layout
      move "checkpoint.dat" to erase-base-path
      perform erase-file-set
      move "GAMELOG" to erase-layout
      move "gamelog.dat" to erase-base-path
      perform erase-file-set
      perform erase-archives
      move "DETAIL" to erase-layout
      move "detaillog.dat" to erase-base-path
      perform erase-file-set
      move "MATCH" to erase-layout
      move "matchlog.dat" to erase-base-path
      perform erase-file-set
      move "SEASON" to erase-layout
      move "seasonhistory.dat" to erase-base-path
      perform erase-file-set
      move "JOURNAL" to erase-layout
      move "adjustjournal.dat" to erase-base-path
      perform erase-file-set
      move "CHALLENGE" to erase-layout
      move "dailychallenge.dat" to erase-base-path
      perform erase-file-set
      move "TOURNAMENT" to erase-layout
      move "tournament.dat" to erase-base-path
      perform erase-file-set
      move "ENTRY" to erase-layout
      move "tournentry.dat" to erase-base-path
      perform erase-file-set
      move "BRACKET" to erase-layout
      move "bracket.dat" to erase-base-path
      perform erase-file-set
      move "MEMBER" to erase-layout
      move "teammember.dat" to erase-base-path
      perform erase-file-set
      move "TEAMHIST" to erase-layout
      move "teamhistory.dat" to erase-base-path
      perform erase-file-set
      move "EXCEPTION" to erase-layout
      move "exceptions.dat" to erase-base-path
      perform erase-file-set
      move "SUSPENSE" to erase-layout
      move "suspense.dat" to erase-base-path
      perform erase-file-set
      perform close-certificate
    end-if
  end-if
  stop run
  .

get-parameters.
  move 0 to bad-parm-flag
  display 1 upon argument-number
  accept name-param from argument-value
    on exception
      move 1 to bad-parm-flag
  end-accept
  if bad-parm-flag = 0
    display 2 upon argument-number
    accept operator-param from argument-value
      on exception
        move 1 to bad-parm-flag
    end-accept
  end-if
  if bad-parm-flag = 0
    display 3 upon argument-number
    accept reference-param from argument-value
      on exception
        continue
    end-accept
    display 4 upon argument-number
    accept id-param from argument-value
      on exception
        continue
    end-accept
    if name-param = spaces or operator-param = spaces
      move 1 to bad-parm-flag
    end-if
    if id-param not = spaces
      if id-param(1:5) not = "ANON-" or id-param(6:10) is not numeric
          or id-param(16:5) not = spaces
        move 1 to bad-parm-flag
      end-if
    end-if
  end-if
  if bad-parm-flag = 1
*> Nonzero so a typo'd run-control step audits FAIL in the driver
*> instead of OK - the same contract archive-gamelog honours.
    move 8 to return-code
    display "Usage: player-erase <player> <operator> [<hr-reference>"
        " [<ANON-nnnnnnnnnn>]]"
    display "Replaces every copy of the player's name - live files,"
    display "their .bak1-.bak3 generations and every gamelog archive"
    display "in archivelist.dat - with a random anonymous ID that"
    display "cannot be derived from the name, and writes an erasure"
    display "certificate listing the ID, each file and the rows"
    display "changed. Totals and standings are left as they were."
    display "To finish an erasure a run did not complete, give the"
    display "ID from its certificate as the fourth argument (the"
    display "reference may be "" "")."
  end-if
  .

make-anon-id.
  compute anon-seed = function numval(function current-date(1:16))
  compute anon-digits = 9999999999 * function random(anon-seed)
  move spaces to anon-id
  string "ANON-" anon-digits delimited by size into anon-id
  .

*> Nothing is touched unless the name is on the board at most once per
*> tier and in the registry at most once; otherwise the erasure would
*> leave two rows under the one ID. MERGE the spellings first. Rows
*> already under the ID count too - on a rerun they are this player's,
*> and a row still under the name beside one would be a second row.
precheck-duplicates.
  move 1 to precheck-ok
  move 0 to board-hits-easy
  move 0 to board-hits-medium
  move 0 to board-hits-hard
  move 0 to registry-hits
  move "leaderboard.dat" to erase-path
  open input leaderboard-file
  if read-status = "00"
    perform until read-status not = "00"
      read leaderboard-file next record
        at end
          continue
        not at end
          if function upper-case(lb-player-name) = erase-key
              or lb-player-name = anon-id
            evaluate lb-range-max
              when 9
                add 1 to board-hits-easy
              when 50
                add 1 to board-hits-medium
              when other
                add 1 to board-hits-hard
            end-evaluate
          end-if
      end-read
    end-perform
    close leaderboard-file
  end-if
  move "players.dat" to erase-path
  open input registry-file
  if read-status = "00"
    perform until read-status not = "00"
      read registry-file next record
        at end
          continue
        not at end
          if function upper-case(pr-player-name) = erase-key
              or pr-player-name = anon-id
            add 1 to registry-hits
          end-if
      end-read
    end-perform
    close registry-file
  end-if
  if board-hits-easy > 1 or board-hits-medium > 1 or board-hits-hard > 1
      or registry-hits > 1
    move 0 to precheck-ok
    move 8 to return-code
    display "ERASE REFUSED - " function trim(name-param)
        " is held under more than one spelling on leaderboard.dat"
        " or players.dat, or also already under "
        function trim(anon-id) "."
    display "Run player-maint MERGE to fold the spellings together,"
        " then erase the registered name."
  end-if
  .

*> The live file and its three backup generations - a generation
*> that does not exist is simply not listed.
erase-file-set.
  move erase-base-path to erase-path
  perform erase-one-file
  perform varying generation-nb from 1 by 1 until generation-nb > 3
    move spaces to erase-path
    string function trim(erase-base-path) ".bak" generation-nb
        delimited by size into erase-path
    perform erase-one-file
  end-perform
  .

*> Archives hold gamelog rows; each one named in archivelist.dat is
*> rewritten in place the same way.
erase-archives.
  open input archive-list-file
  if ls-status = "00"
    move "GAMELOG" to erase-layout
    perform until ls-status not = "00"
      read archive-list-file next record
        at end
          continue
        not at end
          if archive-list-record not = spaces
            move archive-list-record to erase-path
            perform erase-one-file
          end-if
      end-read
    end-perform
    close archive-list-file
  end-if
  .

*> Write-then-rename: the .new copy only replaces the file when the
*> pass reached a clean end of file and something actually changed,
*> so a file the player never appeared in keeps its date and bytes.
erase-one-file.
  move 0 to file-present-flag
  move 0 to file-write-ok
  move 0 to rows-changed
  move spaces to erase-new-path
  string function trim(erase-path) ".new" delimited by size
      into erase-new-path
  evaluate erase-layout
    when "REGISTRY"
      perform erase-registry-file
    when "BOARD"
      perform erase-board-file
    when "CHECKPOINT"
      perform erase-checkpoint-file
    when "GAMELOG"
      perform erase-game-log-file
    when "DETAIL"
      perform erase-detail-file
    when "MATCH"
      perform erase-match-file
    when "SEASON"
      perform erase-season-file
    when "JOURNAL"
      perform erase-journal-file
    when "CHALLENGE"
      perform erase-challenge-file
    when "TOURNAMENT"
      perform erase-tournament-file
    when "ENTRY"
      perform erase-entry-file
    when "BRACKET"
      perform erase-bracket-file
    when "MEMBER"
      perform erase-member-file
    when "TEAMHIST"
      perform erase-team-history-file
    when "EXCEPTION"
      perform erase-exception-file
    when "SUSPENSE"
      perform erase-suspense-file
  end-evaluate
  if file-present-flag = 1
    evaluate true
      when file-write-ok = 0
        call "CBL_DELETE_FILE" using erase-new-path
        add 1 to files-failed
        move "FAILED" to outcome-label
      when rows-changed = 0
        call "CBL_DELETE_FILE" using erase-new-path
        move "UNCHANGED" to outcome-label
      when other
        call "CBL_RENAME_FILE" using erase-new-path erase-path
            returning rename-result
        if rename-result = 0
          add 1 to files-rewritten
          add rows-changed to total-rows-changed
          move "REWRITTEN" to outcome-label
        else
          call "CBL_DELETE_FILE" using erase-new-path
          add 1 to files-failed
          move "FAILED" to outcome-label
        end-if
    end-evaluate
    move rows-changed to rows-disp
    move spaces to certificate-line
    string erase-path "  " rows-disp "  " outcome-label
        delimited by size into certificate-line
    perform put-certificate-line
  end-if
  .

erase-registry-file.
  open input registry-file
  if read-status = "00"
    move 1 to file-present-flag
    open output new-registry-file
    if write-status = "00"
      perform until read-status not = "00" or write-status not = "00"
        read registry-file next record
          at end
            continue
          not at end
            move player-registry-record to new-registry-record
*> A player who has left cannot play on under the anonymous ID.
            if function upper-case(pr-player-name) = erase-key
              move anon-id to npr-player-name
              move "I" to npr-active-flag
              add 1 to rows-changed
            end-if
            write new-registry-record
        end-read
      end-perform
      if read-status = "10" and write-status = "00"
        move 1 to file-write-ok
      end-if
      close new-registry-file
    end-if
    close registry-file
  end-if
  .

erase-board-file.
  open input leaderboard-file
  if read-status = "00"
    move 1 to file-present-flag
    open output new-leaderboard-file
    if write-status = "00"
      perform until read-status not = "00" or write-status not = "00"
        read leaderboard-file next record
          at end
            continue
          not at end
            move leaderboard-record to new-leaderboard-record
            if function upper-case(lb-player-name) = erase-key
              move anon-id to nlb-player-name
              add 1 to rows-changed
            end-if
            write new-leaderboard-record
        end-read
      end-perform
      if read-status = "10" and write-status = "00"
        move 1 to file-write-ok
      end-if
      close new-leaderboard-file
    end-if
    close leaderboard-file
  end-if
  .

erase-checkpoint-file.
  open input checkpoint-file
  if read-status = "00"
    move 1 to file-present-flag
    open output new-checkpoint-file
    if write-status = "00"
      perform until read-status not = "00" or write-status not = "00"
        read checkpoint-file next record
          at end
            continue
          not at end
            move checkpoint-record to new-checkpoint-record
            move 0 to name-hit
            if function upper-case(cp-player-name) = erase-key
              move anon-id to ncp-player-name
              move 1 to name-hit
            end-if
            if function upper-case(cp-mp-name(1)) = erase-key
              move anon-id to ncp-mp-name(1)
              move 1 to name-hit
            end-if
            if function upper-case(cp-mp-name(2)) = erase-key
              move anon-id to ncp-mp-name(2)
              move 1 to name-hit
            end-if
            if name-hit = 1
              add 1 to rows-changed
            end-if
            write new-checkpoint-record
        end-read
      end-perform
      if read-status = "10" and write-status = "00"
        move 1 to file-write-ok
      end-if
      close new-checkpoint-file
    end-if
    close checkpoint-file
  end-if
  .

erase-game-log-file.
  open input game-log-file
  if read-status = "00"
    move 1 to file-present-flag
    open output new-game-log-file
    if write-status = "00"
      perform until read-status not = "00" or write-status not = "00"
        read game-log-file next record
          at end
            continue
          not at end
            move game-log-record to new-log-record
            if function upper-case(gl-player-name) = erase-key
              move anon-id to ngl-player-name
              add 1 to rows-changed
            end-if
            write new-log-record
        end-read
      end-perform
      if read-status = "10" and write-status = "00"
        move 1 to file-write-ok
      end-if
      close new-game-log-file
    end-if
    close game-log-file
  end-if
  .

erase-detail-file.
  open input detail-log-file
  if read-status = "00"
    move 1 to file-present-flag
    open output new-detail-log-file
    if write-status = "00"
      perform until read-status not = "00" or write-status not = "00"
        read detail-log-file next record
          at end
            continue
          not at end
            move detail-log-record to new-detail-record
            if function upper-case(dl-player-name) = erase-key
              move anon-id to ndl-player-name
              add 1 to rows-changed
            end-if
            write new-detail-record
        end-read
      end-perform
      if read-status = "10" and write-status = "00"
        move 1 to file-write-ok
      end-if
      close new-detail-log-file
    end-if
    close detail-log-file
  end-if
  .

erase-match-file.
  open input match-log-file
  if read-status = "00"
    move 1 to file-present-flag
    open output new-match-log-file
    if write-status = "00"
      perform until read-status not = "00" or write-status not = "00"
        read match-log-file next record
          at end
            continue
          not at end
            move match-log-record to new-match-record
            move 0 to name-hit
            if function upper-case(ml-player-1) = erase-key
              move anon-id to nml-player-1
              move 1 to name-hit
            end-if
            if function upper-case(ml-player-2) = erase-key
              move anon-id to nml-player-2
              move 1 to name-hit
            end-if
            if function upper-case(ml-winner-name) = erase-key
              move anon-id to nml-winner-name
              move 1 to name-hit
            end-if
            if name-hit = 1
              add 1 to rows-changed
            end-if
            write new-match-record
        end-read
      end-perform
      if read-status = "10" and write-status = "00"
        move 1 to file-write-ok
      end-if
      close new-match-log-file
    end-if
    close match-log-file
  end-if
  .

erase-season-file.
  open input season-history-file
  if read-status = "00"
    move 1 to file-present-flag
    open output new-season-history-file
    if write-status = "00"
      perform until read-status not = "00" or write-status not = "00"
        read season-history-file next record
          at end
            continue
          not at end
            move season-history-record to new-season-record
            if function upper-case(sh-player-name) = erase-key
              move anon-id to nsh-player-name
              add 1 to rows-changed
            end-if
            write new-season-record
        end-read
      end-perform
      if read-status = "10" and write-status = "00"
        move 1 to file-write-ok
      end-if
      close new-season-history-file
    end-if
    close season-history-file
  end-if
  .

*> The journal names the round's player and the operator who made the
*> correction - either may be the person leaving.
erase-journal-file.
  open input adjust-journal-file
  if read-status = "00"
    move 1 to file-present-flag
    open output new-adjust-journal-file
    if write-status = "00"
      perform until read-status not = "00" or write-status not = "00"
        read adjust-journal-file next record
          at end
            continue
          not at end
            move adjust-journal-record to new-journal-record
            move 0 to name-hit
            if function upper-case(aj-player-name) = erase-key
              move anon-id to naj-player-name
              move 1 to name-hit
            end-if
            if function upper-case(aj-operator) = erase-key
              move anon-id to naj-operator
              move 1 to name-hit
            end-if
            if name-hit = 1
              add 1 to rows-changed
            end-if
            write new-journal-record
        end-read
      end-perform
      if read-status = "10" and write-status = "00"
        move 1 to file-write-ok
      end-if
      close new-adjust-journal-file
    end-if
    close adjust-journal-file
  end-if
  .

erase-challenge-file.
  open input daily-challenge-file
  if read-status = "00"
    move 1 to file-present-flag
    open output new-daily-challenge-file
    if write-status = "00"
      perform until read-status not = "00" or write-status not = "00"
        read daily-challenge-file next record
          at end
            continue
          not at end
            move daily-challenge-record to new-daily-challenge-record
            if function upper-case(dc-player-name) = erase-key
              move anon-id to ndc-player-name
              add 1 to rows-changed
            end-if
            write new-daily-challenge-record
        end-read
      end-perform
      if read-status = "10" and write-status = "00"
        move 1 to file-write-ok
      end-if
      close new-daily-challenge-file
    end-if
    close daily-challenge-file
  end-if
  .

erase-tournament-file.
  open input tournament-file
  if read-status = "00"
    move 1 to file-present-flag
    open output new-tournament-file
    if write-status = "00"
      perform until read-status not = "00" or write-status not = "00"
        read tournament-file next record
          at end
            continue
          not at end
            move tournament-record to new-tournament-record
            if function upper-case(tn-champion) = erase-key
              move anon-id to ntn-champion
              add 1 to rows-changed
            end-if
            write new-tournament-record
        end-read
      end-perform
      if read-status = "10" and write-status = "00"
        move 1 to file-write-ok
      end-if
      close new-tournament-file
    end-if
    close tournament-file
  end-if
  .

erase-entry-file.
  open input entry-file
  if read-status = "00"
    move 1 to file-present-flag
    open output new-entry-file
    if write-status = "00"
      perform until read-status not = "00" or write-status not = "00"
        read entry-file next record
          at end
            continue
          not at end
            move tourn-entry-record to new-entry-record
            if function upper-case(te-player-name) = erase-key
              move anon-id to nte-player-name
              add 1 to rows-changed
            end-if
            write new-entry-record
        end-read
      end-perform
      if read-status = "10" and write-status = "00"
        move 1 to file-write-ok
      end-if
      close new-entry-file
    end-if
    close entry-file
  end-if
  .

erase-bracket-file.
  open input bracket-file
  if read-status = "00"
    move 1 to file-present-flag
    open output new-bracket-file
    if write-status = "00"
      perform until read-status not = "00" or write-status not = "00"
        read bracket-file next record
          at end
            continue
          not at end
            move bracket-record to new-bracket-record
            move 0 to name-hit
            if function upper-case(bk-player-1) = erase-key
              move anon-id to nbk-player-1
              move 1 to name-hit
            end-if
            if function upper-case(bk-player-2) = erase-key
              move anon-id to nbk-player-2
              move 1 to name-hit
            end-if
            if function upper-case(bk-winner) = erase-key
              move anon-id to nbk-winner
              move 1 to name-hit
            end-if
            if name-hit = 1
              add 1 to rows-changed
            end-if
            write new-bracket-record
        end-read
      end-perform
      if read-status = "10" and write-status = "00"
        move 1 to file-write-ok
      end-if
      close new-bracket-file
    end-if
    close bracket-file
  end-if
  .

erase-member-file.
  open input member-file
  if read-status = "00"
    move 1 to file-present-flag
    open output new-member-file
    if write-status = "00"
      perform until read-status not = "00" or write-status not = "00"
        read member-file next record
          at end
            continue
          not at end
            move team-member-record to new-member-record
            if function upper-case(mb-player-name) = erase-key
              move anon-id to nmb-player-name
              add 1 to rows-changed
            end-if
            write new-member-record
        end-read
      end-perform
      if read-status = "10" and write-status = "00"
        move 1 to file-write-ok
      end-if
      close new-member-file
    end-if
    close member-file
  end-if
  .

erase-team-history-file.
  open input team-history-file
  if read-status = "00"
    move 1 to file-present-flag
    open output new-team-history-file
    if write-status = "00"
      perform until read-status not = "00" or write-status not = "00"
        read team-history-file next record
          at end
            continue
          not at end
            move team-history-record to new-team-history-record
            if function upper-case(th-top-player) = erase-key
              move anon-id to nth-top-player
              add 1 to rows-changed
            end-if
            write new-team-history-record
        end-read
      end-perform
      if read-status = "10" and write-status = "00"
        move 1 to file-write-ok
      end-if
      close new-team-history-file
    end-if
    close team-history-file
  end-if
  .

*> An IDLE-SEAT flag names the beaten opponent in its detail text
*> ("beat <name>, who never guessed ..."), so that copy goes too.
erase-exception-file.
  open input exception-file
  if read-status = "00"
    move 1 to file-present-flag
    open output new-exception-file
    if write-status = "00"
      perform until read-status not = "00" or write-status not = "00"
        read exception-file next record
          at end
            continue
          not at end
            move play-exception-record to new-exception-record
            move 0 to name-hit
            if function upper-case(px-player-name) = erase-key
              move anon-id to npx-player-name
              move 1 to name-hit
            end-if
            if px-detail(1:5) = "beat "
              if function upper-case(px-detail(6:erase-key-len))
                  = erase-key(1:erase-key-len)
                  and (px-detail(6 + erase-key-len:1) = ","
                    or px-detail(6 + erase-key-len:1) = space)
                move spaces to npx-detail
                string "beat " function trim(anon-id)
                    px-detail(6 + erase-key-len:) delimited by size
                    into npx-detail
                move 1 to name-hit
              end-if
            end-if
            if name-hit = 1
              add 1 to rows-changed
            end-if
            write new-exception-record
        end-read
      end-perform
      if read-status = "10" and write-status = "00"
        move 1 to file-write-ok
      end-if
      close new-exception-file
    end-if
    close exception-file
  end-if
  .

*> A board result still waiting in suspense carries the player's name
*> until the operator books it.
erase-suspense-file.
  open input suspense-file
  if read-status = "00"
    move 1 to file-present-flag
    open output new-suspense-file
    if write-status = "00"
      perform until read-status not = "00" or write-status not = "00"
        read suspense-file next record
          at end
            continue
          not at end
            move suspense-record to new-suspense-record
            if function upper-case(su-player-name) = erase-key
              move anon-id to nsu-player-name
              add 1 to rows-changed
            end-if
            write new-suspense-record
        end-read
      end-perform
      if read-status = "10" and write-status = "00"
        move 1 to file-write-ok
      end-if
      close new-suspense-file
    end-if
    close suspense-file
  end-if
  .

*> ---------------------------------------------------------------
*> The certificate - kept for HR, so it carries the anonymous ID and
*> the request reference, never the name itself.
*> ---------------------------------------------------------------
open-certificate.
  move function current-date(1:8) to run-date
  accept time-raw from time
  move time-raw(1:6) to run-time
  move spaces to certificate-path
  string "erasure-" function trim(anon-id) "-" run-date run-time ".txt"
      delimited by size into certificate-path
  move 0 to certificate-open
  open output certificate-file
  if ce-status = "00"
    move 1 to certificate-open
  else
    display "WARNING: cannot write " function trim(certificate-path)
        " (status " ce-status ") - certificate shown here only"
  end-if
  move "===== PLAYER DATA ERASURE CERTIFICATE =====" to certificate-line
  perform put-certificate-line
  move spaces to certificate-line
  string "Anonymous ID:  " anon-id delimited by size
      into certificate-line
  perform put-certificate-line
  move spaces to certificate-line
  string "Erased on:     " run-date " at " run-time delimited by size
      into certificate-line
  perform put-certificate-line
  move spaces to certificate-line
  string "Operator:      " operator-param delimited by size
      into certificate-line
  perform put-certificate-line
  move spaces to certificate-line
  string "HR reference:  " reference-param delimited by size
      into certificate-line
  perform put-certificate-line
  move spaces to certificate-line
  perform put-certificate-line
  move "File                                         Rows  Outcome"
      to certificate-line
  perform put-certificate-line
  .

put-certificate-line.
  display function trim(certificate-line trailing)
  if certificate-open = 1
    move certificate-line to certificate-record
    write certificate-record
  end-if
  .

close-certificate.
  move spaces to certificate-line
  perform put-certificate-line
  move total-rows-changed to total-disp
  move spaces to certificate-line
  string "Rows changed:  " total-disp delimited by size
      into certificate-line
  perform put-certificate-line
  move files-rewritten to files-disp
  move spaces to certificate-line
  string "Files rewritten: " files-disp delimited by size
      into certificate-line
  perform put-certificate-line
  if files-failed = 0
    move "Result: COMPLETE - the name is on none of the files listed."
        to certificate-line
  else
    move files-failed to files-disp
    move spaces to certificate-line
    string "Result: INCOMPLETE - " files-disp " file(s) FAILED;"
        " fix and re-run, files done stay done." delimited by size
        into certificate-line
  end-if
  perform put-certificate-line
  if certificate-open = 1
    close certificate-file
  end-if
*> Set last - the CBL_ file calls above each leave their own result in
*> RETURN-CODE.
  if files-failed > 0 or certificate-open = 0
    move 8 to return-code
  end-if
  .

  end program player-erase.
