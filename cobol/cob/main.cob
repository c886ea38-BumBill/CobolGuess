       >>source format is free
identification division.
program-id. guess-the-number.
environment division.
    select match-log-file assign to "matchlog.dat"
        organization is line sequential
        file status is ml-status.
    select challenge-seed-file assign to "challengeseed.dat"
        organization is line sequential
        file status is cs-status.
    select daily-challenge-file assign to "dailychallenge.dat"
        organization is line sequential
        file status is dc-status.
    select new-daily-challenge-file assign to "dailychallenge.dat.new"
        organization is line sequential
        file status is ndc-status.
    select bracket-file assign to "bracket.dat"
        organization is line sequential
        file status is bk-status.
    select new-bracket-file assign to "bracket.dat.new"
        organization is line sequential
        file status is nbk-status.
    select tournament-file assign to "tournament.dat"
        organization is line sequential
        file status is tn-status.
    select new-tournament-file assign to "tournament.dat.new"
        organization is line sequential
        file status is ntn-status.
    select suspense-file assign to "suspense.dat"
        organization is line sequential
        file status is su-status.
data division.
file section.
fd checkpoint-file.
fd match-log-file.
copy "matchlog.cpy".

fd challenge-seed-file.
copy "challenge-seed.cpy".

fd daily-challenge-file.
copy "daily-challenge.cpy".

fd new-daily-challenge-file.
copy "daily-challenge.cpy" replacing ==daily-challenge-record==
    by ==new-daily-challenge-record== leading ==dc-== by ==ndc-==.

fd bracket-file.
copy "bracket.cpy".

fd new-bracket-file.
copy "bracket.cpy" replacing ==bracket-record==
    by ==new-bracket-record== leading ==bk-== by ==nbk-==.

fd tournament-file.
copy "tournament.cpy".

fd new-tournament-file.
copy "tournament.cpy" replacing ==tournament-record==
    by ==new-tournament-record== leading ==tn-== by ==ntn-==.

fd suspense-file.
copy "suspense.cpy".

working-storage section.
01 random-nb    pic 99.
01 guess        pic 99 value 0.
01 btn-id       pic x(4).
01 guess-disp   pic z9.
01 from-prompt  pic x(2).
  88 valid-cmd  value "D " "S " "E " "M " "H " "T " "C ".
*> Set by check-prompt when from-prompt held a genuine numeric guess.
*> FROM-PROMPT IS NUMERIC on the whole two-byte field isn't safe: an
*> ACCEPT of a single digit like "5" pads it to "5 ", and a trailing
*> one random-nb drawn for the round, each keeping their own
*> tried-numbers/attempts-left so a repeat for one isn't a repeat for
*> the other. Table-based (occurs 2) rather than a pair of duplicated
*> fields, the same way credit-entry below is kept as one table
*> instead of parallel fields.
01 match-mode    pic 9 value 0.
  88 in-match    value 1.
01 current-turn  pic 9 value 1.
        10 mp-attempt-seq   pic 99 value 0.
        10 mp-tried-numbers pic 9 occurs 99 value 0.

*> Daily challenge - one round per player per tier per day, with every
*> player's target on the tier taken from that day's shared draw in
*> challengeseed.dat instead of their own seed-random draw. The round
*> still gets its own timestamp seed-value, so gl-seed/dl-seed stay a
*> unique round key; seed-value(1:8) is the challenge day the round
*> counts for, even if it finishes after midnight. The result goes to
*> dailychallenge.dat, not leaderboard.dat.
01 challenge-mode   pic 9 value 0.
  88 in-challenge   value 1.
01 challenge-date   pic 9(8) value 0.
01 challenge-target pic 99 value 0.
01 challenge-found  pic 9 value 0.
01 challenge-read-ok pic 9 value 0.
01 challenge-start-ok pic 9 value 0.
01 challenge-write-ok pic 9 value 0.
01 challenge-played pic 9 value 0.
01 challenge-display pic x(100) value spaces.
01 dc-attempts-disp pic z9.
01 dc-ticks-disp    pic zz9.

*> Tournament brackets - a T-command match between the two players of
*> a ready bracket match on this tier is that bracket match, and its
*> result moves the bracket on: the winner takes their seat in the
*> next round, or the tournament if it was the final. A match nobody
*> won is counted and left ready, to be played again.
01 bracket-found       pic 9 value 0.
01 bracket-final       pic 9 value 0.
01 bracket-tourn-id    pic x(8) value spaces.
01 bracket-round       pic 9 value 0.
01 bracket-slot        pic 99 value 0.
01 bracket-next-round  pic 9 value 0.
01 bracket-next-slot   pic 99 value 0.
01 bracket-winner      pic x(20) value spaces.
01 bracket-winner-seed pic 99 value 0.
01 bracket-write-ok    pic 9 value 0.
01 bracket-crown-ok    pic 9 value 0.
01 bracket-display     pic x(100) value spaces.
01 bracket-round-disp  pic 9.

*> Named-player leaderboard, streamed through leaderboard.dat.new and
*> renamed over the live file on each update (this build's runtime has
*> no ISAM support), so the board has no row limit to fall off. Keyed
*> by (name, range-max) so a player's Easy and Hard results are
*> tracked and ranked separately instead of being averaged together.
01 player-name  pic x(20) value spaces.
*> The results one finished round books - the player, or both match
*> players - credited as their rows stream past and appended as new
*> rows if the pass ends without finding them.
01 credit-count  pic 9 value 0.
01 credit-idx    pic 9 value 0.
01 credit-apply-idx pic 9 value 0.
01 credit-entry occurs 2 times.
    05 cr-name      pic x(20).
    05 cr-win       pic 9.
    05 cr-found     pic 9.
01 board-write-ok    pic 9 value 0.
01 board-fail-reason pic x(12) value spaces.
01 board-fail-status pic xx value spaces.
01 rename-result     pic s9(9) comp value 0.
*> A result the board rewrite could not take goes to suspense.dat
*> instead and the kiosk says so - never a silent loss.
01 suspense-write-ok pic 9 value 0.
01 suspense-display  pic x(100) value spaces.
*> Season counters of the board row just read, zero-filled for rows
*> written before the season fields existed.
01 row-season-wins   pic 9(5) value 0.
01 row-season-losses pic 9(5) value 0.
01 row-season-best   pic 999 value 0.
01 top-board occurs 3 times.
    05 tb-name      pic x(20) value spaces.
    05 tb-wins      pic 9(5) value 0.
*> win/loss streak, so nobody has to ask the operator to run
*> leaderboard-standings just to find themselves.
01 personal-display pic x(100) value spaces.
01 my-found-flag pic 9 value 0.
01 my-wins      pic 9(5) value 0.
01 my-losses    pic 9(5) value 0.
01 my-best      pic 999 value 0.
01 my-season-wins   pic 9(5) value 0.
01 my-season-losses pic 9(5) value 0.
01 my-season-best   pic 999 value 0.
01 my-rank      pic 9(5) value 0.
01 tier-count   pic 9(5) value 0.
01 my-rate      pic 999v99 value 0.
01 other-rate   pic 999v99 value 0.
01 rate-games   pic 9(6) value 0.
01 pp-wins-disp   pic zzzz9.
01 pp-losses-disp pic zzzz9.
01 pp-best-disp   pic zz9.
01 pp-rank-disp   pic zzzz9.
01 pp-count-disp  pic zzzz9.
01 pp-streak-disp pic zz9.

*> Checkpoint sessions, keyed by cp-player-name and streamed through
*> checkpoint.dat.new the same way as leaderboard.dat, so two operators
*> on the shared kiosk under different player names each get their own
*> row in checkpoint.dat instead of the second save stomping the
*> first's in-flight game - however many sessions are in flight.
01 cp-found-flag     pic 9 value 0.
01 checkpoint-read-ok pic 9 value 0.
01 checkpoint-action pic x value space.
    88 saving-checkpoint   value "S".
    88 clearing-checkpoint value "C".

*> Player registry, re-read from players.dat on each validation the
*> same read-from-disk way checkpoint.dat is, so a name registered at
*> the maintenance desk is accepted on the kiosk without a page reload.
*> Lookups fold case and trim, and the registered spelling replaces
*> whatever was typed - that substitution is what keeps "dana " off
*> the leaderboard as a second player.
01 rg-count     pic 9(7) value 0.
01 rg-found-flag   pic 9 value 0.
01 rg-found-name   pic x(20) value spaces.
01 rg-found-active pic x value space.
01 name-lookup  pic x(20) value spaces.
01 player-ok    pic 9 value 0.

01 ml-status    pic xx value spaces.
01 ncp-status   pic xx value spaces.
01 nlb-status   pic xx value spaces.
01 cs-status    pic xx value spaces.
01 dc-status    pic xx value spaces.
01 ndc-status   pic xx value spaces.
01 bk-status    pic xx value spaces.
01 nbk-status   pic xx value spaces.
01 tn-status    pic xx value spaces.
01 ntn-status   pic xx value spaces.
01 su-status    pic xx value spaces.

*> Rename arguments for CBL_RENAME_FILE, same shape archive-gamelog
*> keeps its paths in.
01 new-checkpoint-path pic x(40) value "checkpoint.dat.new".
01 board-path          pic x(40) value "leaderboard.dat".
01 new-board-path      pic x(40) value "leaderboard.dat.new".
01 challenge-path      pic x(40) value "dailychallenge.dat".
01 new-challenge-path  pic x(40) value "dailychallenge.dat.new".
01 bracket-path        pic x(40) value "bracket.dat".
01 new-bracket-path    pic x(40) value "bracket.dat.new".
01 tournament-path     pic x(40) value "tournament.dat".
01 new-tournament-path pic x(40) value "tournament.dat.new".

procedure division.
main.
  call "startup" returning omitted
*> A returning page identifies which saved session (if any) it wants
*> to resume by sending the player name up front, the same way a
*> guess or a D/S/E/M/H/T/C command arrives later - a blank line means
*> "no session to resume", and load-checkpoint leaves a fresh game in
*> place just as it always has.
  move spaces to player-name
  perform check-guess until done = 1 or counter = 0
  perform update-ui
  perform log-game
  if match-mode = 1
    perform advance-bracket
  end-if
  if challenge-mode = 1
    perform record-challenge-result
  else
    perform update-leaderboard
  end-if
  perform clear-checkpoint
  stop run
  .
          if started = 0
            perform start-match
          end-if
        when "C "
          if started = 0
            perform start-challenge
          end-if
        when "S "
          perform restart-round
        when "E "
  .

start-round.
  move 0 to challenge-mode
  move spaces to player-name
  accept player-name
  move player-name to name-lookup
  perform varying reset-idx from 1 by 1 until reset-idx > 99
    move 0 to tried-numbers(reset-idx)
  end-perform
*> start-challenge has already taken the round's seed and the day's
*> shared target; only an ordinary round draws its own.
  if challenge-mode = 1
    move challenge-target to random-nb
  else
    perform seed-random
    compute random-nb = 1 + range-max * function random(seed-value)
  end-if
  display random-nb
  perform save-checkpoint
  perform show-personal-panel
  .

*> Daily-challenge counterpart to start-round. The player's one try on
*> this tier today is spent the moment the round is drawn - the
*> "started" row goes to dailychallenge.dat straight away, so an S
*> restart or an abandoned page cannot buy a second look at the day's
*> number. That row is all that stops a second try, so a round whose
*> row cannot be written is refused before it is drawn.
start-challenge.
  move 0 to challenge-mode
  move spaces to player-name
  accept player-name
  move player-name to name-lookup
  perform validate-player
  if player-ok = 0
    perform reject-player-name
  else
    move name-lookup to player-name
    perform seed-random
    move seed-value(1:8) to challenge-date
    perform find-challenge-entry
    if challenge-played = 1
      perform reject-challenge-replay
    else
      perform load-challenge-seed
      perform record-challenge-start
      if challenge-start-ok = 1
        move 1 to challenge-mode
        perform begin-round
      else
        perform reject-challenge-unrecorded
      end-if
    end-if
  end-if
  .

*> Any row for the day, tier and player counts as the day's attempt -
*> finished, still open, or voided at the desk.
find-challenge-entry.
  move 0 to challenge-played
  open input daily-challenge-file
  if dc-status = "00"
    perform until dc-status not = "00"
      read daily-challenge-file next record
        at end
          continue
        not at end
          if dc-date = challenge-date
              and dc-range-max = range-max
              and function upper-case(function trim(dc-player-name))
                = function upper-case(function trim(player-name))
            move 1 to challenge-played
          end-if
      end-read
    end-perform
    close daily-challenge-file
  end-if
  .

reject-challenge-replay.
  call "setElementProperty" using "#result" "style.visibility" "visible"
  call "setElementProperty" using "#hint" "innerHTML"
      "already played today's challenge"
  .

reject-challenge-unrecorded.
  call "setElementProperty" using "#result" "style.visibility" "visible"
  call "setElementProperty" using "#hint" "innerHTML"
      "cannot record today's challenge - tell the operator"
  .

*> The first challenge round drawn on a tier each day draws the day's
*> target from its own seed and appends it to challengeseed.dat; every
*> later one reads it back. The file is re-read after the append so
*> two kiosks racing for the first draw both settle on whichever row
*> landed first.
load-challenge-seed.
  perform find-challenge-seed
  if challenge-found = 0
    compute challenge-target = 1 + range-max * function random(seed-value)
    open extend challenge-seed-file
    if cs-status not = "00"
      open output challenge-seed-file
    end-if
    if cs-status = "00"
      move challenge-date to cs-date
      move range-max to cs-range-max
      move seed-value to cs-seed
      move challenge-target to cs-target-nb
      write challenge-seed-record
      close challenge-seed-file
      perform find-challenge-seed
    end-if
  end-if
  .

find-challenge-seed.
  move 0 to challenge-found
  open input challenge-seed-file
  if cs-status = "00"
    perform until cs-status not = "00"
      read challenge-seed-file next record
        at end
          continue
        not at end
          if challenge-found = 0
              and cs-date = challenge-date
              and cs-range-max = range-max
            move cs-target-nb to challenge-target
            move 1 to challenge-found
          end-if
      end-read
    end-perform
    close challenge-seed-file
  end-if
  .

*> Runs before begin-round, so the row carries the full 999 ticks the
*> round is about to start with.
record-challenge-start.
  move 0 to challenge-start-ok
  open extend daily-challenge-file
  if dc-status not = "00"
    open output daily-challenge-file
  end-if
  if dc-status = "00"
    move challenge-date to dc-date
    move range-max to dc-range-max
    move player-name to dc-player-name
    move "S" to dc-state
    move 0 to dc-attempts-used
    move 999 to dc-ticks-left
    move 0 to dc-win-flag
    move seed-value to dc-seed
    write daily-challenge-record
    if dc-status = "00"
      move 1 to challenge-start-ok
    end-if
    close daily-challenge-file
  end-if
  .

*> Finishes the player's "started" row for the round with the result,
*> streaming dailychallenge.dat through dailychallenge.dat.new and
*> renaming only after the old file read through to its end (or was
*> missing) and the new one closed clean, the same write-then-rename
*> discipline rewrite-checkpoint-file uses - a short copy renamed over
*> the live file would take every other player's rows with it. A row
*> that has gone missing is appended rather than losing the result.
*> The round's day comes from its own seed, so a round that runs past
*> midnight still counts for the day it was drawn.
record-challenge-result.
  move seed-value(1:8) to challenge-date
  move 0 to challenge-found
  move 0 to challenge-write-ok
  open output new-daily-challenge-file
  if ndc-status = "00"
    move 1 to challenge-read-ok
    open input daily-challenge-file
    if dc-status = "00"
      perform until dc-status not = "00" or ndc-status not = "00"
        read daily-challenge-file next record
          at end
            continue
          not at end
            if dc-seed = seed-value
                and dc-range-max = range-max
                and dc-player-name = player-name
                and dc-started
              perform fill-challenge-result
              move 1 to challenge-found
            end-if
            move daily-challenge-record to new-daily-challenge-record
            write new-daily-challenge-record
        end-read
      end-perform
      if dc-status not = "10"
        move 0 to challenge-read-ok
      end-if
      close daily-challenge-file
    else
      if dc-status not = "35"
        move 0 to challenge-read-ok
      end-if
    end-if
    if challenge-found = 0 and ndc-status = "00"
        and challenge-read-ok = 1
      move challenge-date to dc-date
      move range-max to dc-range-max
      move player-name to dc-player-name
      move seed-value to dc-seed
      perform fill-challenge-result
      move daily-challenge-record to new-daily-challenge-record
      write new-daily-challenge-record
    end-if
    if ndc-status = "00" and challenge-read-ok = 1
      close new-daily-challenge-file
      call "CBL_RENAME_FILE" using new-challenge-path challenge-path
          returning rename-result
      if rename-result = 0
        move 1 to challenge-write-ok
      end-if
    else
      close new-daily-challenge-file
    end-if
  end-if
  perform show-challenge-result
  .

*> Attempts used counts distinct guesses, the same ones attempts-left
*> was charged for; ticks left is the counter the round ended on.
*> show-challenge-result works them out the same way, since by the
*> time it runs the record area holds whichever row was read last.
fill-challenge-result.
  move "F" to dc-state
  compute dc-attempts-used = 5 - attempts-left
  move counter to dc-ticks-left
  move win to dc-win-flag
  .

show-challenge-result.
  move spaces to challenge-display
  compute dc-attempts-disp = 5 - attempts-left
  move counter to dc-ticks-disp
  evaluate true
    when challenge-write-ok = 0
      string function trim(player-name)
             ": today's challenge result NOT recorded"
             " - tell the operator"
        into challenge-display
    when win = 1
      string function trim(player-name) ": today's challenge won in "
             function trim(dc-attempts-disp) " attempts with "
             function trim(dc-ticks-disp) " ticks left"
        into challenge-display
    when other
      string function trim(player-name) ": today's challenge lost"
        into challenge-display
  end-evaluate
  call "setElementProperty" using "#mystats" "innerHTML" challenge-display
  .

*> Pushes the player's own line to the page the same
*> setElementProperty way build-leaderboard-panel pushes the top-3:
*> career record and best-counter for the tier just picked, standings
*> exactly the order leaderboard-standings prints), and the current
*> streak off their recent gamelog.dat rows.
show-personal-panel.
  perform find-player-row
  perform compute-streak
  move spaces to personal-display
  if my-found-flag = 0
    string function trim(player-name)
           ": no finished games on this tier yet"
      into personal-display
  else
    perform compute-player-rank
    move my-wins to pp-wins-disp
    move my-losses to pp-losses-disp
    move my-best to pp-best-disp
    move my-rank to pp-rank-disp
    move tier-count to pp-count-disp
    move streak-length to pp-streak-disp
  call "setElementProperty" using "#mystats" "innerHTML" personal-display
  .

*> Lookup-only pass over leaderboard.dat - the panel must never add or
*> credit a row for a round that has only just been drawn.
find-player-row.
  move 0 to my-found-flag
  open input leaderboard-file
  if lb-status = "00"
    perform until lb-status not = "00"
      read leaderboard-file next record
        at end
          continue
        not at end
          if lb-player-name = player-name
              and lb-range-max = range-max
            perform take-season-counts
            move 1 to my-found-flag
            move lb-wins to my-wins
            move lb-losses to my-losses
            move lb-best-counter to my-best
            move row-season-wins to my-season-wins
            move row-season-losses to my-season-losses
            move row-season-best to my-season-best
          end-if
      end-read
    end-perform
    close leaderboard-file
  end-if
  .

*> Rank 1 plus however many same-tier rows stand strictly ahead on the
*> seasonal rate-then-best order leaderboard-standings ranks by - a
*> second pass over the board, since the player's own rate has to be
*> known before the others can be held against it.
compute-player-rank.
  move 0 to my-rate
  compute rate-games = my-season-wins + my-season-losses
  if rate-games > 0
    compute my-rate = (my-season-wins / rate-games) * 100
  end-if
  move 1 to my-rank
  move 0 to tier-count
  open input leaderboard-file
  if lb-status = "00"
    perform until lb-status not = "00"
      read leaderboard-file next record
        at end
          continue
        not at end
          if lb-range-max = range-max
            perform rank-against-row
          end-if
      end-read
    end-perform
    close leaderboard-file
  end-if
  .

rank-against-row.
  add 1 to tier-count
  if lb-player-name not = player-name
    perform take-season-counts
    move 0 to other-rate
    compute rate-games = row-season-wins + row-season-losses
    if rate-games > 0
      compute other-rate = (row-season-wins / rate-games) * 100
    end-if
    if other-rate > my-rate
        or (other-rate = my-rate and row-season-best < my-season-best)
      add 1 to my-rank
    end-if
  end-if
  .

*> Walks the live game log front to back; the streak is whatever run
  end-if
  .

*> A voided round never happened as far as the streak is concerned, and
*> a challenge round belongs to the challenge board, not this tier's.
tally-streak-row.
  if function upper-case(function trim(gl-player-name))
      = function upper-case(function trim(player-name))
      and gl-range-max = range-max
      and not gl-void-round
      and not gl-challenge-round
    if gl-win-flag = 1
      move "W" to this-kind
    else

begin-match.
  move mp-name(1) to player-name
  move 0 to challenge-mode
  move 1 to match-mode
  move 1 to started
  move 0 to done
  compute random-nb = 1 + range-max * function random(seed-value)
  display random-nb
  perform save-checkpoint
  perform find-bracket-match
  if bracket-found = 1
    move bracket-round to bracket-round-disp
    move spaces to bracket-display
    if bracket-final = 1
      string "Tournament " function trim(bracket-tourn-id) " - the final"
        into bracket-display
    else
      string "Tournament " function trim(bracket-tourn-id) " - round "
             bracket-round-disp " match"
        into bracket-display
    end-if
    call "setElementProperty" using "#mystats" "innerHTML" bracket-display
  end-if
  .

*> Lets an operator abandon a stuck game and start over without
restart-round.
  move 0 to started
  move 0 to match-mode
  move 0 to challenge-mode
  move 0 to guess
  move 999 to counter
  move 0 to win
*> this check exists to stop.
validate-player.
  move 0 to player-ok
  perform find-registry-row
  if rg-count = 0
    move 1 to player-ok
  else
    if rg-found-flag = 1
      if rg-found-active = "A"
        move rg-found-name to name-lookup
        move 1 to player-ok
      end-if
    end-if
  end-if
  .

*> One pass over players.dat, counting rows and keeping the last one
*> that matches. Trimmed, case-folded compare - the registry's job is
*> exactly to collapse "Dana", "dana" and "Dana " onto one row.
find-registry-row.
  move 0 to rg-count
  move 0 to rg-found-flag
  open input registry-file
  if rg-status = "00"
    perform until rg-status not = "00"
        at end
          continue
        not at end
          add 1 to rg-count
          if function upper-case(function trim(pr-player-name))
              = function upper-case(function trim(name-lookup))
            move 1 to rg-found-flag
            move pr-player-name to rg-found-name
            move pr-active-flag to rg-found-active
          end-if
      end-read
    end-perform
  end-if
  .

*> An unregistered (or deactivated) name leaves the round un-started -
*> the draw panel stays up and the operator can try again after fixing
*> the spelling or registering the player with player-maint.
*> inside STARTUP itself.
*>
*> checkpoint.dat can hold one row per player currently mid-round, so
*> the file is streamed through checkpoint.dat.new with this player's
*> row overwritten in passing (or appended if the pass ends without
*> it) - the same pattern update-leaderboard below uses, since this
*> build's runtime has no ISAM support to key the file directly.
save-checkpoint.
  set saving-checkpoint to true
  perform rewrite-checkpoint-file
  .

*> Copies checkpoint.dat to checkpoint.dat.new and renames it over the
*> live file only when every read and write came back clean - a kill
*> partway through leaves the last good checkpoint.dat in place
*> instead of a truncated one, the same way archive-gamelog protects
*> gamelog.dat. A checkpoint.dat that is missing (status 35) simply
*> has no other sessions to carry across.
rewrite-checkpoint-file.
  move 0 to cp-found-flag
  open output new-checkpoint-file
  if ncp-status = "00"
    move 1 to checkpoint-read-ok
    open input checkpoint-file
    if cp-status = "00"
      perform until cp-status not = "00" or ncp-status not = "00"
        read checkpoint-file next record
          at end
            continue
          not at end
            perform pass-checkpoint-row
        end-read
      end-perform
      if cp-status not = "10"
        move 0 to checkpoint-read-ok
      end-if
      close checkpoint-file
    else
      if cp-status not = "35"
        move 0 to checkpoint-read-ok
      end-if
    end-if
    if saving-checkpoint and cp-found-flag = 0 and ncp-status = "00"
      perform fill-checkpoint-row
      write new-checkpoint-record
    end-if
    if ncp-status = "00" and checkpoint-read-ok = 1
      close new-checkpoint-file
      call "CBL_RENAME_FILE" using new-checkpoint-path checkpoint-path
    else
  end-if
  .

*> This player's row is replaced on a save and dropped on a clear;
*> every other operator's in-flight row is copied across untouched. A
*> save writes the player's row once, so a duplicate left by an older
*> build is tidied away rather than carried forward.
pass-checkpoint-row.
  if cp-player-name = player-name
      and (saving-checkpoint or player-name not = spaces)
    if saving-checkpoint and cp-found-flag = 0
      perform fill-checkpoint-row
      write new-checkpoint-record
    end-if
    move 1 to cp-found-flag
  else
    move checkpoint-record to new-checkpoint-record
*> Rows saved before cp-challenge-mode existed carry a space there and
*> go back out as the ordinary rounds they were.
    if cp-challenge-mode not = 1
      move 0 to ncp-challenge-mode
    end-if
    write new-checkpoint-record
  end-if
  .

*> Assembled field-by-field in new-checkpoint-record from the live
*> round, ready for the caller's write.
fill-checkpoint-row.
  move player-name to ncp-player-name
  move random-nb to ncp-random-nb
  move counter to ncp-counter
  move started to ncp-started
  move range-max to ncp-range-max
  move seed-value to ncp-seed-value
  move attempts-left to ncp-attempts-left
  move attempt-seq to ncp-attempt-seq
  perform varying reset-idx from 1 by 1 until reset-idx > 99
    move tried-numbers(reset-idx) to ncp-tried-numbers(reset-idx)
  end-perform
  move match-mode to ncp-match-mode
  move current-turn to ncp-current-turn
  move challenge-mode to ncp-challenge-mode
  perform varying match-idx from 1 by 1 until match-idx > 2
    move mp-name(match-idx) to ncp-mp-name(match-idx)
    move mp-attempts-left(match-idx) to ncp-mp-attempts-left(match-idx)
    move mp-win(match-idx) to ncp-mp-win(match-idx)
    move mp-done(match-idx) to ncp-mp-done(match-idx)
    move mp-last-guess(match-idx) to ncp-mp-last-guess(match-idx)
    move mp-attempt-seq(match-idx) to ncp-mp-attempt-seq(match-idx)
    perform varying reset-idx from 1 by 1 until reset-idx > 99
      move mp-tried-numbers(match-idx, reset-idx)
          to ncp-mp-tried-numbers(match-idx, reset-idx)
    end-perform
  end-perform
  .

*> Looks up the one row keyed by player-name rather than reading the
*> file's first record - other operators' in-flight rows are left
*> alone either way.
load-checkpoint.
  move 0 to cp-found-flag
  if player-name not = spaces
    open input checkpoint-file
    if cp-status = "00"
      perform until cp-status not = "00"
        read checkpoint-file next record
          at end
            continue
          not at end
            if cp-player-name = player-name
              perform take-checkpoint-row
              move 1 to cp-found-flag
            end-if
        end-read
      end-perform
      close checkpoint-file
    end-if
  end-if
  .

take-checkpoint-row.
  move cp-random-nb to random-nb
  move cp-counter to counter
  move cp-started to started
  move cp-range-max to range-max
  move cp-seed-value to seed-value
  move cp-attempts-left to attempts-left
  move cp-attempt-seq to attempt-seq
  perform varying reset-idx from 1 by 1 until reset-idx > 99
    move cp-tried-numbers(reset-idx) to tried-numbers(reset-idx)
  end-perform
  move cp-match-mode to match-mode
  move cp-current-turn to current-turn
*> Rows saved before cp-challenge-mode existed carry a space there.
  if cp-challenge-mode = 1
    move 1 to challenge-mode
  else
    move 0 to challenge-mode
  end-if
  perform varying match-idx from 1 by 1 until match-idx > 2
    move cp-mp-name(match-idx) to mp-name(match-idx)
    move cp-mp-attempts-left(match-idx) to mp-attempts-left(match-idx)
    move cp-mp-win(match-idx) to mp-win(match-idx)
    move cp-mp-done(match-idx) to mp-done(match-idx)
    move cp-mp-last-guess(match-idx) to mp-last-guess(match-idx)
    move cp-mp-attempt-seq(match-idx) to mp-attempt-seq(match-idx)
    perform varying reset-idx from 1 by 1 until reset-idx > 99
      move cp-mp-tried-numbers(match-idx, reset-idx)
          to mp-tried-numbers(match-idx, reset-idx)
    end-perform
  end-perform
  .

*> Drops this player's row in passing and rewrites the rest, so a
*> finished round clears only its own session and leaves any other
*> operator's in-flight checkpoint on the shared kiosk untouched.
clear-checkpoint.
  set clearing-checkpoint to true
  perform rewrite-checkpoint-file
  .

*> Appends one record per submitted guess (repeats included) to the
      move mp-last-guess(match-idx) to gl-final-guess
      move mp-win(match-idx) to gl-win-flag
      move counter to gl-end-counter
      move space to gl-void-flag
      move space to gl-round-kind
      write game-log-record
    end-perform
    perform log-match-pairing
    move guess to gl-final-guess
    move win to gl-win-flag
    move counter to gl-end-counter
    move space to gl-void-flag
    if challenge-mode = 1
      move "C" to gl-round-kind
    else
      move space to gl-round-kind
    end-if
    write game-log-record
  end-if
  close game-log-file
  close match-log-file
  .

*> The first ready bracket match on this tier between the two match
*> players, either way round. Names compare trimmed and case-folded;
*> the bracket carries the registered spellings. A bracket match with
*> no later round in its tournament is the final.
find-bracket-match.
  move 0 to bracket-found
  move 0 to bracket-final
  open input bracket-file
  if bk-status = "00"
    perform until bk-status not = "00"
      read bracket-file next record
        at end
          continue
        not at end
          perform judge-bracket-row
      end-read
    end-perform
    close bracket-file
  end-if
  .

judge-bracket-row.
  if bracket-found = 1
    if bk-tourn-id = bracket-tourn-id and bk-round > bracket-round
      move 0 to bracket-final
    end-if
  else
    if bk-ready and bk-range-max = range-max
      if (function upper-case(function trim(bk-player-1))
            = function upper-case(function trim(mp-name(1)))
          and function upper-case(function trim(bk-player-2))
            = function upper-case(function trim(mp-name(2))))
        or (function upper-case(function trim(bk-player-1))
            = function upper-case(function trim(mp-name(2)))
          and function upper-case(function trim(bk-player-2))
            = function upper-case(function trim(mp-name(1))))
        move 1 to bracket-found
        move 1 to bracket-final
        move bk-tourn-id to bracket-tourn-id
        move bk-round to bracket-round
        move bk-slot to bracket-slot
      end-if
    end-if
  end-if
  .

*> Streams bracket.dat through bracket.dat.new, the same
*> write-then-rename rewrite-checkpoint-file uses: the played match is
*> marked decided (or has a draw counted), and its winner is seated in
*> the next round's match - seat 1 from an odd slot, seat 2 from an
*> even one - which becomes ready once both seats are filled.
advance-bracket.
  perform find-bracket-match
  if bracket-found = 1
    move spaces to bracket-winner
    if mp-win(1) = 1
      move mp-name(1) to bracket-winner
    else
      if mp-win(2) = 1
        move mp-name(2) to bracket-winner
      end-if
    end-if
    compute bracket-next-round = bracket-round + 1
    compute bracket-next-slot = (bracket-slot + 1) / 2
    perform rewrite-bracket
    if bracket-write-ok = 1 and bracket-winner not = spaces
        and bracket-final = 1
      perform crown-champion
    end-if
    perform show-bracket-result
  end-if
  .

rewrite-bracket.
  move 0 to bracket-write-ok
  open input bracket-file
  if bk-status = "00"
    open output new-bracket-file
    if nbk-status = "00"
      move 1 to bracket-write-ok
      perform until bk-status not = "00" or nbk-status not = "00"
        read bracket-file next record
          at end
            continue
          not at end
            move bracket-record to new-bracket-record
            if bk-tourn-id = bracket-tourn-id
              perform apply-bracket-result
            end-if
            write new-bracket-record
        end-read
      end-perform
      if bk-status not = "10" or nbk-status not = "00"
        move 0 to bracket-write-ok
      end-if
      close new-bracket-file
    end-if
    close bracket-file
  end-if
  if bracket-write-ok = 1
    call "CBL_RENAME_FILE" using new-bracket-path bracket-path
        returning rename-result
    if rename-result not = 0
      move 0 to bracket-write-ok
    end-if
  end-if
  .

apply-bracket-result.
  if bk-round = bracket-round and bk-slot = bracket-slot
    if bracket-winner = spaces
      add 1 to nbk-draws
    else
      move "W" to nbk-state
      move seed-value to nbk-seed
      if function upper-case(function trim(bk-player-1))
          = function upper-case(function trim(bracket-winner))
        move bk-player-1 to bracket-winner
        move bk-seed-nb-1 to bracket-winner-seed
      else
        move bk-player-2 to bracket-winner
        move bk-seed-nb-2 to bracket-winner-seed
      end-if
      move bracket-winner to nbk-winner
    end-if
  end-if
  if bk-round = bracket-next-round and bk-slot = bracket-next-slot
      and bracket-winner not = spaces
    if function mod(bracket-slot, 2) = 1
      move bracket-winner to nbk-player-1
      move bracket-winner-seed to nbk-seed-nb-1
    else
      move bracket-winner to nbk-player-2
      move bracket-winner-seed to nbk-seed-nb-2
    end-if
    if nbk-player-1 not = spaces and nbk-player-2 not = spaces
      move "R" to nbk-state
    end-if
  end-if
  .

*> The final's winner is written onto the tournament's own record,
*> which stays on file once finished for the champions list. The
*> input is closed before the rename, so the live file is not held
*> open while it is replaced.
crown-champion.
  move 0 to bracket-crown-ok
  open input tournament-file
  if tn-status = "00"
    open output new-tournament-file
    if ntn-status = "00"
      perform until tn-status not = "00" or ntn-status not = "00"
        read tournament-file next record
          at end
            continue
          not at end
            move tournament-record to new-tournament-record
            if tn-tourn-id = bracket-tourn-id
              move "F" to ntn-state
              move bracket-winner to ntn-champion
              move seed-value(1:8) to ntn-finished-on
            end-if
            write new-tournament-record
        end-read
      end-perform
      if tn-status = "10" and ntn-status = "00"
        move 1 to bracket-crown-ok
      end-if
      close new-tournament-file
    end-if
    close tournament-file
  end-if
  if bracket-crown-ok = 1
    call "CBL_RENAME_FILE" using new-tournament-path tournament-path
        returning rename-result
    if rename-result not = 0
      move 0 to bracket-crown-ok
    end-if
  end-if
  .

show-bracket-result.
  move spaces to bracket-display
  evaluate true
    when bracket-write-ok = 0
      string "Tournament " function trim(bracket-tourn-id)
             ": bracket NOT updated - tell the operator"
        into bracket-display
    when bracket-winner = spaces
      string "Tournament " function trim(bracket-tourn-id)
             ": no winner - the match must be replayed"
        into bracket-display
    when bracket-final = 1 and bracket-crown-ok = 0
      string "Tournament " function trim(bracket-tourn-id) ": final won by "
             function trim(bracket-winner)
             " - champion NOT recorded, tell the operator"
        into bracket-display
    when bracket-final = 1
      string "Tournament " function trim(bracket-tourn-id) " champion: "
             function trim(bracket-winner)
        into bracket-display
    when other
      string "Tournament " function trim(bracket-tourn-id) ": "
             function trim(bracket-winner) " goes through"
        into bracket-display
  end-evaluate
  if bracket-display not = spaces
    call "setElementProperty" using "#mystats" "innerHTML" bracket-display
  end-if
  .

*> The round's results - the player's, or both match players' - are
*> credited as the board streams through leaderboard.dat.new. A
*> rewrite that cannot complete leaves leaderboard.dat as it was and
*> sends the results to suspense.dat instead, and the kiosk says so.
update-leaderboard.
  move 0 to credit-count
  if match-mode = 1
    perform varying match-idx from 1 by 1 until match-idx > 2
      add 1 to credit-count
      move mp-name(match-idx) to cr-name(credit-count)
      move mp-win(match-idx) to cr-win(credit-count)
      move 0 to cr-found(credit-count)
    end-perform
  else
    move 1 to credit-count
    move player-name to cr-name(1)
    move win to cr-win(1)
    move 0 to cr-found(1)
  end-if
  perform rewrite-leaderboard
  perform build-leaderboard-panel
  if board-write-ok = 0
    perform suspend-round-results
  end-if
  .

*> Write-then-rename, same as rewrite-checkpoint-file above - the one
*> time this file was lost it was to a kill mid-OPEN-OUTPUT rewrite. A
*> board that exists but cannot be read through to the end stops the
*> rename, or the rows past the bad read would be lost with it; a
*> missing board (status 35) is a fresh site and really is empty.
rewrite-leaderboard.
  move 0 to board-write-ok
  move spaces to board-fail-reason
  move spaces to board-fail-status
  open output new-leaderboard-file
  if nlb-status not = "00"
    move "OPEN-NEW" to board-fail-reason
    move nlb-status to board-fail-status
  else
    move 1 to board-write-ok
    open input leaderboard-file
    if lb-status = "00"
      perform until lb-status not = "00" or nlb-status not = "00"
        read leaderboard-file next record
          at end
            continue
          not at end
            perform credit-board-row
        end-read
      end-perform
      if nlb-status = "00" and lb-status not = "10"
        move 0 to board-write-ok
        move "READ-BOARD" to board-fail-reason
        move lb-status to board-fail-status
      end-if
      close leaderboard-file
    else
      if lb-status not = "35"
        move 0 to board-write-ok
        move "READ-BOARD" to board-fail-reason
        move lb-status to board-fail-status
      end-if
    end-if
    if board-write-ok = 1
      perform add-new-board-rows
    end-if
    if nlb-status not = "00"
      move 0 to board-write-ok
      move "WRITE-NEW" to board-fail-reason
      move nlb-status to board-fail-status
    end-if
    close new-leaderboard-file
    if board-write-ok = 1
      call "CBL_RENAME_FILE" using new-board-path board-path
          returning rename-result
      if rename-result not = 0
        move 0 to board-write-ok
        move "RENAME" to board-fail-reason
      end-if
    end-if
  end-if
  .

*> Rows written before the season fields existed come back with spaces
*> there - start such a row's season at zero and write it out
*> full-width.
credit-board-row.
  move leaderboard-record to new-leaderboard-record
  if lb-season-wins is not numeric
    move 0 to nlb-season-wins
    move 0 to nlb-season-losses
    move 999 to nlb-season-best
  end-if
  perform varying credit-apply-idx from 1 by 1
      until credit-apply-idx > credit-count
    if cr-name(credit-apply-idx) = nlb-player-name
        and nlb-range-max = range-max
      perform apply-credit
      move 1 to cr-found(credit-apply-idx)
    end-if
  end-perform
  write new-leaderboard-record
  .

*> A player with no row on this tier yet gets one at the end of the
*> board, carrying every credit still owed to that name - both seats
*> of a match played under one name included.
add-new-board-rows.
  perform varying credit-idx from 1 by 1
      until credit-idx > credit-count or nlb-status not = "00"
    if cr-found(credit-idx) = 0
      move cr-name(credit-idx) to nlb-player-name
      move range-max to nlb-range-max
      move 0 to nlb-wins
      move 0 to nlb-losses
      move 999 to nlb-best-counter
      move 0 to nlb-season-wins
      move 0 to nlb-season-losses
      move 999 to nlb-season-best
      perform varying credit-apply-idx from credit-idx by 1
          until credit-apply-idx > credit-count
        if cr-found(credit-apply-idx) = 0
            and cr-name(credit-apply-idx) = nlb-player-name
          perform apply-credit
          move 1 to cr-found(credit-apply-idx)
        end-if
      end-perform
      write new-leaderboard-record
    end-if
  end-perform
  .

*> Lifetime and season counters move together; only season-close ever
*> resets the season ones.
apply-credit.
  if cr-win(credit-apply-idx) = 1
    add 1 to nlb-wins
    add 1 to nlb-season-wins
    if counter < nlb-best-counter
      move counter to nlb-best-counter
    end-if
    if counter < nlb-season-best
      move counter to nlb-season-best
    end-if
  else
    add 1 to nlb-losses
    add 1 to nlb-season-losses
  end-if
  .

*> One suspense.dat row per result the board did not take, appended
*> with the extend-plus-fallback open every appender in this system
*> uses. The round is already in gamelog.dat; the row tells the
*> operator which board row still owes it and why.
suspend-round-results.
  move 0 to suspense-write-ok
  open extend suspense-file
  if su-status not = "00"
    open output suspense-file
  end-if
  if su-status = "00"
    move 1 to suspense-write-ok
    perform varying credit-idx from 1 by 1 until credit-idx > credit-count
      move function current-date(1:14) to su-logged-at
      move "guess-the-number" to su-program
      move board-fail-reason to su-reason
      move board-fail-status to su-file-status
      move cr-name(credit-idx) to su-player-name
      move range-max to su-range-max
      move seed-value to su-seed
      move cr-win(credit-idx) to su-win-flag
      move counter to su-end-counter
      write suspense-record
    end-perform
    if su-status not = "00"
      move 0 to suspense-write-ok
    end-if
    close suspense-file
  end-if
  move spaces to suspense-display
  if suspense-write-ok = 1
    string "Leaderboard NOT updated (" function trim(board-fail-reason)
           ") - result held in suspense for the operator"
      into suspense-display
  else
    string "Leaderboard NOT updated (" function trim(board-fail-reason)
           ") and suspense.dat unwritable - note this result for"
           " the operator"
      into suspense-display
  end-if
  call "setElementProperty" using "#mystats" "innerHTML" suspense-display
  .

*> Season counters of the row just read, zero-filled for pre-season
*> rows, for the panels to rank on.
take-season-counts.
  if lb-season-wins is numeric
    move lb-season-wins to row-season-wins
    move lb-season-losses to row-season-losses
    move lb-season-best to row-season-best
  else
    move 0 to row-season-wins
    move 0 to row-season-losses
    move 999 to row-season-best
  end-if
  .

*> point of keeping seasonal counters at all. Lifetime totals stay on
*> the record and in the standings report.
rank-entry.
  if row-season-wins > tb-wins(1)
    move top-board(2) to top-board(3)
    move top-board(1) to top-board(2)
    move lb-player-name to tb-name(1)
    move row-season-wins to tb-wins(1)
  else
    if row-season-wins > tb-wins(2)
      move top-board(2) to top-board(3)
      move lb-player-name to tb-name(2)
      move row-season-wins to tb-wins(2)
    else
      if row-season-wins > tb-wins(3)
        move lb-player-name to tb-name(3)
        move row-season-wins to tb-wins(3)
      end-if
    end-if
  end-if
  .

*> Read straight off leaderboard.dat, so the panel shows what the
*> board actually holds after the update above.
build-leaderboard-panel.
  move spaces to top-board(1)
  move spaces to top-board(2)
  move 0 to tb-wins(1)
  move 0 to tb-wins(2)
  move 0 to tb-wins(3)
  open input leaderboard-file
  if lb-status = "00"
    perform until lb-status not = "00"
      read leaderboard-file next record
        at end
          continue
        not at end
          if lb-range-max = range-max
            perform take-season-counts
            perform rank-entry
          end-if
      end-read
    end-perform
    close leaderboard-file
  end-if
  move tb-wins(1) to tb-wins-disp(1)
  move tb-wins(2) to tb-wins-disp(2)
  move tb-wins(3) to tb-wins-disp(3)
