       >>source format is free
identification division.
program-id. tournament-maint.
environment division.
input-output section.
file-control.
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
        file status is nb-status.
    select registry-file assign to "players.dat"
        organization is line sequential
        file status is rg-status.
    select leaderboard-file assign to "leaderboard.dat"
        organization is line sequential
        file status is lb-status.
data division.
file section.
fd tournament-file.
copy "tournament.cpy".

fd new-tournament-file.
copy "tournament.cpy" replacing ==tournament-record==
    by ==new-tournament-record== leading ==tn-== by ==nt-==.

fd entry-file.
copy "tourn-entry.cpy".

fd new-entry-file.
copy "tourn-entry.cpy" replacing ==tourn-entry-record==
    by ==new-entry-record== leading ==te-== by ==ne-==.

fd bracket-file.
copy "bracket.cpy".

fd new-bracket-file.
copy "bracket.cpy" replacing ==bracket-record==
    by ==new-bracket-record== leading ==bk-== by ==nbk-==.

fd registry-file.
copy "player-registry.cpy".

fd leaderboard-file.
copy "leaderboard.cpy".

working-storage section.
01 tn-status             pic xx value spaces.
01 nt-status             pic xx value spaces.
01 te-status             pic xx value spaces.
01 ne-status             pic xx value spaces.
01 bk-status             pic xx value spaces.
01 nb-status             pic xx value spaces.
01 rg-status             pic xx value spaces.
01 lb-status             pic xx value spaces.

*> Run parameters - an action word, the tournament ID and, for CREATE,
*> the tier and the entrant names, one per command-line argument the
*> way player-maint takes its names.
01 action-param          pic x(12) value spaces.
01 id-param              pic x(8) value spaces.
01 tier-param            pic x(8) value spaces.
01 name-param            pic x(20) value spaces.
01 arg-nb                pic 999 value 0.
01 args-done             pic 9 value 0.
01 bad-parm-flag         pic 9 value 0.
01 tier-range-max        pic 99 value 0.

01 tournament-path       pic x(40) value "tournament.dat".
01 new-tournament-path   pic x(40) value "tournament.dat.new".
01 entry-path            pic x(40) value "tournentry.dat".
01 new-entry-path        pic x(40) value "tournentry.dat.new".
01 bracket-path          pic x(40) value "bracket.dat".
01 new-bracket-path      pic x(40) value "bracket.dat.new".

*> The entrants. A bracket tops out at 64 - six rounds - and CREATE
*> refuses a longer list outright rather than drawing part of it.
01 entrant-table.
    05 en-entry occurs 64 times.
        10 en-name          pic x(20).
        10 en-season-rate   pic 999v99.
        10 en-season-best   pic 999.
        10 en-seed-nb       pic 99.
01 en-count              pic 99 value 0.
01 en-idx                pic 99 value 0.
01 en-jdx                pic 99 value 0.
01 en-best-idx           pic 99 value 0.
01 en-found-idx          pic 99 value 0.
01 swap-entry.
    05 sw-name            pic x(20).
    05 sw-season-rate     pic 999v99.
    05 sw-season-best     pic 999.
    05 sw-seed-nb         pic 99.
01 too-many-flag         pic 9 value 0.
01 entry-error-flag      pic 9 value 0.

*> Registry lookups scan players.dat directly; an empty or missing
*> registry waves every name through, the same rule main.cob applies
*> at the kiosk.
01 registry-rows         pic 9(5) value 0.
01 registry-found        pic 9 value 0.
01 registry-name         pic x(20) value spaces.
01 registry-active       pic x value space.

01 tourn-found           pic 9 value 0.
01 found-state           pic x value space.
01 found-range-max       pic 99 value 0.
01 rate-games            pic 9(6) value 0.
01 season-wins           pic 9(5) value 0.
01 season-losses         pic 9(5) value 0.
01 season-best           pic 999 value 0.

*> Bracket drawing. Matches are held round by round, round 1 first;
*> round r starts at bracket-base(r) + 1. seed-order holds the
*> standard seeding line for the bracket size - 1 v N, then the
*> halves kept apart so seeds 1 and 2 can only meet in the final.
01 bracket-size          pic 99 value 0.
01 round-count           pic 9 value 0.
01 bracket-table.
    05 bt-entry occurs 63 times.
        10 bt-round         pic 9.
        10 bt-slot          pic 99.
        10 bt-player-1      pic x(20).
        10 bt-seed-nb-1     pic 99.
        10 bt-player-2      pic x(20).
        10 bt-seed-nb-2     pic 99.
        10 bt-state         pic x.
        10 bt-winner        pic x(20).
01 bt-count              pic 99 value 0.
01 bt-idx                pic 99 value 0.
01 bt-next-idx           pic 99 value 0.
01 bracket-base          pic 99 occurs 7 value 0.
01 round-idx             pic 9 value 0.
01 round-matches         pic 99 value 0.
01 slot-idx              pic 99 value 0.
01 seed-order            pic 99 occurs 64 value 0.
01 new-order             pic 99 occurs 64 value 0.
01 order-len             pic 99 value 0.
01 order-idx             pic 99 value 0.
01 order-odd             pic 99 value 0.
01 order-even            pic 99 value 0.
01 write-ok-flag         pic 9 value 0.
01 byes-given            pic 99 value 0.
01 rename-result         pic s9(9) comp value 0.
01 draw-fail-stage       pic x(40) value spaces.
01 bracket-renamed       pic 9 value 0.

01 seed-disp             pic z9.
01 seed-disp-2           pic z9.
01 rate-disp             pic zz9.99.
01 tier-label            pic x(6).

procedure division.
main.
  perform get-parameters
  if bad-parm-flag = 0
    evaluate action-param
      when "CREATE"
        perform create-tournament
      when "DRAW"
        perform draw-bracket
    end-evaluate
  end-if
  stop run
  .

get-parameters.
  move 0 to bad-parm-flag
  display 1 upon argument-number
  accept action-param from argument-value
    on exception
      move 1 to bad-parm-flag
  end-accept
  move function upper-case(action-param) to action-param
  if bad-parm-flag = 0
    display 2 upon argument-number
    accept id-param from argument-value
      on exception
        move 1 to bad-parm-flag
    end-accept
  end-if
  if bad-parm-flag = 0
    if id-param = spaces
      move 1 to bad-parm-flag
    end-if
    evaluate action-param
      when "CREATE"
        perform get-create-parameters
      when "DRAW"
        continue
      when other
        move 1 to bad-parm-flag
    end-evaluate
  end-if
  if bad-parm-flag = 1
*> Nonzero so a typo'd run-control step audits FAIL in the driver
*> instead of OK - the same contract archive-gamelog honours.
    move 8 to return-code
    display "Usage: tournament-maint CREATE <id> <tier> <player> <player> ..."
    display "       tournament-maint DRAW <id>"
    display "CREATE lists a tournament and its entrants (2 to 64"
    display "registered players) on tier EASY, MEDIUM or HARD."
    display "DRAW seeds the entrants by the tier's seasonal standings"
    display "and draws the single-elimination bracket, with byes for"
    display "the top seeds when the field is not a power of two."
  end-if
  .

*> Entrant names follow the tier, one argument each.
get-create-parameters.
  display 3 upon argument-number
  accept tier-param from argument-value
    on exception
      move 1 to bad-parm-flag
  end-accept
  evaluate function upper-case(tier-param)
    when "EASY"
    when "9"
      move 9 to tier-range-max
    when "MEDIUM"
    when "50"
      move 50 to tier-range-max
    when "HARD"
    when "99"
      move 99 to tier-range-max
    when other
      move 1 to bad-parm-flag
  end-evaluate
  move 0 to en-count
  move 0 to too-many-flag
  move 3 to arg-nb
  move 0 to args-done
  perform until args-done = 1
    add 1 to arg-nb
    move spaces to name-param
    display arg-nb upon argument-number
    accept name-param from argument-value
      on exception
        move 1 to args-done
    end-accept
    if args-done = 0 and name-param not = spaces
      if en-count < 64
        add 1 to en-count
        move name-param to en-name(en-count)
      else
        move 1 to too-many-flag
      end-if
    end-if
  end-perform
  if too-many-flag = 1
    display "More than 64 entrants - split the field into two"
        " tournaments."
    move 1 to bad-parm-flag
  end-if
  if en-count < 2
    move 1 to bad-parm-flag
  end-if
  .

*> ---------------------------------------------------------------
*> CREATE
*> ---------------------------------------------------------------
create-tournament.
  perform find-tournament
  if tourn-found = 1
    move 8 to return-code
    display "Tournament " function trim(id-param)
        " is already on file - nothing created."
  else
    perform check-entrants
    if entry-error-flag = 1
      move 8 to return-code
      display "Tournament " function trim(id-param)
          " not created - fix the entrant list and re-run."
    else
      perform write-new-tournament
    end-if
  end-if
  .

*> Each name must be an active registered player, entered once; the
*> registered spelling replaces what was typed, so the bracket names
*> match the names the kiosk logs matches under.
check-entrants.
  move 0 to entry-error-flag
  perform varying en-idx from 1 by 1 until en-idx > en-count
    move en-name(en-idx) to registry-name
    perform find-registry-name
    if registry-rows > 0
      if registry-found = 0 or registry-active not = "A"
        display "Not an active registered player: "
            function trim(en-name(en-idx))
        move 1 to entry-error-flag
      else
        move registry-name to en-name(en-idx)
      end-if
    end-if
  end-perform
  perform varying en-idx from 1 by 1 until en-idx > en-count
    compute en-jdx = en-idx + 1
    perform varying en-jdx from en-jdx by 1 until en-jdx > en-count
      if function upper-case(function trim(en-name(en-idx)))
          = function upper-case(function trim(en-name(en-jdx)))
        display "Entered twice: " function trim(en-name(en-jdx))
        move 1 to entry-error-flag
      end-if
    end-perform
  end-perform
  .

find-registry-name.
  move 0 to registry-rows
  move 0 to registry-found
  move space to registry-active
  open input registry-file
  if rg-status = "00"
    perform until rg-status not = "00"
      read registry-file next record
        at end
          continue
        not at end
          add 1 to registry-rows
          if registry-found = 0
              and function upper-case(function trim(pr-player-name))
                = function upper-case(function trim(registry-name))
            move 1 to registry-found
            move pr-player-name to registry-name
            move pr-active-flag to registry-active
          end-if
      end-read
    end-perform
    close registry-file
  end-if
  .

write-new-tournament.
  open extend tournament-file
  if tn-status not = "00"
    open output tournament-file
  end-if
  open extend entry-file
  if te-status not = "00"
    open output entry-file
  end-if
  if tn-status = "00" and te-status = "00"
    perform varying en-idx from 1 by 1 until en-idx > en-count
      move id-param to te-tourn-id
      move en-name(en-idx) to te-player-name
      move 0 to te-seed-nb
      write tourn-entry-record
    end-perform
    move id-param to tn-tourn-id
    move tier-range-max to tn-range-max
    move "E" to tn-state
    move en-count to tn-entrants
    move 0 to tn-size
    move function current-date(1:8) to tn-created
    move 0 to tn-finished-on
    move spaces to tn-champion
    write tournament-record
    move tier-range-max to found-range-max
    perform name-tier
    display "Tournament " function trim(id-param) " created on "
        function trim(tier-label) " with " en-count " entrants."
    display "Run tournament-maint DRAW " function trim(id-param)
        " to seed and draw the bracket."
  else
    move 8 to return-code
    display "Cannot open tournament.dat (status " tn-status
        ") or tournentry.dat (status " te-status ") - nothing created."
  end-if
  close tournament-file
  close entry-file
  .

find-tournament.
  move 0 to tourn-found
  open input tournament-file
  if tn-status = "00"
    perform until tn-status not = "00"
      read tournament-file next record
        at end
          continue
        not at end
          if tn-tourn-id = id-param
            move 1 to tourn-found
            move tn-state to found-state
            move tn-range-max to found-range-max
          end-if
      end-read
    end-perform
    close tournament-file
  end-if
  .

name-tier.
  evaluate found-range-max
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

*> ---------------------------------------------------------------
*> DRAW
*> ---------------------------------------------------------------
draw-bracket.
  perform find-tournament
  evaluate true
    when tourn-found = 0
      move 8 to return-code
      display "No tournament " function trim(id-param) " on file."
    when found-state not = "E"
      move 8 to return-code
      display "Tournament " function trim(id-param)
          " has already been drawn."
    when other
      perform load-entrants
      if en-count < 2
        move 8 to return-code
        display "Tournament " function trim(id-param)
            " has fewer than two entrants on file - nothing drawn."
      else
        perform load-standings
        perform rank-entrants
        perform build-bracket
        perform save-draw
      end-if
  end-evaluate
  .

load-entrants.
  move 0 to en-count
  open input entry-file
  if te-status = "00"
    perform until te-status not = "00"
      read entry-file next record
        at end
          continue
        not at end
          if te-tourn-id = id-param and en-count < 64
            add 1 to en-count
            move te-player-name to en-name(en-count)
            move 0 to en-season-rate(en-count)
            move 999 to en-season-best(en-count)
          end-if
      end-read
    end-perform
    close entry-file
  end-if
  .

*> The seasonal rate and best from each entrant's board row on the
*> tournament's tier - the order leaderboard-standings ranks by. An
*> entrant with no row on the tier yet seeds as 0% with no best.
load-standings.
  open input leaderboard-file
  if lb-status = "00"
    perform until lb-status not = "00"
      read leaderboard-file next record
        at end
          continue
        not at end
          if lb-range-max = found-range-max
            perform take-standing
          end-if
      end-read
    end-perform
    close leaderboard-file
  end-if
  .

take-standing.
  move 0 to en-found-idx
  perform varying en-idx from 1 by 1 until en-idx > en-count
    if function upper-case(function trim(en-name(en-idx)))
        = function upper-case(function trim(lb-player-name))
      move en-idx to en-found-idx
    end-if
  end-perform
  if en-found-idx > 0
*> Pre-season rows read back with spaces in the season fields.
    if lb-season-wins is numeric
      move lb-season-wins to season-wins
      move lb-season-losses to season-losses
      move lb-season-best to season-best
    else
      move 0 to season-wins
      move 0 to season-losses
      move 999 to season-best
    end-if
    compute rate-games = season-wins + season-losses
    if rate-games > 0
      compute en-season-rate(en-found-idx)
          = (season-wins / rate-games) * 100
    end-if
    move season-best to en-season-best(en-found-idx)
  end-if
  .

*> Selection sort, as leaderboard-standings ranks: rate, then the
*> smaller best, then name so the draw is the same on every run.
rank-entrants.
  perform varying en-idx from 1 by 1 until en-idx >= en-count
    move en-idx to en-best-idx
    compute en-jdx = en-idx + 1
    perform varying en-jdx from en-jdx by 1 until en-jdx > en-count
      if en-season-rate(en-jdx) > en-season-rate(en-best-idx)
          or (en-season-rate(en-jdx) = en-season-rate(en-best-idx)
            and en-season-best(en-jdx) < en-season-best(en-best-idx))
          or (en-season-rate(en-jdx) = en-season-rate(en-best-idx)
            and en-season-best(en-jdx) = en-season-best(en-best-idx)
            and en-name(en-jdx) < en-name(en-best-idx))
        move en-jdx to en-best-idx
      end-if
    end-perform
    if en-best-idx not = en-idx
      move en-entry(en-idx) to swap-entry
      move en-entry(en-best-idx) to en-entry(en-idx)
      move swap-entry to en-entry(en-best-idx)
    end-if
  end-perform
  perform varying en-idx from 1 by 1 until en-idx > en-count
    move en-idx to en-seed-nb(en-idx)
  end-perform
  .

*> Lays out every round's matches. Round 1 pairs the seeding line two
*> by two; a seed past the entrant count is a bye, which only ever
*> falls to the top seeds, and its player goes straight through to
*> round 2 at the draw. Later rounds start with both seats empty and
*> fill as main.cob records the winners.
build-bracket.
  move 2 to bracket-size
  move 1 to round-count
  perform until bracket-size >= en-count
    compute bracket-size = bracket-size * 2
    add 1 to round-count
  end-perform
  perform build-seed-order
  move 0 to bt-count
  move bracket-size to round-matches
  perform varying round-idx from 1 by 1 until round-idx > round-count
    move bt-count to bracket-base(round-idx)
    compute round-matches = round-matches / 2
    perform varying slot-idx from 1 by 1 until slot-idx > round-matches
      add 1 to bt-count
      move round-idx to bt-round(bt-count)
      move slot-idx to bt-slot(bt-count)
      move spaces to bt-player-1(bt-count)
      move spaces to bt-player-2(bt-count)
      move 0 to bt-seed-nb-1(bt-count)
      move 0 to bt-seed-nb-2(bt-count)
      move "P" to bt-state(bt-count)
      move spaces to bt-winner(bt-count)
    end-perform
  end-perform
  move 0 to byes-given
  perform varying slot-idx from 1 by 1
      until slot-idx > bracket-size / 2
    move slot-idx to bt-idx
    compute order-even = slot-idx * 2
    compute order-odd = order-even - 1
    move seed-order(order-odd) to en-idx
    move seed-order(order-even) to en-jdx
    move en-name(en-idx) to bt-player-1(bt-idx)
    move en-idx to bt-seed-nb-1(bt-idx)
    if en-jdx > en-count
      move "B" to bt-state(bt-idx)
      move en-name(en-idx) to bt-winner(bt-idx)
      add 1 to byes-given
      perform advance-bye
    else
      move en-name(en-jdx) to bt-player-2(bt-idx)
      move en-jdx to bt-seed-nb-2(bt-idx)
      move "R" to bt-state(bt-idx)
    end-if
  end-perform
  .

*> 1 v 2 for a bracket of two; each doubling plays every seed s of the
*> smaller line against (size + 1 - s).
build-seed-order.
  move 1 to seed-order(1)
  move 1 to order-len
  perform until order-len >= bracket-size
    perform varying order-idx from 1 by 1 until order-idx > order-len
      compute order-even = order-idx * 2
      compute order-odd = order-even - 1
      move seed-order(order-idx) to new-order(order-odd)
      compute new-order(order-even)
          = order-len * 2 + 1 - seed-order(order-idx)
    end-perform
    compute order-len = order-len * 2
    perform varying order-idx from 1 by 1 until order-idx > order-len
      move new-order(order-idx) to seed-order(order-idx)
    end-perform
  end-perform
  .

advance-bye.
  compute bt-next-idx = bracket-base(2) + (bt-slot(bt-idx) + 1) / 2
  if function mod(bt-slot(bt-idx), 2) = 1
    move bt-winner(bt-idx) to bt-player-1(bt-next-idx)
    move bt-seed-nb-1(bt-idx) to bt-seed-nb-1(bt-next-idx)
  else
    move bt-winner(bt-idx) to bt-player-2(bt-next-idx)
    move bt-seed-nb-1(bt-idx) to bt-seed-nb-2(bt-next-idx)
  end-if
  if bt-player-1(bt-next-idx) not = spaces
      and bt-player-2(bt-next-idx) not = spaces
    move "R" to bt-state(bt-next-idx)
  end-if
  .

*> Every file goes through a .new copy. The entry seeds are renamed
*> first, then the bracket, and the tournament's D state last - that
*> rename is what makes the draw count. Any failure before it leaves
*> the tournament undrawn, and DRAW can simply be run again: the
*> bracket copy drops whatever rows an earlier attempt left for the
*> tournament, so a re-draw never leaves a second bracket on file.
save-draw.
  move spaces to draw-fail-stage
  move 0 to bracket-renamed
  perform write-new-bracket
  if write-ok-flag = 1
    perform save-entry-seeds
  end-if
  if write-ok-flag = 1
    call "CBL_RENAME_FILE" using new-bracket-path bracket-path
        returning rename-result
    if rename-result = 0
      move 1 to bracket-renamed
    else
      move 0 to write-ok-flag
      move "renaming bracket.dat.new" to draw-fail-stage
    end-if
  end-if
  if write-ok-flag = 1
    perform save-tournament-state
  end-if
  if write-ok-flag = 1
    perform print-draw
  else
    if bracket-renamed = 0
      call "CBL_DELETE_FILE" using new-bracket-path
    end-if
    move 8 to return-code
    display "DRAW ABORTED - failed " function trim(draw-fail-stage)
    display "  bracket.dat.new status " nb-status
        ", tournentry.dat.new status " ne-status
        ", tournament.dat.new status " nt-status
    display "Tournament " function trim(id-param)
        " is still undrawn - run DRAW again once the fault is cleared."
  end-if
  .

*> bracket.dat streams across with any rows already there for this
*> tournament dropped, and the new draw appended at the end. A
*> missing bracket.dat (status 35) is the first tournament drawn.
write-new-bracket.
  move 0 to write-ok-flag
  open output new-bracket-file
  if nb-status = "00"
    move 1 to write-ok-flag
    open input bracket-file
    if bk-status = "00"
      perform until bk-status not = "00" or nb-status not = "00"
        read bracket-file next record
          at end
            continue
          not at end
            if bk-tourn-id not = id-param
              move bracket-record to new-bracket-record
              write new-bracket-record
            end-if
        end-read
      end-perform
      if bk-status not = "10"
        move 0 to write-ok-flag
        move "reading bracket.dat" to draw-fail-stage
      end-if
      close bracket-file
    else
      if bk-status not = "35"
        move 0 to write-ok-flag
        move "reading bracket.dat" to draw-fail-stage
      end-if
    end-if
    if write-ok-flag = 1
      perform varying bt-idx from 1 by 1 until bt-idx > bt-count
        move id-param to nbk-tourn-id
        move found-range-max to nbk-range-max
        move bt-round(bt-idx) to nbk-round
        move bt-slot(bt-idx) to nbk-slot
        move bt-player-1(bt-idx) to nbk-player-1
        move bt-seed-nb-1(bt-idx) to nbk-seed-nb-1
        move bt-player-2(bt-idx) to nbk-player-2
        move bt-seed-nb-2(bt-idx) to nbk-seed-nb-2
        move bt-state(bt-idx) to nbk-state
        move bt-winner(bt-idx) to nbk-winner
        move 0 to nbk-draws
        move 0 to nbk-seed
        write new-bracket-record
      end-perform
    end-if
    if nb-status not = "00" and write-ok-flag = 1
      move 0 to write-ok-flag
      move "writing bracket.dat.new" to draw-fail-stage
    end-if
    close new-bracket-file
  else
    move "opening bracket.dat.new" to draw-fail-stage
  end-if
  .

save-entry-seeds.
  move 0 to write-ok-flag
  open input entry-file
  if te-status = "00"
    open output new-entry-file
    if ne-status = "00"
      move 1 to write-ok-flag
      perform until te-status not = "00" or ne-status not = "00"
        read entry-file next record
          at end
            continue
          not at end
            move tourn-entry-record to new-entry-record
            if te-tourn-id = id-param
              perform varying en-idx from 1 by 1 until en-idx > en-count
                if en-name(en-idx) = te-player-name
                  move en-seed-nb(en-idx) to ne-seed-nb
                end-if
              end-perform
            end-if
            write new-entry-record
        end-read
      end-perform
      if te-status not = "10" or ne-status not = "00"
        move 0 to write-ok-flag
      end-if
      close new-entry-file
    end-if
    close entry-file
  end-if
  if write-ok-flag = 1
    call "CBL_RENAME_FILE" using new-entry-path entry-path
        returning rename-result
    if rename-result not = 0
      move 0 to write-ok-flag
    end-if
  end-if
  if write-ok-flag = 0
    move "saving the seeds to tournentry.dat" to draw-fail-stage
  end-if
  .

save-tournament-state.
  move 0 to write-ok-flag
  open input tournament-file
  if tn-status = "00"
    open output new-tournament-file
    if nt-status = "00"
      move 1 to write-ok-flag
      perform until tn-status not = "00" or nt-status not = "00"
        read tournament-file next record
          at end
            continue
          not at end
            move tournament-record to new-tournament-record
            if tn-tourn-id = id-param
              move "D" to nt-state
              move bracket-size to nt-size
              move en-count to nt-entrants
            end-if
            write new-tournament-record
        end-read
      end-perform
      if tn-status not = "10" or nt-status not = "00"
        move 0 to write-ok-flag
      end-if
      close new-tournament-file
    end-if
    close tournament-file
  end-if
  if write-ok-flag = 1
    call "CBL_RENAME_FILE" using new-tournament-path tournament-path
        returning rename-result
    if rename-result not = 0
      move 0 to write-ok-flag
    end-if
  end-if
  if write-ok-flag = 0
    move "saving the D state to tournament.dat" to draw-fail-stage
  end-if
  .

print-draw.
  perform name-tier
  display "===== TOURNAMENT " function trim(id-param) " DRAWN ====="
  display "Tier: " function trim(tier-label) "  Entrants: " en-count
      "  Bracket: " bracket-size "  Byes: " byes-given
  display " "
  display "Seed  Player                Season rate"
  perform varying en-idx from 1 by 1 until en-idx > en-count
    move en-seed-nb(en-idx) to seed-disp
    move en-season-rate(en-idx) to rate-disp
    display "  " seed-disp "  " en-name(en-idx) "  " rate-disp "%"
  end-perform
  display " "
  display "Round 1:"
  perform varying bt-idx from 1 by 1 until bt-idx > bracket-size / 2
    if bt-state(bt-idx) = "B"
      move bt-seed-nb-1(bt-idx) to seed-disp
      display "  (" seed-disp ") " bt-player-1(bt-idx) "  bye"
    else
      move bt-seed-nb-1(bt-idx) to seed-disp
      move bt-seed-nb-2(bt-idx) to seed-disp-2
      display "  (" seed-disp ") " bt-player-1(bt-idx) " v ("
          seed-disp-2 ") " bt-player-2(bt-idx)
    end-if
  end-perform
  display "Ready matches are played as T-command matches on the"
      " tournament tier; results advance the bracket automatically."
  .

  end program tournament-maint.
