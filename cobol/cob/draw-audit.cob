       >>source format is free
identification division.
program-id. draw-audit.
environment division.
    select match-log-file assign to "matchlog.dat"
        organization is line sequential
        file status is ml-status.
    select challenge-seed-file assign to "challengeseed.dat"
        organization is line sequential
        file status is cs-status.
    select match-work-file assign to "draw-match.wrk"
        organization is line sequential
        file status is mw-status.
    select incident-work-file assign to "draw-incident.wrk"
        organization is line sequential
        file status is iw-status.
    select match-sort-file assign to "draw-match.srt".
    select round-sort-file assign to "draw-round.srt".
data division.
file section.
fd game-log-file.
fd match-log-file.
copy "matchlog.cpy".

fd challenge-seed-file.
copy "challenge-seed.cpy".

*> matchlog.dat in seed order, walked alongside the sorted rounds.
fd match-work-file.
copy "matchlog.cpy" replacing ==match-log-record==
    by ==match-work-record== leading ==ml-== by ==mw-==.

*> Duplicate-seed findings, held until the tier sections have printed.
fd incident-work-file.
01 incident-line         pic x(132).

sd match-sort-file.
copy "matchlog.cpy" replacing ==match-log-record==
    by ==match-sort-record== leading ==ml-== by ==ms-==.

*> Every gamelog row across the live log and all archives, in seed
*> order - a seed's rows come back together however many there are.
sd round-sort-file.
01 round-sort-record.
    05 rd-seed           pic 9(16).
    05 rd-target         pic 99.
    05 rd-range          pic 99.
    05 rd-kind           pic x.

working-storage section.
01 gl-status             pic xx value spaces.
01 ls-status             pic xx value spaces.
01 ml-status             pic xx value spaces.
01 cs-status             pic xx value spaces.
01 log-read-name         pic x(40) value spaces.

*> Run parameter - deviation tolerance in percent. A tier whose worst
01 archive-dup-idx       pic 999 value 0.
01 archive-dup-flag      pic 9 value 0.

01 mw-status             pic xx value spaces.
01 iw-status             pic xx value spaces.
01 match-work-path       pic x(40) value "draw-match.wrk".
01 incident-work-path    pic x(40) value "draw-incident.wrk".
01 sort-eof-flag         pic 9 value 0.
01 first-row-flag        pic 9 value 0.
01 incident-open-flag    pic 9 value 0.

*> One distinct gl-seed at a time off the round sort. A head-to-head
*> match legitimately writes two gamelog rows with the one seed, so
*> raw row counts cannot flag duplicates by themselves - sd-rows is
*> compared against what matchlog.dat says the round should have
*> produced.
01 sd-seed               pic 9(16) value 0.
01 sd-rows               pic 999 value 0.
01 sd-target             pic 99 value 0.
01 sd-range              pic 99 value 0.
01 sd-kind               pic x value space.

*> The matchlog seed group the rounds have reached, with how many
*> matches it holds - two matches drawn in the same hundredth of a
*> second is itself a duplicate-draw incident.
01 match-eof-flag        pic 9 value 0.
01 match-open-flag       pic 9 value 0.
01 mt-seed               pic 9(16) value 0.
01 mt-matches            pic 999 value 0.
01 match-found-flag      pic 9 value 0.

*> Per-tier target distribution, tallied once per distinct round (not
*> per gamelog row - a match's two rows are one draw). Tier subscript:
*> 99 can terminate the PERFORM instead of wrapping to zero.
01 target-idx            pic 999 value 0.
01 unattributed-rounds   pic 9(7) value 0.
*> The draw being tallied - a distinct gamelog round, or one day's
*> challenge draw on a tier.
01 draw-range-max        pic 99 value 0.
01 draw-target-nb        pic 99 value 0.

*> Daily-challenge rounds all share their tier's one draw for the day,
*> so they are tallied once per day and tier from challengeseed.dat
*> instead of once per gamelog row. The file is appended in date
*> order; the first row for a day and tier is the draw main.cob used,
*> so a second row for the same day (two kiosks racing for the first
*> draw) is not counted again.
01 challenge-draws       pic 9(7) value 0.
01 last-challenge-date   pic 9(8) occurs 3 value 0.

01 tier-range-max        pic 99 value 0.
01 tier-label            pic x(6).
    stop run
  end-if
  perform load-archive-table
  perform sort-match-seeds
  perform load-challenge-draws
  perform open-incident-file
  sort round-sort-file
      on ascending key rd-seed
      with duplicates in order
      input procedure is release-log-rows
      output procedure is tally-seeds
  call "CBL_DELETE_FILE" using match-work-path
  display "===== DRAW-FAIRNESS AUDIT ====="
  display "Deviation tolerance: " tolerance-pct "%"
  move 1 to tier-idx
  move 9 to tier-range-max
  move "EASY" to tier-label
  move 99 to tier-range-max
  move "HARD" to tier-label
  perform audit-tier
  if challenge-draws > 0
    display " "
    display "Daily-challenge draws counted once per day and tier: "
        challenge-draws
  end-if
  if unattributed-rounds > 0
    display " "
    display "Rounds with no recorded tier (pre-conversion rows): "
  end-if
  .

*> An empty work file stands in for a missing matchlog.dat - every
*> seed then has no match behind it.
sort-match-seeds.
  open input match-log-file
  if ml-status = "00"
    close match-log-file
    sort match-sort-file
        on ascending key ms-seed
        using match-log-file
        giving match-work-file
  else
    open output match-work-file
    close match-work-file
  end-if
  .

open-incident-file.
  move 0 to incident-open-flag
  open output incident-work-file
  if iw-status = "00"
    move 1 to incident-open-flag
  else
    display "WARNING: cannot write draw-incident.wrk (status "
        iw-status ") - duplicate seeds go out as they are found"
  end-if
  .

load-challenge-draws.
  move 0 to challenge-draws
  open input challenge-seed-file
  if cs-status = "00"
    perform until cs-status not = "00"
      read challenge-seed-file next record
        at end
          continue
        not at end
          perform tally-challenge-draw
      end-read
    end-perform
    close challenge-seed-file
  end-if
  .

tally-challenge-draw.
  evaluate cs-range-max
    when 9
      move 1 to tier-idx
    when 50
      move 2 to tier-idx
    when 99
      move 3 to tier-idx
    when other
      move 0 to tier-idx
  end-evaluate
  if tier-idx > 0
    if cs-date not = last-challenge-date(tier-idx)
      move cs-date to last-challenge-date(tier-idx)
      move cs-range-max to draw-range-max
      move cs-target-nb to draw-target-nb
      perform tally-distribution
      add 1 to challenge-draws
    end-if
  end-if
  .

release-log-rows.
  perform varying archive-idx from 1 by 1 until archive-idx > archive-count
    move archive-name-entry(archive-idx) to log-read-name
    perform scan-log-file
  end-perform
  move "gamelog.dat" to log-read-name
  perform scan-log-file
  .

scan-log-file.
  open input game-log-file
  if gl-status = "00"
        at end
          continue
        not at end
          move gl-seed to rd-seed
          move gl-target-nb to rd-target
          move gl-range-max to rd-range
          move gl-round-kind to rd-kind
          release round-sort-record
      end-read
    end-perform
    close game-log-file
  end-if
  .

*> The first row of each seed stands for the draw - its target and
*> tier go into the distribution once, however many rows share it.
tally-seeds.
  move 0 to match-eof-flag
  move 0 to match-open-flag
  open input match-work-file
  if mw-status = "00"
    move 1 to match-open-flag
    perform read-match-row
  else
    move 1 to match-eof-flag
  end-if
  perform next-match-group
  move 0 to sort-eof-flag
  move 1 to first-row-flag
  perform until sort-eof-flag = 1
    return round-sort-file
      at end
        move 1 to sort-eof-flag
      not at end
        if first-row-flag = 0 and rd-seed not = sd-seed
          perform close-seed
        end-if
        if first-row-flag = 1 or rd-seed not = sd-seed
          move 0 to first-row-flag
          move rd-seed to sd-seed
          move 0 to sd-rows
          move rd-target to sd-target
          move rd-range to sd-range
          move rd-kind to sd-kind
        end-if
        add 1 to sd-rows
    end-return
  end-perform
  if first-row-flag = 0
    perform close-seed
  end-if
  if match-open-flag = 1
    close match-work-file
  end-if
  if incident-open-flag = 1
    close incident-work-file
  end-if
  .

close-seed.
  if sd-kind not = "C"
    move sd-range to draw-range-max
    move sd-target to draw-target-nb
    perform tally-distribution
  end-if
  perform until mt-seed >= sd-seed
      or (match-eof-flag = 1 and mt-seed = 0)
    perform next-match-group
  end-perform
  if mt-seed = sd-seed and mt-matches > 0
    move 1 to match-found-flag
  else
    move 0 to match-found-flag
  end-if
  perform judge-seed-row
  .

read-match-row.
  read match-work-file next record
    at end
      move 1 to match-eof-flag
  end-read
  if mw-status(1:1) not = "0"
    move 1 to match-eof-flag
  end-if
  .

*> Counts the run of matchlog rows on the next seed; past the last one
*> the group is empty with seed 0, which never matches a round.
next-match-group.
  move 0 to mt-matches
  if match-eof-flag = 1
    move 0 to mt-seed
  else
    move mw-seed to mt-seed
    perform until match-eof-flag = 1 or mw-seed not = mt-seed
      add 1 to mt-matches
      perform read-match-row
    end-perform
  end-if
  .

tally-distribution.
  evaluate draw-range-max
    when 9
      move 1 to tier-idx
    when 50
    add 1 to unattributed-rounds
  else
    add 1 to tier-rounds(tier-idx)
    if draw-target-nb >= 1 and draw-target-nb <= 99
      add 1 to td-count(tier-idx, draw-target-nb)
    end-if
  end-if
  .
audit-duplicate-seeds.
  display " "
  display "----- DUPLICATE SEEDS -----"
  if incident-open-flag = 1
    open input incident-work-file
    if iw-status = "00"
      perform until iw-status not = "00"
        read incident-work-file next record
          at end
            continue
          not at end
            display function trim(incident-line trailing)
        end-read
      end-perform
      close incident-work-file
    end-if
    call "CBL_DELETE_FILE" using incident-work-path
  end-if
  if duplicate-incidents = 0
    display "None - every round drew on a distinct timestamp"
  else
  .

judge-seed-row.
  if match-found-flag = 0
    move 1 to expected-rows
  else
    compute expected-rows = 2 * mt-matches
  end-if
*> Two rows on one seed with no pairing record is exactly what a
*> match logged before matchlog.dat existed looks like - the same
*> legacy carve-out guess-analysis gives keyless detail rows, so the
*> first audit over old data does not drown real duplicates in
*> history. Anything beyond that pattern is a genuine incident.
  if match-found-flag = 0 and sd-rows = 2
    add 1 to legacy-match-seeds
    move spaces to incident-line
    string "POSSIBLE PRE-PAIRING-LOG MATCH: seed " sd-seed
        " target " sd-target
        " range " sd-range
        " - 2 rows, no matchlog record"
        delimited by size into incident-line
    perform put-incident-line
  else
    if sd-rows > expected-rows
        or (match-found-flag = 1 and mt-matches > 1)
      add 1 to duplicate-incidents
      move spaces to incident-line
      string "DUPLICATE: seed " sd-seed
          " target " sd-target
          " range " sd-range
          " - " sd-rows " rows, " expected-rows
          " accounted for by matches"
          delimited by size into incident-line
      perform put-incident-line
    end-if
  end-if
  .

put-incident-line.
  if incident-open-flag = 1
    write incident-line
  else
    display function trim(incident-line trailing)
  end-if
  .

  end program draw-audit.
