       >>source format is free
identification division.
program-id. guess-report.
environment division.
    select game-log-file assign to "gamelog.dat"
        organization is line sequential
        file status is gl-status.
    select player-sort-file assign to "guess-report.srt".
data division.
file section.
fd game-log-file.
copy "gamelog.cpy".

sd player-sort-file.
01 player-sort-record.
    05 ps-player-name       pic x(20).
    05 ps-win-flag          pic 9.
    05 ps-end-counter       pic 999.

working-storage section.
01 gl-status            pic xx value spaces.
01 games-played         pic 9(7) value 0.
01 target-distribution  pic 9(7) occurs 99 value 0.
01 report-index         pic 999 value 0.

*> Per-player roll-up - the rounds are sorted by name and totalled a
*> player at a time on the way out of the sort, so there is no table
*> of players to fill up however many have played.
01 sort-eof-flag        pic 9 value 0.
01 first-row-flag       pic 9 value 0.
01 plt-name             pic x(20) value spaces.
01 plt-played           pic 9(7) value 0.
01 plt-won              pic 9(7) value 0.
01 plt-lost             pic 9(7) value 0.
01 plt-sum-counter-win  pic 9(9) value 0.
01 plt-sum-counter-loss pic 9(9) value 0.
01 plt-avg-counter-win  pic 9(7)v99 value 0.
01 plt-avg-counter-loss pic 9(7)v99 value 0.

procedure division.
main.
  sort player-sort-file
      on ascending key ps-player-name
      input procedure is release-rounds
      output procedure is print-report
  stop run
  .

release-rounds.
  open input game-log-file
  if gl-status = "00"
    perform until gl-status not = "00"
        at end
          continue
        not at end
*> Rounds round-void has taken back are no longer part of the record.
*> Challenge rounds share one target per tier per day, so counting
*> them would pile that day's number into the target spread.
          if not gl-void-round and not gl-challenge-round
            perform tally-record
          end-if
      end-read
    end-perform
    close game-log-file
  end-if
  .

tally-record.
    add 1 to games-lost
    add gl-end-counter to sum-counter-loss
  end-if
  move gl-player-name to ps-player-name
  move gl-win-flag to ps-win-flag
  move gl-end-counter to ps-end-counter
  release player-sort-record
  .

compute-stats.
  if games-lost > 0
    compute avg-counter-loss = sum-counter-loss / games-lost
  end-if
  .

*> The overall figures are complete once the sort has every round, so
*> they print first, then one line per player as each name's rounds
*> finish coming back out of the sort.
print-report.
  perform compute-stats
  display "===== GUESS-THE-NUMBER GAME REPORT ====="
  display "Games played:              " games-played
  display "Games won:                 " games-won
  end-perform
  display " "
  display "===== PER-PLAYER BREAKDOWN ====="
  move 0 to sort-eof-flag
  move 1 to first-row-flag
  perform until sort-eof-flag = 1
    return player-sort-file
      at end
        move 1 to sort-eof-flag
      not at end
        if first-row-flag = 0 and ps-player-name not = plt-name
          perform print-player-line
        end-if
        if first-row-flag = 1 or ps-player-name not = plt-name
          perform start-player
        end-if
        perform tally-player
    end-return
  end-perform
  if first-row-flag = 0
    perform print-player-line
  end-if
  .

start-player.
  move 0 to first-row-flag
  move ps-player-name to plt-name
  move 0 to plt-played
  move 0 to plt-won
  move 0 to plt-lost
  move 0 to plt-sum-counter-win
  move 0 to plt-sum-counter-loss
  .

tally-player.
  add 1 to plt-played
  if ps-win-flag = 1
    add 1 to plt-won
    add ps-end-counter to plt-sum-counter-win
  else
    add 1 to plt-lost
    add ps-end-counter to plt-sum-counter-loss
  end-if
  .

print-player-line.
  move 0 to plt-avg-counter-win
  move 0 to plt-avg-counter-loss
  if plt-won > 0
    compute plt-avg-counter-win = plt-sum-counter-win / plt-won
  end-if
  if plt-lost > 0
    compute plt-avg-counter-loss = plt-sum-counter-loss / plt-lost
  end-if
  display function trim(plt-name)
      " - played: " plt-played
      " won: " plt-won
      " lost: " plt-lost
      " avg counter (win): " plt-avg-counter-win
      " avg counter (loss): " plt-avg-counter-loss
  .

  end program guess-report.
