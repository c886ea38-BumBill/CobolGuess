*> adjust-journal.cpy - one record per correction applied to the
*> books, appended by round-void. The before/after counts are the
*> leaderboard.dat row for the round's player and tier as the
*> correction found it and as it left it, lifetime and seasonal, so
*> every change made to the board outside of play can be traced back
*> to who made it, when, and why. A daily-challenge round was never on
*> the board; its correction is flagged "C", carries no board counts,
*> and lands on dailychallenge.dat instead. aj-reason is last so a
*> short reason trims.
01 adjust-journal-record.
    05 aj-run-date          pic 9(8).
    05 aj-run-time          pic 9(6).
    05 aj-operator          pic x(20).
    05 aj-action            pic x(8).
    05 aj-seed              pic 9(16).
    05 aj-range-max         pic 99.
    05 aj-player-name       pic x(20).
    05 aj-win-flag          pic 9.
    05 aj-season-flag       pic x.
        88 aj-in-season         value "S".
    05 aj-source-file       pic x(40).
    05 aj-before-counts.
        10 aj-before-wins          pic 9(5).
        10 aj-before-losses        pic 9(5).
        10 aj-before-best          pic 999.
        10 aj-before-season-wins   pic 9(5).
        10 aj-before-season-losses pic 9(5).
        10 aj-before-season-best   pic 999.
    05 aj-after-counts.
        10 aj-after-wins           pic 9(5).
        10 aj-after-losses         pic 9(5).
        10 aj-after-best           pic 999.
        10 aj-after-season-wins    pic 9(5).
        10 aj-after-season-losses  pic 9(5).
        10 aj-after-season-best    pic 999.
    05 aj-board-flag        pic x.
        88 aj-no-board-row      value "N".
        88 aj-challenge-board   value "C".
    05 aj-reason            pic x(60).
