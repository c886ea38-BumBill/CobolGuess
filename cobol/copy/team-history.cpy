*> team-history.cpy - one record per team per tier per closed season,
*> appended by season-close next to the individual rows it writes to
*> seasonhistory.dat, ranked the way team-standings ranks - seasonal
*> win rate, then wins, then team code. th-players is the number of
*> team members with a counted round on the tier that season;
*> th-top-player is the member with the most wins for the team.
*> th-closed-at is the close-out stamp, the same value as sh-closed-at.
01 team-history-record.
    05 th-season        pic x(8).
    05 th-range-max     pic 99.
    05 th-rank          pic 999.
    05 th-team-code     pic x(6).
    05 th-wins          pic 9(5).
    05 th-losses        pic 9(5).
    05 th-win-rate      pic 999v99.
    05 th-players       pic 999.
    05 th-top-player    pic x(20).
    05 th-top-wins      pic 9(5).
    05 th-closed-at     pic 9(16).
