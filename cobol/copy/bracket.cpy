*> bracket.cpy - one record per bracket match, every round written by
*> tournament-maint DRAW in round and slot order. The winner of round
*> r slot k goes to round r+1 slot (k+1)/2, seat 1 from an odd slot
*> and seat 2 from an even one. bk-state: P waiting on an earlier
*> round; R both seats filled, to be played as a T-command match on
*> bk-range-max; B a first-round bye, decided at the draw; W decided.
*> A match nobody won is counted in bk-draws and stays R until it is
*> replayed. bk-seed is the round key of the deciding match.
01 bracket-record.
    05 bk-tourn-id      pic x(8).
    05 bk-range-max     pic 99.
    05 bk-round         pic 9.
    05 bk-slot          pic 99.
    05 bk-player-1      pic x(20).
    05 bk-seed-nb-1     pic 99.
    05 bk-player-2      pic x(20).
    05 bk-seed-nb-2     pic 99.
    05 bk-state         pic x.
        88 bk-pending       value "P".
        88 bk-ready         value "R".
        88 bk-bye           value "B".
        88 bk-decided       value "W".
    05 bk-winner        pic x(20).
    05 bk-draws         pic 99.
    05 bk-seed          pic 9(16).
