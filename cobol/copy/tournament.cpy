*> tournament.cpy - one record per tournament, written by
*> tournament-maint CREATE and kept after the final so finished
*> tournaments and their champions stay on file. tn-state: E entrants
*> listed, bracket not yet drawn; D drawn and in play; F finished, with
*> the champion and the day the final was played. tn-size is the
*> bracket size - the entrant count rounded up to a power of two, the
*> difference being first-round byes.
01 tournament-record.
    05 tn-tourn-id      pic x(8).
    05 tn-range-max     pic 99.
    05 tn-state         pic x.
        88 tn-entered       value "E".
        88 tn-drawn         value "D".
        88 tn-finished      value "F".
    05 tn-entrants      pic 99.
    05 tn-size          pic 99.
    05 tn-created       pic 9(8).
    05 tn-finished-on   pic 9(8).
    05 tn-champion      pic x(20).
