*> extract-control.cpy - the one-record high-water-mark file
*> (extractctl.dat) warehouse-extract keeps between runs. The marks
*> are round-key seeds - the same YYYYMMDDHHMMSSCC timestamp log-game
*> stamps on gl-seed, dl-seed and ml-seed - so "added since the last
*> extract" is "seed above the mark", whichever file the row now lives
*> in. xc-prev-* are the marks the run for xc-run-date started from and
*> xc-cutoff the ceiling it applied, kept so a rerun of that same
*> night selects exactly the same rows again; xc-last-* are the marks
*> it finished on, where the next night's run starts. The record is
*> only replaced once the night's extract file has closed cleanly.
01 extract-control-record.
    05 xc-run-date       pic 9(8).
    05 xc-cutoff         pic 9(16).
    05 xc-prev-gamelog   pic 9(16).
    05 xc-prev-detail    pic 9(16).
    05 xc-prev-match     pic 9(16).
    05 xc-last-gamelog   pic 9(16).
    05 xc-last-detail    pic 9(16).
    05 xc-last-match     pic 9(16).
    05 xc-completed-at   pic 9(14).
