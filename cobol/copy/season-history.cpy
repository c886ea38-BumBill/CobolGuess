*> wall of fame is printed from. sh-season is the operator's period
*> label (e.g. 2026Q3) and is what makes a close-out run-once: a
*> season already present in this file cannot be closed again.
*> sh-closed-at is the close-out run's timestamp, in the same
*> YYYYMMDDHHMMSSCC form as gl-seed, so a round can be placed before or
*> after the last close; rows written by earlier closes read back as
*> spaces.
01 season-history-record.
    05 sh-season        pic x(8).
    05 sh-range-max     pic 99.
    05 sh-losses        pic 9(5).
    05 sh-best-counter  pic 999.
    05 sh-win-rate      pic 999v99.
    05 sh-closed-at     pic 9(16).
