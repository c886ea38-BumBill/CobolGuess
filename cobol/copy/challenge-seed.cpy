*> challenge-seed.cpy - one record per tier per day, written by the
*> first daily-challenge round drawn on that tier that day. Every later
*> challenge round on the tier that day takes cs-target-nb instead of
*> drawing its own, which is what makes the challenge board a fair
*> comparison. cs-seed is the timestamp the target was drawn from, kept
*> for the audit trail the same way gl-seed is. Should two kiosks both
*> append a row for the same day and tier, the first row in the file is
*> the one that counts.
01 challenge-seed-record.
    05 cs-date          pic 9(8).
    05 cs-range-max     pic 99.
    05 cs-seed          pic 9(16).
    05 cs-target-nb     pic 99.
