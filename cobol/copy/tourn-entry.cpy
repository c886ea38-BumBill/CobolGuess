*> tourn-entry.cpy - one record per entrant per tournament, in the
*> order tournament-maint CREATE listed them. te-seed-nb is 0 until the
*> bracket is drawn, then the entrant's seed - 1 for the strongest on
*> the tournament tier's seasonal standings.
01 tourn-entry-record.
    05 te-tourn-id      pic x(8).
    05 te-player-name   pic x(20).
    05 te-seed-nb       pic 99.
