*> gamelog.dat key instead of splitting into three histories.
*> Maintained by player-maint (register / deactivate / merge), plain
*> line-sequential layout like leaderboard.cpy, rewritten whole.
*> pr-team-code is the player's current team, set by the player-maint
*> TEAM- actions; spaces for no team, which is also how rows written
*> before teams existed read back. Which team a past round counts for
*> is decided from teammember.dat, not from this field.
01 player-registry-record.
    05 pr-player-name   pic x(20).
    05 pr-active-flag   pic x.
      88 pr-active     value "A".
      88 pr-inactive   value "I".
    05 pr-team-code     pic x(6).
