*> team.cpy - one record per team (in practice a department), written
*> by player-maint TEAM-CREATE. tm-team-code is the key every other
*> file carries - pr-team-code on the registry, mb-team-code on the
*> membership history and th-team-code on the season snapshots;
*> tm-team-name is only ever printed.
01 team-record.
    05 tm-team-code     pic x(6).
    05 tm-team-name     pic x(30).
    05 tm-created       pic 9(8).
