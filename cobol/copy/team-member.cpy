*> team-member.cpy - team membership history, one record per
*> assignment, appended by player-maint TEAM-ASSIGN and TEAM-MOVE and
*> never rewritten except by MERGE. A player is on the team of their
*> latest row whose mb-effective is on or before the day in question,
*> so a round is credited to the team the player was on when it was
*> played, whatever team they are on now. pr-team-code on the registry
*> is only the current team. mb-action is A for a first assignment,
*> M for a move.
01 team-member-record.
    05 mb-player-name   pic x(20).
    05 mb-team-code     pic x(6).
    05 mb-effective     pic 9(8).
    05 mb-action        pic x.
        88 mb-assigned      value "A".
        88 mb-moved         value "M".
