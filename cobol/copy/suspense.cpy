*> suspense.cpy - one record per round result that could not be booked
*> onto leaderboard.dat (suspense.dat). main.cob writes one when the
*> end-of-round board rewrite fails and checkpoint-sweep one per swept
*> loss it could not book; the round itself is already in gamelog.dat,
*> so this is the operator's list of board rows still owed a result.
*> batch-driver counts the file after every step and flags it in
*> runaudit.dat until the operator has booked the rows and emptied it.
*> su-reason says which stage of the rewrite failed - OPEN-NEW,
*> READ-BOARD, WRITE-NEW or RENAME - and su-file-status the status
*> that stage came back with (spaces for a failed rename).
01 suspense-record.
    05 su-logged-at      pic 9(14).
    05 su-program        pic x(20).
    05 su-reason         pic x(12).
    05 su-file-status    pic xx.
    05 su-player-name    pic x(20).
    05 su-range-max      pic 99.
    05 su-seed           pic 9(16).
    05 su-win-flag       pic 9.
    05 su-end-counter    pic 999.
