*> interrupted browser session can resume instead of restarting at
*> COUNTER=999. cp-seed-value is the timestamp seed-random captured
*> when the round was drawn - the age of the row, for the sweep that
*> expires sessions nobody came back for. cp-challenge-mode is 1 while
*> the row holds a daily-challenge round; rows saved before it existed
*> read back with a space there and resume as ordinary rounds.
01 checkpoint-record.
    05 cp-random-nb   pic 99.
    05 cp-counter     pic 999.
        10 cp-mp-last-guess    pic 99.
        10 cp-mp-attempt-seq   pic 99.
        10 cp-mp-tried-numbers pic 9 occurs 99.
    05 cp-challenge-mode pic 9.
