       >>source format is free
identification division.
program-id. archive-gamelog.
environment division.
