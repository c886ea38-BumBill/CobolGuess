       >>source format is free
identification division.
program-id. leaderboard-csv.
environment division.
