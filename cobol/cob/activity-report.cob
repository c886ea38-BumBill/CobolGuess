       >>source format is free
identification division.
program-id. activity-report.
environment division.
