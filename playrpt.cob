000270* DATE       INIT  DESCRIPTION
000280* ---------  ----  -------------------------------------------
000290* 2026-09-03  RTC  ORIGINAL VERSION.
000291* 2026-10-15  RTC  RECORD LENGTH PICKED UP THE GAME ID AND
000292*                  DIFFICULTY ADDED TO THE LBOARD LAYOUT.
000293* 2026-10-15  RTC  LEADERBOARD RECORD LENGTH PICKED UP THE
000294*                  RULE-SET ID ADDED AT THE END OF THE RECORD.
000295* 2026-10-15  RTC  LEADERBOARD RECORD LENGTH PICKED UP THE WRONG-
000296*                  GUESS COUNT AND DAILY CHALLENGE FLAG ADDED AT
000297*                  THE END OF THE RECORD.
000300*-----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  LEADERBOARD-FILE
000460     RECORD CONTAINS 74 CHARACTERS.
000470     COPY LBOARD.
000480*
000490 FD  PLAYERS-FILE
