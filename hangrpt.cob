000160* 2026-08-09  RTC  ORIGINAL VERSION.
000170* 2026-08-22  RTC  THE SUMMARY NOW SHOWS THE AVERAGE AND HIGH
000180*                  GAME SCORE CARRIED ON THE GAMESTAT RECORD.
000181* 2026-10-15  RTC  RECORD LENGTH PICKED UP THE GAME ID, PLAYER
000182*                  ID AND DIFFICULTY ADDED TO GAMESTAT.
000183* 2026-10-15  RTC  GAMESTAT RECORD LENGTH PICKED UP THE RULE-SET
000184*                  ID ADDED AT THE END OF THE RECORD.
000185* 2026-10-15  RTC  GAMESTAT RECORD LENGTH PICKED UP THE DAILY
000186*                  CHALLENGE FLAG ADDED AT THE END OF THE RECORD.
000190*-----------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  GAMESTAT-FILE
000300     RECORD CONTAINS 72 CHARACTERS.
000310     COPY GAMESTAT.
000320*
000330 WORKING-STORAGE SECTION.
