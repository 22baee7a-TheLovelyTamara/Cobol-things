000122*  2026-08-22  RTC  ADDED CONTROL TOTALS FOR THE LEADERBOARD
000124*                   FEED, WHICH GAMEARCH NOW TRIMS IN STEP
000126*                   WITH THE GAMESTAT PURGE.
000127*  2026-10-15  RTC  ADDED HASH TOTALS OF THE GAME IDS MOVED ON
000127*                   EACH SIDE - THE SAME GAMES MUST LEAVE BOTH
000128*                   FILES FOR THE ARCHIVE TO BALANCE.
000128*  2026-10-15  RTC  ADDED CONTROL TOTALS FOR THE GUESS JOURNAL,
000129*                   WHICH GAMEARCH NOW TRIMS WITH THE OTHER TWO.
000130*-----------------------------------------------------------------
000140 01  CONTROL-TOTALS-RECORD.
000150     05  CTREC-RUN-DATE              PIC 9(08).
000250     05  CTREC-BALANCE-FLAG          PIC X(01).
000260         88  CTREC-IN-BALANCE        VALUE "Y".
000270         88  CTREC-OUT-OF-BALANCE    VALUE "N".
000272     05  CTREC-GAME-ID-HASH          PIC 9(15).
000274     05  CTREC-FEED-ID-HASH          PIC 9(15).
000276     05  CTREC-JOURNAL-READ          PIC 9(07).
000278     05  CTREC-JOURNAL-MOVED         PIC 9(07).
000280     05  CTREC-JOURNAL-REMAINING     PIC 9(07).
