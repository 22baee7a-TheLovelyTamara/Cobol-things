000010*-----------------------------------------------------------------
000020*  GAMESEQ.CPY
000030*
000040*  RECORD LAYOUT FOR THE GAME ID SEQUENCE CONTROL FILE.  ONE
000050*  RECORD, KEYED BY A FIXED CONTROL KEY, HOLDS THE LAST GAME ID
000060*  HANDED OUT.  HANGMAN READS AND REWRITES IT EVERY TIME A WORD
000070*  IS PICKED, SO EVERY GAME STARTED - FINISHED OR NOT - USES UP
000080*  EXACTLY ONE ID, AND GAMRECON CAN ACCOUNT FOR EVERY ID IN THE
000090*  DAY'S RANGE.  THE STAMP SHOWS WHO TOOK THE LAST ID AND WHEN.
000100*
000110*  MODIFICATION HISTORY
000120*  DATE       INIT  DESCRIPTION
000130*  ---------  ----  ------------------------------------------
000140*  2026-10-15  RTC  ORIGINAL COPYBOOK.
000150*-----------------------------------------------------------------
000160 01  GAME-SEQUENCE-RECORD.
000170     05  SQREC-KEY                   PIC X(08).
000180         88  SQREC-GAME-ID-KEY       VALUE "GAMEID".
000190     05  SQREC-LAST-ID               PIC 9(09).
000200     05  SQREC-LAST-DATE             PIC 9(08).
000210     05  SQREC-LAST-TIME             PIC 9(06).
000220     05  SQREC-LAST-PLAYER           PIC X(10).
