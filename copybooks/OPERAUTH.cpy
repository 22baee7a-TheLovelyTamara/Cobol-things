000010*-----------------------------------------------------------------
000020*  OPERAUTH.CPY
000030*
000040*  RECORD LAYOUT FOR THE OPERATOR AUTHORITY FILE.  ONE RECORD PER
000050*  OPERATOR, KEYED BY THE SIGN-ON USER ID, LISTING THE MAINTENANCE
000060*  FUNCTIONS THAT OPERATOR MAY RUN.  WORDMAINT, PLAYMNT, TOURNMNT,
000070*  RULEMNT, FILCOMIT, PLAYRBLD, MEMBIN AND CHALMNT LOOK THE USER
000080*  UP BEFORE ANY CHANGE AND REFUSE A FUNCTION NOT LISTED.  THE
000085*  FILE IS MAINTAINED BY AUTHMNT.
000090*
000100*  FUNCTION NAMES ARE THE ONES AUTHMNT KNOWS - WORD-ADD,
000110*  WORD-REMOVE, WORD-LOAD, PLAYER-ENROLL, PLAYER-DEACTIVATE,
000120*  TOURN-DEFINE, RULE-DEFINE, COMMIT-GAMESTAT, COMMIT-LBOARD,
000130*  COMMIT-WORDS, COMMIT-GUESSJNL, PLAYER-REBUILD, MEMBER-FEED,
000135*  CHALLENGE-DEFINE, COMMIT-GAMEHIST, COMMIT-LBHIST AND
000137*  AUTH-ADMIN.
000140*  ONLY THE FIRST OAREC-FUNCTION-COUNT ENTRIES ARE IN USE.
000150*
000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  ---------  ----  ------------------------------------------
000190*  2026-10-15  RTC  ORIGINAL COPYBOOK.
000195*  2026-10-15  RTC  ADDED PLAYER-REBUILD FOR PLAYRBLD.
000197*  2026-10-15  RTC  ADDED MEMBER-FEED FOR MEMBIN.
000198*  2026-10-15  RTC  ADDED CHALLENGE-DEFINE FOR CHALMNT.
000199*  2026-10-15  RTC  ADDED COMMIT-GAMEHIST/LBHIST FOR FILCOMIT.
000200*-----------------------------------------------------------------
000210 01  OPERATOR-AUTHORITY-RECORD.
000220     05  OAREC-USER-ID               PIC X(08).
000230     05  OAREC-FUNCTION-COUNT        PIC 9(02).
000240     05  OAREC-FUNCTION              PIC X(18)
000250                                     OCCURS 20 TIMES.
000260     05  OAREC-CHANGED-DATE          PIC 9(08).
000270     05  OAREC-CHANGED-BY            PIC X(08).
