000102*  2026-08-22  RTC  ADDED THE GAME SCORE COMPUTED BY HANGMAN
000104*                   FROM DIFFICULTY, WORD LENGTH, WRONG
000106*                   GUESSES AND DURATION.  ZERO FOR A LOSS.
000107*  2026-10-15  RTC  ADDED THE GAME ID ASSIGNED BY HANGMAN FROM
000107*                   THE GAMESEQ CONTROL FILE, THE PLAYER ID AND
000107*                   THE WORD'S DIFFICULTY.  THE GAME ID IS THE
000107*                   KEY GAMRECON MATCHES THE FEED ON.
000108*  2026-10-15  RTC  ADDED THE ID OF THE RULE SET (GAMERULE) THE
000108*                   GAME WAS PLAYED AND SCORED UNDER.  BLANK ON
000108*                   RECORDS WRITTEN BEFORE RULE SETS EXISTED,
000108*                   WHICH WERE ALL PLAYED UNDER THE STANDARD
000109*                   RULES.
000109*  2026-10-15  RTC  ADDED THE DAILY CHALLENGE FLAG - Y WHEN THE
000109*                   GAME WAS THE DAY'S CHALLENGE WORD (DAYCHAL),
000109*                   N FOR AN ORDINARY ROUND, BLANK ON OLDER ONES.
000110*-----------------------------------------------------------------
000120 01  GAMESTAT-RECORD.
000130     05  GSREC-WORD                  PIC X(20).
000180     05  GSREC-GAME-DATE             PIC 9(08).
000190     05  GSREC-GAME-TIME             PIC 9(06).
000200     05  GSREC-SCORE                 PIC 9(05).
000202     05  GSREC-GAME-ID               PIC 9(09).
000204     05  GSREC-PLAYER-ID             PIC X(10).
000206     05  GSREC-DIFFICULTY            PIC X(01).
000208     05  GSREC-RULE-SET-ID           PIC X(08).
000210     05  GSREC-CHALLENGE-FLAG        PIC X(01).
000212         88  GSREC-DAILY-CHALLENGE   VALUE "Y".
