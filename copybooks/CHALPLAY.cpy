000010*-----------------------------------------------------------------
000020*  CHALPLAY.CPY
000030*
000040*  RECORD LAYOUT FOR THE DAILY CHALLENGE ATTEMPT FILE.  INDEXED,
000050*  KEYED BY THE CHALLENGE DATE AND THE PLAYER ID, SO A PLAYER
000060*  CAN HOLD ONLY ONE ATTEMPT PER DATE.  HANGMAN WRITES THE
000070*  RECORD THE MOMENT THE PLAYER CHOOSES THE CHALLENGE - BEFORE
000080*  THE WORD IS SHOWN - SO A QUIT OR INTERRUPTED CHALLENGE STILL
000090*  COUNTS AS THE DAY'S ATTEMPT, AND FILLS IN THE GAME ID ONCE
000100*  THE GAME IS STARTED.  A RESUMED GAME IS A CHALLENGE GAME ONLY
000110*  IF ITS GAME ID MATCHES THE PLAYER'S ATTEMPT FOR THE DAY.
000130*
000140*  MODIFICATION HISTORY
000150*  DATE       INIT  DESCRIPTION
000160*  ---------  ----  ------------------------------------------
000170*  2026-10-15  RTC  ORIGINAL COPYBOOK.
000180*-----------------------------------------------------------------
000190 01  CHALLENGE-ATTEMPT-RECORD.
000200     05  CPREC-KEY.
000210         10  CPREC-CHALLENGE-DATE    PIC 9(08).
000220         10  CPREC-PLAYER-ID         PIC X(10).
000230     05  CPREC-GAME-ID               PIC 9(09).
000240     05  CPREC-CLAIM-TIME            PIC 9(06).
