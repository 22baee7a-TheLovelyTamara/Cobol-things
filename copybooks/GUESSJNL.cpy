000010*-----------------------------------------------------------------
000020*  GUESSJNL.CPY
000030*
000040*  RECORD LAYOUT FOR THE GUESS JOURNAL.  HANGMAN APPENDS ONE
000050*  RECORD FOR EVERY ACCEPTED GUESS - THE GAME, THE PLAYER AND
000060*  WORD, THE GUESS'S SEQUENCE NUMBER WITHIN THE GAME, THE LETTER,
000070*  WHETHER IT HIT OR MISSED, AND WHEN IT WAS MADE.  GAMEARCH
000080*  MOVES EACH DAY'S RECORDS TO THE JOURNAL HISTORY FILE
000090*  (GJNLHIST).  GUESSRPT AND REPLAY READ BOTH FILES.
000100*
000110*  MODIFICATION HISTORY
000120*  DATE       INIT  DESCRIPTION
000130*  ---------  ----  ------------------------------------------
000140*  2026-10-15  RTC  ORIGINAL COPYBOOK.
000150*-----------------------------------------------------------------
000160 01  GUESS-JOURNAL-RECORD.
000170     05  GJREC-GAME-ID               PIC 9(09).
000180     05  GJREC-PLAYER-ID             PIC X(10).
000190     05  GJREC-WORD                  PIC X(20).
000200     05  GJREC-DIFFICULTY            PIC X(01).
000210     05  GJREC-GUESS-SEQ             PIC 9(03).
000220     05  GJREC-LETTER                PIC X(01).
000230     05  GJREC-OUTCOME               PIC X(01).
000240         88  GJREC-HIT               VALUE "H".
000250         88  GJREC-MISS              VALUE "M".
000260     05  GJREC-GUESS-DATE            PIC 9(08).
000270     05  GJREC-GUESS-TIME            PIC 9(06).
