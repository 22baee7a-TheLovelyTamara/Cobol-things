000010*-----------------------------------------------------------------
000020*  ABANDON.CPY
000030*
000040*  RECORD LAYOUT FOR THE ABANDONED-GAME FILE.  ONE RECORD IS
000050*  APPENDED FOR EVERY GAME THAT WAS STARTED BUT NEVER WON OR
000060*  LOST, SHOWING HOW FAR THE PLAYER GOT.  THE REASON CODE SAYS
000070*  WHO SAW IT GO:
000080*
000090*      Q - HANGMAN, WHEN THE PLAYER QUIT THE GAME OR DECLINED TO
000100*          RESUME AN INTERRUPTED ONE.  DATE AND TIME ARE WHEN
000110*          THE GAME WAS GIVEN UP.
000120*      S - CKPTSWEP, WHEN IT SWEPT THE STALE CHECKPOINT OF A
000130*          SESSION THAT DIED MID-GAME.  THE DATE IS THE
000140*          CHECKPOINT'S STAMP DATE AND THE TIME IS ZERO.
000150*
000160*  LETTERS REVEALED IS THE NUMBER OF POSITIONS IN THE WORD THAT
000170*  WERE SHOWING WHEN THE GAME WAS ABANDONED.  ABANDRPT READS THE
000180*  FILE WITH THE COMPLETED-GAME HISTORY FOR ABANDONMENT RATES.
000190*
000200*  MODIFICATION HISTORY
000210*  DATE       INIT  DESCRIPTION
000220*  ---------  ----  ------------------------------------------
000230*  2026-10-15  RTC  ORIGINAL COPYBOOK.
000240*-----------------------------------------------------------------
000250 01  ABANDONED-GAME-RECORD.
000260     05  ABREC-GAME-ID               PIC 9(09).
000270     05  ABREC-PLAYER-ID             PIC X(10).
000280     05  ABREC-WORD                  PIC X(20).
000290     05  ABREC-DIFFICULTY            PIC X(01).
000300     05  ABREC-WRONG-COUNT           PIC 9(03).
000310     05  ABREC-LETTERS-REVEALED      PIC 9(03).
000320     05  ABREC-WORD-LENGTH           PIC 9(03).
000330     05  ABREC-GUESS-COUNT           PIC 9(03).
000340     05  ABREC-ABANDON-DATE          PIC 9(08).
000350     05  ABREC-ABANDON-TIME          PIC 9(06).
000360     05  ABREC-REASON                PIC X(01).
000370         88  ABREC-QUIT              VALUE "Q".
000380         88  ABREC-SWEPT             VALUE "S".
