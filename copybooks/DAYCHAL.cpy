000010*-----------------------------------------------------------------
000020*  DAYCHAL.CPY
000030*
000040*  RECORD LAYOUT FOR THE DAILY CHALLENGE CONTROL FILE.  ONE
000050*  RECORD ASSIGNS ONE WORD FROM THE WORDS FILE TO ONE CALENDAR
000060*  DATE (ACTION S), OR WITHDRAWS THE DATE'S CHALLENGE (ACTION
000070*  C).  EVERY PLAYER WHO TAKES THE DAILY CHALLENGE ON THAT DATE
000080*  GETS THE SAME WORD, AND HANGMAN KEEPS THE WORD OUT OF THE
000090*  ORDINARY RANDOM PICK ON ITS DATE.  THE FILE IS APPENDED TO BY
000100*  CHALMNT ONLY, AHEAD OF THE DATE; RECORDS ARE NEVER CHANGED
000110*  ONCE WRITTEN.  WHEN A DATE HAS MORE THAN ONE RECORD THE LAST
000120*  ONE ON THE FILE IS THE ONE IN FORCE.
000130*
000140*  MODIFICATION HISTORY
000150*  DATE       INIT  DESCRIPTION
000160*  ---------  ----  ------------------------------------------
000170*  2026-10-15  RTC  ORIGINAL COPYBOOK.
000180*-----------------------------------------------------------------
000190 01  DAILY-CHALLENGE-RECORD.
000200     05  DCREC-CHALLENGE-DATE        PIC 9(08).
000210     05  DCREC-ACTION                PIC X(01).
000220         88  DCREC-SET               VALUE "S".
000230         88  DCREC-CLEARED           VALUE "C".
000240     05  DCREC-WORD                  PIC X(20).
000250     05  DCREC-DEFINED-DATE          PIC 9(08).
000260     05  DCREC-DEFINED-TIME          PIC 9(06).
000270     05  DCREC-DEFINED-BY            PIC X(08).
