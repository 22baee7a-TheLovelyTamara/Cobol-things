000010*-----------------------------------------------------------------
000020*  HISTSUMM.CPY
000030*
000040*  RECORD LAYOUT FOR THE PERMANENT MONTHLY SUMMARY FILE WRITTEN
000050*  BY THE HISTROLL MONTH-END ROLLUP.  WHEN A MONTH'S DETAIL IS
000060*  OFFLOADED FROM GAMEHIST AND LBHIST TO THE YEARLY ARCHIVES,
000070*  THE MONTH IS SUMMARIZED HERE FIRST, ONE RECORD PER PLAYER,
000080*  WORD, DAY, DIFFICULTY LEVEL AND HOUR OF DAY, AND THE REPORTS
000090*  THAT RUN OVER THE WHOLE HISTORY READ THESE RECORDS IN PLACE
000100*  OF THE DETAIL THAT HAS GONE.
000110*
000120*  THE PLAYER, WORD, DAY AND LEVEL RECORDS ARE BUILT FROM LBHIST
000130*  (THE ONLY HISTORY CARRYING DURATIONS).  THE HOUR RECORDS ARE
000140*  BUILT FROM GAMEHIST (THE ONLY HISTORY CARRYING THE GAME TIME)
000150*  AND CARRY NO DURATIONS.  EVERY VIEW OF A MONTH TOTALS TO THE
000160*  SAME GAMES, WINS, LOSSES, GUESSES AND SCORE - HISTROLL PROVES
000170*  IT BEFORE THE DETAIL LEAVES.  A GAME TIME WITH AN HOUR ABOVE
000180*  23 IS KEPT UNDER HOUR 99 SO THE HOUR VIEW STILL BALANCES.
000190*
000200*  THE MONTHS ON THIS FILE ARE EXACTLY THE MONTHS NO LONGER ON
000210*  GAMEHIST AND LBHIST - THE HIGHEST MONTH HERE IS THE POINT UP
000220*  TO WHICH THE READERS TAKE THE SUMMARIES AND AFTER WHICH THEY
000230*  TAKE THE DETAIL.
000240*
000250*  MODIFICATION HISTORY
000260*  DATE       INIT  DESCRIPTION
000270*  ---------  ----  ------------------------------------------
000280*  2026-10-15  RTC  ORIGINAL COPYBOOK.
000290*-----------------------------------------------------------------
000300 01  HIST-SUMMARY-RECORD.
000310     05  SMREC-MONTH                 PIC 9(06).
000320     05  SMREC-TYPE                  PIC X(01).
000330         88  SMREC-BY-PLAYER         VALUE "P".
000340         88  SMREC-BY-WORD           VALUE "W".
000350         88  SMREC-BY-DAY            VALUE "D".
000360         88  SMREC-BY-LEVEL          VALUE "L".
000370         88  SMREC-BY-HOUR           VALUE "H".
000380     05  SMREC-KEY                   PIC X(20).
000390     05  SMREC-DAY-KEY               REDEFINES SMREC-KEY.
000400         10  SMREC-DAY-DATE          PIC 9(08).
000410         10  FILLER                  PIC X(12).
000420     05  SMREC-HOUR-KEY              REDEFINES SMREC-KEY.
000430         10  SMREC-HOUR-SPLIT        PIC X(01).
000440             88  SMREC-WEEKDAY-HOUR  VALUE "D".
000450             88  SMREC-WEEKEND-HOUR  VALUE "E".
000460         10  SMREC-HOUR              PIC 9(02).
000470         10  FILLER                  PIC X(17).
000480     05  SMREC-GAMES                 PIC 9(07).
000490     05  SMREC-WINS                  PIC 9(07).
000500     05  SMREC-LOSSES                PIC 9(07).
000510     05  SMREC-TOTAL-GUESSES         PIC 9(09).
000520     05  SMREC-WIN-GUESSES           PIC 9(09).
000530     05  SMREC-TOTAL-SCORE           PIC 9(11).
000540     05  SMREC-BEST-SCORE            PIC 9(05).
000550     05  SMREC-TOTAL-DURATION        PIC 9(11).
000560     05  SMREC-FASTEST-WIN           PIC 9(05).
000570     05  SMREC-LAST-GAME-DATE        PIC 9(08).
