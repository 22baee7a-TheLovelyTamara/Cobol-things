000010*-----------------------------------------------------------------
000020*  HISTCTL.CPY
000030*
000040*  RECORD LAYOUT FOR THE HISTORY ROLLUP CONTROL TOTALS FILE.  ONE
000050*  RECORD IS APPENDED BY EACH HISTROLL RUN, PROVING HOW MANY
000060*  GAMEHIST AND LBHIST RECORDS WERE READ, OFFLOADED TO THE
000070*  YEARLY ARCHIVES AND RETAINED ON THE WORK FILES, AND THAT THE
000080*  DETAIL OFFLOADED EQUALS WHAT THE MONTHLY SUMMARIES WRITTEN FOR
000090*  THE SAME MONTHS HOLD - THE SAME DISCIPLINE THE GAMECTL RECORD
000100*  GIVES THE DAILY ARCHIVE.  THE OFFLOADED COUNTS OF THE
000110*  IN-BALANCE RUNS ARE WHAT CTLAUDIT ADDS BACK TO THE HISTORY
000120*  FILES' COUNTS IN ITS CUMULATIVE CHECK.
000130*
000140*  MODIFICATION HISTORY
000150*  DATE       INIT  DESCRIPTION
000160*  ---------  ----  ------------------------------------------
000170*  2026-10-15  RTC  ORIGINAL COPYBOOK.
000180*-----------------------------------------------------------------
000190 01  HIST-CONTROL-RECORD.
000200     05  HCREC-RUN-DATE              PIC 9(08).
000210     05  HCREC-RETAIN-MONTHS         PIC 9(03).
000220     05  HCREC-FIRST-MONTH           PIC 9(06).
000230     05  HCREC-THROUGH-MONTH         PIC 9(06).
000240     05  HCREC-GAMEHIST-READ         PIC 9(09).
000250     05  HCREC-GAMEHIST-OFFLOADED    PIC 9(09).
000260     05  HCREC-GAMEHIST-RETAINED     PIC 9(09).
000270     05  HCREC-LBHIST-READ           PIC 9(09).
000280     05  HCREC-LBHIST-OFFLOADED      PIC 9(09).
000290     05  HCREC-LBHIST-RETAINED       PIC 9(09).
000300     05  HCREC-DETAIL-WINS           PIC 9(09).
000310     05  HCREC-DETAIL-GUESSES        PIC 9(11).
000320     05  HCREC-DETAIL-SCORE          PIC 9(11).
000330     05  HCREC-DETAIL-DURATION       PIC 9(11).
000340     05  HCREC-SUMMARY-RECORDS       PIC 9(07).
000350     05  HCREC-SUMMARY-GAMES         PIC 9(09).
000360     05  HCREC-SUMMARY-WINS          PIC 9(09).
000370     05  HCREC-SUMMARY-GUESSES       PIC 9(11).
000380     05  HCREC-SUMMARY-SCORE         PIC 9(11).
000390     05  HCREC-SUMMARY-DURATION      PIC 9(11).
000400     05  HCREC-BALANCE-FLAG          PIC X(01).
000410         88  HCREC-IN-BALANCE        VALUE "Y".
000420         88  HCREC-OUT-OF-BALANCE    VALUE "N".
