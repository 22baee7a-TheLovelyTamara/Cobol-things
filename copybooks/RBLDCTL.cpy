000010*-----------------------------------------------------------------
000020*  RBLDCTL.CPY
000030*
000040*  RECORD LAYOUT FOR THE PLAYER TOTALS REBUILD CONTROL TOTALS
000050*  FILE.  ONE RECORD IS APPENDED BY EACH PLAYRBLD RUN, PROVING
000060*  THAT EVERY PLAYER MASTER RECORD READ WAS FOUND EITHER IN OR
000070*  OUT OF BALANCE WITH THE FEED HISTORY AND, IN CORRECT MODE,
000080*  THAT EVERY ONE OUT OF BALANCE WAS CORRECTED - THE SAME
000090*  DISCIPLINE THE PLAYCTL RECORD GIVES THE PLAYER ARCHIVE.  THE
000092*  BALANCE FLAG IS Y ONLY WHEN THAT PROOF HOLDS AND THE MASTER
000094*  ENDS THE RUN AGREEING WITH THE FEED.
000100*
000110*  MODIFICATION HISTORY
000120*  DATE       INIT  DESCRIPTION
000130*  ---------  ----  ------------------------------------------
000140*  2026-10-15  RTC  ORIGINAL COPYBOOK.
000150*-----------------------------------------------------------------
000160 01  REBUILD-CONTROL-RECORD.
000170     05  RCREC-RUN-DATE              PIC 9(08).
000180     05  RCREC-RUN-MODE              PIC X(01).
000190         88  RCREC-REPORT-MODE       VALUE "R".
000200         88  RCREC-CORRECT-MODE      VALUE "C".
000210     05  RCREC-FEED-RECORDS-READ     PIC 9(07).
000220     05  RCREC-PLAYERS-READ          PIC 9(07).
000230     05  RCREC-PLAYERS-IN-BALANCE    PIC 9(07).
000240     05  RCREC-PLAYERS-OUT-OF-BAL    PIC 9(07).
000250     05  RCREC-PLAYERS-CORRECTED     PIC 9(07).
000260     05  RCREC-FEED-ONLY-PLAYERS     PIC 9(07).
000270     05  RCREC-BALANCE-FLAG          PIC X(01).
000280         88  RCREC-IN-BALANCE        VALUE "Y".
000290         88  RCREC-OUT-OF-BALANCE    VALUE "N".
