000010*-----------------------------------------------------------------
000020*  MEMBCTL.CPY
000030*
000040*  RECORD LAYOUT FOR THE MEMBERSHIP INTERFACE CONTROL TOTALS
000050*  FILE.  ONE RECORD IS APPENDED BY EACH MEMBIN RUN THAT GETS AS
000060*  FAR AS READING A FEED, WHETHER THE FEED WAS APPLIED OR REFUSED.
000070*  AN APPLIED RECORD PROVES EVERY DETAIL READ WAS EITHER APPLIED
000080*  OR REJECTED, THE SAME DISCIPLINE THE PLAYCTL RECORD GIVES THE
000090*  PLAYER ARCHIVE.  THE HIGHEST FEED DATE ON AN APPLIED RECORD IS
000100*  THE LAST FEED PROCESSED, WHICH THE NEXT FEED MUST FOLLOW BY
000110*  EXACTLY ONE DAY.  A REFUSED RECORD CARRIES THE REASON THE WHOLE
000120*  FILE WAS TURNED AWAY.
000130*
000140*  MODIFICATION HISTORY
000150*  DATE       INIT  DESCRIPTION
000160*  ---------  ----  ------------------------------------------
000170*  2026-10-15  RTC  ORIGINAL COPYBOOK.
000180*-----------------------------------------------------------------
000190 01  MEMBER-CONTROL-RECORD.
000200     05  MCREC-RUN-DATE              PIC 9(08).
000210     05  MCREC-RUN-TIME              PIC 9(06).
000220     05  MCREC-FEED-DATE             PIC 9(08).
000230     05  MCREC-RUN-STATUS            PIC X(01).
000240         88  MCREC-APPLIED           VALUE "A".
000250         88  MCREC-REFUSED           VALUE "R".
000260     05  MCREC-DETAILS-READ          PIC 9(07).
000270     05  MCREC-ADDS-APPLIED          PIC 9(07).
000280     05  MCREC-NAMES-APPLIED         PIC 9(07).
000290     05  MCREC-LEAVES-APPLIED        PIC 9(07).
000300     05  MCREC-DETAILS-REJECTED      PIC 9(07).
000310     05  MCREC-TRAILER-COUNT         PIC 9(07).
000320     05  MCREC-TRAILER-HASH          PIC 9(15).
000330     05  MCREC-BALANCE-FLAG          PIC X(01).
000340         88  MCREC-IN-BALANCE        VALUE "Y".
000350         88  MCREC-OUT-OF-BALANCE    VALUE "N".
000360     05  MCREC-REASON                PIC X(30).
