000010*-----------------------------------------------------------------
000020*  MEMBREJ.CPY
000030*
000040*  RECORD LAYOUT FOR THE MEMBERSHIP INTERFACE REJECTS FILE.
000050*  MEMBIN APPENDS ONE RECORD FOR EVERY DETAIL TRANSACTION IT
000060*  CANNOT APPLY - THE FEED IT CAME IN ON, ITS POSITION AMONG THE
000070*  DETAILS, THE TRANSACTION AS RECEIVED, AND WHY IT WAS REJECTED
000080*  - SO IT CAN BE SENT BACK TO THE CLUB FOR CORRECTION.
000090*
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------  ----  ------------------------------------------
000130*  2026-10-15  RTC  ORIGINAL COPYBOOK.
000140*-----------------------------------------------------------------
000150 01  MEMBER-REJECT-RECORD.
000160     05  MRREC-RUN-DATE              PIC 9(08).
000170     05  MRREC-FEED-DATE             PIC 9(08).
000180     05  MRREC-DETAIL-NUMBER         PIC 9(07).
000190     05  MRREC-TRANSACTION           PIC X(49).
000200     05  MRREC-REASON                PIC X(30).
