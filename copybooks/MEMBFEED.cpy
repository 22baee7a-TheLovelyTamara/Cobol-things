000010*-----------------------------------------------------------------
000020*  MEMBFEED.CPY
000030*
000040*  RECORD LAYOUT FOR THE INBOUND MEMBERSHIP CHANGE FILE SENT BY
000050*  THE CLUB MEMBERSHIP SYSTEM AND APPLIED TO THE PLAYER MASTER BY
000060*  MEMBIN.  IT IS BUILT LIKE OUR OUTBOUND LBXMIT FILE - EVERY
000070*  RECORD CARRIES A ONE-BYTE TYPE CODE AND THE BODY IS A HEADER
000080*  (FEED DATE AND CREATION TIMESTAMP), ONE CHANGE TRANSACTION, OR
000090*  A TRAILER (RECORD COUNT AND A HASH TOTAL OF THE DETAIL
000100*  EFFECTIVE DATES) THAT IS VERIFIED BEFORE ANYTHING IS APPLIED.
000110*
000120*  THE TRANSACTION CODES ARE A (ADD - ENROLL A NEW MEMBER),
000130*  N (NAME CHANGE) AND L (LEAVE - DEACTIVATE THE PLAYER).  THE
000140*  NAME IS REQUIRED ON A AND N AND IGNORED ON L.
000150*
000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  ---------  ----  ------------------------------------------
000190*  2026-10-15  RTC  ORIGINAL COPYBOOK.
000200*-----------------------------------------------------------------
000210 01  MEMBER-FEED-RECORD.
000220     05  MFREC-TYPE                  PIC X(01).
000230         88  MFREC-HEADER            VALUE "H".
000240         88  MFREC-DETAIL            VALUE "D".
000250         88  MFREC-TRAILER           VALUE "T".
000260     05  MFREC-BODY                  PIC X(49).
000270     05  MFREC-HEADER-BODY REDEFINES MFREC-BODY.
000280         10  MFREC-FEED-DATE         PIC 9(08).
000290         10  MFREC-CREATE-DATE       PIC 9(08).
000300         10  MFREC-CREATE-TIME       PIC 9(06).
000310         10  FILLER                  PIC X(27).
000320     05  MFREC-DETAIL-BODY REDEFINES MFREC-BODY.
000330         10  MFREC-TRAN-CODE         PIC X(01).
000340             88  MFREC-ADD           VALUE "A".
000350             88  MFREC-NAME-CHANGE   VALUE "N".
000360             88  MFREC-LEAVE         VALUE "L".
000370         10  MFREC-PLAYER-ID         PIC X(10).
000380         10  MFREC-PLAYER-NAME       PIC X(30).
000390         10  MFREC-EFFECTIVE-DATE    PIC 9(08).
000400     05  MFREC-TRAILER-BODY REDEFINES MFREC-BODY.
000410         10  MFREC-RECORD-COUNT      PIC 9(07).
000420         10  MFREC-DATE-HASH         PIC 9(15).
000430         10  FILLER                  PIC X(27).
