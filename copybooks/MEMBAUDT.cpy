000010*-----------------------------------------------------------------
000020*  MEMBAUDT.CPY
000030*
000040*  RECORD LAYOUT FOR THE PERMANENT MEMBERSHIP INTERFACE AUDIT
000050*  LOG.  MEMBIN APPENDS ONE RECORD FOR EVERY CHANGE IT MAKES TO
000060*  THE PLAYER MASTER - WHO RAN IT, WHEN, FROM WHICH FEED, AND THE
000070*  PLAYER'S NAME AND STATUS BEFORE AND AFTER.  AN ADD HAS A BLANK
000080*  BEFORE NAME AND STATUS.
000090*
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------  ----  ------------------------------------------
000130*  2026-10-15  RTC  ORIGINAL COPYBOOK.
000140*-----------------------------------------------------------------
000150 01  MEMBER-AUDIT-RECORD.
000160     05  MAREC-DATE                  PIC 9(08).
000170     05  MAREC-TIME                  PIC 9(06).
000180     05  MAREC-USER                  PIC X(08).
000190     05  MAREC-FEED-DATE             PIC 9(08).
000200     05  MAREC-ACTION                PIC X(01).
000210         88  MAREC-ADD               VALUE "A".
000220         88  MAREC-NAME-CHANGE       VALUE "N".
000230         88  MAREC-LEAVE             VALUE "L".
000240     05  MAREC-PLAYER-ID             PIC X(10).
000250     05  MAREC-BEFORE-NAME           PIC X(30).
000260     05  MAREC-AFTER-NAME            PIC X(30).
000270     05  MAREC-BEFORE-STATUS         PIC X(01).
000280     05  MAREC-AFTER-STATUS          PIC X(01).
