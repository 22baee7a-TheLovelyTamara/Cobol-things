000040*  RECORD LAYOUT FOR THE LEADERBOARD TRANSMISSION FILE BUILT BY
000050*  LBXTRACT FOR THE DOWNSTREAM CROSS-SYSTEM CONSUMER.  EVERY
000060*  RECORD CARRIES A ONE-BYTE TYPE CODE; THE BODY IS A HEADER
000070*  (FEED DATE AND CREATION TIMESTAMP), ONE RAW 74-BYTE
000080*  LEADERBOARD RECORD, OR A TRAILER (RECORD COUNT AND HASH
000090*  TOTALS) THE CONSUMER VERIFIES BEFORE PROCESSING THE FEED.
000100*
000120*  DATE       INIT  DESCRIPTION
000130*  ---------  ----  ------------------------------------------
000140*  2026-09-03  RTC  ORIGINAL COPYBOOK.
000141*  2026-10-15  RTC  THE DETAIL BODY GREW TO THE 62-BYTE FEED
000142*                   RECORD, WHICH NOW CARRIES THE GAME ID THE
000143*                   CONSUMER DROPS DUPLICATES ON, AND THE
000144*                   TRAILER CARRIES A HASH TOTAL OF THE GAME IDS.
000145*  2026-10-15  RTC  THE DETAIL BODY GREW TO THE FULL 74-BYTE FEED
000146*                   RECORD - RULE-SET ID, WRONG-GUESS COUNT AND
000147*                   DAILY CHALLENGE FLAG - AND THE RECORD TO 75
000148*                   BYTES.  THE CONSUMER'S LAYOUT MUST CHANGE WITH
000149*                   IT BEFORE THE FIRST 75-BYTE FILE IS SENT.
000150*-----------------------------------------------------------------
000160 01  TRANSMISSION-RECORD.
000170     05  XMREC-TYPE                  PIC X(01).
000180         88  XMREC-HEADER            VALUE "H".
000190         88  XMREC-DETAIL            VALUE "D".
000200         88  XMREC-TRAILER           VALUE "T".
000210     05  XMREC-BODY                  PIC X(74).
000220     05  XMREC-HEADER-BODY REDEFINES XMREC-BODY.
000230         10  XMREC-FEED-DATE         PIC 9(08).
000240         10  XMREC-CREATE-DATE       PIC 9(08).
000250         10  XMREC-CREATE-TIME       PIC 9(06).
000260         10  FILLER                  PIC X(52).
000270     05  XMREC-TRAILER-BODY REDEFINES XMREC-BODY.
000280         10  XMREC-RECORD-COUNT      PIC 9(07).
000290         10  XMREC-SCORE-HASH        PIC 9(11).
000300         10  XMREC-GUESS-HASH        PIC 9(09).
000302         10  XMREC-GAME-ID-HASH      PIC 9(15).
000310         10  FILLER                  PIC X(32).
