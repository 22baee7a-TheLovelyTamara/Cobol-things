000010*-----------------------------------------------------------------
000020*  PLAYCORR.CPY
000030*
000040*  RECORD LAYOUT FOR THE PERMANENT PLAYER TOTALS CORRECTION LOG.
000050*  PLAYRBLD APPENDS ONE RECORD FOR EVERY PLAYER MASTER RECORD IT
000060*  REWRITES IN CORRECT MODE - WHO, WHEN, AND THE LIFETIME TOTALS
000070*  AND BEST SCORE BEFORE AND AFTER THE CORRECTION.
000080*
000090*  MODIFICATION HISTORY
000100*  DATE       INIT  DESCRIPTION
000110*  ---------  ----  ------------------------------------------
000120*  2026-10-15  RTC  ORIGINAL COPYBOOK.
000130*-----------------------------------------------------------------
000140 01  PLAYER-CORRECTION-RECORD.
000150     05  CRREC-DATE                  PIC 9(08).
000160     05  CRREC-TIME                  PIC 9(06).
000170     05  CRREC-USER                  PIC X(08).
000180     05  CRREC-PLAYER-ID             PIC X(10).
000190     05  CRREC-BEFORE.
000200         10  CRREC-BEFORE-PLAYED     PIC 9(05).
000210         10  CRREC-BEFORE-WON        PIC 9(05).
000220         10  CRREC-BEFORE-LOST       PIC 9(05).
000230         10  CRREC-BEFORE-BEST       PIC 9(05).
000240     05  CRREC-AFTER.
000250         10  CRREC-AFTER-PLAYED      PIC 9(05).
000260         10  CRREC-AFTER-WON         PIC 9(05).
000270         10  CRREC-AFTER-LOST        PIC 9(05).
000280         10  CRREC-AFTER-BEST        PIC 9(05).
