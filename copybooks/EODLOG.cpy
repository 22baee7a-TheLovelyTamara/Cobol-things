000010*-----------------------------------------------------------------
000020*  EODLOG.CPY
000030*
000040*  RECORD LAYOUT FOR THE END-OF-DAY RUN LOG.  EODDRVR APPENDS ONE
000050*  RECORD FOR EVERY STEP OF THE STREAM IT RUNS OR SKIPS, KEYED BY
000060*  THE BUSINESS DATE THE STREAM IS RUN FOR.  A STEP IS COMPLETE
000070*  WHEN IT ENDED BELOW RETURN CODE 8; A RERUN FOR THE SAME DATE
000080*  SKIPS EVERY COMPLETED STEP AND LOGS IT AS SKIPPED.  EODINQ
000090*  PRINTS THE LOG FOR ONE DATE.
000100*
000110*  MODIFICATION HISTORY
000120*  DATE       INIT  DESCRIPTION
000130*  ---------  ----  ------------------------------------------
000140*  2026-10-15  RTC  ORIGINAL COPYBOOK.
000150*-----------------------------------------------------------------
000160 01  EOD-LOG-RECORD.
000170     05  ELREC-BUSINESS-DATE         PIC 9(08).
000180     05  ELREC-STEP-NUMBER           PIC 9(02).
000190     05  ELREC-STEP-NAME             PIC X(08).
000200     05  ELREC-STEP-PARM             PIC X(20).
000210     05  ELREC-START-DATE            PIC 9(08).
000220     05  ELREC-START-TIME            PIC 9(06).
000230     05  ELREC-END-DATE              PIC 9(08).
000240     05  ELREC-END-TIME              PIC 9(06).
000250     05  ELREC-RETURN-CODE           PIC 9(04).
000260     05  ELREC-STEP-STATUS           PIC X(01).
000270         88  ELREC-COMPLETED         VALUE "C".
000280         88  ELREC-FAILED            VALUE "F".
000290         88  ELREC-SKIPPED           VALUE "S".
000300     05  ELREC-USER                  PIC X(08).
