000010*-----------------------------------------------------------------
000020*  RULEAUDT.CPY
000030*
000040*  RECORD LAYOUT FOR THE PERMANENT GAME RULES AUDIT LOG.
000050*  RULEMNT APPENDS ONE RECORD FOR EVERY RULE SET IT DEFINES OR
000060*  REFUSES TO DEFINE - WHO, WHEN, WHICH SET AND EFFECTIVE DATE,
000070*  AND WHY A REFUSED DEFINITION WAS REFUSED.
000080*
000090*  MODIFICATION HISTORY
000100*  DATE       INIT  DESCRIPTION
000110*  ---------  ----  ------------------------------------------
000120*  2026-10-15  RTC  ORIGINAL COPYBOOK.
000130*-----------------------------------------------------------------
000140 01  RULE-AUDIT-RECORD.
000150     05  RAREC-DATE                  PIC 9(08).
000160     05  RAREC-TIME                  PIC 9(06).
000170     05  RAREC-USER                  PIC X(08).
000180     05  RAREC-ACTION                PIC X(08).
000190     05  RAREC-RULE-SET-ID           PIC X(08).
000200     05  RAREC-EFFECTIVE-DATE        PIC 9(08).
000210     05  RAREC-STATUS                PIC X(01).
000220         88  RAREC-ACCEPTED          VALUE "A".
000230         88  RAREC-REJECTED          VALUE "R".
000240     05  RAREC-REASON                PIC X(30).
