000010*-----------------------------------------------------------------
000020*  SECLOG.CPY
000030*
000040*  RECORD LAYOUT FOR THE PERMANENT SECURITY LOG.  THE MAINTENANCE
000050*  PROGRAMS APPEND ONE RECORD FOR EVERY FUNCTION THEY REFUSE FOR
000060*  WANT OF AUTHORITY, AND AUTHMNT APPENDS ONE FOR EVERY GRANT OR
000070*  REVOKE ON THE OPERATOR AUTHORITY FILE.  SECRPT REPORTS FROM IT.
000080*
000090*  SLREC-USER IS WHO RAN THE PROGRAM.  SLREC-TARGET-USER IS THE
000100*  OPERATOR WHOSE AUTHORITY WAS CHANGED ON A GRANT OR REVOKE AND
000110*  IS BLANK ON A REFUSAL.
000120*
000130*  MODIFICATION HISTORY
000140*  DATE       INIT  DESCRIPTION
000150*  ---------  ----  ------------------------------------------
000160*  2026-10-15  RTC  ORIGINAL COPYBOOK.
000170*-----------------------------------------------------------------
000180 01  SECURITY-LOG-RECORD.
000190     05  SLREC-DATE                  PIC 9(08).
000200     05  SLREC-TIME                  PIC 9(06).
000210     05  SLREC-USER                  PIC X(08).
000220     05  SLREC-PROGRAM               PIC X(10).
000230     05  SLREC-FUNCTION              PIC X(18).
000240     05  SLREC-EVENT                 PIC X(01).
000250         88  SLREC-REFUSED           VALUE "R".
000260         88  SLREC-GRANTED           VALUE "G".
000270         88  SLREC-REVOKED           VALUE "V".
000280     05  SLREC-TARGET-USER           PIC X(08).
000290     05  SLREC-REASON                PIC X(30).
