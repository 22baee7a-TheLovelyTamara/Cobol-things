000220* DATE       INIT  DESCRIPTION
000230* ---------  ----  -------------------------------------------
000240* 2026-09-03  RTC  ORIGINAL VERSION.
000242* 2026-10-15  RTC  DEFINE IS CHECKED AGAINST THE OPERATOR
000244*                  AUTHORITY FILE (TOURN-DEFINE).  A REFUSAL IS
000246*                  WRITTEN TO THE SECURITY LOG AND ENDS WITH
000248*                  RETURN CODE 8.
000250*-----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000290     SELECT TOURNCTL-FILE       ASSIGN TO "TOURNCTL"
000300                                ORGANIZATION LINE SEQUENTIAL
000310                                FILE STATUS IS TOURNCTL-STATUS.
000311     SELECT OPER-AUTH-FILE      ASSIGN TO "OPERAUTH"
000312                                ORGANIZATION INDEXED
000313                                ACCESS MODE RANDOM
000314                                RECORD KEY IS OAREC-USER-ID
000315                                FILE STATUS IS OPER-AUTH-STATUS.
000316     SELECT SECURITY-LOG-FILE   ASSIGN TO "SECLOG"
000317                                ORGANIZATION LINE SEQUENTIAL
000318                                FILE STATUS IS SECLOG-STATUS.
000320*
000330 DATA DIVISION.
000340 FILE SECTION.
000360     RECORD CONTAINS 27 CHARACTERS.
000370     COPY TOURNCTL.
000380*
000381 FD  OPER-AUTH-FILE
000382     RECORD CONTAINS 386 CHARACTERS.
000383     COPY OPERAUTH.
000384*
000385 FD  SECURITY-LOG-FILE
000386     RECORD CONTAINS 89 CHARACTERS.
000387     COPY SECLOG.
000388*
000390 WORKING-STORAGE SECTION.
000400 01  TOURNCTL-STATUS              PIC X(2).
000410     88  TOURNCTL-OK              VALUE "00".
000420     88  TOURNCTL-EOF             VALUE "10".
000430     88  TOURNCTL-NOT-FOUND       VALUE "35".
000431 01  OPER-AUTH-STATUS             PIC X(2).
000432     88  OPER-AUTH-OK             VALUE "00".
000433     88  OPER-AUTH-NOT-FOUND      VALUE "35".
000434 01  SECLOG-STATUS                PIC X(2).
000435     88  SECLOG-OK                VALUE "00".
000436     88  SECLOG-NOT-FOUND         VALUE "35".
000440*
000450 01  CMD-ACTION                   PIC X(8).
000460 01  CMD-TOURN-ID                 PIC X(8).
000540 01  FILLER                       PIC X.
000550     88  TOURN-FOUND              VALUE "Y".
000560     88  TOURN-MISSING            VALUE "N".
000561 01  FILLER                       PIC X.
000562     88  OPERATOR-AUTHORIZED      VALUE "Y".
000563     88  OPERATOR-REFUSED         VALUE "N".
000564 01  AUTH-FUNCTION                PIC X(18).
000565 01  AUTH-REASON                  PIC X(30).
000566 01  AUTH-SUB                     PIC 9(2) COMP.
000567 01  AUTH-USER                    PIC X(8).
000568 01  CURRENT-DATE-TIME            PIC X(21).
000570*
000580 PROCEDURE DIVISION.
000590*-----------------------------------------------------------------
001040         DISPLAY 5               UPON ARGUMENT-NUMBER
001050         ACCEPT CMD-MIN-PARM     FROM ARGUMENT-VALUE
001060     END-IF.
001061     MOVE SPACES                TO AUTH-USER.
001062     ACCEPT AUTH-USER            FROM ENVIRONMENT "LOGNAME".
001063     IF AUTH-USER = SPACES
001064         ACCEPT AUTH-USER        FROM ENVIRONMENT "USER"
001065     END-IF.
001066     IF AUTH-USER = SPACES
001067         MOVE "OPERATOR"         TO AUTH-USER
001068     END-IF.
001070 1000-EXIT.
001080     EXIT.
001090*
001120* CONTROL RECORD.
001130*-----------------------------------------------------------------
001140 2000-DEFINE-TOURN.
001141     MOVE "TOURN-DEFINE"        TO AUTH-FUNCTION.
001142     PERFORM 4000-CHECK-AUTHORITY THRU 4000-EXIT.
001143     IF OPERATOR-REFUSED
001144         GO TO 2000-EXIT
001145     END-IF.
001150     IF CMD-TOURN-ID = SPACES
001160         DISPLAY "DEFINE REQUIRES A TOURNAMENT ID"
001170         MOVE 8                  TO RETURN-CODE
002200     END-READ.
002210 3100-EXIT.
002220     EXIT.
002222*
002224*-----------------------------------------------------------------
002226* 4000-CHECK-AUTHORITY - LOOK THE USER UP ON THE OPERATOR
002228* AUTHORITY FILE FOR THE FUNCTION IN AUTH-FUNCTION.  ANYTHING
002230* SHORT OF AN EXPLICIT GRANT IS A REFUSAL - A MISSING AUTHORITY
002232* FILE INCLUDED - AND EVERY REFUSAL IS WRITTEN TO THE SECURITY
002234* LOG WITH RETURN CODE 8.
002236*-----------------------------------------------------------------
002238 4000-CHECK-AUTHORITY.
002240     SET OPERATOR-REFUSED        TO TRUE.
002242     MOVE SPACES                TO AUTH-REASON.
002244     OPEN INPUT OPER-AUTH-FILE.
002246     IF NOT OPER-AUTH-OK
002248         MOVE "AUTHORITY FILE NOT AVAILABLE" TO AUTH-REASON
002250         GO TO 4000-REFUSE
002252     END-IF.
002254     MOVE AUTH-USER             TO OAREC-USER-ID.
002256     READ OPER-AUTH-FILE
002258         INVALID KEY
002260             MOVE "USER NOT ON AUTHORITY FILE" TO AUTH-REASON
002262         NOT INVALID KEY
002264             PERFORM 4010-MATCH-FUNCTION THRU 4010-EXIT
002266                 VARYING AUTH-SUB FROM 1 BY 1
002268                 UNTIL AUTH-SUB > OAREC-FUNCTION-COUNT
002270                     OR OPERATOR-AUTHORIZED
002272     END-READ.
002274     CLOSE OPER-AUTH-FILE.
002276     IF OPERATOR-AUTHORIZED
002278         GO TO 4000-EXIT
002280     END-IF.
002282     IF AUTH-REASON = SPACES
002284         MOVE "FUNCTION NOT GRANTED" TO AUTH-REASON
002286     END-IF.
002288 4000-REFUSE.
002290     DISPLAY "USER " FUNCTION TRIM (AUTH-USER)
002292         " IS NOT AUTHORIZED FOR " FUNCTION TRIM (AUTH-FUNCTION)
002294         " - " FUNCTION TRIM (AUTH-REASON).
002296     OPEN EXTEND SECURITY-LOG-FILE.
002298     IF SECLOG-NOT-FOUND
002300         OPEN OUTPUT SECURITY-LOG-FILE
002302     END-IF.
002304     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
002306     MOVE CURRENT-DATE-TIME (1:8) TO SLREC-DATE.
002308     MOVE CURRENT-DATE-TIME (9:6) TO SLREC-TIME.
002310     MOVE AUTH-USER             TO SLREC-USER.
002312     MOVE "TOURNMNT"            TO SLREC-PROGRAM.
002314     MOVE AUTH-FUNCTION         TO SLREC-FUNCTION.
002316     SET SLREC-REFUSED           TO TRUE.
002318     MOVE SPACES                TO SLREC-TARGET-USER.
002320     MOVE AUTH-REASON           TO SLREC-REASON.
002322     WRITE SECURITY-LOG-RECORD.
002324     CLOSE SECURITY-LOG-FILE.
002326     MOVE 8                     TO RETURN-CODE.
002328 4000-EXIT.
002330     EXIT.
002332*
002334 4010-MATCH-FUNCTION.
002336     IF OAREC-FUNCTION (AUTH-SUB) = AUTH-FUNCTION
002338         SET OPERATOR-AUTHORIZED TO TRUE
002340     END-IF.
002342 4010-EXIT.
002344     EXIT.
