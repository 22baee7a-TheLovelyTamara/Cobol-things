000284*                  KEYED ON THE PLAYER ID.  ENROLL, DEACTIVATE
000286*                  AND INQUIRE WORK BY KEY AND THE PLAYRNEW
000288*                  REBUILD-AND-COPY WORK FILE IS GONE.
000289* 2026-10-15  RTC  ENROLL AND DEACTIVATE ARE CHECKED AGAINST THE
000289*                  OPERATOR AUTHORITY FILE (PLAYER-ENROLL,
000289*                  PLAYER-DEACTIVATE).  A REFUSAL IS WRITTEN TO
000289*                  THE SECURITY LOG AND ENDS WITH RETURN CODE 8.
000290*-----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000350                                ACCESS MODE DYNAMIC
000360                                RECORD KEY IS PLREC-PLAYER-ID
000370                                FILE STATUS IS PLAYERS-STATUS.
000372     SELECT OPER-AUTH-FILE      ASSIGN TO "OPERAUTH"
000374                                ORGANIZATION INDEXED
000376                                ACCESS MODE RANDOM
000378                                RECORD KEY IS OAREC-USER-ID
000380                                FILE STATUS IS OPER-AUTH-STATUS.
000382     SELECT SECURITY-LOG-FILE   ASSIGN TO "SECLOG"
000384                                ORGANIZATION LINE SEQUENTIAL
000386                                FILE STATUS IS SECLOG-STATUS.
000390*
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  PLAYERS-FILE
000430     RECORD CONTAINS 69 CHARACTERS.
000440     COPY PLAYER.
000442*
000444 FD  OPER-AUTH-FILE
000446     RECORD CONTAINS 386 CHARACTERS.
000448     COPY OPERAUTH.
000450*
000452 FD  SECURITY-LOG-FILE
000454     RECORD CONTAINS 89 CHARACTERS.
000456     COPY SECLOG.
000490*
000500 WORKING-STORAGE SECTION.
000510 01  PLAYERS-STATUS               PIC X(2).
000550     88  PLAYERS-DUP-KEY          VALUE "22".
000560     88  PLAYERS-REC-NOT-FOUND    VALUE "23".
000570*
000571 01  OPER-AUTH-STATUS             PIC X(2).
000572     88  OPER-AUTH-OK             VALUE "00".
000573     88  OPER-AUTH-NOT-FOUND      VALUE "35".
000574 01  SECLOG-STATUS                PIC X(2).
000575     88  SECLOG-OK                VALUE "00".
000576     88  SECLOG-NOT-FOUND         VALUE "35".
000580 01  CMD-ACTION                   PIC X(10).
000590 01  CMD-PLAYER-ID                PIC X(10).
000600 01  CMD-PLAYER-NAME              PIC X(30).
000650     88  PLAYER-MISSING           VALUE "N".
000660*
000670 01  CURRENT-DATE-TIME            PIC X(21).
000671 01  FILLER                       PIC X.
000672     88  OPERATOR-AUTHORIZED      VALUE "Y".
000673     88  OPERATOR-REFUSED         VALUE "N".
000674 01  AUTH-FUNCTION                PIC X(18).
000675 01  AUTH-REASON                  PIC X(30).
000676 01  AUTH-SUB                     PIC 9(2) COMP.
000677 01  AUTH-USER                    PIC X(8).
000680*
000690 PROCEDURE DIVISION.
000700*-----------------------------------------------------------------
001120         MOVE FUNCTION UPPER-CASE (CMD-PLAYER-NAME)
001130             TO CMD-PLAYER-NAME
001140     END-IF.
001141     MOVE SPACES                TO AUTH-USER.
001142     ACCEPT AUTH-USER            FROM ENVIRONMENT "LOGNAME".
001143     IF AUTH-USER = SPACES
001144         ACCEPT AUTH-USER        FROM ENVIRONMENT "USER"
001145     END-IF.
001146     IF AUTH-USER = SPACES
001147         MOVE "OPERATOR"         TO AUTH-USER
001148     END-IF.
001150 1000-EXIT.
001160     EXIT.
001170*
001210* FILE IS CREATED, SO THE FIRST ENROLL CAN BUILD THE MASTER.
001220*-----------------------------------------------------------------
001230 2000-ENROLL-PLAYER.
001231     MOVE "PLAYER-ENROLL"       TO AUTH-FUNCTION.
001232     PERFORM 6000-CHECK-AUTHORITY THRU 6000-EXIT.
001233     IF OPERATOR-REFUSED
001234         GO TO 2000-EXIT
001235     END-IF.
001240     IF CMD-PLAYER-ID = SPACES
001250         DISPLAY "ENROLL REQUIRES A PLAYER ID PARAMETER"
001260         GO TO 2000-EXIT
001840* TOTALS ARE KEPT - AN INACTIVE PLAYER JUST CANNOT START A GAME.
001850*-----------------------------------------------------------------
001860 3000-DEACTIVATE-PLAYER.
001861     MOVE "PLAYER-DEACTIVATE"   TO AUTH-FUNCTION.
001862     PERFORM 6000-CHECK-AUTHORITY THRU 6000-EXIT.
001863     IF OPERATOR-REFUSED
001864         GO TO 3000-EXIT
001865     END-IF.
001870     IF CMD-PLAYER-ID = SPACES
001880         DISPLAY "DEACTIVATE REQUIRES A PLAYER ID PARAMETER"
001890         GO TO 3000-EXIT
002810     END-READ.
002820 5100-EXIT.
002830     EXIT.
002832*
002834*-----------------------------------------------------------------
002836* 6000-CHECK-AUTHORITY - LOOK THE USER UP ON THE OPERATOR
002838* AUTHORITY FILE FOR THE FUNCTION IN AUTH-FUNCTION.  ANYTHING
002840* SHORT OF AN EXPLICIT GRANT IS A REFUSAL - A MISSING AUTHORITY
002842* FILE INCLUDED - AND EVERY REFUSAL IS WRITTEN TO THE SECURITY
002844* LOG WITH RETURN CODE 8.
002846*-----------------------------------------------------------------
002848 6000-CHECK-AUTHORITY.
002850     SET OPERATOR-REFUSED        TO TRUE.
002852     MOVE SPACES                TO AUTH-REASON.
002854     OPEN INPUT OPER-AUTH-FILE.
002856     IF NOT OPER-AUTH-OK
002858         MOVE "AUTHORITY FILE NOT AVAILABLE" TO AUTH-REASON
002860         GO TO 6000-REFUSE
002862     END-IF.
002864     MOVE AUTH-USER             TO OAREC-USER-ID.
002866     READ OPER-AUTH-FILE
002868         INVALID KEY
002870             MOVE "USER NOT ON AUTHORITY FILE" TO AUTH-REASON
002872         NOT INVALID KEY
002874             PERFORM 6010-MATCH-FUNCTION THRU 6010-EXIT
002876                 VARYING AUTH-SUB FROM 1 BY 1
002878                 UNTIL AUTH-SUB > OAREC-FUNCTION-COUNT
002880                     OR OPERATOR-AUTHORIZED
002882     END-READ.
002884     CLOSE OPER-AUTH-FILE.
002886     IF OPERATOR-AUTHORIZED
002888         GO TO 6000-EXIT
002890     END-IF.
002892     IF AUTH-REASON = SPACES
002894         MOVE "FUNCTION NOT GRANTED" TO AUTH-REASON
002896     END-IF.
002898 6000-REFUSE.
002900     DISPLAY "USER " FUNCTION TRIM (AUTH-USER)
002902         " IS NOT AUTHORIZED FOR " FUNCTION TRIM (AUTH-FUNCTION)
002904         " - " FUNCTION TRIM (AUTH-REASON).
002906     OPEN EXTEND SECURITY-LOG-FILE.
002908     IF SECLOG-NOT-FOUND
002910         OPEN OUTPUT SECURITY-LOG-FILE
002912     END-IF.
002914     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
002916     MOVE CURRENT-DATE-TIME (1:8) TO SLREC-DATE.
002918     MOVE CURRENT-DATE-TIME (9:6) TO SLREC-TIME.
002920     MOVE AUTH-USER             TO SLREC-USER.
002922     MOVE "PLAYMNT"             TO SLREC-PROGRAM.
002924     MOVE AUTH-FUNCTION         TO SLREC-FUNCTION.
002926     SET SLREC-REFUSED           TO TRUE.
002928     MOVE SPACES                TO SLREC-TARGET-USER.
002930     MOVE AUTH-REASON           TO SLREC-REASON.
002932     WRITE SECURITY-LOG-RECORD.
002934     CLOSE SECURITY-LOG-FILE.
002936     MOVE 8                     TO RETURN-CODE.
002938 6000-EXIT.
002940     EXIT.
002942*
002944 6010-MATCH-FUNCTION.
002946     IF OAREC-FUNCTION (AUTH-SUB) = AUTH-FUNCTION
002948         SET OPERATOR-AUTHORIZED TO TRUE
002950     END-IF.
002952 6010-EXIT.
002954     EXIT.
