000564*                  REPLACED BY THE FILCOMIT VERIFIED COMMIT
000566*                  STEP, WHICH SANITY-CHECKS THE WORK FILE AND
000568*                  KEEPS THE PRIOR MASTER AS A DATED BACKUP.
000569* 2026-10-15  RTC  ADD, REMOVE AND LOAD ARE CHECKED AGAINST THE
000569*                  OPERATOR AUTHORITY FILE (WORD-ADD, WORD-REMOVE,
000569*                  WORD-LOAD).  A REFUSAL IS WRITTEN TO THE
000569*                  SECURITY LOG AND THE AUDIT LOG, RETURN CODE 8.
000570*-----------------------------------------------------------------
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000730     SELECT WORD-REJECT-FILE    ASSIGN TO "WORDREJ"
000740                                ORGANIZATION LINE SEQUENTIAL
000750                                FILE STATUS IS WORD-REJECT-STATUS.
000751     SELECT OPER-AUTH-FILE      ASSIGN TO "OPERAUTH"
000752                                ORGANIZATION INDEXED
000753                                ACCESS MODE RANDOM
000754                                RECORD KEY IS OAREC-USER-ID
000755                                FILE STATUS IS OPER-AUTH-STATUS.
000756     SELECT SECURITY-LOG-FILE   ASSIGN TO "SECLOG"
000757                                ORGANIZATION LINE SEQUENTIAL
000758                                FILE STATUS IS SECLOG-STATUS.
000760*
000770 DATA DIVISION.
000780 FILE SECTION.
000950 FD  WORD-REJECT-FILE
000960     RECORD CONTAINS 27 CHARACTERS.
000970 01  WORD-REJECT-RECORD          PIC X(27).
000971*
000972 FD  OPER-AUTH-FILE
000973     RECORD CONTAINS 386 CHARACTERS.
000974     COPY OPERAUTH.
000975*
000976 FD  SECURITY-LOG-FILE
000977     RECORD CONTAINS 89 CHARACTERS.
000978     COPY SECLOG.
000980*
000990 WORKING-STORAGE SECTION.
001000 01  WORDS-STATUS                 PIC X(2).
001240     88  WORD-AUDIT-NOT-FOUND     VALUE "35".
001250 01  WORD-REJECT-STATUS           PIC X(2).
001260     88  WORD-REJECT-OK           VALUE "00".
001261 01  OPER-AUTH-STATUS             PIC X(2).
001262     88  OPER-AUTH-OK             VALUE "00".
001263     88  OPER-AUTH-NOT-FOUND      VALUE "35".
001264 01  SECLOG-STATUS                PIC X(2).
001265     88  SECLOG-OK                VALUE "00".
001266     88  SECLOG-NOT-FOUND         VALUE "35".
001270*
001280 01  WORD-TABLE.
001290     05  WORD-ENTRY               OCCURS 500 TIMES.
001600 01  FIND-WORD                    PIC X(20).
001610 COPY WORDREC REPLACING ==WORD-RECORD== BY ==WORD-WORK==
001620     LEADING ==WREC== BY ==WWRK==.
001621 01  FILLER                       PIC X.
001622     88  OPERATOR-AUTHORIZED      VALUE "Y".
001623     88  OPERATOR-REFUSED         VALUE "N".
001624 01  AUTH-FUNCTION                PIC X(18).
001625 01  AUTH-REASON                  PIC X(30).
001626 01  AUTH-SUB                     PIC 9(2) COMP.
001630*
001640 PROCEDURE DIVISION.
001650*-----------------------------------------------------------------
002210* 2000-ADD-WORD - APPEND ONE RECORD TO THE END OF THE WORDS FILE.
002220*-----------------------------------------------------------------
002230 2000-ADD-WORD.
002231     MOVE "WORD-ADD"            TO AUTH-FUNCTION.
002232     PERFORM 7000-CHECK-AUTHORITY THRU 7000-EXIT.
002233     IF OPERATOR-REFUSED
002234         GO TO 2000-EXIT
002235     END-IF.
002240     IF CMD-WORD = SPACES
002250         DISPLAY "ADD REQUIRES A WORD PARAMETER"
002260         GO TO 2000-EXIT
002560* THAT MATCHES CMD-WORD.
002570*-----------------------------------------------------------------
002580 3000-REMOVE-WORD.
002581     MOVE "WORD-REMOVE"         TO AUTH-FUNCTION.
002582     PERFORM 7000-CHECK-AUTHORITY THRU 7000-EXIT.
002583     IF OPERATOR-REFUSED
002584         GO TO 3000-EXIT
002585     END-IF.
002590     IF CMD-WORD = SPACES
002600         DISPLAY "REMOVE REQUIRES A WORD PARAMETER"
002610         GO TO 3000-EXIT
003460* REJECTS GO TO WORDREJ FOR CORRECTION AND RESUBMISSION.
003470*-----------------------------------------------------------------
003480 5000-LOAD-WORDS.
003481     MOVE "WORD-LOAD"           TO AUTH-FUNCTION.
003482     PERFORM 7000-CHECK-AUTHORITY THRU 7000-EXIT.
003483     IF OPERATOR-REFUSED
003484         GO TO 5000-EXIT
003485     END-IF.
003490     PERFORM 5100-LOAD-TABLE     THRU 5100-EXIT.
003500     IF WORD-TABLE-FULL
003510         DISPLAY "WORDS FILE EXCEEDS TABLE - LOAD ABANDONED"
006240     CLOSE WORD-AUDIT-FILE.
006250 6000-EXIT.
006260     EXIT.
006262*
006264*-----------------------------------------------------------------
006266* 7000-CHECK-AUTHORITY - LOOK THE USER UP ON THE OPERATOR
006268* AUTHORITY FILE FOR THE FUNCTION IN AUTH-FUNCTION.  ANYTHING
006270* SHORT OF AN EXPLICIT GRANT IS A REFUSAL - A MISSING AUTHORITY
006272* FILE INCLUDED - AND EVERY REFUSAL IS WRITTEN TO THE SECURITY
006274* LOG AND THE WORD AUDIT LOG WITH RETURN CODE 8.
006276*-----------------------------------------------------------------
006278 7000-CHECK-AUTHORITY.
006280     SET OPERATOR-REFUSED        TO TRUE.
006282     MOVE SPACES                TO AUTH-REASON.
006284     OPEN INPUT OPER-AUTH-FILE.
006286     IF NOT OPER-AUTH-OK
006288         MOVE "AUTHORITY FILE NOT AVAILABLE" TO AUTH-REASON
006290         GO TO 7000-REFUSE
006292     END-IF.
006294     MOVE AUDIT-USER            TO OAREC-USER-ID.
006296     READ OPER-AUTH-FILE
006298         INVALID KEY
006300             MOVE "USER NOT ON AUTHORITY FILE" TO AUTH-REASON
006302         NOT INVALID KEY
006304             PERFORM 7010-MATCH-FUNCTION THRU 7010-EXIT
006306                 VARYING AUTH-SUB FROM 1 BY 1
006308                 UNTIL AUTH-SUB > OAREC-FUNCTION-COUNT
006310                     OR OPERATOR-AUTHORIZED
006312     END-READ.
006314     CLOSE OPER-AUTH-FILE.
006316     IF OPERATOR-AUTHORIZED
006318         GO TO 7000-EXIT
006320     END-IF.
006322     IF AUTH-REASON = SPACES
006324         MOVE "FUNCTION NOT GRANTED" TO AUTH-REASON
006326     END-IF.
006328 7000-REFUSE.
006330     DISPLAY "USER " FUNCTION TRIM (AUDIT-USER)
006332         " IS NOT AUTHORIZED FOR " FUNCTION TRIM (AUTH-FUNCTION)
006334         " - " FUNCTION TRIM (AUTH-REASON).
006336     OPEN EXTEND SECURITY-LOG-FILE.
006338     IF SECLOG-NOT-FOUND
006340         OPEN OUTPUT SECURITY-LOG-FILE
006342     END-IF.
006344     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
006346     MOVE CURRENT-DATE-TIME (1:8) TO SLREC-DATE.
006348     MOVE CURRENT-DATE-TIME (9:6) TO SLREC-TIME.
006350     MOVE AUDIT-USER            TO SLREC-USER.
006352     MOVE "WORDMAINT"           TO SLREC-PROGRAM.
006354     MOVE AUTH-FUNCTION         TO SLREC-FUNCTION.
006356     SET SLREC-REFUSED           TO TRUE.
006358     MOVE SPACES                TO SLREC-TARGET-USER.
006360     MOVE AUTH-REASON           TO SLREC-REASON.
006362     WRITE SECURITY-LOG-RECORD.
006364     CLOSE SECURITY-LOG-FILE.
006366     MOVE CMD-ACTION            TO AUDIT-ACTION.
006368     MOVE CMD-WORD              TO AUDIT-WORD.
006370     MOVE "R"                   TO AUDIT-STATUS.
006372     MOVE AUTH-REASON           TO AUDIT-REASON.
006374     PERFORM 6000-WRITE-AUDIT    THRU 6000-EXIT.
006376     MOVE 8                     TO RETURN-CODE.
006378 7000-EXIT.
006380     EXIT.
006382*
006384 7010-MATCH-FUNCTION.
006386     IF OAREC-FUNCTION (AUTH-SUB) = AUTH-FUNCTION
006388         SET OPERATOR-AUTHORIZED TO TRUE
006390     END-IF.
006392 7010-EXIT.
006394     EXIT.
