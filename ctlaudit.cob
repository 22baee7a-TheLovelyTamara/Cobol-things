000140*     RUNS THAT ENDED OUT OF BALANCE
000150*     A CUMULATIVE CHECK THAT THE RECORDS MOVED ACROSS ALL RUNS
000160*         EQUAL THE ACTUAL RECORD COUNTS ON GAMEHIST AND LBHIST
000162*         PLUS THE RECORDS HISTROLL HAS OFFLOADED FROM THEM
000170*
000180*     CTLAUDIT
000190*
000230* SCHEDULER FLAGS IT INSTEAD OF THE PROBLEM SURFACING WEEKS
000240* LATER.
000250*
000251* THE OFFLOADED COUNTS COME FROM THE IN-BALANCE HISTROLL RUNS ON
000252* HISTCTL.  DETAIL FOR A MONTH ALREADY OFFLOADED THAT IS STILL ON
000253* THE HISTORY IS AN OFFLOAD AWAITING ITS FILCOMIT - IT IS SHOWN
000254* BUT NOT COUNTED, SO THE CHECK BALANCES BEFORE AND AFTER THE
000255* COMMIT.  FEED RECORDS DATED 00000000 BELONG TO NO MONTH, ARE
000256* NEVER OFFLOADED AND ARE ALWAYS COUNTED.
000257*
000260* MODIFICATION HISTORY
000270* DATE       INIT  DESCRIPTION
000280* ---------  ----  -------------------------------------------
000290* 2026-09-03  RTC  ORIGINAL VERSION.
000291* 2026-10-15  RTC  RECORD LENGTHS PICKED UP THE GAME ID ADDED TO
000291*                  THE GAMESTAT, LBOARD AND GAMECTL LAYOUTS.
000292* 2026-10-15  RTC  GAMECTL LENGTH PICKED UP THE JOURNAL TOTALS.
000293* 2026-10-15  RTC  GAMESTAT AND LEADERBOARD RECORD LENGTHS PICKED
000294*                  UP THE RULE-SET ID ADDED AT THE END OF EACH.
000295* 2026-10-15  RTC  GAMESTAT AND LEADERBOARD RECORD LENGTHS PICKED
000295*                  UP THE DAILY CHALLENGE FIELDS ADDED AT THE END
000296*                  OF THE RECORDS.
000297* 2026-10-15  RTC  CUMULATIVE CHECK NOW ADDS THE RECORDS HISTROLL
000298*                  HAS OFFLOADED PER HISTCTL, AND SETS ASIDE
000299*                  OFFLOADED MONTHS AWAITING THEIR FILCOMIT.
000300*-----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000400     SELECT LBHIST-FILE         ASSIGN TO "LBHIST"
000410                                ORGANIZATION LINE SEQUENTIAL
000420                                FILE STATUS IS LBHIST-STATUS.
000422     SELECT HISTCTL-FILE        ASSIGN TO "HISTCTL"
000424                                ORGANIZATION LINE SEQUENTIAL
000426                                FILE STATUS IS HISTCTL-STATUS.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  GAMECTL-FILE
000470     RECORD CONTAINS 124 CHARACTERS.
000480     COPY GAMECTL.
000490*
000500 FD  GAMEHIST-FILE
000510     RECORD CONTAINS 72 CHARACTERS.
000512     COPY GAMESTAT REPLACING ==GAMESTAT-RECORD==
000514         BY ==GAMEHIST-RECORD==
000516         LEADING ==GSREC== BY ==GHREC==.
000530*
000540 FD  LBHIST-FILE
000550     RECORD CONTAINS 74 CHARACTERS.
000552     COPY LBOARD REPLACING ==LEADERBOARD-RECORD==
000554         BY ==LBHIST-RECORD==
000556         LEADING ==LBREC== BY ==LHREC==.
000558*
000560 FD  HISTCTL-FILE
000562     RECORD CONTAINS 178 CHARACTERS.
000564     COPY HISTCTL.
000570*
000580 WORKING-STORAGE SECTION.
000590 01  GAMECTL-STATUS               PIC X(2).
000680     88  LBHIST-OK                VALUE "00".
000690     88  LBHIST-EOF               VALUE "10".
000700     88  LBHIST-NOT-FOUND         VALUE "35".
000702 01  HISTCTL-STATUS               PIC X(2).
000704     88  HISTCTL-OK               VALUE "00".
000706     88  HISTCTL-EOF              VALUE "10".
000708     88  HISTCTL-NOT-FOUND        VALUE "35".
000710 01  FILLER                       PIC X.
000720     88  FATAL-ERROR              VALUE "E".
000730     88  NO-FATAL-ERROR           VALUE "N".
001070 01  GAMEHIST-COUNT               PIC 9(9) COMP.
001080 01  LBHIST-COUNT                 PIC 9(9) COMP.
001090 01  MISMATCH-COUNT               PIC 9(5) COMP.
001091 01  GAMEHIST-OFFLOAD-TOTAL       PIC 9(9) COMP.
001091 01  LBHIST-OFFLOAD-TOTAL         PIC 9(9) COMP.
001092 01  GAMEHIST-AWAITING            PIC 9(9) COMP.
001093 01  LBHIST-AWAITING              PIC 9(9) COMP.
001094 01  HISTORY-TOTAL                PIC 9(9) COMP.
001095 01  OFFLOAD-THROUGH-MONTH        PIC 9(6).
001096 01  RECORD-DATE                  PIC 9(8).
001097 01  FILLER                       REDEFINES RECORD-DATE.
001098     05  RECORD-MONTH             PIC 9(6).
001099     05  FILLER                   PIC 9(2).
001100*
001110 PROCEDURE DIVISION.
001120*-----------------------------------------------------------------
001410     MOVE ZERO                  TO GAMEHIST-COUNT.
001420     MOVE ZERO                  TO LBHIST-COUNT.
001430     MOVE ZERO                  TO MISMATCH-COUNT.
001431     MOVE ZERO                  TO GAMEHIST-OFFLOAD-TOTAL.
001432     MOVE ZERO                  TO LBHIST-OFFLOAD-TOTAL.
001433     MOVE ZERO                  TO GAMEHIST-AWAITING.
001434     MOVE ZERO                  TO LBHIST-AWAITING.
001435     MOVE ZERO                  TO OFFLOAD-THROUGH-MONTH.
001440     OPEN INPUT GAMECTL-FILE.
001450     IF GAMECTL-NOT-FOUND
001460         DISPLAY "GAMECTL FILE NOT FOUND - NO ARCHIVE HAS RUN"
002970*
002980*-----------------------------------------------------------------
002990* 5000-AUDIT-HISTORY - COUNT THE ACTUAL RECORDS ON GAMEHIST AND
002992* LBHIST, ADD WHAT HISTROLL HAS OFFLOADED, AND COMPARE AGAINST
002994* THE CUMULATIVE MOVED TOTALS FROM THE CONTROL RECORDS.  A
003010* MISSING HISTORY OR HISTCTL FILE COUNTS AS ZERO; ANY OTHER OPEN
003012* FAILURE ENDS THE RUN WITH RETURN CODE 8.
003020*-----------------------------------------------------------------
003030 5000-AUDIT-HISTORY.
003032     PERFORM 5300-LOAD-OFFLOADS  THRU 5300-EXIT.
003034     IF FATAL-ERROR
003036         GO TO 5000-EXIT
003038     END-IF.
003040     SET GAMEHIST-PRESENT        TO TRUE.
003050     OPEN INPUT GAMEHIST-FILE.
003060     IF GAMEHIST-NOT-FOUND
003220         CLOSE LBHIST-FILE
003230     END-IF.
003232     DISPLAY " ".
003234     DISPLAY "HISTROLL OFFLOAD THROUGH : " OFFLOAD-THROUGH-MONTH.
003236     DISPLAY "RECORDS MOVED PER GAMECTL: " MOVED-TOTAL.
003240     DISPLAY "RECORDS ON GAMEHIST  . . : " GAMEHIST-COUNT.
003241     DISPLAY "OFFLOADED PER HISTCTL  . : " GAMEHIST-OFFLOAD-TOTAL.
003242     IF GAMEHIST-AWAITING > ZERO
003243         DISPLAY "AWAITING HISTROLL COMMIT : " GAMEHIST-AWAITING
003244     END-IF.
003245     COMPUTE HISTORY-TOTAL =
003246         GAMEHIST-COUNT + GAMEHIST-OFFLOAD-TOTAL.
003250     IF MOVED-TOTAL NOT = HISTORY-TOTAL
003260         ADD 1                   TO MISMATCH-COUNT
003270         DISPLAY "*** GAMEHIST DOES NOT MATCH CONTROL TOTALS ***"
003280     END-IF.
003290     DISPLAY "FEED MOVED PER GAMECTL . : " FEED-MOVED-TOTAL.
003300     DISPLAY "RECORDS ON LBHIST  . . . : " LBHIST-COUNT.
003301     DISPLAY "OFFLOADED PER HISTCTL  . : " LBHIST-OFFLOAD-TOTAL.
003302     IF LBHIST-AWAITING > ZERO
003303         DISPLAY "AWAITING HISTROLL COMMIT : " LBHIST-AWAITING
003304     END-IF.
003305     COMPUTE HISTORY-TOTAL =
003306         LBHIST-COUNT + LBHIST-OFFLOAD-TOTAL.
003310     IF FEED-MOVED-TOTAL NOT = HISTORY-TOTAL
003320         ADD 1                   TO MISMATCH-COUNT
003330         DISPLAY "*** LBHIST DOES NOT MATCH CONTROL TOTALS ***"
003340     END-IF.
003400         AT END
003410             SET GAMEHIST-EOF    TO TRUE
003420         NOT AT END
003422             MOVE GHREC-GAME-DATE TO RECORD-DATE
003424             IF OFFLOAD-THROUGH-MONTH > ZERO
003426                     AND RECORD-DATE NOT = ZERO
003428                     AND RECORD-MONTH NOT > OFFLOAD-THROUGH-MONTH
003430                 ADD 1           TO GAMEHIST-AWAITING
003432             ELSE
003434                 ADD 1           TO GAMEHIST-COUNT
003436             END-IF
003440     END-READ.
003450 5100-EXIT.
003460     EXIT.
003500         AT END
003510             SET LBHIST-EOF      TO TRUE
003520         NOT AT END
003522             MOVE LHREC-GAME-DATE TO RECORD-DATE
003524             IF OFFLOAD-THROUGH-MONTH > ZERO
003526                     AND RECORD-DATE NOT = ZERO
003528                     AND RECORD-MONTH NOT > OFFLOAD-THROUGH-MONTH
003530                 ADD 1           TO LBHIST-AWAITING
003532             ELSE
003534                 ADD 1           TO LBHIST-COUNT
003536             END-IF
003540     END-READ.
003550 5200-EXIT.
003551     EXIT.
003551*
003551*-----------------------------------------------------------------
003551* 5300-LOAD-OFFLOADS - TOTAL THE RECORDS OFFLOADED BY EVERY
003551* IN-BALANCE HISTROLL RUN AND FIND THE LAST MONTH OFFLOADED.  AN
003552* OUT-OF-BALANCE RUN WROTE NOTHING AND IS LEFT OUT.
003552*-----------------------------------------------------------------
003552 5300-LOAD-OFFLOADS.
003552     OPEN INPUT HISTCTL-FILE.
003553     IF HISTCTL-NOT-FOUND
003553         GO TO 5300-EXIT
003553     END-IF.
003553     IF NOT HISTCTL-OK
003553         DISPLAY "UNABLE TO OPEN HISTCTL FILE, STATUS "
003554             HISTCTL-STATUS
003554         SET FATAL-ERROR         TO TRUE
003554         MOVE 8                  TO RETURN-CODE
003554         GO TO 5300-EXIT
003555     END-IF.
003555     PERFORM 5310-ADD-OFFLOAD    THRU 5310-EXIT
003555         UNTIL HISTCTL-EOF.
003555     CLOSE HISTCTL-FILE.
003555 5300-EXIT.
003556     EXIT.
003556*
003556 5310-ADD-OFFLOAD.
003556     READ HISTCTL-FILE NEXT RECORD
003557         AT END
003557             SET HISTCTL-EOF     TO TRUE
003557             GO TO 5310-EXIT
003557     END-READ.
003557     IF NOT HCREC-IN-BALANCE
003558         GO TO 5310-EXIT
003558     END-IF.
003558     ADD HCREC-GAMEHIST-OFFLOADED TO GAMEHIST-OFFLOAD-TOTAL.
003558     ADD HCREC-LBHIST-OFFLOADED  TO LBHIST-OFFLOAD-TOTAL.
003559     IF HCREC-THROUGH-MONTH > OFFLOAD-THROUGH-MONTH
003559         MOVE HCREC-THROUGH-MONTH TO OFFLOAD-THROUGH-MONTH
003559     END-IF.
003559 5310-EXIT.
003560     EXIT.
003570*
003580*-----------------------------------------------------------------
