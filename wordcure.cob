000270* A WORD IS "OVERPLAYED" WHEN ITS LIFETIME PLAY COUNT EXCEEDS
000280* THE FILE AVERAGE TIMES THE HIGH-PLAY FACTOR.
000290*
000291* A WINDOW LONG ENOUGH TO REACH THE MONTHS HISTROLL HAS OFFLOADED
000292* TAKES THOSE MONTHS FROM THE BY-WORD RECORDS ON THE MONTHLY
000293* SUMMARY FILE (HISTSUMM).  SUMMARIES HOLD WHOLE MONTHS, SO SUCH
000294* A WINDOW IS WIDENED BACK TO THE FIRST OF ITS STARTING MONTH.
000295*
000300* MODIFICATION HISTORY
000310* DATE       INIT  DESCRIPTION
000320* ---------  ----  -------------------------------------------
000330* 2026-09-03  RTC  ORIGINAL VERSION.
000331* 2026-10-15  RTC  RECORD LENGTH PICKED UP THE GAME ID, PLAYER
000332*                  ID AND DIFFICULTY ADDED TO GAMESTAT.
000333* 2026-10-15  RTC  GAMESTAT RECORD LENGTH PICKED UP THE RULE-SET
000334*                  ID ADDED AT THE END OF THE RECORD.
000335* 2026-10-15  RTC  GAMESTAT RECORD LENGTH PICKED UP THE DAILY
000336*                  CHALLENGE FLAG ADDED AT THE END OF THE RECORD.
000337* 2026-10-15  RTC  A WINDOW REACHING THE MONTHS HISTROLL HAS
000338*                  OFFLOADED TAKES THEM FROM THE BY-WORD HISTSUMM
000339*                  RECORDS, WIDENED TO WHOLE MONTHS.
000340*-----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000410     SELECT GAMEHIST-FILE       ASSIGN TO "GAMEHIST"
000420                                ORGANIZATION LINE SEQUENTIAL
000430                                FILE STATUS IS GAMEHIST-STATUS.
000432     SELECT HISTSUMM-FILE       ASSIGN TO "HISTSUMM"
000434                                ORGANIZATION LINE SEQUENTIAL
000436                                FILE STATUS IS HISTSUMM-STATUS.
000440     SELECT PROPOSAL-FILE       ASSIGN TO "WORDPROP"
000450                                ORGANIZATION LINE SEQUENTIAL
000460                                FILE STATUS IS PROPOSAL-STATUS.
000520     COPY WORDREC.
000530*
000540 FD  GAMEHIST-FILE
000550     RECORD CONTAINS 72 CHARACTERS.
000560     COPY GAMESTAT.
000562*
000564 FD  HISTSUMM-FILE
000566     RECORD CONTAINS 106 CHARACTERS.
000568     COPY HISTSUMM.
000570*
000580 FD  PROPOSAL-FILE
000590     RECORD CONTAINS 27 CHARACTERS.
000670     88  GAMEHIST-OK              VALUE "00".
000680     88  GAMEHIST-EOF             VALUE "10".
000690     88  GAMEHIST-NOT-FOUND       VALUE "35".
000692 01  HISTSUMM-STATUS              PIC X(2).
000694     88  HISTSUMM-OK              VALUE "00".
000696     88  HISTSUMM-EOF             VALUE "10".
000698     88  HISTSUMM-NOT-FOUND       VALUE "35".
000700 01  PROPOSAL-STATUS              PIC X(2).
000710     88  PROPOSAL-OK              VALUE "00".
000720 01  FILLER                       PIC X.
000820 01  RUN-DATE                     PIC 9(8).
000830 01  WORK-DAY-NUMBER              PIC 9(9) COMP.
000840 01  CUTOFF-DATE                  PIC 9(8).
000841 01  FILLER                       REDEFINES CUTOFF-DATE.
000841     05  CUTOFF-MONTH             PIC 9(6).
000842     05  CUTOFF-DAY               PIC 9(2).
000843 01  GAME-MONTH                   PIC 9(6).
000844 01  SUMMARY-THROUGH-MONTH        PIC 9(6).
000845*
000845*    THE PLAY BEING TALLIED - ONE GAME FROM GAMEHIST OR A MONTH'S
000846*    TOTALS FOR THE WORD FROM HISTSUMM.
000847 01  TALLY-WORD                   PIC X(20).
000848 01  TALLY-WON                    PIC 9(7) COMP.
000849 01  TALLY-LOST                   PIC 9(7) COMP.
000850*
000860 01  CURATE-TABLE.
000870     05  CURATE-ENTRY             OCCURS 500 TIMES
001340     MOVE ZERO                  TO UNPICKED-COUNT.
001350     MOVE ZERO                  TO OVERPLAYED-COUNT.
001360     MOVE ZERO                  TO PROPOSAL-COUNT.
001362     MOVE ZERO                  TO SUMMARY-THROUGH-MONTH.
001370     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
001380     MOVE CURRENT-DATE-TIME (1:8) TO RUN-DATE.
001390     ACCEPT CMD-ARG-COUNT        FROM ARGUMENT-NUMBER.
002060*
002070*-----------------------------------------------------------------
002080* 3000-READ-HISTORY - ROLL THE WINDOW'S GAME HISTORY ONTO THE
002082* CURATION TABLE, THE SUMMARIZED MONTHS FIRST.  A HISTORY WORD
002084* NO LONGER ON THE WORDS FILE IS ALREADY GONE AND NEEDS NO
002110* PROPOSAL.  A MISSING HISTORY FILE JUST MEANS AN EMPTY WINDOW.
002120*-----------------------------------------------------------------
002130 3000-READ-HISTORY.
002131     PERFORM 3500-LOAD-SUMMARIES THRU 3500-EXIT.
002132     IF FATAL-ERROR
002133         GO TO 3000-EXIT
002134     END-IF.
002135     IF CUTOFF-MONTH NOT > SUMMARY-THROUGH-MONTH
002136         MOVE 1                  TO CUTOFF-DAY
002137     END-IF.
002140     OPEN INPUT GAMEHIST-FILE.
002150     IF GAMEHIST-NOT-FOUND
002160         DISPLAY "GAMEHIST FILE NOT FOUND - EMPTY WINDOW"
002340         AT END
002350             SET GAMEHIST-EOF    TO TRUE
002360         NOT AT END
002390             PERFORM 3150-CHECK-GAME THRU 3150-EXIT
002410     END-READ.
002420 3100-EXIT.
002430     EXIT.
002440*
002441*-----------------------------------------------------------------
002441* 3150-CHECK-GAME - A GAME IN THE WINDOW IS TALLIED UNLESS ITS
002441* MONTH WAS ALREADY TALLIED FROM THE SUMMARIES.
002442*-----------------------------------------------------------------
002442 3150-CHECK-GAME.
002442     COMPUTE GAME-MONTH = GSREC-GAME-DATE / 100.
002443     IF GAME-MONTH NOT > SUMMARY-THROUGH-MONTH
002443             AND GSREC-GAME-DATE NOT = ZERO
002443         GO TO 3150-EXIT
002444     END-IF.
002444     IF GSREC-GAME-DATE < CUTOFF-DATE
002444         GO TO 3150-EXIT
002445     END-IF.
002445     MOVE GSREC-WORD            TO TALLY-WORD.
002446     IF GSREC-WON
002446         MOVE 1                  TO TALLY-WON
002446         MOVE ZERO               TO TALLY-LOST
002447     ELSE
002447         MOVE ZERO               TO TALLY-WON
002447         MOVE 1                  TO TALLY-LOST
002448     END-IF.
002448     PERFORM 3200-TALLY-GAME     THRU 3200-EXIT.
002448 3150-EXIT.
002449     EXIT.
002449*
002450 3200-TALLY-GAME.
002452     ADD TALLY-WON TALLY-LOST    TO GAMES-IN-WINDOW.
002460     PERFORM 3300-FIND-WORD      THRU 3300-EXIT.
002470     IF CURATE-WORD-MISSING
002480         GO TO 3200-EXIT
002490     END-IF.
002510     ADD TALLY-WON               TO CU-WINDOW-WON (CU-IDX).
002530     ADD TALLY-LOST              TO CU-WINDOW-LOST (CU-IDX).
002550 3200-EXIT.
002560     EXIT.
002570*
002580*-----------------------------------------------------------------
002590* 3300-FIND-WORD - LINEAR SEARCH THE CURATION TABLE FOR THE WORD
002600* BEING TALLIED, LEAVING CU-IDX AT THE MATCH.
002610*-----------------------------------------------------------------
002620 3300-FIND-WORD.
002630     SET CURATE-WORD-MISSING     TO TRUE.
002670             CONTINUE
002680         WHEN CU-IDX > CURATE-COUNT
002690             CONTINUE
002700         WHEN CU-WORD (CU-IDX) = TALLY-WORD
002710             SET CURATE-WORD-FOUND TO TRUE
002720     END-SEARCH.
002730 3300-EXIT.
002731     EXIT.
002731*
002731*-----------------------------------------------------------------
002731* 3500-LOAD-SUMMARIES - TALLY THE BY-WORD SUMMARY RECORDS FOR
002731* EVERY MONTH THE WINDOW REACHES.  THE HIGHEST MONTH ON THE FILE
002731* IS HOW FAR HISTROLL HAS OFFLOADED.  NO SUMMARY FILE MEANS
002732* NOTHING HAS BEEN OFFLOADED YET.
002732*-----------------------------------------------------------------
002732 3500-LOAD-SUMMARIES.
002732     OPEN INPUT HISTSUMM-FILE.
002732     IF HISTSUMM-NOT-FOUND
002733         GO TO 3500-EXIT
002733     END-IF.
002733     IF NOT HISTSUMM-OK
002733         DISPLAY "UNABLE TO OPEN HISTSUMM FILE, STATUS "
002733             HISTSUMM-STATUS
002734         SET FATAL-ERROR         TO TRUE
002734         MOVE 8                  TO RETURN-CODE
002734         GO TO 3500-EXIT
002734     END-IF.
002734     PERFORM 3510-READ-SUMMARY   THRU 3510-EXIT
002735         UNTIL HISTSUMM-EOF.
002735     CLOSE HISTSUMM-FILE.
002735 3500-EXIT.
002735     EXIT.
002735*
002736 3510-READ-SUMMARY.
002736     READ HISTSUMM-FILE NEXT RECORD
002736         AT END
002736             SET HISTSUMM-EOF    TO TRUE
002736             GO TO 3510-EXIT
002737     END-READ.
002737     IF SMREC-MONTH > SUMMARY-THROUGH-MONTH
002737         MOVE SMREC-MONTH       TO SUMMARY-THROUGH-MONTH
002737     END-IF.
002737     IF NOT SMREC-BY-WORD
002738         GO TO 3510-EXIT
002738     END-IF.
002738     IF SMREC-MONTH < CUTOFF-MONTH
002738         GO TO 3510-EXIT
002738     END-IF.
002739     MOVE SMREC-KEY             TO TALLY-WORD.
002739     MOVE SMREC-WINS            TO TALLY-WON.
002739     MOVE SMREC-LOSSES          TO TALLY-LOST.
002739     PERFORM 3200-TALLY-GAME     THRU 3200-EXIT.
002739 3510-EXIT.
002740     EXIT.
002750*
002760*-----------------------------------------------------------------
