000170* THE AS-OF DATE DEFAULTS TO THE RUN DATE.  WEEKS BEGIN ON
000180* MONDAY AND ARE LABELLED BY THEIR STARTING DATE.
000190*
000192* MONTHS HISTROLL HAS OFFLOADED FROM GAMEHIST ARE TAKEN FROM THE
000194* BY-DAY RECORDS ON THE MONTHLY SUMMARY FILE (HISTSUMM); GAMEHIST
000196* DETAIL FOR THOSE MONTHS, IF STILL ON FILE, IS PASSED OVER.
000198*
000200* MODIFICATION HISTORY
000210* DATE       INIT  DESCRIPTION
000220* ---------  ----  -------------------------------------------
000230* 2026-08-22  RTC  ORIGINAL VERSION.
000240* 2026-08-22  RTC  RECORD LENGTH PICKED UP THE GAME SCORE ADDED
000250*                  TO THE GAMESTAT LAYOUT.
000251* 2026-10-15  RTC  RECORD LENGTH PICKED UP THE GAME ID, PLAYER
000252*                  ID AND DIFFICULTY ADDED TO GAMESTAT.
000253* 2026-10-15  RTC  GAMESTAT RECORD LENGTH PICKED UP THE RULE-SET
000254*                  ID ADDED AT THE END OF THE RECORD.
000255* 2026-10-15  RTC  GAMESTAT RECORD LENGTH PICKED UP THE DAILY
000256*                  CHALLENGE FLAG ADDED AT THE END OF THE RECORD.
000257* 2026-10-15  RTC  OFFLOADED MONTHS ARE REPORTED FROM THE BY-DAY
000258*                  HISTSUMM RECORDS; GAMEHIST DETAIL FOR THEM IS
000259*                  PASSED OVER.
000260*-----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000300     SELECT GAMEHIST-FILE       ASSIGN TO "GAMEHIST"
000310                                ORGANIZATION LINE SEQUENTIAL
000320                                FILE STATUS IS GAMEHIST-STATUS.
000322     SELECT HISTSUMM-FILE       ASSIGN TO "HISTSUMM"
000324                                ORGANIZATION LINE SEQUENTIAL
000326                                FILE STATUS IS HISTSUMM-STATUS.
000330*
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  GAMEHIST-FILE
000370     RECORD CONTAINS 72 CHARACTERS.
000380     COPY GAMESTAT.
000382*
000384 FD  HISTSUMM-FILE
000386     RECORD CONTAINS 106 CHARACTERS.
000388     COPY HISTSUMM.
000390*
000400 WORKING-STORAGE SECTION.
000410 01  GAMEHIST-STATUS              PIC X(2).
000420     88  GAMEHIST-OK              VALUE "00".
000430     88  GAMEHIST-EOF             VALUE "10".
000432 01  HISTSUMM-STATUS              PIC X(2).
000434     88  HISTSUMM-OK              VALUE "00".
000436     88  HISTSUMM-EOF             VALUE "10".
000438     88  HISTSUMM-NOT-FOUND       VALUE "35".
000440 01  FILLER                       PIC X.
000450     88  FATAL-ERROR              VALUE "E".
000460     88  NO-FATAL-ERROR           VALUE "N".
000570 01  LAST-WEEK-KEY                PIC 9(8).
000580 01  THIS-MONTH-KEY               PIC 9(6).
000590 01  LAST-MONTH-KEY               PIC 9(6).
000591 01  SUMMARY-THROUGH-MONTH        PIC 9(6).
000592*
000593*    THE GAMES BEING POSTED - ONE GAME FROM GAMEHIST OR A DAY'S
000594*    TOTALS FROM HISTSUMM.
000595 01  POST-DATE                    PIC 9(8).
000596 01  POST-GAMES                   PIC 9(7) COMP.
000597 01  POST-WON                     PIC 9(7) COMP.
000598 01  POST-GUESSES                 PIC 9(7) COMP.
000600*
000610 01  WEEK-TABLE.
000620     05  WEEK-SUMMARY             OCCURS 200 TIMES
001240     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001250     IF NOT FATAL-ERROR
001260         PERFORM 2000-READ-HISTORY   THRU 2000-EXIT
001262     END-IF.
001264     IF NOT FATAL-ERROR
001270         PERFORM 3000-SORT-TABLES    THRU 3000-EXIT
001280         PERFORM 4000-PRINT-REPORT   THRU 4000-EXIT
001290     END-IF.
001370     SET NO-FATAL-ERROR          TO TRUE.
001380     MOVE ZERO                  TO WEEK-COUNT.
001390     MOVE ZERO                  TO MONTH-COUNT.
001392     MOVE ZERO                  TO SUMMARY-THROUGH-MONTH.
001400     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
001410     MOVE CURRENT-DATE-TIME (1:8) TO AS-OF-DATE.
001420     ACCEPT CMD-ARG-COUNT        FROM ARGUMENT-NUMBER.
002010     EXIT.
002020*
002030*-----------------------------------------------------------------
002040* 2000-READ-HISTORY - ACCUMULATE THE WEEK AND MONTH TABLES, FROM
002042* THE SUMMARIES FIRST AND THEN FROM THE DETAIL NOT YET OFFLOADED.
002050*-----------------------------------------------------------------
002060 2000-READ-HISTORY.
002061     PERFORM 2500-LOAD-SUMMARIES THRU 2500-EXIT.
002062     IF FATAL-ERROR
002063         CLOSE GAMEHIST-FILE
002064         GO TO 2000-EXIT
002065     END-IF.
002070     PERFORM 2100-READ-ONE-RECORD THRU 2100-EXIT
002080         UNTIL GAMEHIST-EOF.
002090     CLOSE GAMEHIST-FILE.
002150         AT END
002160             SET GAMEHIST-EOF    TO TRUE
002170         NOT AT END
002180             PERFORM 2150-POST-GAME THRU 2150-EXIT
002190     END-READ.
002200 2100-EXIT.
002210     EXIT.
002220*
002221 2150-POST-GAME.
002221     COMPUTE WORK-MONTH-KEY = GSREC-GAME-DATE / 100.
002221     IF WORK-MONTH-KEY NOT > SUMMARY-THROUGH-MONTH
002222             AND GSREC-GAME-DATE NOT = ZERO
002222         GO TO 2150-EXIT
002223     END-IF.
002223     MOVE GSREC-GAME-DATE       TO POST-DATE.
002224     MOVE 1                     TO POST-GAMES.
002224     MOVE GSREC-GUESS-COUNT     TO POST-GUESSES.
002224     IF GSREC-WON
002225         MOVE 1                  TO POST-WON
002225     ELSE
002226         MOVE ZERO               TO POST-WON
002226     END-IF.
002227     PERFORM 2200-ACCUMULATE     THRU 2200-EXIT.
002227 2150-EXIT.
002227     EXIT.
002228*
002228*-----------------------------------------------------------------
002229* 2200-ACCUMULATE - ADD THE POST- FIELDS TO THEIR WEEK AND MONTH.
002229*-----------------------------------------------------------------
002230 2200-ACCUMULATE.
002240     MOVE POST-DATE             TO WORK-WEEK-KEY.
002250     PERFORM 1100-WEEK-OF-DATE   THRU 1100-EXIT.
002260     COMPUTE WORK-MONTH-KEY = POST-DATE / 100.
002270     PERFORM 2300-FIND-WEEK      THRU 2300-EXIT.
002280     IF WEEK-NOT-FOUND
002290         IF WEEK-COUNT NOT LESS THAN 200
002300             DISPLAY "WEEK TABLE FULL - SKIPPING "
002310                 POST-DATE
002320             GO TO 2200-MONTH
002330         END-IF
002340         ADD 1                   TO WEEK-COUNT
002380         MOVE ZERO               TO WK-WON (WK-IDX)
002390         MOVE ZERO               TO WK-GUESSES (WK-IDX)
002400     END-IF.
002410     ADD POST-GAMES              TO WK-GAMES (WK-IDX).
002420     ADD POST-GUESSES            TO WK-GUESSES (WK-IDX).
002440     ADD POST-WON                TO WK-WON (WK-IDX).
002460 2200-MONTH.
002470     PERFORM 2400-FIND-MONTH     THRU 2400-EXIT.
002480     IF MONTH-NOT-FOUND
002490         IF MONTH-COUNT NOT LESS THAN 120
002500             DISPLAY "MONTH TABLE FULL - SKIPPING "
002510                 POST-DATE
002520             GO TO 2200-EXIT
002530         END-IF
002540         ADD 1                   TO MONTH-COUNT
002580         MOVE ZERO               TO MO-WON (MO-IDX)
002590         MOVE ZERO               TO MO-GUESSES (MO-IDX)
002600     END-IF.
002610     ADD POST-GAMES              TO MO-GAMES (MO-IDX).
002620     ADD POST-GUESSES            TO MO-GUESSES (MO-IDX).
002640     ADD POST-WON                TO MO-WON (MO-IDX).
002660 2200-EXIT.
002670     EXIT.
002680*
003000             SET MONTH-FOUND     TO TRUE
003010     END-SEARCH.
003020 2400-EXIT.
003021     EXIT.
003021*
003021*-----------------------------------------------------------------
003021* 2500-LOAD-SUMMARIES - POST THE BY-DAY SUMMARY RECORDS.  THE
003021* HIGHEST MONTH ON THE FILE IS HOW FAR HISTROLL HAS OFFLOADED.  NO
003022* SUMMARY FILE MEANS NOTHING HAS BEEN OFFLOADED YET; ANY OTHER
003022* OPEN FAILURE ENDS THE RUN WITH RETURN CODE 8, SINCE A TREND
003022* WITHOUT THE OFFLOADED MONTHS WOULD BE WRONG.
003022*-----------------------------------------------------------------
003022 2500-LOAD-SUMMARIES.
003023     OPEN INPUT HISTSUMM-FILE.
003023     IF HISTSUMM-NOT-FOUND
003023         GO TO 2500-EXIT
003023     END-IF.
003023     IF NOT HISTSUMM-OK
003024         DISPLAY "UNABLE TO OPEN HISTSUMM FILE, STATUS "
003024             HISTSUMM-STATUS
003024         SET FATAL-ERROR         TO TRUE
003024         MOVE 8                  TO RETURN-CODE
003024         GO TO 2500-EXIT
003025     END-IF.
003025     PERFORM 2510-READ-SUMMARY   THRU 2510-EXIT
003025         UNTIL HISTSUMM-EOF.
003025     CLOSE HISTSUMM-FILE.
003025 2500-EXIT.
003026     EXIT.
003026*
003026 2510-READ-SUMMARY.
003026     READ HISTSUMM-FILE NEXT RECORD
003026         AT END
003027             SET HISTSUMM-EOF    TO TRUE
003027             GO TO 2510-EXIT
003027     END-READ.
003027     IF SMREC-MONTH > SUMMARY-THROUGH-MONTH
003027         MOVE SMREC-MONTH       TO SUMMARY-THROUGH-MONTH
003028     END-IF.
003028     IF NOT SMREC-BY-DAY
003028         GO TO 2510-EXIT
003028     END-IF.
003028     MOVE SMREC-DAY-DATE        TO POST-DATE.
003029     MOVE SMREC-GAMES           TO POST-GAMES.
003029     MOVE SMREC-WINS            TO POST-WON.
003029     MOVE SMREC-TOTAL-GUESSES   TO POST-GUESSES.
003029     PERFORM 2200-ACCUMULATE     THRU 2200-EXIT.
003029 2510-EXIT.
003030     EXIT.
003040*
003050*-----------------------------------------------------------------
