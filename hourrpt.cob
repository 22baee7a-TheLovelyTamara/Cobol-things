000200* WEEKS SPLIT THE SAME WAY HANGTRND COUNTS THEM - MONDAY THROUGH
000210* FRIDAY ARE WEEKDAYS, SATURDAY AND SUNDAY THE WEEKEND.
000220*
000222* MONTHS HISTROLL HAS OFFLOADED FROM GAMEHIST ARE TAKEN FROM THE
000224* BY-HOUR RECORDS ON THE MONTHLY SUMMARY FILE (HISTSUMM); GAMEHIST
000226* DETAIL FOR THOSE MONTHS, IF STILL ON FILE, IS PASSED OVER.
000228*
000230* MODIFICATION HISTORY
000240* DATE       INIT  DESCRIPTION
000250* ---------  ----  -------------------------------------------
000260* 2026-09-03  RTC  ORIGINAL VERSION.
000261* 2026-10-15  RTC  RECORD LENGTH PICKED UP THE GAME ID, PLAYER
000262*                  ID AND DIFFICULTY ADDED TO GAMESTAT.
000263* 2026-10-15  RTC  GAMESTAT RECORD LENGTH PICKED UP THE RULE-SET
000264*                  ID ADDED AT THE END OF THE RECORD.
000265* 2026-10-15  RTC  GAMESTAT RECORD LENGTH PICKED UP THE DAILY
000266*                  CHALLENGE FLAG ADDED AT THE END OF THE RECORD.
000267* 2026-10-15  RTC  OFFLOADED MONTHS ARE BUCKETED FROM THE BY-HOUR
000268*                  HISTSUMM RECORDS; GAMEHIST DETAIL FOR THEM IS
000269*                  PASSED OVER.
000270*-----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000310     SELECT GAMEHIST-FILE       ASSIGN TO "GAMEHIST"
000320                                ORGANIZATION LINE SEQUENTIAL
000330                                FILE STATUS IS GAMEHIST-STATUS.
000332     SELECT HISTSUMM-FILE       ASSIGN TO "HISTSUMM"
000334                                ORGANIZATION LINE SEQUENTIAL
000336                                FILE STATUS IS HISTSUMM-STATUS.
000340*
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  GAMEHIST-FILE
000380     RECORD CONTAINS 72 CHARACTERS.
000390     COPY GAMESTAT.
000392*
000394 FD  HISTSUMM-FILE
000396     RECORD CONTAINS 106 CHARACTERS.
000398     COPY HISTSUMM.
000400*
000410 WORKING-STORAGE SECTION.
000420 01  GAMEHIST-STATUS              PIC X(2).
000430     88  GAMEHIST-OK              VALUE "00".
000440     88  GAMEHIST-EOF             VALUE "10".
000442 01  HISTSUMM-STATUS              PIC X(2).
000444     88  HISTSUMM-OK              VALUE "00".
000446     88  HISTSUMM-EOF             VALUE "10".
000448     88  HISTSUMM-NOT-FOUND       VALUE "35".
000450 01  FILLER                       PIC X.
000460     88  FATAL-ERROR              VALUE "E".
000470     88  NO-FATAL-ERROR           VALUE "N".
000590 01  GAME-HOUR                    PIC 9(2).
000600 01  WORK-DAY-NUMBER              PIC 9(9) COMP.
000610 01  DAY-OF-WEEK-NUM              PIC 9(1) COMP.
000612 01  GAME-MONTH                   PIC 9(6).
000614 01  SUMMARY-THROUGH-MONTH        PIC 9(6).
000620*
000630 01  SPLIT-GAMES                  PIC 9(7) COMP.
000640 01  SPLIT-WON                    PIC 9(7) COMP.
000780     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
000790     IF NOT FATAL-ERROR
000800         PERFORM 2000-READ-HISTORY   THRU 2000-EXIT
000802     END-IF.
000804     IF NOT FATAL-ERROR
000810         PERFORM 3000-PRINT-REPORT   THRU 3000-EXIT
000820     END-IF.
000830     GOBACK.
000870*-----------------------------------------------------------------
000880 1000-INITIALIZE.
000890     SET NO-FATAL-ERROR          TO TRUE.
000892     MOVE ZERO                  TO SUMMARY-THROUGH-MONTH.
000900     PERFORM 1100-CLEAR-BUCKET   THRU 1100-EXIT
000902         VARYING SPLIT-SUB FROM 1 BY 1
000904             UNTIL SPLIT-SUB > 2
001000*
001010*-----------------------------------------------------------------
001020* 2000-READ-HISTORY - BUCKET EVERY COMPLETED GAME BY HOUR AND
001022* WEEKDAY/WEEKEND, THE SUMMARIZED MONTHS FIRST.
001040*-----------------------------------------------------------------
001050 2000-READ-HISTORY.
001051     PERFORM 2500-LOAD-SUMMARIES THRU 2500-EXIT.
001052     IF FATAL-ERROR
001053         CLOSE GAMEHIST-FILE
001054         GO TO 2000-EXIT
001055     END-IF.
001060     PERFORM 2100-READ-ONE-RECORD THRU 2100-EXIT
001070         UNTIL GAMEHIST-EOF.
001080     CLOSE GAMEHIST-FILE.
001230* 2200-ACCUMULATE - THE HOUR COMES FROM THE GAME TIME, THE SPLIT
001240* FROM THE DAY NUMBER THE SAME WAY HANGTRND FINDS ITS MONDAYS -
001250* DAY ONE OF THE CALENDAR WAS A MONDAY, SO REMAINDERS FIVE AND
001260* SIX LAND ON SATURDAY AND SUNDAY.  MONTHS ALREADY TAKEN FROM
001262* THE SUMMARIES ARE SKIPPED.
001270*-----------------------------------------------------------------
001280 2200-ACCUMULATE.
001281     COMPUTE GAME-MONTH = GSREC-GAME-DATE / 100.
001282     IF GAME-MONTH NOT > SUMMARY-THROUGH-MONTH
001283             AND GSREC-GAME-DATE NOT = ZERO
001284         GO TO 2200-EXIT
001285     END-IF.
001290     MOVE GSREC-GAME-TIME (1:2) TO GAME-HOUR.
001300     IF GAME-HOUR > 23
001310         GO TO 2200-EXIT
001470         ADD 1                   TO HB-WON (SPLIT-SUB HOUR-SUB)
001480     END-IF.
001490 2200-EXIT.
001491     EXIT.
001491*
001491*-----------------------------------------------------------------
001491* 2500-LOAD-SUMMARIES - ADD THE BY-HOUR SUMMARY RECORDS TO THE
001491* BUCKETS.  HOUR 99 HOLDS GAMES WITH NO USABLE TIME, WHICH THE
001491* DETAIL PASS LEAVES OUT AS WELL.  THE HIGHEST MONTH ON THE FILE
001492* IS HOW FAR HISTROLL HAS OFFLOADED.  A SUMMARY FILE THAT IS
001492* THERE BUT WILL NOT OPEN ENDS THE RUN WITH RETURN CODE 8.
001492*-----------------------------------------------------------------
001492 2500-LOAD-SUMMARIES.
001492     OPEN INPUT HISTSUMM-FILE.
001492     IF HISTSUMM-NOT-FOUND
001493         GO TO 2500-EXIT
001493     END-IF.
001493     IF NOT HISTSUMM-OK
001493         DISPLAY "UNABLE TO OPEN HISTSUMM FILE, STATUS "
001493             HISTSUMM-STATUS
001493         SET FATAL-ERROR         TO TRUE
001494         MOVE 8                  TO RETURN-CODE
001494         GO TO 2500-EXIT
001494     END-IF.
001494     PERFORM 2510-READ-SUMMARY   THRU 2510-EXIT
001494         UNTIL HISTSUMM-EOF.
001494     CLOSE HISTSUMM-FILE.
001495 2500-EXIT.
001495     EXIT.
001495*
001495 2510-READ-SUMMARY.
001495     READ HISTSUMM-FILE NEXT RECORD
001495         AT END
001496             SET HISTSUMM-EOF    TO TRUE
001496             GO TO 2510-EXIT
001496     END-READ.
001496     IF SMREC-MONTH > SUMMARY-THROUGH-MONTH
001496         MOVE SMREC-MONTH       TO SUMMARY-THROUGH-MONTH
001496     END-IF.
001497     IF NOT SMREC-BY-HOUR
001497         GO TO 2510-EXIT
001497     END-IF.
001497     IF SMREC-HOUR > 23
001497         GO TO 2510-EXIT
001497     END-IF.
001498     IF SMREC-WEEKEND-HOUR
001498         SET WEEKEND-SPLIT       TO TRUE
001498     ELSE
001498         SET WEEKDAY-SPLIT       TO TRUE
001498     END-IF.
001498     COMPUTE HOUR-SUB = SMREC-HOUR + 1.
001499     ADD SMREC-GAMES TO HB-GAMES (SPLIT-SUB HOUR-SUB).
001499     ADD SMREC-WINS  TO HB-WON (SPLIT-SUB HOUR-SUB).
001499     ADD SMREC-TOTAL-GUESSES
001499         TO HB-GUESSES (SPLIT-SUB HOUR-SUB).
001499 2510-EXIT.
001500     EXIT.
001510*
001520*-----------------------------------------------------------------
