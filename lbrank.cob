000230* COMPLETED GAMES (DEFAULT 3) SO ONE LUCKY WIN CANNOT TOP THE
000240* BOARD.  THE FASTEST-SOLVES BOARD IS PER GAME, NOT PER PLAYER.
000250*
000251* MONTHS HISTROLL HAS OFFLOADED FROM LBHIST ARE TAKEN FROM THE
000251* BY-PLAYER RECORDS ON THE MONTHLY SUMMARY FILE (HISTSUMM).  THE
000252* INDIVIDUAL GAMES OF THOSE MONTHS ARE GONE, SO ON THE TWO PER-
000253* GAME BOARDS EACH PLAYER'S MONTH STANDS AS ONE ENTRY CARRYING
000254* THE FASTEST WIN AND BEST SCORE OF THE MONTH, SHOWN AGAINST
000255* "MONTH OF YYYYMM" IN PLACE OF THE WORD.  LBHIST DETAIL FOR AN
000256* OFFLOADED MONTH, IF STILL ON FILE, IS PASSED OVER.  FEED
000257* RECORDS DATED 00000000, CONVERTED FROM BEFORE THE GAME DATE
000258* WAS CARRIED, ARE IN NO SUMMARY AND ARE ALWAYS TAKEN AS DETAIL.
000259*
000260* MODIFICATION HISTORY
000270* DATE       INIT  DESCRIPTION
000280* ---------  ----  -------------------------------------------
000320* 2026-08-22  RTC  THE FEED HISTORY FILE IS NOW READ AS WELL AS
000330*                  THE CURRENT FEED, SO THE RANKINGS KEEP THEIR
000340*                  HISTORY NOW THAT GAMEARCH TRIMS LBOARD DAILY.
000341* 2026-10-15  RTC  RECORD LENGTH PICKED UP THE GAME ID AND
000341*                  DIFFICULTY ADDED TO THE LBOARD LAYOUT.
000342* 2026-10-15  RTC  LEADERBOARD RECORD LENGTH PICKED UP THE
000343*                  RULE-SET ID ADDED AT THE END OF THE RECORD.
000344* 2026-10-15  RTC  LEADERBOARD RECORD LENGTH PICKED UP THE WRONG-
000345*                  GUESS COUNT AND DAILY CHALLENGE FLAG ADDED AT
000346*                  THE END OF THE RECORD.
000347* 2026-10-15  RTC  THE OFFLOADED MONTHS ARE RANKED FROM THE
000348*                  HISTSUMM BY-PLAYER SUMMARIES; LBHIST DETAIL
000349*                  FOR THEM IS PASSED OVER.
000350*-----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000420     SELECT LBHIST-FILE         ASSIGN TO "LBHIST"
000430                                ORGANIZATION LINE SEQUENTIAL
000440                                FILE STATUS IS LBHIST-STATUS.
000442     SELECT HISTSUMM-FILE       ASSIGN TO "HISTSUMM"
000444                                ORGANIZATION LINE SEQUENTIAL
000446                                FILE STATUS IS HISTSUMM-STATUS.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  LEADERBOARD-FILE
000490     RECORD CONTAINS 74 CHARACTERS.
000500     COPY LBOARD.
000510*
000520 FD  LBHIST-FILE
000530     RECORD CONTAINS 74 CHARACTERS.
000540     COPY LBOARD REPLACING ==LEADERBOARD-RECORD==
000550         BY ==HIST-FEED-RECORD==
000560         LEADING ==LBREC== BY ==HREC==.
000562*
000564 FD  HISTSUMM-FILE
000566     RECORD CONTAINS 106 CHARACTERS.
000568     COPY HISTSUMM.
000570*
000580 WORKING-STORAGE SECTION.
000590 01  LEADERBOARD-STATUS           PIC X(2).
000640     88  LBHIST-OK                VALUE "00".
000650     88  LBHIST-EOF               VALUE "10".
000660     88  LBHIST-NOT-FOUND         VALUE "35".
000662 01  HISTSUMM-STATUS              PIC X(2).
000664     88  HISTSUMM-OK              VALUE "00".
000666     88  HISTSUMM-EOF             VALUE "10".
000668     88  HISTSUMM-NOT-FOUND       VALUE "35".
000670 01  FILLER                       PIC X.
000680     88  LBOARD-PRESENT           VALUE "Y".
000690     88  LBOARD-ABSENT            VALUE "N".
000700 01  FILLER                       PIC X.
000710     88  LBHIST-PRESENT           VALUE "Y".
000720     88  LBHIST-ABSENT            VALUE "N".
000722 01  FILLER                       PIC X.
000724     88  HISTSUMM-PRESENT         VALUE "Y".
000726     88  HISTSUMM-ABSENT          VALUE "N".
000730 COPY LBOARD REPLACING ==LEADERBOARD-RECORD== BY ==FEED-WORK==
000740     LEADING ==LBREC== BY ==FWRK==.
000750 01  FILLER                       PIC X.
000800 01  CMD-MIN-PARM                 PIC X(3).
000810 01  MIN-PARM-JUST                PIC X(3) JUSTIFIED RIGHT.
000820 01  MIN-GAMES                    PIC 9(3)     VALUE 3.
000821*
000822 01  FEED-MONTH                   PIC 9(6).
000823 01  SUMMARY-THROUGH-MONTH        PIC 9(6).
000824 01  SUMMARY-SOLVE-LABEL.
000825     05  FILLER                   PIC X(9)     VALUE "MONTH OF ".
000826     05  SOLVE-LABEL-MONTH        PIC 9(6).
000827     05  FILLER                   PIC X(5)     VALUE SPACES.
000830*
000840 01  PLAYER-RANK-TABLE.
000850     05  PLAYER-RANK              OCCURS 500 TIMES
001450*
001460*-----------------------------------------------------------------
001470* 1000-INITIALIZE - PICK UP THE MINIMUM-GAMES PARAMETER AND OPEN
001480* THE SUMMARY, FEED HISTORY AND CURRENT FEED FILES.  A MISSING
001482* FILE IS AN EMPTY SIDE; ONLY ALL MISSING MEANS NOTHING TO RANK.
001490*-----------------------------------------------------------------
001500 1000-INITIALIZE.
001510     SET NO-FATAL-ERROR          TO TRUE.
001520     MOVE ZERO                  TO PLAYER-RANK-COUNT.
001530     MOVE ZERO                  TO SOLVE-COUNT.
001532     MOVE ZERO                  TO SUMMARY-THROUGH-MONTH.
001540     ACCEPT CMD-ARG-COUNT        FROM ARGUMENT-NUMBER.
001550     IF CMD-ARG-COUNT NOT LESS THAN 1
001560         DISPLAY 1               UPON ARGUMENT-NUMBER
001920             GO TO 1000-EXIT
001930         END-IF
001940     END-IF.
001941     SET HISTSUMM-PRESENT        TO TRUE.
001941     OPEN INPUT HISTSUMM-FILE.
001942     IF HISTSUMM-NOT-FOUND
001943         SET HISTSUMM-ABSENT     TO TRUE
001944     ELSE
001944         IF NOT HISTSUMM-OK
001945             DISPLAY "UNABLE TO OPEN HISTSUMM FILE, STATUS "
001946                 HISTSUMM-STATUS
001947             SET FATAL-ERROR     TO TRUE
001947             GO TO 1000-EXIT
001948         END-IF
001949     END-IF.
001950     IF LBOARD-ABSENT AND LBHIST-ABSENT AND HISTSUMM-ABSENT
001960         DISPLAY "NO LEADERBOARD DATA TO RANK"
001970         SET FATAL-ERROR         TO TRUE
001980     END-IF.
002010*
002020*-----------------------------------------------------------------
002030* 2000-READ-LEADERBOARD - ACCUMULATE THE PER-PLAYER TABLE AND THE
002040* PER-GAME SOLVE TABLE (WON GAMES ONLY).  THE SUMMARIES GO FIRST
002042* SO THE OFFLOADED MONTHS ARE KNOWN BEFORE LBHIST IS READ.
002050*-----------------------------------------------------------------
002060 2000-READ-LEADERBOARD.
002061     IF HISTSUMM-PRESENT
002062         PERFORM 2400-READ-ONE-SUMMARY THRU 2400-EXIT
002063             UNTIL HISTSUMM-EOF
002064         CLOSE HISTSUMM-FILE
002065     END-IF.
002070     IF LBHIST-PRESENT
002080         PERFORM 2050-READ-ONE-HIST THRU 2050-EXIT
002090             UNTIL LBHIST-EOF
002220         AT END
002230             SET LBHIST-EOF      TO TRUE
002240         NOT AT END
002242             COMPUTE FEED-MONTH = HREC-GAME-DATE / 100
002244             IF FEED-MONTH > SUMMARY-THROUGH-MONTH
002246                     OR HREC-GAME-DATE = ZERO
002250                 MOVE HIST-FEED-RECORD TO FEED-WORK
002260                 PERFORM 2200-ACCUMULATE THRU 2200-EXIT
002262             END-IF
002270     END-READ.
002280 2050-EXIT.
002290     EXIT.
002920             SET PLAYER-FOUND    TO TRUE
002930     END-SEARCH.
002940 2300-EXIT.
002941     EXIT.
002941*
002941*-----------------------------------------------------------------
002941* 2400-READ-ONE-SUMMARY - POST A BY-PLAYER SUMMARY RECORD TO THE
002941* PLAYER TABLE, AND A MONTH WITH WINS TO THE SOLVE TABLE AS ONE
002941* ENTRY.  THE HIGHEST MONTH ON THE FILE IS HOW FAR HISTROLL HAS
002942* OFFLOADED.
002942*-----------------------------------------------------------------
002942 2400-READ-ONE-SUMMARY.
002942     READ HISTSUMM-FILE NEXT RECORD
002942         AT END
002942             SET HISTSUMM-EOF    TO TRUE
002943             GO TO 2400-EXIT
002943     END-READ.
002943     IF SMREC-MONTH > SUMMARY-THROUGH-MONTH
002943         MOVE SMREC-MONTH       TO SUMMARY-THROUGH-MONTH
002943     END-IF.
002943     IF NOT SMREC-BY-PLAYER
002944         GO TO 2400-EXIT
002944     END-IF.
002944     MOVE SMREC-KEY             TO FWRK-PLAYER-ID.
002944     PERFORM 2300-FIND-PLAYER    THRU 2300-EXIT.
002944     IF PLAYER-NOT-FOUND
002944         IF PLAYER-RANK-COUNT NOT LESS THAN 500
002945             DISPLAY "PLAYER RANK TABLE FULL - SKIPPING "
002945                 FWRK-PLAYER-ID
002945             GO TO 2400-SOLVE
002945         END-IF
002945         ADD 1                   TO PLAYER-RANK-COUNT
002945         SET RK-IDX              TO PLAYER-RANK-COUNT
002946         MOVE FWRK-PLAYER-ID    TO RK-PLAYER-ID (RK-IDX)
002946         MOVE ZERO               TO RK-GAMES (RK-IDX)
002946         MOVE ZERO               TO RK-WINS (RK-IDX)
002946         MOVE ZERO               TO RK-WIN-GUESSES (RK-IDX)
002946     END-IF.
002946     ADD SMREC-GAMES             TO RK-GAMES (RK-IDX).
002947     ADD SMREC-WINS              TO RK-WINS (RK-IDX).
002947     ADD SMREC-WIN-GUESSES       TO RK-WIN-GUESSES (RK-IDX).
002947 2400-SOLVE.
002947     IF SMREC-WINS = ZERO
002947         GO TO 2400-EXIT
002947     END-IF.
002948     IF SOLVE-COUNT NOT LESS THAN 1000
002948         DISPLAY "SOLVE TABLE FULL - SKIPPING "
002948             FWRK-PLAYER-ID " MONTH " SMREC-MONTH
002948         GO TO 2400-EXIT
002948     END-IF.
002948     ADD 1                       TO SOLVE-COUNT.
002949     MOVE SMREC-MONTH           TO SOLVE-LABEL-MONTH.
002949     MOVE FWRK-PLAYER-ID        TO SV-PLAYER-ID (SOLVE-COUNT).
002949     MOVE SUMMARY-SOLVE-LABEL   TO SV-WORD (SOLVE-COUNT).
002949     MOVE SMREC-FASTEST-WIN     TO SV-DURATION (SOLVE-COUNT).
002949     MOVE SMREC-BEST-SCORE      TO SV-SCORE (SOLVE-COUNT).
002949 2400-EXIT.
002950     EXIT.
002960*
002970*-----------------------------------------------------------------
