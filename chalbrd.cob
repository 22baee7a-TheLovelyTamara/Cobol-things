000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CHALBRD.
000030 AUTHOR.         R TODD CARRUTH.
000040 INSTALLATION.   GAMES BATCH SHOP.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* CHALBRD PRINTS THE END-OF-DAY DAILY CHALLENGE BOARD: EVERY
000090* PLAYER WHO FINISHED THE DAY'S CHALLENGE, RANKED BY WRONG
000100* GUESSES (FEWEST FIRST) AND THEN BY DURATION (FASTEST FIRST).
000110* EVERY PLAYER ON THE BOARD HAD THE SAME WORD, SO THE RANKING IS
000120* LIKE FOR LIKE.
000130*
000140*     CHALBRD [YYYYMMDD]
000150*
000160* THE DATE DEFAULTS TO THE RUN DATE.  THE WORD IS TAKEN FROM THE
000170* DAILY CHALLENGE FILE (DAYCHAL) AND THE GAMES FROM THE FEED
000180* HISTORY (LBHIST) AND THE CURRENT FEED (LBOARD), SO THE BOARD
000190* CAN BE PRINTED BEFORE OR AFTER THE GAMEARCH TRIM, OR FOR ANY
000200* EARLIER DATE.  BETWEEN GAMEARCH AND THE LBOARD COMMIT THE DAY
000210* IS ON BOTH FILES, SO A GAME ALREADY ON THE BOARD (SAME GAME ID)
000220* IS NOT COUNTED TWICE.  QUIT CHALLENGES ARE NOT ON THE FEED AND
000230* SO ARE NOT RANKED.
000240*
000250* MODIFICATION HISTORY
000260* DATE       INIT  DESCRIPTION
000270* ---------  ----  -------------------------------------------
000280* 2026-10-15  RTC  ORIGINAL VERSION.
000290*-----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CHALLENGE-FILE      ASSIGN TO "DAYCHAL"
000340                                ORGANIZATION LINE SEQUENTIAL
000350                                FILE STATUS IS CHALLENGE-STATUS.
000360     SELECT LEADERBOARD-FILE    ASSIGN TO "LBOARD"
000370                                ORGANIZATION LINE SEQUENTIAL
000380                                FILE STATUS IS LEADERBOARD-STATUS.
000390     SELECT LBHIST-FILE         ASSIGN TO "LBHIST"
000400                                ORGANIZATION LINE SEQUENTIAL
000410                                FILE STATUS IS LBHIST-STATUS.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  CHALLENGE-FILE
000460     RECORD CONTAINS 51 CHARACTERS.
000470     COPY DAYCHAL.
000480*
000490 FD  LEADERBOARD-FILE
000500     RECORD CONTAINS 74 CHARACTERS.
000510     COPY LBOARD.
000520*
000530 FD  LBHIST-FILE
000540     RECORD CONTAINS 74 CHARACTERS.
000550     COPY LBOARD REPLACING ==LEADERBOARD-RECORD==
000560         BY ==HIST-FEED-RECORD==
000570         LEADING ==LBREC== BY ==HREC==.
000580*
000590 WORKING-STORAGE SECTION.
000600 01  CHALLENGE-STATUS             PIC X(2).
000610     88  CHALLENGE-OK             VALUE "00".
000620     88  CHALLENGE-EOF            VALUE "10".
000630     88  CHALLENGE-NOT-FOUND      VALUE "35".
000640 01  LEADERBOARD-STATUS           PIC X(2).
000650     88  LEADERBOARD-OK           VALUE "00".
000660     88  LEADERBOARD-EOF          VALUE "10".
000670     88  LEADERBOARD-NOT-FOUND    VALUE "35".
000680 01  LBHIST-STATUS                PIC X(2).
000690     88  LBHIST-OK                VALUE "00".
000700     88  LBHIST-EOF               VALUE "10".
000710     88  LBHIST-NOT-FOUND         VALUE "35".
000720 01  FILLER                       PIC X.
000730     88  LBOARD-PRESENT           VALUE "Y".
000740     88  LBOARD-ABSENT            VALUE "N".
000750 01  FILLER                       PIC X.
000760     88  LBHIST-PRESENT           VALUE "Y".
000770     88  LBHIST-ABSENT            VALUE "N".
000780 COPY LBOARD REPLACING ==LEADERBOARD-RECORD== BY ==FEED-WORK==
000790     LEADING ==LBREC== BY ==FWRK==.
000800 01  FILLER                       PIC X.
000810     88  FATAL-ERROR              VALUE "E".
000820     88  NO-FATAL-ERROR           VALUE "N".
000830*
000840 01  CMD-ARG-COUNT                PIC 9(3).
000850 01  CMD-DATE-PARM                PIC X(8).
000860 01  CURRENT-DATE-TIME            PIC X(21).
000870 01  BOARD-DATE                   PIC 9(8).
000880 01  CHALLENGE-WORD               PIC X(20).
000890 01  FILLER                       PIC X.
000900     88  CHALLENGE-WAS-SET        VALUE "Y".
000910     88  CHALLENGE-NOT-SET        VALUE "N".
000920*
000930 01  BOARD-TABLE.
000940     05  BOARD-ENTRY              OCCURS 1000 TIMES.
000950         10  BD-PLAYER-ID         PIC X(10).
000960         10  BD-GAME-ID           PIC 9(9).
000970         10  BD-RESULT            PIC X(1).
000980         10  BD-WRONG-COUNT       PIC 9(3).
000990         10  BD-DURATION          PIC 9(5).
001000         10  BD-SCORE             PIC 9(5).
001010 01  BOARD-HOLD                   PIC X(33).
001020 01  BOARD-COUNT                  PIC 9(5) COMP.
001030 01  BOARD-SUB                    PIC 9(5) COMP.
001040 01  FEED-READ                    PIC 9(7) COMP.
001050 01  DUPLICATES-SKIPPED           PIC 9(5) COMP.
001060 01  BOARD-WINS                   PIC 9(5) COMP.
001070 01  FILLER                       PIC X.
001080     88  GAME-ON-BOARD            VALUE "Y".
001090     88  GAME-NOT-ON-BOARD        VALUE "N".
001100 01  FILLER                       PIC X.
001110     88  SORT-SWAPPED             VALUE "Y".
001120     88  SORT-DONE                VALUE "N".
001130 01  SORT-SUB                     PIC 9(5) COMP.
001140 01  SORT-LIMIT                   PIC 9(5) COMP.
001150*
001160 01  RANK-NUMBER                  PIC 9(5) COMP.
001170 01  RANK-NUMBER-ED               PIC Z(4)9.
001180 01  WRONG-ED                     PIC ZZ9.
001190 01  DURATION-ED                  PIC Z(4)9.
001200 01  SCORE-ED                     PIC Z(4)9.
001210 01  COUNT-ED                     PIC Z(4)9.
001220*
001230 PROCEDURE DIVISION.
001240*-----------------------------------------------------------------
001250* 0000-MAINLINE
001260*-----------------------------------------------------------------
001270 0000-MAINLINE.
001280     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001290     IF NOT FATAL-ERROR
001300         PERFORM 2000-FIND-CHALLENGE THRU 2000-EXIT
001310         PERFORM 3000-READ-FEEDS     THRU 3000-EXIT
001320         PERFORM 4000-SORT-BOARD     THRU 4000-EXIT
001330         PERFORM 5000-PRINT-BOARD    THRU 5000-EXIT
001340     END-IF.
001350     GOBACK.
001360*
001370*-----------------------------------------------------------------
001380* 1000-INITIALIZE - PICK UP THE BOARD DATE AND OPEN THE FEED
001390* HISTORY AND CURRENT FEED.  A MISSING FEED FILE IS AN EMPTY SIDE.
001400*-----------------------------------------------------------------
001410 1000-INITIALIZE.
001420     SET NO-FATAL-ERROR          TO TRUE.
001430     MOVE ZERO                  TO BOARD-COUNT.
001440     MOVE ZERO                  TO FEED-READ.
001450     MOVE ZERO                  TO DUPLICATES-SKIPPED.
001460     MOVE ZERO                  TO BOARD-WINS.
001470     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
001480     MOVE CURRENT-DATE-TIME (1:8) TO BOARD-DATE.
001490     ACCEPT CMD-ARG-COUNT        FROM ARGUMENT-NUMBER.
001500     IF CMD-ARG-COUNT NOT LESS THAN 1
001510         DISPLAY 1               UPON ARGUMENT-NUMBER
001520         ACCEPT CMD-DATE-PARM    FROM ARGUMENT-VALUE
001530         IF CMD-DATE-PARM IS NUMERIC
001540             MOVE CMD-DATE-PARM  TO BOARD-DATE
001550         ELSE
001560             DISPLAY "BOARD DATE PARAMETER MUST BE YYYYMMDD: "
001570                 CMD-DATE-PARM
001580             SET FATAL-ERROR     TO TRUE
001590             MOVE 8              TO RETURN-CODE
001600             GO TO 1000-EXIT
001610         END-IF
001620     END-IF.
001630     SET LBOARD-PRESENT          TO TRUE.
001640     OPEN INPUT LEADERBOARD-FILE.
001650     IF LEADERBOARD-NOT-FOUND
001660         SET LBOARD-ABSENT       TO TRUE
001670     ELSE
001680         IF NOT LEADERBOARD-OK
001690             DISPLAY "UNABLE TO OPEN LBOARD FILE, STATUS "
001700                 LEADERBOARD-STATUS
001710             SET FATAL-ERROR     TO TRUE
001720             MOVE 8              TO RETURN-CODE
001730             GO TO 1000-EXIT
001740         END-IF
001750     END-IF.
001760     SET LBHIST-PRESENT          TO TRUE.
001770     OPEN INPUT LBHIST-FILE.
001780     IF LBHIST-NOT-FOUND
001790         SET LBHIST-ABSENT       TO TRUE
001800     ELSE
001810         IF NOT LBHIST-OK
001820             DISPLAY "UNABLE TO OPEN LBHIST FILE, STATUS "
001830                 LBHIST-STATUS
001840             SET FATAL-ERROR     TO TRUE
001850             MOVE 8              TO RETURN-CODE
001860             GO TO 1000-EXIT
001870         END-IF
001880     END-IF.
001890 1000-EXIT.
001900     EXIT.
001910*
001920*-----------------------------------------------------------------
001930* 2000-FIND-CHALLENGE - THE WORD IN FORCE FOR THE BOARD DATE: THE
001940* LAST DAYCHAL RECORD FOR THE DATE, UNLESS THAT RECORD CLEARED IT.
001950*-----------------------------------------------------------------
001960 2000-FIND-CHALLENGE.
001970     SET CHALLENGE-NOT-SET       TO TRUE.
001980     MOVE SPACES                TO CHALLENGE-WORD.
001990     OPEN INPUT CHALLENGE-FILE.
002000     IF NOT CHALLENGE-OK
002010         GO TO 2000-EXIT
002020     END-IF.
002030     PERFORM 2100-CHECK-ONE-DATE THRU 2100-EXIT
002040         UNTIL CHALLENGE-EOF.
002050     CLOSE CHALLENGE-FILE.
002060 2000-EXIT.
002070     EXIT.
002080*
002090 2100-CHECK-ONE-DATE.
002100     READ CHALLENGE-FILE NEXT RECORD
002110         AT END
002120             SET CHALLENGE-EOF   TO TRUE
002130             GO TO 2100-EXIT
002140     END-READ.
002150     IF DCREC-CHALLENGE-DATE NOT = BOARD-DATE
002160         GO TO 2100-EXIT
002170     END-IF.
002180     IF DCREC-SET
002190         SET CHALLENGE-WAS-SET   TO TRUE
002200         MOVE DCREC-WORD         TO CHALLENGE-WORD
002210     ELSE
002220         SET CHALLENGE-NOT-SET   TO TRUE
002230         MOVE SPACES             TO CHALLENGE-WORD
002240     END-IF.
002250 2100-EXIT.
002260     EXIT.
002270*
002280*-----------------------------------------------------------------
002290* 3000-READ-FEEDS - LOAD THE BOARD TABLE WITH THE DATE'S FINISHED
002300* CHALLENGE GAMES FROM BOTH FEED FILES.
002310*-----------------------------------------------------------------
002320 3000-READ-FEEDS.
002330     IF LBHIST-PRESENT
002340         PERFORM 3050-READ-ONE-HIST THRU 3050-EXIT
002350             UNTIL LBHIST-EOF
002360         CLOSE LBHIST-FILE
002370     END-IF.
002380     IF LBOARD-PRESENT
002390         PERFORM 3100-READ-ONE-RECORD THRU 3100-EXIT
002400             UNTIL LEADERBOARD-EOF
002410         CLOSE LEADERBOARD-FILE
002420     END-IF.
002430 3000-EXIT.
002440     EXIT.
002450*
002460 3050-READ-ONE-HIST.
002470     READ LBHIST-FILE NEXT RECORD
002480         AT END
002490             SET LBHIST-EOF      TO TRUE
002500         NOT AT END
002510             MOVE HIST-FEED-RECORD TO FEED-WORK
002520             PERFORM 3200-ADD-TO-BOARD THRU 3200-EXIT
002530     END-READ.
002540 3050-EXIT.
002550     EXIT.
002560*
002570 3100-READ-ONE-RECORD.
002580     READ LEADERBOARD-FILE NEXT RECORD
002590         AT END
002600             SET LEADERBOARD-EOF TO TRUE
002610         NOT AT END
002620             MOVE LEADERBOARD-RECORD TO FEED-WORK
002630             PERFORM 3200-ADD-TO-BOARD THRU 3200-EXIT
002640     END-READ.
002650 3100-EXIT.
002660     EXIT.
002670*
002680 3200-ADD-TO-BOARD.
002690     ADD 1                       TO FEED-READ.
002700     IF NOT FWRK-DAILY-CHALLENGE
002710             OR FWRK-GAME-DATE NOT = BOARD-DATE
002720         GO TO 3200-EXIT
002730     END-IF.
002740     SET GAME-NOT-ON-BOARD       TO TRUE.
002750     PERFORM 3210-MATCH-GAME     THRU 3210-EXIT
002760         VARYING BOARD-SUB FROM 1 BY 1
002770         UNTIL BOARD-SUB > BOARD-COUNT OR GAME-ON-BOARD.
002780     IF GAME-ON-BOARD
002790         ADD 1                   TO DUPLICATES-SKIPPED
002800         GO TO 3200-EXIT
002810     END-IF.
002820     IF BOARD-COUNT NOT LESS THAN 1000
002830         DISPLAY "BOARD TABLE FULL - SKIPPING " FWRK-PLAYER-ID
002840         GO TO 3200-EXIT
002850     END-IF.
002860     ADD 1                       TO BOARD-COUNT.
002870     MOVE FWRK-PLAYER-ID        TO BD-PLAYER-ID (BOARD-COUNT).
002880     MOVE FWRK-GAME-ID          TO BD-GAME-ID (BOARD-COUNT).
002890     MOVE FWRK-RESULT           TO BD-RESULT (BOARD-COUNT).
002900     MOVE FWRK-WRONG-COUNT      TO BD-WRONG-COUNT (BOARD-COUNT).
002910     MOVE FWRK-DURATION-SECS    TO BD-DURATION (BOARD-COUNT).
002920     MOVE FWRK-SCORE            TO BD-SCORE (BOARD-COUNT).
002930     IF FWRK-WON
002940         ADD 1                   TO BOARD-WINS
002950     END-IF.
002960 3200-EXIT.
002970     EXIT.
002980*
002990 3210-MATCH-GAME.
003000     IF BD-GAME-ID (BOARD-SUB) = FWRK-GAME-ID
003010         SET GAME-ON-BOARD       TO TRUE
003020     END-IF.
003030 3210-EXIT.
003040     EXIT.
003050*
003060*-----------------------------------------------------------------
003070* 4000-SORT-BOARD - FEWEST WRONG GUESSES FIRST; EQUAL WRONG
003080* GUESSES GO BY DURATION, SHORTEST FIRST.
003090*-----------------------------------------------------------------
003100 4000-SORT-BOARD.
003110     IF BOARD-COUNT < 2
003120         GO TO 4000-EXIT
003130     END-IF.
003140     SET SORT-SWAPPED            TO TRUE.
003150     PERFORM 4100-BOARD-PASS     THRU 4100-EXIT
003160         UNTIL SORT-DONE.
003170 4000-EXIT.
003180     EXIT.
003190*
003200 4100-BOARD-PASS.
003210     SET SORT-DONE               TO TRUE.
003220     COMPUTE SORT-LIMIT = BOARD-COUNT - 1.
003230     PERFORM 4200-BOARD-COMPARE  THRU 4200-EXIT
003240         VARYING SORT-SUB FROM 1 BY 1
003250         UNTIL SORT-SUB > SORT-LIMIT.
003260 4100-EXIT.
003270     EXIT.
003280*
003290 4200-BOARD-COMPARE.
003300     IF BD-WRONG-COUNT (SORT-SUB) > BD-WRONG-COUNT (SORT-SUB + 1)
003310         PERFORM 4300-SWAP-ENTRIES THRU 4300-EXIT
003320         GO TO 4200-EXIT
003330     END-IF.
003340     IF BD-WRONG-COUNT (SORT-SUB) = BD-WRONG-COUNT (SORT-SUB + 1)
003350             AND BD-DURATION (SORT-SUB)
003360                 > BD-DURATION (SORT-SUB + 1)
003370         PERFORM 4300-SWAP-ENTRIES THRU 4300-EXIT
003380     END-IF.
003390 4200-EXIT.
003400     EXIT.
003410*
003420 4300-SWAP-ENTRIES.
003430     MOVE BOARD-ENTRY (SORT-SUB) TO BOARD-HOLD.
003440     MOVE BOARD-ENTRY (SORT-SUB + 1) TO BOARD-ENTRY (SORT-SUB).
003450     MOVE BOARD-HOLD             TO BOARD-ENTRY (SORT-SUB + 1).
003460     SET SORT-SWAPPED            TO TRUE.
003470 4300-EXIT.
003480     EXIT.
003490*
003500*-----------------------------------------------------------------
003510* 5000-PRINT-BOARD - THE WORD, THEN EVERY PLAYER IN RANK ORDER.
003520*-----------------------------------------------------------------
003530 5000-PRINT-BOARD.
003540     DISPLAY "DAILY CHALLENGE BOARD FOR " BOARD-DATE.
003550     DISPLAY "==============================".
003560     IF CHALLENGE-WAS-SET
003570         DISPLAY "CHALLENGE WORD . . . . : " CHALLENGE-WORD
003580     ELSE
003590         DISPLAY "CHALLENGE WORD . . . . : "
003600             "(NONE SET FOR THE DATE)"
003610     END-IF.
003620     MOVE BOARD-COUNT           TO COUNT-ED.
003630     DISPLAY "PLAYERS FINISHED . . . : " COUNT-ED.
003640     MOVE BOARD-WINS            TO COUNT-ED.
003650     DISPLAY "PLAYERS SOLVED . . . . : " COUNT-ED.
003660     DISPLAY " ".
003670     IF BOARD-COUNT = ZERO
003680         DISPLAY "  (NO CHALLENGE GAMES FINISHED ON THE DATE)"
003690         GO TO 5000-EXIT
003700     END-IF.
003710     DISPLAY "  RANK PLAYER     RESULT WRONG  SECONDS  SCORE".
003720     MOVE ZERO                  TO RANK-NUMBER.
003730     PERFORM 5100-PRINT-ONE-LINE THRU 5100-EXIT
003740         VARYING SORT-SUB FROM 1 BY 1
003750         UNTIL SORT-SUB > BOARD-COUNT.
003760 5000-EXIT.
003770     EXIT.
003780*
003790 5100-PRINT-ONE-LINE.
003800     ADD 1                       TO RANK-NUMBER.
003810     MOVE RANK-NUMBER           TO RANK-NUMBER-ED.
003820     MOVE BD-WRONG-COUNT (SORT-SUB) TO WRONG-ED.
003830     MOVE BD-DURATION (SORT-SUB) TO DURATION-ED.
003840     MOVE BD-SCORE (SORT-SUB)    TO SCORE-ED.
003850     IF BD-RESULT (SORT-SUB) = "W"
003860         DISPLAY " " RANK-NUMBER-ED " " BD-PLAYER-ID (SORT-SUB)
003870             " WON      " WRONG-ED "    " DURATION-ED
003880             "  " SCORE-ED
003890     ELSE
003900         DISPLAY " " RANK-NUMBER-ED " " BD-PLAYER-ID (SORT-SUB)
003910             " LOST     " WRONG-ED "    " DURATION-ED
003920             "  " SCORE-ED
003930     END-IF.
003940 5100-EXIT.
003950     EXIT.
