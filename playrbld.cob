000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     PLAYRBLD.
000030 AUTHOR.         R TODD CARRUTH.
000040 INSTALLATION.   GAMES BATCH SHOP.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* PLAYRBLD RECONCILES THE LIFETIME TOTALS ON THE PLAYER MASTER
000090* AGAINST THE FEED HISTORY.  HANGMAN ROLLS EACH COMPLETED GAME
000100* ONTO THE PLAYER RECORD ONE AT A TIME (8040-UPDATE-PLAYER), AFTER
000110* THE GAMESTAT AND LBOARD WRITES - IF THAT REWRITE FAILS, THE
000120* MASTER DRIFTS AWAY FROM THE FEED AND NOTHING ELSE WOULD NOTICE.
000130*
000140*     PLAYRBLD [REPORT|CORRECT]
000150*
000160* EVERY PLAYER'S GAMES PLAYED, WON AND LOST AND BEST SCORE ARE
000170* REBUILT FROM THE FEED HISTORY (LBHIST PLUS THE CURRENT LBOARD),
000180* THE SAME SOURCE PLAYARCH USES FOR LAST ACTIVITY, AND COMPARED
000190* WITH THE MASTER.  EACH PLAYER THAT DIFFERS IS PRINTED WITH THE
000200* MASTER VALUE, THE DERIVED VALUE AND THE DIFFERENCE (DERIVED
000210* LESS MASTER) FOR EVERY FIELD THAT DISAGREES.  A PLAYER WITH NO
000220* FEED RECORDS DERIVES TO ZERO.  FEED PLAYERS NOT ON THE MASTER -
000230* ARCHIVED TO PLAYHIST OR NEVER ENROLLED - ARE COUNTED FOR
000240* INFORMATION ONLY.
000250*
000260* MONTHS HISTROLL HAS OFFLOADED FROM LBHIST ARE TAKEN FROM THE
000270* BY-PLAYER RECORDS ON THE MONTHLY SUMMARY FILE (HISTSUMM) - THE
000280* GAMES, WINS, LOSSES AND BEST SCORE OF EACH PLAYER'S MONTH.
000290* LBHIST DETAIL FOR THOSE MONTHS, IF STILL ON FILE, IS PASSED
000300* OVER, SO A ROLLUP AWAITING ITS FILCOMIT IS NOT COUNTED TWICE.
000310* THE FEED RECORDS READ TOTAL COUNTS THE SUMMARIZED GAMES TOO.
000320* FEED RECORDS DATED 00000000, CONVERTED FROM BEFORE THE GAME DATE
000330* WAS CARRIED, ARE IN NO SUMMARY AND ARE ALWAYS TAKEN AS DETAIL.
000340*
000350* REPORT MODE, THE DEFAULT, CHANGES NOTHING AND ENDS WITH RETURN
000360* CODE 8 WHEN ANY PLAYER IS OUT OF BALANCE.  CORRECT MODE NEEDS
000370* THE PLAYER-REBUILD AUTHORITY: IT REWRITES EACH PLAYER OUT OF
000380* BALANCE FROM THE DERIVED TOTALS, APPENDS A BEFORE/AFTER RECORD
000390* TO THE CORRECTION LOG (PLAYCORR), AND ENDS WITH RETURN CODE 4
000400* WHEN IT CORRECTED ANYTHING - THE MASTER IS THEN IN BALANCE -
000410* OR 8 IF A REWRITE FAILED.  EITHER MODE APPENDS A CONTROL TOTALS
000420* RECORD TO RBLDCTL, THE WAY PLAYARCH WRITES PLAYCTL.
000430*
000440* RUN IT OUTSIDE THE END-OF-DAY STREAM'S GAMEARCH-TO-FILCOMIT
000450* WINDOW.  BETWEEN THOSE STEPS THE ARCHIVED DAY IS ON BOTH LBHIST
000460* AND THE UNCOMMITTED LBOARD AND WOULD BE COUNTED TWICE.
000470*
000480* MODIFICATION HISTORY
000490* DATE       INIT  DESCRIPTION
000500* ---------  ----  -------------------------------------------
000510* 2026-10-15  RTC  ORIGINAL VERSION.
000520* 2026-10-15  RTC  LEADERBOARD RECORD LENGTH PICKED UP THE WRONG-
000530*                  GUESS COUNT AND DAILY CHALLENGE FLAG ADDED AT
000540*                  THE END OF THE RECORD.
000550* 2026-10-15  RTC  OFFLOADED MONTHS COME FROM THE HISTSUMM
000560*                  BY-PLAYER SUMMARIES; LBHIST DETAIL FOR THEM
000570*                  IS PASSED OVER.
000580*-----------------------------------------------------------------
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT PLAYERS-FILE        ASSIGN TO "PLAYERS"
000630                                ORGANIZATION INDEXED
000640                                ACCESS MODE DYNAMIC
000650                                RECORD KEY IS PLREC-PLAYER-ID
000660                                FILE STATUS IS PLAYERS-STATUS.
000670     SELECT LBHIST-FILE         ASSIGN TO "LBHIST"
000680                                ORGANIZATION LINE SEQUENTIAL
000690                                FILE STATUS IS LBHIST-STATUS.
000700     SELECT LEADERBOARD-FILE    ASSIGN TO "LBOARD"
000710                                ORGANIZATION LINE SEQUENTIAL
000720                                FILE STATUS IS LEADERBOARD-STATUS.
000730     SELECT HISTSUMM-FILE       ASSIGN TO "HISTSUMM"
000740                                ORGANIZATION LINE SEQUENTIAL
000750                                FILE STATUS IS HISTSUMM-STATUS.
000760     SELECT CORRECTION-FILE     ASSIGN TO "PLAYCORR"
000770                                ORGANIZATION LINE SEQUENTIAL
000780                                FILE STATUS IS CORRECTION-STATUS.
000790     SELECT RBLDCTL-FILE        ASSIGN TO "RBLDCTL"
000800                                ORGANIZATION LINE SEQUENTIAL
000810                                FILE STATUS IS RBLDCTL-STATUS.
000820     SELECT OPER-AUTH-FILE      ASSIGN TO "OPERAUTH"
000830                                ORGANIZATION INDEXED
000840                                ACCESS MODE RANDOM
000850                                RECORD KEY IS OAREC-USER-ID
000860                                FILE STATUS IS OPER-AUTH-STATUS.
000870     SELECT SECURITY-LOG-FILE   ASSIGN TO "SECLOG"
000880                                ORGANIZATION LINE SEQUENTIAL
000890                                FILE STATUS IS SECLOG-STATUS.
000900*
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  PLAYERS-FILE
000940     RECORD CONTAINS 69 CHARACTERS.
000950     COPY PLAYER.
000960*
000970 FD  LBHIST-FILE
000980     RECORD CONTAINS 74 CHARACTERS.
000990     COPY LBOARD REPLACING ==LEADERBOARD-RECORD==
001000         BY ==HIST-FEED-RECORD==
001010         LEADING ==LBREC== BY ==HREC==.
001020*
001030 FD  LEADERBOARD-FILE
001040     RECORD CONTAINS 74 CHARACTERS.
001050     COPY LBOARD.
001060*
001070 FD  HISTSUMM-FILE
001080     RECORD CONTAINS 106 CHARACTERS.
001090     COPY HISTSUMM.
001100*
001110 FD  CORRECTION-FILE
001120     RECORD CONTAINS 72 CHARACTERS.
001130     COPY PLAYCORR.
001140*
001150 FD  RBLDCTL-FILE
001160     RECORD CONTAINS 52 CHARACTERS.
001170     COPY RBLDCTL.
001180*
001190 FD  OPER-AUTH-FILE
001200     RECORD CONTAINS 386 CHARACTERS.
001210     COPY OPERAUTH.
001220*
001230 FD  SECURITY-LOG-FILE
001240     RECORD CONTAINS 89 CHARACTERS.
001250     COPY SECLOG.
001260*
001270 WORKING-STORAGE SECTION.
001280 01  PLAYERS-STATUS               PIC X(2).
001290     88  PLAYERS-OK               VALUE "00".
001300     88  PLAYERS-EOF              VALUE "10".
001310     88  PLAYERS-NOT-FOUND        VALUE "35".
001320 01  LBHIST-STATUS                PIC X(2).
001330     88  LBHIST-OK                VALUE "00".
001340     88  LBHIST-EOF               VALUE "10".
001350     88  LBHIST-NOT-FOUND         VALUE "35".
001360 01  LEADERBOARD-STATUS           PIC X(2).
001370     88  LEADERBOARD-OK           VALUE "00".
001380     88  LEADERBOARD-EOF          VALUE "10".
001390     88  LEADERBOARD-NOT-FOUND    VALUE "35".
001400 01  HISTSUMM-STATUS              PIC X(2).
001410     88  HISTSUMM-OK              VALUE "00".
001420     88  HISTSUMM-EOF             VALUE "10".
001430     88  HISTSUMM-NOT-FOUND       VALUE "35".
001440 01  CORRECTION-STATUS            PIC X(2).
001450     88  CORRECTION-OK            VALUE "00".
001460     88  CORRECTION-NOT-FOUND     VALUE "35".
001470 01  RBLDCTL-STATUS               PIC X(2).
001480     88  RBLDCTL-OK               VALUE "00".
001490     88  RBLDCTL-NOT-FOUND        VALUE "35".
001500 01  OPER-AUTH-STATUS             PIC X(2).
001510     88  OPER-AUTH-OK             VALUE "00".
001520     88  OPER-AUTH-NOT-FOUND      VALUE "35".
001530 01  SECLOG-STATUS                PIC X(2).
001540     88  SECLOG-OK                VALUE "00".
001550     88  SECLOG-NOT-FOUND         VALUE "35".
001560*
001570 01  FILLER                       PIC X.
001580     88  FATAL-ERROR              VALUE "E".
001590     88  NO-FATAL-ERROR           VALUE "N".
001600 01  FILLER                       PIC X.
001610     88  CORRECT-MODE             VALUE "C".
001620     88  REPORT-MODE              VALUE "R".
001630 01  FILLER                       PIC X.
001640     88  DERIVED-TABLE-FULL       VALUE "F".
001650     88  DERIVED-TABLE-FITS       VALUE "O".
001660 01  FILLER                       PIC X.
001670     88  LBHIST-PRESENT           VALUE "Y".
001680     88  LBHIST-ABSENT            VALUE "N".
001690 01  FILLER                       PIC X.
001700     88  LBOARD-PRESENT           VALUE "Y".
001710     88  LBOARD-ABSENT            VALUE "N".
001720 01  FILLER                       PIC X.
001730     88  PLAYER-OUT-OF-BALANCE    VALUE "Y".
001740     88  PLAYER-IN-BALANCE        VALUE "N".
001750 01  FILLER                       PIC X.
001760     88  OPERATOR-AUTHORIZED      VALUE "Y".
001770     88  OPERATOR-REFUSED         VALUE "N".
001780*
001790 01  CMD-ARG-COUNT                PIC 9(3).
001800 01  CMD-MODE                     PIC X(8).
001810 01  CURRENT-DATE-TIME            PIC X(21).
001820 01  RUN-DATE                     PIC 9(8).
001830 01  AUTH-USER                    PIC X(8).
001840 01  AUTH-FUNCTION                PIC X(18).
001850 01  AUTH-REASON                  PIC X(30).
001860 01  AUTH-SUB                     PIC 9(2) COMP.
001870*
001880*    LIFETIME TOTALS REBUILT FROM THE FEED, ONE ENTRY PER PLAYER.
001890 01  DERIVED-TABLE.
001900     05  DERIVED-ENTRY            OCCURS 1000 TIMES
001910                                  INDEXED BY DV-IDX.
001920         10  DV-PLAYER-ID         PIC X(10).
001930         10  DV-GAMES-PLAYED      PIC 9(5).
001940         10  DV-GAMES-WON         PIC 9(5).
001950         10  DV-GAMES-LOST        PIC 9(5).
001960         10  DV-BEST-SCORE        PIC 9(5).
001970         10  DV-ON-MASTER-FLAG    PIC X.
001980             88  DV-ON-MASTER     VALUE "Y".
001990             88  DV-NOT-ON-MASTER VALUE "N".
002000 01  DERIVED-COUNT                PIC 9(5) COMP.
002010 01  DERIVED-TABLE-MAX            PIC 9(5) COMP VALUE 1000.
002020 01  FEED-PLAYER-ID               PIC X(10).
002030 01  FEED-RESULT                  PIC X(1).
002040     88  FEED-WON                 VALUE "W".
002050 01  FEED-SCORE                   PIC 9(5).
002060 01  FEED-GAMES                   PIC 9(7).
002070 01  FEED-WINS                    PIC 9(7).
002080 01  FEED-LOSSES                  PIC 9(7).
002090 01  FEED-MONTH                   PIC 9(6).
002100 01  SUMMARY-THROUGH-MONTH        PIC 9(6).
002110 01  FILLER                       PIC X.
002120     88  FEED-PLAYER-FOUND        VALUE "Y".
002130     88  FEED-PLAYER-MISSING      VALUE "N".
002140*
002150*    THE DERIVED FIGURES FOR THE PLAYER IN HAND, ZERO WHEN THE
002160*    FEED HAS NEVER SEEN THEM.
002170 01  DERIVED-PLAYER.
002180     05  DP-GAMES-PLAYED          PIC 9(5).
002190     05  DP-GAMES-WON             PIC 9(5).
002200     05  DP-GAMES-LOST            PIC 9(5).
002210     05  DP-BEST-SCORE            PIC 9(5).
002220*
002230 01  COMPARE-NAME                 PIC X(12).
002240 01  COMPARE-MASTER               PIC 9(5).
002250 01  COMPARE-DERIVED              PIC 9(5).
002260 01  COMPARE-DIFFERENCE           PIC S9(5).
002270 01  DIFFERENCE-OUT               PIC -(5)9.
002280*
002290 01  FEED-RECORDS-READ            PIC 9(7) COMP.
002300 01  PLAYERS-READ                 PIC 9(7) COMP.
002310 01  PLAYERS-IN-BALANCE           PIC 9(7) COMP.
002320 01  PLAYERS-OUT-OF-BALANCE       PIC 9(7) COMP.
002330 01  PLAYERS-CORRECTED            PIC 9(7) COMP.
002340 01  FEED-ONLY-PLAYERS            PIC 9(7) COMP.
002350 01  REWRITE-FAILURES             PIC 9(7) COMP.
002360 01  BALANCE-CHECK                PIC 9(7) COMP.
002370*
002380 PROCEDURE DIVISION.
002390*-----------------------------------------------------------------
002400* 0000-MAINLINE
002410*-----------------------------------------------------------------
002420 0000-MAINLINE.
002430     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002440     IF NOT FATAL-ERROR
002450         PERFORM 2000-LOAD-DERIVED   THRU 2000-EXIT
002460     END-IF.
002470     IF NOT FATAL-ERROR
002480         PERFORM 3000-COMPARE-PLAYERS THRU 3000-EXIT
002490     END-IF.
002500     IF NOT FATAL-ERROR
002510         PERFORM 4000-BALANCE-TOTALS THRU 4000-EXIT
002520     END-IF.
002530     GOBACK.
002540*
002550*-----------------------------------------------------------------
002560* 1000-INITIALIZE - RESOLVE THE MODE AND, FOR CORRECT MODE, CHECK
002570* THE USER MAY REWRITE THE MASTER BEFORE ANYTHING IS READ.
002580*-----------------------------------------------------------------
002590 1000-INITIALIZE.
002600     SET NO-FATAL-ERROR          TO TRUE.
002610     SET REPORT-MODE             TO TRUE.
002620     SET DERIVED-TABLE-FITS      TO TRUE.
002630     MOVE ZERO                  TO DERIVED-COUNT.
002640     MOVE ZERO                  TO FEED-RECORDS-READ PLAYERS-READ
002650                                   PLAYERS-IN-BALANCE
002660                                   PLAYERS-OUT-OF-BALANCE
002670                                   PLAYERS-CORRECTED
002680                                   FEED-ONLY-PLAYERS
002690                                   REWRITE-FAILURES.
002700     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
002710     MOVE CURRENT-DATE-TIME (1:8) TO RUN-DATE.
002720     MOVE SPACES                TO AUTH-USER.
002730     ACCEPT AUTH-USER            FROM ENVIRONMENT "LOGNAME".
002740     IF AUTH-USER = SPACES
002750         ACCEPT AUTH-USER        FROM ENVIRONMENT "USER"
002760     END-IF.
002770     IF AUTH-USER = SPACES
002780         MOVE "OPERATOR"         TO AUTH-USER
002790     END-IF.
002800     MOVE SPACES                TO CMD-MODE.
002810     ACCEPT CMD-ARG-COUNT        FROM ARGUMENT-NUMBER.
002820     IF CMD-ARG-COUNT NOT LESS THAN 1
002830         DISPLAY 1               UPON ARGUMENT-NUMBER
002840         ACCEPT CMD-MODE         FROM ARGUMENT-VALUE
002850         MOVE FUNCTION UPPER-CASE (CMD-MODE) TO CMD-MODE
002860     END-IF.
002870     EVALUATE CMD-MODE
002880         WHEN SPACES
002890         WHEN "REPORT"
002900             SET REPORT-MODE     TO TRUE
002910         WHEN "CORRECT"
002920             SET CORRECT-MODE    TO TRUE
002930         WHEN OTHER
002940             DISPLAY "USAGE: PLAYRBLD [REPORT|CORRECT]"
002950             SET FATAL-ERROR     TO TRUE
002960             MOVE 8              TO RETURN-CODE
002970             GO TO 1000-EXIT
002980     END-EVALUATE.
002990     IF CORRECT-MODE
003000         MOVE "PLAYER-REBUILD"  TO AUTH-FUNCTION
003010         PERFORM 7000-CHECK-AUTHORITY THRU 7000-EXIT
003020         IF OPERATOR-REFUSED
003030             SET FATAL-ERROR     TO TRUE
003040             GO TO 1000-EXIT
003050         END-IF
003060     END-IF.
003070 1000-EXIT.
003080     EXIT.
003090*
003100*-----------------------------------------------------------------
003110* 2000-LOAD-DERIVED - REBUILD EVERY PLAYER'S TOTALS FROM THE
003120* MONTHLY SUMMARIES, THE FEED HISTORY AND THE CURRENT FEED, IN
003130* THAT ORDER.  A MISSING FILE IS AN EMPTY SIDE;
003140* ANY OTHER OPEN FAILURE, OR A FULL TABLE, ENDS THE RUN WITH
003150* RETURN CODE 8 - A HALF-BUILT PICTURE MUST NEVER BE COMPARED,
003160* LET ALONE WRITTEN BACK.
003170*-----------------------------------------------------------------
003180 2000-LOAD-DERIVED.
003190     PERFORM 2400-LOAD-SUMMARIES THRU 2400-EXIT.
003200     IF FATAL-ERROR
003210         GO TO 2000-EXIT
003220     END-IF.
003230     SET LBHIST-PRESENT          TO TRUE.
003240     OPEN INPUT LBHIST-FILE.
003250     IF LBHIST-NOT-FOUND
003260         SET LBHIST-ABSENT       TO TRUE
003270     ELSE
003280         IF NOT LBHIST-OK
003290             DISPLAY "UNABLE TO OPEN LBHIST FILE, STATUS "
003300                 LBHIST-STATUS
003310             SET FATAL-ERROR     TO TRUE
003320             MOVE 8              TO RETURN-CODE
003330             GO TO 2000-EXIT
003340         END-IF
003350     END-IF.
003360     IF LBHIST-PRESENT
003370         PERFORM 2100-READ-ONE-HIST THRU 2100-EXIT
003380             UNTIL LBHIST-EOF OR DERIVED-TABLE-FULL
003390         CLOSE LBHIST-FILE
003400     END-IF.
003410     SET LBOARD-PRESENT          TO TRUE.
003420     OPEN INPUT LEADERBOARD-FILE.
003430     IF LEADERBOARD-NOT-FOUND
003440         SET LBOARD-ABSENT       TO TRUE
003450     ELSE
003460         IF NOT LEADERBOARD-OK
003470             DISPLAY "UNABLE TO OPEN LBOARD FILE, STATUS "
003480                 LEADERBOARD-STATUS
003490             SET FATAL-ERROR     TO TRUE
003500             MOVE 8              TO RETURN-CODE
003510             GO TO 2000-EXIT
003520         END-IF
003530     END-IF.
003540     IF LBOARD-PRESENT
003550         PERFORM 2200-READ-ONE-FEED THRU 2200-EXIT
003560             UNTIL LEADERBOARD-EOF OR DERIVED-TABLE-FULL
003570         CLOSE LEADERBOARD-FILE
003580     END-IF.
003590     IF DERIVED-TABLE-FULL
003600         DISPLAY "DERIVED TOTALS TABLE FULL - REBUILD ABANDONED"
003610         SET FATAL-ERROR         TO TRUE
003620         MOVE 8                  TO RETURN-CODE
003630     END-IF.
003640 2000-EXIT.
003650     EXIT.
003660*
003670 2100-READ-ONE-HIST.
003680     READ LBHIST-FILE NEXT RECORD
003690         AT END
003700             SET LBHIST-EOF      TO TRUE
003710         NOT AT END
003720             COMPUTE FEED-MONTH = HREC-GAME-DATE / 100
003730             IF FEED-MONTH > SUMMARY-THROUGH-MONTH
003740                     OR HREC-GAME-DATE = ZERO
003750                 MOVE HREC-PLAYER-ID TO FEED-PLAYER-ID
003760                 MOVE HREC-RESULT TO FEED-RESULT
003770                 MOVE HREC-SCORE  TO FEED-SCORE
003780                 PERFORM 2300-POST-GAME THRU 2300-EXIT
003790             END-IF
003800     END-READ.
003810 2100-EXIT.
003820     EXIT.
003830*
003840 2200-READ-ONE-FEED.
003850     READ LEADERBOARD-FILE NEXT RECORD
003860         AT END
003870             SET LEADERBOARD-EOF TO TRUE
003880         NOT AT END
003890             MOVE LBREC-PLAYER-ID TO FEED-PLAYER-ID
003900             MOVE LBREC-RESULT   TO FEED-RESULT
003910             MOVE LBREC-SCORE    TO FEED-SCORE
003920             PERFORM 2300-POST-GAME THRU 2300-EXIT
003930     END-READ.
003940 2200-EXIT.
003950     EXIT.
003960*
003970*-----------------------------------------------------------------
003980* 2300-POST-GAME - ROLL ONE FEED RECORD ONTO THE PLAYER'S DERIVED
003990* ENTRY THE SAME WAY 8040-UPDATE-PLAYER IN HANGMAN ROLLS A GAME
004000* ONTO THE MASTER: ONE PLAYED, A WIN OR ELSE A LOSS, AND THE
004010* HIGHER OF THE SCORE AND THE BEST SO FAR.
004020*-----------------------------------------------------------------
004030 2300-POST-GAME.
004040     MOVE 1                      TO FEED-GAMES.
004050     IF FEED-WON
004060         MOVE 1                  TO FEED-WINS
004070         MOVE ZERO               TO FEED-LOSSES
004080     ELSE
004090         MOVE ZERO               TO FEED-WINS
004100         MOVE 1                  TO FEED-LOSSES
004110     END-IF.
004120     PERFORM 2350-POST-TOTALS    THRU 2350-EXIT.
004130 2300-EXIT.
004140     EXIT.
004150*
004160*-----------------------------------------------------------------
004170* 2350-POST-TOTALS - ADD THE GAMES, WINS AND LOSSES IN HAND TO
004180* THE PLAYER'S DERIVED ENTRY, ADDING THE ENTRY ON FIRST SIGHT, AND
004190* KEEP THE HIGHER OF THE SCORE AND THE BEST SO FAR.
004200*-----------------------------------------------------------------
004210 2350-POST-TOTALS.
004220     ADD FEED-GAMES              TO FEED-RECORDS-READ.
004230     SET FEED-PLAYER-MISSING     TO TRUE.
004240     SET DV-IDX                  TO 1.
004250     SEARCH DERIVED-ENTRY
004260         AT END
004270             CONTINUE
004280         WHEN DV-IDX > DERIVED-COUNT
004290             CONTINUE
004300         WHEN DV-PLAYER-ID (DV-IDX) = FEED-PLAYER-ID
004310             SET FEED-PLAYER-FOUND TO TRUE
004320     END-SEARCH.
004330     IF FEED-PLAYER-MISSING
004340         IF DERIVED-COUNT NOT LESS THAN DERIVED-TABLE-MAX
004350             SET DERIVED-TABLE-FULL TO TRUE
004360             GO TO 2350-EXIT
004370         END-IF
004380         ADD 1                   TO DERIVED-COUNT
004390         SET DV-IDX              TO DERIVED-COUNT
004400         MOVE FEED-PLAYER-ID    TO DV-PLAYER-ID (DV-IDX)
004410         MOVE ZERO               TO DV-GAMES-PLAYED (DV-IDX)
004420                                    DV-GAMES-WON (DV-IDX)
004430                                    DV-GAMES-LOST (DV-IDX)
004440                                    DV-BEST-SCORE (DV-IDX)
004450         SET DV-NOT-ON-MASTER (DV-IDX) TO TRUE
004460     END-IF.
004470     ADD FEED-GAMES              TO DV-GAMES-PLAYED (DV-IDX).
004480     ADD FEED-WINS               TO DV-GAMES-WON (DV-IDX).
004490     ADD FEED-LOSSES             TO DV-GAMES-LOST (DV-IDX).
004500     IF FEED-SCORE > DV-BEST-SCORE (DV-IDX)
004510         MOVE FEED-SCORE        TO DV-BEST-SCORE (DV-IDX)
004520     END-IF.
004530 2350-EXIT.
004540     EXIT.
004550*
004560*-----------------------------------------------------------------
004570* 2400-LOAD-SUMMARIES - POST EVERY BY-PLAYER SUMMARY RECORD AS
004580* THAT PLAYER'S GAMES FOR THE MONTH.  THE HIGHEST MONTH ON THE
004590* FILE IS HOW FAR HISTROLL HAS OFFLOADED; NO SUMMARY FILE MEANS
004600* NOTHING HAS BEEN OFFLOADED YET.
004610*-----------------------------------------------------------------
004620 2400-LOAD-SUMMARIES.
004630     MOVE ZERO                  TO SUMMARY-THROUGH-MONTH.
004640     OPEN INPUT HISTSUMM-FILE.
004650     IF HISTSUMM-NOT-FOUND
004660         GO TO 2400-EXIT
004670     END-IF.
004680     IF NOT HISTSUMM-OK
004690         DISPLAY "UNABLE TO OPEN HISTSUMM FILE, STATUS "
004700             HISTSUMM-STATUS
004710         SET FATAL-ERROR         TO TRUE
004720         MOVE 8                  TO RETURN-CODE
004730         GO TO 2400-EXIT
004740     END-IF.
004750     PERFORM 2410-READ-ONE-SUMMARY THRU 2410-EXIT
004760         UNTIL HISTSUMM-EOF OR DERIVED-TABLE-FULL.
004770     CLOSE HISTSUMM-FILE.
004780 2400-EXIT.
004790     EXIT.
004800*
004810 2410-READ-ONE-SUMMARY.
004820     READ HISTSUMM-FILE NEXT RECORD
004830         AT END
004840             SET HISTSUMM-EOF    TO TRUE
004850             GO TO 2410-EXIT
004860     END-READ.
004870     IF SMREC-MONTH > SUMMARY-THROUGH-MONTH
004880         MOVE SMREC-MONTH       TO SUMMARY-THROUGH-MONTH
004890     END-IF.
004900     IF NOT SMREC-BY-PLAYER
004910         GO TO 2410-EXIT
004920     END-IF.
004930     MOVE SMREC-KEY             TO FEED-PLAYER-ID.
004940     MOVE SMREC-GAMES           TO FEED-GAMES.
004950     MOVE SMREC-WINS            TO FEED-WINS.
004960     MOVE SMREC-LOSSES          TO FEED-LOSSES.
004970     MOVE SMREC-BEST-SCORE      TO FEED-SCORE.
004980     PERFORM 2350-POST-TOTALS    THRU 2350-EXIT.
004990 2410-EXIT.
005000     EXIT.
005010*
005020*-----------------------------------------------------------------
005030* 3000-COMPARE-PLAYERS - WALK THE MASTER IN KEY ORDER AND COMPARE
005040* EACH PLAYER WITH THE DERIVED TOTALS, CORRECTING IN CORRECT MODE.
005050*-----------------------------------------------------------------
005060 3000-COMPARE-PLAYERS.
005070     IF CORRECT-MODE
005080         OPEN I-O PLAYERS-FILE
005090     ELSE
005100         OPEN INPUT PLAYERS-FILE
005110     END-IF.
005120     IF PLAYERS-NOT-FOUND
005130         DISPLAY "PLAYERS FILE NOT FOUND - NOTHING TO RECONCILE"
005140         SET FATAL-ERROR         TO TRUE
005150         MOVE 8                  TO RETURN-CODE
005160         GO TO 3000-EXIT
005170     END-IF.
005180     IF NOT PLAYERS-OK
005190         DISPLAY "UNABLE TO OPEN PLAYER FILE, STATUS "
005200             PLAYERS-STATUS
005210         SET FATAL-ERROR         TO TRUE
005220         MOVE 8                  TO RETURN-CODE
005230         GO TO 3000-EXIT
005240     END-IF.
005250     IF CORRECT-MODE
005260         OPEN EXTEND CORRECTION-FILE
005270         IF CORRECTION-NOT-FOUND
005280             OPEN OUTPUT CORRECTION-FILE
005290         END-IF
005300         IF NOT CORRECTION-OK
005310             DISPLAY "UNABLE TO OPEN PLAYCORR FILE, STATUS "
005320                 CORRECTION-STATUS
005330             SET FATAL-ERROR     TO TRUE
005340             MOVE 8              TO RETURN-CODE
005350             CLOSE PLAYERS-FILE
005360             GO TO 3000-EXIT
005370         END-IF
005380         DISPLAY "PLAYER TOTALS RECONCILIATION - CORRECT MODE"
005390     ELSE
005400         DISPLAY "PLAYER TOTALS RECONCILIATION - REPORT MODE"
005410     END-IF.
005420     DISPLAY "==============================".
005430     PERFORM 3100-COMPARE-ONE-PLAYER THRU 3100-EXIT
005440         UNTIL PLAYERS-EOF.
005450     CLOSE PLAYERS-FILE.
005460     IF CORRECT-MODE
005470         CLOSE CORRECTION-FILE
005480     END-IF.
005490     PERFORM 3400-COUNT-FEED-ONLY THRU 3400-EXIT
005500         VARYING DV-IDX FROM 1 BY 1
005510         UNTIL DV-IDX > DERIVED-COUNT.
005520 3000-EXIT.
005530     EXIT.
005540*
005550 3100-COMPARE-ONE-PLAYER.
005560     READ PLAYERS-FILE NEXT RECORD
005570         AT END
005580             SET PLAYERS-EOF     TO TRUE
005590             GO TO 3100-EXIT
005600     END-READ.
005610     ADD 1                       TO PLAYERS-READ.
005620     PERFORM 3200-FIND-DERIVED   THRU 3200-EXIT.
005630     SET PLAYER-IN-BALANCE       TO TRUE.
005640     MOVE "GAMES PLAYED"        TO COMPARE-NAME.
005650     MOVE PLREC-GAMES-PLAYED    TO COMPARE-MASTER.
005660     MOVE DP-GAMES-PLAYED       TO COMPARE-DERIVED.
005670     PERFORM 3300-COMPARE-FIELD  THRU 3300-EXIT.
005680     MOVE "GAMES WON"           TO COMPARE-NAME.
005690     MOVE PLREC-GAMES-WON       TO COMPARE-MASTER.
005700     MOVE DP-GAMES-WON          TO COMPARE-DERIVED.
005710     PERFORM 3300-COMPARE-FIELD  THRU 3300-EXIT.
005720     MOVE "GAMES LOST"          TO COMPARE-NAME.
005730     MOVE PLREC-GAMES-LOST      TO COMPARE-MASTER.
005740     MOVE DP-GAMES-LOST         TO COMPARE-DERIVED.
005750     PERFORM 3300-COMPARE-FIELD  THRU 3300-EXIT.
005760     MOVE "BEST SCORE"          TO COMPARE-NAME.
005770     MOVE PLREC-BEST-SCORE      TO COMPARE-MASTER.
005780     MOVE DP-BEST-SCORE         TO COMPARE-DERIVED.
005790     PERFORM 3300-COMPARE-FIELD  THRU 3300-EXIT.
005800     IF PLAYER-IN-BALANCE
005810         ADD 1                   TO PLAYERS-IN-BALANCE
005820         GO TO 3100-EXIT
005830     END-IF.
005840     ADD 1                       TO PLAYERS-OUT-OF-BALANCE.
005850     IF CORRECT-MODE
005860         PERFORM 3500-CORRECT-PLAYER THRU 3500-EXIT
005870     END-IF.
005880 3100-EXIT.
005890     EXIT.
005900*
005910*-----------------------------------------------------------------
005920* 3200-FIND-DERIVED - THE PLAYER'S DERIVED TOTALS, MARKING THE
005930* TABLE ENTRY AS MATCHED TO THE MASTER.
005940*-----------------------------------------------------------------
005950 3200-FIND-DERIVED.
005960     MOVE ZERO                  TO DP-GAMES-PLAYED DP-GAMES-WON
005970                                   DP-GAMES-LOST DP-BEST-SCORE.
005980     SET DV-IDX                  TO 1.
005990     SEARCH DERIVED-ENTRY
006000         AT END
006010             CONTINUE
006020         WHEN DV-IDX > DERIVED-COUNT
006030             CONTINUE
006040         WHEN DV-PLAYER-ID (DV-IDX) = PLREC-PLAYER-ID
006050             MOVE DV-GAMES-PLAYED (DV-IDX) TO DP-GAMES-PLAYED
006060             MOVE DV-GAMES-WON (DV-IDX) TO DP-GAMES-WON
006070             MOVE DV-GAMES-LOST (DV-IDX) TO DP-GAMES-LOST
006080             MOVE DV-BEST-SCORE (DV-IDX) TO DP-BEST-SCORE
006090             SET DV-ON-MASTER (DV-IDX) TO TRUE
006100     END-SEARCH.
006110 3200-EXIT.
006120     EXIT.
006130*
006140*-----------------------------------------------------------------
006150* 3300-COMPARE-FIELD - PRINT ONE DISAGREEING FIELD, HEADED BY THE
006160* PLAYER ON THE FIRST ONE FOUND.
006170*-----------------------------------------------------------------
006180 3300-COMPARE-FIELD.
006190     IF COMPARE-MASTER = COMPARE-DERIVED
006200         GO TO 3300-EXIT
006210     END-IF.
006220     IF PLAYER-IN-BALANCE
006230         SET PLAYER-OUT-OF-BALANCE TO TRUE
006240         DISPLAY PLREC-PLAYER-ID " "
006250             FUNCTION TRIM (PLREC-PLAYER-NAME)
006260         DISPLAY "    FIELD         MASTER  DERIVED    DIFF"
006270     END-IF.
006280     COMPUTE COMPARE-DIFFERENCE =
006290         COMPARE-DERIVED - COMPARE-MASTER.
006300     MOVE COMPARE-DIFFERENCE    TO DIFFERENCE-OUT.
006310     DISPLAY "    " COMPARE-NAME "  " COMPARE-MASTER "    "
006320         COMPARE-DERIVED "  " DIFFERENCE-OUT.
006330 3300-EXIT.
006340     EXIT.
006350*
006360 3400-COUNT-FEED-ONLY.
006370     IF DV-NOT-ON-MASTER (DV-IDX)
006380         ADD 1                   TO FEED-ONLY-PLAYERS
006390     END-IF.
006400 3400-EXIT.
006410     EXIT.
006420*
006430*-----------------------------------------------------------------
006440* 3500-CORRECT-PLAYER - REWRITE THE MASTER RECORD FROM THE DERIVED
006450* TOTALS AND LOG THE BEFORE AND AFTER FIGURES.  THE LOG RECORD IS
006460* WRITTEN ONLY ONCE THE REWRITE HAS TAKEN.
006470*-----------------------------------------------------------------
006480 3500-CORRECT-PLAYER.
006490     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
006500     MOVE CURRENT-DATE-TIME (1:8) TO CRREC-DATE.
006510     MOVE CURRENT-DATE-TIME (9:6) TO CRREC-TIME.
006520     MOVE AUTH-USER             TO CRREC-USER.
006530     MOVE PLREC-PLAYER-ID       TO CRREC-PLAYER-ID.
006540     MOVE PLREC-GAMES-PLAYED    TO CRREC-BEFORE-PLAYED.
006550     MOVE PLREC-GAMES-WON       TO CRREC-BEFORE-WON.
006560     MOVE PLREC-GAMES-LOST      TO CRREC-BEFORE-LOST.
006570     MOVE PLREC-BEST-SCORE      TO CRREC-BEFORE-BEST.
006580     MOVE DP-GAMES-PLAYED       TO PLREC-GAMES-PLAYED.
006590     MOVE DP-GAMES-WON          TO PLREC-GAMES-WON.
006600     MOVE DP-GAMES-LOST         TO PLREC-GAMES-LOST.
006610     MOVE DP-BEST-SCORE         TO PLREC-BEST-SCORE.
006620     REWRITE PLAYER-RECORD.
006630     IF NOT PLAYERS-OK
006640         DISPLAY "    *** REWRITE FAILED, STATUS " PLAYERS-STATUS
006650             " - NOT CORRECTED ***"
006660         ADD 1                   TO REWRITE-FAILURES
006670         GO TO 3500-EXIT
006680     END-IF.
006690     MOVE DERIVED-PLAYER        TO CRREC-AFTER.
006700     WRITE PLAYER-CORRECTION-RECORD.
006710     ADD 1                       TO PLAYERS-CORRECTED.
006720     DISPLAY "    CORRECTED".
006730 3500-EXIT.
006740     EXIT.
006750*
006760*-----------------------------------------------------------------
006770* 4000-BALANCE-TOTALS - PROVE EVERY PLAYER READ WAS EITHER IN OR
006780* OUT OF BALANCE AND, IN CORRECT MODE, THAT EVERY ONE OUT OF
006790* BALANCE WAS CORRECTED.  APPEND THE CONTROL TOTALS RECORD AND
006800* SET THE RETURN CODE.
006810*-----------------------------------------------------------------
006820 4000-BALANCE-TOTALS.
006830     COMPUTE BALANCE-CHECK =
006840         PLAYERS-IN-BALANCE + PLAYERS-OUT-OF-BALANCE.
006850     DISPLAY " ".
006860     DISPLAY "FEED RECORDS READ  . . : " FEED-RECORDS-READ.
006870     DISPLAY "PLAYERS READ . . . . . : " PLAYERS-READ.
006880     DISPLAY "PLAYERS IN BALANCE . . : " PLAYERS-IN-BALANCE.
006890     DISPLAY "PLAYERS OUT OF BALANCE : " PLAYERS-OUT-OF-BALANCE.
006900     IF CORRECT-MODE
006910         DISPLAY "PLAYERS CORRECTED  . . : " PLAYERS-CORRECTED
006920         DISPLAY "CORRECTED BY . . . . . : " AUTH-USER
006930     END-IF.
006940     DISPLAY "FEED-ONLY PLAYERS  . . : " FEED-ONLY-PLAYERS.
006950     MOVE RUN-DATE              TO RCREC-RUN-DATE.
006960     IF CORRECT-MODE
006970         SET RCREC-CORRECT-MODE  TO TRUE
006980     ELSE
006990         SET RCREC-REPORT-MODE   TO TRUE
007000     END-IF.
007010     MOVE FEED-RECORDS-READ     TO RCREC-FEED-RECORDS-READ.
007020     MOVE PLAYERS-READ          TO RCREC-PLAYERS-READ.
007030     MOVE PLAYERS-IN-BALANCE    TO RCREC-PLAYERS-IN-BALANCE.
007040     MOVE PLAYERS-OUT-OF-BALANCE TO RCREC-PLAYERS-OUT-OF-BAL.
007050     MOVE PLAYERS-CORRECTED     TO RCREC-PLAYERS-CORRECTED.
007060     MOVE FEED-ONLY-PLAYERS     TO RCREC-FEED-ONLY-PLAYERS.
007070     SET RCREC-IN-BALANCE        TO TRUE.
007080     IF BALANCE-CHECK NOT = PLAYERS-READ
007090         SET RCREC-OUT-OF-BALANCE TO TRUE
007100         DISPLAY "*** RECONCILIATION COUNTS DO NOT PROVE ***"
007110         MOVE 8                  TO RETURN-CODE
007120     END-IF.
007130     IF REPORT-MODE AND PLAYERS-OUT-OF-BALANCE > ZERO
007140         SET RCREC-OUT-OF-BALANCE TO TRUE
007150         DISPLAY "*** PLAYER MASTER OUT OF BALANCE WITH FEED ***"
007160         MOVE 8                  TO RETURN-CODE
007170     END-IF.
007180     IF CORRECT-MODE
007190             AND PLAYERS-CORRECTED NOT = PLAYERS-OUT-OF-BALANCE
007200         SET RCREC-OUT-OF-BALANCE TO TRUE
007210         DISPLAY "*** " REWRITE-FAILURES
007220             " PLAYERS COULD NOT BE CORRECTED ***"
007230         MOVE 8                  TO RETURN-CODE
007240     END-IF.
007250     IF RCREC-IN-BALANCE
007260         IF PLAYERS-CORRECTED > ZERO
007270             DISPLAY "MASTER CORRECTED - NOW IN BALANCE WITH FEED"
007280             MOVE 4              TO RETURN-CODE
007290         ELSE
007300             DISPLAY "PLAYER MASTER IN BALANCE WITH FEED"
007310         END-IF
007320     END-IF.
007330     OPEN EXTEND RBLDCTL-FILE.
007340     IF RBLDCTL-NOT-FOUND
007350         OPEN OUTPUT RBLDCTL-FILE
007360     END-IF.
007370     WRITE REBUILD-CONTROL-RECORD.
007380     CLOSE RBLDCTL-FILE.
007390 4000-EXIT.
007400     EXIT.
007410*
007420*-----------------------------------------------------------------
007430* 7000-CHECK-AUTHORITY - LOOK THE USER UP ON THE OPERATOR
007440* AUTHORITY FILE FOR THE FUNCTION IN AUTH-FUNCTION.  ANYTHING
007450* SHORT OF AN EXPLICIT GRANT IS A REFUSAL - A MISSING AUTHORITY
007460* FILE INCLUDED - AND EVERY REFUSAL IS WRITTEN TO THE SECURITY
007470* LOG WITH RETURN CODE 8.
007480*-----------------------------------------------------------------
007490 7000-CHECK-AUTHORITY.
007500     SET OPERATOR-REFUSED        TO TRUE.
007510     MOVE SPACES                TO AUTH-REASON.
007520     OPEN INPUT OPER-AUTH-FILE.
007530     IF NOT OPER-AUTH-OK
007540         MOVE "AUTHORITY FILE NOT AVAILABLE" TO AUTH-REASON
007550         GO TO 7000-REFUSE
007560     END-IF.
007570     MOVE AUTH-USER             TO OAREC-USER-ID.
007580     READ OPER-AUTH-FILE
007590         INVALID KEY
007600             MOVE "USER NOT ON AUTHORITY FILE" TO AUTH-REASON
007610         NOT INVALID KEY
007620             PERFORM 7010-MATCH-FUNCTION THRU 7010-EXIT
007630                 VARYING AUTH-SUB FROM 1 BY 1
007640                 UNTIL AUTH-SUB > OAREC-FUNCTION-COUNT
007650                     OR OPERATOR-AUTHORIZED
007660     END-READ.
007670     CLOSE OPER-AUTH-FILE.
007680     IF OPERATOR-AUTHORIZED
007690         GO TO 7000-EXIT
007700     END-IF.
007710     IF AUTH-REASON = SPACES
007720         MOVE "FUNCTION NOT GRANTED" TO AUTH-REASON
007730     END-IF.
007740 7000-REFUSE.
007750     DISPLAY "USER " FUNCTION TRIM (AUTH-USER)
007760         " IS NOT AUTHORIZED FOR " FUNCTION TRIM (AUTH-FUNCTION)
007770         " - " FUNCTION TRIM (AUTH-REASON).
007780     OPEN EXTEND SECURITY-LOG-FILE.
007790     IF SECLOG-NOT-FOUND
007800         OPEN OUTPUT SECURITY-LOG-FILE
007810     END-IF.
007820     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
007830     MOVE CURRENT-DATE-TIME (1:8) TO SLREC-DATE.
007840     MOVE CURRENT-DATE-TIME (9:6) TO SLREC-TIME.
007850     MOVE AUTH-USER             TO SLREC-USER.
007860     MOVE "PLAYRBLD"            TO SLREC-PROGRAM.
007870     MOVE AUTH-FUNCTION         TO SLREC-FUNCTION.
007880     SET SLREC-REFUSED           TO TRUE.
007890     MOVE SPACES                TO SLREC-TARGET-USER.
007900     MOVE AUTH-REASON           TO SLREC-REASON.
007910     WRITE SECURITY-LOG-RECORD.
007920     CLOSE SECURITY-LOG-FILE.
007930     MOVE 8                     TO RETURN-CODE.
007940 7000-EXIT.
007950     EXIT.
007960*
007970 7010-MATCH-FUNCTION.
007980     IF OAREC-FUNCTION (AUTH-SUB) = AUTH-FUNCTION
007990         SET OPERATOR-AUTHORIZED TO TRUE
008000     END-IF.
008010 7010-EXIT.
008020     EXIT.
