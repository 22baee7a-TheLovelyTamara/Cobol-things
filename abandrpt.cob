000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ABANDRPT.
000030 AUTHOR.         R TODD CARRUTH.
000040 INSTALLATION.   GAMES BATCH SHOP.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* ABANDRPT REPORTS HOW OFTEN GAMES ARE WALKED AWAY FROM.  IT
000090* READS THE COMPLETED-GAME HISTORY (GAMEHIST) AND THE CURRENT
000100* DAY'S GAMESTAT FILE FOR THE GAMES THAT WERE WON OR LOST, AND
000110* THE ABANDONED-GAME FILE (ABANDON) FOR THE GAMES THAT WERE
000120* QUIT IN HANGMAN OR SWEPT BY CKPTSWEP, AND PRINTS THE
000130* ABANDONMENT RATE - ABANDONED GAMES AS A SHARE OF ALL GAMES
000140* STARTED - THREE WAYS:
000150*
000160*     BY DIFFICULTY
000170*     BY WORD, HIGHEST RATE FIRST - WORDS THAT MAKE PEOPLE GIVE UP
000180*     BY PLAYER, HIGHEST RATE FIRST, WITH THE PLAYER'S WINS AND
000190*         AVERAGE WRONG GUESSES AT THE POINT OF ABANDONING - A
000200*         PLAYER WHO QUITS A GAME THAT IS GOING BADLY RATHER THAN
000210*         LOSE IT SHOWS A HIGH RATE AND A HIGH AVERAGE
000220*
000230*     ABANDRPT [MIN-GAMES]
000240*
000250* THE WORD AND PLAYER LISTS ONLY SHOW ENTRIES WITH AT LEAST
000260* MIN-GAMES GAMES STARTED (DEFAULT 5) AND AT LEAST ONE GAME
000270* ABANDONED, SO ONE QUIT OUT OF ONE GAME CANNOT TOP THE LIST.
000280*
000290* MONTHS HISTROLL HAS OFFLOADED FROM GAMEHIST ARE TAKEN FROM THE
000300* MONTHLY SUMMARY FILE (HISTSUMM) - THE BY-LEVEL RECORDS FOR THE
000310* RUN TOTALS AND THE LEVELS, THE BY-WORD AND BY-PLAYER RECORDS
000320* FOR THE WORDS AND PLAYERS.  GAMEHIST DETAIL FOR THOSE MONTHS,
000330* IF STILL ON FILE, IS PASSED OVER.  ABANDONED GAMES ARE NOT
000340* OFFLOADED AND ALWAYS COME FROM THE ABANDON FILE.
000350*
000360* MODIFICATION HISTORY
000370* DATE       INIT  DESCRIPTION
000380* ---------  ----  -------------------------------------------
000390* 2026-10-15  RTC  ORIGINAL VERSION.
000400* 2026-10-15  RTC  GAMESTAT RECORD LENGTH PICKED UP THE RULE-SET
000410*                  ID ADDED AT THE END OF THE RECORD.
000420* 2026-10-15  RTC  GAMESTAT RECORD LENGTH PICKED UP THE DAILY
000430*                  CHALLENGE FLAG ADDED AT THE END OF THE RECORD.
000440* 2026-10-15  RTC  OFFLOADED MONTHS COME FROM THE HISTSUMM LEVEL,
000450*                  WORD AND PLAYER SUMMARIES; GAMEHIST DETAIL FOR
000460*                  THEM IS PASSED OVER.
000470*-----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT GAMEHIST-FILE       ASSIGN TO "GAMEHIST"
000520                                ORGANIZATION LINE SEQUENTIAL
000530                                FILE STATUS IS GAMEHIST-STATUS.
000540     SELECT GAMESTAT-FILE       ASSIGN TO "GAMESTAT"
000550                                ORGANIZATION LINE SEQUENTIAL
000560                                FILE STATUS IS GAMESTAT-STATUS.
000570     SELECT ABANDON-FILE        ASSIGN TO "ABANDON"
000580                                ORGANIZATION LINE SEQUENTIAL
000590                                FILE STATUS IS ABANDON-STATUS.
000600     SELECT HISTSUMM-FILE       ASSIGN TO "HISTSUMM"
000610                                ORGANIZATION LINE SEQUENTIAL
000620                                FILE STATUS IS HISTSUMM-STATUS.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  GAMEHIST-FILE
000670     RECORD CONTAINS 72 CHARACTERS.
000680     COPY GAMESTAT REPLACING ==GAMESTAT-RECORD==
000690         BY ==HIST-GAME-RECORD==
000700         LEADING ==GSREC== BY ==HGSREC==.
000710*
000720 FD  GAMESTAT-FILE
000730     RECORD CONTAINS 72 CHARACTERS.
000740     COPY GAMESTAT.
000750*
000760 FD  ABANDON-FILE
000770     RECORD CONTAINS 67 CHARACTERS.
000780     COPY ABANDON.
000790*
000800 FD  HISTSUMM-FILE
000810     RECORD CONTAINS 106 CHARACTERS.
000820     COPY HISTSUMM.
000830*
000840 WORKING-STORAGE SECTION.
000850 01  GAMEHIST-STATUS              PIC X(2).
000860     88  GAMEHIST-OK              VALUE "00".
000870     88  GAMEHIST-EOF             VALUE "10".
000880     88  GAMEHIST-NOT-FOUND       VALUE "35".
000890 01  GAMESTAT-STATUS              PIC X(2).
000900     88  GAMESTAT-OK              VALUE "00".
000910     88  GAMESTAT-EOF             VALUE "10".
000920     88  GAMESTAT-NOT-FOUND       VALUE "35".
000930 01  ABANDON-STATUS               PIC X(2).
000940     88  ABANDON-OK               VALUE "00".
000950     88  ABANDON-EOF              VALUE "10".
000960     88  ABANDON-NOT-FOUND        VALUE "35".
000970 01  HISTSUMM-STATUS              PIC X(2).
000980     88  HISTSUMM-OK              VALUE "00".
000990     88  HISTSUMM-EOF             VALUE "10".
001000     88  HISTSUMM-NOT-FOUND       VALUE "35".
001010 01  FILLER                       PIC X.
001020     88  GAMEHIST-PRESENT         VALUE "Y".
001030     88  GAMEHIST-ABSENT          VALUE "N".
001040 01  FILLER                       PIC X.
001050     88  GAMESTAT-PRESENT         VALUE "Y".
001060     88  GAMESTAT-ABSENT          VALUE "N".
001070 01  FILLER                       PIC X.
001080     88  ABANDON-PRESENT          VALUE "Y".
001090     88  ABANDON-ABSENT           VALUE "N".
001100 01  FILLER                       PIC X.
001110     88  HISTSUMM-PRESENT         VALUE "Y".
001120     88  HISTSUMM-ABSENT          VALUE "N".
001130 COPY GAMESTAT REPLACING ==GAMESTAT-RECORD== BY ==GAME-WORK==
001140     LEADING ==GSREC== BY ==GWRK==.
001150 01  FILLER                       PIC X.
001160     88  FATAL-ERROR              VALUE "E".
001170     88  NO-FATAL-ERROR           VALUE "N".
001180*
001190 01  CMD-ARG-COUNT                PIC 9(3).
001200 01  CMD-MIN-PARM                 PIC X(3).
001210 01  MIN-PARM-JUST                PIC X(3) JUSTIFIED RIGHT.
001220 01  MIN-GAMES                    PIC 9(3)     VALUE 5.
001230 01  GAME-MONTH                   PIC 9(6).
001240 01  SUMMARY-THROUGH-MONTH        PIC 9(6).
001250*
001260*    ONE GAME, WHICHEVER FILE IT CAME FROM.
001270 01  CUR-WORD                     PIC X(20).
001280 01  CUR-PLAYER-ID                PIC X(10).
001290 01  CUR-DIFFICULTY               PIC X.
001300 01  CUR-WRONG-COUNT              PIC 9(3).
001310 01  CUR-OUTCOME                  PIC X.
001320     88  CUR-WON                  VALUE "W".
001330     88  CUR-LOST                 VALUE "L".
001340     88  CUR-QUIT                 VALUE "Q".
001350     88  CUR-SWEPT                VALUE "S".
001360*
001370*    THE COUNTS KEPT FOR EVERY WORD, PLAYER AND LEVEL.  EACH
001380*    TABLE ENTRY IS MOVED HERE TO BE ADDED TO OR PRINTED.
001390 01  RATE-COUNTS.
001400     05  RC-WON                   PIC 9(5) COMP.
001410     05  RC-LOST                  PIC 9(5) COMP.
001420     05  RC-QUIT                  PIC 9(5) COMP.
001430     05  RC-SWEPT                 PIC 9(5) COMP.
001440     05  RC-ABANDON-WRONG         PIC 9(7) COMP.
001450 01  RC-STARTED                   PIC 9(7) COMP.
001460 01  RC-ABANDONED                 PIC 9(7) COMP.
001470 01  TOTAL-COUNTS.
001480     05  TOT-WON                  PIC 9(5) COMP.
001490     05  TOT-LOST                 PIC 9(5) COMP.
001500     05  TOT-QUIT                 PIC 9(5) COMP.
001510     05  TOT-SWEPT                PIC 9(5) COMP.
001520     05  TOT-ABANDON-WRONG        PIC 9(7) COMP.
001530*
001540 01  LEVEL-RATE-TABLE.
001550     05  LEVEL-RATE               OCCURS 4 TIMES
001560                                  INDEXED BY LR-IDX.
001570         10  LR-CODE              PIC X.
001580         10  LR-NAME              PIC X(8).
001590         10  LR-COUNTS.
001600             15  LR-WON           PIC 9(5) COMP.
001610             15  LR-LOST          PIC 9(5) COMP.
001620             15  LR-QUIT          PIC 9(5) COMP.
001630             15  LR-SWEPT         PIC 9(5) COMP.
001640             15  LR-ABANDON-WRONG PIC 9(7) COMP.
001650*
001660 01  WORD-RATE-TABLE.
001670     05  WORD-RATE                OCCURS 1000 TIMES
001680                                  INDEXED BY WR-IDX.
001690         10  WR-WORD              PIC X(20).
001700         10  WR-COUNTS.
001710             15  WR-WON           PIC 9(5) COMP.
001720             15  WR-LOST          PIC 9(5) COMP.
001730             15  WR-QUIT          PIC 9(5) COMP.
001740             15  WR-SWEPT         PIC 9(5) COMP.
001750             15  WR-ABANDON-WRONG PIC 9(7) COMP.
001760 01  WORD-RATE-COUNT              PIC 9(5) COMP.
001770 01  WORD-RATE-HOLD.
001780     05  HOLD-WR-WORD             PIC X(20).
001790     05  HOLD-WR-COUNTS.
001800         10  HOLD-WR-WON          PIC 9(5) COMP.
001810         10  HOLD-WR-LOST         PIC 9(5) COMP.
001820         10  HOLD-WR-QUIT         PIC 9(5) COMP.
001830         10  HOLD-WR-SWEPT        PIC 9(5) COMP.
001840         10  HOLD-WR-ABANDON-WRONG PIC 9(7) COMP.
001850*
001860 01  PLAYER-RATE-TABLE.
001870     05  PLAYER-RATE              OCCURS 500 TIMES
001880                                  INDEXED BY PR-IDX.
001890         10  PR-PLAYER-ID         PIC X(10).
001900         10  PR-COUNTS.
001910             15  PR-WON           PIC 9(5) COMP.
001920             15  PR-LOST          PIC 9(5) COMP.
001930             15  PR-QUIT          PIC 9(5) COMP.
001940             15  PR-SWEPT         PIC 9(5) COMP.
001950             15  PR-ABANDON-WRONG PIC 9(7) COMP.
001960 01  PLAYER-RATE-COUNT            PIC 9(5) COMP.
001970 01  PLAYER-RATE-HOLD.
001980     05  HOLD-PR-PLAYER-ID        PIC X(10).
001990     05  HOLD-PR-COUNTS.
002000         10  HOLD-PR-WON          PIC 9(5) COMP.
002010         10  HOLD-PR-LOST         PIC 9(5) COMP.
002020         10  HOLD-PR-QUIT         PIC 9(5) COMP.
002030         10  HOLD-PR-SWEPT        PIC 9(5) COMP.
002040         10  HOLD-PR-ABANDON-WRONG PIC 9(7) COMP.
002050*
002060 01  FILLER                       PIC X.
002070     88  ENTRY-FOUND              VALUE "Y".
002080     88  ENTRY-NOT-FOUND          VALUE "N".
002090 01  FILLER                       PIC X.
002100     88  SORT-SWAPPED             VALUE "Y".
002110     88  SORT-DONE                VALUE "N".
002120 01  FILLER                       PIC X.
002130     88  PAIR-OUT-OF-ORDER        VALUE "Y".
002140     88  PAIR-IN-ORDER            VALUE "N".
002150 01  SORT-SUB                     PIC 9(5) COMP.
002160 01  SORT-LIMIT                   PIC 9(5) COMP.
002170 01  LEFT-STARTED                 PIC 9(7) COMP.
002180 01  LEFT-ABANDONED               PIC 9(7) COMP.
002190 01  RIGHT-STARTED                PIC 9(7) COMP.
002200 01  RIGHT-ABANDONED              PIC 9(7) COMP.
002210*
002220 01  GAMES-READ                   PIC 9(7) COMP.
002230 01  ABANDONS-READ                PIC 9(7) COMP.
002240 01  LINES-PRINTED                PIC 9(5) COMP.
002250 01  RANK-NUMBER                  PIC 9(5) COMP.
002260 01  RANK-NUMBER-ED               PIC ZZZ9.
002270 01  RATE-PCT                     PIC 9(3)V9.
002280 01  RATE-ED                      PIC ZZ9.9.
002290 01  AVG-WRONG                    PIC 9(3)V9.
002300 01  AVG-WRONG-ED                 PIC ZZ9.9.
002310 01  STARTED-ED                   PIC Z(5)9.
002320 01  WON-ED                       PIC Z(4)9.
002330 01  LOST-ED                      PIC Z(4)9.
002340 01  QUIT-ED                      PIC Z(4)9.
002350 01  SWEPT-ED                     PIC Z(4)9.
002360*
002370 PROCEDURE DIVISION.
002380*-----------------------------------------------------------------
002390* 0000-MAINLINE
002400*-----------------------------------------------------------------
002410 0000-MAINLINE.
002420     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002430     IF NOT FATAL-ERROR
002440         PERFORM 2000-READ-GAMES     THRU 2000-EXIT
002450         PERFORM 3000-PRINT-SUMMARY  THRU 3000-EXIT
002460         PERFORM 4000-PRINT-WORDS    THRU 4000-EXIT
002470         PERFORM 5000-PRINT-PLAYERS  THRU 5000-EXIT
002480     END-IF.
002490     GOBACK.
002500*
002510*-----------------------------------------------------------------
002520* 1000-INITIALIZE - PICK UP THE MINIMUM-GAMES PARAMETER, SET UP
002530* THE LEVEL TABLE AND OPEN THE THREE INPUT FILES.  A MISSING
002540* FILE IS AN EMPTY SIDE; ALL THREE MISSING MEANS NOTHING TO
002550* REPORT.
002560*-----------------------------------------------------------------
002570 1000-INITIALIZE.
002580     SET NO-FATAL-ERROR          TO TRUE.
002590     MOVE ZERO                  TO WORD-RATE-COUNT.
002600     MOVE ZERO                  TO PLAYER-RATE-COUNT.
002610     MOVE ZERO                  TO GAMES-READ.
002620     MOVE ZERO                  TO ABANDONS-READ.
002630     MOVE ZERO                  TO SUMMARY-THROUGH-MONTH.
002640     MOVE ZERO                  TO TOT-WON.
002650     MOVE ZERO                  TO TOT-LOST.
002660     MOVE ZERO                  TO TOT-QUIT.
002670     MOVE ZERO                  TO TOT-SWEPT.
002680     MOVE ZERO                  TO TOT-ABANDON-WRONG.
002690     MOVE "E"                   TO LR-CODE (1).
002700     MOVE "EASY"                TO LR-NAME (1).
002710     MOVE "M"                   TO LR-CODE (2).
002720     MOVE "MEDIUM"              TO LR-NAME (2).
002730     MOVE "H"                   TO LR-CODE (3).
002740     MOVE "HARD"                TO LR-NAME (3).
002750     MOVE "?"                   TO LR-CODE (4).
002760     MOVE "UNKNOWN"             TO LR-NAME (4).
002770     PERFORM 1100-CLEAR-LEVEL    THRU 1100-EXIT
002780         VARYING LR-IDX FROM 1 BY 1
002790         UNTIL LR-IDX > 4.
002800     ACCEPT CMD-ARG-COUNT        FROM ARGUMENT-NUMBER.
002810     IF CMD-ARG-COUNT NOT LESS THAN 1
002820         DISPLAY 1               UPON ARGUMENT-NUMBER
002830         ACCEPT CMD-MIN-PARM     FROM ARGUMENT-VALUE
002840         MOVE FUNCTION TRIM (CMD-MIN-PARM) TO MIN-PARM-JUST
002850         INSPECT MIN-PARM-JUST
002860             REPLACING LEADING SPACES BY ZERO
002870         IF MIN-PARM-JUST IS NUMERIC
002880             MOVE MIN-PARM-JUST  TO MIN-GAMES
002890         ELSE
002900             DISPLAY "MIN-GAMES PARAMETER MUST BE NUMERIC: "
002910                 CMD-MIN-PARM
002920             SET FATAL-ERROR     TO TRUE
002930             MOVE 8              TO RETURN-CODE
002940             GO TO 1000-EXIT
002950         END-IF
002960     END-IF.
002970     SET GAMEHIST-PRESENT        TO TRUE.
002980     OPEN INPUT GAMEHIST-FILE.
002990     IF GAMEHIST-NOT-FOUND
003000         SET GAMEHIST-ABSENT     TO TRUE
003010     ELSE
003020         IF NOT GAMEHIST-OK
003030             DISPLAY "UNABLE TO OPEN GAMEHIST FILE, STATUS "
003040                 GAMEHIST-STATUS
003050             SET FATAL-ERROR     TO TRUE
003060             MOVE 8              TO RETURN-CODE
003070             GO TO 1000-EXIT
003080         END-IF
003090     END-IF.
003100     SET GAMESTAT-PRESENT        TO TRUE.
003110     OPEN INPUT GAMESTAT-FILE.
003120     IF GAMESTAT-NOT-FOUND
003130         SET GAMESTAT-ABSENT     TO TRUE
003140     ELSE
003150         IF NOT GAMESTAT-OK
003160             DISPLAY "UNABLE TO OPEN GAMESTAT FILE, STATUS "
003170                 GAMESTAT-STATUS
003180             SET FATAL-ERROR     TO TRUE
003190             MOVE 8              TO RETURN-CODE
003200             GO TO 1000-EXIT
003210         END-IF
003220     END-IF.
003230     SET ABANDON-PRESENT         TO TRUE.
003240     OPEN INPUT ABANDON-FILE.
003250     IF ABANDON-NOT-FOUND
003260         SET ABANDON-ABSENT      TO TRUE
003270     ELSE
003280         IF NOT ABANDON-OK
003290             DISPLAY "UNABLE TO OPEN ABANDON FILE, STATUS "
003300                 ABANDON-STATUS
003310             SET FATAL-ERROR     TO TRUE
003320             MOVE 8              TO RETURN-CODE
003330             GO TO 1000-EXIT
003340         END-IF
003350     END-IF.
003360     SET HISTSUMM-PRESENT        TO TRUE.
003370     OPEN INPUT HISTSUMM-FILE.
003380     IF HISTSUMM-NOT-FOUND
003390         SET HISTSUMM-ABSENT     TO TRUE
003400     ELSE
003410         IF NOT HISTSUMM-OK
003420             DISPLAY "UNABLE TO OPEN HISTSUMM FILE, STATUS "
003430                 HISTSUMM-STATUS
003440             SET FATAL-ERROR     TO TRUE
003450             MOVE 8              TO RETURN-CODE
003460             GO TO 1000-EXIT
003470         END-IF
003480     END-IF.
003490     IF GAMEHIST-ABSENT AND GAMESTAT-ABSENT AND ABANDON-ABSENT
003500             AND HISTSUMM-ABSENT
003510         DISPLAY "NO GAME DATA TO REPORT"
003520         SET FATAL-ERROR         TO TRUE
003530     END-IF.
003540 1000-EXIT.
003550     EXIT.
003560*
003570 1100-CLEAR-LEVEL.
003580     MOVE ZERO                  TO LR-WON (LR-IDX).
003590     MOVE ZERO                  TO LR-LOST (LR-IDX).
003600     MOVE ZERO                  TO LR-QUIT (LR-IDX).
003610     MOVE ZERO                  TO LR-SWEPT (LR-IDX).
003620     MOVE ZERO                  TO LR-ABANDON-WRONG (LR-IDX).
003630 1100-EXIT.
003640     EXIT.
003650*
003660*-----------------------------------------------------------------
003670* 2000-READ-GAMES - EVERY COMPLETED GAME ON THE HISTORY AND THE
003680* CURRENT DAY'S FILE, THEN EVERY ABANDONED GAME, IS ADDED TO ITS
003690* LEVEL, ITS WORD AND ITS PLAYER.
003700*-----------------------------------------------------------------
003710 2000-READ-GAMES.
003720     IF HISTSUMM-PRESENT
003730         PERFORM 2700-READ-ONE-SUMMARY THRU 2700-EXIT
003740             UNTIL HISTSUMM-EOF
003750         CLOSE HISTSUMM-FILE
003760     END-IF.
003770     IF GAMEHIST-PRESENT
003780         PERFORM 2050-READ-ONE-HIST THRU 2050-EXIT
003790             UNTIL GAMEHIST-EOF
003800         CLOSE GAMEHIST-FILE
003810     END-IF.
003820     IF GAMESTAT-PRESENT
003830         PERFORM 2100-READ-ONE-STAT THRU 2100-EXIT
003840             UNTIL GAMESTAT-EOF
003850         CLOSE GAMESTAT-FILE
003860     END-IF.
003870     IF ABANDON-PRESENT
003880         PERFORM 2150-READ-ONE-ABANDON THRU 2150-EXIT
003890             UNTIL ABANDON-EOF
003900         CLOSE ABANDON-FILE
003910     END-IF.
003920 2000-EXIT.
003930     EXIT.
003940*
003950 2050-READ-ONE-HIST.
003960     READ GAMEHIST-FILE NEXT RECORD
003970         AT END
003980             SET GAMEHIST-EOF    TO TRUE
003990         NOT AT END
004000             COMPUTE GAME-MONTH = HGSREC-GAME-DATE / 100
004010             IF GAME-MONTH > SUMMARY-THROUGH-MONTH
004020                     OR HGSREC-GAME-DATE = ZERO
004030                 MOVE HIST-GAME-RECORD TO GAME-WORK
004040                 PERFORM 2200-TAKE-GAME THRU 2200-EXIT
004050             END-IF
004060     END-READ.
004070 2050-EXIT.
004080     EXIT.
004090*
004100 2100-READ-ONE-STAT.
004110     READ GAMESTAT-FILE NEXT RECORD
004120         AT END
004130             SET GAMESTAT-EOF    TO TRUE
004140         NOT AT END
004150             MOVE GAMESTAT-RECORD TO GAME-WORK
004160             PERFORM 2200-TAKE-GAME THRU 2200-EXIT
004170     END-READ.
004180 2100-EXIT.
004190     EXIT.
004200*
004210 2150-READ-ONE-ABANDON.
004220     READ ABANDON-FILE NEXT RECORD
004230         AT END
004240             SET ABANDON-EOF     TO TRUE
004250         NOT AT END
004260             ADD 1               TO ABANDONS-READ
004270             MOVE ABREC-WORD     TO CUR-WORD
004280             MOVE ABREC-PLAYER-ID TO CUR-PLAYER-ID
004290             MOVE ABREC-DIFFICULTY TO CUR-DIFFICULTY
004300             MOVE ABREC-WRONG-COUNT TO CUR-WRONG-COUNT
004310             MOVE ABREC-REASON   TO CUR-OUTCOME
004320             PERFORM 2300-ACCUMULATE THRU 2300-EXIT
004330     END-READ.
004340 2150-EXIT.
004350     EXIT.
004360*
004370 2200-TAKE-GAME.
004380     ADD 1                       TO GAMES-READ.
004390     MOVE GWRK-WORD             TO CUR-WORD.
004400     MOVE GWRK-PLAYER-ID        TO CUR-PLAYER-ID.
004410     MOVE GWRK-DIFFICULTY       TO CUR-DIFFICULTY.
004420     MOVE ZERO                  TO CUR-WRONG-COUNT.
004430     MOVE GWRK-RESULT           TO CUR-OUTCOME.
004440     PERFORM 2300-ACCUMULATE     THRU 2300-EXIT.
004450 2200-EXIT.
004460     EXIT.
004470*
004480*-----------------------------------------------------------------
004490* 2300-ACCUMULATE - ADD THE CURRENT GAME TO THE RUN TOTALS, ITS
004500* LEVEL, ITS WORD AND ITS PLAYER.  A LEVEL CODE OTHER THAN E, M
004510* OR H (GAMES FROM BEFORE THE DIFFICULTY WAS RECORDED) COUNTS AS
004520* UNKNOWN.  A FULL WORD OR PLAYER TABLE SKIPS THAT SIDE ONLY.
004530*-----------------------------------------------------------------
004540 2300-ACCUMULATE.
004550     MOVE TOTAL-COUNTS          TO RATE-COUNTS.
004560     PERFORM 2400-ADD-GAME       THRU 2400-EXIT.
004570     MOVE RATE-COUNTS           TO TOTAL-COUNTS.
004580*
004590     SET LR-IDX                  TO 1.
004600     SEARCH LEVEL-RATE
004610         AT END
004620             SET LR-IDX          TO 4
004630         WHEN LR-CODE (LR-IDX) = CUR-DIFFICULTY
004640             CONTINUE
004650     END-SEARCH.
004660     MOVE LR-COUNTS (LR-IDX)     TO RATE-COUNTS.
004670     PERFORM 2400-ADD-GAME       THRU 2400-EXIT.
004680     MOVE RATE-COUNTS           TO LR-COUNTS (LR-IDX).
004690*
004700     PERFORM 2500-FIND-WORD      THRU 2500-EXIT.
004710     IF ENTRY-NOT-FOUND
004720         IF WORD-RATE-COUNT NOT LESS THAN 1000
004730             DISPLAY "WORD TABLE FULL - SKIPPING " CUR-WORD
004740             GO TO 2300-PLAYER
004750         END-IF
004760         ADD 1                   TO WORD-RATE-COUNT
004770         SET WR-IDX              TO WORD-RATE-COUNT
004780         MOVE CUR-WORD          TO WR-WORD (WR-IDX)
004790         MOVE ZERO               TO WR-WON (WR-IDX)
004800         MOVE ZERO               TO WR-LOST (WR-IDX)
004810         MOVE ZERO               TO WR-QUIT (WR-IDX)
004820         MOVE ZERO               TO WR-SWEPT (WR-IDX)
004830         MOVE ZERO               TO WR-ABANDON-WRONG (WR-IDX)
004840     END-IF.
004850     MOVE WR-COUNTS (WR-IDX)     TO RATE-COUNTS.
004860     PERFORM 2400-ADD-GAME       THRU 2400-EXIT.
004870     MOVE RATE-COUNTS           TO WR-COUNTS (WR-IDX).
004880 2300-PLAYER.
004890     PERFORM 2600-FIND-PLAYER    THRU 2600-EXIT.
004900     IF ENTRY-NOT-FOUND
004910         IF PLAYER-RATE-COUNT NOT LESS THAN 500
004920             DISPLAY "PLAYER TABLE FULL - SKIPPING "
004930                 CUR-PLAYER-ID
004940             GO TO 2300-EXIT
004950         END-IF
004960         ADD 1                   TO PLAYER-RATE-COUNT
004970         SET PR-IDX              TO PLAYER-RATE-COUNT
004980         MOVE CUR-PLAYER-ID     TO PR-PLAYER-ID (PR-IDX)
004990         MOVE ZERO               TO PR-WON (PR-IDX)
005000         MOVE ZERO               TO PR-LOST (PR-IDX)
005010         MOVE ZERO               TO PR-QUIT (PR-IDX)
005020         MOVE ZERO               TO PR-SWEPT (PR-IDX)
005030         MOVE ZERO               TO PR-ABANDON-WRONG (PR-IDX)
005040     END-IF.
005050     MOVE PR-COUNTS (PR-IDX)     TO RATE-COUNTS.
005060     PERFORM 2400-ADD-GAME       THRU 2400-EXIT.
005070     MOVE RATE-COUNTS           TO PR-COUNTS (PR-IDX).
005080 2300-EXIT.
005090     EXIT.
005100*
005110 2400-ADD-GAME.
005120     EVALUATE TRUE
005130         WHEN CUR-WON
005140             ADD 1               TO RC-WON
005150         WHEN CUR-LOST
005160             ADD 1               TO RC-LOST
005170         WHEN CUR-QUIT
005180             ADD 1               TO RC-QUIT
005190             ADD CUR-WRONG-COUNT TO RC-ABANDON-WRONG
005200         WHEN CUR-SWEPT
005210             ADD 1               TO RC-SWEPT
005220             ADD CUR-WRONG-COUNT TO RC-ABANDON-WRONG
005230     END-EVALUATE.
005240 2400-EXIT.
005250     EXIT.
005260*
005270 2500-FIND-WORD.
005280     SET ENTRY-NOT-FOUND         TO TRUE.
005290     SET WR-IDX                  TO 1.
005300     SEARCH WORD-RATE
005310         AT END
005320             CONTINUE
005330         WHEN WR-IDX > WORD-RATE-COUNT
005340             CONTINUE
005350         WHEN WR-WORD (WR-IDX) = CUR-WORD
005360             SET ENTRY-FOUND     TO TRUE
005370     END-SEARCH.
005380 2500-EXIT.
005390     EXIT.
005400*
005410 2600-FIND-PLAYER.
005420     SET ENTRY-NOT-FOUND         TO TRUE.
005430     SET PR-IDX                  TO 1.
005440     SEARCH PLAYER-RATE
005450         AT END
005460             CONTINUE
005470         WHEN PR-IDX > PLAYER-RATE-COUNT
005480             CONTINUE
005490         WHEN PR-PLAYER-ID (PR-IDX) = CUR-PLAYER-ID
005500             SET ENTRY-FOUND     TO TRUE
005510     END-SEARCH.
005520 2600-EXIT.
005530     EXIT.
005540*
005550*-----------------------------------------------------------------
005560* 2700-READ-ONE-SUMMARY - ADD A SUMMARY RECORD'S WINS AND LOSSES
005570* TO THE ONE SIDE ITS VIEW FEEDS.  THE BY-LEVEL RECORDS ALSO CARRY
005580* THE RUN TOTALS, SO EACH SUMMARIZED GAME IS COUNTED THERE ONCE.
005590* THE HIGHEST MONTH ON THE FILE IS HOW FAR HISTROLL HAS OFFLOADED.
005600*-----------------------------------------------------------------
005610 2700-READ-ONE-SUMMARY.
005620     READ HISTSUMM-FILE NEXT RECORD
005630         AT END
005640             SET HISTSUMM-EOF    TO TRUE
005650             GO TO 2700-EXIT
005660     END-READ.
005670     IF SMREC-MONTH > SUMMARY-THROUGH-MONTH
005680         MOVE SMREC-MONTH       TO SUMMARY-THROUGH-MONTH
005690     END-IF.
005700     EVALUATE TRUE
005710         WHEN SMREC-BY-LEVEL
005720             PERFORM 2710-POST-LEVEL  THRU 2710-EXIT
005730         WHEN SMREC-BY-WORD
005740             PERFORM 2720-POST-WORD   THRU 2720-EXIT
005750         WHEN SMREC-BY-PLAYER
005760             PERFORM 2730-POST-PLAYER THRU 2730-EXIT
005770     END-EVALUATE.
005780 2700-EXIT.
005790     EXIT.
005800*
005810 2710-POST-LEVEL.
005820     ADD SMREC-GAMES             TO GAMES-READ.
005830     MOVE TOTAL-COUNTS          TO RATE-COUNTS.
005840     PERFORM 2740-ADD-SUMMARY    THRU 2740-EXIT.
005850     MOVE RATE-COUNTS           TO TOTAL-COUNTS.
005860     MOVE SMREC-KEY             TO CUR-DIFFICULTY.
005870     SET LR-IDX                  TO 1.
005880     SEARCH LEVEL-RATE
005890         AT END
005900             SET LR-IDX          TO 4
005910         WHEN LR-CODE (LR-IDX) = CUR-DIFFICULTY
005920             CONTINUE
005930     END-SEARCH.
005940     MOVE LR-COUNTS (LR-IDX)     TO RATE-COUNTS.
005950     PERFORM 2740-ADD-SUMMARY    THRU 2740-EXIT.
005960     MOVE RATE-COUNTS           TO LR-COUNTS (LR-IDX).
005970 2710-EXIT.
005980     EXIT.
005990*
006000 2720-POST-WORD.
006010     MOVE SMREC-KEY             TO CUR-WORD.
006020     PERFORM 2500-FIND-WORD      THRU 2500-EXIT.
006030     IF ENTRY-NOT-FOUND
006040         IF WORD-RATE-COUNT NOT LESS THAN 1000
006050             DISPLAY "WORD TABLE FULL - SKIPPING " CUR-WORD
006060             GO TO 2720-EXIT
006070         END-IF
006080         ADD 1                   TO WORD-RATE-COUNT
006090         SET WR-IDX              TO WORD-RATE-COUNT
006100         MOVE CUR-WORD          TO WR-WORD (WR-IDX)
006110         MOVE ZERO               TO WR-WON (WR-IDX)
006120         MOVE ZERO               TO WR-LOST (WR-IDX)
006130         MOVE ZERO               TO WR-QUIT (WR-IDX)
006140         MOVE ZERO               TO WR-SWEPT (WR-IDX)
006150         MOVE ZERO               TO WR-ABANDON-WRONG (WR-IDX)
006160     END-IF.
006170     MOVE WR-COUNTS (WR-IDX)     TO RATE-COUNTS.
006180     PERFORM 2740-ADD-SUMMARY    THRU 2740-EXIT.
006190     MOVE RATE-COUNTS           TO WR-COUNTS (WR-IDX).
006200 2720-EXIT.
006210     EXIT.
006220*
006230 2730-POST-PLAYER.
006240     MOVE SMREC-KEY             TO CUR-PLAYER-ID.
006250     PERFORM 2600-FIND-PLAYER    THRU 2600-EXIT.
006260     IF ENTRY-NOT-FOUND
006270         IF PLAYER-RATE-COUNT NOT LESS THAN 500
006280             DISPLAY "PLAYER TABLE FULL - SKIPPING "
006290                 CUR-PLAYER-ID
006300             GO TO 2730-EXIT
006310         END-IF
006320         ADD 1                   TO PLAYER-RATE-COUNT
006330         SET PR-IDX              TO PLAYER-RATE-COUNT
006340         MOVE CUR-PLAYER-ID     TO PR-PLAYER-ID (PR-IDX)
006350         MOVE ZERO               TO PR-WON (PR-IDX)
006360         MOVE ZERO               TO PR-LOST (PR-IDX)
006370         MOVE ZERO               TO PR-QUIT (PR-IDX)
006380         MOVE ZERO               TO PR-SWEPT (PR-IDX)
006390         MOVE ZERO               TO PR-ABANDON-WRONG (PR-IDX)
006400     END-IF.
006410     MOVE PR-COUNTS (PR-IDX)     TO RATE-COUNTS.
006420     PERFORM 2740-ADD-SUMMARY    THRU 2740-EXIT.
006430     MOVE RATE-COUNTS           TO PR-COUNTS (PR-IDX).
006440 2730-EXIT.
006450     EXIT.
006460*
006470 2740-ADD-SUMMARY.
006480     ADD SMREC-WINS              TO RC-WON.
006490     ADD SMREC-LOSSES            TO RC-LOST.
006500 2740-EXIT.
006510     EXIT.
006520*
006530*-----------------------------------------------------------------
006540* 3000-PRINT-SUMMARY - RUN TOTALS AND THE RATE FOR EACH LEVEL.
006550*-----------------------------------------------------------------
006560 3000-PRINT-SUMMARY.
006570     DISPLAY "ABANDONED GAME REPORT".
006580     DISPLAY "==============================".
006590     DISPLAY "COMPLETED GAMES READ . : " GAMES-READ.
006600     DISPLAY "ABANDONED GAMES READ . : " ABANDONS-READ.
006610     DISPLAY "MINIMUM GAMES TO LIST  : " MIN-GAMES.
006620     DISPLAY " ".
006630     MOVE TOTAL-COUNTS          TO RATE-COUNTS.
006640     PERFORM 6000-COMPUTE-RATE   THRU 6000-EXIT.
006650     MOVE RC-STARTED            TO STARTED-ED.
006660     MOVE RC-QUIT               TO QUIT-ED.
006670     MOVE RC-SWEPT              TO SWEPT-ED.
006680     DISPLAY "ALL GAMES  STARTED " STARTED-ED
006690         "  QUIT " QUIT-ED "  SWEPT " SWEPT-ED
006700         "  RATE " RATE-ED "%".
006710     DISPLAY " ".
006720     DISPLAY "BY DIFFICULTY:".
006730     PERFORM 3100-PRINT-LEVEL    THRU 3100-EXIT
006740         VARYING LR-IDX FROM 1 BY 1
006750         UNTIL LR-IDX > 4.
006760     DISPLAY " ".
006770 3000-EXIT.
006780     EXIT.
006790*
006800 3100-PRINT-LEVEL.
006810     MOVE LR-COUNTS (LR-IDX)     TO RATE-COUNTS.
006820     PERFORM 6000-COMPUTE-RATE   THRU 6000-EXIT.
006830     IF RC-STARTED = ZERO
006840         GO TO 3100-EXIT
006850     END-IF.
006860     MOVE RC-STARTED            TO STARTED-ED.
006870     MOVE RC-QUIT               TO QUIT-ED.
006880     MOVE RC-SWEPT              TO SWEPT-ED.
006890     DISPLAY "  " LR-NAME (LR-IDX)
006900         " STARTED " STARTED-ED
006910         "  QUIT " QUIT-ED "  SWEPT " SWEPT-ED
006920         "  RATE " RATE-ED "%".
006930 3100-EXIT.
006940     EXIT.
006950*
006960*-----------------------------------------------------------------
006970* 4000-PRINT-WORDS - WORDS WITH ENOUGH GAMES AND AT LEAST ONE
006980* ABANDONED, HIGHEST ABANDONMENT RATE FIRST.
006990*-----------------------------------------------------------------
007000 4000-PRINT-WORDS.
007010     PERFORM 4100-SORT-WORDS     THRU 4100-EXIT.
007020     DISPLAY "WORDS BY ABANDONMENT RATE:".
007030     MOVE ZERO                  TO LINES-PRINTED.
007040     MOVE ZERO                  TO RANK-NUMBER.
007050     PERFORM 4200-PRINT-WORD-LINE THRU 4200-EXIT
007060         VARYING SORT-SUB FROM 1 BY 1
007070         UNTIL SORT-SUB > WORD-RATE-COUNT.
007080     IF LINES-PRINTED = ZERO
007090         DISPLAY "  (NO WORDS QUALIFY)"
007100     END-IF.
007110     DISPLAY " ".
007120 4000-EXIT.
007130     EXIT.
007140*
007150 4100-SORT-WORDS.
007160     IF WORD-RATE-COUNT < 2
007170         GO TO 4100-EXIT
007180     END-IF.
007190     SET SORT-SWAPPED            TO TRUE.
007200     PERFORM 4110-WORD-PASS      THRU 4110-EXIT
007210         UNTIL SORT-DONE.
007220 4100-EXIT.
007230     EXIT.
007240*
007250 4110-WORD-PASS.
007260     SET SORT-DONE               TO TRUE.
007270     COMPUTE SORT-LIMIT = WORD-RATE-COUNT - 1.
007280     PERFORM 4120-WORD-COMPARE   THRU 4120-EXIT
007290         VARYING SORT-SUB FROM 1 BY 1
007300         UNTIL SORT-SUB > SORT-LIMIT.
007310 4110-EXIT.
007320     EXIT.
007330*
007340 4120-WORD-COMPARE.
007350     MOVE WR-COUNTS (SORT-SUB)   TO RATE-COUNTS.
007360     PERFORM 6100-STARTED        THRU 6100-EXIT.
007370     MOVE RC-STARTED            TO LEFT-STARTED.
007380     MOVE RC-ABANDONED          TO LEFT-ABANDONED.
007390     MOVE WR-COUNTS (SORT-SUB + 1) TO RATE-COUNTS.
007400     PERFORM 6100-STARTED        THRU 6100-EXIT.
007410     MOVE RC-STARTED            TO RIGHT-STARTED.
007420     MOVE RC-ABANDONED          TO RIGHT-ABANDONED.
007430     PERFORM 6200-COMPARE-RATES  THRU 6200-EXIT.
007440     IF PAIR-OUT-OF-ORDER
007450         MOVE WORD-RATE (SORT-SUB) TO WORD-RATE-HOLD
007460         MOVE WORD-RATE (SORT-SUB + 1)
007470             TO WORD-RATE (SORT-SUB)
007480         MOVE WORD-RATE-HOLD     TO WORD-RATE (SORT-SUB + 1)
007490         SET SORT-SWAPPED        TO TRUE
007500     END-IF.
007510 4120-EXIT.
007520     EXIT.
007530*
007540 4200-PRINT-WORD-LINE.
007550     MOVE WR-COUNTS (SORT-SUB)   TO RATE-COUNTS.
007560     PERFORM 6000-COMPUTE-RATE   THRU 6000-EXIT.
007570     IF RC-STARTED < MIN-GAMES
007580             OR RC-ABANDONED = ZERO
007590         GO TO 4200-EXIT
007600     END-IF.
007610     ADD 1                       TO LINES-PRINTED.
007620     ADD 1                       TO RANK-NUMBER.
007630     MOVE RANK-NUMBER           TO RANK-NUMBER-ED.
007640     MOVE RC-STARTED            TO STARTED-ED.
007650     MOVE RC-QUIT               TO QUIT-ED.
007660     MOVE RC-SWEPT              TO SWEPT-ED.
007670     DISPLAY "  " RANK-NUMBER-ED ". "
007680         WR-WORD (SORT-SUB)
007690         " STARTED " STARTED-ED
007700         "  QUIT " QUIT-ED "  SWEPT " SWEPT-ED
007710         "  RATE " RATE-ED "%".
007720 4200-EXIT.
007730     EXIT.
007740*
007750*-----------------------------------------------------------------
007760* 5000-PRINT-PLAYERS - PLAYERS WITH ENOUGH GAMES AND AT LEAST ONE
007770* ABANDONED, HIGHEST ABANDONMENT RATE FIRST, WITH THEIR WINS AND
007780* LOSSES AND THE AVERAGE WRONG GUESSES STANDING WHEN THEY GAVE A
007790* GAME UP.
007800*-----------------------------------------------------------------
007810 5000-PRINT-PLAYERS.
007820     PERFORM 5100-SORT-PLAYERS   THRU 5100-EXIT.
007830     DISPLAY "PLAYERS BY ABANDONMENT RATE:".
007840     MOVE ZERO                  TO LINES-PRINTED.
007850     MOVE ZERO                  TO RANK-NUMBER.
007860     PERFORM 5200-PRINT-PLAYER-LINE THRU 5200-EXIT
007870         VARYING SORT-SUB FROM 1 BY 1
007880         UNTIL SORT-SUB > PLAYER-RATE-COUNT.
007890     IF LINES-PRINTED = ZERO
007900         DISPLAY "  (NO PLAYERS QUALIFY)"
007910     END-IF.
007920 5000-EXIT.
007930     EXIT.
007940*
007950 5100-SORT-PLAYERS.
007960     IF PLAYER-RATE-COUNT < 2
007970         GO TO 5100-EXIT
007980     END-IF.
007990     SET SORT-SWAPPED            TO TRUE.
008000     PERFORM 5110-PLAYER-PASS    THRU 5110-EXIT
008010         UNTIL SORT-DONE.
008020 5100-EXIT.
008030     EXIT.
008040*
008050 5110-PLAYER-PASS.
008060     SET SORT-DONE               TO TRUE.
008070     COMPUTE SORT-LIMIT = PLAYER-RATE-COUNT - 1.
008080     PERFORM 5120-PLAYER-COMPARE THRU 5120-EXIT
008090         VARYING SORT-SUB FROM 1 BY 1
008100         UNTIL SORT-SUB > SORT-LIMIT.
008110 5110-EXIT.
008120     EXIT.
008130*
008140 5120-PLAYER-COMPARE.
008150     MOVE PR-COUNTS (SORT-SUB)   TO RATE-COUNTS.
008160     PERFORM 6100-STARTED        THRU 6100-EXIT.
008170     MOVE RC-STARTED            TO LEFT-STARTED.
008180     MOVE RC-ABANDONED          TO LEFT-ABANDONED.
008190     MOVE PR-COUNTS (SORT-SUB + 1) TO RATE-COUNTS.
008200     PERFORM 6100-STARTED        THRU 6100-EXIT.
008210     MOVE RC-STARTED            TO RIGHT-STARTED.
008220     MOVE RC-ABANDONED          TO RIGHT-ABANDONED.
008230     PERFORM 6200-COMPARE-RATES  THRU 6200-EXIT.
008240     IF PAIR-OUT-OF-ORDER
008250         MOVE PLAYER-RATE (SORT-SUB) TO PLAYER-RATE-HOLD
008260         MOVE PLAYER-RATE (SORT-SUB + 1)
008270             TO PLAYER-RATE (SORT-SUB)
008280         MOVE PLAYER-RATE-HOLD   TO PLAYER-RATE (SORT-SUB + 1)
008290         SET SORT-SWAPPED        TO TRUE
008300     END-IF.
008310 5120-EXIT.
008320     EXIT.
008330*
008340 5200-PRINT-PLAYER-LINE.
008350     MOVE PR-COUNTS (SORT-SUB)   TO RATE-COUNTS.
008360     PERFORM 6000-COMPUTE-RATE   THRU 6000-EXIT.
008370     IF RC-STARTED < MIN-GAMES
008380             OR RC-ABANDONED = ZERO
008390         GO TO 5200-EXIT
008400     END-IF.
008410     ADD 1                       TO LINES-PRINTED.
008420     ADD 1                       TO RANK-NUMBER.
008430     MOVE RANK-NUMBER           TO RANK-NUMBER-ED.
008440     MOVE RC-STARTED            TO STARTED-ED.
008450     MOVE RC-WON                TO WON-ED.
008460     MOVE RC-LOST               TO LOST-ED.
008470     COMPUTE AVG-WRONG ROUNDED =
008480         RC-ABANDON-WRONG / RC-ABANDONED.
008490     MOVE AVG-WRONG             TO AVG-WRONG-ED.
008500     DISPLAY "  " RANK-NUMBER-ED ". "
008510         PR-PLAYER-ID (SORT-SUB)
008520         " STARTED " STARTED-ED
008530         "  WON " WON-ED "  LOST " LOST-ED
008540         "  RATE " RATE-ED "%"
008550         "  AVG WRONG AT ABANDON " AVG-WRONG-ED.
008560 5200-EXIT.
008570     EXIT.
008580*
008590*-----------------------------------------------------------------
008600* 6000-COMPUTE-RATE - GAMES STARTED, GAMES ABANDONED AND THE
008610* ABANDONMENT RATE (PERCENT) FOR THE COUNTS IN RATE-COUNTS.
008620*-----------------------------------------------------------------
008630 6000-COMPUTE-RATE.
008640     PERFORM 6100-STARTED        THRU 6100-EXIT.
008650     MOVE ZERO                  TO RATE-PCT.
008660     IF RC-STARTED > ZERO
008670         COMPUTE RATE-PCT ROUNDED =
008680             RC-ABANDONED * 100 / RC-STARTED
008690     END-IF.
008700     MOVE RATE-PCT              TO RATE-ED.
008710 6000-EXIT.
008720     EXIT.
008730*
008740 6100-STARTED.
008750     COMPUTE RC-ABANDONED = RC-QUIT + RC-SWEPT.
008760     COMPUTE RC-STARTED = RC-WON + RC-LOST + RC-ABANDONED.
008770 6100-EXIT.
008780     EXIT.
008790*
008800*-----------------------------------------------------------------
008810* 6200-COMPARE-RATES - THE PAIR IS OUT OF ORDER WHEN THE RIGHT-
008820* HAND ENTRY HAS THE HIGHER ABANDONMENT RATE, OR THE SAME RATE
008830* OVER MORE ABANDONED GAMES.  THE RATES ARE COMPARED BY CROSS-
008840* MULTIPLYING SO NO ROUNDING CAN REORDER TWO CLOSE ENTRIES.
008850*-----------------------------------------------------------------
008860 6200-COMPARE-RATES.
008870     SET PAIR-IN-ORDER           TO TRUE.
008880     IF LEFT-ABANDONED * RIGHT-STARTED
008890             < RIGHT-ABANDONED * LEFT-STARTED
008900         SET PAIR-OUT-OF-ORDER   TO TRUE
008910         GO TO 6200-EXIT
008920     END-IF.
008930     IF LEFT-ABANDONED * RIGHT-STARTED
008940             = RIGHT-ABANDONED * LEFT-STARTED
008950             AND LEFT-ABANDONED < RIGHT-ABANDONED
008960         SET PAIR-OUT-OF-ORDER   TO TRUE
008970     END-IF.
008980 6200-EXIT.
008990     EXIT.
