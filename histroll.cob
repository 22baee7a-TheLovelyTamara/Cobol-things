000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HISTROLL.
000030 AUTHOR.         R TODD CARRUTH.
000040 INSTALLATION.   GAMES BATCH SHOP.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* HISTROLL IS THE MONTH-END ROLLUP AND RETENTION OFFLOAD FOR THE
000090* TWO HISTORY FILES GAMEARCH APPENDS TO EVERY NIGHT - GAMEHIST
000100* AND LBHIST.  EVERY MONTH OLDER THAN THE RETENTION PERIOD IS
000110* SUMMARIZED ONTO THE PERMANENT MONTHLY SUMMARY FILE (HISTSUMM)
000120* BY PLAYER, WORD, DAY, DIFFICULTY LEVEL AND HOUR OF DAY, AND ITS
000130* DETAIL IS MOVED TO THE YEARLY ARCHIVE FILES GAMEHIST.YYYY AND
000140* LBHIST.YYYY.  THE DETAIL STILL INSIDE THE RETENTION PERIOD IS
000150* REWRITTEN ONTO THE WORK FILES GHISTNEW AND LBHSTNEW FOR THE
000160* FOLLOW-ON FILCOMIT GAMEHIST AND FILCOMIT LBHIST STEPS.
000170*
000180*     HISTROLL [YYYYMMDD] [RETAIN-MONTHS]
000190*
000200* THE AS-OF DATE DEFAULTS TO THE RUN DATE AND THE RETENTION TO
000210* 13 MONTHS - THE AS-OF MONTH AND THE 13 MONTHS BEFORE IT STAY
000220* ON THE HISTORY FILES, EVERYTHING EARLIER IS OFFLOADED.  RUN IT
000230* AFTER THE LAST EODDRVR OF THE MONTH AND COMMIT BOTH WORK FILES
000240* BEFORE THE NEXT NIGHT'S GAMEARCH APPENDS TO THE HISTORY AGAIN.
000250*
000260* NOTHING IS WRITTEN UNTIL THE ROLLUP IS PROVEN.  A FIRST PASS
000270* BUILDS THE SUMMARIES AND TOTALS THE DETAIL TO BE OFFLOADED,
000280* MONTH BY MONTH, AND EVERY VIEW OF EVERY MONTH - PLAYER, WORD,
000290* DAY AND LEVEL FROM LBHIST, HOUR FROM GAMEHIST - MUST HOLD THE
000300* SAME GAMES, WINS, LOSSES, GUESSES, SCORE AND DURATION AS THE
000310* DETAIL, AND GAMEHIST MUST AGREE WITH LBHIST.  ONLY THEN DOES
000320* THE SECOND PASS WRITE THE ARCHIVES, THE WORK FILES AND THE
000330* SUMMARIES.  A CONTROL TOTALS RECORD IS APPENDED TO HISTCTL ON
000340* EVERY RUN THAT GETS THAT FAR; AN UNPROVEN ROLLUP ENDS WITH
000350* RETURN CODE 8 AND FILCOMIT WILL NOT COMMIT BEHIND IT.
000360*
000370* A MONTH ALREADY ON HISTSUMM IS NEVER OFFLOADED TWICE.  IF THE
000380* HISTORY STILL HOLDS DETAIL FOR SUCH A MONTH, THE EARLIER RUN'S
000390* WORK FILES WERE NEVER COMMITTED.  WHEN THAT DETAIL IS EXACTLY
000400* WHAT THE LAST IN-BALANCE RUN OFFLOADED, IT IS ALREADY ON THE
000410* ARCHIVES AND THE SUMMARIES, SO IT IS DROPPED - THIS IS HOW A
000420* ROLLUP IS REDONE WHEN GAMEARCH HAS APPENDED SINCE AND FILCOMIT
000430* REFUSES THE OLD WORK FILES.  ANY OTHER OLD DETAIL STOPS THE RUN
000440* WITH RETURN CODE 8.
000450*
000460* FEED HISTORY CONVERTED FROM BEFORE THE GAME DATE WAS CARRIED IS
000470* DATED 00000000 AND BELONGS TO NO MONTH.  SUCH RECORDS ARE NEVER
000480* SUMMARIZED OR OFFLOADED - THEY ALWAYS STAY ON THE HISTORY FILES,
000490* COUNTED AS RETAINED - AND TAKE NO PART IN THE STALE-DETAIL TEST
000500* OR THE GAMEHIST/LBHIST AGREEMENT.
000510*
000520* MODIFICATION HISTORY
000530* DATE       INIT  DESCRIPTION
000540* ---------  ----  -------------------------------------------
000550* 2026-10-15  RTC  ORIGINAL VERSION.
000560*-----------------------------------------------------------------
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT GAMEHIST-FILE       ASSIGN TO "GAMEHIST"
000610                                ORGANIZATION LINE SEQUENTIAL
000620                                FILE STATUS IS GAMEHIST-STATUS.
000630     SELECT LBHIST-FILE         ASSIGN TO "LBHIST"
000640                                ORGANIZATION LINE SEQUENTIAL
000650                                FILE STATUS IS LBHIST-STATUS.
000660     SELECT GHISTNEW-FILE       ASSIGN TO "GHISTNEW"
000670                                ORGANIZATION LINE SEQUENTIAL
000680                                FILE STATUS IS GHISTNEW-STATUS.
000690     SELECT LBHSTNEW-FILE       ASSIGN TO "LBHSTNEW"
000700                                ORGANIZATION LINE SEQUENTIAL
000710                                FILE STATUS IS LBHSTNEW-STATUS.
000720     SELECT GAME-ARCHIVE-FILE   ASSIGN TO GAME-ARCHIVE-NAME
000730                                ORGANIZATION LINE SEQUENTIAL
000740                                FILE STATUS IS GAME-ARC-STATUS.
000750     SELECT FEED-ARCHIVE-FILE   ASSIGN TO FEED-ARCHIVE-NAME
000760                                ORGANIZATION LINE SEQUENTIAL
000770                                FILE STATUS IS FEED-ARC-STATUS.
000780     SELECT HISTSUMM-FILE       ASSIGN TO "HISTSUMM"
000790                                ORGANIZATION LINE SEQUENTIAL
000800                                FILE STATUS IS HISTSUMM-STATUS.
000810     SELECT HISTCTL-FILE        ASSIGN TO "HISTCTL"
000820                                ORGANIZATION LINE SEQUENTIAL
000830                                FILE STATUS IS HISTCTL-STATUS.
000840*
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  GAMEHIST-FILE
000880     RECORD CONTAINS 72 CHARACTERS.
000890 01  GAMEHIST-RECORD             PIC X(72).
000900*
000910 FD  LBHIST-FILE
000920     RECORD CONTAINS 74 CHARACTERS.
000930 01  LBHIST-RECORD               PIC X(74).
000940*
000950 FD  GHISTNEW-FILE
000960     RECORD CONTAINS 72 CHARACTERS.
000970 01  GHISTNEW-RECORD             PIC X(72).
000980*
000990 FD  LBHSTNEW-FILE
001000     RECORD CONTAINS 74 CHARACTERS.
001010 01  LBHSTNEW-RECORD             PIC X(74).
001020*
001030 FD  GAME-ARCHIVE-FILE
001040     RECORD CONTAINS 72 CHARACTERS.
001050 01  GAME-ARCHIVE-RECORD         PIC X(72).
001060*
001070 FD  FEED-ARCHIVE-FILE
001080     RECORD CONTAINS 74 CHARACTERS.
001090 01  FEED-ARCHIVE-RECORD         PIC X(74).
001100*
001110 FD  HISTSUMM-FILE
001120     RECORD CONTAINS 106 CHARACTERS.
001130     COPY HISTSUMM.
001140*
001150 FD  HISTCTL-FILE
001160     RECORD CONTAINS 178 CHARACTERS.
001170     COPY HISTCTL.
001180*
001190 WORKING-STORAGE SECTION.
001200 01  GAMEHIST-STATUS              PIC X(2).
001210     88  GAMEHIST-OK              VALUE "00".
001220     88  GAMEHIST-EOF             VALUE "10".
001230     88  GAMEHIST-NOT-FOUND       VALUE "35".
001240 01  LBHIST-STATUS                PIC X(2).
001250     88  LBHIST-OK                VALUE "00".
001260     88  LBHIST-EOF               VALUE "10".
001270     88  LBHIST-NOT-FOUND         VALUE "35".
001280 01  GHISTNEW-STATUS              PIC X(2).
001290     88  GHISTNEW-OK              VALUE "00".
001300 01  LBHSTNEW-STATUS              PIC X(2).
001310     88  LBHSTNEW-OK              VALUE "00".
001320 01  GAME-ARC-STATUS              PIC X(2).
001330     88  GAME-ARC-OK              VALUE "00".
001340     88  GAME-ARC-NOT-FOUND       VALUE "35".
001350 01  FEED-ARC-STATUS              PIC X(2).
001360     88  FEED-ARC-OK              VALUE "00".
001370     88  FEED-ARC-NOT-FOUND       VALUE "35".
001380 01  HISTSUMM-STATUS              PIC X(2).
001390     88  HISTSUMM-OK              VALUE "00".
001400     88  HISTSUMM-EOF             VALUE "10".
001410     88  HISTSUMM-NOT-FOUND       VALUE "35".
001420 01  HISTCTL-STATUS               PIC X(2).
001430     88  HISTCTL-OK               VALUE "00".
001440     88  HISTCTL-EOF              VALUE "10".
001450     88  HISTCTL-NOT-FOUND        VALUE "35".
001460*
001470 01  FILLER                       PIC X.
001480     88  FATAL-ERROR              VALUE "E".
001490     88  NO-FATAL-ERROR           VALUE "N".
001500 01  FILLER                       PIC X.
001510     88  ROLLUP-PROVEN            VALUE "Y".
001520     88  ROLLUP-NOT-PROVEN        VALUE "N".
001530 01  FILLER                       PIC X.
001540     88  GAMEHIST-PRESENT         VALUE "Y".
001550     88  GAMEHIST-ABSENT          VALUE "N".
001560 01  FILLER                       PIC X.
001570     88  LBHIST-PRESENT           VALUE "Y".
001580     88  LBHIST-ABSENT            VALUE "N".
001590 01  FILLER                       PIC X.
001600     88  TABLE-OVERFLOW           VALUE "Y".
001610     88  TABLES-HOLD-ALL          VALUE "N".
001620 01  FILLER                       PIC X.
001630     88  ENTRY-FOUND              VALUE "Y".
001640     88  ENTRY-NOT-FOUND          VALUE "N".
001650 01  FILLER                       PIC X.
001660     88  MONTH-AGREES             VALUE "Y".
001670     88  MONTH-DISAGREES          VALUE "N".
001680 01  FILLER                       PIC X.
001690     88  STALE-ALREADY-ARCHIVED   VALUE "Y".
001700     88  STALE-NOT-ACCOUNTED      VALUE "N".
001710*
001720 01  CMD-ARG-COUNT                PIC 9(3).
001730 01  CMD-DATE-PARM                PIC X(8).
001740 01  CMD-RETAIN-PARM              PIC X(3).
001750 01  RETAIN-PARM-JUST             PIC X(3) JUSTIFIED RIGHT.
001760 01  CURRENT-DATE-TIME            PIC X(21).
001770 01  RUN-DATE                     PIC 9(8).
001780 01  AS-OF-DATE                   PIC 9(8).
001790 01  FILLER                       REDEFINES AS-OF-DATE.
001800     05  AS-OF-YEAR               PIC 9(4).
001810     05  AS-OF-MONTH              PIC 9(2).
001820     05  FILLER                   PIC 9(2).
001830 01  RETAIN-MONTHS                PIC 9(3).
001840 01  MONTH-NUMBER                 PIC 9(7) COMP.
001850 01  RETAIN-FROM-MONTH            PIC 9(6).
001860 01  FILLER                       REDEFINES RETAIN-FROM-MONTH.
001870     05  RETAIN-FROM-YEAR         PIC 9(4).
001880     05  RETAIN-FROM-MM           PIC 9(2).
001890 01  PRIOR-THROUGH-MONTH          PIC 9(6).
001900 01  FIRST-OFFLOAD-MONTH          PIC 9(6).
001910 01  LAST-OFFLOAD-MONTH           PIC 9(6).
001920 01  LAST-ROLLUP-DATE             PIC 9(8).
001930 01  LAST-ROLLUP-GAMES            PIC 9(9) COMP.
001940 01  LAST-ROLLUP-FEED             PIC 9(9) COMP.
001950 01  GAME-ARCHIVE-NAME            PIC X(30).
001960 01  GAME-ARCHIVE-YEAR            PIC 9(4).
001970 01  FEED-ARCHIVE-NAME            PIC X(30).
001980 01  FEED-ARCHIVE-YEAR            PIC 9(4).
001990*
002000*    THE GAME IN HAND, FROM WHICHEVER HISTORY FILE IT CAME.
002010 COPY GAMESTAT REPLACING ==GAMESTAT-RECORD== BY ==GAME-WORK==
002020     LEADING ==GSREC== BY ==GWRK==.
002030 COPY LBOARD REPLACING ==LEADERBOARD-RECORD== BY ==FEED-WORK==
002040     LEADING ==LBREC== BY ==FWRK==.
002050 01  CURRENT-GAME.
002060     05  CUR-DATE                 PIC 9(8).
002070     05  FILLER                   REDEFINES CUR-DATE.
002080         10  CUR-MONTH            PIC 9(6).
002090         10  FILLER               PIC 9(2).
002100     05  FILLER                   REDEFINES CUR-DATE.
002110         10  CUR-YEAR             PIC 9(4).
002120         10  FILLER               PIC 9(4).
002130     05  CUR-PLAYER-ID            PIC X(10).
002140     05  CUR-WORD                 PIC X(20).
002150     05  CUR-DIFFICULTY           PIC X.
002160     05  CUR-RESULT               PIC X.
002170         88  CUR-WON              VALUE "W".
002180     05  CUR-GUESSES              PIC 9(3).
002190     05  CUR-SCORE                PIC 9(5).
002200     05  CUR-DURATION             PIC 9(5).
002210     05  CUR-TIME                 PIC 9(6).
002220 01  GAME-HOUR                    PIC 9(2).
002230 01  WORK-DAY-NUMBER              PIC 9(9) COMP.
002240 01  DAY-OF-WEEK-NUM              PIC 9(1) COMP.
002250*
002260*    ONE ENTRY PER MONTH BEING OFFLOADED.  EACH MONTH IS
002270*    TOTALLED SEVEN WAYS - THE FIVE SUMMARY VIEWS AND THE TWO
002280*    DETAIL FILES - AND THE PROOF IS THAT THE WAYS AGREE.
002290*    GAMEHIST AND THE HOUR VIEW CARRY NO DURATIONS.
002300 01  MONTH-TABLE.
002310     05  MONTH-ENTRY              OCCURS 240 TIMES
002320                                  INDEXED BY MT-IDX.
002330         10  MT-MONTH             PIC 9(6).
002340         10  MT-VIEW              OCCURS 7 TIMES.
002350             15  MV-COUNTS.
002360                 20  MV-GAMES     PIC 9(7) COMP.
002370                 20  MV-WINS      PIC 9(7) COMP.
002380                 20  MV-LOSSES    PIC 9(7) COMP.
002390                 20  MV-GUESSES   PIC 9(9) COMP.
002400                 20  MV-SCORE     PIC 9(11) COMP.
002410             15  MV-DURATION      PIC 9(11) COMP.
002420 01  MONTH-COUNT                  PIC 9(5) COMP.
002430 01  VIEW-SUB                     PIC 9(1) COMP.
002440     88  VIEW-PLAYER              VALUE 1.
002450     88  VIEW-WORD                VALUE 2.
002460     88  VIEW-DAY                 VALUE 3.
002470     88  VIEW-LEVEL               VALUE 4.
002480     88  VIEW-HOUR                VALUE 5.
002490     88  VIEW-LBHIST              VALUE 6.
002500     88  VIEW-GAMEHIST            VALUE 7.
002510 01  VIEW-NAME-TABLE.
002520     05  FILLER                   PIC X(8) VALUE "PLAYER".
002530     05  FILLER                   PIC X(8) VALUE "WORD".
002540     05  FILLER                   PIC X(8) VALUE "DAY".
002550     05  FILLER                   PIC X(8) VALUE "LEVEL".
002560     05  FILLER                   PIC X(8) VALUE "HOUR".
002570     05  FILLER                   PIC X(8) VALUE "LBHIST".
002580     05  FILLER                   PIC X(8) VALUE "GAMEHIST".
002590 01  FILLER                       REDEFINES VIEW-NAME-TABLE.
002600     05  VIEW-NAME                PIC X(8) OCCURS 7 TIMES.
002610 01  BASE-VIEW                    PIC 9(1) COMP.
002620*
002630*    ONE ENTRY PER MONTH, VIEW AND KEY - THE SUMMARY RECORDS TO BE
002640*    WRITTEN.
002650 01  SEARCH-ID.
002660     05  SRCH-MONTH               PIC 9(6).
002670     05  SRCH-TYPE                PIC X.
002680     05  SRCH-KEY                 PIC X(20).
002690     05  FILLER                   REDEFINES SRCH-KEY.
002700         10  SRCH-DAY-DATE        PIC 9(8).
002710         10  FILLER               PIC X(12).
002720     05  FILLER                   REDEFINES SRCH-KEY.
002730         10  SRCH-HOUR-SPLIT      PIC X.
002740         10  SRCH-HOUR            PIC 9(2).
002750         10  FILLER               PIC X(17).
002760 01  SUMMARY-TABLE.
002770     05  SUMMARY-ENTRY            OCCURS 20000 TIMES
002780                                  INDEXED BY ST-IDX.
002790         10  ST-ID.
002800             15  ST-MONTH         PIC 9(6).
002810             15  ST-TYPE          PIC X.
002820             15  ST-KEY           PIC X(20).
002830         10  ST-GAMES             PIC 9(7) COMP.
002840         10  ST-WINS              PIC 9(7) COMP.
002850         10  ST-LOSSES            PIC 9(7) COMP.
002860         10  ST-GUESSES           PIC 9(9) COMP.
002870         10  ST-WIN-GUESSES       PIC 9(9) COMP.
002880         10  ST-SCORE             PIC 9(11) COMP.
002890         10  ST-BEST-SCORE        PIC 9(5) COMP.
002900         10  ST-DURATION          PIC 9(11) COMP.
002910         10  ST-FASTEST-WIN       PIC 9(5) COMP.
002920         10  ST-LAST-DATE         PIC 9(8).
002930 01  SUMMARY-COUNT                PIC 9(5) COMP.
002940*
002950 01  GAMEHIST-READ                PIC 9(9) COMP.
002960 01  GAMEHIST-OFFLOADED           PIC 9(9) COMP.
002970 01  GAMEHIST-RETAINED            PIC 9(9) COMP.
002980 01  GAMEHIST-STALE               PIC 9(9) COMP.
002990 01  GAMEHIST-DROPPED             PIC 9(9) COMP.
003000 01  GAMEHIST-ARCHIVED            PIC 9(9) COMP.
003010 01  GAMEHIST-KEPT                PIC 9(9) COMP.
003020 01  GAMEHIST-UNDATED             PIC 9(9) COMP.
003030 01  LBHIST-READ                  PIC 9(9) COMP.
003040 01  LBHIST-OFFLOADED             PIC 9(9) COMP.
003050 01  LBHIST-RETAINED              PIC 9(9) COMP.
003060 01  LBHIST-STALE                 PIC 9(9) COMP.
003070 01  LBHIST-DROPPED               PIC 9(9) COMP.
003080 01  LBHIST-ARCHIVED              PIC 9(9) COMP.
003090 01  LBHIST-KEPT                  PIC 9(9) COMP.
003100 01  LBHIST-UNDATED               PIC 9(9) COMP.
003110 01  SUMMARIES-ON-FILE            PIC 9(7) COMP.
003120 01  SUMMARIES-WRITTEN            PIC 9(7) COMP.
003130 01  MONTHS-DISAGREEING           PIC 9(5) COMP.
003140 01  DETAIL-TOTALS.
003150     05  DT-WINS                  PIC 9(9) COMP.
003160     05  DT-GUESSES               PIC 9(11) COMP.
003170     05  DT-SCORE                 PIC 9(11) COMP.
003180     05  DT-DURATION              PIC 9(11) COMP.
003190 01  SUMMARY-TOTALS.
003200     05  SMT-GAMES                PIC 9(9) COMP.
003210     05  SMT-WINS                 PIC 9(9) COMP.
003220     05  SMT-GUESSES              PIC 9(11) COMP.
003230     05  SMT-SCORE                PIC 9(11) COMP.
003240     05  SMT-DURATION             PIC 9(11) COMP.
003250 01  BALANCE-CHECK                PIC 9(9) COMP.
003260 01  FEED-BALANCE-CHECK           PIC 9(9) COMP.
003270*
003280 PROCEDURE DIVISION.
003290*-----------------------------------------------------------------
003300* 0000-MAINLINE
003310*-----------------------------------------------------------------
003320 0000-MAINLINE.
003330     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
003340     IF NOT FATAL-ERROR
003350         PERFORM 1100-FIND-PRIOR-OFFLOAD THRU 1100-EXIT
003360     END-IF.
003370     IF NOT FATAL-ERROR
003380         PERFORM 1200-FIND-LAST-ROLLUP THRU 1200-EXIT
003390     END-IF.
003400     IF NOT FATAL-ERROR
003410         PERFORM 2000-SURVEY-HISTORY THRU 2000-EXIT
003420     END-IF.
003430     IF NOT FATAL-ERROR
003440         PERFORM 3000-PROVE-SUMMARIES THRU 3000-EXIT
003450         IF ROLLUP-PROVEN
003460             PERFORM 4000-OFFLOAD-DETAIL THRU 4000-EXIT
003470         END-IF
003480         PERFORM 5000-BALANCE-TOTALS THRU 5000-EXIT
003490     END-IF.
003500     GOBACK.
003510*
003520*-----------------------------------------------------------------
003530* 1000-INITIALIZE - RESOLVE THE AS-OF DATE AND THE RETENTION, AND
003540* FROM THEM THE FIRST MONTH THAT STAYS ON THE HISTORY FILES.
003550*-----------------------------------------------------------------
003560 1000-INITIALIZE.
003570     SET NO-FATAL-ERROR          TO TRUE.
003580     SET ROLLUP-NOT-PROVEN       TO TRUE.
003590     SET STALE-NOT-ACCOUNTED     TO TRUE.
003600     SET TABLES-HOLD-ALL         TO TRUE.
003610     MOVE ZERO                  TO GAMEHIST-READ.
003620     MOVE ZERO                  TO GAMEHIST-OFFLOADED.
003630     MOVE ZERO                  TO GAMEHIST-RETAINED.
003640     MOVE ZERO                  TO GAMEHIST-STALE.
003650     MOVE ZERO                  TO GAMEHIST-DROPPED.
003660     MOVE ZERO                  TO GAMEHIST-ARCHIVED.
003670     MOVE ZERO                  TO GAMEHIST-KEPT.
003680     MOVE ZERO                  TO GAMEHIST-UNDATED.
003690     MOVE ZERO                  TO LBHIST-READ.
003700     MOVE ZERO                  TO LBHIST-OFFLOADED.
003710     MOVE ZERO                  TO LBHIST-RETAINED.
003720     MOVE ZERO                  TO LBHIST-STALE.
003730     MOVE ZERO                  TO LBHIST-DROPPED.
003740     MOVE ZERO                  TO LBHIST-ARCHIVED.
003750     MOVE ZERO                  TO LBHIST-KEPT.
003760     MOVE ZERO                  TO LBHIST-UNDATED.
003770     MOVE ZERO                  TO SUMMARIES-ON-FILE.
003780     MOVE ZERO                  TO SUMMARIES-WRITTEN.
003790     MOVE ZERO                  TO MONTHS-DISAGREEING.
003800     MOVE ZERO                  TO MONTH-COUNT.
003810     MOVE ZERO                  TO SUMMARY-COUNT.
003820     MOVE ZERO                  TO PRIOR-THROUGH-MONTH.
003830     MOVE ZERO                  TO FIRST-OFFLOAD-MONTH.
003840     MOVE ZERO                  TO LAST-OFFLOAD-MONTH.
003850     MOVE ZERO                  TO LAST-ROLLUP-DATE.
003860     MOVE ZERO                  TO LAST-ROLLUP-GAMES.
003870     MOVE ZERO                  TO LAST-ROLLUP-FEED.
003880     MOVE ZERO                  TO GAME-ARCHIVE-YEAR.
003890     MOVE ZERO                  TO FEED-ARCHIVE-YEAR.
003900     INITIALIZE DETAIL-TOTALS.
003910     INITIALIZE SUMMARY-TOTALS.
003920     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
003930     MOVE CURRENT-DATE-TIME (1:8) TO RUN-DATE.
003940     MOVE RUN-DATE              TO AS-OF-DATE.
003950     MOVE 13                    TO RETAIN-MONTHS.
003960     ACCEPT CMD-ARG-COUNT        FROM ARGUMENT-NUMBER.
003970     IF CMD-ARG-COUNT NOT LESS THAN 1
003980         DISPLAY 1               UPON ARGUMENT-NUMBER
003990         ACCEPT CMD-DATE-PARM    FROM ARGUMENT-VALUE
004000         IF CMD-DATE-PARM IS NUMERIC
004010             MOVE CMD-DATE-PARM  TO AS-OF-DATE
004020         ELSE
004030             DISPLAY "AS-OF DATE PARAMETER MUST BE YYYYMMDD: "
004040                 CMD-DATE-PARM
004050             SET FATAL-ERROR     TO TRUE
004060             MOVE 8              TO RETURN-CODE
004070             GO TO 1000-EXIT
004080         END-IF
004090     END-IF.
004100     IF CMD-ARG-COUNT NOT LESS THAN 2
004110         DISPLAY 2               UPON ARGUMENT-NUMBER
004120         ACCEPT CMD-RETAIN-PARM  FROM ARGUMENT-VALUE
004130         MOVE FUNCTION TRIM (CMD-RETAIN-PARM) TO RETAIN-PARM-JUST
004140         INSPECT RETAIN-PARM-JUST
004150             REPLACING LEADING SPACES BY ZERO
004160         IF RETAIN-PARM-JUST IS NUMERIC
004170             MOVE RETAIN-PARM-JUST TO RETAIN-MONTHS
004180         ELSE
004190             MOVE ZERO           TO RETAIN-MONTHS
004200         END-IF
004210         IF RETAIN-MONTHS = ZERO
004220             DISPLAY "RETAIN-MONTHS MUST BE 1 TO 999: "
004230                 CMD-RETAIN-PARM
004240             SET FATAL-ERROR     TO TRUE
004250             MOVE 8              TO RETURN-CODE
004260             GO TO 1000-EXIT
004270         END-IF
004280     END-IF.
004290     COMPUTE MONTH-NUMBER =
004300         AS-OF-YEAR * 12 + AS-OF-MONTH - 1 - RETAIN-MONTHS.
004310     COMPUTE RETAIN-FROM-YEAR = MONTH-NUMBER / 12.
004320     COMPUTE RETAIN-FROM-MM =
004330         MONTH-NUMBER - RETAIN-FROM-YEAR * 12 + 1.
004340 1000-EXIT.
004350     EXIT.
004360*
004370*-----------------------------------------------------------------
004380* 1100-FIND-PRIOR-OFFLOAD - THE HIGHEST MONTH ALREADY SUMMARIZED
004390* IS THE POINT UP TO WHICH EARLIER RUNS OFFLOADED.  NO SUMMARY
004400* FILE YET MEANS NOTHING HAS BEEN OFFLOADED.
004410*-----------------------------------------------------------------
004420 1100-FIND-PRIOR-OFFLOAD.
004430     OPEN INPUT HISTSUMM-FILE.
004440     IF HISTSUMM-NOT-FOUND
004450         GO TO 1100-EXIT
004460     END-IF.
004470     IF NOT HISTSUMM-OK
004480         DISPLAY "UNABLE TO OPEN HISTSUMM FILE, STATUS "
004490             HISTSUMM-STATUS
004500         SET FATAL-ERROR         TO TRUE
004510         MOVE 8                  TO RETURN-CODE
004520         GO TO 1100-EXIT
004530     END-IF.
004540     PERFORM 1110-READ-SUMMARY   THRU 1110-EXIT
004550         UNTIL HISTSUMM-EOF.
004560     CLOSE HISTSUMM-FILE.
004570 1100-EXIT.
004580     EXIT.
004590*
004600 1110-READ-SUMMARY.
004610     READ HISTSUMM-FILE NEXT RECORD
004620         AT END
004630             SET HISTSUMM-EOF    TO TRUE
004640         NOT AT END
004650             ADD 1               TO SUMMARIES-ON-FILE
004660             IF SMREC-MONTH > PRIOR-THROUGH-MONTH
004670                 MOVE SMREC-MONTH TO PRIOR-THROUGH-MONTH
004680             END-IF
004690     END-READ.
004700 1110-EXIT.
004710     EXIT.
004720*
004730*-----------------------------------------------------------------
004740* 1200-FIND-LAST-ROLLUP - THE COUNTS OFFLOADED BY THE LAST
004750* IN-BALANCE RUN THAT OFFLOADED ANYTHING.  OLD DETAIL STILL ON
004760* THE HISTORY MAY ONLY BE THAT RUN'S, UNCOMMITTED.
004770*-----------------------------------------------------------------
004780 1200-FIND-LAST-ROLLUP.
004790     OPEN INPUT HISTCTL-FILE.
004800     IF HISTCTL-NOT-FOUND
004810         GO TO 1200-EXIT
004820     END-IF.
004830     IF NOT HISTCTL-OK
004840         DISPLAY "UNABLE TO OPEN HISTCTL FILE, STATUS "
004850             HISTCTL-STATUS
004860         SET FATAL-ERROR         TO TRUE
004870         MOVE 8                  TO RETURN-CODE
004880         GO TO 1200-EXIT
004890     END-IF.
004900     PERFORM 1210-READ-CONTROL   THRU 1210-EXIT
004910         UNTIL HISTCTL-EOF.
004920     CLOSE HISTCTL-FILE.
004930 1200-EXIT.
004940     EXIT.
004950*
004960 1210-READ-CONTROL.
004970     READ HISTCTL-FILE NEXT RECORD
004980         AT END
004990             SET HISTCTL-EOF     TO TRUE
005000             GO TO 1210-EXIT
005010     END-READ.
005020     IF NOT HCREC-IN-BALANCE
005030         GO TO 1210-EXIT
005040     END-IF.
005050     IF HCREC-GAMEHIST-OFFLOADED = ZERO
005060             AND HCREC-LBHIST-OFFLOADED = ZERO
005070         GO TO 1210-EXIT
005080     END-IF.
005090     MOVE HCREC-RUN-DATE        TO LAST-ROLLUP-DATE.
005100     MOVE HCREC-GAMEHIST-OFFLOADED TO LAST-ROLLUP-GAMES.
005110     MOVE HCREC-LBHIST-OFFLOADED TO LAST-ROLLUP-FEED.
005120 1210-EXIT.
005130     EXIT.
005140*
005150*-----------------------------------------------------------------
005160* 2000-SURVEY-HISTORY - THE FIRST PASS.  EVERY RECORD IS EITHER
005170* RETAINED OR OFFLOADED; THE OFFLOADED ONES ARE TOTALLED BY MONTH
005180* AND POSTED TO THEIR SUMMARIES.  NOTHING IS WRITTEN HERE.
005190*-----------------------------------------------------------------
005200 2000-SURVEY-HISTORY.
005210     SET LBHIST-PRESENT          TO TRUE.
005220     OPEN INPUT LBHIST-FILE.
005230     IF LBHIST-NOT-FOUND
005240         DISPLAY "LBHIST FILE NOT FOUND - NO FEED HISTORY"
005250         SET LBHIST-ABSENT       TO TRUE
005260     ELSE
005270         IF NOT LBHIST-OK
005280             DISPLAY "UNABLE TO OPEN LBHIST FILE, STATUS "
005290                 LBHIST-STATUS
005300             SET FATAL-ERROR     TO TRUE
005310             MOVE 8              TO RETURN-CODE
005320             GO TO 2000-EXIT
005330         END-IF
005340         PERFORM 2100-SURVEY-FEED-RECORD THRU 2100-EXIT
005350             UNTIL LBHIST-EOF
005360         CLOSE LBHIST-FILE
005370     END-IF.
005380     SET GAMEHIST-PRESENT        TO TRUE.
005390     OPEN INPUT GAMEHIST-FILE.
005400     IF GAMEHIST-NOT-FOUND
005410         DISPLAY "GAMEHIST FILE NOT FOUND - NO GAME HISTORY"
005420         SET GAMEHIST-ABSENT     TO TRUE
005430     ELSE
005440         IF NOT GAMEHIST-OK
005450             DISPLAY "UNABLE TO OPEN GAMEHIST FILE, STATUS "
005460                 GAMEHIST-STATUS
005470             SET FATAL-ERROR     TO TRUE
005480             MOVE 8              TO RETURN-CODE
005490             GO TO 2000-EXIT
005500         END-IF
005510         PERFORM 2200-SURVEY-GAME-RECORD THRU 2200-EXIT
005520             UNTIL GAMEHIST-EOF
005530         CLOSE GAMEHIST-FILE
005540     END-IF.
005550     IF GAMEHIST-STALE = ZERO AND LBHIST-STALE = ZERO
005560         GO TO 2000-EXIT
005570     END-IF.
005580     IF GAMEHIST-STALE = LAST-ROLLUP-GAMES
005590             AND LBHIST-STALE = LAST-ROLLUP-FEED
005600         SET STALE-ALREADY-ARCHIVED TO TRUE
005610         DISPLAY "DETAIL OFFLOADED BY THE UNCOMMITTED ROLLUP OF "
005620             LAST-ROLLUP-DATE " IS DROPPED"
005630     ELSE
005640         DISPLAY "*** GAMEHIST HOLDS " GAMEHIST-STALE
005650             " AND LBHIST " LBHIST-STALE " RECORDS ***"
005660         DISPLAY "*** FOR MONTHS ALREADY OFFLOADED THROUGH "
005670             PRIOR-THROUGH-MONTH " ***"
005680         DISPLAY "*** THAT NO EARLIER ROLLUP ACCOUNTS FOR - "
005690             "CHECK HISTCTL ***"
005700         SET FATAL-ERROR         TO TRUE
005710         MOVE 8                  TO RETURN-CODE
005720     END-IF.
005730 2000-EXIT.
005740     EXIT.
005750*
005760 2100-SURVEY-FEED-RECORD.
005770     READ LBHIST-FILE NEXT RECORD
005780         AT END
005790             SET LBHIST-EOF      TO TRUE
005800             GO TO 2100-EXIT
005810     END-READ.
005820     ADD 1                       TO LBHIST-READ.
005830     MOVE LBHIST-RECORD         TO FEED-WORK.
005840     MOVE FWRK-GAME-DATE        TO CUR-DATE.
005850     IF CUR-DATE = ZERO
005860         ADD 1                   TO LBHIST-UNDATED
005870         ADD 1                   TO LBHIST-RETAINED
005880         GO TO 2100-EXIT
005890     END-IF.
005900     IF CUR-MONTH NOT > PRIOR-THROUGH-MONTH
005910         ADD 1                   TO LBHIST-STALE
005920         GO TO 2100-EXIT
005930     END-IF.
005940     IF CUR-MONTH NOT < RETAIN-FROM-MONTH
005950         ADD 1                   TO LBHIST-RETAINED
005960         GO TO 2100-EXIT
005970     END-IF.
005980     ADD 1                       TO LBHIST-OFFLOADED.
005990     MOVE FWRK-PLAYER-ID        TO CUR-PLAYER-ID.
006000     MOVE FWRK-WORD             TO CUR-WORD.
006010     MOVE FWRK-DIFFICULTY       TO CUR-DIFFICULTY.
006020     MOVE FWRK-RESULT           TO CUR-RESULT.
006030     MOVE FWRK-GUESS-COUNT      TO CUR-GUESSES.
006040     MOVE FWRK-SCORE            TO CUR-SCORE.
006050     MOVE FWRK-DURATION-SECS    TO CUR-DURATION.
006060     MOVE ZERO                  TO CUR-TIME.
006070     PERFORM 2500-FIND-MONTH     THRU 2500-EXIT.
006080     IF ENTRY-NOT-FOUND
006090         GO TO 2100-EXIT
006100     END-IF.
006110     SET VIEW-LBHIST             TO TRUE.
006120     PERFORM 2700-ADD-TO-VIEW    THRU 2700-EXIT.
006130     MOVE CUR-MONTH             TO SRCH-MONTH.
006140     MOVE "P"                   TO SRCH-TYPE.
006150     MOVE CUR-PLAYER-ID         TO SRCH-KEY.
006160     PERFORM 2600-POST-SUMMARY   THRU 2600-EXIT.
006170     MOVE "W"                   TO SRCH-TYPE.
006180     MOVE CUR-WORD              TO SRCH-KEY.
006190     PERFORM 2600-POST-SUMMARY   THRU 2600-EXIT.
006200     MOVE "D"                   TO SRCH-TYPE.
006210     MOVE SPACES                TO SRCH-KEY.
006220     MOVE CUR-DATE              TO SRCH-DAY-DATE.
006230     PERFORM 2600-POST-SUMMARY   THRU 2600-EXIT.
006240     MOVE "L"                   TO SRCH-TYPE.
006250     MOVE CUR-DIFFICULTY        TO SRCH-KEY.
006260     PERFORM 2600-POST-SUMMARY   THRU 2600-EXIT.
006270 2100-EXIT.
006280     EXIT.
006290*
006300*-----------------------------------------------------------------
006310* 2200-SURVEY-GAME-RECORD - THE HOUR COMES FROM THE GAME TIME AND
006320* THE WEEKDAY/WEEKEND SPLIT FROM THE DAY NUMBER, THE SAME WAY
006330* HOURRPT BUCKETS THEM - DAY ONE OF THE CALENDAR WAS A MONDAY, SO
006340* REMAINDERS FIVE AND SIX ARE SATURDAY AND SUNDAY.
006350*-----------------------------------------------------------------
006360 2200-SURVEY-GAME-RECORD.
006370     READ GAMEHIST-FILE NEXT RECORD
006380         AT END
006390             SET GAMEHIST-EOF    TO TRUE
006400             GO TO 2200-EXIT
006410     END-READ.
006420     ADD 1                       TO GAMEHIST-READ.
006430     MOVE GAMEHIST-RECORD       TO GAME-WORK.
006440     MOVE GWRK-GAME-DATE        TO CUR-DATE.
006450     IF CUR-DATE = ZERO
006460         ADD 1                   TO GAMEHIST-UNDATED
006470         ADD 1                   TO GAMEHIST-RETAINED
006480         GO TO 2200-EXIT
006490     END-IF.
006500     IF CUR-MONTH NOT > PRIOR-THROUGH-MONTH
006510         ADD 1                   TO GAMEHIST-STALE
006520         GO TO 2200-EXIT
006530     END-IF.
006540     IF CUR-MONTH NOT < RETAIN-FROM-MONTH
006550         ADD 1                   TO GAMEHIST-RETAINED
006560         GO TO 2200-EXIT
006570     END-IF.
006580     ADD 1                       TO GAMEHIST-OFFLOADED.
006590     MOVE GWRK-PLAYER-ID        TO CUR-PLAYER-ID.
006600     MOVE GWRK-WORD             TO CUR-WORD.
006610     MOVE GWRK-DIFFICULTY       TO CUR-DIFFICULTY.
006620     MOVE GWRK-RESULT           TO CUR-RESULT.
006630     MOVE GWRK-GUESS-COUNT      TO CUR-GUESSES.
006640     MOVE GWRK-SCORE            TO CUR-SCORE.
006650     MOVE ZERO                  TO CUR-DURATION.
006660     MOVE GWRK-GAME-TIME        TO CUR-TIME.
006670     PERFORM 2500-FIND-MONTH     THRU 2500-EXIT.
006680     IF ENTRY-NOT-FOUND
006690         GO TO 2200-EXIT
006700     END-IF.
006710     SET VIEW-GAMEHIST           TO TRUE.
006720     PERFORM 2700-ADD-TO-VIEW    THRU 2700-EXIT.
006730     MOVE CUR-TIME (1:2)        TO GAME-HOUR.
006740     IF GAME-HOUR > 23
006750         MOVE 99                 TO GAME-HOUR
006760     END-IF.
006770     COMPUTE WORK-DAY-NUMBER =
006780         FUNCTION INTEGER-OF-DATE (CUR-DATE).
006790     COMPUTE DAY-OF-WEEK-NUM =
006800         FUNCTION MOD (WORK-DAY-NUMBER - 1, 7).
006810     MOVE CUR-MONTH             TO SRCH-MONTH.
006820     MOVE "H"                   TO SRCH-TYPE.
006830     MOVE SPACES                TO SRCH-KEY.
006840     IF DAY-OF-WEEK-NUM > 4
006850         MOVE "E"                TO SRCH-HOUR-SPLIT
006860     ELSE
006870         MOVE "D"                TO SRCH-HOUR-SPLIT
006880     END-IF.
006890     MOVE GAME-HOUR             TO SRCH-HOUR.
006900     PERFORM 2600-POST-SUMMARY   THRU 2600-EXIT.
006910 2200-EXIT.
006920     EXIT.
006930*
006940*-----------------------------------------------------------------
006950* 2500-FIND-MONTH - FIND OR ADD THE MONTH'S ENTRY.  A FULL TABLE
006960* LEAVES THE MONTH UNTOTALLED AND THE ROLLUP CANNOT BE PROVEN.
006970*-----------------------------------------------------------------
006980 2500-FIND-MONTH.
006990     SET ENTRY-NOT-FOUND         TO TRUE.
007000     SET MT-IDX                  TO 1.
007010     SEARCH MONTH-ENTRY
007020         AT END
007030             CONTINUE
007040         WHEN MT-IDX > MONTH-COUNT
007050             CONTINUE
007060         WHEN MT-MONTH (MT-IDX) = CUR-MONTH
007070             SET ENTRY-FOUND     TO TRUE
007080     END-SEARCH.
007090     IF ENTRY-FOUND
007100         GO TO 2500-EXIT
007110     END-IF.
007120     IF MONTH-COUNT NOT LESS THAN 240
007130         IF TABLES-HOLD-ALL
007140             DISPLAY "MONTH TABLE FULL AT " CUR-MONTH
007150         END-IF
007160         SET TABLE-OVERFLOW      TO TRUE
007170         GO TO 2500-EXIT
007180     END-IF.
007190     ADD 1                       TO MONTH-COUNT.
007200     SET MT-IDX                  TO MONTH-COUNT.
007210     INITIALIZE MONTH-ENTRY (MT-IDX).
007220     MOVE CUR-MONTH             TO MT-MONTH (MT-IDX).
007230     SET ENTRY-FOUND             TO TRUE.
007240 2500-EXIT.
007250     EXIT.
007260*
007270*-----------------------------------------------------------------
007280* 2600-POST-SUMMARY - ADD THE GAME IN HAND TO THE SUMMARY ENTRY
007290* FOR SEARCH-ID, ADDING THE ENTRY IF IT IS NEW.  THE FASTEST WIN
007300* IS THE LOWEST NON-ZERO DURATION OF A WON GAME.
007310*-----------------------------------------------------------------
007320 2600-POST-SUMMARY.
007330     SET ENTRY-NOT-FOUND         TO TRUE.
007340     SET ST-IDX                  TO 1.
007350     SEARCH SUMMARY-ENTRY
007360         AT END
007370             CONTINUE
007380         WHEN ST-IDX > SUMMARY-COUNT
007390             CONTINUE
007400         WHEN ST-ID (ST-IDX) = SEARCH-ID
007410             SET ENTRY-FOUND     TO TRUE
007420     END-SEARCH.
007430     IF ENTRY-NOT-FOUND
007440         IF SUMMARY-COUNT NOT LESS THAN 20000
007450             IF TABLES-HOLD-ALL
007460                 DISPLAY "SUMMARY TABLE FULL AT " SRCH-MONTH
007470             END-IF
007480             SET TABLE-OVERFLOW  TO TRUE
007490             GO TO 2600-EXIT
007500         END-IF
007510         ADD 1                   TO SUMMARY-COUNT
007520         SET ST-IDX              TO SUMMARY-COUNT
007530         INITIALIZE SUMMARY-ENTRY (ST-IDX)
007540         MOVE SEARCH-ID         TO ST-ID (ST-IDX)
007550     END-IF.
007560     ADD 1                       TO ST-GAMES (ST-IDX).
007570     ADD CUR-GUESSES             TO ST-GUESSES (ST-IDX).
007580     ADD CUR-SCORE               TO ST-SCORE (ST-IDX).
007590     ADD CUR-DURATION            TO ST-DURATION (ST-IDX).
007600     IF CUR-WON
007610         ADD 1                   TO ST-WINS (ST-IDX)
007620         ADD CUR-GUESSES         TO ST-WIN-GUESSES (ST-IDX)
007630         IF CUR-DURATION > ZERO
007640             IF ST-FASTEST-WIN (ST-IDX) = ZERO
007650                     OR CUR-DURATION < ST-FASTEST-WIN (ST-IDX)
007660                 MOVE CUR-DURATION TO ST-FASTEST-WIN (ST-IDX)
007670             END-IF
007680         END-IF
007690     ELSE
007700         ADD 1                   TO ST-LOSSES (ST-IDX)
007710     END-IF.
007720     IF CUR-SCORE > ST-BEST-SCORE (ST-IDX)
007730         MOVE CUR-SCORE         TO ST-BEST-SCORE (ST-IDX)
007740     END-IF.
007750     IF CUR-DATE > ST-LAST-DATE (ST-IDX)
007760         MOVE CUR-DATE          TO ST-LAST-DATE (ST-IDX)
007770     END-IF.
007780 2600-EXIT.
007790     EXIT.
007800*
007810 2700-ADD-TO-VIEW.
007820     ADD 1                       TO MV-GAMES (MT-IDX VIEW-SUB).
007830     IF CUR-WON
007840         ADD 1                   TO MV-WINS (MT-IDX VIEW-SUB)
007850     ELSE
007860         ADD 1                   TO MV-LOSSES (MT-IDX VIEW-SUB)
007870     END-IF.
007880     ADD CUR-GUESSES             TO MV-GUESSES (MT-IDX VIEW-SUB).
007890     ADD CUR-SCORE               TO MV-SCORE (MT-IDX VIEW-SUB).
007900     ADD CUR-DURATION            TO MV-DURATION (MT-IDX VIEW-SUB).
007910 2700-EXIT.
007920     EXIT.
007930*
007940*-----------------------------------------------------------------
007950* 3000-PROVE-SUMMARIES - TOTAL EVERY SUMMARY ENTRY INTO ITS
007960* MONTH'S VIEW, THEN CHECK EACH MONTH: THE PLAYER, WORD, DAY AND
007970* LEVEL VIEWS MUST EQUAL THE LBHIST DETAIL, THE HOUR VIEW MUST
007980* EQUAL THE GAMEHIST DETAIL, AND THE TWO DETAIL FILES MUST AGREE
007990* ON EVERYTHING BUT DURATION, WHICH ONLY LBHIST CARRIES.
008000*-----------------------------------------------------------------
008010 3000-PROVE-SUMMARIES.
008020     PERFORM 3100-ADD-SUMMARY-TO-MONTH THRU 3100-EXIT
008030         VARYING ST-IDX FROM 1 BY 1
008040         UNTIL ST-IDX > SUMMARY-COUNT.
008050     PERFORM 3200-CHECK-MONTH    THRU 3200-EXIT
008060         VARYING MT-IDX FROM 1 BY 1
008070         UNTIL MT-IDX > MONTH-COUNT.
008080     IF TABLE-OVERFLOW
008090         DISPLAY "*** TOO MANY MONTHS TO SUMMARIZE IN ONE RUN - "
008100             "RUN WITH A LONGER RETENTION FIRST ***"
008110         GO TO 3000-EXIT
008120     END-IF.
008130     IF MONTHS-DISAGREEING > ZERO
008140         GO TO 3000-EXIT
008150     END-IF.
008160     SET ROLLUP-PROVEN           TO TRUE.
008170 3000-EXIT.
008180     EXIT.
008190*
008200 3100-ADD-SUMMARY-TO-MONTH.
008210     MOVE ST-MONTH (ST-IDX)     TO CUR-MONTH.
008220     PERFORM 2500-FIND-MONTH     THRU 2500-EXIT.
008230     IF ENTRY-NOT-FOUND
008240         GO TO 3100-EXIT
008250     END-IF.
008260     EVALUATE ST-TYPE (ST-IDX)
008270         WHEN "P"
008280             SET VIEW-PLAYER     TO TRUE
008290         WHEN "W"
008300             SET VIEW-WORD       TO TRUE
008310         WHEN "D"
008320             SET VIEW-DAY        TO TRUE
008330             ADD ST-GAMES (ST-IDX)    TO SMT-GAMES
008340             ADD ST-WINS (ST-IDX)     TO SMT-WINS
008350             ADD ST-GUESSES (ST-IDX)  TO SMT-GUESSES
008360             ADD ST-SCORE (ST-IDX)    TO SMT-SCORE
008370             ADD ST-DURATION (ST-IDX) TO SMT-DURATION
008380         WHEN "L"
008390             SET VIEW-LEVEL      TO TRUE
008400         WHEN OTHER
008410             SET VIEW-HOUR       TO TRUE
008420     END-EVALUATE.
008430     ADD ST-GAMES (ST-IDX)      TO MV-GAMES (MT-IDX VIEW-SUB).
008440     ADD ST-WINS (ST-IDX)       TO MV-WINS (MT-IDX VIEW-SUB).
008450     ADD ST-LOSSES (ST-IDX)     TO MV-LOSSES (MT-IDX VIEW-SUB).
008460     ADD ST-GUESSES (ST-IDX)    TO MV-GUESSES (MT-IDX VIEW-SUB).
008470     ADD ST-SCORE (ST-IDX)      TO MV-SCORE (MT-IDX VIEW-SUB).
008480     ADD ST-DURATION (ST-IDX)   TO MV-DURATION (MT-IDX VIEW-SUB).
008490 3100-EXIT.
008500     EXIT.
008510*
008520 3200-CHECK-MONTH.
008530     SET MONTH-AGREES            TO TRUE.
008540     IF MT-MONTH (MT-IDX) > LAST-OFFLOAD-MONTH
008550         MOVE MT-MONTH (MT-IDX)  TO LAST-OFFLOAD-MONTH
008560     END-IF.
008570     IF FIRST-OFFLOAD-MONTH = ZERO
008580             OR MT-MONTH (MT-IDX) < FIRST-OFFLOAD-MONTH
008590         MOVE MT-MONTH (MT-IDX)  TO FIRST-OFFLOAD-MONTH
008600     END-IF.
008610     ADD MV-WINS (MT-IDX 6)     TO DT-WINS.
008620     ADD MV-GUESSES (MT-IDX 6)  TO DT-GUESSES.
008630     ADD MV-SCORE (MT-IDX 6)    TO DT-SCORE.
008640     ADD MV-DURATION (MT-IDX 6) TO DT-DURATION.
008650     PERFORM 3210-CHECK-VIEW     THRU 3210-EXIT
008660         VARYING VIEW-SUB FROM 1 BY 1
008670         UNTIL VIEW-SUB > 5.
008680     IF MV-COUNTS (MT-IDX 7) NOT = MV-COUNTS (MT-IDX 6)
008690         DISPLAY "*** " MT-MONTH (MT-IDX)
008700             ": GAMEHIST DOES NOT AGREE WITH LBHIST ***"
008710         SET MONTH-DISAGREES     TO TRUE
008720     END-IF.
008730     IF MONTH-DISAGREES
008740         ADD 1                   TO MONTHS-DISAGREEING
008750     END-IF.
008760 3200-EXIT.
008770     EXIT.
008780*
008790 3210-CHECK-VIEW.
008800     IF VIEW-HOUR
008810         MOVE 7                  TO BASE-VIEW
008820     ELSE
008830         MOVE 6                  TO BASE-VIEW
008840     END-IF.
008850     IF MT-VIEW (MT-IDX VIEW-SUB) NOT = MT-VIEW (MT-IDX BASE-VIEW)
008860         DISPLAY "*** " MT-MONTH (MT-IDX) ": "
008870             FUNCTION TRIM (VIEW-NAME (VIEW-SUB))
008880             " SUMMARIES DO NOT AGREE WITH "
008890             FUNCTION TRIM (VIEW-NAME (BASE-VIEW)) " ***"
008900         SET MONTH-DISAGREES     TO TRUE
008910     END-IF.
008920 3210-EXIT.
008930     EXIT.
008940*
008950*-----------------------------------------------------------------
008960* 4000-OFFLOAD-DETAIL - THE SECOND PASS, ONLY FOR A PROVEN ROLLUP.
008970* OFFLOADED RECORDS GO TO THE ARCHIVE FOR THEIR YEAR, RETAINED
008980* ONES TO THE WORK FILE, THEN THE SUMMARIES ARE APPENDED.
008990*-----------------------------------------------------------------
009000 4000-OFFLOAD-DETAIL.
009010     OPEN OUTPUT GHISTNEW-FILE.
009020     IF NOT GHISTNEW-OK
009030         DISPLAY "UNABLE TO OPEN GHISTNEW FILE, STATUS "
009040             GHISTNEW-STATUS
009050         SET ROLLUP-NOT-PROVEN   TO TRUE
009060         GO TO 4000-EXIT
009070     END-IF.
009080     IF GAMEHIST-PRESENT
009090         OPEN INPUT GAMEHIST-FILE
009100         PERFORM 4100-SPLIT-GAME-RECORD THRU 4100-EXIT
009110             UNTIL GAMEHIST-EOF
009120         CLOSE GAMEHIST-FILE
009130     END-IF.
009140     CLOSE GHISTNEW-FILE.
009150     IF GAME-ARCHIVE-YEAR NOT = ZERO
009160         CLOSE GAME-ARCHIVE-FILE
009170     END-IF.
009180     IF ROLLUP-NOT-PROVEN
009190         GO TO 4000-EXIT
009200     END-IF.
009210     OPEN OUTPUT LBHSTNEW-FILE.
009220     IF NOT LBHSTNEW-OK
009230         DISPLAY "UNABLE TO OPEN LBHSTNEW FILE, STATUS "
009240             LBHSTNEW-STATUS
009250         SET ROLLUP-NOT-PROVEN   TO TRUE
009260         GO TO 4000-EXIT
009270     END-IF.
009280     IF LBHIST-PRESENT
009290         OPEN INPUT LBHIST-FILE
009300         PERFORM 4200-SPLIT-FEED-RECORD THRU 4200-EXIT
009310             UNTIL LBHIST-EOF
009320         CLOSE LBHIST-FILE
009330     END-IF.
009340     CLOSE LBHSTNEW-FILE.
009350     IF FEED-ARCHIVE-YEAR NOT = ZERO
009360         CLOSE FEED-ARCHIVE-FILE
009370     END-IF.
009380     IF ROLLUP-NOT-PROVEN
009390         GO TO 4000-EXIT
009400     END-IF.
009410     IF SUMMARY-COUNT = ZERO
009420         GO TO 4000-EXIT
009430     END-IF.
009440     OPEN EXTEND HISTSUMM-FILE.
009450     IF HISTSUMM-NOT-FOUND
009460         OPEN OUTPUT HISTSUMM-FILE
009470     END-IF.
009480     IF NOT HISTSUMM-OK
009490         DISPLAY "UNABLE TO OPEN HISTSUMM FILE, STATUS "
009500             HISTSUMM-STATUS
009510         SET ROLLUP-NOT-PROVEN   TO TRUE
009520         GO TO 4000-EXIT
009530     END-IF.
009540     PERFORM 4300-WRITE-SUMMARY  THRU 4300-EXIT
009550         VARYING ST-IDX FROM 1 BY 1
009560         UNTIL ST-IDX > SUMMARY-COUNT.
009570     CLOSE HISTSUMM-FILE.
009580 4000-EXIT.
009590     EXIT.
009600*
009610 4100-SPLIT-GAME-RECORD.
009620     READ GAMEHIST-FILE NEXT RECORD
009630         AT END
009640             SET GAMEHIST-EOF    TO TRUE
009650             GO TO 4100-EXIT
009660     END-READ.
009670     MOVE GAMEHIST-RECORD       TO GAME-WORK.
009680     MOVE GWRK-GAME-DATE        TO CUR-DATE.
009690     IF CUR-DATE NOT = ZERO
009700             AND CUR-MONTH NOT > PRIOR-THROUGH-MONTH
009710         ADD 1                   TO GAMEHIST-DROPPED
009720         GO TO 4100-EXIT
009730     END-IF.
009740     IF CUR-DATE = ZERO
009750             OR CUR-MONTH NOT < RETAIN-FROM-MONTH
009760         ADD 1                   TO GAMEHIST-KEPT
009770         MOVE GAMEHIST-RECORD   TO GHISTNEW-RECORD
009780         WRITE GHISTNEW-RECORD
009790         GO TO 4100-EXIT
009800     END-IF.
009810     IF CUR-YEAR NOT = GAME-ARCHIVE-YEAR
009820         PERFORM 4150-OPEN-GAME-ARCHIVE THRU 4150-EXIT
009830         IF ROLLUP-NOT-PROVEN
009840             SET GAMEHIST-EOF    TO TRUE
009850             GO TO 4100-EXIT
009860         END-IF
009870     END-IF.
009880     ADD 1                       TO GAMEHIST-ARCHIVED.
009890     MOVE GAMEHIST-RECORD       TO GAME-ARCHIVE-RECORD.
009900     WRITE GAME-ARCHIVE-RECORD.
009910 4100-EXIT.
009920     EXIT.
009930*
009940*-----------------------------------------------------------------
009950* 4150-OPEN-GAME-ARCHIVE - SWITCH TO THE ARCHIVE FOR THE YEAR IN
009960* HAND, APPENDING TO IT IF AN EARLIER RUN STARTED IT.
009970*-----------------------------------------------------------------
009980 4150-OPEN-GAME-ARCHIVE.
009990     IF GAME-ARCHIVE-YEAR NOT = ZERO
010000         CLOSE GAME-ARCHIVE-FILE
010010     END-IF.
010020     MOVE CUR-YEAR              TO GAME-ARCHIVE-YEAR.
010030     MOVE SPACES                TO GAME-ARCHIVE-NAME.
010040     STRING "GAMEHIST." GAME-ARCHIVE-YEAR
010050         DELIMITED BY SIZE INTO GAME-ARCHIVE-NAME.
010060     OPEN EXTEND GAME-ARCHIVE-FILE.
010070     IF GAME-ARC-NOT-FOUND
010080         OPEN OUTPUT GAME-ARCHIVE-FILE
010090     END-IF.
010100     IF NOT GAME-ARC-OK
010110         DISPLAY "UNABLE TO OPEN "
010120             FUNCTION TRIM (GAME-ARCHIVE-NAME)
010130             ", STATUS " GAME-ARC-STATUS
010140         MOVE ZERO               TO GAME-ARCHIVE-YEAR
010150         SET ROLLUP-NOT-PROVEN   TO TRUE
010160     END-IF.
010170 4150-EXIT.
010180     EXIT.
010190*
010200 4200-SPLIT-FEED-RECORD.
010210     READ LBHIST-FILE NEXT RECORD
010220         AT END
010230             SET LBHIST-EOF      TO TRUE
010240             GO TO 4200-EXIT
010250     END-READ.
010260     MOVE LBHIST-RECORD         TO FEED-WORK.
010270     MOVE FWRK-GAME-DATE        TO CUR-DATE.
010280     IF CUR-DATE NOT = ZERO
010290             AND CUR-MONTH NOT > PRIOR-THROUGH-MONTH
010300         ADD 1                   TO LBHIST-DROPPED
010310         GO TO 4200-EXIT
010320     END-IF.
010330     IF CUR-DATE = ZERO
010340             OR CUR-MONTH NOT < RETAIN-FROM-MONTH
010350         ADD 1                   TO LBHIST-KEPT
010360         MOVE LBHIST-RECORD     TO LBHSTNEW-RECORD
010370         WRITE LBHSTNEW-RECORD
010380         GO TO 4200-EXIT
010390     END-IF.
010400     IF CUR-YEAR NOT = FEED-ARCHIVE-YEAR
010410         PERFORM 4250-OPEN-FEED-ARCHIVE THRU 4250-EXIT
010420         IF ROLLUP-NOT-PROVEN
010430             SET LBHIST-EOF      TO TRUE
010440             GO TO 4200-EXIT
010450         END-IF
010460     END-IF.
010470     ADD 1                       TO LBHIST-ARCHIVED.
010480     MOVE LBHIST-RECORD         TO FEED-ARCHIVE-RECORD.
010490     WRITE FEED-ARCHIVE-RECORD.
010500 4200-EXIT.
010510     EXIT.
010520*
010530 4250-OPEN-FEED-ARCHIVE.
010540     IF FEED-ARCHIVE-YEAR NOT = ZERO
010550         CLOSE FEED-ARCHIVE-FILE
010560     END-IF.
010570     MOVE CUR-YEAR              TO FEED-ARCHIVE-YEAR.
010580     MOVE SPACES                TO FEED-ARCHIVE-NAME.
010590     STRING "LBHIST." FEED-ARCHIVE-YEAR
010600         DELIMITED BY SIZE INTO FEED-ARCHIVE-NAME.
010610     OPEN EXTEND FEED-ARCHIVE-FILE.
010620     IF FEED-ARC-NOT-FOUND
010630         OPEN OUTPUT FEED-ARCHIVE-FILE
010640     END-IF.
010650     IF NOT FEED-ARC-OK
010660         DISPLAY "UNABLE TO OPEN "
010670             FUNCTION TRIM (FEED-ARCHIVE-NAME)
010680             ", STATUS " FEED-ARC-STATUS
010690         MOVE ZERO               TO FEED-ARCHIVE-YEAR
010700         SET ROLLUP-NOT-PROVEN   TO TRUE
010710     END-IF.
010720 4250-EXIT.
010730     EXIT.
010740*
010750 4300-WRITE-SUMMARY.
010760     MOVE ST-MONTH (ST-IDX)     TO SMREC-MONTH.
010770     MOVE ST-TYPE (ST-IDX)      TO SMREC-TYPE.
010780     MOVE ST-KEY (ST-IDX)       TO SMREC-KEY.
010790     MOVE ST-GAMES (ST-IDX)     TO SMREC-GAMES.
010800     MOVE ST-WINS (ST-IDX)      TO SMREC-WINS.
010810     MOVE ST-LOSSES (ST-IDX)    TO SMREC-LOSSES.
010820     MOVE ST-GUESSES (ST-IDX)   TO SMREC-TOTAL-GUESSES.
010830     MOVE ST-WIN-GUESSES (ST-IDX) TO SMREC-WIN-GUESSES.
010840     MOVE ST-SCORE (ST-IDX)     TO SMREC-TOTAL-SCORE.
010850     MOVE ST-BEST-SCORE (ST-IDX) TO SMREC-BEST-SCORE.
010860     MOVE ST-DURATION (ST-IDX)  TO SMREC-TOTAL-DURATION.
010870     MOVE ST-FASTEST-WIN (ST-IDX) TO SMREC-FASTEST-WIN.
010880     MOVE ST-LAST-DATE (ST-IDX) TO SMREC-LAST-GAME-DATE.
010890     WRITE HIST-SUMMARY-RECORD.
010900     ADD 1                       TO SUMMARIES-WRITTEN.
010910 4300-EXIT.
010920     EXIT.
010930*
010940*-----------------------------------------------------------------
010950* 5000-BALANCE-TOTALS - PROVE READ EQUALS OFFLOADED PLUS RETAINED
010960* ON BOTH FILES, THAT THE SECOND PASS WROTE WHAT THE FIRST PASS
010970* COUNTED, AND THAT THE DETAIL OFFLOADED EQUALS THE SUMMARIES.
010980* APPEND THE CONTROL TOTALS RECORD AND SET THE RETURN CODE.
010990*-----------------------------------------------------------------
011000 5000-BALANCE-TOTALS.
011010     COMPUTE BALANCE-CHECK = GAMEHIST-OFFLOADED
011020         + GAMEHIST-RETAINED + GAMEHIST-STALE.
011030     COMPUTE FEED-BALANCE-CHECK = LBHIST-OFFLOADED
011040         + LBHIST-RETAINED + LBHIST-STALE.
011050     IF ROLLUP-PROVEN
011060         IF BALANCE-CHECK NOT = GAMEHIST-READ
011070                 OR FEED-BALANCE-CHECK NOT = LBHIST-READ
011080                 OR GAMEHIST-ARCHIVED NOT = GAMEHIST-OFFLOADED
011090                 OR GAMEHIST-KEPT NOT = GAMEHIST-RETAINED
011100                 OR LBHIST-ARCHIVED NOT = LBHIST-OFFLOADED
011110                 OR LBHIST-KEPT NOT = LBHIST-RETAINED
011120                 OR GAMEHIST-DROPPED NOT = GAMEHIST-STALE
011130                 OR LBHIST-DROPPED NOT = LBHIST-STALE
011140                 OR SUMMARIES-WRITTEN NOT = SUMMARY-COUNT
011150                 OR SMT-GAMES NOT = LBHIST-OFFLOADED
011160                 OR SMT-WINS NOT = DT-WINS
011170                 OR SMT-GUESSES NOT = DT-GUESSES
011180                 OR SMT-SCORE NOT = DT-SCORE
011190                 OR SMT-DURATION NOT = DT-DURATION
011200             SET ROLLUP-NOT-PROVEN TO TRUE
011210         END-IF
011220     END-IF.
011230     DISPLAY "HISTORY ROLLUP AS OF " AS-OF-DATE.
011240     DISPLAY "==============================".
011250     DISPLAY "RETENTION MONTHS . . . : " RETAIN-MONTHS.
011260     DISPLAY "DETAIL KEPT FROM MONTH : " RETAIN-FROM-MONTH.
011270     DISPLAY "PRIOR OFFLOAD THROUGH  : " PRIOR-THROUGH-MONTH.
011280     IF MONTH-COUNT = ZERO
011290         DISPLAY "MONTHS OFFLOADED . . . : NONE"
011300     ELSE
011310         DISPLAY "MONTHS OFFLOADED . . . : " FIRST-OFFLOAD-MONTH
011320             " THRU " LAST-OFFLOAD-MONTH
011330     END-IF.
011340     DISPLAY "GAMEHIST READ  . . . . : " GAMEHIST-READ.
011350     DISPLAY "GAMEHIST OFFLOADED . . : " GAMEHIST-OFFLOADED.
011360     DISPLAY "GAMEHIST RETAINED  . . : " GAMEHIST-RETAINED.
011370     DISPLAY "  OF WHICH UNDATED . . : " GAMEHIST-UNDATED.
011380     DISPLAY "GAMEHIST DROPPED . . . : " GAMEHIST-STALE.
011390     DISPLAY "LBHIST READ  . . . . . : " LBHIST-READ.
011400     DISPLAY "LBHIST OFFLOADED . . . : " LBHIST-OFFLOADED.
011410     DISPLAY "LBHIST RETAINED  . . . : " LBHIST-RETAINED.
011420     DISPLAY "  OF WHICH UNDATED . . : " LBHIST-UNDATED.
011430     DISPLAY "LBHIST DROPPED . . . . : " LBHIST-STALE.
011440     DISPLAY "DETAIL WINS  . . . . . : " DT-WINS.
011450     DISPLAY "DETAIL GUESSES . . . . : " DT-GUESSES.
011460     DISPLAY "DETAIL SCORE . . . . . : " DT-SCORE.
011470     DISPLAY "DETAIL DURATION  . . . : " DT-DURATION.
011480     DISPLAY "SUMMARY RECORDS  . . . : " SUMMARY-COUNT.
011490     DISPLAY "SUMMARY GAMES  . . . . : " SMT-GAMES.
011500     DISPLAY "SUMMARY WINS . . . . . : " SMT-WINS.
011510     DISPLAY "SUMMARY GUESSES  . . . : " SMT-GUESSES.
011520     DISPLAY "SUMMARY SCORE  . . . . : " SMT-SCORE.
011530     DISPLAY "SUMMARY DURATION . . . : " SMT-DURATION.
011540     MOVE RUN-DATE              TO HCREC-RUN-DATE.
011550     MOVE RETAIN-MONTHS         TO HCREC-RETAIN-MONTHS.
011560     MOVE FIRST-OFFLOAD-MONTH   TO HCREC-FIRST-MONTH.
011570     IF LAST-OFFLOAD-MONTH > PRIOR-THROUGH-MONTH
011580         MOVE LAST-OFFLOAD-MONTH TO HCREC-THROUGH-MONTH
011590     ELSE
011600         MOVE PRIOR-THROUGH-MONTH TO HCREC-THROUGH-MONTH
011610     END-IF.
011620     MOVE GAMEHIST-READ         TO HCREC-GAMEHIST-READ.
011630     MOVE GAMEHIST-OFFLOADED    TO HCREC-GAMEHIST-OFFLOADED.
011640     MOVE GAMEHIST-RETAINED     TO HCREC-GAMEHIST-RETAINED.
011650     MOVE LBHIST-READ           TO HCREC-LBHIST-READ.
011660     MOVE LBHIST-OFFLOADED      TO HCREC-LBHIST-OFFLOADED.
011670     MOVE LBHIST-RETAINED       TO HCREC-LBHIST-RETAINED.
011680     MOVE DT-WINS               TO HCREC-DETAIL-WINS.
011690     MOVE DT-GUESSES            TO HCREC-DETAIL-GUESSES.
011700     MOVE DT-SCORE              TO HCREC-DETAIL-SCORE.
011710     MOVE DT-DURATION           TO HCREC-DETAIL-DURATION.
011720     MOVE SUMMARY-COUNT         TO HCREC-SUMMARY-RECORDS.
011730     MOVE SMT-GAMES             TO HCREC-SUMMARY-GAMES.
011740     MOVE SMT-WINS              TO HCREC-SUMMARY-WINS.
011750     MOVE SMT-GUESSES           TO HCREC-SUMMARY-GUESSES.
011760     MOVE SMT-SCORE             TO HCREC-SUMMARY-SCORE.
011770     MOVE SMT-DURATION          TO HCREC-SUMMARY-DURATION.
011780     IF ROLLUP-PROVEN
011790         SET HCREC-IN-BALANCE    TO TRUE
011800         DISPLAY "ROLLUP IN BALANCE"
011810         DISPLAY "RUN FILCOMIT GAMEHIST TO COMMIT THE OFFLOAD"
011820         DISPLAY "RUN FILCOMIT LBHIST TO COMMIT THE OFFLOAD"
011830     ELSE
011840         SET HCREC-OUT-OF-BALANCE TO TRUE
011850         DISPLAY "*** ROLLUP OUT OF BALANCE - DO NOT COMMIT ***"
011860         MOVE 8                  TO RETURN-CODE
011870     END-IF.
011880     OPEN EXTEND HISTCTL-FILE.
011890     IF HISTCTL-NOT-FOUND
011900         OPEN OUTPUT HISTCTL-FILE
011910     END-IF.
011920     WRITE HIST-CONTROL-RECORD.
011930     CLOSE HISTCTL-FILE.
011940 5000-EXIT.
011950     EXIT.
