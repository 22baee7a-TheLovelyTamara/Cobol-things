000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     GUESSRPT.
000030 AUTHOR.         R TODD CARRUTH.
000040 INSTALLATION.   GAMES BATCH SHOP.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* GUESSRPT IS THE LETTER-ANALYSIS REPORT OVER THE GUESS JOURNAL.
000090* IT READS THE JOURNAL HISTORY (GJNLHIST, BUILT BY THE GAMEARCH
000100* END-OF-DAY STEP) AND THEN THE CURRENT JOURNAL (GUESSJNL) AND
000110* REPORTS, FOR EACH DIFFICULTY LEVEL -
000120*
000130*     THE MOST COMMON FIRST GUESSES,
000140*     THE HIT RATE OF EVERY LETTER GUESSED,
000150*     THE AVERAGE NUMBER OF GUESSES MADE BEFORE THE FIRST HIT.
000160*
000170*     GUESSRPT [FROM-YYYYMMDD]
000180*
000190* WITH NO PARAMETER EVERY JOURNAL RECORD ON FILE IS REPORTED.
000200* A GAME COUNTS TOWARD THE FIRST-HIT AVERAGE ONLY WHEN ITS FIRST
000210* GUESS IS ON FILE; A GAME THAT ENDS WITHOUT A SINGLE HIT IS
000220* SHOWN SEPARATELY RATHER THAN BENDING THE AVERAGE.
000230*
000240* MODIFICATION HISTORY
000250* DATE       INIT  DESCRIPTION
000260* ---------  ----  -------------------------------------------
000270* 2026-10-15  RTC  ORIGINAL VERSION.
000280*-----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT GJNLHIST-FILE       ASSIGN TO "GJNLHIST"
000330                                ORGANIZATION LINE SEQUENTIAL
000340                                FILE STATUS IS GJNLHIST-STATUS.
000350     SELECT GUESS-JOURNAL-FILE  ASSIGN TO "GUESSJNL"
000360                                ORGANIZATION LINE SEQUENTIAL
000370                                FILE STATUS IS JOURNAL-STATUS.
000380*
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  GJNLHIST-FILE
000420     RECORD CONTAINS 59 CHARACTERS.
000430     COPY GUESSJNL REPLACING ==GUESS-JOURNAL-RECORD==
000440         BY ==HIST-GUESS-RECORD==
000450         LEADING ==GJREC== BY ==GJHS==.
000460*
000470 FD  GUESS-JOURNAL-FILE
000480     RECORD CONTAINS 59 CHARACTERS.
000490     COPY GUESSJNL.
000500*
000510 WORKING-STORAGE SECTION.
000520 01  GJNLHIST-STATUS              PIC X(2).
000530     88  GJNLHIST-OK              VALUE "00".
000540     88  GJNLHIST-EOF             VALUE "10".
000550     88  GJNLHIST-NOT-FOUND       VALUE "35".
000560 01  JOURNAL-STATUS               PIC X(2).
000570     88  JOURNAL-OK               VALUE "00".
000580     88  JOURNAL-EOF              VALUE "10".
000590     88  JOURNAL-NOT-FOUND        VALUE "35".
000600*
000610 01  FILLER                       PIC X.
000620     88  FATAL-ERROR              VALUE "E".
000630     88  NO-FATAL-ERROR           VALUE "N".
000640 01  FILLER                       PIC X.
000650     88  GJNLHIST-PRESENT         VALUE "Y".
000660     88  GJNLHIST-ABSENT          VALUE "N".
000670 01  FILLER                       PIC X.
000680     88  JOURNAL-PRESENT          VALUE "Y".
000690     88  JOURNAL-ABSENT           VALUE "N".
000700 01  FILLER                       PIC X.
000710     88  PENDING-FOUND            VALUE "Y".
000720     88  PENDING-NOT-FOUND        VALUE "N".
000730*
000740 01  CMD-ARG-COUNT                PIC 9(3).
000750 01  CMD-DATE-PARM                PIC X(8).
000760 01  FROM-DATE                    PIC 9(8)     VALUE ZERO.
000770*
000780 01  LETTER-LIST                  PIC X(26)
000790         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000800 01  LETTER-POS                   PIC 9(3) COMP.
000810*
000820*    ONE ENTRY PER DIFFICULTY LEVEL - 1 EASY, 2 MEDIUM, 3 HARD -
000830*    EACH CARRYING A COUNTER SET FOR EVERY LETTER OF THE ALPHABET.
000840 01  LEVEL-TABLE.
000850     05  LEVEL-ENTRY              OCCURS 3 TIMES
000860                                  INDEXED BY LV-IDX.
000870         10  LV-GAMES             PIC 9(7) COMP.
000880         10  LV-HIT-GAMES         PIC 9(7) COMP.
000890         10  LV-GUESSES-TO-HIT    PIC 9(9) COMP.
000900         10  LV-NO-HIT-GAMES      PIC 9(7) COMP.
000910         10  LV-LETTER            OCCURS 26 TIMES
000920                                  INDEXED BY LT-IDX.
000930             15  LT-FIRST         PIC 9(7) COMP.
000940             15  LT-GUESSES       PIC 9(7) COMP.
000950             15  LT-HITS          PIC 9(7) COMP.
000960 01  LEVEL-NAMES.
000970     05  FILLER                   PIC X(6)     VALUE "EASY".
000980     05  FILLER                   PIC X(6)     VALUE "MEDIUM".
000990     05  FILLER                   PIC X(6)     VALUE "HARD".
001000 01  FILLER                       REDEFINES LEVEL-NAMES.
001010     05  LEVEL-NAME               PIC X(6) OCCURS 3 TIMES.
001020*
001030*    GAMES WHOSE FIRST GUESS MISSED, WAITING FOR THEIR FIRST HIT.
001040*    THE TABLE IS REUSED IN ROTATION - BY THE TIME A SLOT COMES
001050*    ROUND AGAIN ITS GAME IS LONG FINISHED, SO A GAME STILL
001060*    WAITING THEN NEVER HIT AT ALL.
001070 01  PENDING-TABLE.
001080     05  PENDING-ENTRY            OCCURS 1000 TIMES
001090                                  INDEXED BY PD-IDX.
001100         10  PD-GAME-ID           PIC 9(09).
001110         10  PD-LEVEL             PIC 9(01).
001120 01  PENDING-NEXT                 PIC 9(5) COMP.
001130 01  LEVEL-SUB                    PIC 9(1) COMP.
001140*
001150 01  GUESSES-READ                 PIC 9(7) COMP.
001160 01  GUESSES-SKIPPED              PIC 9(7) COMP.
001170 01  GUESSES-BEFORE-FROM          PIC 9(7) COMP.
001180*
001190 01  RANK-SUB                     PIC 9(1) COMP.
001200 01  BEST-SUB                     PIC 9(3) COMP.
001210 01  BEST-COUNT                   PIC 9(7) COMP.
001220 01  RANKED-FLAGS                 PIC X(26).
001230 01  STAT-RATE                    PIC 9(3)V9.
001240 01  STAT-AVERAGE                 PIC 9(3)V99.
001250 01  STAT-COUNT-ED                PIC Z(6)9.
001260 01  STAT-HITS-ED                 PIC Z(6)9.
001270 01  STAT-RATE-ED                 PIC ZZ9.9.
001280 01  STAT-AVERAGE-ED              PIC ZZ9.99.
001290 01  RANK-ED                      PIC 9.
001300*
001310 PROCEDURE DIVISION.
001320*-----------------------------------------------------------------
001330* 0000-MAINLINE
001340*-----------------------------------------------------------------
001350 0000-MAINLINE.
001360     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001370     IF NOT FATAL-ERROR
001380         PERFORM 2000-READ-JOURNALS  THRU 2000-EXIT
001390     END-IF.
001400     IF NOT FATAL-ERROR
001410         PERFORM 2500-CLEAR-PENDING  THRU 2500-EXIT
001420             VARYING PD-IDX FROM 1 BY 1
001430             UNTIL PD-IDX > 1000
001440         PERFORM 3000-PRINT-REPORT   THRU 3000-EXIT
001450     END-IF.
001460     GOBACK.
001470*
001480*-----------------------------------------------------------------
001490* 1000-INITIALIZE - PICK UP THE FROM DATE AND CLEAR THE TABLES.
001500*-----------------------------------------------------------------
001510 1000-INITIALIZE.
001520     SET NO-FATAL-ERROR          TO TRUE.
001530     MOVE ZERO                  TO GUESSES-READ.
001540     MOVE ZERO                  TO GUESSES-SKIPPED.
001550     MOVE ZERO                  TO GUESSES-BEFORE-FROM.
001560     MOVE 1                     TO PENDING-NEXT.
001570     PERFORM 1100-CLEAR-LEVEL    THRU 1100-EXIT
001580         VARYING LV-IDX FROM 1 BY 1
001590         UNTIL LV-IDX > 3.
001600     PERFORM 1200-CLEAR-SLOT     THRU 1200-EXIT
001610         VARYING PD-IDX FROM 1 BY 1
001620         UNTIL PD-IDX > 1000.
001630     ACCEPT CMD-ARG-COUNT        FROM ARGUMENT-NUMBER.
001640     IF CMD-ARG-COUNT NOT LESS THAN 1
001650         DISPLAY 1               UPON ARGUMENT-NUMBER
001660         ACCEPT CMD-DATE-PARM    FROM ARGUMENT-VALUE
001670         IF CMD-DATE-PARM IS NUMERIC
001680             MOVE CMD-DATE-PARM  TO FROM-DATE
001690         ELSE
001700             DISPLAY "FROM DATE PARAMETER MUST BE YYYYMMDD: "
001710                 CMD-DATE-PARM
001720             SET FATAL-ERROR     TO TRUE
001730             MOVE 8              TO RETURN-CODE
001740         END-IF
001750     END-IF.
001760 1000-EXIT.
001770     EXIT.
001780*
001790 1100-CLEAR-LEVEL.
001800     MOVE ZERO                  TO LV-GAMES (LV-IDX).
001810     MOVE ZERO                  TO LV-HIT-GAMES (LV-IDX).
001820     MOVE ZERO                  TO LV-GUESSES-TO-HIT (LV-IDX).
001830     MOVE ZERO                  TO LV-NO-HIT-GAMES (LV-IDX).
001840     PERFORM 1110-CLEAR-LETTER   THRU 1110-EXIT
001850         VARYING LT-IDX FROM 1 BY 1
001860         UNTIL LT-IDX > 26.
001870 1100-EXIT.
001880     EXIT.
001890*
001900 1110-CLEAR-LETTER.
001910     MOVE ZERO                  TO LT-FIRST (LV-IDX, LT-IDX).
001920     MOVE ZERO                  TO LT-GUESSES (LV-IDX, LT-IDX).
001930     MOVE ZERO                  TO LT-HITS (LV-IDX, LT-IDX).
001940 1110-EXIT.
001950     EXIT.
001960*
001970 1200-CLEAR-SLOT.
001980     MOVE ZERO                  TO PD-GAME-ID (PD-IDX).
001990     MOVE ZERO                  TO PD-LEVEL (PD-IDX).
002000 1200-EXIT.
002010     EXIT.
002020*
002030*-----------------------------------------------------------------
002040* 2000-READ-JOURNALS - THE HISTORY FILE FIRST, THEN THE CURRENT
002050* JOURNAL, SO EVERY GAME'S GUESSES ARRIVE IN THE ORDER MADE.  A
002060* MISSING FILE IS AN EMPTY SIDE; WITH BOTH MISSING THERE IS
002070* NOTHING TO REPORT.
002080*-----------------------------------------------------------------
002090 2000-READ-JOURNALS.
002100     SET GJNLHIST-PRESENT        TO TRUE.
002110     OPEN INPUT GJNLHIST-FILE.
002120     IF GJNLHIST-NOT-FOUND
002130         SET GJNLHIST-ABSENT     TO TRUE
002140     ELSE
002150         IF NOT GJNLHIST-OK
002160             DISPLAY "UNABLE TO OPEN GJNLHIST FILE, STATUS "
002170                 GJNLHIST-STATUS
002180             SET FATAL-ERROR     TO TRUE
002190             MOVE 8              TO RETURN-CODE
002200             GO TO 2000-EXIT
002210         END-IF
002220     END-IF.
002230     SET JOURNAL-PRESENT         TO TRUE.
002240     OPEN INPUT GUESS-JOURNAL-FILE.
002250     IF JOURNAL-NOT-FOUND
002260         SET JOURNAL-ABSENT      TO TRUE
002270     ELSE
002280         IF NOT JOURNAL-OK
002290             DISPLAY "UNABLE TO OPEN GUESSJNL FILE, STATUS "
002300                 JOURNAL-STATUS
002310             SET FATAL-ERROR     TO TRUE
002320             MOVE 8              TO RETURN-CODE
002330             GO TO 2000-EXIT
002340         END-IF
002350     END-IF.
002360     IF GJNLHIST-ABSENT AND JOURNAL-ABSENT
002370         DISPLAY "NO GUESS JOURNAL TO REPORT"
002380         SET FATAL-ERROR         TO TRUE
002390         GO TO 2000-EXIT
002400     END-IF.
002410     IF GJNLHIST-PRESENT
002420         PERFORM 2100-READ-ONE-HIST  THRU 2100-EXIT
002430             UNTIL GJNLHIST-EOF
002440         CLOSE GJNLHIST-FILE
002450     END-IF.
002460     IF JOURNAL-PRESENT
002470         PERFORM 2150-READ-ONE-GUESS THRU 2150-EXIT
002480             UNTIL JOURNAL-EOF
002490         CLOSE GUESS-JOURNAL-FILE
002500     END-IF.
002510 2000-EXIT.
002520     EXIT.
002530*
002540 2100-READ-ONE-HIST.
002550     READ GJNLHIST-FILE NEXT RECORD
002560         AT END
002570             SET GJNLHIST-EOF    TO TRUE
002580         NOT AT END
002590             MOVE HIST-GUESS-RECORD TO GUESS-JOURNAL-RECORD
002600             PERFORM 2200-ACCUMULATE THRU 2200-EXIT
002610     END-READ.
002620 2100-EXIT.
002630     EXIT.
002640*
002650 2150-READ-ONE-GUESS.
002660     READ GUESS-JOURNAL-FILE NEXT RECORD
002670         AT END
002680             SET JOURNAL-EOF     TO TRUE
002690         NOT AT END
002700             PERFORM 2200-ACCUMULATE THRU 2200-EXIT
002710     END-READ.
002720 2150-EXIT.
002730     EXIT.
002740*
002750*-----------------------------------------------------------------
002760* 2200-ACCUMULATE - POST ONE GUESS TO ITS LEVEL AND LETTER.  A
002770* RECORD WITH AN UNKNOWN DIFFICULTY OR A NON-LETTER IS COUNTED
002780* AS SKIPPED AND OTHERWISE IGNORED.
002790*-----------------------------------------------------------------
002800 2200-ACCUMULATE.
002810     IF GJREC-GUESS-DATE < FROM-DATE
002820         ADD 1                   TO GUESSES-BEFORE-FROM
002830         GO TO 2200-EXIT
002840     END-IF.
002850     ADD 1                       TO GUESSES-READ.
002860     EVALUATE GJREC-DIFFICULTY
002870         WHEN "E"
002880             MOVE 1              TO LEVEL-SUB
002890         WHEN "M"
002900             MOVE 2              TO LEVEL-SUB
002910         WHEN "H"
002920             MOVE 3              TO LEVEL-SUB
002930         WHEN OTHER
002940             ADD 1               TO GUESSES-SKIPPED
002950             GO TO 2200-EXIT
002960     END-EVALUATE.
002970     MOVE ZERO                  TO LETTER-POS.
002980     INSPECT LETTER-LIST TALLYING LETTER-POS
002990         FOR CHARACTERS BEFORE INITIAL GJREC-LETTER.
003000     IF LETTER-POS NOT LESS THAN 26
003010         ADD 1                   TO GUESSES-SKIPPED
003020         GO TO 2200-EXIT
003030     END-IF.
003040     SET LV-IDX                  TO LEVEL-SUB.
003050     SET LT-IDX                  TO LETTER-POS.
003060     SET LT-IDX                  UP BY 1.
003070     ADD 1                       TO LT-GUESSES (LV-IDX, LT-IDX).
003080     IF GJREC-HIT
003090         ADD 1                   TO LT-HITS (LV-IDX, LT-IDX)
003100     END-IF.
003110     IF GJREC-GUESS-SEQ = 1
003120         PERFORM 2300-FIRST-GUESS THRU 2300-EXIT
003130     ELSE
003140         IF GJREC-HIT
003150             PERFORM 2400-LATER-HIT  THRU 2400-EXIT
003160         END-IF
003170     END-IF.
003180 2200-EXIT.
003190     EXIT.
003200*
003210*-----------------------------------------------------------------
003220* 2300-FIRST-GUESS - A GAME'S OPENING GUESS.  A HIT SETTLES THE
003230* GAME AT ZERO GUESSES BEFORE THE FIRST HIT; A MISS PARKS THE
003240* GAME IN THE NEXT PENDING SLOT, RETIRING WHATEVER GAME WAS
003250* STILL WAITING THERE AS ONE THAT NEVER HIT.
003260*-----------------------------------------------------------------
003270 2300-FIRST-GUESS.
003280     ADD 1                       TO LV-GAMES (LV-IDX).
003290     ADD 1                       TO LT-FIRST (LV-IDX, LT-IDX).
003300     IF GJREC-HIT
003310         ADD 1                   TO LV-HIT-GAMES (LV-IDX)
003320         GO TO 2300-EXIT
003330     END-IF.
003340     SET PD-IDX                  TO PENDING-NEXT.
003350     PERFORM 2500-CLEAR-PENDING  THRU 2500-EXIT.
003360     MOVE GJREC-GAME-ID         TO PD-GAME-ID (PD-IDX).
003370     SET PD-LEVEL (PD-IDX)       TO LV-IDX.
003380     ADD 1                       TO PENDING-NEXT.
003390     IF PENDING-NEXT > 1000
003400         MOVE 1                  TO PENDING-NEXT
003410     END-IF.
003420 2300-EXIT.
003430     EXIT.
003440*
003450*-----------------------------------------------------------------
003460* 2400-LATER-HIT - A HIT AFTER THE OPENING GUESS.  IF THE GAME IS
003470* STILL WAITING FOR ITS FIRST HIT, THIS IS IT - EVERY EARLIER
003480* GUESS IN THE GAME MISSED.
003490*-----------------------------------------------------------------
003500 2400-LATER-HIT.
003510     SET PENDING-NOT-FOUND       TO TRUE.
003520     SET PD-IDX                  TO 1.
003530     SEARCH PENDING-ENTRY
003540         AT END
003550             CONTINUE
003560         WHEN PD-GAME-ID (PD-IDX) = GJREC-GAME-ID
003570                 AND PD-LEVEL (PD-IDX) NOT = ZERO
003580             SET PENDING-FOUND   TO TRUE
003590     END-SEARCH.
003600     IF PENDING-NOT-FOUND
003610         GO TO 2400-EXIT
003620     END-IF.
003630     ADD 1                       TO LV-HIT-GAMES (LV-IDX).
003640     COMPUTE LV-GUESSES-TO-HIT (LV-IDX) =
003650         LV-GUESSES-TO-HIT (LV-IDX) + GJREC-GUESS-SEQ - 1.
003660     PERFORM 1200-CLEAR-SLOT     THRU 1200-EXIT.
003670 2400-EXIT.
003680     EXIT.
003690*
003700*-----------------------------------------------------------------
003710* 2500-CLEAR-PENDING - RETIRE THE GAME IN THE PENDING SLOT AT
003720* PD-IDX, IF ANY, AS A GAME THAT NEVER HIT.  THE SAME PARAGRAPH
003730* SWEEPS THE WHOLE TABLE ONCE THE JOURNALS ARE READ.
003740*-----------------------------------------------------------------
003750 2500-CLEAR-PENDING.
003760     IF PD-LEVEL (PD-IDX) NOT = ZERO
003770         MOVE PD-LEVEL (PD-IDX)  TO LEVEL-SUB
003780         ADD 1                   TO LV-NO-HIT-GAMES (LEVEL-SUB)
003790         PERFORM 1200-CLEAR-SLOT THRU 1200-EXIT
003800     END-IF.
003810 2500-EXIT.
003820     EXIT.
003830*
003840*-----------------------------------------------------------------
003850* 3000-PRINT-REPORT
003860*-----------------------------------------------------------------
003870 3000-PRINT-REPORT.
003880     DISPLAY "GUESS JOURNAL LETTER ANALYSIS".
003890     DISPLAY "==============================".
003900     IF FROM-DATE > ZERO
003910         DISPLAY "GUESSES FROM . . . . . : " FROM-DATE
003920     END-IF.
003930     DISPLAY "GUESSES READ . . . . . : " GUESSES-READ.
003940     DISPLAY "GUESSES SKIPPED  . . . : " GUESSES-SKIPPED.
003950     PERFORM 3100-PRINT-LEVEL    THRU 3100-EXIT
003960         VARYING LV-IDX FROM 1 BY 1
003970         UNTIL LV-IDX > 3.
003980 3000-EXIT.
003990     EXIT.
004000*
004010 3100-PRINT-LEVEL.
004020     DISPLAY " ".
004030     DISPLAY "DIFFICULTY . . . . . . : " LEVEL-NAME (LV-IDX).
004040     DISPLAY "GAMES STARTED  . . . . : " LV-GAMES (LV-IDX).
004050     IF LV-GAMES (LV-IDX) = ZERO
004060         GO TO 3100-EXIT
004070     END-IF.
004080     IF LV-HIT-GAMES (LV-IDX) > ZERO
004090         COMPUTE STAT-AVERAGE ROUNDED =
004100             LV-GUESSES-TO-HIT (LV-IDX) / LV-HIT-GAMES (LV-IDX)
004110         MOVE STAT-AVERAGE       TO STAT-AVERAGE-ED
004120         DISPLAY "AVG GUESSES BEFORE HIT : " STAT-AVERAGE-ED
004130     ELSE
004140         DISPLAY "AVG GUESSES BEFORE HIT : N/A"
004150     END-IF.
004160     DISPLAY "GAMES WITH NO HIT  . . : " LV-NO-HIT-GAMES (LV-IDX).
004170     DISPLAY "MOST COMMON FIRST GUESSES:".
004180     MOVE SPACES                TO RANKED-FLAGS.
004190     PERFORM 3200-RANK-FIRST     THRU 3200-EXIT
004200         VARYING RANK-SUB FROM 1 BY 1
004210         UNTIL RANK-SUB > 5.
004220     DISPLAY "HIT RATE BY LETTER:".
004230     DISPLAY "  LETTER  GUESSES     HITS   RATE".
004240     PERFORM 3300-PRINT-LETTER   THRU 3300-EXIT
004250         VARYING LT-IDX FROM 1 BY 1
004260         UNTIL LT-IDX > 26.
004270 3100-EXIT.
004280     EXIT.
004290*
004300*-----------------------------------------------------------------
004310* 3200-RANK-FIRST - PICK THE MOST-USED OPENING LETTER NOT YET
004320* PRINTED.  TIES GO TO THE EARLIER LETTER.
004330*-----------------------------------------------------------------
004340 3200-RANK-FIRST.
004350     MOVE ZERO                  TO BEST-SUB.
004360     MOVE ZERO                  TO BEST-COUNT.
004370     PERFORM 3210-COMPARE-FIRST  THRU 3210-EXIT
004380         VARYING LT-IDX FROM 1 BY 1
004390         UNTIL LT-IDX > 26.
004400     IF BEST-SUB = ZERO
004410         GO TO 3200-EXIT
004420     END-IF.
004430     MOVE "Y"                   TO RANKED-FLAGS (BEST-SUB:1).
004440     SET LT-IDX                  TO BEST-SUB.
004450     MOVE RANK-SUB              TO RANK-ED.
004460     MOVE LT-FIRST (LV-IDX, LT-IDX) TO STAT-COUNT-ED.
004470     DISPLAY "  " RANK-ED ".  " LETTER-LIST (BEST-SUB:1)
004480         "  " STAT-COUNT-ED.
004490 3200-EXIT.
004500     EXIT.
004510*
004520 3210-COMPARE-FIRST.
004530     SET LETTER-POS              TO LT-IDX.
004540     IF RANKED-FLAGS (LETTER-POS:1) = SPACE
004550             AND LT-FIRST (LV-IDX, LT-IDX) > BEST-COUNT
004560         MOVE LETTER-POS         TO BEST-SUB
004570         MOVE LT-FIRST (LV-IDX, LT-IDX) TO BEST-COUNT
004580     END-IF.
004590 3210-EXIT.
004600     EXIT.
004610*
004620 3300-PRINT-LETTER.
004630     IF LT-GUESSES (LV-IDX, LT-IDX) = ZERO
004640         GO TO 3300-EXIT
004650     END-IF.
004660     SET LETTER-POS              TO LT-IDX.
004670     COMPUTE STAT-RATE ROUNDED =
004680         LT-HITS (LV-IDX, LT-IDX) * 100
004690             / LT-GUESSES (LV-IDX, LT-IDX).
004700     MOVE LT-GUESSES (LV-IDX, LT-IDX) TO STAT-COUNT-ED.
004710     MOVE LT-HITS (LV-IDX, LT-IDX) TO STAT-HITS-ED.
004720     MOVE STAT-RATE             TO STAT-RATE-ED.
004730     DISPLAY "    " LETTER-LIST (LETTER-POS:1)
004740         "   " STAT-COUNT-ED "  " STAT-HITS-ED
004750         "  " STAT-RATE-ED "%".
004760 3300-EXIT.
004770     EXIT.
