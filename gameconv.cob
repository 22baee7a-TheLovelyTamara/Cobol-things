000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     GAMECONV.
000030 AUTHOR.         R TODD CARRUTH.
000040 INSTALLATION.   GAMES BATCH SHOP.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* GAMECONV IS THE ONE-TIME CONVERSION STEP FOR THE GAME ID
000090* CUTOVER.  GAMESTAT AND LBOARD RECORDS NOW CARRY THE GAME ID
000100* HANGMAN TAKES FROM THE GAMESEQ CONTROL FILE, AND GAMESTAT ALSO
000110* CARRIES THE PLAYER ID AND THE WORD'S DIFFICULTY.  AFTER THE
000120* END-OF-DAY STREAM THE OPERATOR RENAMES THE FOUR FILES IN THE
000130* OLD LAYOUTS AND RUNS THIS STEP ONCE:
000140*
000150*     GAMESTAT -> GSTATOLD      GAMEHIST -> GHISTOLD
000160*     LBOARD   -> LBRDOLD       LBHIST   -> LBHSTOLD
000170*
000180*     GAMECONV
000190*
000200* EVERY RECORD IS COPIED TO ITS NEW FILE WITH THE NEW COLUMNS
000210* FILLED IN.  THE DIFFICULTY IS LOOKED UP ON THE WORDS FILE.  A
000220* GAMESTAT RECORD STILL ON THE CURRENT FILE IS PAIRED WITH ONE
000230* FEED RECORD BY DATE, WORD, RESULT AND GUESS COUNT - THE RULE
000240* GAMRECON USED BEFORE THE CUTOVER - AND THE PAIR SHARES ONE NEW
000250* GAME ID, WITH THE FEED RECORD SUPPLYING THE PLAYER ID.  A
000260* RECORD WITH NO MATE STILL GETS AN ID OF ITS OWN AND IS LISTED,
000270* AND THE RUN ENDS WITH RETURN CODE 4 SO IT GETS LOOKED AT.
000280* HISTORY RECORDS PREDATE THE SEQUENCE AND CARRY GAME ID ZERO.
000290* THE LAST ID HANDED OUT SEEDS GAMESEQ SO HANGMAN CARRIES ON
000300* FROM IT.  A MISSING OLD FILE IS CONVERTED AS EMPTY.  THE STEP
000310* MUST BALANCE - RECORDS WRITTEN MUST EQUAL RECORDS READ ON ALL
000320* FOUR FILES - OR THE RUN ENDS WITH RETURN CODE 8.
000330*
000340* MODIFICATION HISTORY
000343* DATE       INIT  DESCRIPTION
000346* ---------  ----  -------------------------------------------
000349* 2026-10-15  RTC  ORIGINAL VERSION.
000352* 2026-10-15  RTC  GAMESTAT AND LEADERBOARD RECORD LENGTHS PICKED
000355*                  UP THE RULE-SET ID.  CONVERTED RECORDS CARRY IT
000358*                  BLANK - THEY WERE PLAYED UNDER THE STANDARD
000361*                  RULES.
000364* 2026-10-15  RTC  GAMESTAT AND LEADERBOARD RECORD LENGTHS PICKED
000367*                  UP THE DAILY CHALLENGE FIELDS ADDED AT THE END
000370*                  OF THE RECORDS.
000380*-----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT WORDS-FILE          ASSIGN TO "WORDS"
000430                                ORGANIZATION LINE SEQUENTIAL
000440                                FILE STATUS IS WORDS-STATUS.
000450     SELECT GSTATOLD-FILE       ASSIGN TO "GSTATOLD"
000460                                ORGANIZATION LINE SEQUENTIAL
000470                                FILE STATUS IS GSTATOLD-STATUS.
000480     SELECT GHISTOLD-FILE       ASSIGN TO "GHISTOLD"
000490                                ORGANIZATION LINE SEQUENTIAL
000500                                FILE STATUS IS GHISTOLD-STATUS.
000510     SELECT LBRDOLD-FILE        ASSIGN TO "LBRDOLD"
000520                                ORGANIZATION LINE SEQUENTIAL
000530                                FILE STATUS IS LBRDOLD-STATUS.
000540     SELECT LBHSTOLD-FILE       ASSIGN TO "LBHSTOLD"
000550                                ORGANIZATION LINE SEQUENTIAL
000560                                FILE STATUS IS LBHSTOLD-STATUS.
000570     SELECT GAMESTAT-FILE       ASSIGN TO "GAMESTAT"
000580                                ORGANIZATION LINE SEQUENTIAL
000590                                FILE STATUS IS GAMESTAT-STATUS.
000600     SELECT GAMEHIST-FILE       ASSIGN TO "GAMEHIST"
000610                                ORGANIZATION LINE SEQUENTIAL
000620                                FILE STATUS IS GAMEHIST-STATUS.
000630     SELECT LEADERBOARD-FILE    ASSIGN TO "LBOARD"
000640                                ORGANIZATION LINE SEQUENTIAL
000650                                FILE STATUS IS LEADERBOARD-STATUS.
000660     SELECT LBHIST-FILE         ASSIGN TO "LBHIST"
000670                                ORGANIZATION LINE SEQUENTIAL
000680                                FILE STATUS IS LBHIST-STATUS.
000690     SELECT GAMESEQ-FILE        ASSIGN TO "GAMESEQ"
000700                                ORGANIZATION INDEXED
000710                                ACCESS MODE RANDOM
000720                                RECORD KEY IS SQREC-KEY
000730                                FILE STATUS IS GAMESEQ-STATUS.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  WORDS-FILE
000780     RECORD CONTAINS 37 CHARACTERS.
000790     COPY WORDREC.
000800*
000810 FD  GSTATOLD-FILE
000820     RECORD CONTAINS 43 CHARACTERS.
000830 01  GSTATOLD-RECORD             PIC X(43).
000840*
000850 FD  GHISTOLD-FILE
000860     RECORD CONTAINS 43 CHARACTERS.
000870 01  GHISTOLD-RECORD             PIC X(43).
000880*
000890 FD  LBRDOLD-FILE
000900     RECORD CONTAINS 52 CHARACTERS.
000910 01  LBRDOLD-RECORD              PIC X(52).
000920*
000930 FD  LBHSTOLD-FILE
000940     RECORD CONTAINS 52 CHARACTERS.
000950 01  LBHSTOLD-RECORD             PIC X(52).
000960*
000970 FD  GAMESTAT-FILE
000980     RECORD CONTAINS 72 CHARACTERS.
000990     COPY GAMESTAT.
001000*
001010 FD  GAMEHIST-FILE
001020     RECORD CONTAINS 72 CHARACTERS.
001030 01  GAMEHIST-RECORD             PIC X(72).
001040*
001050 FD  LEADERBOARD-FILE
001060     RECORD CONTAINS 74 CHARACTERS.
001070     COPY LBOARD.
001080*
001090 FD  LBHIST-FILE
001100     RECORD CONTAINS 74 CHARACTERS.
001110 01  LBHIST-RECORD               PIC X(74).
001120*
001130 FD  GAMESEQ-FILE
001140     RECORD CONTAINS 41 CHARACTERS.
001150     COPY GAMESEQ.
001160*
001170 WORKING-STORAGE SECTION.
001180 01  WORDS-STATUS                 PIC X(2).
001190     88  WORDS-OK                 VALUE "00".
001200     88  WORDS-EOF                VALUE "10".
001210     88  WORDS-NOT-FOUND          VALUE "35".
001220 01  GSTATOLD-STATUS              PIC X(2).
001230     88  GSTATOLD-OK              VALUE "00".
001240     88  GSTATOLD-EOF             VALUE "10".
001250     88  GSTATOLD-NOT-FOUND       VALUE "35".
001260 01  GHISTOLD-STATUS              PIC X(2).
001270     88  GHISTOLD-OK              VALUE "00".
001280     88  GHISTOLD-EOF             VALUE "10".
001290     88  GHISTOLD-NOT-FOUND       VALUE "35".
001300 01  LBRDOLD-STATUS               PIC X(2).
001310     88  LBRDOLD-OK               VALUE "00".
001320     88  LBRDOLD-EOF              VALUE "10".
001330     88  LBRDOLD-NOT-FOUND        VALUE "35".
001340 01  LBHSTOLD-STATUS              PIC X(2).
001350     88  LBHSTOLD-OK              VALUE "00".
001360     88  LBHSTOLD-EOF             VALUE "10".
001370     88  LBHSTOLD-NOT-FOUND       VALUE "35".
001380 01  GAMESTAT-STATUS              PIC X(2).
001390     88  GAMESTAT-OK              VALUE "00".
001400 01  GAMEHIST-STATUS              PIC X(2).
001410     88  GAMEHIST-OK              VALUE "00".
001420 01  LEADERBOARD-STATUS           PIC X(2).
001430     88  LEADERBOARD-OK           VALUE "00".
001440 01  LBHIST-STATUS                PIC X(2).
001450     88  LBHIST-OK                VALUE "00".
001460 01  GAMESEQ-STATUS               PIC X(2).
001470     88  GAMESEQ-OK               VALUE "00".
001480     88  GAMESEQ-NOT-FOUND        VALUE "35".
001490*
001500 01  FILLER                       PIC X.
001510     88  FATAL-ERROR              VALUE "E".
001520     88  NO-FATAL-ERROR           VALUE "N".
001530 01  FILLER                       PIC X.
001540     88  SEQUENCE-ON-FILE         VALUE "Y".
001550     88  SEQUENCE-NEW             VALUE "N".
001560 01  FILLER                       PIC X.
001570     88  WORD-FOUND               VALUE "Y".
001580     88  WORD-NOT-FOUND           VALUE "N".
001590 01  FILLER                       PIC X.
001600     88  MATE-FOUND               VALUE "Y".
001610     88  MATE-MISSING             VALUE "N".
001620*
001630 01  CURRENT-DATE-TIME            PIC X(21).
001640 01  NEXT-GAME-ID                 PIC 9(9).
001650 01  FIRST-GAME-ID                PIC 9(9).
001660 01  LOOKUP-WORD                  PIC X(20).
001670 01  LOOKUP-DIFFICULTY            PIC X(01).
001680*
001690 01  WORD-TABLE.
001700     05  WORD-ENTRY               OCCURS 500 TIMES
001710                                  INDEXED BY WT-IDX.
001720         10  WT-WORD              PIC X(20).
001730         10  WT-DIFFICULTY        PIC X(01).
001740 01  WORD-COUNT                   PIC 9(3) COMP.
001750*
001760 01  FEED-TABLE.
001770     05  FEED-ENTRY               OCCURS 1000 TIMES.
001780         10  FD-OLD-RECORD        PIC X(52).
001790         10  FD-PLAYER-ID         PIC X(10).
001800         10  FD-WORD              PIC X(20).
001810         10  FD-RESULT            PIC X(01).
001820         10  FD-GUESS-COUNT       PIC 9(3).
001830         10  FD-GAME-DATE         PIC 9(8).
001840         10  FD-GAME-ID           PIC 9(9).
001850         10  FD-MATCHED           PIC X(01).
001860             88  FD-IS-MATCHED    VALUE "M".
001870             88  FD-IS-UNMATCHED  VALUE "U".
001880 01  FEED-COUNT                   PIC 9(5) COMP.
001890 01  FEED-SUB                     PIC 9(5) COMP.
001900*
001910 01  GSTATOLD-READ                PIC 9(7) COMP.
001920 01  GAMESTAT-WRITTEN             PIC 9(7) COMP.
001930 01  GHISTOLD-READ                PIC 9(7) COMP.
001940 01  GAMEHIST-WRITTEN             PIC 9(7) COMP.
001950 01  LBRDOLD-READ                 PIC 9(7) COMP.
001960 01  LEADERBOARD-WRITTEN          PIC 9(7) COMP.
001970 01  LBHSTOLD-READ                PIC 9(7) COMP.
001980 01  LBHIST-WRITTEN               PIC 9(7) COMP.
001990 01  PAIRED-COUNT                 PIC 9(7) COMP.
002000 01  GAMESTAT-UNPAIRED            PIC 9(7) COMP.
002010 01  FEED-UNPAIRED                PIC 9(7) COMP.
002020 01  IDS-ISSUED                   PIC 9(7) COMP.
002030 01  WORDS-UNKNOWN                PIC 9(7) COMP.
002040 01  BALANCE-CHECK                PIC 9(7) COMP.
002050*
002060 COPY GAMESTAT REPLACING ==GAMESTAT-RECORD== BY ==GSTAT-WORK==
002070     LEADING ==GSREC== BY ==GSWK==.
002080 COPY LBOARD REPLACING ==LEADERBOARD-RECORD== BY ==FEED-WORK==
002090     LEADING ==LBREC== BY ==FWRK==.
002100*
002110 PROCEDURE DIVISION.
002120*-----------------------------------------------------------------
002130* 0000-MAINLINE
002140*-----------------------------------------------------------------
002150 0000-MAINLINE.
002160     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002170     IF NOT FATAL-ERROR
002180         PERFORM 2000-LOAD-TABLES    THRU 2000-EXIT
002190     END-IF.
002200     IF NOT FATAL-ERROR
002210         PERFORM 3000-CONVERT-CURRENT THRU 3000-EXIT
002220         PERFORM 4000-CONVERT-HISTORY THRU 4000-EXIT
002230         PERFORM 5000-SEED-SEQUENCE  THRU 5000-EXIT
002240     END-IF.
002250     IF NOT FATAL-ERROR
002260         PERFORM 6000-BALANCE-TOTALS THRU 6000-EXIT
002270     END-IF.
002280     GOBACK.
002290*
002300*-----------------------------------------------------------------
002310* 1000-INITIALIZE - PICK UP THE LAST GAME ID ALREADY HANDED OUT,
002320* IF GAMESEQ EXISTS, AND OPEN THE OLD AND NEW FILES.  THE WORDS
002330* FILE IS REQUIRED FOR THE DIFFICULTY LOOKUP; A MISSING OLD FILE
002340* IS CONVERTED AS EMPTY.
002350*-----------------------------------------------------------------
002360 1000-INITIALIZE.
002370     SET NO-FATAL-ERROR          TO TRUE.
002380     MOVE ZERO                  TO GSTATOLD-READ.
002390     MOVE ZERO                  TO GAMESTAT-WRITTEN.
002400     MOVE ZERO                  TO GHISTOLD-READ.
002410     MOVE ZERO                  TO GAMEHIST-WRITTEN.
002420     MOVE ZERO                  TO LBRDOLD-READ.
002430     MOVE ZERO                  TO LEADERBOARD-WRITTEN.
002440     MOVE ZERO                  TO LBHSTOLD-READ.
002450     MOVE ZERO                  TO LBHIST-WRITTEN.
002460     MOVE ZERO                  TO PAIRED-COUNT.
002470     MOVE ZERO                  TO GAMESTAT-UNPAIRED.
002480     MOVE ZERO                  TO FEED-UNPAIRED.
002490     MOVE ZERO                  TO IDS-ISSUED.
002500     MOVE ZERO                  TO WORDS-UNKNOWN.
002510     MOVE ZERO                  TO WORD-COUNT.
002520     MOVE ZERO                  TO FEED-COUNT.
002530     MOVE ZERO                  TO NEXT-GAME-ID.
002540     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
002550     SET SEQUENCE-NEW            TO TRUE.
002560     OPEN INPUT GAMESEQ-FILE.
002570     IF GAMESEQ-OK
002580         MOVE SPACES            TO SQREC-KEY
002590         SET SQREC-GAME-ID-KEY   TO TRUE
002600         READ GAMESEQ-FILE
002610             INVALID KEY
002620                 CONTINUE
002630             NOT INVALID KEY
002640                 SET SEQUENCE-ON-FILE TO TRUE
002650                 MOVE SQREC-LAST-ID TO NEXT-GAME-ID
002660         END-READ
002670         CLOSE GAMESEQ-FILE
002680     END-IF.
002690     COMPUTE FIRST-GAME-ID = NEXT-GAME-ID + 1.
002700     OPEN INPUT WORDS-FILE.
002710     IF NOT WORDS-OK
002720         DISPLAY "UNABLE TO OPEN WORDS FILE, STATUS "
002730             WORDS-STATUS
002740         SET FATAL-ERROR         TO TRUE
002750         MOVE 8                  TO RETURN-CODE
002760         GO TO 1000-EXIT
002770     END-IF.
002780     OPEN INPUT GSTATOLD-FILE.
002790     IF GSTATOLD-NOT-FOUND
002800         DISPLAY "GSTATOLD FILE NOT FOUND - CONVERTED AS EMPTY"
002810     ELSE
002820         IF NOT GSTATOLD-OK
002830             DISPLAY "UNABLE TO OPEN GSTATOLD FILE, STATUS "
002840                 GSTATOLD-STATUS
002850             SET FATAL-ERROR     TO TRUE
002860             MOVE 8              TO RETURN-CODE
002870             GO TO 1000-EXIT
002880         END-IF
002890     END-IF.
002900     OPEN INPUT GHISTOLD-FILE.
002910     IF GHISTOLD-NOT-FOUND
002920         DISPLAY "GHISTOLD FILE NOT FOUND - CONVERTED AS EMPTY"
002930     ELSE
002940         IF NOT GHISTOLD-OK
002950             DISPLAY "UNABLE TO OPEN GHISTOLD FILE, STATUS "
002960                 GHISTOLD-STATUS
002970             SET FATAL-ERROR     TO TRUE
002980             MOVE 8              TO RETURN-CODE
002990             GO TO 1000-EXIT
003000         END-IF
003010     END-IF.
003020     OPEN INPUT LBRDOLD-FILE.
003030     IF LBRDOLD-NOT-FOUND
003040         DISPLAY "LBRDOLD FILE NOT FOUND - CONVERTED AS EMPTY"
003050     ELSE
003060         IF NOT LBRDOLD-OK
003070             DISPLAY "UNABLE TO OPEN LBRDOLD FILE, STATUS "
003080                 LBRDOLD-STATUS
003090             SET FATAL-ERROR     TO TRUE
003100             MOVE 8              TO RETURN-CODE
003110             GO TO 1000-EXIT
003120         END-IF
003130     END-IF.
003140     OPEN INPUT LBHSTOLD-FILE.
003150     IF LBHSTOLD-NOT-FOUND
003160         DISPLAY "LBHSTOLD FILE NOT FOUND - CONVERTED AS EMPTY"
003170     ELSE
003180         IF NOT LBHSTOLD-OK
003190             DISPLAY "UNABLE TO OPEN LBHSTOLD FILE, STATUS "
003200                 LBHSTOLD-STATUS
003210             SET FATAL-ERROR     TO TRUE
003220             MOVE 8              TO RETURN-CODE
003230             GO TO 1000-EXIT
003240         END-IF
003250     END-IF.
003260     OPEN OUTPUT GAMESTAT-FILE.
003270     IF NOT GAMESTAT-OK
003280         DISPLAY "UNABLE TO OPEN GAMESTAT FILE, STATUS "
003290             GAMESTAT-STATUS
003300         SET FATAL-ERROR         TO TRUE
003310         MOVE 8                  TO RETURN-CODE
003320         GO TO 1000-EXIT
003330     END-IF.
003340     OPEN OUTPUT GAMEHIST-FILE.
003350     IF NOT GAMEHIST-OK
003360         DISPLAY "UNABLE TO OPEN GAMEHIST FILE, STATUS "
003370             GAMEHIST-STATUS
003380         SET FATAL-ERROR         TO TRUE
003390         MOVE 8                  TO RETURN-CODE
003400         GO TO 1000-EXIT
003410     END-IF.
003420     OPEN OUTPUT LEADERBOARD-FILE.
003430     IF NOT LEADERBOARD-OK
003440         DISPLAY "UNABLE TO OPEN LBOARD FILE, STATUS "
003450             LEADERBOARD-STATUS
003460         SET FATAL-ERROR         TO TRUE
003470         MOVE 8                  TO RETURN-CODE
003480         GO TO 1000-EXIT
003490     END-IF.
003500     OPEN OUTPUT LBHIST-FILE.
003510     IF NOT LBHIST-OK
003520         DISPLAY "UNABLE TO OPEN LBHIST FILE, STATUS "
003530             LBHIST-STATUS
003540         SET FATAL-ERROR         TO TRUE
003550         MOVE 8                  TO RETURN-CODE
003560     END-IF.
003570 1000-EXIT.
003580     EXIT.
003590*
003600*-----------------------------------------------------------------
003610* 2000-LOAD-TABLES - THE WORDS FILE FOR THE DIFFICULTY LOOKUP AND
003620* THE OLD CURRENT FEED FOR THE PAIRING.  EITHER TABLE OVERFLOWING
003630* STOPS THE RUN - A PARTIAL PAIRING WOULD HAND OUT WRONG IDS.
003640*-----------------------------------------------------------------
003650 2000-LOAD-TABLES.
003660     PERFORM 2100-LOAD-ONE-WORD  THRU 2100-EXIT
003670         UNTIL WORDS-EOF
003680            OR FATAL-ERROR.
003690     CLOSE WORDS-FILE.
003700     IF FATAL-ERROR
003710         DISPLAY "WORDS FILE HOLDS MORE THAN 500 WORDS"
003720         MOVE 8                  TO RETURN-CODE
003730         GO TO 2000-EXIT
003740     END-IF.
003750     IF LBRDOLD-NOT-FOUND
003760         GO TO 2000-EXIT
003770     END-IF.
003780     PERFORM 2200-LOAD-ONE-FEED  THRU 2200-EXIT
003790         UNTIL LBRDOLD-EOF
003800            OR FATAL-ERROR.
003810     CLOSE LBRDOLD-FILE.
003820     IF FATAL-ERROR
003830         DISPLAY "LBRDOLD FILE HOLDS MORE THAN 1000 RECORDS - "
003840             "RUN GAMEARCH BEFORE CONVERTING"
003850         MOVE 8                  TO RETURN-CODE
003860     END-IF.
003870 2000-EXIT.
003880     EXIT.
003890*
003900 2100-LOAD-ONE-WORD.
003910     READ WORDS-FILE NEXT RECORD
003920         AT END
003930             SET WORDS-EOF       TO TRUE
003940         NOT AT END
003950             IF WORD-COUNT NOT LESS THAN 500
003960                 SET FATAL-ERROR TO TRUE
003970             ELSE
003980                 ADD 1           TO WORD-COUNT
003990                 SET WT-IDX      TO WORD-COUNT
004000                 MOVE WREC-WORD  TO WT-WORD (WT-IDX)
004010                 MOVE WREC-DIFFICULTY
004020                     TO WT-DIFFICULTY (WT-IDX)
004030             END-IF
004040     END-READ.
004050 2100-EXIT.
004060     EXIT.
004070*
004080 2200-LOAD-ONE-FEED.
004090     READ LBRDOLD-FILE NEXT RECORD
004100         AT END
004110             SET LBRDOLD-EOF     TO TRUE
004120         NOT AT END
004130             ADD 1               TO LBRDOLD-READ
004140             IF FEED-COUNT NOT LESS THAN 1000
004150                 SET FATAL-ERROR TO TRUE
004160             ELSE
004170                 ADD 1           TO FEED-COUNT
004180                 MOVE LBRDOLD-RECORD TO FEED-WORK
004190                 MOVE LBRDOLD-RECORD
004200                     TO FD-OLD-RECORD (FEED-COUNT)
004210                 MOVE FWRK-PLAYER-ID
004220                     TO FD-PLAYER-ID (FEED-COUNT)
004230                 MOVE FWRK-WORD  TO FD-WORD (FEED-COUNT)
004240                 MOVE FWRK-RESULT
004250                     TO FD-RESULT (FEED-COUNT)
004260                 MOVE FWRK-GUESS-COUNT
004270                     TO FD-GUESS-COUNT (FEED-COUNT)
004280                 MOVE FWRK-GAME-DATE
004290                     TO FD-GAME-DATE (FEED-COUNT)
004300                 MOVE ZERO       TO FD-GAME-ID (FEED-COUNT)
004310                 SET FD-IS-UNMATCHED (FEED-COUNT) TO TRUE
004320             END-IF
004330     END-READ.
004340 2200-EXIT.
004350     EXIT.
004360*
004370*-----------------------------------------------------------------
004380* 3000-CONVERT-CURRENT - EACH OLD GAMESTAT RECORD TAKES THE NEXT
004390* GAME ID AND HANDS IT TO ITS FEED MATE; THE FEED IS THEN WRITTEN
004400* IN ITS ORIGINAL ORDER, WITH ANY RECORD LEFT UNPAIRED TAKING AN
004410* ID OF ITS OWN.
004420*-----------------------------------------------------------------
004430 3000-CONVERT-CURRENT.
004440     IF GSTATOLD-NOT-FOUND
004450         GO TO 3000-FEED
004460     END-IF.
004470     PERFORM 3100-CONVERT-GAMESTAT THRU 3100-EXIT
004480         UNTIL GSTATOLD-EOF.
004490     CLOSE GSTATOLD-FILE.
004500 3000-FEED.
004510     MOVE ZERO                  TO FEED-SUB.
004520     PERFORM 3300-WRITE-FEED     THRU 3300-EXIT
004530         FEED-COUNT TIMES.
004540     CLOSE GAMESTAT-FILE.
004550     CLOSE LEADERBOARD-FILE.
004560 3000-EXIT.
004570     EXIT.
004580*
004590 3100-CONVERT-GAMESTAT.
004600     READ GSTATOLD-FILE NEXT RECORD
004610         AT END
004620             SET GSTATOLD-EOF    TO TRUE
004630         NOT AT END
004640             ADD 1               TO GSTATOLD-READ
004650             MOVE GSTATOLD-RECORD TO GAMESTAT-RECORD
004660             ADD 1               TO NEXT-GAME-ID
004670             ADD 1               TO IDS-ISSUED
004680             MOVE NEXT-GAME-ID  TO GSREC-GAME-ID
004690             MOVE GSREC-WORD    TO LOOKUP-WORD
004700             PERFORM 7000-LOOKUP-DIFFICULTY THRU 7000-EXIT
004710             MOVE LOOKUP-DIFFICULTY TO GSREC-DIFFICULTY
004720             PERFORM 3200-FIND-MATE THRU 3200-EXIT
004730             IF MATE-FOUND
004740                 ADD 1           TO PAIRED-COUNT
004750                 SET FD-IS-MATCHED (FEED-SUB) TO TRUE
004760                 MOVE NEXT-GAME-ID TO FD-GAME-ID (FEED-SUB)
004770                 MOVE FD-PLAYER-ID (FEED-SUB)
004780                     TO GSREC-PLAYER-ID
004790             ELSE
004800                 ADD 1           TO GAMESTAT-UNPAIRED
004810                 MOVE SPACES     TO GSREC-PLAYER-ID
004820                 DISPLAY "GAMESTAT WITHOUT FEED MATE: "
004830                     GSREC-GAME-ID " " GSREC-GAME-DATE " "
004840                     FUNCTION TRIM (GSREC-WORD) " "
004850                     GSREC-RESULT " " GSREC-GUESS-COUNT
004860             END-IF
004870             WRITE GAMESTAT-RECORD
004880             ADD 1               TO GAMESTAT-WRITTEN
004890     END-READ.
004900 3100-EXIT.
004910     EXIT.
004920*
004930*-----------------------------------------------------------------
004940* 3200-FIND-MATE - LINEAR SEARCH THE FEED TABLE FOR AN UNMATCHED
004950* ENTRY WITH THE SAME DATE, WORD, RESULT AND GUESS COUNT, LEAVING
004960* FEED-SUB AT THE MATCH.
004970*-----------------------------------------------------------------
004980 3200-FIND-MATE.
004990     SET MATE-MISSING            TO TRUE.
005000     MOVE ZERO                  TO FEED-SUB.
005010     PERFORM 3210-CHECK-ENTRY    THRU 3210-EXIT
005020         UNTIL MATE-FOUND
005030            OR FEED-SUB NOT LESS THAN FEED-COUNT.
005040 3200-EXIT.
005050     EXIT.
005060*
005070 3210-CHECK-ENTRY.
005080     ADD 1                       TO FEED-SUB.
005090     IF FD-IS-UNMATCHED (FEED-SUB)
005100             AND FD-GAME-DATE (FEED-SUB) = GSREC-GAME-DATE
005110             AND FD-WORD (FEED-SUB) = GSREC-WORD
005120             AND FD-RESULT (FEED-SUB) = GSREC-RESULT
005130             AND FD-GUESS-COUNT (FEED-SUB) = GSREC-GUESS-COUNT
005140         SET MATE-FOUND          TO TRUE
005150     END-IF.
005160 3210-EXIT.
005170     EXIT.
005180*
005190 3300-WRITE-FEED.
005200     ADD 1                       TO FEED-SUB.
005210     MOVE FD-OLD-RECORD (FEED-SUB) TO LEADERBOARD-RECORD.
005220     IF FD-IS-UNMATCHED (FEED-SUB)
005230         ADD 1                   TO NEXT-GAME-ID
005240         ADD 1                   TO IDS-ISSUED
005250         ADD 1                   TO FEED-UNPAIRED
005260         MOVE NEXT-GAME-ID      TO FD-GAME-ID (FEED-SUB)
005270         DISPLAY "FEED WITHOUT GAMESTAT MATE: "
005280             NEXT-GAME-ID " " FD-PLAYER-ID (FEED-SUB) " "
005290             FUNCTION TRIM (FD-WORD (FEED-SUB)) " "
005300             FD-RESULT (FEED-SUB) " "
005310             FD-GUESS-COUNT (FEED-SUB)
005320     END-IF.
005330     MOVE FD-GAME-ID (FEED-SUB) TO LBREC-GAME-ID.
005340     MOVE LBREC-WORD            TO LOOKUP-WORD.
005350     PERFORM 7000-LOOKUP-DIFFICULTY THRU 7000-EXIT.
005360     MOVE LOOKUP-DIFFICULTY     TO LBREC-DIFFICULTY.
005370     WRITE LEADERBOARD-RECORD.
005380     ADD 1                       TO LEADERBOARD-WRITTEN.
005390 3300-EXIT.
005400     EXIT.
005410*
005420*-----------------------------------------------------------------
005430* 4000-CONVERT-HISTORY - HISTORY RECORDS PREDATE THE SEQUENCE.
005440* THEY CARRY GAME ID ZERO, AND GAMEHIST A BLANK PLAYER ID, SINCE
005450* THE OLD HISTORY CANNOT BE PAIRED RELIABLY; THE DIFFICULTY IS
005460* STILL LOOKED UP.
005470*-----------------------------------------------------------------
005480 4000-CONVERT-HISTORY.
005490     IF GHISTOLD-NOT-FOUND
005500         GO TO 4000-FEED
005510     END-IF.
005520     PERFORM 4100-CONVERT-GAMEHIST THRU 4100-EXIT
005530         UNTIL GHISTOLD-EOF.
005540     CLOSE GHISTOLD-FILE.
005550 4000-FEED.
005560     IF LBHSTOLD-NOT-FOUND
005570         GO TO 4000-CLOSE
005580     END-IF.
005590     PERFORM 4200-CONVERT-LBHIST THRU 4200-EXIT
005600         UNTIL LBHSTOLD-EOF.
005610     CLOSE LBHSTOLD-FILE.
005620 4000-CLOSE.
005630     CLOSE GAMEHIST-FILE.
005640     CLOSE LBHIST-FILE.
005650 4000-EXIT.
005660     EXIT.
005670*
005680 4100-CONVERT-GAMEHIST.
005690     READ GHISTOLD-FILE NEXT RECORD
005700         AT END
005710             SET GHISTOLD-EOF    TO TRUE
005720         NOT AT END
005730             ADD 1               TO GHISTOLD-READ
005740             MOVE GHISTOLD-RECORD TO GSTAT-WORK
005750             MOVE ZERO          TO GSWK-GAME-ID
005760             MOVE SPACES        TO GSWK-PLAYER-ID
005770             MOVE GSWK-WORD     TO LOOKUP-WORD
005780             PERFORM 7000-LOOKUP-DIFFICULTY THRU 7000-EXIT
005790             MOVE LOOKUP-DIFFICULTY TO GSWK-DIFFICULTY
005800             MOVE GSTAT-WORK    TO GAMEHIST-RECORD
005810             WRITE GAMEHIST-RECORD
005820             ADD 1               TO GAMEHIST-WRITTEN
005830     END-READ.
005840 4100-EXIT.
005850     EXIT.
005860*
005870 4200-CONVERT-LBHIST.
005880     READ LBHSTOLD-FILE NEXT RECORD
005890         AT END
005900             SET LBHSTOLD-EOF    TO TRUE
005910         NOT AT END
005920             ADD 1               TO LBHSTOLD-READ
005930             MOVE LBHSTOLD-RECORD TO FEED-WORK
005940             MOVE ZERO          TO FWRK-GAME-ID
005950             MOVE FWRK-WORD     TO LOOKUP-WORD
005960             PERFORM 7000-LOOKUP-DIFFICULTY THRU 7000-EXIT
005970             MOVE LOOKUP-DIFFICULTY TO FWRK-DIFFICULTY
005980             MOVE FEED-WORK     TO LBHIST-RECORD
005990             WRITE LBHIST-RECORD
006000             ADD 1               TO LBHIST-WRITTEN
006010     END-READ.
006020 4200-EXIT.
006030     EXIT.
006040*
006050*-----------------------------------------------------------------
006060* 5000-SEED-SEQUENCE - LEAVE THE LAST ID HANDED OUT ON GAMESEQ SO
006070* HANGMAN'S FIRST GAME AFTER THE CUTOVER TAKES THE NEXT ONE.
006080*-----------------------------------------------------------------
006090 5000-SEED-SEQUENCE.
006100     IF SEQUENCE-ON-FILE
006110         OPEN I-O GAMESEQ-FILE
006120     ELSE
006130         OPEN OUTPUT GAMESEQ-FILE
006140     END-IF.
006150     IF NOT GAMESEQ-OK
006160         DISPLAY "UNABLE TO OPEN GAMESEQ FILE, STATUS "
006170             GAMESEQ-STATUS
006180         SET FATAL-ERROR         TO TRUE
006190         MOVE 8                  TO RETURN-CODE
006200         GO TO 5000-EXIT
006210     END-IF.
006220     MOVE SPACES                TO GAME-SEQUENCE-RECORD.
006230     SET SQREC-GAME-ID-KEY       TO TRUE.
006240     MOVE NEXT-GAME-ID          TO SQREC-LAST-ID.
006250     MOVE CURRENT-DATE-TIME (1:8) TO SQREC-LAST-DATE.
006260     MOVE CURRENT-DATE-TIME (9:6) TO SQREC-LAST-TIME.
006270     MOVE "GAMECONV"            TO SQREC-LAST-PLAYER.
006280     IF SEQUENCE-ON-FILE
006290         REWRITE GAME-SEQUENCE-RECORD
006300     ELSE
006310         WRITE GAME-SEQUENCE-RECORD
006320     END-IF.
006330     IF NOT GAMESEQ-OK
006340         DISPLAY "UNABLE TO UPDATE GAMESEQ FILE, STATUS "
006350             GAMESEQ-STATUS
006360         SET FATAL-ERROR         TO TRUE
006370         MOVE 8                  TO RETURN-CODE
006380     END-IF.
006390     CLOSE GAMESEQ-FILE.
006400 5000-EXIT.
006410     EXIT.
006420*
006430*-----------------------------------------------------------------
006440* 6000-BALANCE-TOTALS - PROVE EVERY OLD RECORD WAS WRITTEN TO ITS
006450* NEW FILE AND SET THE RETURN CODE.
006460*-----------------------------------------------------------------
006470 6000-BALANCE-TOTALS.
006480     COMPUTE BALANCE-CHECK = PAIRED-COUNT + GAMESTAT-UNPAIRED
006490         + FEED-UNPAIRED.
006500     DISPLAY "GAME ID CONVERSION".
006510     DISPLAY "==============================".
006520     DISPLAY "GAMESTAT READ  . . . . : " GSTATOLD-READ.
006530     DISPLAY "GAMESTAT WRITTEN . . . : " GAMESTAT-WRITTEN.
006540     DISPLAY "LBOARD READ  . . . . . : " LBRDOLD-READ.
006550     DISPLAY "LBOARD WRITTEN . . . . : " LEADERBOARD-WRITTEN.
006560     DISPLAY "GAMEHIST READ  . . . . : " GHISTOLD-READ.
006570     DISPLAY "GAMEHIST WRITTEN . . . : " GAMEHIST-WRITTEN.
006580     DISPLAY "LBHIST READ  . . . . . : " LBHSTOLD-READ.
006590     DISPLAY "LBHIST WRITTEN . . . . : " LBHIST-WRITTEN.
006600     DISPLAY "PAIRED GAMES . . . . . : " PAIRED-COUNT.
006610     DISPLAY "GAMESTAT UNPAIRED  . . : " GAMESTAT-UNPAIRED.
006620     DISPLAY "FEED UNPAIRED  . . . . : " FEED-UNPAIRED.
006630     DISPLAY "WORDS NOT ON FILE  . . : " WORDS-UNKNOWN.
006640     IF IDS-ISSUED > ZERO
006650         DISPLAY "GAME IDS ISSUED  . . . : " FIRST-GAME-ID
006660             " TO " NEXT-GAME-ID
006670     ELSE
006680         DISPLAY "GAME IDS ISSUED  . . . : NONE"
006690     END-IF.
006700     IF GAMESTAT-WRITTEN NOT = GSTATOLD-READ
006710             OR LEADERBOARD-WRITTEN NOT = LBRDOLD-READ
006720             OR GAMEHIST-WRITTEN NOT = GHISTOLD-READ
006730             OR LBHIST-WRITTEN NOT = LBHSTOLD-READ
006740             OR BALANCE-CHECK NOT = IDS-ISSUED
006750         DISPLAY "*** CONVERSION OUT OF BALANCE ***"
006760         MOVE 8                  TO RETURN-CODE
006770         GO TO 6000-EXIT
006780     END-IF.
006790     IF GAMESTAT-UNPAIRED > ZERO
006800             OR FEED-UNPAIRED > ZERO
006810             OR WORDS-UNKNOWN > ZERO
006820         DISPLAY "UNPAIRED RECORDS OR UNKNOWN WORDS - REVIEW "
006830             "BEFORE USE"
006840         MOVE 4                  TO RETURN-CODE
006850     ELSE
006860         DISPLAY "CONVERSION COMPLETE"
006870     END-IF.
006880 6000-EXIT.
006890     EXIT.
006900*
006910*-----------------------------------------------------------------
006920* 7000-LOOKUP-DIFFICULTY - LINEAR SEARCH THE WORD TABLE FOR
006930* LOOKUP-WORD.  A WORD SINCE REMOVED FROM THE WORDS FILE GETS A
006940* BLANK DIFFICULTY AND IS COUNTED.
006950*-----------------------------------------------------------------
006960 7000-LOOKUP-DIFFICULTY.
006970     SET WORD-NOT-FOUND          TO TRUE.
006980     MOVE SPACE                 TO LOOKUP-DIFFICULTY.
006990     SET WT-IDX                  TO 1.
007000     SEARCH WORD-ENTRY
007010         AT END
007020             CONTINUE
007030         WHEN WT-IDX > WORD-COUNT
007040             CONTINUE
007050         WHEN WT-WORD (WT-IDX) = LOOKUP-WORD
007060             SET WORD-FOUND      TO TRUE
007070             MOVE WT-DIFFICULTY (WT-IDX) TO LOOKUP-DIFFICULTY
007080     END-SEARCH.
007090     IF WORD-NOT-FOUND
007100         ADD 1                   TO WORDS-UNKNOWN
007110     END-IF.
007120 7000-EXIT.
007130     EXIT.
