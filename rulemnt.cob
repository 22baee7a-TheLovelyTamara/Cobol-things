000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RULEMNT.
000030 AUTHOR.         R TODD CARRUTH.
000040 INSTALLATION.   GAMES BATCH SHOP.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* RULEMNT MAINTAINS THE GAME RULES CONTROL FILE (GAMERULE) THAT
000090* HANGMAN PLAYS AND SCORES UNDER, THE SAME WAY TOURNMNT MAINTAINS
000100* THE TOURNAMENT CONTROL FILE.  IT IS RUN FROM THE COMMAND LINE:
000110*
000120*     RULEMNT DEFINE  <ID> <EFFECTIVE-YYYYMMDD> [MAX-WRONG]
000130*                     [PENALTY] [SECS-PER-POINT] [MIN-WIN]
000140*                     [EASY-PTS] [MEDIUM-PTS] [HARD-PTS]
000150*     RULEMNT INQUIRE <ID> | <YYYYMMDD>
000160*     RULEMNT LIST
000170*
000180* DEFINE APPENDS ONE RULE SET AFTER CHECKING THE ID IS NEW, NO
000190* OTHER SET TAKES EFFECT ON THE SAME DATE, AND THE DATE IS NOT
000200* IN THE PAST - A SCORE ALREADY EARNED MUST STAY EXPLAINED BY THE
000210* RULES ON FILE FOR ITS DATE.  ANY VALUE LEFT OFF THE END OF THE
000220* COMMAND IS CARRIED FORWARD FROM THE SET IN EFFECT THE DAY
000230* BEFORE, SO A ONE-FACTOR CHANGE NEEDS ONLY THAT FACTOR AND THE
000240* ONES AHEAD OF IT.  INQUIRE SHOWS ONE SET BY ID, OR THE SET IN
000250* EFFECT ON A DATE.  LIST SHOWS EVERY SET ON THE FILE AND MARKS
000260* THE ONE IN EFFECT TODAY.  BEFORE THE FIRST SET TAKES EFFECT THE
000270* COMPILED STANDARD RULES APPLY, UNDER THE RESERVED ID STANDARD.
000280*
000290* EVERY DEFINE, ACCEPTED OR REFUSED, IS APPENDED TO THE GAME RULES
000300* AUDIT LOG (RULEAUDT) WITH DATE, TIME, USER AND REASON.
000310*
000320* MODIFICATION HISTORY
000330* DATE       INIT  DESCRIPTION
000340* ---------  ----  -------------------------------------------
000350* 2026-10-15  RTC  ORIGINAL VERSION.
000352* 2026-10-15  RTC  DEFINE IS CHECKED AGAINST THE OPERATOR
000354*                  AUTHORITY FILE (RULE-DEFINE).  A REFUSAL IS
000356*                  WRITTEN TO THE SECURITY LOG AS WELL AS THE
000358*                  RULES AUDIT LOG.
000360*-----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RULES-FILE          ASSIGN TO "GAMERULE"
000410                                ORGANIZATION LINE SEQUENTIAL
000420                                FILE STATUS IS RULES-STATUS.
000430     SELECT RULE-AUDIT-FILE     ASSIGN TO "RULEAUDT"
000440                                ORGANIZATION LINE SEQUENTIAL
000450                                FILE STATUS IS RULE-AUDIT-STATUS.
000451     SELECT OPER-AUTH-FILE      ASSIGN TO "OPERAUTH"
000452                                ORGANIZATION INDEXED
000453                                ACCESS MODE RANDOM
000454                                RECORD KEY IS OAREC-USER-ID
000455                                FILE STATUS IS OPER-AUTH-STATUS.
000456     SELECT SECURITY-LOG-FILE   ASSIGN TO "SECLOG"
000457                                ORGANIZATION LINE SEQUENTIAL
000458                                FILE STATUS IS SECLOG-STATUS.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  RULES-FILE
000500     RECORD CONTAINS 53 CHARACTERS.
000510     COPY GAMERULE.
000520*
000530 FD  RULE-AUDIT-FILE
000540     RECORD CONTAINS 77 CHARACTERS.
000550     COPY RULEAUDT.
000551*
000552 FD  OPER-AUTH-FILE
000553     RECORD CONTAINS 386 CHARACTERS.
000554     COPY OPERAUTH.
000555*
000556 FD  SECURITY-LOG-FILE
000557     RECORD CONTAINS 89 CHARACTERS.
000558     COPY SECLOG.
000560*
000570 WORKING-STORAGE SECTION.
000580 01  RULES-STATUS                 PIC X(2).
000590     88  RULES-OK                 VALUE "00".
000600     88  RULES-EOF                VALUE "10".
000610     88  RULES-NOT-FOUND          VALUE "35".
000620 01  RULE-AUDIT-STATUS            PIC X(2).
000630     88  RULE-AUDIT-OK            VALUE "00".
000640     88  RULE-AUDIT-NOT-FOUND     VALUE "35".
000641 01  OPER-AUTH-STATUS             PIC X(2).
000642     88  OPER-AUTH-OK             VALUE "00".
000643     88  OPER-AUTH-NOT-FOUND      VALUE "35".
000644 01  SECLOG-STATUS                PIC X(2).
000645     88  SECLOG-OK                VALUE "00".
000646     88  SECLOG-NOT-FOUND         VALUE "35".
000650*
000660 01  CMD-ARG-COUNT                PIC 9(3).
000670 01  ARG-SUB                      PIC 9(3) COMP.
000680 01  CMD-PARM-TABLE.
000690     05  CMD-PARM                 PIC X(8) OCCURS 10 TIMES.
000700 01  CMD-PARM-VIEW REDEFINES CMD-PARM-TABLE.
000710     05  CMD-ACTION               PIC X(8).
000720     05  CMD-RULE-SET-ID          PIC X(8).
000730     05  CMD-EFFECTIVE-PARM       PIC X(8).
000740     05  CMD-VALUE-PARM           PIC X(8) OCCURS 7 TIMES.
000750 01  VALUE-PARM-JUST              PIC X(3) JUSTIFIED RIGHT.
000760*
000770*    THE COMPILED STANDARD RULES - THE SAME VALUES HANGMAN USED
000780*    BEFORE THE RULES FILE EXISTED.
000790 01  STANDARD-RULES.
000800     05  FILLER                   PIC X(8)     VALUE "STANDARD".
000810     05  FILLER                   PIC 9(8)     VALUE ZERO.
000820     05  FILLER                   PIC 9(3)     VALUE 6.
000830     05  FILLER                   PIC 9(3)     VALUE 5.
000840     05  FILLER                   PIC 9(3)     VALUE 15.
000850     05  FILLER                   PIC 9(3)     VALUE 10.
000860     05  FILLER                   PIC 9(3)     VALUE 10.
000870     05  FILLER                   PIC 9(3)     VALUE 15.
000880     05  FILLER                   PIC 9(3)     VALUE 20.
000890     05  FILLER                   PIC 9(8)     VALUE ZERO.
000900     05  FILLER                   PIC X(8)     VALUE SPACES.
000910 COPY GAMERULE REPLACING ==RULE-SET-RECORD== BY ==RULE-WORK==
000920     LEADING ==RLREC== BY ==RLWK==.
000930 01  RULE-WORK-VALUES REDEFINES RULE-WORK.
000940     05  FILLER                   PIC X(16).
000950     05  RW-VALUE                 PIC 9(3) OCCURS 7 TIMES.
000960     05  FILLER                   PIC X(16).
000970*
000980*    NAME AND SMALLEST ALLOWED VALUE OF EACH FACTOR, IN COMMAND
000990*    LINE ORDER.
001000 01  VALUE-RULE-LIST.
001010     05  FILLER                   PIC X(13) VALUE "MAX WRONG 001".
001020     05  FILLER                   PIC X(13) VALUE "PENALTY   000".
001030     05  FILLER                   PIC X(13) VALUE "SECS/POINT001".
001040     05  FILLER                   PIC X(13) VALUE "MIN WIN   000".
001050     05  FILLER                   PIC X(13) VALUE "EASY PTS  001".
001060     05  FILLER                   PIC X(13) VALUE "MEDIUM PTS001".
001070     05  FILLER                   PIC X(13) VALUE "HARD PTS  001".
001080 01  VALUE-RULE-TABLE REDEFINES VALUE-RULE-LIST.
001090     05  VALUE-RULE               OCCURS 7 TIMES.
001100         10  VALUE-NAME           PIC X(10).
001110         10  VALUE-MINIMUM        PIC 9(3).
001120 01  VALUE-SUB                    PIC 9(3) COMP.
001130 01  MAX-WRONG-LIMIT              PIC 9(3)     VALUE 25.
001140*
001150 01  FILLER                       PIC X.
001160     88  DEFINE-REFUSED           VALUE "R".
001170     88  DEFINE-ALLOWED           VALUE "A".
001180 01  FILLER                       PIC X.
001190     88  SET-FOUND                VALUE "Y".
001200     88  SET-MISSING              VALUE "N".
001210 01  FILLER                       PIC X.
001220     88  INQUIRE-BY-DATE          VALUE "D".
001230     88  INQUIRE-BY-ID            VALUE "I".
001240 01  NEW-EFFECTIVE-DATE           PIC 9(8).
001250 01  LOOKUP-DATE                  PIC 9(8).
001260 01  TODAY-SET-ID                 PIC X(8).
001270 01  SETS-LISTED                  PIC 9(5) COMP.
001280*
001290 01  CURRENT-DATE-TIME            PIC X(21).
001300 01  RUN-DATE                     PIC 9(8).
001310 01  AUDIT-USER                   PIC X(8).
001320 01  AUDIT-ACTION                 PIC X(8).
001330 01  AUDIT-RULE-SET-ID            PIC X(8).
001340 01  AUDIT-EFFECTIVE-DATE         PIC 9(8).
001350 01  AUDIT-STATUS                 PIC X(1).
001360 01  AUDIT-REASON                 PIC X(30).
001361 01  FILLER                       PIC X.
001362     88  OPERATOR-AUTHORIZED      VALUE "Y".
001363     88  OPERATOR-REFUSED         VALUE "N".
001364 01  AUTH-FUNCTION                PIC X(18).
001365 01  AUTH-REASON                  PIC X(30).
001366 01  AUTH-SUB                     PIC 9(2) COMP.
001370*
001380 PROCEDURE DIVISION.
001390*-----------------------------------------------------------------
001400* 0000-MAINLINE
001410*-----------------------------------------------------------------
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001440     EVALUATE CMD-ACTION
001450         WHEN "DEFINE"
001460             PERFORM 2000-DEFINE-RULES THRU 2000-EXIT
001470         WHEN "INQUIRE"
001480             PERFORM 3000-INQUIRE-RULES THRU 3000-EXIT
001490         WHEN "LIST"
001500             PERFORM 4000-LIST-RULES THRU 4000-EXIT
001510         WHEN OTHER
001520             DISPLAY "USAGE: RULEMNT DEFINE <ID> <EFFECTIVE-DATE>"
001530                 " [MAX-WRONG] [PENALTY] [SECS-PER-POINT]"
001540             DISPLAY "                      [MIN-WIN] [EASY-PTS]"
001550                 " [MEDIUM-PTS] [HARD-PTS]"
001560             DISPLAY "       RULEMNT INQUIRE <ID>|<YYYYMMDD>"
001570             DISPLAY "       RULEMNT LIST"
001580     END-EVALUATE.
001590     GOBACK.
001600*
001610*-----------------------------------------------------------------
001620* 1000-INITIALIZE - WHO IS RUNNING, THE RUN DATE, AND THE COMMAND
001630* LINE ARGUMENTS PULLED APART.
001640*-----------------------------------------------------------------
001650 1000-INITIALIZE.
001660     MOVE SPACES                TO CMD-PARM-TABLE.
001670     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
001680     MOVE CURRENT-DATE-TIME (1:8) TO RUN-DATE.
001690     MOVE SPACES                TO AUDIT-USER.
001700     ACCEPT AUDIT-USER           FROM ENVIRONMENT "LOGNAME".
001710     IF AUDIT-USER = SPACES
001720         ACCEPT AUDIT-USER       FROM ENVIRONMENT "USER"
001730     END-IF.
001740     IF AUDIT-USER = SPACES
001750         MOVE "OPERATOR"         TO AUDIT-USER
001760     END-IF.
001770     ACCEPT CMD-ARG-COUNT        FROM ARGUMENT-NUMBER.
001780     IF CMD-ARG-COUNT > 10
001790         MOVE 10                 TO CMD-ARG-COUNT
001800     END-IF.
001810     PERFORM 1100-GET-ARGUMENT   THRU 1100-EXIT
001820         VARYING ARG-SUB FROM 1 BY 1
001830         UNTIL ARG-SUB > CMD-ARG-COUNT.
001840     MOVE FUNCTION UPPER-CASE (CMD-ACTION) TO CMD-ACTION.
001850     MOVE FUNCTION UPPER-CASE (CMD-RULE-SET-ID)
001860         TO CMD-RULE-SET-ID.
001870 1000-EXIT.
001880     EXIT.
001890*
001900 1100-GET-ARGUMENT.
001910     DISPLAY ARG-SUB             UPON ARGUMENT-NUMBER.
001920     ACCEPT CMD-PARM (ARG-SUB)   FROM ARGUMENT-VALUE.
001930 1100-EXIT.
001940     EXIT.
001950*
001960*-----------------------------------------------------------------
001970* 2000-DEFINE-RULES - VALIDATE THE NEW SET, CARRY FORWARD ANY
001980* VALUE NOT GIVEN FROM THE SET IN EFFECT THE DAY BEFORE, APPEND
001990* IT, AND AUDIT THE OUTCOME EITHER WAY.
002000*-----------------------------------------------------------------
002010 2000-DEFINE-RULES.
002020     SET DEFINE-ALLOWED          TO TRUE.
002030     MOVE "DEFINE"              TO AUDIT-ACTION.
002040     MOVE CMD-RULE-SET-ID       TO AUDIT-RULE-SET-ID.
002050     MOVE ZERO                  TO AUDIT-EFFECTIVE-DATE.
002060     IF CMD-EFFECTIVE-PARM IS NUMERIC
002070         MOVE CMD-EFFECTIVE-PARM TO AUDIT-EFFECTIVE-DATE
002080     END-IF.
002082     MOVE "RULE-DEFINE"         TO AUTH-FUNCTION.
002084     PERFORM 8000-CHECK-AUTHORITY THRU 8000-EXIT.
002086     IF OPERATOR-REFUSED
002087         MOVE AUTH-REASON        TO AUDIT-REASON
002088         GO TO 2000-REFUSE
002089     END-IF.
002090     IF CMD-RULE-SET-ID = SPACES
002100         MOVE "RULE SET ID REQUIRED" TO AUDIT-REASON
002110         GO TO 2000-REFUSE
002120     END-IF.
002130     IF CMD-RULE-SET-ID = "STANDARD"
002140         MOVE "STANDARD IS A RESERVED ID" TO AUDIT-REASON
002150         GO TO 2000-REFUSE
002160     END-IF.
002170     IF CMD-EFFECTIVE-PARM IS NOT NUMERIC
002180         MOVE "EFFECTIVE DATE MUST BE YYYYMMDD" TO AUDIT-REASON
002190         GO TO 2000-REFUSE
002200     END-IF.
002210     MOVE CMD-EFFECTIVE-PARM    TO NEW-EFFECTIVE-DATE.
002220     IF FUNCTION TEST-DATE-YYYYMMDD (NEW-EFFECTIVE-DATE)
002230             NOT = ZERO
002240         MOVE "EFFECTIVE DATE IS NOT A DATE" TO AUDIT-REASON
002250         GO TO 2000-REFUSE
002260     END-IF.
002270     IF NEW-EFFECTIVE-DATE < RUN-DATE
002280         MOVE "EFFECTIVE DATE IS IN THE PAST" TO AUDIT-REASON
002290         GO TO 2000-REFUSE
002300     END-IF.
002310*
002320     COMPUTE LOOKUP-DATE = FUNCTION DATE-OF-INTEGER
002330         (FUNCTION INTEGER-OF-DATE (NEW-EFFECTIVE-DATE) - 1).
002340     PERFORM 2100-CHECK-FILE     THRU 2100-EXIT.
002350     IF DEFINE-REFUSED
002360         GO TO 2000-REFUSE
002370     END-IF.
002380     PERFORM 2200-APPLY-VALUE    THRU 2200-EXIT
002390         VARYING VALUE-SUB FROM 1 BY 1
002400         UNTIL VALUE-SUB > 7 OR DEFINE-REFUSED.
002410     IF DEFINE-REFUSED
002420         GO TO 2000-REFUSE
002430     END-IF.
002440     IF RLWK-MAX-WRONG > MAX-WRONG-LIMIT
002450         MOVE "MAX WRONG MAY NOT EXCEED 25" TO AUDIT-REASON
002460         GO TO 2000-REFUSE
002470     END-IF.
002480*
002490     MOVE CMD-RULE-SET-ID       TO RLWK-RULE-SET-ID.
002500     MOVE NEW-EFFECTIVE-DATE    TO RLWK-EFFECTIVE-DATE.
002510     MOVE RUN-DATE              TO RLWK-DEFINED-DATE.
002520     MOVE AUDIT-USER            TO RLWK-DEFINED-BY.
002530     OPEN EXTEND RULES-FILE.
002540     IF RULES-NOT-FOUND
002550         OPEN OUTPUT RULES-FILE
002560     END-IF.
002570     IF NOT RULES-OK
002580         DISPLAY "UNABLE TO OPEN GAMERULE FILE, STATUS "
002590             RULES-STATUS
002600         MOVE "GAMERULE FILE WOULD NOT OPEN" TO AUDIT-REASON
002610         GO TO 2000-REFUSE
002620     END-IF.
002630     WRITE RULE-SET-RECORD       FROM RULE-WORK.
002640     CLOSE RULES-FILE.
002650     MOVE "A"                   TO AUDIT-STATUS.
002660     MOVE "COMMAND LINE"        TO AUDIT-REASON.
002670     PERFORM 6000-WRITE-AUDIT    THRU 6000-EXIT.
002680     DISPLAY "DEFINED RULE SET " FUNCTION TRIM (RLWK-RULE-SET-ID).
002690     PERFORM 5000-DISPLAY-SET    THRU 5000-EXIT.
002700     GO TO 2000-EXIT.
002710 2000-REFUSE.
002720     DISPLAY "RULE SET NOT DEFINED - " AUDIT-REASON.
002730     MOVE "R"                   TO AUDIT-STATUS.
002740     PERFORM 6000-WRITE-AUDIT    THRU 6000-EXIT.
002750     MOVE 8                     TO RETURN-CODE.
002760 2000-EXIT.
002770     EXIT.
002780*
002790*-----------------------------------------------------------------
002800* 2100-CHECK-FILE - ONE PASS OF THE RULES FILE: REFUSE A DUPLICATE
002810* ID OR EFFECTIVE DATE, AND LEAVE IN RULE-WORK THE SET IN EFFECT
002820* ON LOOKUP-DATE FOR THE NEW SET TO CARRY FORWARD FROM.  A MISSING
002830* FILE MEANS THE STANDARD RULES ARE IN EFFECT.
002840*-----------------------------------------------------------------
002850 2100-CHECK-FILE.
002860     MOVE STANDARD-RULES        TO RULE-WORK.
002870     OPEN INPUT RULES-FILE.
002880     IF NOT RULES-OK
002890         GO TO 2100-EXIT
002900     END-IF.
002910     PERFORM 2110-CHECK-ONE-SET  THRU 2110-EXIT
002920         UNTIL RULES-EOF OR DEFINE-REFUSED.
002930     CLOSE RULES-FILE.
002940 2100-EXIT.
002950     EXIT.
002960*
002970 2110-CHECK-ONE-SET.
002980     READ RULES-FILE NEXT RECORD
002990         AT END
003000             SET RULES-EOF       TO TRUE
003010             GO TO 2110-EXIT
003020     END-READ.
003030     IF RLREC-RULE-SET-ID = CMD-RULE-SET-ID
003040         MOVE "RULE SET ID ALREADY DEFINED" TO AUDIT-REASON
003050         SET DEFINE-REFUSED      TO TRUE
003060         GO TO 2110-EXIT
003070     END-IF.
003080     IF RLREC-EFFECTIVE-DATE = NEW-EFFECTIVE-DATE
003090         MOVE "A SET ALREADY STARTS THAT DATE" TO AUDIT-REASON
003100         SET DEFINE-REFUSED      TO TRUE
003110         GO TO 2110-EXIT
003120     END-IF.
003130     PERFORM 7100-KEEP-IF-LATER  THRU 7100-EXIT.
003140 2110-EXIT.
003150     EXIT.
003160*
003170*-----------------------------------------------------------------
003180* 2200-APPLY-VALUE - ONE FACTOR FROM THE COMMAND LINE.  A BLANK
003190* PARAMETER KEEPS THE CARRIED-FORWARD VALUE.
003200*-----------------------------------------------------------------
003210 2200-APPLY-VALUE.
003220     IF CMD-VALUE-PARM (VALUE-SUB) = SPACES
003230         GO TO 2200-EXIT
003240     END-IF.
003250     MOVE FUNCTION TRIM (CMD-VALUE-PARM (VALUE-SUB))
003260         TO VALUE-PARM-JUST.
003270     INSPECT VALUE-PARM-JUST
003280         REPLACING LEADING SPACES BY ZERO.
003290     IF VALUE-PARM-JUST IS NOT NUMERIC
003300         MOVE SPACES             TO AUDIT-REASON
003310         STRING FUNCTION TRIM (VALUE-NAME (VALUE-SUB))
003320             " MUST BE NUMERIC" DELIMITED BY SIZE
003330             INTO AUDIT-REASON
003340         SET DEFINE-REFUSED      TO TRUE
003350         GO TO 2200-EXIT
003360     END-IF.
003370     MOVE VALUE-PARM-JUST       TO RW-VALUE (VALUE-SUB).
003380     IF RW-VALUE (VALUE-SUB) < VALUE-MINIMUM (VALUE-SUB)
003390         MOVE SPACES             TO AUDIT-REASON
003400         STRING FUNCTION TRIM (VALUE-NAME (VALUE-SUB))
003410             " MAY NOT BE ZERO" DELIMITED BY SIZE
003420             INTO AUDIT-REASON
003430         SET DEFINE-REFUSED      TO TRUE
003440     END-IF.
003450 2200-EXIT.
003460     EXIT.
003470*
003480*-----------------------------------------------------------------
003490* 3000-INQUIRE-RULES - SHOW ONE SET.  AN ALL-NUMERIC ARGUMENT IS A
003500* DATE AND SHOWS THE SET IN EFFECT THAT DAY; ANYTHING ELSE IS A
003510* RULE SET ID.
003520*-----------------------------------------------------------------
003530 3000-INQUIRE-RULES.
003540     IF CMD-RULE-SET-ID = SPACES
003550         DISPLAY "INQUIRE REQUIRES A RULE SET ID OR A DATE"
003560         MOVE 8                  TO RETURN-CODE
003570         GO TO 3000-EXIT
003580     END-IF.
003590     IF CMD-RULE-SET-ID IS NUMERIC
003600         SET INQUIRE-BY-DATE     TO TRUE
003610         MOVE CMD-RULE-SET-ID   TO LOOKUP-DATE
003620     ELSE
003630         SET INQUIRE-BY-ID       TO TRUE
003640     END-IF.
003650     MOVE STANDARD-RULES        TO RULE-WORK.
003660     IF INQUIRE-BY-ID
003670             AND CMD-RULE-SET-ID NOT = "STANDARD"
003680         SET SET-MISSING         TO TRUE
003690     ELSE
003700         SET SET-FOUND           TO TRUE
003710     END-IF.
003720     OPEN INPUT RULES-FILE.
003730     IF RULES-OK
003740         PERFORM 3100-INQUIRE-ONE-SET THRU 3100-EXIT
003750             UNTIL RULES-EOF
003760         CLOSE RULES-FILE
003770     END-IF.
003780     IF SET-MISSING
003790         DISPLAY "RULE SET " FUNCTION TRIM (CMD-RULE-SET-ID)
003800             " IS NOT ON THE GAMERULE FILE"
003810         MOVE 4                  TO RETURN-CODE
003820         GO TO 3000-EXIT
003830     END-IF.
003840     IF INQUIRE-BY-DATE
003850         DISPLAY "RULE SET IN EFFECT ON " LOOKUP-DATE
003860     END-IF.
003870     PERFORM 5000-DISPLAY-SET    THRU 5000-EXIT.
003880 3000-EXIT.
003890     EXIT.
003900*
003910 3100-INQUIRE-ONE-SET.
003920     READ RULES-FILE NEXT RECORD
003930         AT END
003940             SET RULES-EOF       TO TRUE
003950             GO TO 3100-EXIT
003960     END-READ.
003970     IF INQUIRE-BY-DATE
003980         PERFORM 7100-KEEP-IF-LATER THRU 7100-EXIT
003990     ELSE
004000         IF RLREC-RULE-SET-ID = CMD-RULE-SET-ID
004010             MOVE RULE-SET-RECORD TO RULE-WORK
004020             SET SET-FOUND       TO TRUE
004030         END-IF
004040     END-IF.
004050 3100-EXIT.
004060     EXIT.
004070*
004080*-----------------------------------------------------------------
004090* 4000-LIST-RULES - THE STANDARD RULES, THEN EVERY SET ON THE
004100* FILE IN THE ORDER DEFINED, WITH THE SET IN EFFECT TODAY MARKED.
004110* THE FILE IS READ TWICE - ONCE TO FIND TODAY'S SET, ONCE TO LIST.
004120*-----------------------------------------------------------------
004130 4000-LIST-RULES.
004140     MOVE RUN-DATE              TO LOOKUP-DATE.
004150     MOVE STANDARD-RULES        TO RULE-WORK.
004160     OPEN INPUT RULES-FILE.
004170     IF RULES-OK
004180         PERFORM 4100-FIND-TODAY THRU 4100-EXIT
004190             UNTIL RULES-EOF
004200         CLOSE RULES-FILE
004210     END-IF.
004220     MOVE RLWK-RULE-SET-ID      TO TODAY-SET-ID.
004230     MOVE ZERO                  TO SETS-LISTED.
004240     DISPLAY "GAME RULE SETS AS OF " RUN-DATE.
004250     DISPLAY "==============================".
004260     DISPLAY "ID       EFFECTIVE MAXW PEN SPP MIN  E   M   H".
004270     MOVE STANDARD-RULES        TO RULE-WORK.
004280     PERFORM 4200-LIST-ONE-LINE  THRU 4200-EXIT.
004290     OPEN INPUT RULES-FILE.
004300     IF NOT RULES-OK
004310         GO TO 4000-EXIT
004320     END-IF.
004330     PERFORM 4300-LIST-ONE-SET   THRU 4300-EXIT
004340         UNTIL RULES-EOF.
004350     CLOSE RULES-FILE.
004360     DISPLAY "RULE SETS ON FILE  . . : " SETS-LISTED.
004370 4000-EXIT.
004380     EXIT.
004390*
004400 4100-FIND-TODAY.
004410     READ RULES-FILE NEXT RECORD
004420         AT END
004430             SET RULES-EOF       TO TRUE
004440         NOT AT END
004450             PERFORM 7100-KEEP-IF-LATER THRU 7100-EXIT
004460     END-READ.
004470 4100-EXIT.
004480     EXIT.
004490*
004500 4200-LIST-ONE-LINE.
004510     IF RLWK-RULE-SET-ID = TODAY-SET-ID
004520         DISPLAY RLWK-RULE-SET-ID " " RLWK-EFFECTIVE-DATE
004530             "  " RLWK-MAX-WRONG " " RLWK-WRONG-PENALTY
004540             " " RLWK-SECONDS-PER-POINT " " RLWK-MIN-WIN-SCORE
004550             " " RLWK-EASY-POINTS " " RLWK-MEDIUM-POINTS
004560             " " RLWK-HARD-POINTS "  <-- IN EFFECT TODAY"
004570     ELSE
004580         DISPLAY RLWK-RULE-SET-ID " " RLWK-EFFECTIVE-DATE
004590             "  " RLWK-MAX-WRONG " " RLWK-WRONG-PENALTY
004600             " " RLWK-SECONDS-PER-POINT " " RLWK-MIN-WIN-SCORE
004610             " " RLWK-EASY-POINTS " " RLWK-MEDIUM-POINTS
004620             " " RLWK-HARD-POINTS
004630     END-IF.
004640 4200-EXIT.
004650     EXIT.
004660*
004670 4300-LIST-ONE-SET.
004680     READ RULES-FILE NEXT RECORD
004690         AT END
004700             SET RULES-EOF       TO TRUE
004710         NOT AT END
004720             ADD 1               TO SETS-LISTED
004730             MOVE RULE-SET-RECORD TO RULE-WORK
004740             PERFORM 4200-LIST-ONE-LINE THRU 4200-EXIT
004750     END-READ.
004760 4300-EXIT.
004770     EXIT.
004780*
004790*-----------------------------------------------------------------
004800* 5000-DISPLAY-SET - ONE RULE SET IN FULL, FROM RULE-WORK.
004810*-----------------------------------------------------------------
004820 5000-DISPLAY-SET.
004830     DISPLAY "RULE SET . . . . . . . : " RLWK-RULE-SET-ID.
004840     DISPLAY "EFFECTIVE DATE . . . . : " RLWK-EFFECTIVE-DATE.
004850     DISPLAY "MAX WRONG GUESSES  . . : " RLWK-MAX-WRONG.
004860     DISPLAY "WRONG-GUESS PENALTY  . : " RLWK-WRONG-PENALTY.
004870     DISPLAY "SECONDS PER POINT  . . : " RLWK-SECONDS-PER-POINT.
004880     DISPLAY "MINIMUM WIN SCORE  . . : " RLWK-MIN-WIN-SCORE.
004890     DISPLAY "POINTS EASY/MED/HARD . : " RLWK-EASY-POINTS
004900         "/" RLWK-MEDIUM-POINTS "/" RLWK-HARD-POINTS.
004910     IF RLWK-RULE-SET-ID NOT = "STANDARD"
004920         DISPLAY "DEFINED  . . . . . . . : " RLWK-DEFINED-DATE
004930             " BY " RLWK-DEFINED-BY
004940     END-IF.
004950 5000-EXIT.
004960     EXIT.
004970*
004980*-----------------------------------------------------------------
004990* 6000-WRITE-AUDIT - APPEND ONE RECORD TO THE GAME RULES AUDIT
005000* LOG FROM THE AUDIT- STAGING FIELDS.
005010*-----------------------------------------------------------------
005020 6000-WRITE-AUDIT.
005030     OPEN EXTEND RULE-AUDIT-FILE.
005040     IF RULE-AUDIT-NOT-FOUND
005050         OPEN OUTPUT RULE-AUDIT-FILE
005060     END-IF.
005070     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
005080     MOVE CURRENT-DATE-TIME (1:8) TO RAREC-DATE.
005090     MOVE CURRENT-DATE-TIME (9:6) TO RAREC-TIME.
005100     MOVE AUDIT-USER            TO RAREC-USER.
005110     MOVE AUDIT-ACTION          TO RAREC-ACTION.
005120     MOVE AUDIT-RULE-SET-ID     TO RAREC-RULE-SET-ID.
005130     MOVE AUDIT-EFFECTIVE-DATE  TO RAREC-EFFECTIVE-DATE.
005140     MOVE AUDIT-STATUS          TO RAREC-STATUS.
005150     MOVE AUDIT-REASON          TO RAREC-REASON.
005160     WRITE RULE-AUDIT-RECORD.
005170     CLOSE RULE-AUDIT-FILE.
005180 6000-EXIT.
005190     EXIT.
005200*
005210*-----------------------------------------------------------------
005220* 7100-KEEP-IF-LATER - THE RULE SET JUST READ REPLACES THE ONE IN
005230* RULE-WORK WHEN IT TAKES EFFECT ON OR BEFORE LOOKUP-DATE AND
005240* LATER THAN THE ONE HELD, SO THE FILE NEED NOT BE IN DATE ORDER.
005250*-----------------------------------------------------------------
005260 7100-KEEP-IF-LATER.
005270     IF RLREC-EFFECTIVE-DATE NOT > LOOKUP-DATE
005280             AND RLREC-EFFECTIVE-DATE > RLWK-EFFECTIVE-DATE
005290         MOVE RULE-SET-RECORD    TO RULE-WORK
005300     END-IF.
005310 7100-EXIT.
005320     EXIT.
005330*
005340*-----------------------------------------------------------------
005350* 8000-CHECK-AUTHORITY - LOOK THE USER UP ON THE OPERATOR
005360* AUTHORITY FILE FOR THE FUNCTION IN AUTH-FUNCTION.  ANYTHING
005370* SHORT OF AN EXPLICIT GRANT IS A REFUSAL - A MISSING AUTHORITY
005380* FILE INCLUDED - AND EVERY REFUSAL IS WRITTEN TO THE SECURITY
005390* LOG WITH RETURN CODE 8.
005400*-----------------------------------------------------------------
005410 8000-CHECK-AUTHORITY.
005420     SET OPERATOR-REFUSED        TO TRUE.
005430     MOVE SPACES                TO AUTH-REASON.
005440     OPEN INPUT OPER-AUTH-FILE.
005450     IF NOT OPER-AUTH-OK
005460         MOVE "AUTHORITY FILE NOT AVAILABLE" TO AUTH-REASON
005470         GO TO 8000-REFUSE
005480     END-IF.
005490     MOVE AUDIT-USER            TO OAREC-USER-ID.
005500     READ OPER-AUTH-FILE
005510         INVALID KEY
005520             MOVE "USER NOT ON AUTHORITY FILE" TO AUTH-REASON
005530         NOT INVALID KEY
005540             PERFORM 8010-MATCH-FUNCTION THRU 8010-EXIT
005550                 VARYING AUTH-SUB FROM 1 BY 1
005560                 UNTIL AUTH-SUB > OAREC-FUNCTION-COUNT
005570                     OR OPERATOR-AUTHORIZED
005580     END-READ.
005590     CLOSE OPER-AUTH-FILE.
005600     IF OPERATOR-AUTHORIZED
005610         GO TO 8000-EXIT
005620     END-IF.
005630     IF AUTH-REASON = SPACES
005640         MOVE "FUNCTION NOT GRANTED" TO AUTH-REASON
005650     END-IF.
005660 8000-REFUSE.
005670     DISPLAY "USER " FUNCTION TRIM (AUDIT-USER)
005680         " IS NOT AUTHORIZED FOR " FUNCTION TRIM (AUTH-FUNCTION)
005690         " - " FUNCTION TRIM (AUTH-REASON).
005700     OPEN EXTEND SECURITY-LOG-FILE.
005710     IF SECLOG-NOT-FOUND
005720         OPEN OUTPUT SECURITY-LOG-FILE
005730     END-IF.
005740     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
005750     MOVE CURRENT-DATE-TIME (1:8) TO SLREC-DATE.
005760     MOVE CURRENT-DATE-TIME (9:6) TO SLREC-TIME.
005770     MOVE AUDIT-USER            TO SLREC-USER.
005780     MOVE "RULEMNT"             TO SLREC-PROGRAM.
005790     MOVE AUTH-FUNCTION         TO SLREC-FUNCTION.
005800     SET SLREC-REFUSED           TO TRUE.
005810     MOVE SPACES                TO SLREC-TARGET-USER.
005820     MOVE AUTH-REASON           TO SLREC-REASON.
005830     WRITE SECURITY-LOG-RECORD.
005840     CLOSE SECURITY-LOG-FILE.
005850     MOVE 8                     TO RETURN-CODE.
005860 8000-EXIT.
005870     EXIT.
005880*
005890 8010-MATCH-FUNCTION.
005900     IF OAREC-FUNCTION (AUTH-SUB) = AUTH-FUNCTION
005910         SET OPERATOR-AUTHORIZED TO TRUE
005920     END-IF.
005930 8010-EXIT.
005940     EXIT.
