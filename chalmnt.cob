000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CHALMNT.
000030 AUTHOR.         R TODD CARRUTH.
000040 INSTALLATION.   GAMES BATCH SHOP.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* CHALMNT MAINTAINS THE DAILY CHALLENGE CONTROL FILE (DAYCHAL) -
000090* ONE WORD FROM THE WORDS FILE FOR EACH CALENDAR DATE, WHICH EVERY
000100* PLAYER WHO TAKES THAT DAY'S CHALLENGE IN HANGMAN GETS.  IT IS
000110* RUN FROM THE COMMAND LINE, THE WAY RULEMNT MAINTAINS GAMERULE:
000120*
000130*     CHALMNT SET     <YYYYMMDD> <WORD>
000140*     CHALMNT CLEAR   <YYYYMMDD>
000150*     CHALMNT INQUIRE <YYYYMMDD>
000160*     CHALMNT LIST    [FROM-YYYYMMDD]
000170*
000180* SET ASSIGNS A WORD TO A DATE, OR REPLACES THE WORD ALREADY SET
000190* FOR IT.  CLEAR WITHDRAWS A DATE'S CHALLENGE.  BOTH ARE LOADED
000200* AHEAD OF TIME - THE DATE MUST BE AFTER TODAY, BECAUSE TODAY'S
000210* CHALLENGE MAY ALREADY HAVE BEEN PLAYED AND EVERY PLAYER ON A
000220* DATE MUST SEE THE SAME WORD.  THE WORD MUST BE ON THE WORDS
000230* FILE.  THE FILE IS APPEND-ONLY: EACH SET OR CLEAR ADDS ONE
000240* RECORD STAMPED WITH THE DATE, TIME AND USER, AND THE LAST
000250* RECORD FOR A DATE IS THE ONE IN FORCE, SO THE FILE IS ITS OWN
000260* AUDIT TRAIL.  SET AND CLEAR NEED THE CHALLENGE-DEFINE AUTHORITY;
000270* INQUIRE AND LIST ARE OPEN TO EVERYONE.  INQUIRE SHOWS THE
000280* CHALLENGE IN FORCE FOR ONE DATE; LIST SHOWS EVERY DATE FROM
000290* TODAY (OR THE DATE GIVEN) IN DATE ORDER.
000300*
000310* MODIFICATION HISTORY
000320* DATE       INIT  DESCRIPTION
000330* ---------  ----  -------------------------------------------
000340* 2026-10-15  RTC  ORIGINAL VERSION.
000350*-----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CHALLENGE-FILE      ASSIGN TO "DAYCHAL"
000400                                ORGANIZATION LINE SEQUENTIAL
000410                                FILE STATUS IS CHALLENGE-STATUS.
000420     SELECT WORDS-FILE          ASSIGN TO "WORDS"
000430                                ORGANIZATION LINE SEQUENTIAL
000440                                FILE STATUS IS WORDS-STATUS.
000450     SELECT OPER-AUTH-FILE      ASSIGN TO "OPERAUTH"
000460                                ORGANIZATION INDEXED
000470                                ACCESS MODE RANDOM
000480                                RECORD KEY IS OAREC-USER-ID
000490                                FILE STATUS IS OPER-AUTH-STATUS.
000500     SELECT SECURITY-LOG-FILE   ASSIGN TO "SECLOG"
000510                                ORGANIZATION LINE SEQUENTIAL
000520                                FILE STATUS IS SECLOG-STATUS.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CHALLENGE-FILE
000570     RECORD CONTAINS 51 CHARACTERS.
000580     COPY DAYCHAL.
000590*
000600 FD  WORDS-FILE
000610     RECORD CONTAINS 37 CHARACTERS.
000620     COPY WORDREC.
000630*
000640 FD  OPER-AUTH-FILE
000650     RECORD CONTAINS 386 CHARACTERS.
000660     COPY OPERAUTH.
000670*
000680 FD  SECURITY-LOG-FILE
000690     RECORD CONTAINS 89 CHARACTERS.
000700     COPY SECLOG.
000710*
000720 WORKING-STORAGE SECTION.
000730 01  CHALLENGE-STATUS             PIC X(2).
000740     88  CHALLENGE-OK             VALUE "00".
000750     88  CHALLENGE-EOF            VALUE "10".
000760     88  CHALLENGE-NOT-FOUND      VALUE "35".
000770 01  WORDS-STATUS                 PIC X(2).
000780     88  WORDS-OK                 VALUE "00".
000790     88  WORDS-EOF                VALUE "10".
000800 01  OPER-AUTH-STATUS             PIC X(2).
000810     88  OPER-AUTH-OK             VALUE "00".
000820     88  OPER-AUTH-NOT-FOUND      VALUE "35".
000830 01  SECLOG-STATUS                PIC X(2).
000840     88  SECLOG-OK                VALUE "00".
000850     88  SECLOG-NOT-FOUND         VALUE "35".
000860*
000870 01  CMD-ARG-COUNT                PIC 9(3).
000880 01  ARG-SUB                      PIC 9(3) COMP.
000890 01  CMD-PARM-TABLE.
000900     05  CMD-PARM                 PIC X(20) OCCURS 3 TIMES.
000910 01  CMD-PARM-VIEW REDEFINES CMD-PARM-TABLE.
000920     05  CMD-ACTION               PIC X(20).
000930     05  CMD-DATE-PARM            PIC X(8).
000940     05  CMD-DATE-OVERFLOW        PIC X(12).
000950     05  CMD-WORD-PARM            PIC X(20).
000960*
000970 01  FILLER                       PIC X.
000980     88  CHANGE-REFUSED           VALUE "R".
000990     88  CHANGE-ALLOWED           VALUE "A".
001000 01  FILLER                       PIC X.
001010     88  DATE-HAS-CHALLENGE       VALUE "Y".
001020     88  DATE-HAS-NONE            VALUE "N".
001030 01  FILLER                       PIC X.
001040     88  WORD-ON-FILE             VALUE "Y".
001050     88  WORD-NOT-ON-FILE         VALUE "N".
001060 01  CHALLENGE-DATE               PIC 9(8).
001070 01  REFUSE-REASON                PIC X(30).
001080 01  NEW-ACTION                   PIC X(1).
001090 01  NEW-WORD                     PIC X(20).
001100 01  IN-FORCE-WORD                PIC X(20).
001110 01  IN-FORCE-DEFINED-DATE        PIC 9(8).
001120 01  IN-FORCE-DEFINED-BY          PIC X(8).
001130 01  LOOKUP-WORD                  PIC X(20).
001140 01  LOOKUP-WORD-LEN              PIC 9(3).
001150 01  LOOKUP-DIFFICULTY            PIC X.
001160*
001170*    ONE ENTRY PER DATE ON THE FILE, HOLDING THE RECORD IN FORCE,
001180*    FOR THE LIST.
001190 01  LIST-TABLE.
001200     05  LIST-ENTRY               OCCURS 1000 TIMES.
001210         10  LT-DATE              PIC 9(8).
001220         10  LT-ACTION            PIC X(1).
001230             88  LT-SET           VALUE "S".
001240         10  LT-WORD              PIC X(20).
001250         10  LT-DEFINED-DATE      PIC 9(8).
001260         10  LT-DEFINED-BY        PIC X(8).
001270 01  LIST-ENTRY-HOLD              PIC X(45).
001280 01  LIST-COUNT                   PIC 9(5) COMP.
001290 01  LIST-SUB                     PIC 9(5) COMP.
001300 01  LIST-FROM-DATE               PIC 9(8).
001310 01  DATES-LISTED                 PIC 9(5) COMP.
001320 01  FILLER                       PIC X.
001330     88  SORT-SWAPPED             VALUE "Y".
001340     88  SORT-DONE                VALUE "N".
001350 01  SORT-SUB                     PIC 9(5) COMP.
001360 01  SORT-LIMIT                   PIC 9(5) COMP.
001370*
001380 01  CURRENT-DATE-TIME            PIC X(21).
001390 01  RUN-DATE                     PIC 9(8).
001400 01  AUTH-USER                    PIC X(8).
001410 01  FILLER                       PIC X.
001420     88  OPERATOR-AUTHORIZED      VALUE "Y".
001430     88  OPERATOR-REFUSED         VALUE "N".
001440 01  AUTH-FUNCTION                PIC X(18).
001450 01  AUTH-REASON                  PIC X(30).
001460 01  AUTH-SUB                     PIC 9(2) COMP.
001470*
001480 PROCEDURE DIVISION.
001490*-----------------------------------------------------------------
001500* 0000-MAINLINE
001510*-----------------------------------------------------------------
001520 0000-MAINLINE.
001530     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001540     EVALUATE CMD-ACTION
001550         WHEN "SET"
001560             PERFORM 2000-SET-CHALLENGE THRU 2000-EXIT
001570         WHEN "CLEAR"
001580             PERFORM 3000-CLEAR-CHALLENGE THRU 3000-EXIT
001590         WHEN "INQUIRE"
001600             PERFORM 4000-INQUIRE-CHALLENGE THRU 4000-EXIT
001610         WHEN "LIST"
001620             PERFORM 5000-LIST-CHALLENGES THRU 5000-EXIT
001630         WHEN OTHER
001640             DISPLAY "USAGE: CHALMNT SET     <YYYYMMDD> <WORD>"
001650             DISPLAY "       CHALMNT CLEAR   <YYYYMMDD>"
001660             DISPLAY "       CHALMNT INQUIRE <YYYYMMDD>"
001670             DISPLAY "       CHALMNT LIST    [FROM-YYYYMMDD]"
001680     END-EVALUATE.
001690     GOBACK.
001700*
001710*-----------------------------------------------------------------
001720* 1000-INITIALIZE - WHO IS RUNNING, THE RUN DATE, AND THE COMMAND
001730* LINE ARGUMENTS PULLED APART.
001740*-----------------------------------------------------------------
001750 1000-INITIALIZE.
001760     MOVE SPACES                TO CMD-PARM-TABLE.
001770     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
001780     MOVE CURRENT-DATE-TIME (1:8) TO RUN-DATE.
001790     MOVE SPACES                TO AUTH-USER.
001800     ACCEPT AUTH-USER            FROM ENVIRONMENT "LOGNAME".
001810     IF AUTH-USER = SPACES
001820         ACCEPT AUTH-USER        FROM ENVIRONMENT "USER"
001830     END-IF.
001840     IF AUTH-USER = SPACES
001850         MOVE "OPERATOR"         TO AUTH-USER
001860     END-IF.
001870     ACCEPT CMD-ARG-COUNT        FROM ARGUMENT-NUMBER.
001880     IF CMD-ARG-COUNT > 3
001890         MOVE 3                  TO CMD-ARG-COUNT
001900     END-IF.
001910     PERFORM 1100-GET-ARGUMENT   THRU 1100-EXIT
001920         VARYING ARG-SUB FROM 1 BY 1
001930         UNTIL ARG-SUB > CMD-ARG-COUNT.
001940     MOVE FUNCTION UPPER-CASE (CMD-ACTION) TO CMD-ACTION.
001950     MOVE FUNCTION UPPER-CASE (CMD-WORD-PARM) TO CMD-WORD-PARM.
001960 1000-EXIT.
001970     EXIT.
001980*
001990 1100-GET-ARGUMENT.
002000     DISPLAY ARG-SUB             UPON ARGUMENT-NUMBER.
002010     ACCEPT CMD-PARM (ARG-SUB)   FROM ARGUMENT-VALUE.
002020 1100-EXIT.
002030     EXIT.
002040*
002050*-----------------------------------------------------------------
002060* 2000-SET-CHALLENGE - ASSIGN A WORD TO A FUTURE DATE, OR REPLACE
002070* THE WORD ALREADY SET FOR IT.  THE WORD MUST BE ON WORDS.
002080*-----------------------------------------------------------------
002090 2000-SET-CHALLENGE.
002100     PERFORM 2100-CHECK-CHANGE   THRU 2100-EXIT.
002110     IF CHANGE-REFUSED
002120         GO TO 2000-REFUSE
002130     END-IF.
002140     IF CMD-WORD-PARM = SPACES
002150         MOVE "WORD REQUIRED"    TO REFUSE-REASON
002160         GO TO 2000-REFUSE
002170     END-IF.
002180     MOVE CMD-WORD-PARM         TO LOOKUP-WORD.
002190     PERFORM 2300-FIND-WORD      THRU 2300-EXIT.
002200     IF WORD-NOT-ON-FILE
002210         MOVE "WORD IS NOT ON THE WORDS FILE" TO REFUSE-REASON
002220         GO TO 2000-REFUSE
002230     END-IF.
002240     PERFORM 2200-FIND-IN-FORCE  THRU 2200-EXIT.
002250     IF DATE-HAS-CHALLENGE
002260             AND IN-FORCE-WORD = CMD-WORD-PARM
002270         MOVE "WORD ALREADY SET FOR THE DATE" TO REFUSE-REASON
002280         GO TO 2000-REFUSE
002290     END-IF.
002300     MOVE "S"                   TO NEW-ACTION.
002310     MOVE CMD-WORD-PARM         TO NEW-WORD.
002320     PERFORM 2400-APPEND-RECORD  THRU 2400-EXIT.
002330     IF CHANGE-REFUSED
002340         GO TO 2000-REFUSE
002350     END-IF.
002360     IF DATE-HAS-CHALLENGE
002370         DISPLAY "CHALLENGE FOR " CHALLENGE-DATE " CHANGED FROM "
002380             FUNCTION TRIM (IN-FORCE-WORD) " TO "
002390             FUNCTION TRIM (CMD-WORD-PARM)
002400     ELSE
002410         DISPLAY "CHALLENGE FOR " CHALLENGE-DATE " SET TO "
002420             FUNCTION TRIM (CMD-WORD-PARM)
002430     END-IF.
002440     DISPLAY "WORD LENGTH  . . . . . : " LOOKUP-WORD-LEN.
002450     DISPLAY "DIFFICULTY . . . . . . : " LOOKUP-DIFFICULTY.
002460     GO TO 2000-EXIT.
002470 2000-REFUSE.
002480     DISPLAY "CHALLENGE NOT SET - " REFUSE-REASON.
002490     MOVE 8                     TO RETURN-CODE.
002500 2000-EXIT.
002510     EXIT.
002520*
002530*-----------------------------------------------------------------
002540* 2100-CHECK-CHANGE - WHAT SET AND CLEAR BOTH NEED: THE AUTHORITY
002550* AND A VALID DATE AFTER TODAY.
002560*-----------------------------------------------------------------
002570 2100-CHECK-CHANGE.
002580     SET CHANGE-ALLOWED          TO TRUE.
002590     MOVE "CHALLENGE-DEFINE"    TO AUTH-FUNCTION.
002600     PERFORM 8000-CHECK-AUTHORITY THRU 8000-EXIT.
002610     IF OPERATOR-REFUSED
002620         MOVE AUTH-REASON        TO REFUSE-REASON
002630         SET CHANGE-REFUSED      TO TRUE
002640         GO TO 2100-EXIT
002650     END-IF.
002660     IF CMD-DATE-PARM IS NOT NUMERIC
002670             OR CMD-DATE-OVERFLOW NOT = SPACES
002680         MOVE "DATE MUST BE YYYYMMDD" TO REFUSE-REASON
002690         SET CHANGE-REFUSED      TO TRUE
002700         GO TO 2100-EXIT
002710     END-IF.
002720     MOVE CMD-DATE-PARM         TO CHALLENGE-DATE.
002730     IF FUNCTION TEST-DATE-YYYYMMDD (CHALLENGE-DATE) NOT = ZERO
002740         MOVE "DATE IS NOT A DATE" TO REFUSE-REASON
002750         SET CHANGE-REFUSED      TO TRUE
002760         GO TO 2100-EXIT
002770     END-IF.
002780     IF CHALLENGE-DATE NOT > RUN-DATE
002790         MOVE "DATE MUST BE AFTER TODAY" TO REFUSE-REASON
002800         SET CHANGE-REFUSED      TO TRUE
002810     END-IF.
002820 2100-EXIT.
002830     EXIT.
002840*
002850*-----------------------------------------------------------------
002860* 2200-FIND-IN-FORCE - ONE PASS OF THE CHALLENGE FILE FOR THE LAST
002870* RECORD FOR CHALLENGE-DATE.  A MISSING FILE MEANS NO CHALLENGES.
002880*-----------------------------------------------------------------
002890 2200-FIND-IN-FORCE.
002900     SET DATE-HAS-NONE           TO TRUE.
002910     MOVE SPACES                TO IN-FORCE-WORD.
002920     MOVE ZERO                  TO IN-FORCE-DEFINED-DATE.
002930     MOVE SPACES                TO IN-FORCE-DEFINED-BY.
002940     OPEN INPUT CHALLENGE-FILE.
002950     IF NOT CHALLENGE-OK
002960         GO TO 2200-EXIT
002970     END-IF.
002980     PERFORM 2210-CHECK-ONE-DATE THRU 2210-EXIT
002990         UNTIL CHALLENGE-EOF.
003000     CLOSE CHALLENGE-FILE.
003010 2200-EXIT.
003020     EXIT.
003030*
003040 2210-CHECK-ONE-DATE.
003050     READ CHALLENGE-FILE NEXT RECORD
003060         AT END
003070             SET CHALLENGE-EOF   TO TRUE
003080             GO TO 2210-EXIT
003090     END-READ.
003100     IF DCREC-CHALLENGE-DATE NOT = CHALLENGE-DATE
003110         GO TO 2210-EXIT
003120     END-IF.
003130     MOVE DCREC-DEFINED-DATE    TO IN-FORCE-DEFINED-DATE.
003140     MOVE DCREC-DEFINED-BY      TO IN-FORCE-DEFINED-BY.
003150     IF DCREC-SET
003160         SET DATE-HAS-CHALLENGE  TO TRUE
003170         MOVE DCREC-WORD         TO IN-FORCE-WORD
003180     ELSE
003190         SET DATE-HAS-NONE       TO TRUE
003200         MOVE SPACES             TO IN-FORCE-WORD
003210     END-IF.
003220 2210-EXIT.
003230     EXIT.
003240*
003250*-----------------------------------------------------------------
003260* 2300-FIND-WORD - LOOK LOOKUP-WORD UP ON THE WORDS FILE, KEEPING
003270* ITS LENGTH AND DIFFICULTY.
003280*-----------------------------------------------------------------
003290 2300-FIND-WORD.
003300     SET WORD-NOT-ON-FILE        TO TRUE.
003310     MOVE ZERO                  TO LOOKUP-WORD-LEN.
003320     MOVE SPACES                TO LOOKUP-DIFFICULTY.
003330     OPEN INPUT WORDS-FILE.
003340     IF NOT WORDS-OK
003350         DISPLAY "UNABLE TO OPEN WORDS FILE, STATUS "
003360             WORDS-STATUS
003370         GO TO 2300-EXIT
003380     END-IF.
003390     PERFORM 2310-MATCH-WORD     THRU 2310-EXIT
003400         UNTIL WORDS-EOF OR WORD-ON-FILE.
003410     CLOSE WORDS-FILE.
003420 2300-EXIT.
003430     EXIT.
003440*
003450 2310-MATCH-WORD.
003460     READ WORDS-FILE NEXT RECORD
003470         AT END
003480             SET WORDS-EOF       TO TRUE
003490         NOT AT END
003500             IF WREC-WORD = LOOKUP-WORD
003510                 SET WORD-ON-FILE TO TRUE
003520                 MOVE WREC-WORD-LEN TO LOOKUP-WORD-LEN
003530                 MOVE WREC-DIFFICULTY TO LOOKUP-DIFFICULTY
003540             END-IF
003550     END-READ.
003560 2310-EXIT.
003570     EXIT.
003580*
003590*-----------------------------------------------------------------
003600* 2400-APPEND-RECORD - APPEND ONE RECORD FOR CHALLENGE-DATE WITH
003610* NEW-ACTION AND NEW-WORD, STAMPED WITH THE DATE, TIME AND USER.
003620* THE FIRST RECORD EVER BUILDS THE FILE.
003630*-----------------------------------------------------------------
003640 2400-APPEND-RECORD.
003650     OPEN EXTEND CHALLENGE-FILE.
003660     IF CHALLENGE-NOT-FOUND
003670         OPEN OUTPUT CHALLENGE-FILE
003680     END-IF.
003690     IF NOT CHALLENGE-OK
003700         DISPLAY "UNABLE TO OPEN DAYCHAL FILE, STATUS "
003710             CHALLENGE-STATUS
003720         MOVE "DAYCHAL FILE WOULD NOT OPEN" TO REFUSE-REASON
003730         SET CHANGE-REFUSED      TO TRUE
003740         GO TO 2400-EXIT
003750     END-IF.
003760     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
003770     MOVE CHALLENGE-DATE        TO DCREC-CHALLENGE-DATE.
003780     MOVE NEW-ACTION            TO DCREC-ACTION.
003790     MOVE NEW-WORD              TO DCREC-WORD.
003800     MOVE CURRENT-DATE-TIME (1:8) TO DCREC-DEFINED-DATE.
003810     MOVE CURRENT-DATE-TIME (9:6) TO DCREC-DEFINED-TIME.
003820     MOVE AUTH-USER             TO DCREC-DEFINED-BY.
003830     WRITE DAILY-CHALLENGE-RECORD.
003840     CLOSE CHALLENGE-FILE.
003850 2400-EXIT.
003860     EXIT.
003870*
003880*-----------------------------------------------------------------
003890* 3000-CLEAR-CHALLENGE - WITHDRAW A FUTURE DATE'S CHALLENGE.
003900* A DATE WITH NO CHALLENGE IN FORCE HAS NOTHING TO CLEAR.
003910*-----------------------------------------------------------------
003920 3000-CLEAR-CHALLENGE.
003930     PERFORM 2100-CHECK-CHANGE   THRU 2100-EXIT.
003940     IF CHANGE-REFUSED
003950         GO TO 3000-REFUSE
003960     END-IF.
003970     PERFORM 2200-FIND-IN-FORCE  THRU 2200-EXIT.
003980     IF DATE-HAS-NONE
003990         MOVE "NO CHALLENGE SET FOR THE DATE" TO REFUSE-REASON
004000         GO TO 3000-REFUSE
004010     END-IF.
004020     MOVE "C"                   TO NEW-ACTION.
004030     MOVE SPACES                TO NEW-WORD.
004040     PERFORM 2400-APPEND-RECORD  THRU 2400-EXIT.
004050     IF CHANGE-REFUSED
004060         GO TO 3000-REFUSE
004070     END-IF.
004080     DISPLAY "CHALLENGE FOR " CHALLENGE-DATE " CLEARED (WAS "
004090         FUNCTION TRIM (IN-FORCE-WORD) ")".
004100     GO TO 3000-EXIT.
004110 3000-REFUSE.
004120     DISPLAY "CHALLENGE NOT CLEARED - " REFUSE-REASON.
004130     MOVE 8                     TO RETURN-CODE.
004140 3000-EXIT.
004150     EXIT.
004160*
004170*-----------------------------------------------------------------
004180* 4000-INQUIRE-CHALLENGE - THE CHALLENGE IN FORCE FOR ONE DATE,
004190* AND WHETHER ITS WORD IS STILL ON THE WORDS FILE.
004200*-----------------------------------------------------------------
004210 4000-INQUIRE-CHALLENGE.
004220     IF CMD-DATE-PARM IS NOT NUMERIC
004230             OR CMD-DATE-OVERFLOW NOT = SPACES
004240         DISPLAY "INQUIRE REQUIRES A DATE (YYYYMMDD)"
004250         MOVE 8                  TO RETURN-CODE
004260         GO TO 4000-EXIT
004270     END-IF.
004280     MOVE CMD-DATE-PARM         TO CHALLENGE-DATE.
004290     PERFORM 2200-FIND-IN-FORCE  THRU 2200-EXIT.
004300     DISPLAY "DAILY CHALLENGE FOR " CHALLENGE-DATE.
004310     DISPLAY "==============================".
004320     IF DATE-HAS-NONE
004330         IF IN-FORCE-DEFINED-DATE = ZERO
004340             DISPLAY "NO CHALLENGE SET FOR THE DATE"
004350         ELSE
004360             DISPLAY "CHALLENGE CLEARED . . . : "
004370                 IN-FORCE-DEFINED-DATE " BY " IN-FORCE-DEFINED-BY
004380         END-IF
004390         MOVE 4                  TO RETURN-CODE
004400         GO TO 4000-EXIT
004410     END-IF.
004420     MOVE IN-FORCE-WORD         TO LOOKUP-WORD.
004430     PERFORM 2300-FIND-WORD      THRU 2300-EXIT.
004440     DISPLAY "WORD . . . . . . . . . : " IN-FORCE-WORD.
004450     IF WORD-ON-FILE
004460         DISPLAY "WORD LENGTH  . . . . . : " LOOKUP-WORD-LEN
004470         DISPLAY "DIFFICULTY . . . . . . : " LOOKUP-DIFFICULTY
004480     ELSE
004490         DISPLAY "*** WORD IS NO LONGER ON THE WORDS FILE - "
004500             "NO CHALLENGE WILL BE OFFERED ***"
004510         MOVE 4                  TO RETURN-CODE
004520     END-IF.
004530     DISPLAY "SET  . . . . . . . . . : " IN-FORCE-DEFINED-DATE
004540         " BY " IN-FORCE-DEFINED-BY.
004550 4000-EXIT.
004560     EXIT.
004570*
004580*-----------------------------------------------------------------
004590* 5000-LIST-CHALLENGES - EVERY DATE FROM THE FROM-DATE (TODAY BY
004600* DEFAULT) WITH THE RECORD IN FORCE FOR IT, IN DATE ORDER.  THE
004610* FILE IS IN THE ORDER THE RECORDS WERE ADDED, SO IT IS FIRST
004620* LOADED TO A TABLE WITH ONE ENTRY PER DATE AND SORTED.
004630*-----------------------------------------------------------------
004640 5000-LIST-CHALLENGES.
004650     IF CMD-DATE-PARM = SPACES
004660         MOVE RUN-DATE           TO LIST-FROM-DATE
004670     ELSE
004680         IF CMD-DATE-PARM IS NOT NUMERIC
004690                 OR CMD-DATE-OVERFLOW NOT = SPACES
004700             DISPLAY "FROM-DATE MUST BE YYYYMMDD"
004710             MOVE 8              TO RETURN-CODE
004720             GO TO 5000-EXIT
004730         END-IF
004740         MOVE CMD-DATE-PARM      TO LIST-FROM-DATE
004750     END-IF.
004760     MOVE ZERO                  TO LIST-COUNT.
004770     MOVE ZERO                  TO DATES-LISTED.
004780     OPEN INPUT CHALLENGE-FILE.
004790     IF CHALLENGE-OK
004800         PERFORM 5100-LOAD-ONE-RECORD THRU 5100-EXIT
004810             UNTIL CHALLENGE-EOF
004820         CLOSE CHALLENGE-FILE
004830     END-IF.
004840     PERFORM 5200-SORT-BY-DATE   THRU 5200-EXIT.
004850     DISPLAY "DAILY CHALLENGES FROM " LIST-FROM-DATE.
004860     DISPLAY "==============================".
004870     DISPLAY "DATE     WORD                 SET      BY".
004880     PERFORM 5300-LIST-ONE-DATE  THRU 5300-EXIT
004890         VARYING LIST-SUB FROM 1 BY 1
004900         UNTIL LIST-SUB > LIST-COUNT.
004910     DISPLAY "DATES LISTED . . . . . : " DATES-LISTED.
004920 5000-EXIT.
004930     EXIT.
004940*
004950 5100-LOAD-ONE-RECORD.
004960     READ CHALLENGE-FILE NEXT RECORD
004970         AT END
004980             SET CHALLENGE-EOF   TO TRUE
004990             GO TO 5100-EXIT
005000     END-READ.
005010     IF DCREC-CHALLENGE-DATE < LIST-FROM-DATE
005020         GO TO 5100-EXIT
005030     END-IF.
005040     PERFORM 5110-FIND-DATE      THRU 5110-EXIT
005050         VARYING LIST-SUB FROM 1 BY 1
005060         UNTIL LIST-SUB > LIST-COUNT
005070             OR LT-DATE (LIST-SUB) = DCREC-CHALLENGE-DATE.
005080     IF LIST-SUB > LIST-COUNT
005090         IF LIST-COUNT NOT LESS THAN 1000
005100             DISPLAY "LIST TABLE FULL - DATES AFTER "
005110                 DCREC-CHALLENGE-DATE " MAY BE MISSING"
005120             GO TO 5100-EXIT
005130         END-IF
005140         ADD 1                   TO LIST-COUNT
005150         MOVE LIST-COUNT         TO LIST-SUB
005160     END-IF.
005170     MOVE DCREC-CHALLENGE-DATE  TO LT-DATE (LIST-SUB).
005180     MOVE DCREC-ACTION          TO LT-ACTION (LIST-SUB).
005190     MOVE DCREC-WORD            TO LT-WORD (LIST-SUB).
005200     MOVE DCREC-DEFINED-DATE    TO LT-DEFINED-DATE (LIST-SUB).
005210     MOVE DCREC-DEFINED-BY      TO LT-DEFINED-BY (LIST-SUB).
005220 5100-EXIT.
005230     EXIT.
005240*
005250 5110-FIND-DATE.
005260     CONTINUE.
005270 5110-EXIT.
005280     EXIT.
005290*
005300 5200-SORT-BY-DATE.
005310     IF LIST-COUNT < 2
005320         GO TO 5200-EXIT
005330     END-IF.
005340     SET SORT-SWAPPED            TO TRUE.
005350     PERFORM 5210-DATE-PASS      THRU 5210-EXIT
005360         UNTIL SORT-DONE.
005370 5200-EXIT.
005380     EXIT.
005390*
005400 5210-DATE-PASS.
005410     SET SORT-DONE               TO TRUE.
005420     COMPUTE SORT-LIMIT = LIST-COUNT - 1.
005430     PERFORM 5220-DATE-COMPARE   THRU 5220-EXIT
005440         VARYING SORT-SUB FROM 1 BY 1
005450         UNTIL SORT-SUB > SORT-LIMIT.
005460 5210-EXIT.
005470     EXIT.
005480*
005490 5220-DATE-COMPARE.
005500     IF LT-DATE (SORT-SUB) > LT-DATE (SORT-SUB + 1)
005510         MOVE LIST-ENTRY (SORT-SUB) TO LIST-ENTRY-HOLD
005520         MOVE LIST-ENTRY (SORT-SUB + 1) TO LIST-ENTRY (SORT-SUB)
005530         MOVE LIST-ENTRY-HOLD    TO LIST-ENTRY (SORT-SUB + 1)
005540         SET SORT-SWAPPED        TO TRUE
005550     END-IF.
005560 5220-EXIT.
005570     EXIT.
005580*
005590 5300-LIST-ONE-DATE.
005600     ADD 1                       TO DATES-LISTED.
005610     IF LT-SET (LIST-SUB)
005620         DISPLAY LT-DATE (LIST-SUB) " " LT-WORD (LIST-SUB) " "
005630             LT-DEFINED-DATE (LIST-SUB) " "
005640             LT-DEFINED-BY (LIST-SUB)
005650     ELSE
005660         DISPLAY LT-DATE (LIST-SUB) " (CLEARED)            "
005670             LT-DEFINED-DATE (LIST-SUB) " "
005680             LT-DEFINED-BY (LIST-SUB)
005690     END-IF.
005700 5300-EXIT.
005710     EXIT.
005720*
005730*-----------------------------------------------------------------
005740* 8000-CHECK-AUTHORITY - LOOK THE USER UP ON THE OPERATOR
005750* AUTHORITY FILE FOR THE FUNCTION IN AUTH-FUNCTION.  ANYTHING
005760* SHORT OF AN EXPLICIT GRANT IS A REFUSAL - A MISSING AUTHORITY
005770* FILE INCLUDED - AND EVERY REFUSAL IS WRITTEN TO THE SECURITY
005780* LOG WITH RETURN CODE 8.
005790*-----------------------------------------------------------------
005800 8000-CHECK-AUTHORITY.
005810     SET OPERATOR-REFUSED        TO TRUE.
005820     MOVE SPACES                TO AUTH-REASON.
005830     OPEN INPUT OPER-AUTH-FILE.
005840     IF NOT OPER-AUTH-OK
005850         MOVE "AUTHORITY FILE NOT AVAILABLE" TO AUTH-REASON
005860         GO TO 8000-REFUSE
005870     END-IF.
005880     MOVE AUTH-USER             TO OAREC-USER-ID.
005890     READ OPER-AUTH-FILE
005900         INVALID KEY
005910             MOVE "USER NOT ON AUTHORITY FILE" TO AUTH-REASON
005920         NOT INVALID KEY
005930             PERFORM 8010-MATCH-FUNCTION THRU 8010-EXIT
005940                 VARYING AUTH-SUB FROM 1 BY 1
005950                 UNTIL AUTH-SUB > OAREC-FUNCTION-COUNT
005960                     OR OPERATOR-AUTHORIZED
005970     END-READ.
005980     CLOSE OPER-AUTH-FILE.
005990     IF OPERATOR-AUTHORIZED
006000         GO TO 8000-EXIT
006010     END-IF.
006020     IF AUTH-REASON = SPACES
006030         MOVE "FUNCTION NOT GRANTED" TO AUTH-REASON
006040     END-IF.
006050 8000-REFUSE.
006060     DISPLAY "USER " FUNCTION TRIM (AUTH-USER)
006070         " IS NOT AUTHORIZED FOR " FUNCTION TRIM (AUTH-FUNCTION)
006080         " - " FUNCTION TRIM (AUTH-REASON).
006090     OPEN EXTEND SECURITY-LOG-FILE.
006100     IF SECLOG-NOT-FOUND
006110         OPEN OUTPUT SECURITY-LOG-FILE
006120     END-IF.
006130     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
006140     MOVE CURRENT-DATE-TIME (1:8) TO SLREC-DATE.
006150     MOVE CURRENT-DATE-TIME (9:6) TO SLREC-TIME.
006160     MOVE AUTH-USER             TO SLREC-USER.
006170     MOVE "CHALMNT"             TO SLREC-PROGRAM.
006180     MOVE AUTH-FUNCTION         TO SLREC-FUNCTION.
006190     SET SLREC-REFUSED           TO TRUE.
006200     MOVE SPACES                TO SLREC-TARGET-USER.
006210     MOVE AUTH-REASON           TO SLREC-REASON.
006220     WRITE SECURITY-LOG-RECORD.
006230     CLOSE SECURITY-LOG-FILE.
006240     MOVE 8                     TO RETURN-CODE.
006250 8000-EXIT.
006260     EXIT.
006270*
006280 8010-MATCH-FUNCTION.
006290     IF OAREC-FUNCTION (AUTH-SUB) = AUTH-FUNCTION
006300         SET OPERATOR-AUTHORIZED TO TRUE
006310     END-IF.
006320 8010-EXIT.
006330     EXIT.
