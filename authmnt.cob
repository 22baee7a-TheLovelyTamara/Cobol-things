000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     AUTHMNT.
000030 AUTHOR.         R TODD CARRUTH.
000040 INSTALLATION.   GAMES BATCH SHOP.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* AUTHMNT MAINTAINS THE OPERATOR AUTHORITY FILE (OPERAUTH) THAT
000090* WORDMAINT, PLAYMNT, TOURNMNT, RULEMNT, FILCOMIT, PLAYRBLD,
000100* MEMBIN AND CHALMNT CHECK BEFORE THEY CHANGE ANYTHING, THE SAME
000105* WAY PLAYMNT MAINTAINS THE PLAYER MASTER.  IT IS RUN FROM THE
000110* COMMAND LINE:
000120*
000130*     AUTHMNT GRANT   <USER-ID> <FUNCTION>
000140*     AUTHMNT REVOKE  <USER-ID> <FUNCTION>
000150*     AUTHMNT INQUIRE <USER-ID>
000160*     AUTHMNT LIST
000170*
000180* THE FILE IS INDEXED ON THE SIGN-ON USER ID, ONE RECORD PER
000190* OPERATOR LISTING THE FUNCTIONS THEY MAY RUN.  GRANT ADDS ONE
000200* FUNCTION TO THE OPERATOR'S LIST, CREATING THE RECORD IF NEED BE.
000210* REVOKE TAKES ONE OFF, AND DELETES THE RECORD WHEN THE LAST ONE
000220* GOES.  ONLY FUNCTIONS IN THE TABLE BELOW ARE ACCEPTED.
000230*
000240* GRANT AND REVOKE NEED THE AUTH-ADMIN FUNCTION THEMSELVES.  THE
000250* ONE EXCEPTION IS THE FIRST GRANT OF AUTH-ADMIN WHEN NO AUTHORITY
000260* FILE EXISTS YET - THAT GRANT CREATES THE FILE.  AN ADMINISTRATOR
000270* CANNOT REVOKE THEIR OWN AUTH-ADMIN, SO THE FILE CANNOT BE LEFT
000280* WITH NOBODY ABLE TO MAINTAIN IT BY ACCIDENT.
000290*
000300* EVERY GRANT AND REVOKE, AND EVERY ONE REFUSED FOR WANT OF
000310* AUTHORITY, IS APPENDED TO THE SECURITY LOG (SECLOG).  INQUIRE
000320* AND LIST ARE OPEN TO ANYONE.
000330*
000340* MODIFICATION HISTORY
000344* DATE       INIT  DESCRIPTION
000348* ---------  ----  -------------------------------------------
000352* 2026-10-15  RTC  ORIGINAL VERSION.
000356* 2026-10-15  RTC  ADDED PLAYER-REBUILD, CHECKED BY PLAYRBLD
000360*                  BEFORE IT CORRECTS THE PLAYER MASTER.
000364* 2026-10-15  RTC  ADDED MEMBER-FEED, CHECKED BY MEMBIN BEFORE
000368*                  IT APPLIES THE CLUB MEMBERSHIP FILE.
000372* 2026-10-15  RTC  ADDED CHALLENGE-DEFINE, CHECKED BY CHALMNT
000376*                  BEFORE IT SETS OR CLEARS A DAILY CHALLENGE.
000377* 2026-10-15  RTC  ADDED COMMIT-GAMEHIST AND COMMIT-LBHIST,
000378*                  CHECKED BY FILCOMIT FOR THE HISTROLL PAIRS.
000380*-----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPER-AUTH-FILE      ASSIGN TO "OPERAUTH"
000430                                ORGANIZATION INDEXED
000440                                ACCESS MODE DYNAMIC
000450                                RECORD KEY IS OAREC-USER-ID
000460                                FILE STATUS IS OPER-AUTH-STATUS.
000470     SELECT SECURITY-LOG-FILE   ASSIGN TO "SECLOG"
000480                                ORGANIZATION LINE SEQUENTIAL
000490                                FILE STATUS IS SECLOG-STATUS.
000500*
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  OPER-AUTH-FILE
000540     RECORD CONTAINS 386 CHARACTERS.
000550     COPY OPERAUTH.
000560*
000570 FD  SECURITY-LOG-FILE
000580     RECORD CONTAINS 89 CHARACTERS.
000590     COPY SECLOG.
000600*
000610 WORKING-STORAGE SECTION.
000620 01  OPER-AUTH-STATUS             PIC X(2).
000630     88  OPER-AUTH-OK             VALUE "00".
000640     88  OPER-AUTH-EOF            VALUE "10".
000650     88  OPER-AUTH-NOT-FOUND      VALUE "35".
000660     88  OPER-AUTH-DUP-KEY        VALUE "22".
000670     88  OPER-AUTH-REC-NOT-FOUND  VALUE "23".
000680 01  SECLOG-STATUS                PIC X(2).
000690     88  SECLOG-OK                VALUE "00".
000700     88  SECLOG-NOT-FOUND         VALUE "35".
000710*
000720 01  CMD-ACTION                   PIC X(8).
000730 01  CMD-USER-ID                  PIC X(8).
000740 01  CMD-FUNCTION                 PIC X(18).
000750 01  CMD-ARG-COUNT                PIC 9(3).
000760*
000770*    EVERY FUNCTION THE MAINTENANCE PROGRAMS CHECK FOR.  A NEW
000780*    CHECK IN A PROGRAM NEEDS ITS NAME ADDED HERE BEFORE IT CAN
000790*    BE GRANTED.
000800 01  AUTH-CATALOG-LIST.
000810     05  FILLER          PIC X(18) VALUE "WORD-ADD".
000820     05  FILLER          PIC X(18) VALUE "WORD-REMOVE".
000830     05  FILLER          PIC X(18) VALUE "WORD-LOAD".
000840     05  FILLER          PIC X(18) VALUE "PLAYER-ENROLL".
000850     05  FILLER          PIC X(18) VALUE "PLAYER-DEACTIVATE".
000860     05  FILLER          PIC X(18) VALUE "TOURN-DEFINE".
000870     05  FILLER          PIC X(18) VALUE "RULE-DEFINE".
000880     05  FILLER          PIC X(18) VALUE "COMMIT-GAMESTAT".
000890     05  FILLER          PIC X(18) VALUE "COMMIT-LBOARD".
000900     05  FILLER          PIC X(18) VALUE "COMMIT-WORDS".
000910     05  FILLER          PIC X(18) VALUE "COMMIT-GUESSJNL".
000915     05  FILLER          PIC X(18) VALUE "PLAYER-REBUILD".
000916     05  FILLER          PIC X(18) VALUE "MEMBER-FEED".
000917     05  FILLER          PIC X(18) VALUE "CHALLENGE-DEFINE".
000918     05  FILLER          PIC X(18) VALUE "COMMIT-GAMEHIST".
000919     05  FILLER          PIC X(18) VALUE "COMMIT-LBHIST".
000920     05  FILLER          PIC X(18) VALUE "AUTH-ADMIN".
000930 01  AUTH-CATALOG-TABLE REDEFINES AUTH-CATALOG-LIST.
000940     05  AUTH-CATALOG-ENTRY       PIC X(18) OCCURS 17 TIMES.
000950 01  AUTH-CATALOG-COUNT           PIC 9(2) COMP VALUE 17.
000960*
000970 01  FILLER                       PIC X.
000980     88  OPERATOR-AUTHORIZED      VALUE "Y".
000990     88  OPERATOR-REFUSED         VALUE "N".
001000 01  FILLER                       PIC X.
001010     88  FUNCTION-KNOWN           VALUE "Y".
001020     88  FUNCTION-UNKNOWN         VALUE "N".
001030 01  FILLER                       PIC X.
001040     88  FUNCTION-HELD            VALUE "Y".
001050     88  FUNCTION-NOT-HELD        VALUE "N".
001060 01  FILLER                       PIC X.
001070     88  AUTH-FILE-CREATED        VALUE "Y".
001080     88  AUTH-FILE-EXISTS         VALUE "N".
001090 01  FILLER                       PIC X.
001100     88  OPERATOR-ON-FILE         VALUE "Y".
001110     88  OPERATOR-NEW             VALUE "N".
001120 01  AUTH-USER                    PIC X(8).
001130 01  AUTH-FUNCTION                PIC X(18).
001140 01  AUTH-REASON                  PIC X(30).
001150 01  AUTH-SUB                     PIC 9(2) COMP.
001160 01  HELD-SUB                     PIC 9(2) COMP.
001170 01  OPERATORS-LISTED             PIC 9(5) COMP.
001180*
001190 01  CURRENT-DATE-TIME            PIC X(21).
001200 01  SEC-EVENT                    PIC X(1).
001210 01  SEC-FUNCTION                 PIC X(18).
001220 01  SEC-TARGET-USER              PIC X(8).
001230 01  SEC-REASON                   PIC X(30).
001240*
001250 PROCEDURE DIVISION.
001260*-----------------------------------------------------------------
001270* 0000-MAINLINE
001280*-----------------------------------------------------------------
001290 0000-MAINLINE.
001300     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001310     EVALUATE CMD-ACTION
001320         WHEN "GRANT"
001330             PERFORM 2000-GRANT-FUNCTION THRU 2000-EXIT
001340         WHEN "REVOKE"
001350             PERFORM 3000-REVOKE-FUNCTION THRU 3000-EXIT
001360         WHEN "INQUIRE"
001370             PERFORM 4000-INQUIRE-OPERATOR THRU 4000-EXIT
001380         WHEN "LIST"
001390             PERFORM 5000-LIST-OPERATORS THRU 5000-EXIT
001400         WHEN OTHER
001410             DISPLAY "USAGE: AUTHMNT GRANT|REVOKE <USER-ID> "
001420                 "<FUNCTION>"
001430             DISPLAY "       AUTHMNT INQUIRE <USER-ID>"
001440             DISPLAY "       AUTHMNT LIST"
001450             MOVE 8              TO RETURN-CODE
001460     END-EVALUATE.
001470     GOBACK.
001480*
001490*-----------------------------------------------------------------
001500* 1000-INITIALIZE - PULL THE COMMAND LINE ARGUMENTS APART AND PICK
001510* UP THE USER RUNNING THE PROGRAM, THE SAME WAY WORDMAINT DOES.
001520*-----------------------------------------------------------------
001530 1000-INITIALIZE.
001540     MOVE SPACES                TO CMD-ACTION CMD-USER-ID
001550                                   CMD-FUNCTION.
001560     MOVE SPACES                TO AUTH-USER.
001570     ACCEPT AUTH-USER            FROM ENVIRONMENT "LOGNAME".
001580     IF AUTH-USER = SPACES
001590         ACCEPT AUTH-USER        FROM ENVIRONMENT "USER"
001600     END-IF.
001610     IF AUTH-USER = SPACES
001620         MOVE "OPERATOR"         TO AUTH-USER
001630     END-IF.
001640     ACCEPT CMD-ARG-COUNT        FROM ARGUMENT-NUMBER.
001650     IF CMD-ARG-COUNT NOT LESS THAN 1
001660         DISPLAY 1               UPON ARGUMENT-NUMBER
001670         ACCEPT CMD-ACTION       FROM ARGUMENT-VALUE
001680         MOVE FUNCTION UPPER-CASE (CMD-ACTION) TO CMD-ACTION
001690     END-IF.
001700     IF CMD-ARG-COUNT NOT LESS THAN 2
001710         DISPLAY 2               UPON ARGUMENT-NUMBER
001720         ACCEPT CMD-USER-ID      FROM ARGUMENT-VALUE
001730     END-IF.
001740     IF CMD-ARG-COUNT NOT LESS THAN 3
001750         DISPLAY 3               UPON ARGUMENT-NUMBER
001760         ACCEPT CMD-FUNCTION     FROM ARGUMENT-VALUE
001770         MOVE FUNCTION UPPER-CASE (CMD-FUNCTION) TO CMD-FUNCTION
001780     END-IF.
001790 1000-EXIT.
001800     EXIT.
001810*
001820*-----------------------------------------------------------------
001830* 2000-GRANT-FUNCTION - ADD ONE FUNCTION TO AN OPERATOR'S LIST.
001840* A MISSING AUTHORITY FILE IS CREATED BY THE BOOTSTRAP GRANT.
001850*-----------------------------------------------------------------
001860 2000-GRANT-FUNCTION.
001870     IF CMD-USER-ID = SPACES OR CMD-FUNCTION = SPACES
001880         DISPLAY "GRANT REQUIRES A USER ID AND A FUNCTION"
001890         MOVE 8                  TO RETURN-CODE
001900         GO TO 2000-EXIT
001910     END-IF.
001920     PERFORM 2100-CHECK-CATALOG  THRU 2100-EXIT.
001930     IF FUNCTION-UNKNOWN
001940         GO TO 2000-EXIT
001950     END-IF.
001960     PERFORM 6000-CHECK-ADMIN    THRU 6000-EXIT.
001970     IF OPERATOR-REFUSED
001980         GO TO 2000-EXIT
001990     END-IF.
002000     SET OPERATOR-NEW            TO TRUE.
002010     IF AUTH-FILE-CREATED
002020         OPEN OUTPUT OPER-AUTH-FILE
002030     ELSE
002040         OPEN I-O OPER-AUTH-FILE
002050     END-IF.
002060     IF NOT OPER-AUTH-OK
002070         DISPLAY "UNABLE TO OPEN OPERAUTH FILE, STATUS "
002080             OPER-AUTH-STATUS
002090         MOVE 8                  TO RETURN-CODE
002100         GO TO 2000-EXIT
002110     END-IF.
002120     MOVE CMD-USER-ID           TO OAREC-USER-ID.
002130     IF AUTH-FILE-EXISTS
002140         READ OPER-AUTH-FILE
002150             INVALID KEY
002160                 CONTINUE
002170             NOT INVALID KEY
002180                 SET OPERATOR-ON-FILE TO TRUE
002190         END-READ
002200     END-IF.
002210     IF OPERATOR-NEW
002220         MOVE CMD-USER-ID        TO OAREC-USER-ID
002230         MOVE ZERO               TO OAREC-FUNCTION-COUNT
002240         PERFORM 2200-CLEAR-FUNCTION THRU 2200-EXIT
002250             VARYING AUTH-SUB FROM 1 BY 1 UNTIL AUTH-SUB > 20
002260     END-IF.
002270     PERFORM 6100-FIND-HELD      THRU 6100-EXIT.
002280     IF FUNCTION-HELD
002290         DISPLAY FUNCTION TRIM (CMD-USER-ID) " ALREADY HOLDS "
002300             FUNCTION TRIM (CMD-FUNCTION)
002310         CLOSE OPER-AUTH-FILE
002320         GO TO 2000-EXIT
002330     END-IF.
002340     ADD 1                       TO OAREC-FUNCTION-COUNT.
002350     MOVE CMD-FUNCTION           TO
002360         OAREC-FUNCTION (OAREC-FUNCTION-COUNT).
002370     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
002380     MOVE CURRENT-DATE-TIME (1:8) TO OAREC-CHANGED-DATE.
002390     MOVE AUTH-USER             TO OAREC-CHANGED-BY.
002400     IF OPERATOR-ON-FILE
002410         REWRITE OPERATOR-AUTHORITY-RECORD
002420     ELSE
002430         WRITE OPERATOR-AUTHORITY-RECORD
002440     END-IF.
002450     IF NOT OPER-AUTH-OK
002460         DISPLAY "UNABLE TO UPDATE OPERAUTH FILE, STATUS "
002470             OPER-AUTH-STATUS
002480         MOVE 8                  TO RETURN-CODE
002490         CLOSE OPER-AUTH-FILE
002500         GO TO 2000-EXIT
002510     END-IF.
002520     CLOSE OPER-AUTH-FILE.
002530     MOVE "G"                   TO SEC-EVENT.
002540     MOVE CMD-FUNCTION          TO SEC-FUNCTION.
002550     MOVE CMD-USER-ID           TO SEC-TARGET-USER.
002560     IF AUTH-FILE-CREATED
002570         MOVE "AUTHORITY FILE CREATED" TO SEC-REASON
002580     ELSE
002590         MOVE "FUNCTION GRANTED" TO SEC-REASON
002600     END-IF.
002610     PERFORM 7000-WRITE-SECLOG   THRU 7000-EXIT.
002620     DISPLAY "GRANTED " FUNCTION TRIM (CMD-FUNCTION)
002630         " TO " FUNCTION TRIM (CMD-USER-ID).
002640 2000-EXIT.
002650     EXIT.
002660*
002670*-----------------------------------------------------------------
002680* 2100-CHECK-CATALOG - THE FUNCTION MUST BE ONE THE PROGRAMS
002690* ACTUALLY CHECK FOR, SO A TYPING SLIP CANNOT GRANT NOTHING.
002700*-----------------------------------------------------------------
002710 2100-CHECK-CATALOG.
002720     SET FUNCTION-UNKNOWN        TO TRUE.
002730     PERFORM 2110-MATCH-CATALOG  THRU 2110-EXIT
002740         VARYING AUTH-SUB FROM 1 BY 1
002750         UNTIL AUTH-SUB > AUTH-CATALOG-COUNT OR FUNCTION-KNOWN.
002760     IF FUNCTION-UNKNOWN
002770         DISPLAY FUNCTION TRIM (CMD-FUNCTION)
002780             " IS NOT A KNOWN FUNCTION - ONE OF:"
002790         PERFORM 2120-SHOW-CATALOG THRU 2120-EXIT
002800             VARYING AUTH-SUB FROM 1 BY 1
002810             UNTIL AUTH-SUB > AUTH-CATALOG-COUNT
002820         MOVE 8                  TO RETURN-CODE
002830     END-IF.
002840 2100-EXIT.
002850     EXIT.
002860*
002870 2110-MATCH-CATALOG.
002880     IF AUTH-CATALOG-ENTRY (AUTH-SUB) = CMD-FUNCTION
002890         SET FUNCTION-KNOWN      TO TRUE
002900     END-IF.
002910 2110-EXIT.
002920     EXIT.
002930*
002940 2120-SHOW-CATALOG.
002950     DISPLAY "    " AUTH-CATALOG-ENTRY (AUTH-SUB).
002960 2120-EXIT.
002970     EXIT.
002980*
002990 2200-CLEAR-FUNCTION.
003000     MOVE SPACES                TO OAREC-FUNCTION (AUTH-SUB).
003010 2200-EXIT.
003020     EXIT.
003030*
003040*-----------------------------------------------------------------
003050* 3000-REVOKE-FUNCTION - TAKE ONE FUNCTION OFF AN OPERATOR'S LIST,
003060* CLOSING UP THE GAP.  THE RECORD GOES WHEN THE LIST IS EMPTY.
003070*-----------------------------------------------------------------
003080 3000-REVOKE-FUNCTION.
003090     IF CMD-USER-ID = SPACES OR CMD-FUNCTION = SPACES
003100         DISPLAY "REVOKE REQUIRES A USER ID AND A FUNCTION"
003110         MOVE 8                  TO RETURN-CODE
003120         GO TO 3000-EXIT
003130     END-IF.
003140     PERFORM 2100-CHECK-CATALOG  THRU 2100-EXIT.
003150     IF FUNCTION-UNKNOWN
003160         GO TO 3000-EXIT
003170     END-IF.
003180     PERFORM 6000-CHECK-ADMIN    THRU 6000-EXIT.
003190     IF OPERATOR-REFUSED
003200         GO TO 3000-EXIT
003210     END-IF.
003220     IF CMD-USER-ID = AUTH-USER AND CMD-FUNCTION = "AUTH-ADMIN"
003230         DISPLAY "AN ADMINISTRATOR CANNOT REVOKE THEIR OWN "
003240             "AUTH-ADMIN"
003250         MOVE 8                  TO RETURN-CODE
003260         GO TO 3000-EXIT
003270     END-IF.
003280     OPEN I-O OPER-AUTH-FILE.
003290     IF NOT OPER-AUTH-OK
003300         DISPLAY "UNABLE TO OPEN OPERAUTH FILE, STATUS "
003310             OPER-AUTH-STATUS
003320         MOVE 8                  TO RETURN-CODE
003330         GO TO 3000-EXIT
003340     END-IF.
003350     MOVE CMD-USER-ID           TO OAREC-USER-ID.
003360     READ OPER-AUTH-FILE
003370         INVALID KEY
003380             DISPLAY FUNCTION TRIM (CMD-USER-ID)
003390                 " IS NOT ON THE AUTHORITY FILE"
003400             CLOSE OPER-AUTH-FILE
003410             GO TO 3000-EXIT
003420     END-READ.
003430     PERFORM 6100-FIND-HELD      THRU 6100-EXIT.
003440     IF FUNCTION-NOT-HELD
003450         DISPLAY FUNCTION TRIM (CMD-USER-ID) " DOES NOT HOLD "
003460             FUNCTION TRIM (CMD-FUNCTION)
003470         CLOSE OPER-AUTH-FILE
003480         GO TO 3000-EXIT
003490     END-IF.
003500     PERFORM 3100-CLOSE-UP       THRU 3100-EXIT
003510         VARYING AUTH-SUB FROM HELD-SUB BY 1
003520         UNTIL AUTH-SUB NOT LESS THAN OAREC-FUNCTION-COUNT.
003530     MOVE SPACES                TO
003540         OAREC-FUNCTION (OAREC-FUNCTION-COUNT).
003550     SUBTRACT 1                  FROM OAREC-FUNCTION-COUNT.
003560     IF OAREC-FUNCTION-COUNT = ZERO
003570         DELETE OPER-AUTH-FILE RECORD
003580     ELSE
003590         MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
003600         MOVE CURRENT-DATE-TIME (1:8) TO OAREC-CHANGED-DATE
003610         MOVE AUTH-USER          TO OAREC-CHANGED-BY
003620         REWRITE OPERATOR-AUTHORITY-RECORD
003630     END-IF.
003640     IF NOT OPER-AUTH-OK
003650         DISPLAY "UNABLE TO UPDATE OPERAUTH FILE, STATUS "
003660             OPER-AUTH-STATUS
003670         MOVE 8                  TO RETURN-CODE
003680         CLOSE OPER-AUTH-FILE
003690         GO TO 3000-EXIT
003700     END-IF.
003710     CLOSE OPER-AUTH-FILE.
003720     MOVE "V"                   TO SEC-EVENT.
003730     MOVE CMD-FUNCTION          TO SEC-FUNCTION.
003740     MOVE CMD-USER-ID           TO SEC-TARGET-USER.
003750     MOVE "FUNCTION REVOKED"    TO SEC-REASON.
003760     PERFORM 7000-WRITE-SECLOG   THRU 7000-EXIT.
003770     DISPLAY "REVOKED " FUNCTION TRIM (CMD-FUNCTION)
003780         " FROM " FUNCTION TRIM (CMD-USER-ID).
003790 3000-EXIT.
003800     EXIT.
003810*
003820 3100-CLOSE-UP.
003830     MOVE OAREC-FUNCTION (AUTH-SUB + 1)
003840                                TO OAREC-FUNCTION (AUTH-SUB).
003850 3100-EXIT.
003860     EXIT.
003870*
003880*-----------------------------------------------------------------
003890* 4000-INQUIRE-OPERATOR - DISPLAY ONE OPERATOR'S FUNCTIONS.
003900*-----------------------------------------------------------------
003910 4000-INQUIRE-OPERATOR.
003920     IF CMD-USER-ID = SPACES
003930         DISPLAY "INQUIRE REQUIRES A USER ID PARAMETER"
003940         MOVE 8                  TO RETURN-CODE
003950         GO TO 4000-EXIT
003960     END-IF.
003970     OPEN INPUT OPER-AUTH-FILE.
003980     IF NOT OPER-AUTH-OK
003990         DISPLAY "UNABLE TO OPEN OPERAUTH FILE, STATUS "
004000             OPER-AUTH-STATUS
004010         MOVE 8                  TO RETURN-CODE
004020         GO TO 4000-EXIT
004030     END-IF.
004040     MOVE CMD-USER-ID           TO OAREC-USER-ID.
004050     READ OPER-AUTH-FILE
004060         INVALID KEY
004070             DISPLAY FUNCTION TRIM (CMD-USER-ID)
004080                 " IS NOT ON THE AUTHORITY FILE"
004090             CLOSE OPER-AUTH-FILE
004100             GO TO 4000-EXIT
004110     END-READ.
004120     DISPLAY "USER ID  . . . . . . . : " OAREC-USER-ID.
004130     DISPLAY "FUNCTIONS  . . . . . . : " OAREC-FUNCTION-COUNT.
004140     PERFORM 4100-SHOW-FUNCTION  THRU 4100-EXIT
004150         VARYING AUTH-SUB FROM 1 BY 1
004160         UNTIL AUTH-SUB > OAREC-FUNCTION-COUNT.
004170     DISPLAY "LAST CHANGED . . . . . : " OAREC-CHANGED-DATE
004180         " BY " OAREC-CHANGED-BY.
004190     CLOSE OPER-AUTH-FILE.
004200 4000-EXIT.
004210     EXIT.
004220*
004230 4100-SHOW-FUNCTION.
004240     DISPLAY "    " OAREC-FUNCTION (AUTH-SUB).
004250 4100-EXIT.
004260     EXIT.
004270*
004280*-----------------------------------------------------------------
004290* 5000-LIST-OPERATORS - EVERY OPERATOR ON THE FILE IN KEY ORDER.
004300*-----------------------------------------------------------------
004310 5000-LIST-OPERATORS.
004320     MOVE ZERO                  TO OPERATORS-LISTED.
004330     OPEN INPUT OPER-AUTH-FILE.
004340     IF NOT OPER-AUTH-OK
004350         DISPLAY "UNABLE TO OPEN OPERAUTH FILE, STATUS "
004360             OPER-AUTH-STATUS
004370         MOVE 8                  TO RETURN-CODE
004380         GO TO 5000-EXIT
004390     END-IF.
004400     PERFORM 5100-DISPLAY-RECORD THRU 5100-EXIT
004410         UNTIL OPER-AUTH-EOF.
004420     CLOSE OPER-AUTH-FILE.
004430     DISPLAY "OPERATORS LISTED . . . : " OPERATORS-LISTED.
004440 5000-EXIT.
004450     EXIT.
004460*
004470 5100-DISPLAY-RECORD.
004480     READ OPER-AUTH-FILE NEXT RECORD
004490         AT END
004500             SET OPER-AUTH-EOF   TO TRUE
004510             GO TO 5100-EXIT
004520     END-READ.
004530     ADD 1                       TO OPERATORS-LISTED.
004540     DISPLAY OAREC-USER-ID " (" OAREC-FUNCTION-COUNT
004550         " FUNCTIONS) CHANGED " OAREC-CHANGED-DATE
004560         " BY " OAREC-CHANGED-BY.
004570     PERFORM 4100-SHOW-FUNCTION  THRU 4100-EXIT
004580         VARYING AUTH-SUB FROM 1 BY 1
004590         UNTIL AUTH-SUB > OAREC-FUNCTION-COUNT.
004600 5100-EXIT.
004610     EXIT.
004620*
004630*-----------------------------------------------------------------
004640* 6000-CHECK-ADMIN - THE USER RUNNING A GRANT OR REVOKE MUST HOLD
004650* AUTH-ADMIN.  WITH NO AUTHORITY FILE AT ALL, A GRANT OF
004660* AUTH-ADMIN IS LET THROUGH TO CREATE IT; ANYTHING ELSE IS
004670* REFUSED AND WRITTEN TO THE SECURITY LOG WITH RETURN CODE 8.
004680*-----------------------------------------------------------------
004690 6000-CHECK-ADMIN.
004700     SET OPERATOR-REFUSED        TO TRUE.
004710     SET AUTH-FILE-EXISTS        TO TRUE.
004720     MOVE SPACES                TO AUTH-REASON.
004730     MOVE "AUTH-ADMIN"          TO AUTH-FUNCTION.
004740     OPEN INPUT OPER-AUTH-FILE.
004750     IF OPER-AUTH-NOT-FOUND
004760             AND CMD-ACTION = "GRANT"
004770             AND CMD-FUNCTION = "AUTH-ADMIN"
004780         SET AUTH-FILE-CREATED   TO TRUE
004790         SET OPERATOR-AUTHORIZED TO TRUE
004800         DISPLAY "NO AUTHORITY FILE - CREATING IT WITH THIS GRANT"
004810         GO TO 6000-EXIT
004820     END-IF.
004830     IF NOT OPER-AUTH-OK
004840         MOVE "AUTHORITY FILE NOT AVAILABLE" TO AUTH-REASON
004850         GO TO 6000-REFUSE
004860     END-IF.
004870     MOVE AUTH-USER             TO OAREC-USER-ID.
004880     READ OPER-AUTH-FILE
004890         INVALID KEY
004900             MOVE "USER NOT ON AUTHORITY FILE" TO AUTH-REASON
004910         NOT INVALID KEY
004920             PERFORM 6010-MATCH-FUNCTION THRU 6010-EXIT
004930                 VARYING AUTH-SUB FROM 1 BY 1
004940                 UNTIL AUTH-SUB > OAREC-FUNCTION-COUNT
004950                     OR OPERATOR-AUTHORIZED
004960     END-READ.
004970     CLOSE OPER-AUTH-FILE.
004980     IF OPERATOR-AUTHORIZED
004990         GO TO 6000-EXIT
005000     END-IF.
005010     IF AUTH-REASON = SPACES
005020         MOVE "FUNCTION NOT GRANTED" TO AUTH-REASON
005030     END-IF.
005040 6000-REFUSE.
005050     DISPLAY "USER " FUNCTION TRIM (AUTH-USER)
005060         " IS NOT AUTHORIZED FOR " FUNCTION TRIM (AUTH-FUNCTION)
005070         " - " FUNCTION TRIM (AUTH-REASON).
005080     MOVE "R"                   TO SEC-EVENT.
005090     MOVE AUTH-FUNCTION         TO SEC-FUNCTION.
005100     MOVE CMD-USER-ID           TO SEC-TARGET-USER.
005110     MOVE AUTH-REASON           TO SEC-REASON.
005120     PERFORM 7000-WRITE-SECLOG   THRU 7000-EXIT.
005130     MOVE 8                     TO RETURN-CODE.
005140 6000-EXIT.
005150     EXIT.
005160*
005170 6010-MATCH-FUNCTION.
005180     IF OAREC-FUNCTION (AUTH-SUB) = AUTH-FUNCTION
005190         SET OPERATOR-AUTHORIZED TO TRUE
005200     END-IF.
005210 6010-EXIT.
005220     EXIT.
005230*
005240*-----------------------------------------------------------------
005250* 6100-FIND-HELD - IS CMD-FUNCTION ALREADY ON THE OPERATOR'S LIST,
005260* AND IF SO WHERE.
005270*-----------------------------------------------------------------
005280 6100-FIND-HELD.
005290     SET FUNCTION-NOT-HELD       TO TRUE.
005300     MOVE ZERO                  TO HELD-SUB.
005310     PERFORM 6110-MATCH-HELD     THRU 6110-EXIT
005320         VARYING AUTH-SUB FROM 1 BY 1
005330         UNTIL AUTH-SUB > OAREC-FUNCTION-COUNT OR FUNCTION-HELD.
005340 6100-EXIT.
005350     EXIT.
005360*
005370 6110-MATCH-HELD.
005380     IF OAREC-FUNCTION (AUTH-SUB) = CMD-FUNCTION
005390         SET FUNCTION-HELD       TO TRUE
005400         MOVE AUTH-SUB           TO HELD-SUB
005410     END-IF.
005420 6110-EXIT.
005430     EXIT.
005440*
005450*-----------------------------------------------------------------
005460* 7000-WRITE-SECLOG - APPEND ONE SECURITY LOG RECORD FROM THE
005470* SEC- STAGING FIELDS.
005480*-----------------------------------------------------------------
005490 7000-WRITE-SECLOG.
005500     OPEN EXTEND SECURITY-LOG-FILE.
005510     IF SECLOG-NOT-FOUND
005520         OPEN OUTPUT SECURITY-LOG-FILE
005530     END-IF.
005540     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
005550     MOVE CURRENT-DATE-TIME (1:8) TO SLREC-DATE.
005560     MOVE CURRENT-DATE-TIME (9:6) TO SLREC-TIME.
005570     MOVE AUTH-USER             TO SLREC-USER.
005580     MOVE "AUTHMNT"             TO SLREC-PROGRAM.
005590     MOVE SEC-FUNCTION          TO SLREC-FUNCTION.
005600     MOVE SEC-EVENT             TO SLREC-EVENT.
005610     MOVE SEC-TARGET-USER       TO SLREC-TARGET-USER.
005620     MOVE SEC-REASON            TO SLREC-REASON.
005630     WRITE SECURITY-LOG-RECORD.
005640     CLOSE SECURITY-LOG-FILE.
005650 7000-EXIT.
005660     EXIT.
