000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     MEMBIN.
000030 AUTHOR.         R TODD CARRUTH.
000040 INSTALLATION.   GAMES BATCH SHOP.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MEMBIN IS THE INBOUND INTERFACE FROM THE CLUB MEMBERSHIP
000090* SYSTEM.  THE CLUB SENDS A DAILY CHANGE FILE (MEMBFEED) WRAPPED
000100* THE SAME WAY WE WRAP OUR OUTBOUND LBXMIT FILE - A HEADER WITH
000110* THE FEED DATE, ONE DETAIL PER ADD, NAME CHANGE OR LEAVE, AND A
000120* TRAILER WITH THE RECORD COUNT AND A HASH TOTAL OF THE DETAIL
000130* EFFECTIVE DATES.  THIS STEP APPLIES THOSE CHANGES TO THE PLAYER
000140* MASTER, SO ENROLMENTS, RENAMES AND LEAVERS NO LONGER WAIT ON
000150* SOMEBODY RUNNING PLAYMNT BY HAND.
000160*
000170*     MEMBIN
000180*
000190* THE FILE IS READ TWICE.  THE FIRST PASS VERIFIES THE WHOLE FILE
000200* AND CHANGES NOTHING: ONE HEADER FIRST, ONE TRAILER LAST, THE
000210* TRAILER COUNT AND HASH AGREEING WITH THE DETAILS, AND A FEED
000220* DATE EXACTLY ONE DAY AFTER THE LAST FEED APPLIED (TAKEN FROM THE
000230* CONTROL TOTALS FILE, MEMBCTL) AND NOT AFTER TODAY.  THE VERY
000240* FIRST FEED MAY CARRY ANY DATE UP TO TODAY.  A FILE THAT FAILS
000250* ANY OF THOSE IS REFUSED WHOLE - NOTHING IS APPLIED, A REFUSED
000260* CONTROL RECORD GIVES THE REASON, AND THE RUN ENDS WITH RETURN
000270* CODE 8.
000280* THE CLUB SENDS A FILE EVERY DAY, EMPTY OR NOT, SO A MISSING DAY
000290* SHOWS UP AS AN OUT-OF-SEQUENCE REFUSAL RATHER THAN CHANGES
000300* APPLIED OUT OF ORDER.
000310*
000320* THE SECOND PASS APPLIES THE DETAILS IN FILE ORDER:
000330*
000340*     A  ADD     ENROLL THE PLAYER, ACTIVE, WITH ZERO TOTALS AND
000350*                THE EFFECTIVE DATE AS THE ENROLMENT DATE
000360*     N  NAME    REPLACE THE NAME ON THE MASTER
000370*     L  LEAVE   DEACTIVATE THE PLAYER, KEEPING THE TOTALS
000380*
000390* A TRANSACTION THAT CANNOT BE APPLIED - AN ADD FOR A PLAYER
000400* ALREADY ON THE MASTER, A NAME CHANGE OR LEAVE FOR A PLAYER WHO
000410* IS NOT, A LEAVE FOR A PLAYER ALREADY INACTIVE, A MISSING ID OR
000420* NAME, A NAME THE SAME AS THE ONE HELD, OR AN UNKNOWN CODE - IS
000430* WRITTEN TO THE REJECTS FILE (MEMBREJ) AND THE REST OF THE FILE
000440* CARRIES ON.  EVERY CHANGE MADE TO THE MASTER IS WRITTEN TO THE
000450* AUDIT LOG (MEMBAUDT).  THE RUN ENDS WITH CONTROL TOTALS,
000460* APPENDED TO MEMBCTL, AND RETURN CODE 4 WHEN ANYTHING WAS
000470* REJECTED.
000480*
000490* THE USER RUNNING THE STEP NEEDS THE MEMBER-FEED AUTHORITY.
000500*
000510* MODIFICATION HISTORY
000520* DATE       INIT  DESCRIPTION
000530* ---------  ----  -------------------------------------------
000540* 2026-10-15  RTC  ORIGINAL VERSION.
000550*-----------------------------------------------------------------
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT MEMBER-FEED-FILE    ASSIGN TO "MEMBFEED"
000600                                ORGANIZATION LINE SEQUENTIAL
000610                                FILE STATUS IS MEMBFEED-STATUS.
000620     SELECT PLAYERS-FILE        ASSIGN TO "PLAYERS"
000630                                ORGANIZATION INDEXED
000640                                ACCESS MODE DYNAMIC
000650                                RECORD KEY IS PLREC-PLAYER-ID
000660                                FILE STATUS IS PLAYERS-STATUS.
000670     SELECT MEMBER-REJECT-FILE  ASSIGN TO "MEMBREJ"
000680                                ORGANIZATION LINE SEQUENTIAL
000690                                FILE STATUS IS MEMBREJ-STATUS.
000700     SELECT MEMBER-AUDIT-FILE   ASSIGN TO "MEMBAUDT"
000710                                ORGANIZATION LINE SEQUENTIAL
000720                                FILE STATUS IS MEMBAUDT-STATUS.
000730     SELECT MEMBER-CONTROL-FILE ASSIGN TO "MEMBCTL"
000740                                ORGANIZATION LINE SEQUENTIAL
000750                                FILE STATUS IS MEMBCTL-STATUS.
000760     SELECT OPER-AUTH-FILE      ASSIGN TO "OPERAUTH"
000770                                ORGANIZATION INDEXED
000780                                ACCESS MODE RANDOM
000790                                RECORD KEY IS OAREC-USER-ID
000800                                FILE STATUS IS OPER-AUTH-STATUS.
000810     SELECT SECURITY-LOG-FILE   ASSIGN TO "SECLOG"
000820                                ORGANIZATION LINE SEQUENTIAL
000830                                FILE STATUS IS SECLOG-STATUS.
000840*
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  MEMBER-FEED-FILE
000880     RECORD CONTAINS 50 CHARACTERS.
000890     COPY MEMBFEED.
000900*
000910 FD  PLAYERS-FILE
000920     RECORD CONTAINS 69 CHARACTERS.
000930     COPY PLAYER.
000940*
000950 FD  MEMBER-REJECT-FILE
000960     RECORD CONTAINS 102 CHARACTERS.
000970     COPY MEMBREJ.
000980*
000990 FD  MEMBER-AUDIT-FILE
001000     RECORD CONTAINS 103 CHARACTERS.
001010     COPY MEMBAUDT.
001020*
001030 FD  MEMBER-CONTROL-FILE
001040     RECORD CONTAINS 111 CHARACTERS.
001050     COPY MEMBCTL.
001060*
001070 FD  OPER-AUTH-FILE
001080     RECORD CONTAINS 386 CHARACTERS.
001090     COPY OPERAUTH.
001100*
001110 FD  SECURITY-LOG-FILE
001120     RECORD CONTAINS 89 CHARACTERS.
001130     COPY SECLOG.
001140*
001150 WORKING-STORAGE SECTION.
001160 01  MEMBFEED-STATUS              PIC X(2).
001170     88  MEMBFEED-OK              VALUE "00".
001180     88  MEMBFEED-EOF             VALUE "10".
001190     88  MEMBFEED-NOT-FOUND       VALUE "35".
001200 01  PLAYERS-STATUS               PIC X(2).
001210     88  PLAYERS-OK               VALUE "00".
001220     88  PLAYERS-NOT-FOUND        VALUE "35".
001230     88  PLAYERS-DUP-KEY          VALUE "22".
001240     88  PLAYERS-REC-NOT-FOUND    VALUE "23".
001250 01  MEMBREJ-STATUS               PIC X(2).
001260     88  MEMBREJ-OK               VALUE "00".
001270     88  MEMBREJ-NOT-FOUND        VALUE "35".
001280 01  MEMBAUDT-STATUS              PIC X(2).
001290     88  MEMBAUDT-OK              VALUE "00".
001300     88  MEMBAUDT-NOT-FOUND       VALUE "35".
001310 01  MEMBCTL-STATUS               PIC X(2).
001320     88  MEMBCTL-OK               VALUE "00".
001330     88  MEMBCTL-EOF              VALUE "10".
001340     88  MEMBCTL-NOT-FOUND        VALUE "35".
001350 01  OPER-AUTH-STATUS             PIC X(2).
001360     88  OPER-AUTH-OK             VALUE "00".
001370     88  OPER-AUTH-NOT-FOUND      VALUE "35".
001380 01  SECLOG-STATUS                PIC X(2).
001390     88  SECLOG-OK                VALUE "00".
001400     88  SECLOG-NOT-FOUND         VALUE "35".
001410*
001420 01  FILLER                       PIC X.
001430     88  FATAL-ERROR              VALUE "E".
001440     88  NO-FATAL-ERROR           VALUE "N".
001450 01  FILLER                       PIC X.
001460     88  FEED-REFUSED             VALUE "R".
001470     88  FEED-ACCEPTED            VALUE "A".
001480 01  FILLER                       PIC X.
001490     88  EXPECTING-HEADER         VALUE "H".
001500     88  READING-DETAILS          VALUE "D".
001510     88  TRAILER-SEEN             VALUE "T".
001520 01  FILLER                       PIC X.
001530     88  TRANSACTION-REJECTED     VALUE "R".
001540     88  TRANSACTION-APPLIED      VALUE "A".
001550 01  FILLER                       PIC X.
001560     88  OPERATOR-AUTHORIZED      VALUE "Y".
001570     88  OPERATOR-REFUSED         VALUE "N".
001580*
001590 01  CURRENT-DATE-TIME            PIC X(21).
001600 01  RUN-DATE                     PIC 9(8).
001610 01  RUN-TIME                     PIC 9(6).
001620 01  AUTH-USER                    PIC X(8).
001630 01  AUTH-FUNCTION                PIC X(18).
001640 01  AUTH-REASON                  PIC X(30).
001650 01  AUTH-SUB                     PIC 9(2) COMP.
001660*
001670 01  LAST-FEED-DATE               PIC 9(8).
001680 01  EXPECTED-FEED-DATE           PIC 9(8).
001690 01  FEED-DATE                    PIC 9(8).
001700 01  REFUSE-REASON                PIC X(30).
001710 01  REJECT-REASON                PIC X(30).
001720 01  BEFORE-NAME                  PIC X(30).
001730 01  BEFORE-STATUS                PIC X(1).
001740*
001750*    FIGURES FROM THE VERIFYING PASS, SET AGAINST THE TRAILER.
001760 01  RECORDS-READ                 PIC 9(7) COMP.
001770 01  HEADERS-READ                 PIC 9(7) COMP.
001780 01  DETAILS-COUNTED              PIC 9(7) COMP.
001790 01  DATE-HASH                    PIC 9(15) COMP.
001800 01  TRAILER-COUNT                PIC 9(7).
001810 01  TRAILER-HASH                 PIC 9(15).
001820*
001830*    FIGURES FROM THE APPLYING PASS.
001840 01  DETAILS-READ                 PIC 9(7) COMP.
001850 01  ADDS-APPLIED                 PIC 9(7) COMP.
001860 01  NAMES-APPLIED                PIC 9(7) COMP.
001870 01  LEAVES-APPLIED               PIC 9(7) COMP.
001880 01  DETAILS-REJECTED             PIC 9(7) COMP.
001890 01  BALANCE-CHECK                PIC 9(7) COMP.
001900*
001910 PROCEDURE DIVISION.
001920*-----------------------------------------------------------------
001930* 0000-MAINLINE
001940*-----------------------------------------------------------------
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001970     IF NOT FATAL-ERROR
001980         PERFORM 2000-FIND-LAST-FEED THRU 2000-EXIT
001990     END-IF.
002000     IF NOT FATAL-ERROR
002010         PERFORM 3000-VERIFY-FEED    THRU 3000-EXIT
002020     END-IF.
002030     IF NOT FATAL-ERROR AND FEED-ACCEPTED
002040         PERFORM 4000-APPLY-FEED     THRU 4000-EXIT
002050     END-IF.
002060     IF NOT FATAL-ERROR
002070         PERFORM 5000-CONTROL-TOTALS THRU 5000-EXIT
002080     END-IF.
002090     GOBACK.
002100*
002110*-----------------------------------------------------------------
002120* 1000-INITIALIZE - CHECK THE USER MAY APPLY THE FEED BEFORE
002130* ANYTHING IS READ.
002140*-----------------------------------------------------------------
002150 1000-INITIALIZE.
002160     SET NO-FATAL-ERROR          TO TRUE.
002170     SET FEED-ACCEPTED           TO TRUE.
002180     MOVE SPACES                TO REFUSE-REASON.
002190     MOVE ZERO                  TO LAST-FEED-DATE FEED-DATE
002200                                   TRAILER-COUNT TRAILER-HASH.
002210     MOVE ZERO                  TO RECORDS-READ HEADERS-READ
002220                                   DETAILS-COUNTED DATE-HASH.
002230     MOVE ZERO                  TO DETAILS-READ ADDS-APPLIED
002240                                   NAMES-APPLIED LEAVES-APPLIED
002250                                   DETAILS-REJECTED.
002260     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
002270     MOVE CURRENT-DATE-TIME (1:8) TO RUN-DATE.
002280     MOVE CURRENT-DATE-TIME (9:6) TO RUN-TIME.
002290     MOVE SPACES                TO AUTH-USER.
002300     ACCEPT AUTH-USER            FROM ENVIRONMENT "LOGNAME".
002310     IF AUTH-USER = SPACES
002320         ACCEPT AUTH-USER        FROM ENVIRONMENT "USER"
002330     END-IF.
002340     IF AUTH-USER = SPACES
002350         MOVE "OPERATOR"         TO AUTH-USER
002360     END-IF.
002370     MOVE "MEMBER-FEED"         TO AUTH-FUNCTION.
002380     PERFORM 7000-CHECK-AUTHORITY THRU 7000-EXIT.
002390     IF OPERATOR-REFUSED
002400         SET FATAL-ERROR         TO TRUE
002410     END-IF.
002420 1000-EXIT.
002430     EXIT.
002440*
002450*-----------------------------------------------------------------
002460* 2000-FIND-LAST-FEED - THE HIGHEST FEED DATE ON AN APPLIED
002470* CONTROL RECORD.  NO CONTROL FILE MEANS NO FEED HAS EVER BEEN
002480* APPLIED.
002490*-----------------------------------------------------------------
002500 2000-FIND-LAST-FEED.
002510     OPEN INPUT MEMBER-CONTROL-FILE.
002520     IF MEMBCTL-NOT-FOUND
002530         GO TO 2000-EXIT
002540     END-IF.
002550     IF NOT MEMBCTL-OK
002560         DISPLAY "UNABLE TO OPEN MEMBCTL FILE, STATUS "
002570             MEMBCTL-STATUS
002580         SET FATAL-ERROR         TO TRUE
002590         MOVE 8                  TO RETURN-CODE
002600         GO TO 2000-EXIT
002610     END-IF.
002620     PERFORM 2100-READ-ONE-CONTROL THRU 2100-EXIT
002630         UNTIL MEMBCTL-EOF.
002640     CLOSE MEMBER-CONTROL-FILE.
002650 2000-EXIT.
002660     EXIT.
002670*
002680 2100-READ-ONE-CONTROL.
002690     READ MEMBER-CONTROL-FILE NEXT RECORD
002700         AT END
002710             SET MEMBCTL-EOF     TO TRUE
002720             GO TO 2100-EXIT
002730     END-READ.
002740     IF MCREC-APPLIED
002750             AND MCREC-FEED-DATE > LAST-FEED-DATE
002760         MOVE MCREC-FEED-DATE   TO LAST-FEED-DATE
002770     END-IF.
002780 2100-EXIT.
002790     EXIT.
002800*
002810*-----------------------------------------------------------------
002820* 3000-VERIFY-FEED - THE FIRST PASS.  PROVE THE FILE IS WHOLE AND
002830* IS THE NEXT ONE DUE BEFORE A SINGLE CHANGE IS APPLIED.  ANY
002840* FAILURE REFUSES THE WHOLE FILE WITH THE REASON IN
002850* REFUSE-REASON.
002860*-----------------------------------------------------------------
002870 3000-VERIFY-FEED.
002880     OPEN INPUT MEMBER-FEED-FILE.
002890     IF MEMBFEED-NOT-FOUND
002900         DISPLAY "MEMBFEED FILE NOT FOUND - NO FEED TO APPLY"
002910         SET FATAL-ERROR         TO TRUE
002920         MOVE 8                  TO RETURN-CODE
002930         GO TO 3000-EXIT
002940     END-IF.
002950     IF NOT MEMBFEED-OK
002960         DISPLAY "UNABLE TO OPEN MEMBFEED FILE, STATUS "
002970             MEMBFEED-STATUS
002980         SET FATAL-ERROR         TO TRUE
002990         MOVE 8                  TO RETURN-CODE
003000         GO TO 3000-EXIT
003010     END-IF.
003020     SET EXPECTING-HEADER        TO TRUE.
003030     PERFORM 3100-VERIFY-ONE-RECORD THRU 3100-EXIT
003040         UNTIL MEMBFEED-EOF OR FEED-REFUSED.
003050     CLOSE MEMBER-FEED-FILE.
003060     IF FEED-REFUSED
003070         GO TO 3000-EXIT
003080     END-IF.
003090     IF HEADERS-READ = ZERO
003100         SET FEED-REFUSED        TO TRUE
003110         MOVE "NO HEADER RECORD"  TO REFUSE-REASON
003120         GO TO 3000-EXIT
003130     END-IF.
003140     IF NOT TRAILER-SEEN
003150         SET FEED-REFUSED        TO TRUE
003160         MOVE "NO TRAILER RECORD" TO REFUSE-REASON
003170         GO TO 3000-EXIT
003180     END-IF.
003190     IF TRAILER-COUNT NOT = DETAILS-COUNTED
003200         SET FEED-REFUSED        TO TRUE
003210         MOVE "TRAILER RECORD COUNT MISMATCH" TO REFUSE-REASON
003220         GO TO 3000-EXIT
003230     END-IF.
003240     IF TRAILER-HASH NOT = DATE-HASH
003250         SET FEED-REFUSED        TO TRUE
003260         MOVE "TRAILER HASH TOTAL MISMATCH" TO REFUSE-REASON
003270         GO TO 3000-EXIT
003280     END-IF.
003290     PERFORM 3200-CHECK-SEQUENCE THRU 3200-EXIT.
003300 3000-EXIT.
003310     EXIT.
003320*
003330 3100-VERIFY-ONE-RECORD.
003340     READ MEMBER-FEED-FILE NEXT RECORD
003350         AT END
003360             SET MEMBFEED-EOF    TO TRUE
003370             GO TO 3100-EXIT
003380     END-READ.
003390     ADD 1                       TO RECORDS-READ.
003400     IF TRAILER-SEEN
003410         SET FEED-REFUSED        TO TRUE
003420         MOVE "RECORDS FOLLOW THE TRAILER" TO REFUSE-REASON
003430         GO TO 3100-EXIT
003440     END-IF.
003450     EVALUATE TRUE
003460         WHEN MFREC-HEADER AND EXPECTING-HEADER
003470             ADD 1               TO HEADERS-READ
003480             IF MFREC-FEED-DATE NOT NUMERIC
003490                 SET FEED-REFUSED TO TRUE
003500                 MOVE "HEADER FEED DATE NOT NUMERIC"
003510                                 TO REFUSE-REASON
003520             ELSE
003530                 MOVE MFREC-FEED-DATE TO FEED-DATE
003540                 SET READING-DETAILS TO TRUE
003550             END-IF
003560         WHEN MFREC-HEADER
003570             SET FEED-REFUSED    TO TRUE
003580             MOVE "MORE THAN ONE HEADER RECORD" TO REFUSE-REASON
003590         WHEN EXPECTING-HEADER
003600             SET FEED-REFUSED    TO TRUE
003610             MOVE "FIRST RECORD IS NOT A HEADER" TO REFUSE-REASON
003620         WHEN MFREC-DETAIL
003630             ADD 1               TO DETAILS-COUNTED
003640             IF MFREC-EFFECTIVE-DATE NOT NUMERIC
003650                 SET FEED-REFUSED TO TRUE
003660                 MOVE "DETAIL EFFECTIVE DATE NOT NUMERIC"
003670                                 TO REFUSE-REASON
003680             ELSE
003690                 ADD MFREC-EFFECTIVE-DATE TO DATE-HASH
003700             END-IF
003710         WHEN MFREC-TRAILER
003720             IF MFREC-RECORD-COUNT NOT NUMERIC
003730                     OR MFREC-DATE-HASH NOT NUMERIC
003740                 SET FEED-REFUSED TO TRUE
003750                 MOVE "TRAILER TOTALS NOT NUMERIC"
003760                                 TO REFUSE-REASON
003770             ELSE
003780                 MOVE MFREC-RECORD-COUNT TO TRAILER-COUNT
003790                 MOVE MFREC-DATE-HASH TO TRAILER-HASH
003800                 SET TRAILER-SEEN TO TRUE
003810             END-IF
003820         WHEN OTHER
003830             SET FEED-REFUSED    TO TRUE
003840             MOVE "UNKNOWN RECORD TYPE"  TO REFUSE-REASON
003850     END-EVALUATE.
003860 3100-EXIT.
003870     EXIT.
003880*
003890*-----------------------------------------------------------------
003900* 3200-CHECK-SEQUENCE - THE FEED MUST BE THE DAY AFTER THE LAST
003910* ONE APPLIED, AND NEVER LATER THAN TODAY.
003920*-----------------------------------------------------------------
003930 3200-CHECK-SEQUENCE.
003940     IF FUNCTION INTEGER-OF-DATE (FEED-DATE) = ZERO
003950         SET FEED-REFUSED        TO TRUE
003960         MOVE "HEADER FEED DATE NOT VALID" TO REFUSE-REASON
003970         GO TO 3200-EXIT
003980     END-IF.
003990     IF FEED-DATE > RUN-DATE
004000         SET FEED-REFUSED        TO TRUE
004010         MOVE "FEED DATE IS AFTER TODAY" TO REFUSE-REASON
004020         GO TO 3200-EXIT
004030     END-IF.
004040     IF LAST-FEED-DATE = ZERO
004050         GO TO 3200-EXIT
004060     END-IF.
004070     IF FEED-DATE NOT > LAST-FEED-DATE
004080         SET FEED-REFUSED        TO TRUE
004090         MOVE "FEED DATE ALREADY PROCESSED" TO REFUSE-REASON
004100         GO TO 3200-EXIT
004110     END-IF.
004120     COMPUTE EXPECTED-FEED-DATE = FUNCTION DATE-OF-INTEGER
004130         (FUNCTION INTEGER-OF-DATE (LAST-FEED-DATE) + 1).
004140     IF FEED-DATE NOT = EXPECTED-FEED-DATE
004150         SET FEED-REFUSED        TO TRUE
004160         MOVE "FEED DATE OUT OF SEQUENCE" TO REFUSE-REASON
004170         DISPLAY "NEXT FEED DUE IS FOR " EXPECTED-FEED-DATE
004180     END-IF.
004190 3200-EXIT.
004200     EXIT.
004210*
004220*-----------------------------------------------------------------
004230* 4000-APPLY-FEED - THE SECOND PASS.  APPLY EACH DETAIL IN FILE
004240* ORDER; A DETAIL THAT CANNOT BE APPLIED IS REJECTED AND THE REST
004250* CARRY ON.
004260*-----------------------------------------------------------------
004270 4000-APPLY-FEED.
004280     OPEN I-O PLAYERS-FILE.
004290     IF NOT PLAYERS-OK
004300         DISPLAY "UNABLE TO OPEN PLAYER FILE, STATUS "
004310             PLAYERS-STATUS
004320         SET FEED-REFUSED        TO TRUE
004330         MOVE "PLAYER MASTER NOT AVAILABLE" TO REFUSE-REASON
004340         GO TO 4000-EXIT
004350     END-IF.
004360     OPEN EXTEND MEMBER-REJECT-FILE.
004370     IF MEMBREJ-NOT-FOUND
004380         OPEN OUTPUT MEMBER-REJECT-FILE
004390     END-IF.
004400     OPEN EXTEND MEMBER-AUDIT-FILE.
004410     IF MEMBAUDT-NOT-FOUND
004420         OPEN OUTPUT MEMBER-AUDIT-FILE
004430     END-IF.
004440     IF NOT MEMBREJ-OK OR NOT MEMBAUDT-OK
004450         DISPLAY "UNABLE TO OPEN MEMBREJ/MEMBAUDT, STATUS "
004460             MEMBREJ-STATUS "/" MEMBAUDT-STATUS
004470         SET FEED-REFUSED        TO TRUE
004480         MOVE "REJECT OR AUDIT FILE NOT OPEN" TO REFUSE-REASON
004490         CLOSE PLAYERS-FILE
004500         GO TO 4000-EXIT
004510     END-IF.
004520     OPEN INPUT MEMBER-FEED-FILE.
004530     PERFORM 4100-APPLY-ONE-RECORD THRU 4100-EXIT
004540         UNTIL MEMBFEED-EOF.
004550     CLOSE MEMBER-FEED-FILE.
004560     CLOSE PLAYERS-FILE.
004570     CLOSE MEMBER-REJECT-FILE.
004580     CLOSE MEMBER-AUDIT-FILE.
004590 4000-EXIT.
004600     EXIT.
004610*
004620 4100-APPLY-ONE-RECORD.
004630     READ MEMBER-FEED-FILE NEXT RECORD
004640         AT END
004650             SET MEMBFEED-EOF    TO TRUE
004660             GO TO 4100-EXIT
004670     END-READ.
004680     IF NOT MFREC-DETAIL
004690         GO TO 4100-EXIT
004700     END-IF.
004710     ADD 1                       TO DETAILS-READ.
004720     SET TRANSACTION-APPLIED     TO TRUE.
004730     MOVE SPACES                TO REJECT-REASON.
004740     IF MFREC-PLAYER-ID = SPACES
004750         MOVE "PLAYER ID MISSING" TO REJECT-REASON
004760         PERFORM 4500-REJECT-DETAIL THRU 4500-EXIT
004770         GO TO 4100-EXIT
004780     END-IF.
004790     EVALUATE TRUE
004800         WHEN MFREC-ADD
004810             PERFORM 4200-ADD-PLAYER THRU 4200-EXIT
004820         WHEN MFREC-NAME-CHANGE
004830             PERFORM 4300-CHANGE-NAME THRU 4300-EXIT
004840         WHEN MFREC-LEAVE
004850             PERFORM 4400-PLAYER-LEAVES THRU 4400-EXIT
004860         WHEN OTHER
004870             MOVE "UNKNOWN TRANSACTION CODE" TO REJECT-REASON
004880             PERFORM 4500-REJECT-DETAIL THRU 4500-EXIT
004890     END-EVALUATE.
004900 4100-EXIT.
004910     EXIT.
004920*
004930*-----------------------------------------------------------------
004940* 4200-ADD-PLAYER - ENROLL THE PLAYER THE WAY PLAYMNT ENROLL DOES.
004950* THE RECORD KEY REFUSES A PLAYER ALREADY ON THE MASTER.
004960*-----------------------------------------------------------------
004970 4200-ADD-PLAYER.
004980     IF MFREC-PLAYER-NAME = SPACES
004990         MOVE "PLAYER NAME MISSING" TO REJECT-REASON
005000         PERFORM 4500-REJECT-DETAIL THRU 4500-EXIT
005010         GO TO 4200-EXIT
005020     END-IF.
005030     MOVE MFREC-PLAYER-ID       TO PLREC-PLAYER-ID.
005040     MOVE MFREC-PLAYER-NAME     TO PLREC-PLAYER-NAME.
005050     IF MFREC-EFFECTIVE-DATE = ZERO
005060         MOVE FEED-DATE         TO PLREC-ENROLL-DATE
005070     ELSE
005080         MOVE MFREC-EFFECTIVE-DATE TO PLREC-ENROLL-DATE
005090     END-IF.
005100     MOVE ZERO                  TO PLREC-GAMES-PLAYED.
005110     MOVE ZERO                  TO PLREC-GAMES-WON.
005120     MOVE ZERO                  TO PLREC-GAMES-LOST.
005130     MOVE ZERO                  TO PLREC-BEST-SCORE.
005140     SET PLREC-ACTIVE            TO TRUE.
005150     WRITE PLAYER-RECORD
005160         INVALID KEY
005170             MOVE "PLAYER ALREADY ON MASTER" TO REJECT-REASON
005180     END-WRITE.
005190     IF REJECT-REASON NOT = SPACES
005200         PERFORM 4500-REJECT-DETAIL THRU 4500-EXIT
005210         GO TO 4200-EXIT
005220     END-IF.
005230     IF NOT PLAYERS-OK
005240         MOVE "PLAYER MASTER WRITE FAILED" TO REJECT-REASON
005250         PERFORM 4500-REJECT-DETAIL THRU 4500-EXIT
005260         GO TO 4200-EXIT
005270     END-IF.
005280     ADD 1                       TO ADDS-APPLIED.
005290     MOVE SPACES                TO BEFORE-NAME BEFORE-STATUS.
005300     PERFORM 4600-WRITE-AUDIT    THRU 4600-EXIT.
005310 4200-EXIT.
005320     EXIT.
005330*
005340*-----------------------------------------------------------------
005350* 4300-CHANGE-NAME - REPLACE THE NAME ON THE MASTER.  THE PLAYER'S
005360* STATUS AND TOTALS ARE LEFT AS THEY ARE.
005370*-----------------------------------------------------------------
005380 4300-CHANGE-NAME.
005390     IF MFREC-PLAYER-NAME = SPACES
005400         MOVE "PLAYER NAME MISSING" TO REJECT-REASON
005410         PERFORM 4500-REJECT-DETAIL THRU 4500-EXIT
005420         GO TO 4300-EXIT
005430     END-IF.
005440     PERFORM 4700-READ-PLAYER    THRU 4700-EXIT.
005450     IF REJECT-REASON NOT = SPACES
005460         GO TO 4300-EXIT
005470     END-IF.
005480     IF PLREC-PLAYER-NAME = MFREC-PLAYER-NAME
005490         MOVE "NAME ALREADY AS SENT" TO REJECT-REASON
005500         PERFORM 4500-REJECT-DETAIL THRU 4500-EXIT
005510         GO TO 4300-EXIT
005520     END-IF.
005530     MOVE PLREC-PLAYER-NAME     TO BEFORE-NAME.
005540     MOVE PLREC-STATUS          TO BEFORE-STATUS.
005550     MOVE MFREC-PLAYER-NAME     TO PLREC-PLAYER-NAME.
005560     REWRITE PLAYER-RECORD.
005570     IF NOT PLAYERS-OK
005580         MOVE "PLAYER MASTER REWRITE FAILED" TO REJECT-REASON
005590         PERFORM 4500-REJECT-DETAIL THRU 4500-EXIT
005600         GO TO 4300-EXIT
005610     END-IF.
005620     ADD 1                       TO NAMES-APPLIED.
005630     PERFORM 4600-WRITE-AUDIT    THRU 4600-EXIT.
005640 4300-EXIT.
005650     EXIT.
005660*
005670*-----------------------------------------------------------------
005680* 4400-PLAYER-LEAVES - DEACTIVATE THE PLAYER THE WAY PLAYMNT
005690* DEACTIVATE DOES, KEEPING THE LIFETIME TOTALS.
005700*-----------------------------------------------------------------
005710 4400-PLAYER-LEAVES.
005720     PERFORM 4700-READ-PLAYER    THRU 4700-EXIT.
005730     IF REJECT-REASON NOT = SPACES
005740         GO TO 4400-EXIT
005750     END-IF.
005760     IF PLREC-INACTIVE
005770         MOVE "PLAYER ALREADY INACTIVE" TO REJECT-REASON
005780         PERFORM 4500-REJECT-DETAIL THRU 4500-EXIT
005790         GO TO 4400-EXIT
005800     END-IF.
005810     MOVE PLREC-PLAYER-NAME     TO BEFORE-NAME.
005820     MOVE PLREC-STATUS          TO BEFORE-STATUS.
005830     SET PLREC-INACTIVE          TO TRUE.
005840     REWRITE PLAYER-RECORD.
005850     IF NOT PLAYERS-OK
005860         MOVE "PLAYER MASTER REWRITE FAILED" TO REJECT-REASON
005870         PERFORM 4500-REJECT-DETAIL THRU 4500-EXIT
005880         GO TO 4400-EXIT
005890     END-IF.
005900     ADD 1                       TO LEAVES-APPLIED.
005910     PERFORM 4600-WRITE-AUDIT    THRU 4600-EXIT.
005920 4400-EXIT.
005930     EXIT.
005940*
005950 4500-REJECT-DETAIL.
005960     SET TRANSACTION-REJECTED    TO TRUE.
005970     ADD 1                       TO DETAILS-REJECTED.
005980     MOVE RUN-DATE              TO MRREC-RUN-DATE.
005990     MOVE FEED-DATE             TO MRREC-FEED-DATE.
006000     MOVE DETAILS-READ          TO MRREC-DETAIL-NUMBER.
006010     MOVE MFREC-BODY            TO MRREC-TRANSACTION.
006020     MOVE REJECT-REASON         TO MRREC-REASON.
006030     WRITE MEMBER-REJECT-RECORD.
006040     DISPLAY "REJECTED " MFREC-TRAN-CODE " "
006050         FUNCTION TRIM (MFREC-PLAYER-ID) " - "
006060         FUNCTION TRIM (REJECT-REASON).
006070 4500-EXIT.
006080     EXIT.
006090*
006100 4600-WRITE-AUDIT.
006110     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
006120     MOVE CURRENT-DATE-TIME (1:8) TO MAREC-DATE.
006130     MOVE CURRENT-DATE-TIME (9:6) TO MAREC-TIME.
006140     MOVE AUTH-USER             TO MAREC-USER.
006150     MOVE FEED-DATE             TO MAREC-FEED-DATE.
006160     MOVE MFREC-TRAN-CODE       TO MAREC-ACTION.
006170     MOVE PLREC-PLAYER-ID       TO MAREC-PLAYER-ID.
006180     MOVE BEFORE-NAME           TO MAREC-BEFORE-NAME.
006190     MOVE PLREC-PLAYER-NAME     TO MAREC-AFTER-NAME.
006200     MOVE BEFORE-STATUS         TO MAREC-BEFORE-STATUS.
006210     MOVE PLREC-STATUS          TO MAREC-AFTER-STATUS.
006220     WRITE MEMBER-AUDIT-RECORD.
006230 4600-EXIT.
006240     EXIT.
006250*
006260*-----------------------------------------------------------------
006270* 4700-READ-PLAYER - READ THE DETAIL'S PLAYER BY KEY, REJECTING
006280* THE DETAIL WHEN THE PLAYER IS NOT ON THE MASTER.
006290*-----------------------------------------------------------------
006300 4700-READ-PLAYER.
006310     MOVE MFREC-PLAYER-ID       TO PLREC-PLAYER-ID.
006320     READ PLAYERS-FILE
006330         INVALID KEY
006340             MOVE "PLAYER NOT ON MASTER" TO REJECT-REASON
006350     END-READ.
006360     IF REJECT-REASON NOT = SPACES
006370         PERFORM 4500-REJECT-DETAIL THRU 4500-EXIT
006380     END-IF.
006390 4700-EXIT.
006400     EXIT.
006410*
006420*-----------------------------------------------------------------
006430* 5000-CONTROL-TOTALS - PRINT THE RUN'S FIGURES, PROVE EVERY
006440* DETAIL READ WAS APPLIED OR REJECTED, APPEND THE CONTROL RECORD
006450* AND SET THE RETURN CODE.
006460*-----------------------------------------------------------------
006470 5000-CONTROL-TOTALS.
006480     COMPUTE BALANCE-CHECK = ADDS-APPLIED + NAMES-APPLIED
006490         + LEAVES-APPLIED + DETAILS-REJECTED.
006500     DISPLAY "MEMBERSHIP INTERFACE FOR FEED " FEED-DATE.
006510     DISPLAY "==============================".
006520     DISPLAY "LAST FEED APPLIED  . . : " LAST-FEED-DATE.
006530     DISPLAY "RECORDS ON FILE  . . . : " RECORDS-READ.
006540     DISPLAY "TRAILER RECORD COUNT . : " TRAILER-COUNT.
006550     DISPLAY "TRAILER HASH TOTAL . . : " TRAILER-HASH.
006560     DISPLAY "DETAILS COUNTED  . . . : " DETAILS-COUNTED.
006570     DISPLAY "DETAIL HASH TOTAL  . . : " DATE-HASH.
006580     MOVE SPACES                TO MEMBER-CONTROL-RECORD.
006590     MOVE RUN-DATE              TO MCREC-RUN-DATE.
006600     MOVE RUN-TIME              TO MCREC-RUN-TIME.
006610     MOVE FEED-DATE             TO MCREC-FEED-DATE.
006620     MOVE TRAILER-COUNT         TO MCREC-TRAILER-COUNT.
006630     MOVE TRAILER-HASH          TO MCREC-TRAILER-HASH.
006640     MOVE DETAILS-READ          TO MCREC-DETAILS-READ.
006650     MOVE ADDS-APPLIED          TO MCREC-ADDS-APPLIED.
006660     MOVE NAMES-APPLIED         TO MCREC-NAMES-APPLIED.
006670     MOVE LEAVES-APPLIED        TO MCREC-LEAVES-APPLIED.
006680     MOVE DETAILS-REJECTED      TO MCREC-DETAILS-REJECTED.
006690     IF FEED-REFUSED
006700         SET MCREC-REFUSED       TO TRUE
006710         SET MCREC-OUT-OF-BALANCE TO TRUE
006720         MOVE REFUSE-REASON     TO MCREC-REASON
006730         DISPLAY "*** FEED REFUSED - "
006740             FUNCTION TRIM (REFUSE-REASON)
006750             " - NOTHING APPLIED ***"
006760         MOVE 8                  TO RETURN-CODE
006770         GO TO 5000-WRITE
006780     END-IF.
006790     SET MCREC-APPLIED           TO TRUE.
006800     DISPLAY "DETAILS READ . . . . . : " DETAILS-READ.
006810     DISPLAY "ADDS APPLIED . . . . . : " ADDS-APPLIED.
006820     DISPLAY "NAME CHANGES APPLIED . : " NAMES-APPLIED.
006830     DISPLAY "LEAVES APPLIED . . . . : " LEAVES-APPLIED.
006840     DISPLAY "DETAILS REJECTED . . . : " DETAILS-REJECTED.
006850     IF BALANCE-CHECK = DETAILS-READ
006860             AND DETAILS-READ = DETAILS-COUNTED
006870         SET MCREC-IN-BALANCE    TO TRUE
006880         DISPLAY "CONTROL TOTALS BALANCE"
006890     ELSE
006900         SET MCREC-OUT-OF-BALANCE TO TRUE
006910         MOVE "DETAILS APPLIED DO NOT BALANCE" TO MCREC-REASON
006920         DISPLAY "*** CONTROL TOTALS OUT OF BALANCE ***"
006930         MOVE 8                  TO RETURN-CODE
006940         GO TO 5000-WRITE
006950     END-IF.
006960     IF DETAILS-REJECTED > ZERO
006970         DISPLAY "REJECTED DETAILS ARE ON THE MEMBREJ FILE"
006980         MOVE 4                  TO RETURN-CODE
006990     END-IF.
007000 5000-WRITE.
007010     OPEN EXTEND MEMBER-CONTROL-FILE.
007020     IF MEMBCTL-NOT-FOUND
007030         OPEN OUTPUT MEMBER-CONTROL-FILE
007040     END-IF.
007050     WRITE MEMBER-CONTROL-RECORD.
007060     CLOSE MEMBER-CONTROL-FILE.
007070 5000-EXIT.
007080     EXIT.
007090*
007100*-----------------------------------------------------------------
007110* 7000-CHECK-AUTHORITY - LOOK THE USER UP ON THE OPERATOR
007120* AUTHORITY FILE FOR THE FUNCTION IN AUTH-FUNCTION.  ANYTHING
007130* SHORT OF AN EXPLICIT GRANT IS A REFUSAL - A MISSING AUTHORITY
007140* FILE INCLUDED - AND EVERY REFUSAL IS WRITTEN TO THE SECURITY
007150* LOG WITH RETURN CODE 8.
007160*-----------------------------------------------------------------
007170 7000-CHECK-AUTHORITY.
007180     SET OPERATOR-REFUSED        TO TRUE.
007190     MOVE SPACES                TO AUTH-REASON.
007200     OPEN INPUT OPER-AUTH-FILE.
007210     IF NOT OPER-AUTH-OK
007220         MOVE "AUTHORITY FILE NOT AVAILABLE" TO AUTH-REASON
007230         GO TO 7000-REFUSE
007240     END-IF.
007250     MOVE AUTH-USER             TO OAREC-USER-ID.
007260     READ OPER-AUTH-FILE
007270         INVALID KEY
007280             MOVE "USER NOT ON AUTHORITY FILE" TO AUTH-REASON
007290         NOT INVALID KEY
007300             PERFORM 7010-MATCH-FUNCTION THRU 7010-EXIT
007310                 VARYING AUTH-SUB FROM 1 BY 1
007320                 UNTIL AUTH-SUB > OAREC-FUNCTION-COUNT
007330                     OR OPERATOR-AUTHORIZED
007340     END-READ.
007350     CLOSE OPER-AUTH-FILE.
007360     IF OPERATOR-AUTHORIZED
007370         GO TO 7000-EXIT
007380     END-IF.
007390     IF AUTH-REASON = SPACES
007400         MOVE "FUNCTION NOT GRANTED" TO AUTH-REASON
007410     END-IF.
007420 7000-REFUSE.
007430     DISPLAY "USER " FUNCTION TRIM (AUTH-USER)
007440         " IS NOT AUTHORIZED FOR " FUNCTION TRIM (AUTH-FUNCTION)
007450         " - " FUNCTION TRIM (AUTH-REASON).
007460     OPEN EXTEND SECURITY-LOG-FILE.
007470     IF SECLOG-NOT-FOUND
007480         OPEN OUTPUT SECURITY-LOG-FILE
007490     END-IF.
007500     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
007510     MOVE CURRENT-DATE-TIME (1:8) TO SLREC-DATE.
007520     MOVE CURRENT-DATE-TIME (9:6) TO SLREC-TIME.
007530     MOVE AUTH-USER             TO SLREC-USER.
007540     MOVE "MEMBIN"              TO SLREC-PROGRAM.
007550     MOVE AUTH-FUNCTION         TO SLREC-FUNCTION.
007560     SET SLREC-REFUSED           TO TRUE.
007570     MOVE SPACES                TO SLREC-TARGET-USER.
007580     MOVE AUTH-REASON           TO SLREC-REASON.
007590     WRITE SECURITY-LOG-RECORD.
007600     CLOSE SECURITY-LOG-FILE.
007610     MOVE 8                     TO RETURN-CODE.
007620 7000-EXIT.
007630     EXIT.
007640*
007650 7010-MATCH-FUNCTION.
007660     IF OAREC-FUNCTION (AUTH-SUB) = AUTH-FUNCTION
007670         SET OPERATOR-AUTHORIZED TO TRUE
007680     END-IF.
007690 7010-EXIT.
007700     EXIT.
