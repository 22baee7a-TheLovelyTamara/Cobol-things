000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SECRPT.
000030 AUTHOR.         R TODD CARRUTH.
000040 INSTALLATION.   GAMES BATCH SHOP.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* SECRPT IS THE WEEKLY SECURITY REPORT.  IT READS THE SECURITY
000090* LOG (SECLOG) AND LISTS, FOR THE WEEK ENDING ON THE REPORT DATE:
000100*
000110*   - EVERY MAINTENANCE FUNCTION REFUSED FOR WANT OF AUTHORITY -
000120*     WHO, WHEN, WHICH PROGRAM AND FUNCTION, AND WHY - WITH A
000130*     COUNT OF REFUSALS BY USER;
000140*   - EVERY GRANT AND REVOKE MADE ON THE OPERATOR AUTHORITY FILE
000150*     THROUGH AUTHMNT - WHO CHANGED WHOSE AUTHORITY, AND TO WHAT.
000160*
000170*     SECRPT [YYYYMMDD] [DAYS]
000180*
000190* THE REPORT DATE DEFAULTS TO THE RUN DATE AND THE PERIOD TO THE
000200* SEVEN DAYS ENDING ON IT.  A MISSING SECURITY LOG IS REPORTED AS
000210* A PERIOD WITH NOTHING IN IT.
000220*
000230* MODIFICATION HISTORY
000240* DATE       INIT  DESCRIPTION
000250* ---------  ----  -------------------------------------------
000260* 2026-10-15  RTC  ORIGINAL VERSION.
000270*-----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT SECURITY-LOG-FILE   ASSIGN TO "SECLOG"
000320                                ORGANIZATION LINE SEQUENTIAL
000330                                FILE STATUS IS SECLOG-STATUS.
000340*
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  SECURITY-LOG-FILE
000380     RECORD CONTAINS 89 CHARACTERS.
000390     COPY SECLOG.
000400*
000410 WORKING-STORAGE SECTION.
000420 01  SECLOG-STATUS                PIC X(2).
000430     88  SECLOG-OK                VALUE "00".
000440     88  SECLOG-EOF               VALUE "10".
000450     88  SECLOG-NOT-FOUND         VALUE "35".
000460*
000470 01  CMD-ARG-COUNT                PIC 9(3).
000480 01  CMD-DATE-PARM                PIC X(8).
000490 01  CMD-DAYS-PARM                PIC X(3).
000500 01  DAYS-PARM-JUST               PIC X(3) JUSTIFIED RIGHT.
000510 01  CURRENT-DATE-TIME            PIC X(21).
000520 01  REPORT-DATE                  PIC 9(8).
000530 01  FROM-DATE                    PIC 9(8).
000540 01  REPORT-DAYS                  PIC 9(3)     VALUE 7.
000550 01  WORK-DAY-NUMBER              PIC 9(7) COMP.
000560*
000570 01  FILLER                       PIC X.
000580     88  FATAL-ERROR              VALUE "E".
000590     88  NO-FATAL-ERROR           VALUE "N".
000600 01  FILLER                       PIC X.
000610     88  USER-FOUND               VALUE "Y".
000620     88  USER-MISSING             VALUE "N".
000630*
000640 01  REFUSAL-COUNT                PIC 9(5) COMP.
000650 01  GRANT-COUNT                  PIC 9(5) COMP.
000660 01  REVOKE-COUNT                 PIC 9(5) COMP.
000670 01  LOG-READ-COUNT               PIC 9(7) COMP.
000680*
000690*    REFUSALS BY USER.  USERS BEYOND THE TABLE ARE COUNTED IN THE
000700*    TOTAL BUT NOT BROKEN OUT.
000710 01  USER-TABLE.
000720     05  USER-ENTRY               OCCURS 50 TIMES.
000730         10  UT-USER              PIC X(8).
000740         10  UT-REFUSALS          PIC 9(5) COMP.
000750 01  USER-TABLE-COUNT             PIC 9(3) COMP.
000760 01  USER-TABLE-MAX               PIC 9(3) COMP VALUE 50.
000770 01  USER-SUB                     PIC 9(3) COMP.
000780 01  USERS-NOT-BROKEN-OUT         PIC 9(5) COMP.
000790*
000800 01  EVENT-TEXT                   PIC X(7).
000810 01  DISPLAY-COUNT                PIC Z(4)9.
000820*
000830 PROCEDURE DIVISION.
000840*-----------------------------------------------------------------
000850* 0000-MAINLINE
000860*-----------------------------------------------------------------
000870 0000-MAINLINE.
000880     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
000890     IF NOT FATAL-ERROR
000900         PERFORM 2000-LIST-REFUSALS THRU 2000-EXIT
000910     END-IF.
000920     IF NOT FATAL-ERROR
000930         PERFORM 3000-LIST-CHANGES THRU 3000-EXIT
000940     END-IF.
000950     IF NOT FATAL-ERROR
000960         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
000970     END-IF.
000980     GOBACK.
000990*
001000*-----------------------------------------------------------------
001010* 1000-INITIALIZE - REPORT DATE AND PERIOD FROM THE PARAMETERS.
001020*-----------------------------------------------------------------
001030 1000-INITIALIZE.
001040     SET NO-FATAL-ERROR          TO TRUE.
001050     MOVE ZERO                  TO REFUSAL-COUNT GRANT-COUNT
001060                                   REVOKE-COUNT LOG-READ-COUNT.
001070     MOVE ZERO                  TO USER-TABLE-COUNT.
001080     MOVE ZERO                  TO USERS-NOT-BROKEN-OUT.
001090     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
001100     MOVE CURRENT-DATE-TIME (1:8) TO REPORT-DATE.
001110     ACCEPT CMD-ARG-COUNT        FROM ARGUMENT-NUMBER.
001120     IF CMD-ARG-COUNT NOT LESS THAN 1
001130         DISPLAY 1               UPON ARGUMENT-NUMBER
001140         ACCEPT CMD-DATE-PARM    FROM ARGUMENT-VALUE
001150         IF CMD-DATE-PARM IS NUMERIC
001160             MOVE CMD-DATE-PARM  TO REPORT-DATE
001170         ELSE
001180             DISPLAY "USAGE: SECRPT [YYYYMMDD] [DAYS]"
001190             SET FATAL-ERROR     TO TRUE
001200             MOVE 8              TO RETURN-CODE
001210             GO TO 1000-EXIT
001220         END-IF
001230     END-IF.
001240     IF CMD-ARG-COUNT NOT LESS THAN 2
001250         DISPLAY 2               UPON ARGUMENT-NUMBER
001260         ACCEPT CMD-DAYS-PARM    FROM ARGUMENT-VALUE
001270         MOVE FUNCTION TRIM (CMD-DAYS-PARM) TO DAYS-PARM-JUST
001280         INSPECT DAYS-PARM-JUST
001290             REPLACING LEADING SPACES BY ZERO
001300         IF DAYS-PARM-JUST IS NOT NUMERIC
001310                 OR DAYS-PARM-JUST = "000"
001320             DISPLAY "DAYS PARAMETER MUST BE NUMERIC AND NOT "
001330                 "ZERO: " CMD-DAYS-PARM
001340             SET FATAL-ERROR     TO TRUE
001350             MOVE 8              TO RETURN-CODE
001360             GO TO 1000-EXIT
001370         END-IF
001380         MOVE DAYS-PARM-JUST     TO REPORT-DAYS
001390     END-IF.
001400     COMPUTE WORK-DAY-NUMBER =
001410         FUNCTION INTEGER-OF-DATE (REPORT-DATE) - REPORT-DAYS + 1.
001420     COMPUTE FROM-DATE =
001430         FUNCTION DATE-OF-INTEGER (WORK-DAY-NUMBER).
001440     DISPLAY "WEEKLY SECURITY REPORT".
001450     DISPLAY "==============================".
001460     DISPLAY "PERIOD . . . . . . . . : " FROM-DATE " TO "
001470         REPORT-DATE.
001480 1000-EXIT.
001490     EXIT.
001500*
001510*-----------------------------------------------------------------
001520* 2000-LIST-REFUSALS - FIRST PASS OF THE LOG: EVERY REFUSAL IN THE
001530* PERIOD, COUNTED BY USER.
001540*-----------------------------------------------------------------
001550 2000-LIST-REFUSALS.
001560     DISPLAY " ".
001570     DISPLAY "REFUSED ATTEMPTS".
001580     DISPLAY "==============================".
001590     OPEN INPUT SECURITY-LOG-FILE.
001600     IF SECLOG-NOT-FOUND
001610         DISPLAY "NO SECURITY LOG ON FILE"
001620         GO TO 2000-EXIT
001630     END-IF.
001640     IF NOT SECLOG-OK
001650         DISPLAY "UNABLE TO OPEN SECLOG FILE, STATUS "
001660             SECLOG-STATUS
001670         SET FATAL-ERROR         TO TRUE
001680         MOVE 8                  TO RETURN-CODE
001690         GO TO 2000-EXIT
001700     END-IF.
001710     DISPLAY "DATE     TIME   USER     PROGRAM    FUNCTION"
001720         "           REASON".
001730     PERFORM 2100-READ-REFUSAL   THRU 2100-EXIT
001740         UNTIL SECLOG-EOF.
001750     CLOSE SECURITY-LOG-FILE.
001760     IF REFUSAL-COUNT = ZERO
001770         DISPLAY "NONE"
001780     END-IF.
001790 2000-EXIT.
001800     EXIT.
001810*
001820 2100-READ-REFUSAL.
001830     READ SECURITY-LOG-FILE NEXT RECORD
001840         AT END
001850             SET SECLOG-EOF      TO TRUE
001860             GO TO 2100-EXIT
001870     END-READ.
001880     ADD 1                       TO LOG-READ-COUNT.
001890     IF SLREC-DATE < FROM-DATE OR SLREC-DATE > REPORT-DATE
001900         GO TO 2100-EXIT
001910     END-IF.
001920     IF NOT SLREC-REFUSED
001930         GO TO 2100-EXIT
001940     END-IF.
001950     ADD 1                       TO REFUSAL-COUNT.
001960     DISPLAY SLREC-DATE " " SLREC-TIME " " SLREC-USER " "
001970         SLREC-PROGRAM " " SLREC-FUNCTION " "
001980         FUNCTION TRIM (SLREC-REASON).
001990     PERFORM 2200-COUNT-USER     THRU 2200-EXIT.
002000 2100-EXIT.
002010     EXIT.
002020*
002030 2200-COUNT-USER.
002040     SET USER-MISSING            TO TRUE.
002050     PERFORM 2210-MATCH-USER     THRU 2210-EXIT
002060         VARYING USER-SUB FROM 1 BY 1
002070         UNTIL USER-SUB > USER-TABLE-COUNT OR USER-FOUND.
002080     IF USER-FOUND
002090         GO TO 2200-EXIT
002100     END-IF.
002110     IF USER-TABLE-COUNT NOT LESS THAN USER-TABLE-MAX
002120         ADD 1                   TO USERS-NOT-BROKEN-OUT
002130         GO TO 2200-EXIT
002140     END-IF.
002150     ADD 1                       TO USER-TABLE-COUNT.
002160     MOVE SLREC-USER            TO UT-USER (USER-TABLE-COUNT).
002170     MOVE 1                     TO UT-REFUSALS (USER-TABLE-COUNT).
002180 2200-EXIT.
002190     EXIT.
002200*
002210 2210-MATCH-USER.
002220     IF UT-USER (USER-SUB) = SLREC-USER
002230         ADD 1                   TO UT-REFUSALS (USER-SUB)
002240         SET USER-FOUND          TO TRUE
002250     END-IF.
002260 2210-EXIT.
002270     EXIT.
002280*
002290*-----------------------------------------------------------------
002300* 3000-LIST-CHANGES - SECOND PASS OF THE LOG: EVERY GRANT AND
002310* REVOKE IN THE PERIOD.
002320*-----------------------------------------------------------------
002330 3000-LIST-CHANGES.
002340     DISPLAY " ".
002350     DISPLAY "AUTHORITY CHANGES".
002360     DISPLAY "==============================".
002370     OPEN INPUT SECURITY-LOG-FILE.
002380     IF SECLOG-NOT-FOUND
002390         DISPLAY "NO SECURITY LOG ON FILE"
002400         GO TO 3000-EXIT
002410     END-IF.
002420     IF NOT SECLOG-OK
002430         DISPLAY "UNABLE TO OPEN SECLOG FILE, STATUS "
002440             SECLOG-STATUS
002450         SET FATAL-ERROR         TO TRUE
002460         MOVE 8                  TO RETURN-CODE
002470         GO TO 3000-EXIT
002480     END-IF.
002490     DISPLAY "DATE     TIME   BY       CHANGE  FUNCTION"
002500         "           OPERATOR".
002510     PERFORM 3100-READ-CHANGE    THRU 3100-EXIT
002520         UNTIL SECLOG-EOF.
002530     CLOSE SECURITY-LOG-FILE.
002540     IF GRANT-COUNT = ZERO AND REVOKE-COUNT = ZERO
002550         DISPLAY "NONE"
002560     END-IF.
002570 3000-EXIT.
002580     EXIT.
002590*
002600 3100-READ-CHANGE.
002610     READ SECURITY-LOG-FILE NEXT RECORD
002620         AT END
002630             SET SECLOG-EOF      TO TRUE
002640             GO TO 3100-EXIT
002650     END-READ.
002660     IF SLREC-DATE < FROM-DATE OR SLREC-DATE > REPORT-DATE
002670         GO TO 3100-EXIT
002680     END-IF.
002690     EVALUATE TRUE
002700         WHEN SLREC-GRANTED
002710             ADD 1               TO GRANT-COUNT
002720             MOVE "GRANT"        TO EVENT-TEXT
002730         WHEN SLREC-REVOKED
002740             ADD 1               TO REVOKE-COUNT
002750             MOVE "REVOKE"       TO EVENT-TEXT
002760         WHEN OTHER
002770             GO TO 3100-EXIT
002780     END-EVALUATE.
002790     DISPLAY SLREC-DATE " " SLREC-TIME " " SLREC-USER " "
002800         EVENT-TEXT " " SLREC-FUNCTION " " SLREC-TARGET-USER.
002810 3100-EXIT.
002820     EXIT.
002830*
002840*-----------------------------------------------------------------
002850* 4000-PRINT-SUMMARY - PERIOD TOTALS AND REFUSALS BY USER.
002860*-----------------------------------------------------------------
002870 4000-PRINT-SUMMARY.
002880     DISPLAY " ".
002890     DISPLAY "SUMMARY".
002900     DISPLAY "==============================".
002910     DISPLAY "LOG RECORDS READ . . . : " LOG-READ-COUNT.
002920     DISPLAY "REFUSED ATTEMPTS . . . : " REFUSAL-COUNT.
002930     DISPLAY "FUNCTIONS GRANTED  . . : " GRANT-COUNT.
002940     DISPLAY "FUNCTIONS REVOKED  . . : " REVOKE-COUNT.
002950     IF USER-TABLE-COUNT = ZERO
002960         GO TO 4000-EXIT
002970     END-IF.
002980     DISPLAY " ".
002990     DISPLAY "REFUSALS BY USER".
003000     PERFORM 4100-PRINT-USER     THRU 4100-EXIT
003010         VARYING USER-SUB FROM 1 BY 1
003020         UNTIL USER-SUB > USER-TABLE-COUNT.
003030     IF USERS-NOT-BROKEN-OUT > ZERO
003040         MOVE USERS-NOT-BROKEN-OUT TO DISPLAY-COUNT
003050         DISPLAY "OTHER USERS  " DISPLAY-COUNT
003060     END-IF.
003070 4000-EXIT.
003080     EXIT.
003090*
003100 4100-PRINT-USER.
003110     MOVE UT-REFUSALS (USER-SUB) TO DISPLAY-COUNT.
003120     DISPLAY "    " UT-USER (USER-SUB) " " DISPLAY-COUNT.
003130 4100-EXIT.
003140     EXIT.
