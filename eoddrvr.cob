000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     EODDRVR.
000030 AUTHOR.         R TODD CARRUTH.
000040 INSTALLATION.   GAMES BATCH SHOP.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* EODDRVR RUNS THE END-OF-DAY STREAM FOR ONE BUSINESS DATE, STEP
000090* BY STEP IN THE ORDER LAID DOWN IN EODSTEPS - WORDCHK, GAMRECON,
000100* PLAYRPT, LBXTRACT, GAMEARCH, THE THREE FILCOMIT COMMITS
000110* (GAMESTAT, LBOARD, GUESSJNL), CKPTSWEP, PLAYARCH AND CHALBRD -
000120* SO THE "RUN BEFORE THE GAMEARCH TRIM" ORDERING NO LONGER RESTS
000130* ON THE OPERATOR FOLLOWING THE NOTES IN EACH PROGRAM.
000140*
000150*     EODDRVR [YYYYMMDD]
000160*
000170* THE BUSINESS DATE DEFAULTS TO THE RUN DATE AND IS PASSED TO
000180* EVERY STEP THAT TAKES A DATE.  THE STREAM STOPS AT THE FIRST
000190* STEP ENDING WITH RETURN CODE 8 OR HIGHER, AND THE DRIVER ENDS
000200* WITH THE HIGHEST RETURN CODE ANY STEP GAVE.  ONE RECORD PER STEP
000210* - NAME, PARAMETERS, START AND END, RETURN CODE AND WHO RAN IT -
000220* IS APPENDED TO THE RUN LOG (EODLOG) AS THE STEP ENDS.
000230*
000240* RERUN FOR THE SAME DATE AFTER A STOP, THE DRIVER READS THE LOG
000250* FIRST AND SKIPS EVERY STEP ALREADY COMPLETED FOR THAT DATE, SO
000260* THE STREAM PICKS UP AT THE STEP THAT FAILED.  A STEP CUT OFF
000270* BEFORE IT COULD BE LOGGED IS RUN AGAIN.  EODINQ PRINTS THE LOG.
000280*
000290* THE STEPS ARE RUN AS SEPARATE PROGRAMS THROUGH THE SHELL.  THEY
000300* ARE LOOKED FOR ON THE PATH, OR IN THE DIRECTORY NAMED BY THE
000310* EODBIN ENVIRONMENT VARIABLE WHEN IT IS SET.
000320*
000330* MODIFICATION HISTORY
000340* DATE       INIT  DESCRIPTION
000350* ---------  ----  -------------------------------------------
000360* 2026-10-15  RTC  ORIGINAL VERSION.
000363* 2026-10-15  RTC  STEP TABLE GREW TO ELEVEN FOR THE DAILY
000366*                  CHALLENGE BOARD (CHALBRD).
000370*-----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT EOD-LOG-FILE        ASSIGN TO "EODLOG"
000420                                ORGANIZATION LINE SEQUENTIAL
000430                                FILE STATUS IS EOD-LOG-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  EOD-LOG-FILE
000480     RECORD CONTAINS 79 CHARACTERS.
000490     COPY EODLOG.
000500*
000510 WORKING-STORAGE SECTION.
000520 01  EOD-LOG-STATUS               PIC X(2).
000530     88  EOD-LOG-OK               VALUE "00".
000540     88  EOD-LOG-EOF              VALUE "10".
000550     88  EOD-LOG-NOT-FOUND        VALUE "35".
000560*
000570 COPY EODSTEPS.
000580*
000590 01  STEP-DONE-TABLE.
000600     05  STEP-DONE-FLAG           PIC X OCCURS 11 TIMES.
000610         88  STEP-DONE            VALUE "Y".
000620         88  STEP-NOT-DONE        VALUE "N".
000630 01  STEP-SUB                     PIC 9(2) COMP.
000640 01  STEP-NUMBER                  PIC 9(2).
000650*
000660 01  FILLER                       PIC X.
000670     88  FATAL-ERROR              VALUE "E".
000680     88  NO-FATAL-ERROR           VALUE "N".
000690 01  FILLER                       PIC X.
000700     88  STREAM-STOPPED           VALUE "S".
000710     88  STREAM-RUNNING           VALUE "R".
000720*
000730 01  CMD-ARG-COUNT                PIC 9(3).
000740 01  CMD-DATE-PARM                PIC X(8).
000750 01  CURRENT-DATE-TIME            PIC X(21).
000760 01  BUSINESS-DATE                PIC 9(8).
000770 01  RUN-USER                     PIC X(8).
000780 01  BIN-DIRECTORY                PIC X(60).
000790*
000800 01  STEP-PARM                    PIC X(20).
000810 01  STEP-COMMAND                 PIC X(100).
000820 01  STEP-START-DATE-TIME         PIC X(21).
000830 01  SHELL-STATUS                 PIC S9(9) COMP.
000840 01  SHELL-SIGNAL                 PIC S9(9) COMP.
000850 01  STEP-RC                      PIC 9(4).
000860 01  HIGHEST-RC                   PIC 9(4).
000870 01  ABEND-RC                     PIC 9(4)     VALUE 16.
000880 01  STEPS-RUN                    PIC 9(3) COMP.
000890 01  STEPS-SKIPPED                PIC 9(3) COMP.
000900 01  PRIOR-LOG-RECORDS            PIC 9(5) COMP.
000910*
000920 PROCEDURE DIVISION.
000930*-----------------------------------------------------------------
000940* 0000-MAINLINE
000950*-----------------------------------------------------------------
000960 0000-MAINLINE.
000970     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
000980     IF NOT FATAL-ERROR
000990         PERFORM 2000-READ-RUN-LOG THRU 2000-EXIT
001000     END-IF.
001010     IF NOT FATAL-ERROR
001020         PERFORM 3000-RUN-STEP   THRU 3000-EXIT
001030             VARYING STEP-SUB FROM 1 BY 1
001040             UNTIL STEP-SUB > EOD-STEP-COUNT OR STREAM-STOPPED
001050         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
001060         MOVE HIGHEST-RC         TO RETURN-CODE
001070     END-IF.
001080     GOBACK.
001090*
001100*-----------------------------------------------------------------
001110* 1000-INITIALIZE - BUSINESS DATE, WHO IS RUNNING, AND WHERE THE
001120* STEP PROGRAMS LIVE.
001130*-----------------------------------------------------------------
001140 1000-INITIALIZE.
001150     SET NO-FATAL-ERROR          TO TRUE.
001160     SET STREAM-RUNNING          TO TRUE.
001170     MOVE ZERO                  TO HIGHEST-RC.
001180     MOVE ZERO                  TO STEPS-RUN.
001190     MOVE ZERO                  TO STEPS-SKIPPED.
001200     MOVE ZERO                  TO PRIOR-LOG-RECORDS.
001210     MOVE ALL "N"               TO STEP-DONE-TABLE.
001220     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
001230     MOVE CURRENT-DATE-TIME (1:8) TO BUSINESS-DATE.
001240     ACCEPT CMD-ARG-COUNT        FROM ARGUMENT-NUMBER.
001250     IF CMD-ARG-COUNT NOT LESS THAN 1
001260         DISPLAY 1               UPON ARGUMENT-NUMBER
001270         ACCEPT CMD-DATE-PARM    FROM ARGUMENT-VALUE
001280         IF CMD-DATE-PARM IS NUMERIC
001290             MOVE CMD-DATE-PARM  TO BUSINESS-DATE
001300         ELSE
001310             DISPLAY "BUSINESS DATE PARAMETER MUST BE YYYYMMDD: "
001320                 CMD-DATE-PARM
001330             SET FATAL-ERROR     TO TRUE
001340             MOVE 8              TO RETURN-CODE
001350             GO TO 1000-EXIT
001360         END-IF
001370     END-IF.
001380     MOVE SPACES                TO RUN-USER.
001390     ACCEPT RUN-USER             FROM ENVIRONMENT "LOGNAME".
001400     IF RUN-USER = SPACES
001410         ACCEPT RUN-USER         FROM ENVIRONMENT "USER"
001420     END-IF.
001430     IF RUN-USER = SPACES
001440         MOVE "OPERATOR"         TO RUN-USER
001450     END-IF.
001460     MOVE SPACES                TO BIN-DIRECTORY.
001470     ACCEPT BIN-DIRECTORY        FROM ENVIRONMENT "EODBIN".
001480 1000-EXIT.
001490     EXIT.
001500*
001510*-----------------------------------------------------------------
001520* 2000-READ-RUN-LOG - MARK EVERY STEP THE LOG SHOWS COMPLETED (OR
001530* SKIPPED AS ALREADY COMPLETED) FOR THIS BUSINESS DATE.  NO LOG
001540* MEANS NOTHING HAS RUN YET.
001550*-----------------------------------------------------------------
001560 2000-READ-RUN-LOG.
001570     OPEN INPUT EOD-LOG-FILE.
001580     IF EOD-LOG-NOT-FOUND
001590         GO TO 2000-EXIT
001600     END-IF.
001610     IF NOT EOD-LOG-OK
001620         DISPLAY "UNABLE TO OPEN EODLOG FILE, STATUS "
001630             EOD-LOG-STATUS
001640         SET FATAL-ERROR         TO TRUE
001650         MOVE 8                  TO RETURN-CODE
001660         GO TO 2000-EXIT
001670     END-IF.
001680     PERFORM 2100-READ-LOG-RECORD THRU 2100-EXIT
001690         UNTIL EOD-LOG-EOF.
001700     CLOSE EOD-LOG-FILE.
001710 2000-EXIT.
001720     EXIT.
001730*
001740 2100-READ-LOG-RECORD.
001750     READ EOD-LOG-FILE NEXT RECORD
001760         AT END
001770             SET EOD-LOG-EOF     TO TRUE
001780             GO TO 2100-EXIT
001790     END-READ.
001800     IF ELREC-BUSINESS-DATE NOT = BUSINESS-DATE
001810         GO TO 2100-EXIT
001820     END-IF.
001830     ADD 1                       TO PRIOR-LOG-RECORDS.
001840     IF ELREC-FAILED
001850         GO TO 2100-EXIT
001860     END-IF.
001870     PERFORM 2110-MATCH-STEP     THRU 2110-EXIT
001880         VARYING STEP-SUB FROM 1 BY 1
001890         UNTIL STEP-SUB > EOD-STEP-COUNT.
001900 2100-EXIT.
001910     EXIT.
001920*
001930 2110-MATCH-STEP.
001940     IF ELREC-STEP-NUMBER = STEP-SUB
001950             AND ELREC-STEP-NAME = EOD-STEP-PROGRAM (STEP-SUB)
001960         SET STEP-DONE (STEP-SUB) TO TRUE
001970     END-IF.
001980 2110-EXIT.
001990     EXIT.
002000*
002010*-----------------------------------------------------------------
002020* 3000-RUN-STEP - SKIP THE STEP IF IT IS ALREADY DONE FOR THE
002030* DATE, OTHERWISE RUN IT AND LOG IT.  A RETURN CODE OF 8 OR MORE
002040* STOPS THE STREAM.
002050*-----------------------------------------------------------------
002060 3000-RUN-STEP.
002070     MOVE STEP-SUB              TO STEP-NUMBER.
002080     PERFORM 3100-BUILD-PARM     THRU 3100-EXIT.
002090     MOVE FUNCTION CURRENT-DATE TO STEP-START-DATE-TIME.
002100     IF STEP-DONE (STEP-SUB)
002110         DISPLAY "STEP " STEP-NUMBER " "
002120             EOD-STEP-PROGRAM (STEP-SUB)
002130             " SKIPPED - ALREADY COMPLETED FOR " BUSINESS-DATE
002140         ADD 1                   TO STEPS-SKIPPED
002150         MOVE ZERO               TO STEP-RC
002160         MOVE "S"                TO ELREC-STEP-STATUS
002170         PERFORM 3300-WRITE-LOG  THRU 3300-EXIT
002180         GO TO 3000-EXIT
002190     END-IF.
002200*
002210     MOVE SPACES                TO STEP-COMMAND.
002220     IF BIN-DIRECTORY = SPACES
002230         STRING FUNCTION LOWER-CASE (EOD-STEP-PROGRAM (STEP-SUB))
002240                 DELIMITED BY SPACE
002250             " "                 DELIMITED BY SIZE
002260             STEP-PARM           DELIMITED BY SIZE
002270             INTO STEP-COMMAND
002280     ELSE
002290         STRING BIN-DIRECTORY    DELIMITED BY SPACE
002300             "/"                 DELIMITED BY SIZE
002310             FUNCTION LOWER-CASE (EOD-STEP-PROGRAM (STEP-SUB))
002320                 DELIMITED BY SPACE
002330             " "                 DELIMITED BY SIZE
002340             STEP-PARM           DELIMITED BY SIZE
002350             INTO STEP-COMMAND
002360     END-IF.
002370     DISPLAY "STEP " STEP-NUMBER " " EOD-STEP-PROGRAM (STEP-SUB)
002380         " " STEP-PARM " STARTED " STEP-START-DATE-TIME (9:6).
002390     CALL "SYSTEM"               USING STEP-COMMAND.
002400     MOVE RETURN-CODE           TO SHELL-STATUS.
002410     MOVE ZERO                  TO RETURN-CODE.
002420     PERFORM 3200-STEP-RETURN-CODE THRU 3200-EXIT.
002430     ADD 1                       TO STEPS-RUN.
002440     IF STEP-RC > HIGHEST-RC
002450         MOVE STEP-RC            TO HIGHEST-RC
002460     END-IF.
002470     IF STEP-RC < 8
002480         MOVE "C"                TO ELREC-STEP-STATUS
002490     ELSE
002500         MOVE "F"                TO ELREC-STEP-STATUS
002510         SET STREAM-STOPPED      TO TRUE
002520     END-IF.
002530     PERFORM 3300-WRITE-LOG      THRU 3300-EXIT.
002540     DISPLAY "STEP " STEP-NUMBER " " EOD-STEP-PROGRAM (STEP-SUB)
002550         " ENDED RC " STEP-RC.
002560 3000-EXIT.
002570     EXIT.
002580*
002590 3100-BUILD-PARM.
002600     MOVE SPACES                TO STEP-PARM.
002610     IF EOD-STEP-DATE-PARM (STEP-SUB)
002620         MOVE BUSINESS-DATE      TO STEP-PARM
002630     END-IF.
002640     IF EOD-STEP-FIXED-PARM (STEP-SUB)
002650         MOVE EOD-STEP-FIXED-VALUE (STEP-SUB) TO STEP-PARM
002660     END-IF.
002670 3100-EXIT.
002680     EXIT.
002690*
002700*-----------------------------------------------------------------
002710* 3200-STEP-RETURN-CODE - THE SHELL HANDS BACK A WAIT STATUS: THE
002720* STEP'S RETURN CODE IN THE HIGH-ORDER BYTE, AND ANYTHING IN THE
002730* LOW-ORDER BYTE MEANS THE STEP WAS KILLED.  A STEP THAT COULD
002740* NOT BE STARTED OR DID NOT END NORMALLY IS GIVEN RETURN CODE 16.
002750*-----------------------------------------------------------------
002760 3200-STEP-RETURN-CODE.
002770     IF SHELL-STATUS < ZERO
002780         DISPLAY "STEP " EOD-STEP-PROGRAM (STEP-SUB)
002790             " COULD NOT BE STARTED"
002800         MOVE ABEND-RC           TO STEP-RC
002810         GO TO 3200-EXIT
002820     END-IF.
002830     DIVIDE SHELL-STATUS BY 256  GIVING SHELL-STATUS
002840         REMAINDER SHELL-SIGNAL.
002850     IF SHELL-SIGNAL NOT = ZERO
002860         DISPLAY "STEP " EOD-STEP-PROGRAM (STEP-SUB)
002870             " ENDED ABNORMALLY"
002880         MOVE ABEND-RC           TO STEP-RC
002890         GO TO 3200-EXIT
002900     END-IF.
002910     MOVE SHELL-STATUS          TO STEP-RC.
002920 3200-EXIT.
002930     EXIT.
002940*
002950*-----------------------------------------------------------------
002960* 3300-WRITE-LOG - APPEND THE STEP'S RUN LOG RECORD.  THE LOG IS
002970* OPENED AND CLOSED PER STEP SO EVERY FINISHED STEP IS ON FILE
002980* EVEN IF THE DRIVER ITSELF IS CUT OFF.  THE CALLER HAS SET THE
002990* STEP STATUS.
003000*-----------------------------------------------------------------
003010 3300-WRITE-LOG.
003020     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
003030     MOVE BUSINESS-DATE         TO ELREC-BUSINESS-DATE.
003040     MOVE STEP-SUB              TO ELREC-STEP-NUMBER.
003050     MOVE EOD-STEP-PROGRAM (STEP-SUB) TO ELREC-STEP-NAME.
003060     MOVE STEP-PARM             TO ELREC-STEP-PARM.
003070     MOVE STEP-START-DATE-TIME (1:8) TO ELREC-START-DATE.
003080     MOVE STEP-START-DATE-TIME (9:6) TO ELREC-START-TIME.
003090     MOVE CURRENT-DATE-TIME (1:8) TO ELREC-END-DATE.
003100     MOVE CURRENT-DATE-TIME (9:6) TO ELREC-END-TIME.
003110     MOVE STEP-RC               TO ELREC-RETURN-CODE.
003120     MOVE RUN-USER              TO ELREC-USER.
003130     OPEN EXTEND EOD-LOG-FILE.
003140     IF EOD-LOG-NOT-FOUND
003150         OPEN OUTPUT EOD-LOG-FILE
003160     END-IF.
003170     IF NOT EOD-LOG-OK
003180         DISPLAY "UNABLE TO OPEN EODLOG FILE, STATUS "
003190             EOD-LOG-STATUS
003200         DISPLAY "STREAM STOPPED - STEPS CANNOT BE LOGGED"
003210         SET STREAM-STOPPED      TO TRUE
003220         MOVE 8                  TO HIGHEST-RC
003230         GO TO 3300-EXIT
003240     END-IF.
003250     WRITE EOD-LOG-RECORD.
003260     CLOSE EOD-LOG-FILE.
003270 3300-EXIT.
003280     EXIT.
003290*
003300*-----------------------------------------------------------------
003310* 4000-PRINT-SUMMARY
003320*-----------------------------------------------------------------
003330 4000-PRINT-SUMMARY.
003340     DISPLAY " ".
003350     DISPLAY "END-OF-DAY STREAM - " BUSINESS-DATE.
003360     DISPLAY "==============================".
003370     IF PRIOR-LOG-RECORDS > ZERO
003380         DISPLAY "RESTART - PRIOR LOG RECORDS  : "
003390             PRIOR-LOG-RECORDS
003400     END-IF.
003410     DISPLAY "STEPS RUN  . . . . . . : " STEPS-RUN.
003420     DISPLAY "STEPS SKIPPED  . . . . : " STEPS-SKIPPED.
003430     DISPLAY "HIGHEST RETURN CODE  . : " HIGHEST-RC.
003440     IF STREAM-STOPPED
003450         DISPLAY "*** STREAM STOPPED AT STEP " STEP-NUMBER " "
003460             EOD-STEP-PROGRAM (STEP-NUMBER) " ***"
003470         DISPLAY "RERUN EODDRVR " BUSINESS-DATE
003480             " TO RESTART FROM THIS STEP"
003490     ELSE
003500         DISPLAY "STREAM COMPLETE"
003510     END-IF.
003520 4000-EXIT.
003530     EXIT.
