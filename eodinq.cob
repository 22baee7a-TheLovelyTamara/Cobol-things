000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     EODINQ.
000030 AUTHOR.         R TODD CARRUTH.
000040 INSTALLATION.   GAMES BATCH SHOP.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* EODINQ PRINTS THE END-OF-DAY RUN LOG (EODLOG) FOR ONE BUSINESS
000090* DATE, SO THE MORNING SHIFT CAN SEE WHAT THE OVERNIGHT STREAM DID
000100* WITHOUT PIECING IT TOGETHER FROM CONSOLE OUTPUT.
000110*
000120*     EODINQ [YYYYMMDD]
000130*
000140* THE DATE DEFAULTS TO THE RUN DATE.  EVERY LOG RECORD FOR THE
000150* DATE IS LISTED IN THE ORDER WRITTEN - STEP, PARAMETERS, START,
000160* END, RETURN CODE, STATUS AND WHO RAN IT - FOLLOWED BY WHERE THE
000170* STREAM STANDS: COMPLETE, NOT RUN, OR THE STEP A RERUN OF EODDRVR
000180* WILL RESTART FROM.  AN INCOMPLETE STREAM ENDS THE INQUIRY WITH
000190* RETURN CODE 4.
000200*
000210* MODIFICATION HISTORY
000220* DATE       INIT  DESCRIPTION
000230* ---------  ----  -------------------------------------------
000240* 2026-10-15  RTC  ORIGINAL VERSION.
000243* 2026-10-15  RTC  STEP TABLE GREW TO ELEVEN FOR THE DAILY
000246*                  CHALLENGE BOARD (CHALBRD).
000250*-----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT EOD-LOG-FILE        ASSIGN TO "EODLOG"
000300                                ORGANIZATION LINE SEQUENTIAL
000310                                FILE STATUS IS EOD-LOG-STATUS.
000320*
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  EOD-LOG-FILE
000360     RECORD CONTAINS 79 CHARACTERS.
000370     COPY EODLOG.
000380*
000390 WORKING-STORAGE SECTION.
000400 01  EOD-LOG-STATUS               PIC X(2).
000410     88  EOD-LOG-OK               VALUE "00".
000420     88  EOD-LOG-EOF              VALUE "10".
000430     88  EOD-LOG-NOT-FOUND        VALUE "35".
000440*
000450 COPY EODSTEPS.
000460*
000470 01  STEP-DONE-TABLE.
000480     05  STEP-DONE-FLAG           PIC X OCCURS 11 TIMES.
000490         88  STEP-DONE            VALUE "Y".
000500         88  STEP-NOT-DONE        VALUE "N".
000510 01  STEP-SUB                     PIC 9(2) COMP.
000520 01  RESTART-STEP                 PIC 9(2).
000530*
000540 01  CMD-ARG-COUNT                PIC 9(3).
000550 01  CMD-DATE-PARM                PIC X(8).
000560 01  CURRENT-DATE-TIME            PIC X(21).
000570 01  INQUIRY-DATE                 PIC 9(8).
000580 01  LOG-RECORDS                  PIC 9(5) COMP.
000590 01  STATUS-TEXT                  PIC X(9).
000600*
000610 PROCEDURE DIVISION.
000620*-----------------------------------------------------------------
000630* 0000-MAINLINE
000640*-----------------------------------------------------------------
000650 0000-MAINLINE.
000660     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
000670     IF RETURN-CODE = ZERO
000680         PERFORM 2000-LIST-LOG   THRU 2000-EXIT
000690         PERFORM 3000-STREAM-STATUS THRU 3000-EXIT
000700     END-IF.
000710     GOBACK.
000720*
000730*-----------------------------------------------------------------
000740* 1000-INITIALIZE
000750*-----------------------------------------------------------------
000760 1000-INITIALIZE.
000770     MOVE ZERO                  TO LOG-RECORDS.
000780     MOVE ALL "N"               TO STEP-DONE-TABLE.
000790     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
000800     MOVE CURRENT-DATE-TIME (1:8) TO INQUIRY-DATE.
000810     ACCEPT CMD-ARG-COUNT        FROM ARGUMENT-NUMBER.
000820     IF CMD-ARG-COUNT NOT LESS THAN 1
000830         DISPLAY 1               UPON ARGUMENT-NUMBER
000840         ACCEPT CMD-DATE-PARM    FROM ARGUMENT-VALUE
000850         IF CMD-DATE-PARM IS NUMERIC
000860             MOVE CMD-DATE-PARM  TO INQUIRY-DATE
000870         ELSE
000880             DISPLAY "USAGE: EODINQ [YYYYMMDD]"
000890             MOVE 8              TO RETURN-CODE
000900         END-IF
000910     END-IF.
000920 1000-EXIT.
000930     EXIT.
000940*
000950*-----------------------------------------------------------------
000960* 2000-LIST-LOG - ONE LINE PER LOG RECORD FOR THE DATE, NOTING
000970* WHICH STEPS HAVE COMPLETED.
000980*-----------------------------------------------------------------
000990 2000-LIST-LOG.
001000     DISPLAY "END-OF-DAY RUN LOG - " INQUIRY-DATE.
001010     DISPLAY "==============================".
001020     OPEN INPUT EOD-LOG-FILE.
001030     IF EOD-LOG-NOT-FOUND
001040         GO TO 2000-EXIT
001050     END-IF.
001060     IF NOT EOD-LOG-OK
001070         DISPLAY "UNABLE TO OPEN EODLOG FILE, STATUS "
001080             EOD-LOG-STATUS
001090         MOVE 8                  TO RETURN-CODE
001100         GO TO 2000-EXIT
001110     END-IF.
001120     DISPLAY "ST PROGRAM  PARAMETER  START           END"
001130         "             RC   STATUS    USER".
001140     PERFORM 2100-LIST-ONE-RECORD THRU 2100-EXIT
001150         UNTIL EOD-LOG-EOF.
001160     CLOSE EOD-LOG-FILE.
001170 2000-EXIT.
001180     EXIT.
001190*
001200 2100-LIST-ONE-RECORD.
001210     READ EOD-LOG-FILE NEXT RECORD
001220         AT END
001230             SET EOD-LOG-EOF     TO TRUE
001240             GO TO 2100-EXIT
001250     END-READ.
001260     IF ELREC-BUSINESS-DATE NOT = INQUIRY-DATE
001270         GO TO 2100-EXIT
001280     END-IF.
001290     ADD 1                       TO LOG-RECORDS.
001300     EVALUATE TRUE
001310         WHEN ELREC-COMPLETED
001320             MOVE "COMPLETED"    TO STATUS-TEXT
001330         WHEN ELREC-FAILED
001340             MOVE "FAILED"       TO STATUS-TEXT
001350         WHEN ELREC-SKIPPED
001360             MOVE "SKIPPED"      TO STATUS-TEXT
001370         WHEN OTHER
001380             MOVE "UNKNOWN"      TO STATUS-TEXT
001390     END-EVALUATE.
001400     DISPLAY ELREC-STEP-NUMBER " " ELREC-STEP-NAME " "
001410         ELREC-STEP-PARM (1:10) " "
001420         ELREC-START-DATE " " ELREC-START-TIME " "
001430         ELREC-END-DATE " " ELREC-END-TIME " "
001440         ELREC-RETURN-CODE " " STATUS-TEXT " " ELREC-USER.
001450     IF ELREC-FAILED
001460         GO TO 2100-EXIT
001470     END-IF.
001480     PERFORM 2110-MATCH-STEP     THRU 2110-EXIT
001490         VARYING STEP-SUB FROM 1 BY 1
001500         UNTIL STEP-SUB > EOD-STEP-COUNT.
001510 2100-EXIT.
001520     EXIT.
001530*
001540 2110-MATCH-STEP.
001550     IF ELREC-STEP-NUMBER = STEP-SUB
001560             AND ELREC-STEP-NAME = EOD-STEP-PROGRAM (STEP-SUB)
001570         SET STEP-DONE (STEP-SUB) TO TRUE
001580     END-IF.
001590 2110-EXIT.
001600     EXIT.
001610*
001620*-----------------------------------------------------------------
001630* 3000-STREAM-STATUS - THE FIRST STEP NOT COMPLETED IS WHERE A
001640* RERUN OF EODDRVR FOR THE DATE WILL PICK UP, THE SAME TEST THE
001650* DRIVER MAKES.
001660*-----------------------------------------------------------------
001670 3000-STREAM-STATUS.
001680     IF RETURN-CODE NOT = ZERO
001690         GO TO 3000-EXIT
001700     END-IF.
001710     DISPLAY " ".
001720     DISPLAY "LOG RECORDS  . . . . . : " LOG-RECORDS.
001730     IF LOG-RECORDS = ZERO
001740         DISPLAY "STREAM NOT RUN FOR " INQUIRY-DATE
001750         MOVE 4                  TO RETURN-CODE
001760         GO TO 3000-EXIT
001770     END-IF.
001780     MOVE ZERO                  TO RESTART-STEP.
001790     PERFORM 3100-FIND-RESTART   THRU 3100-EXIT
001800         VARYING STEP-SUB FROM 1 BY 1
001810         UNTIL STEP-SUB > EOD-STEP-COUNT OR RESTART-STEP > ZERO.
001820     IF RESTART-STEP = ZERO
001830         DISPLAY "STREAM COMPLETE FOR " INQUIRY-DATE
001840     ELSE
001850         DISPLAY "*** STREAM INCOMPLETE - EODDRVR " INQUIRY-DATE
001860             " RESTARTS AT STEP " RESTART-STEP " "
001870             EOD-STEP-PROGRAM (RESTART-STEP) " ***"
001880         MOVE 4                  TO RETURN-CODE
001890     END-IF.
001900 3000-EXIT.
001910     EXIT.
001920*
001930 3100-FIND-RESTART.
001940     IF STEP-NOT-DONE (STEP-SUB)
001950         MOVE STEP-SUB           TO RESTART-STEP
001960     END-IF.
001970 3100-EXIT.
001980     EXIT.
