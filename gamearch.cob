000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* GAMEARCH IS THE END-OF-DAY ARCHIVE AND PURGE STEP FOR THE
000090* GAMESTAT FILE, THE LEADERBOARD FEED AND THE GUESS JOURNAL.
000100* RECORDS FOR THE ARCHIVE DATE ARE CUT TO THE ACCUMULATED
000110* HISTORY FILES (GAMEHIST FOR GAMESTAT, LBHIST FOR THE FEED,
000112* GJNLHIST FOR THE JOURNAL) AND EVERY OTHER RECORD IS REWRITTEN
000120* ONTO A WORK FILE (GSTATNEW, LBRDNEW AND GJNLNEW) - THE
000130* FOLLOW-ON FILCOMIT STEPS VERIFY THE WORK FILES AGAINST THIS
000140* RUN'S CONTROL TOTALS AND COMMIT THEM OVER GAMESTAT, LBOARD AND
000150* GUESSJNL WITH A DATED BACKUP OF EACH PRIOR MASTER, WHICH LEAVES
000160* THE FILES EMPTY FOR THE NEXT DAY'S GAMES AND KEEPS GAMESTAT
000170* AND LBOARD IN STEP FOR THE GAMRECON RECONCILIATION.
000180*
000190*     GAMEARCH [YYYYMMDD]
000200*
000210* THE ARCHIVE DATE DEFAULTS TO THE RUN DATE WHEN NO PARAMETER IS
000220* GIVEN.  THE STEP MUST BALANCE - RECORDS MOVED PLUS RECORDS
000230* REMAINING MUST EQUAL RECORDS READ, ON ALL THREE FILES - AND A
000240* CONTROL TOTALS RECORD (COUNTS AND THE DAY'S WIN/LOSS SPLIT)
000250* IS APPENDED TO GAMECTL ON EVERY RUN.  AN OUT-OF-BALANCE RUN
000260* ENDS WITH RETURN CODE 8 SO THE SCHEDULER HOLDS THE FOLLOW-ON
000262* COPY STEPS.  THE SAME GAMES MUST ALSO LEAVE BOTH FILES - THE
000264* GAME IDS ARCHIVED FROM GAMESTAT AND FROM THE FEED ARE HASH
000266* TOTALLED AND THE TWO HASHES MUST AGREE.
000280*
000290* MODIFICATION HISTORY
000300* DATE       INIT  DESCRIPTION
000394*                  THE FILCOMIT VERIFIED COMMIT STEP, WHICH
000396*                  RECONCILES EACH WORK FILE AGAINST THIS RUN'S
000398*                  CONTROL TOTALS BEFORE TOUCHING THE MASTER.
000399* 2026-10-15  RTC  RECORD LENGTHS PICKED UP THE GAME ID ADDED TO
000399*                  GAMESTAT AND LBOARD.  THE GAME IDS ARCHIVED ON
000399*                  EACH SIDE ARE HASH TOTALLED ONTO GAMECTL AND
000399*                  MUST AGREE FOR THE ARCHIVE TO BALANCE.
000399* 2026-10-15  RTC  THE GUESS JOURNAL IS NOW ARCHIVED AND PURGED
000399*                  WITH THE DAY'S FILES - GUESSJNL TO GJNLHIST,
000399*                  THE REST TO GJNLNEW FOR FILCOMIT GUESSJNL.
000399* 2026-10-15  RTC  GAMESTAT AND LEADERBOARD RECORD LENGTHS PICKED
000399*                  UP THE RULE-SET ID ADDED AT THE END OF EACH.
000399* 2026-10-15  RTC  GAMESTAT AND LEADERBOARD RECORD LENGTHS PICKED
000399*                  UP THE DAILY CHALLENGE FIELDS ADDED AT THE END
000399*                  OF THE RECORDS.
000400*-----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000620     SELECT GAMECTL-FILE        ASSIGN TO "GAMECTL"
000630                                ORGANIZATION LINE SEQUENTIAL
000640                                FILE STATUS IS GAMECTL-STATUS.
000641     SELECT GUESS-JOURNAL-FILE  ASSIGN TO "GUESSJNL"
000642                                ORGANIZATION LINE SEQUENTIAL
000643                                FILE STATUS IS JOURNAL-STATUS.
000644     SELECT GJNLHIST-FILE       ASSIGN TO "GJNLHIST"
000645                                ORGANIZATION LINE SEQUENTIAL
000646                                FILE STATUS IS GJNLHIST-STATUS.
000647     SELECT GJNLNEW-FILE        ASSIGN TO "GJNLNEW"
000648                                ORGANIZATION LINE SEQUENTIAL
000649                                FILE STATUS IS GJNLNEW-STATUS.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  GAMESTAT-FILE
000690     RECORD CONTAINS 72 CHARACTERS.
000700     COPY GAMESTAT.
000710*
000720 FD  GAMEHIST-FILE
000730     RECORD CONTAINS 72 CHARACTERS.
000740 01  GAMEHIST-RECORD             PIC X(72).
000750*
000760 FD  GSTATNEW-FILE
000770     RECORD CONTAINS 72 CHARACTERS.
000780 01  GSTATNEW-RECORD             PIC X(72).
000790*
000800 FD  LEADERBOARD-FILE
000810     RECORD CONTAINS 74 CHARACTERS.
000820     COPY LBOARD.
000830*
000840 FD  LBHIST-FILE
000850     RECORD CONTAINS 74 CHARACTERS.
000860 01  LBHIST-RECORD               PIC X(74).
000870*
000880 FD  LBRDNEW-FILE
000890     RECORD CONTAINS 74 CHARACTERS.
000900 01  LBRDNEW-RECORD              PIC X(74).
000910*
000920 FD  GAMECTL-FILE
000930     RECORD CONTAINS 124 CHARACTERS.
000940     COPY GAMECTL.
000941*
000941 FD  GUESS-JOURNAL-FILE
000942     RECORD CONTAINS 59 CHARACTERS.
000943     COPY GUESSJNL.
000944*
000944 FD  GJNLHIST-FILE
000945     RECORD CONTAINS 59 CHARACTERS.
000946 01  GJNLHIST-RECORD             PIC X(59).
000947*
000947 FD  GJNLNEW-FILE
000948     RECORD CONTAINS 59 CHARACTERS.
000949 01  GJNLNEW-RECORD              PIC X(59).
000950*
000960 WORKING-STORAGE SECTION.
000970 01  GAMESTAT-STATUS              PIC X(2).
001150 01  GAMECTL-STATUS               PIC X(2).
001160     88  GAMECTL-OK               VALUE "00".
001170     88  GAMECTL-NOT-FOUND        VALUE "35".
001171 01  JOURNAL-STATUS               PIC X(2).
001172     88  JOURNAL-OK               VALUE "00".
001173     88  JOURNAL-EOF              VALUE "10".
001174     88  JOURNAL-NOT-FOUND        VALUE "35".
001175 01  GJNLHIST-STATUS              PIC X(2).
001176     88  GJNLHIST-OK              VALUE "00".
001177     88  GJNLHIST-NOT-FOUND       VALUE "35".
001178 01  GJNLNEW-STATUS               PIC X(2).
001179     88  GJNLNEW-OK               VALUE "00".
001180*
001190 01  FILLER                       PIC X.
001200     88  FATAL-ERROR              VALUE "E".
001250 01  FILLER                       PIC X.
001260     88  NO-FEED-TO-TRIM          VALUE "Y".
001270     88  FEED-PRESENT             VALUE "N".
001272 01  FILLER                       PIC X.
001274     88  NO-JOURNAL-TO-TRIM       VALUE "Y".
001276     88  JOURNAL-PRESENT          VALUE "N".
001280*
001290 01  CMD-ARG-COUNT                PIC 9(3).
001300 01  CMD-DATE-PARM                PIC X(8).
001420 01  FEED-REMAINING               PIC 9(7) COMP.
001430 01  BALANCE-CHECK                PIC 9(7) COMP.
001440 01  FEED-BALANCE-CHECK           PIC 9(7) COMP.
001441 01  GAME-ID-HASH                 PIC 9(15) COMP.
001442 01  FEED-ID-HASH                 PIC 9(15) COMP.
001443 01  JOURNAL-READ                 PIC 9(7) COMP.
001444 01  JOURNAL-MOVED                PIC 9(7) COMP.
001445 01  JOURNAL-REMAINING            PIC 9(7) COMP.
001446 01  JOURNAL-BALANCE-CHECK        PIC 9(7) COMP.
001450*
001460 PROCEDURE DIVISION.
001470*-----------------------------------------------------------------
001710     MOVE ZERO                  TO FEED-READ.
001720     MOVE ZERO                  TO FEED-MOVED.
001730     MOVE ZERO                  TO FEED-REMAINING.
001731     MOVE ZERO                  TO GAME-ID-HASH.
001732     MOVE ZERO                  TO FEED-ID-HASH.
001733     MOVE ZERO                  TO JOURNAL-READ.
001734     MOVE ZERO                  TO JOURNAL-MOVED.
001735     MOVE ZERO                  TO JOURNAL-REMAINING.
001740     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
001750     MOVE CURRENT-DATE-TIME (1:8) TO RUN-DATE.
001760     MOVE RUN-DATE              TO ARCHIVE-DATE.
002510             LBRDNEW-STATUS
002520         SET FATAL-ERROR         TO TRUE
002530         MOVE 8                  TO RETURN-CODE
002531         GO TO 1000-EXIT
002531     END-IF.
002531     SET JOURNAL-PRESENT         TO TRUE.
002531     OPEN INPUT GUESS-JOURNAL-FILE.
002532     IF JOURNAL-NOT-FOUND
002532         DISPLAY "GUESSJNL FILE NOT FOUND - NO JOURNAL TO TRIM"
002532         SET NO-JOURNAL-TO-TRIM  TO TRUE
002532     ELSE
002533         IF NOT JOURNAL-OK
002533             DISPLAY "UNABLE TO OPEN GUESSJNL FILE, STATUS "
002533                 JOURNAL-STATUS
002534             SET FATAL-ERROR     TO TRUE
002534             MOVE 8              TO RETURN-CODE
002534             GO TO 1000-EXIT
002534         END-IF
002535     END-IF.
002535     OPEN EXTEND GJNLHIST-FILE.
002535     IF GJNLHIST-NOT-FOUND
002535         OPEN OUTPUT GJNLHIST-FILE
002536     END-IF.
002536     IF NOT GJNLHIST-OK
002536         DISPLAY "UNABLE TO OPEN GJNLHIST FILE, STATUS "
002537             GJNLHIST-STATUS
002537         SET FATAL-ERROR         TO TRUE
002537         MOVE 8                  TO RETURN-CODE
002537         GO TO 1000-EXIT
002538     END-IF.
002538     OPEN OUTPUT GJNLNEW-FILE.
002538     IF NOT GJNLNEW-OK
002538         DISPLAY "UNABLE TO OPEN GJNLNEW FILE, STATUS "
002539             GJNLNEW-STATUS
002539         SET FATAL-ERROR         TO TRUE
002539         MOVE 8                  TO RETURN-CODE
002540     END-IF.
002550 1000-EXIT.
002560     EXIT.
002570*
002580*-----------------------------------------------------------------
002590* 2000-ARCHIVE-DAY - PASS EACH FILE ONCE.  RECORDS FOR THE ARCHIVE
002600* DATE GO TO THE HISTORY FILE, EVERYTHING ELSE TO THE WORK FILE.
002610*-----------------------------------------------------------------
002620 2000-ARCHIVE-DAY.
002680     CLOSE GAMESTAT-FILE.
002690 2000-FEED.
002700     IF NO-FEED-TO-TRIM
002710         GO TO 2000-JOURNAL
002720     END-IF.
002730     PERFORM 2200-SPLIT-FEED     THRU 2200-EXIT
002740         UNTIL LEADERBOARD-EOF.
002750     CLOSE LEADERBOARD-FILE.
002751 2000-JOURNAL.
002752     IF NO-JOURNAL-TO-TRIM
002753         GO TO 2000-CLOSE
002754     END-IF.
002755     PERFORM 2300-SPLIT-JOURNAL  THRU 2300-EXIT
002756         UNTIL JOURNAL-EOF.
002757     CLOSE GUESS-JOURNAL-FILE.
002760 2000-CLOSE.
002770     CLOSE GAMEHIST-FILE.
002780     CLOSE GSTATNEW-FILE.
002790     CLOSE LBHIST-FILE.
002800     CLOSE LBRDNEW-FILE.
002802     CLOSE GJNLHIST-FILE.
002804     CLOSE GJNLNEW-FILE.
002810 2000-EXIT.
002820     EXIT.
002830*
002890             ADD 1               TO RECORDS-READ
002900             IF GSREC-GAME-DATE = ARCHIVE-DATE
002910                 ADD 1           TO RECORDS-MOVED
002912                 ADD GSREC-GAME-ID TO GAME-ID-HASH
002920                 IF GSREC-WON
002930                     ADD 1       TO DAY-GAMES-WON
002940                 ELSE
003130             ADD 1               TO FEED-READ
003140             IF LBREC-GAME-DATE = ARCHIVE-DATE
003150                 ADD 1           TO FEED-MOVED
003152                 ADD LBREC-GAME-ID TO FEED-ID-HASH
003160                 MOVE LEADERBOARD-RECORD TO LBHIST-RECORD
003170                 WRITE LBHIST-RECORD
003180             ELSE
003240 2200-EXIT.
003250     EXIT.
003260*
003261 2300-SPLIT-JOURNAL.
003261     READ GUESS-JOURNAL-FILE NEXT RECORD
003261         AT END
003262             SET JOURNAL-EOF     TO TRUE
003262         NOT AT END
003263             ADD 1               TO JOURNAL-READ
003263             IF GJREC-GUESS-DATE = ARCHIVE-DATE
003264                 ADD 1           TO JOURNAL-MOVED
003264                 MOVE GUESS-JOURNAL-RECORD TO GJNLHIST-RECORD
003265                 WRITE GJNLHIST-RECORD
003265             ELSE
003266                 ADD 1           TO JOURNAL-REMAINING
003266                 MOVE GUESS-JOURNAL-RECORD TO GJNLNEW-RECORD
003267                 WRITE GJNLNEW-RECORD
003267             END-IF
003268     END-READ.
003268 2300-EXIT.
003269     EXIT.
003269*
003270*-----------------------------------------------------------------
003280* 3000-BALANCE-TOTALS - PROVE MOVED PLUS REMAINING EQUALS READ,
003290* APPEND THE CONTROL TOTALS RECORD AND SET THE RETURN CODE.
003310 3000-BALANCE-TOTALS.
003320     COMPUTE BALANCE-CHECK = RECORDS-MOVED + RECORDS-REMAINING.
003330     COMPUTE FEED-BALANCE-CHECK = FEED-MOVED + FEED-REMAINING.
003332     COMPUTE JOURNAL-BALANCE-CHECK =
003334         JOURNAL-MOVED + JOURNAL-REMAINING.
003340     DISPLAY "GAMESTAT ARCHIVE FOR " ARCHIVE-DATE.
003350     DISPLAY "==============================".
003360     DISPLAY "RECORDS READ . . . . . : " RECORDS-READ.
003410     DISPLAY "FEED RECORDS READ  . . : " FEED-READ.
003420     DISPLAY "FEED RECORDS ARCHIVED  : " FEED-MOVED.
003430     DISPLAY "FEED RECORDS REMAINING : " FEED-REMAINING.
003431     DISPLAY "GAME ID HASH ARCHIVED  : " GAME-ID-HASH.
003432     DISPLAY "FEED ID HASH ARCHIVED  : " FEED-ID-HASH.
003433     DISPLAY "GUESSES READ . . . . . : " JOURNAL-READ.
003434     DISPLAY "GUESSES ARCHIVED . . . : " JOURNAL-MOVED.
003435     DISPLAY "GUESSES REMAINING  . . : " JOURNAL-REMAINING.
003440     MOVE RUN-DATE              TO CTREC-RUN-DATE.
003450     MOVE ARCHIVE-DATE          TO CTREC-ARCHIVE-DATE.
003460     MOVE RECORDS-READ          TO CTREC-RECORDS-READ.
003510     MOVE FEED-READ             TO CTREC-FEED-READ.
003520     MOVE FEED-MOVED            TO CTREC-FEED-MOVED.
003530     MOVE FEED-REMAINING        TO CTREC-FEED-REMAINING.
003531     MOVE GAME-ID-HASH          TO CTREC-GAME-ID-HASH.
003532     MOVE FEED-ID-HASH          TO CTREC-FEED-ID-HASH.
003533     MOVE JOURNAL-READ          TO CTREC-JOURNAL-READ.
003534     MOVE JOURNAL-MOVED         TO CTREC-JOURNAL-MOVED.
003535     MOVE JOURNAL-REMAINING     TO CTREC-JOURNAL-REMAINING.
003540     IF BALANCE-CHECK = RECORDS-READ
003550             AND FEED-BALANCE-CHECK = FEED-READ
003552             AND GAME-ID-HASH = FEED-ID-HASH
003554             AND JOURNAL-BALANCE-CHECK = JOURNAL-READ
003560         SET CTREC-IN-BALANCE    TO TRUE
003570         DISPLAY "ARCHIVE IN BALANCE"
003580         DISPLAY "RUN FILCOMIT GAMESTAT TO COMMIT THE PURGE"
003590         DISPLAY "RUN FILCOMIT LBOARD TO COMMIT THE TRIM"
003592         DISPLAY "RUN FILCOMIT GUESSJNL TO COMMIT THE JOURNAL"
003600     ELSE
003610         SET CTREC-OUT-OF-BALANCE TO TRUE
003620         DISPLAY "*** ARCHIVE OUT OF BALANCE - DO NOT COMMIT ***"
