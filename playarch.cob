000180* RECORD.  A PLAYER WITH NO FEED ACTIVITY AT ALL IS MEASURED
000190* FROM THE ENROLL DATE.
000200*
000201* MONTHS HISTROLL HAS OFFLOADED FROM LBHIST COUNT THROUGH THE
000202* LAST GAME DATE ON THE BY-PLAYER RECORDS OF THE MONTHLY SUMMARY
000203* FILE (HISTSUMM); LBHIST DETAIL FOR THOSE MONTHS IS PASSED OVER.
000204* FEED RECORDS DATED 00000000, CONVERTED FROM BEFORE THE GAME DATE
000205* WAS CARRIED, ARE IN NO SUMMARY AND ARE ALWAYS TAKEN AS DETAIL.
000206*
000210*     PLAYARCH [YYYYMMDD] [REVIEW-DAYS] [ARCHIVE-DAYS]
000220*
000230* THE AS-OF DATE DEFAULTS TO THE RUN DATE, THE REVIEW WINDOW TO
000310* DATE       INIT  DESCRIPTION
000320* ---------  ----  -------------------------------------------
000330* 2026-09-03  RTC  ORIGINAL VERSION.
000331* 2026-10-15  RTC  RECORD LENGTH PICKED UP THE GAME ID AND
000331*                  DIFFICULTY ADDED TO THE LBOARD LAYOUT.
000332* 2026-10-15  RTC  LEADERBOARD RECORD LENGTH PICKED UP THE
000333*                  RULE-SET ID ADDED AT THE END OF THE RECORD.
000334* 2026-10-15  RTC  LEADERBOARD RECORD LENGTH PICKED UP THE WRONG-
000335*                  GUESS COUNT AND DAILY CHALLENGE FLAG ADDED AT
000336*                  THE END OF THE RECORD.
000337* 2026-10-15  RTC  ACTIVITY FOR MONTHS HISTROLL HAS OFFLOADED IS
000338*                  TAKEN FROM THE HISTSUMM BY-PLAYER SUMMARIES;
000339*                  LBHIST DETAIL FOR THEM IS PASSED OVER.
000340*-----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000520     SELECT PLAYCTL-FILE        ASSIGN TO "PLAYCTL"
000530                                ORGANIZATION LINE SEQUENTIAL
000540                                FILE STATUS IS PLAYCTL-STATUS.
000542     SELECT HISTSUMM-FILE       ASSIGN TO "HISTSUMM"
000544                                ORGANIZATION LINE SEQUENTIAL
000546                                FILE STATUS IS HISTSUMM-STATUS.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000640 01  PLAYHIST-RECORD             PIC X(69).
000650*
000660 FD  LBHIST-FILE
000670     RECORD CONTAINS 74 CHARACTERS.
000680     COPY LBOARD REPLACING ==LEADERBOARD-RECORD==
000690         BY ==HIST-FEED-RECORD==
000700         LEADING ==LBREC== BY ==HREC==.
000710*
000720 FD  LEADERBOARD-FILE
000730     RECORD CONTAINS 74 CHARACTERS.
000740     COPY LBOARD.
000750*
000760 FD  PLAYCTL-FILE
000770     RECORD CONTAINS 45 CHARACTERS.
000780     COPY PLAYCTL.
000782*
000784 FD  HISTSUMM-FILE
000786     RECORD CONTAINS 106 CHARACTERS.
000788     COPY HISTSUMM.
000790*
000800 WORKING-STORAGE SECTION.
000810 01  PLAYERS-STATUS               PIC X(2).
000960 01  PLAYCTL-STATUS               PIC X(2).
000970     88  PLAYCTL-OK               VALUE "00".
000980     88  PLAYCTL-NOT-FOUND        VALUE "35".
000982 01  HISTSUMM-STATUS              PIC X(2).
000984     88  HISTSUMM-OK              VALUE "00".
000986     88  HISTSUMM-EOF             VALUE "10".
000988     88  HISTSUMM-NOT-FOUND       VALUE "35".
000990*
001000 01  FILLER                       PIC X.
001010     88  FATAL-ERROR              VALUE "E".
001260 01  ACTIVITY-COUNT               PIC 9(5) COMP.
001270 01  FEED-PLAYER-ID               PIC X(10).
001280 01  FEED-GAME-DATE               PIC 9(8).
001282 01  FEED-MONTH                   PIC 9(6).
001284 01  SUMMARY-THROUGH-MONTH        PIC 9(6).
001290 01  FILLER                       PIC X.
001300     88  FEED-PLAYER-FOUND        VALUE "Y".
001310     88  FEED-PLAYER-MISSING      VALUE "N".
002280*
002290*-----------------------------------------------------------------
002300* 2000-LOAD-ACTIVITY - BUILD EACH PLAYER'S LAST-PLAYED DATE FROM
002302* THE MONTHLY SUMMARIES, THE FEED HISTORY AND THE CURRENT FEED,
002304* IN THAT ORDER.  A MISSING FILE IS AN EMPTY SIDE; ANY OTHER
002320* OPEN FAILURE ENDS THE RUN WITH RETURN CODE 8, BECAUSE THE
002322* ARCHIVE DELETE MUST NEVER PROCEED ON A HALF-BUILT PICTURE OF
002324* LAST ACTIVITY.  IF THE TABLE FILLS, THE REVIEW CANNOT BE
002326* TRUSTED AND THE RUN ENDS WITH RETURN CODE 8.
002340*-----------------------------------------------------------------
002350 2000-LOAD-ACTIVITY.
002352     PERFORM 2400-LOAD-SUMMARIES THRU 2400-EXIT.
002354     IF FATAL-ERROR
002356         GO TO 2000-EXIT
002358     END-IF.
002360     SET LBHIST-PRESENT          TO TRUE.
002370     OPEN INPUT LBHIST-FILE.
002380     IF LBHIST-NOT-FOUND
002640         AT END
002650             SET LBHIST-EOF      TO TRUE
002660         NOT AT END
002680             COMPUTE FEED-MONTH = HREC-GAME-DATE / 100
002682             IF FEED-MONTH > SUMMARY-THROUGH-MONTH
002684                     OR HREC-GAME-DATE = ZERO
002686                 MOVE HREC-PLAYER-ID TO FEED-PLAYER-ID
002688                 MOVE HREC-GAME-DATE TO FEED-GAME-DATE
002690                 PERFORM 2300-POST-ACTIVITY THRU 2300-EXIT
002692             END-IF
002700     END-READ.
002710 2100-EXIT.
002720     EXIT.
003120         MOVE FEED-GAME-DATE    TO AC-LAST-PLAYED (AC-IDX)
003130     END-IF.
003140 2300-EXIT.
003141     EXIT.
003141*
003141*-----------------------------------------------------------------
003141* 2400-LOAD-SUMMARIES - POST THE LAST GAME DATE OF EVERY BY-PLAYER
003141* SUMMARY RECORD.  THE HIGHEST MONTH ON THE FILE IS HOW FAR
003142* HISTROLL HAS OFFLOADED; NO SUMMARY FILE MEANS NOTHING HAS BEEN
003142* OFFLOADED YET.
003142*-----------------------------------------------------------------
003142 2400-LOAD-SUMMARIES.
003142     MOVE ZERO                  TO SUMMARY-THROUGH-MONTH.
003143     OPEN INPUT HISTSUMM-FILE.
003143     IF HISTSUMM-NOT-FOUND
003143         GO TO 2400-EXIT
003143     END-IF.
003143     IF NOT HISTSUMM-OK
003144         DISPLAY "UNABLE TO OPEN HISTSUMM FILE, STATUS "
003144             HISTSUMM-STATUS
003144         SET FATAL-ERROR         TO TRUE
003144         MOVE 8                  TO RETURN-CODE
003144         GO TO 2400-EXIT
003145     END-IF.
003145     PERFORM 2410-READ-ONE-SUMMARY THRU 2410-EXIT
003145         UNTIL HISTSUMM-EOF OR ACTIVITY-TABLE-FULL.
003145     CLOSE HISTSUMM-FILE.
003146 2400-EXIT.
003146     EXIT.
003146*
003146 2410-READ-ONE-SUMMARY.
003146     READ HISTSUMM-FILE NEXT RECORD
003147         AT END
003147             SET HISTSUMM-EOF    TO TRUE
003147             GO TO 2410-EXIT
003147     END-READ.
003147     IF SMREC-MONTH > SUMMARY-THROUGH-MONTH
003148         MOVE SMREC-MONTH       TO SUMMARY-THROUGH-MONTH
003148     END-IF.
003148     IF NOT SMREC-BY-PLAYER
003148         GO TO 2410-EXIT
003148     END-IF.
003149     MOVE SMREC-KEY             TO FEED-PLAYER-ID.
003149     MOVE SMREC-LAST-GAME-DATE  TO FEED-GAME-DATE.
003149     PERFORM 2300-POST-ACTIVITY  THRU 2300-EXIT.
003149 2410-EXIT.
003150     EXIT.
003160*
003170*-----------------------------------------------------------------
