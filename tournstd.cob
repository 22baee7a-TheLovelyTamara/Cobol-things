000220* PAST TOURNAMENTS STAY REPORTABLE - A TOURNAMENT ALREADY ON
000230* TOURNRES IS NOT WRITTEN TWICE, SO THE MONDAY RERUN IS SAFE.
000240*
000241* A WINDOW REACHING BACK INTO MONTHS HISTROLL HAS OFFLOADED FROM
000241* LBHIST - THE MONTHS ON THE SUMMARY FILE (HISTSUMM) - IS READ
000242* FROM THE YEARLY FEED ARCHIVES (LBHIST.YYYY) FOR THOSE MONTHS,
000243* SINCE STANDINGS NEED EVERY GAME IN THE WINDOW AND NOT MONTHLY
000244* TOTALS.  LBHIST DETAIL FOR AN OFFLOADED MONTH, IF STILL ON
000245* FILE, IS PASSED OVER.  A MISSING ARCHIVE IS NOTED, NO FINAL
000246* RESULTS ARE WRITTEN AND THE RUN ENDS WITH RETURN CODE 4.
000247* FEED RECORDS DATED 00000000 ARE IN NO SUMMARY AND ARE ALWAYS
000248* TAKEN AS DETAIL.
000249*
000250* MODIFICATION HISTORY
000260* DATE       INIT  DESCRIPTION
000270* ---------  ----  -------------------------------------------
000280* 2026-09-03  RTC  ORIGINAL VERSION.
000281* 2026-10-15  RTC  RECORD LENGTH PICKED UP THE GAME ID AND
000281*                  DIFFICULTY ADDED TO THE LBOARD LAYOUT.
000282* 2026-10-15  RTC  LEADERBOARD RECORD LENGTH PICKED UP THE
000282*                  RULE-SET ID ADDED AT THE END OF THE RECORD.
000283* 2026-10-15  RTC  THE STANDINGS NOW NAME THE GAME RULE SET
000284*                  (GAMERULE) THE WINDOW WAS PLAYED UNDER, AND
000284*                  WARN WITH RETURN CODE 4 WHEN THE WINDOW SPANS
000285*                  MORE THAN ONE SET.
000286* 2026-10-15  RTC  LEADERBOARD RECORD LENGTH PICKED UP THE WRONG-
000286*                  GUESS COUNT AND DAILY CHALLENGE FLAG ADDED AT
000287*                  THE END OF THE RECORD.
000288* 2026-10-15  RTC  WINDOW MONTHS HISTROLL HAS OFFLOADED ARE READ
000288*                  FROM THE YEARLY LBHIST ARCHIVES; LBHIST DETAIL
000289*                  FOR THOSE MONTHS IS PASSED OVER.
000290*-----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000470     SELECT TOURNRES-FILE       ASSIGN TO "TOURNRES"
000480                                ORGANIZATION LINE SEQUENTIAL
000490                                FILE STATUS IS TOURNRES-STATUS.
000491     SELECT RULES-FILE          ASSIGN TO "GAMERULE"
000492                                ORGANIZATION LINE SEQUENTIAL
000493                                FILE STATUS IS RULES-STATUS.
000494     SELECT HISTSUMM-FILE       ASSIGN TO "HISTSUMM"
000495                                ORGANIZATION LINE SEQUENTIAL
000496                                FILE STATUS IS HISTSUMM-STATUS.
000497     SELECT FEED-ARCHIVE-FILE   ASSIGN TO FEED-ARCHIVE-NAME
000498                                ORGANIZATION LINE SEQUENTIAL
000499                                FILE STATUS IS FEED-ARC-STATUS.
000500*
000510 DATA DIVISION.
000520 FILE SECTION.
000550     COPY TOURNCTL.
000560*
000570 FD  LBHIST-FILE
000580     RECORD CONTAINS 74 CHARACTERS.
000590     COPY LBOARD REPLACING ==LEADERBOARD-RECORD==
000600         BY ==HIST-FEED-RECORD==
000610         LEADING ==LBREC== BY ==HREC==.
000620*
000630 FD  LEADERBOARD-FILE
000640     RECORD CONTAINS 74 CHARACTERS.
000650     COPY LBOARD.
000660*
000670 FD  PLAYERS-FILE
000710 FD  TOURNRES-FILE
000720     RECORD CONTAINS 43 CHARACTERS.
000730     COPY TOURNRES.
000731*
000731 FD  RULES-FILE
000732     RECORD CONTAINS 53 CHARACTERS.
000733     COPY GAMERULE.
000734*
000734 FD  HISTSUMM-FILE
000735     RECORD CONTAINS 106 CHARACTERS.
000736     COPY HISTSUMM.
000737*
000737 FD  FEED-ARCHIVE-FILE
000738     RECORD CONTAINS 74 CHARACTERS.
000739 01  FEED-ARCHIVE-RECORD         PIC X(74).
000740*
000750 WORKING-STORAGE SECTION.
000760 01  TOURNCTL-STATUS              PIC X(2).
000900     88  TOURNRES-OK              VALUE "00".
000910     88  TOURNRES-EOF             VALUE "10".
000920     88  TOURNRES-NOT-FOUND       VALUE "35".
000921 01  RULES-STATUS                 PIC X(2).
000921     88  RULES-OK                 VALUE "00".
000922     88  RULES-EOF                VALUE "10".
000923 01  HISTSUMM-STATUS              PIC X(2).
000924     88  HISTSUMM-OK              VALUE "00".
000925     88  HISTSUMM-EOF             VALUE "10".
000925     88  HISTSUMM-NOT-FOUND       VALUE "35".
000926 01  FEED-ARC-STATUS              PIC X(2).
000927     88  FEED-ARC-OK              VALUE "00".
000928     88  FEED-ARC-EOF             VALUE "10".
000929     88  FEED-ARC-NOT-FOUND       VALUE "35".
000930*
000940 01  FILLER                       PIC X.
000950     88  FATAL-ERROR              VALUE "E".
001064 01  FILLER                       PIC X.
001070     88  ALREADY-FINAL            VALUE "Y".
001080     88  NOT-YET-FINAL            VALUE "N".
001082 01  FILLER                       PIC X.
001084     88  ARCHIVES-COMPLETE        VALUE "Y".
001086     88  ARCHIVES-INCOMPLETE      VALUE "N".
001090*
001100 01  CMD-ARG-COUNT                PIC 9(3).
001110 01  CMD-TOURN-ID                 PIC X(8).
001160 01  TOURN-START-DATE             PIC 9(8).
001170 01  TOURN-END-DATE               PIC 9(8).
001180 01  TOURN-MIN-GAMES              PIC 9(3).
001181*
001182 01  SUMMARY-THROUGH-MONTH        PIC 9(6).
001183 01  FEED-MONTH                   PIC 9(6).
001184 01  ARCHIVE-YEAR                 PIC 9(4).
001185 01  ARCHIVE-LAST-YEAR            PIC 9(4).
001186 01  FEED-ARCHIVE-NAME            PIC X(30).
001190*
001200 01  STANDINGS-TABLE.
001210     05  STANDINGS-ENTRY          OCCURS 1000 TIMES
001570 01  TOTAL-SCORE-ED               PIC Z(6)9.
001580 01  BEST-SCORE-ED                PIC Z(4)9.
001590*
001591*    ENTRY 1 IS THE RULE SET IN EFFECT ON THE START DATE; THE REST
001592*    ARE THE SETS TAKING EFFECT LATER IN THE WINDOW.
001593 01  WINDOW-RULE-TABLE.
001594     05  WINDOW-RULE-ENTRY        OCCURS 50 TIMES.
001595         10  WR-RULE-SET-ID       PIC X(8).
001596         10  WR-EFFECTIVE-DATE    PIC 9(8).
001597 01  WINDOW-RULE-COUNT            PIC 9(3) COMP.
001598*
001600 PROCEDURE DIVISION.
001610*-----------------------------------------------------------------
001620* 0000-MAINLINE
001810     MOVE ZERO                  TO STANDINGS-COUNT.
001820     MOVE ZERO                  TO FEED-IN-WINDOW.
001830     MOVE ZERO                  TO UNENROLLED-COUNT.
001832     SET ARCHIVES-COMPLETE       TO TRUE.
001840     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
001850     MOVE CURRENT-DATE-TIME (1:8) TO AS-OF-DATE.
001860     MOVE SPACES                TO CMD-TOURN-ID.
002330     ELSE
002340         SET WINDOW-OPEN         TO TRUE
002350     END-IF.
002352     PERFORM 1200-CHECK-RULE-SETS THRU 1200-EXIT.
002360 1000-EXIT.
002370     EXIT.
002380*
002530     EXIT.
002540*
002550*-----------------------------------------------------------------
002551* 1200-CHECK-RULE-SETS - WHICH GAME RULE SETS WERE IN EFFECT
002551* DURING THE WINDOW: THE ONE IN EFFECT ON THE START DATE (THE
002551* STANDARD RULES IF NO SET HAD TAKEN EFFECT), PLUS ANY SET
002551* TAKING EFFECT AFTER THE START AND ON OR BEFORE THE END DATE.
002551* NO GAMERULE FILE MEANS THE STANDARD RULES THROUGHOUT.
002552*-----------------------------------------------------------------
002552 1200-CHECK-RULE-SETS.
002552     MOVE "STANDARD"            TO WR-RULE-SET-ID (1).
002552     MOVE ZERO                  TO WR-EFFECTIVE-DATE (1).
002552     MOVE 1                     TO WINDOW-RULE-COUNT.
002553     OPEN INPUT RULES-FILE.
002553     IF NOT RULES-OK
002553         GO TO 1200-EXIT
002553     END-IF.
002553     PERFORM 1210-READ-RULE-SET  THRU 1210-EXIT
002554         UNTIL RULES-EOF.
002554     CLOSE RULES-FILE.
002554 1200-EXIT.
002554     EXIT.
002554*
002555 1210-READ-RULE-SET.
002555     READ RULES-FILE NEXT RECORD
002555         AT END
002555             SET RULES-EOF       TO TRUE
002555             GO TO 1210-EXIT
002556     END-READ.
002556     IF RLREC-EFFECTIVE-DATE NOT > TOURN-START-DATE
002556         IF RLREC-EFFECTIVE-DATE > WR-EFFECTIVE-DATE (1)
002556             MOVE RLREC-RULE-SET-ID TO WR-RULE-SET-ID (1)
002556             MOVE RLREC-EFFECTIVE-DATE TO WR-EFFECTIVE-DATE (1)
002557         END-IF
002557         GO TO 1210-EXIT
002557     END-IF.
002557     IF RLREC-EFFECTIVE-DATE NOT > TOURN-END-DATE
002557             AND WINDOW-RULE-COUNT < 50
002558         ADD 1                   TO WINDOW-RULE-COUNT
002558         MOVE RLREC-RULE-SET-ID
002558             TO WR-RULE-SET-ID (WINDOW-RULE-COUNT)
002558         MOVE RLREC-EFFECTIVE-DATE
002558             TO WR-EFFECTIVE-DATE (WINDOW-RULE-COUNT)
002559     END-IF.
002559 1210-EXIT.
002559     EXIT.
002559*
002559*-----------------------------------------------------------------
002560* 2000-READ-FEED - ACCUMULATE THE WINDOW'S FEED RECORDS BY
002570* PLAYER FROM THE HISTORY FILE AND THE CURRENT FEED.  A MISSING
002580* FILE IS AN EMPTY SIDE; ANY OTHER OPEN FAILURE ENDS THE RUN
002582* WITH RETURN CODE 8.  THE OFFLOADED PART OF THE WINDOW, IF ANY,
002584* COMES FROM THE ARCHIVES FIRST.
002592*-----------------------------------------------------------------
002600 2000-READ-FEED.
002601     PERFORM 2500-FIND-OFFLOAD   THRU 2500-EXIT.
002602     IF FATAL-ERROR
002603         GO TO 2000-EXIT
002604     END-IF.
002605     PERFORM 2600-READ-ARCHIVES  THRU 2600-EXIT.
002606     IF FATAL-ERROR
002607         GO TO 2000-EXIT
002608     END-IF.
002610     SET HIST-SIDE-PRESENT       TO TRUE.
002620     OPEN INPUT LBHIST-FILE.
002630     IF LBHIST-NOT-FOUND
002840         AT END
002850             SET LBHIST-EOF      TO TRUE
002860         NOT AT END
002862             COMPUTE FEED-MONTH = HREC-GAME-DATE / 100
002864             IF FEED-MONTH > SUMMARY-THROUGH-MONTH
002866                     OR HREC-GAME-DATE = ZERO
002870                 MOVE HIST-FEED-RECORD TO FEED-WORK
002880                 PERFORM 2300-ACCUMULATE THRU 2300-EXIT
002882             END-IF
002890     END-READ.
002900 2100-EXIT.
002910     EXIT.
003500             SET PLAYER-FOUND    TO TRUE
003510     END-SEARCH.
003520 2400-EXIT.
003521     EXIT.
003521*
003521*-----------------------------------------------------------------
003521* 2500-FIND-OFFLOAD - THE HIGHEST MONTH ON THE SUMMARY FILE IS HOW
003521* FAR HISTROLL HAS OFFLOADED LBHIST.  NO SUMMARY FILE MEANS
003521* NOTHING HAS BEEN OFFLOADED YET.
003521*-----------------------------------------------------------------
003521 2500-FIND-OFFLOAD.
003521     MOVE ZERO                  TO SUMMARY-THROUGH-MONTH.
003521     OPEN INPUT HISTSUMM-FILE.
003521     IF HISTSUMM-NOT-FOUND
003522         GO TO 2500-EXIT
003522     END-IF.
003522     IF NOT HISTSUMM-OK
003522         DISPLAY "UNABLE TO OPEN HISTSUMM FILE, STATUS "
003522             HISTSUMM-STATUS
003522         SET FATAL-ERROR         TO TRUE
003522         MOVE 8                  TO RETURN-CODE
003522         GO TO 2500-EXIT
003522     END-IF.
003522     PERFORM 2510-READ-ONE-SUMMARY THRU 2510-EXIT
003522         UNTIL HISTSUMM-EOF.
003523     CLOSE HISTSUMM-FILE.
003523 2500-EXIT.
003523     EXIT.
003523*
003523 2510-READ-ONE-SUMMARY.
003523     READ HISTSUMM-FILE NEXT RECORD
003523         AT END
003523             SET HISTSUMM-EOF    TO TRUE
003523         NOT AT END
003523             IF SMREC-MONTH > SUMMARY-THROUGH-MONTH
003524                 MOVE SMREC-MONTH TO SUMMARY-THROUGH-MONTH
003524             END-IF
003524     END-READ.
003524 2510-EXIT.
003524     EXIT.
003524*
003524*-----------------------------------------------------------------
003524* 2600-READ-ARCHIVES - WHEN THE WINDOW STARTS IN AN OFFLOADED
003524* MONTH, READ THE YEARLY FEED ARCHIVE FOR EVERY YEAR FROM THE
003524* START DATE TO THE LAST OFFLOADED MONTH OR THE END DATE,
003524* WHICHEVER IS EARLIER.  THE ARCHIVES HOLD ONLY OFFLOADED MONTHS.
003525*-----------------------------------------------------------------
003525 2600-READ-ARCHIVES.
003525     COMPUTE FEED-MONTH = TOURN-START-DATE / 100.
003525     IF FEED-MONTH > SUMMARY-THROUGH-MONTH
003525         GO TO 2600-EXIT
003525     END-IF.
003525     COMPUTE ARCHIVE-YEAR = TOURN-START-DATE / 10000.
003525     COMPUTE ARCHIVE-LAST-YEAR = SUMMARY-THROUGH-MONTH / 100.
003525     IF TOURN-END-DATE / 10000 < ARCHIVE-LAST-YEAR
003525         COMPUTE ARCHIVE-LAST-YEAR = TOURN-END-DATE / 10000
003525     END-IF.
003526     PERFORM 2610-READ-ONE-ARCHIVE THRU 2610-EXIT
003526         UNTIL ARCHIVE-YEAR > ARCHIVE-LAST-YEAR
003526            OR FATAL-ERROR.
003526 2600-EXIT.
003526     EXIT.
003526*
003526 2610-READ-ONE-ARCHIVE.
003526     MOVE SPACES                TO FEED-ARCHIVE-NAME.
003526     STRING "LBHIST." ARCHIVE-YEAR
003526         DELIMITED BY SIZE INTO FEED-ARCHIVE-NAME.
003527     ADD 1                       TO ARCHIVE-YEAR.
003527     OPEN INPUT FEED-ARCHIVE-FILE.
003527     IF FEED-ARC-NOT-FOUND
003527         DISPLAY "FEED ARCHIVE " FUNCTION TRIM (FEED-ARCHIVE-NAME)
003527             " NOT FOUND - STANDINGS MAY BE INCOMPLETE"
003527         SET ARCHIVES-INCOMPLETE TO TRUE
003527         MOVE 4                  TO RETURN-CODE
003527         GO TO 2610-EXIT
003527     END-IF.
003527     IF NOT FEED-ARC-OK
003527         DISPLAY "UNABLE TO OPEN "
003528             FUNCTION TRIM (FEED-ARCHIVE-NAME)
003528             ", STATUS " FEED-ARC-STATUS
003528         SET FATAL-ERROR         TO TRUE
003528         MOVE 8                  TO RETURN-CODE
003528         GO TO 2610-EXIT
003528     END-IF.
003528     PERFORM 2620-READ-ARCHIVED-FEED THRU 2620-EXIT
003528         UNTIL FEED-ARC-EOF.
003528     CLOSE FEED-ARCHIVE-FILE.
003528 2610-EXIT.
003528     EXIT.
003529*
003529 2620-READ-ARCHIVED-FEED.
003529     READ FEED-ARCHIVE-FILE NEXT RECORD
003529         AT END
003529             SET FEED-ARC-EOF    TO TRUE
003529         NOT AT END
003529             MOVE FEED-ARCHIVE-RECORD TO FEED-WORK
003529             PERFORM 2300-ACCUMULATE THRU 2300-EXIT
003529     END-READ.
003529 2620-EXIT.
003530     EXIT.
003540*
003550*-----------------------------------------------------------------
004680     DISPLAY "==============================".
004690     DISPLAY "WINDOW " TOURN-START-DATE " TO " TOURN-END-DATE.
004700     DISPLAY "MINIMUM GAMES TO RANK: " TOURN-MIN-GAMES.
004702     PERFORM 5050-PRINT-RULE-SETS THRU 5050-EXIT.
004710     IF WINDOW-CLOSED
004720         DISPLAY "WINDOW CLOSED AS OF " AS-OF-DATE
004730     ELSE
004750     END-IF.
004760     DISPLAY " ".
004770     SET RESULTS-NOT-WANTED      TO TRUE.
004780     IF WINDOW-CLOSED AND ARCHIVES-INCOMPLETE
004782         DISPLAY "FEED ARCHIVE MISSING - NO FINAL RESULTS WRITTEN"
004784     END-IF.
004786     IF WINDOW-CLOSED AND ARCHIVES-COMPLETE
004790         PERFORM 5100-CHECK-FINALIZED THRU 5100-EXIT
004800         IF NOT-YET-FINAL
004810             SET RESULTS-WANTED  TO TRUE
005040     DISPLAY "PLAYERS RANKED . . . . : " RANK-NUMBER.
005050     DISPLAY "IDS NOT ON MASTER  . . : " UNENROLLED-COUNT.
005060 5000-EXIT.
005061     EXIT.
005061*
005061*-----------------------------------------------------------------
005062* 5050-PRINT-RULE-SETS - NAME THE RULE SET THE WINDOW WAS PLAYED
005062* UNDER.  A WINDOW SPANNING A RULE CHANGE IS WARNED ABOUT, WITH
005062* EACH SET AND THE DATE IT TOOK OVER, AND ENDS WITH RETURN CODE
005063* 4 - SCORES EARNED UNDER DIFFERENT SETS ARE NOT LIKE FOR LIKE.
005063*-----------------------------------------------------------------
005063 5050-PRINT-RULE-SETS.
005064     IF WINDOW-RULE-COUNT = 1
005064         DISPLAY "RULE SET . . . . . . : " WR-RULE-SET-ID (1)
005064         GO TO 5050-EXIT
005065     END-IF.
005065     DISPLAY "*** WARNING - WINDOW SPANS " WINDOW-RULE-COUNT
005065         " RULE SETS; SCORES ARE NOT COMPARABLE ACROSS THEM ***".
005066     MOVE TOURN-START-DATE      TO WR-EFFECTIVE-DATE (1).
005066     PERFORM 5060-PRINT-ONE-RULE-SET THRU 5060-EXIT
005066         VARYING PRINT-SUB FROM 1 BY 1
005067         UNTIL PRINT-SUB > WINDOW-RULE-COUNT.
005067     MOVE 4                     TO RETURN-CODE.
005067 5050-EXIT.
005068     EXIT.
005068*
005068 5060-PRINT-ONE-RULE-SET.
005069     DISPLAY "    RULE SET " WR-RULE-SET-ID (PRINT-SUB)
005069         " FROM " WR-EFFECTIVE-DATE (PRINT-SUB).
005069 5060-EXIT.
005070     EXIT.
005080*
005090*-----------------------------------------------------------------
