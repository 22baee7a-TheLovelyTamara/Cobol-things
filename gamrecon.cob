000160*
000170* ONE DAY IS RECONCILED PER RUN - THE RECONCILIATION DATE
000180* DEFAULTS TO THE RUN DATE, THE SAME AS GAMEARCH.  RECORDS FOR
000182* THAT DATE ARE MATCHED ONE-TO-ONE BY THE GAME ID CARRIED ON
000200* BOTH RECORDS; OTHER DATES ON EITHER FILE ARE LEFT ALONE.
000210* EVERY GAMESTAT RECORD WITH NO LEADERBOARD MATE, AND EVERY
000212* LEADERBOARD RECORD WITH NO GAMESTAT MATE, IS REPORTED, WITH
000214* COUNTS ON BOTH SIDES - A SECOND RECORD FOR AN ID ALREADY
000216* MATCHED IS AN ORPHAN, SO A DUPLICATE WRITE SHOWS UP TOO.  AN
000230* OUT-OF-BALANCE RUN ENDS WITH RETURN CODE 8 SO OPERATIONS GETS
000240* PAGED BEFORE THE DOWNSTREAM SHOP CALLS.  RUN THIS STEP BEFORE
000250* THE GAMEARCH PURGE AND FEED TRIM FOR THE SAME DATE.
000251*
000252* THE GAME IDS COMPLETED ON THE DAY ARE ALSO WALKED FROM LOWEST
000253* TO HIGHEST, AND EVERY ID IN THAT RANGE WITH NO GAMESTAT RECORD
000254* IS LISTED, ALONG WITH THE LAST ID THE GAMESEQ CONTROL FILE HAS
000255* HANDED OUT.  A GAP IS A GAME STARTED BUT NEVER FINISHED - QUIT
000256* OR STILL IN PLAY - SO GAPS ARE LISTED FOR FOLLOW-UP BUT DO NOT
000257* PUT THE RECONCILIATION OUT OF BALANCE.
000260*
000270* MODIFICATION HISTORY
000280* DATE       INIT  DESCRIPTION
000320*                  GAME DATE PER RUN, USING THE DATE CARRIED ON
000330*                  BOTH RECORDS, SO THE JOB STAYS IN BALANCE
000340*                  ONCE GAMEARCH STARTS TRIMMING BOTH FILES.
000341* 2026-10-15  RTC  RECORDS ARE NOW MATCHED ONE-TO-ONE ON THE GAME
000341*                  ID INSTEAD OF WORD, RESULT AND GUESS COUNT, SO
000342*                  TWO LIKE GAMES CAN NO LONGER COVER FOR A
000343*                  MISSING RECORD.  GAPS IN THE DAY'S GAME ID
000344*                  RANGE ARE LISTED AGAINST THE GAMESEQ FILE.
000345* 2026-10-15  RTC  GAMESTAT AND LEADERBOARD RECORD LENGTHS PICKED
000346*                  UP THE RULE-SET ID ADDED AT THE END OF EACH.
000347* 2026-10-15  RTC  GAMESTAT AND LEADERBOARD RECORD LENGTHS PICKED
000348*                  UP THE DAILY CHALLENGE FIELDS ADDED AT THE END
000349*                  OF THE RECORDS.
000350*-----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000420     SELECT LEADERBOARD-FILE    ASSIGN TO "LBOARD"
000430                                ORGANIZATION LINE SEQUENTIAL
000440                                FILE STATUS IS LEADERBOARD-STATUS.
000441     SELECT GAMESEQ-FILE        ASSIGN TO "GAMESEQ"
000442                                ORGANIZATION INDEXED
000443                                ACCESS MODE RANDOM
000444                                RECORD KEY IS SQREC-KEY
000445                                FILE STATUS IS GAMESEQ-STATUS.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  GAMESTAT-FILE
000490     RECORD CONTAINS 72 CHARACTERS.
000500     COPY GAMESTAT.
000510*
000520 FD  LEADERBOARD-FILE
000530     RECORD CONTAINS 74 CHARACTERS.
000540     COPY LBOARD.
000542*
000544 FD  GAMESEQ-FILE
000546     RECORD CONTAINS 41 CHARACTERS.
000548     COPY GAMESEQ.
000550*
000560 WORKING-STORAGE SECTION.
000570 01  GAMESTAT-STATUS              PIC X(2).
000620     88  LEADERBOARD-OK           VALUE "00".
000630     88  LEADERBOARD-EOF          VALUE "10".
000640     88  LEADERBOARD-NOT-FOUND    VALUE "35".
000642 01  GAMESEQ-STATUS               PIC X(2).
000644     88  GAMESEQ-OK               VALUE "00".
000650*
000660 01  FILLER                       PIC X.
000670     88  GAMESTAT-PRESENT         VALUE "Y".
000750*
000760 01  FEED-TABLE.
000770     05  FEED-ENTRY               OCCURS 1000 TIMES.
000772         10  FD-GAME-ID           PIC 9(9).
000780         10  FD-PLAYER-ID         PIC X(10).
000790         10  FD-WORD              PIC X(20).
000800         10  FD-RESULT            PIC X(01).
000870 01  FILLER                       PIC X.
000880     88  MATE-FOUND               VALUE "Y".
000890     88  MATE-MISSING             VALUE "N".
000891*
000891 01  GAME-ID-TABLE.
000892     05  GAME-ID-ENTRY            OCCURS 1000 TIMES
000892                                  INDEXED BY GI-IDX.
000893         10  GI-GAME-ID           PIC 9(9).
000893 01  GAME-ID-COUNT                PIC 9(5) COMP.
000894 01  LOW-GAME-ID                  PIC 9(9).
000894 01  HIGH-GAME-ID                 PIC 9(9).
000895 01  CHECK-GAME-ID                PIC 9(9).
000895 01  LAST-ISSUED-ID               PIC 9(9).
000896 01  GAP-COUNT                    PIC 9(7) COMP.
000896 01  FILLER                       PIC X.
000897     88  ID-COMPLETED             VALUE "Y".
000897     88  ID-NOT-COMPLETED         VALUE "N".
000898 01  FILLER                       PIC X.
000898     88  ID-TABLE-OVERFLOW        VALUE "Y".
000899     88  ID-TABLE-HOLDS-ALL       VALUE "N".
000900*
000910 01  CMD-ARG-COUNT                PIC 9(3).
000920 01  CMD-DATE-PARM                PIC X(8).
001090     IF RECON-USABLE
001100         PERFORM 3000-MATCH-GAMESTAT THRU 3000-EXIT
001110         PERFORM 4000-REPORT-RESULTS THRU 4000-EXIT
001112         PERFORM 5000-CHECK-ID-GAPS  THRU 5000-EXIT
001120     END-IF.
001130     GOBACK.
001140*
001270     MOVE ZERO                  TO GAMESTAT-ORPHAN-COUNT.
001280     MOVE ZERO                  TO FEED-ORPHAN-COUNT.
001290     MOVE ZERO                  TO MATCHED-COUNT.
001291     MOVE ZERO                  TO GAME-ID-COUNT.
001292     SET ID-TABLE-HOLDS-ALL      TO TRUE.
001293     MOVE ZERO                  TO LOW-GAME-ID.
001294     MOVE ZERO                  TO HIGH-GAME-ID.
001295     MOVE ZERO                  TO GAP-COUNT.
001300     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
001310     MOVE CURRENT-DATE-TIME (1:8) TO RECON-DATE.
001320     ACCEPT CMD-ARG-COUNT        FROM ARGUMENT-NUMBER.
002020                 SET RECON-BROKEN TO TRUE
002030             ELSE
002040                 ADD 1           TO FEED-COUNT
002042                 MOVE LBREC-GAME-ID
002044                     TO FD-GAME-ID (FEED-COUNT)
002050                 MOVE LBREC-PLAYER-ID
002060                     TO FD-PLAYER-ID (FEED-COUNT)
002070                 MOVE LBREC-WORD TO FD-WORD (FEED-COUNT)
002390                 GO TO 3100-EXIT
002400             END-IF
002410             ADD 1               TO GAMESTAT-READ-COUNT
002412             PERFORM 3300-POST-GAME-ID THRU 3300-EXIT
002420             PERFORM 3200-FIND-MATE THRU 3200-EXIT
002430             IF MATE-FOUND
002440                 SET FD-IS-MATCHED (FEED-SUB) TO TRUE
002460             ELSE
002470                 ADD 1           TO GAMESTAT-ORPHAN-COUNT
002480                 DISPLAY "GAMESTAT WITHOUT FEED MATE: "
002482                     GSREC-GAME-ID " " GSREC-PLAYER-ID " "
002490                     FUNCTION TRIM (GSREC-WORD) " "
002500                     GSREC-RESULT " " GSREC-GUESS-COUNT
002510             END-IF
002550*
002560*-----------------------------------------------------------------
002570* 3200-FIND-MATE - LINEAR SEARCH THE FEED TABLE FOR AN UNMATCHED
002572* ENTRY WITH THE SAME GAME ID, LEAVING FEED-SUB AT THE MATCH.
002600*-----------------------------------------------------------------
002610 3200-FIND-MATE.
002620     SET MATE-MISSING            TO TRUE.
002700 3210-CHECK-ENTRY.
002710     ADD 1                       TO FEED-SUB.
002720     IF FD-IS-UNMATCHED (FEED-SUB)
002730             AND FD-GAME-ID (FEED-SUB) = GSREC-GAME-ID
002760         SET MATE-FOUND          TO TRUE
002770     END-IF.
002780 3210-EXIT.
002781     EXIT.
002781*
002781*-----------------------------------------------------------------
002782* 3300-POST-GAME-ID - NOTE THE GAMESTAT RECORD'S GAME ID FOR THE
002782* GAP CHECK AND WIDEN THE DAY'S ID RANGE.  A ZERO ID PREDATES
002782* GAME IDS AND TAKES NO PART.  IF THE DAY HAS MORE IDS THAN THE
002783* TABLE HOLDS, THE GAP CHECK IS SKIPPED BUT THE RECONCILIATION
002783* STILL STANDS.
002783*-----------------------------------------------------------------
002784 3300-POST-GAME-ID.
002784     IF GSREC-GAME-ID = ZERO
002784         GO TO 3300-EXIT
002785     END-IF.
002785     IF GAME-ID-COUNT < 1000
002785         ADD 1                   TO GAME-ID-COUNT
002786         MOVE GSREC-GAME-ID     TO GI-GAME-ID (GAME-ID-COUNT)
002786     ELSE
002786         SET ID-TABLE-OVERFLOW   TO TRUE
002787     END-IF.
002787     IF LOW-GAME-ID = ZERO OR GSREC-GAME-ID < LOW-GAME-ID
002787         MOVE GSREC-GAME-ID     TO LOW-GAME-ID
002788     END-IF.
002788     IF GSREC-GAME-ID > HIGH-GAME-ID
002788         MOVE GSREC-GAME-ID     TO HIGH-GAME-ID
002789     END-IF.
002789 3300-EXIT.
002790     EXIT.
002800*
002810*-----------------------------------------------------------------
003090     IF FD-IS-UNMATCHED (FEED-SUB)
003100         ADD 1                   TO FEED-ORPHAN-COUNT
003110         DISPLAY "FEED WITHOUT GAMESTAT MATE: "
003112             FD-GAME-ID (FEED-SUB) " "
003120             FD-PLAYER-ID (FEED-SUB) " "
003130             FUNCTION TRIM (FD-WORD (FEED-SUB)) " "
003140             FD-RESULT (FEED-SUB) " "
003160     END-IF.
003170 4100-EXIT.
003180     EXIT.
003182*
003184*-----------------------------------------------------------------
003186* 5000-CHECK-ID-GAPS - WALK THE DAY'S GAME ID RANGE AND LIST EVERY
003188* ID WITH NO GAMESTAT RECORD, THEN SHOW THE LAST ID THE GAMESEQ
003190* CONTROL FILE HAS HANDED OUT.  GAPS ARE GAMES STARTED AND NEVER
003192* FINISHED; THEY ARE LISTED, NOT COUNTED AGAINST THE BALANCE.
003194*-----------------------------------------------------------------
003196 5000-CHECK-ID-GAPS.
003198     DISPLAY " ".
003200     DISPLAY "GAME ID RANGE CHECK".
003202     DISPLAY "======================================".
003204     IF GAME-ID-COUNT = ZERO
003206         DISPLAY "NO GAME IDS COMPLETED ON THIS DATE"
003208         GO TO 5000-LAST-ID
003210     END-IF.
003212     IF ID-TABLE-OVERFLOW
003214         DISPLAY "GAME ID TABLE OVERFLOWED - GAP CHECK SKIPPED"
003216         GO TO 5000-LAST-ID
003218     END-IF.
003220     DISPLAY "LOWEST GAME ID . . . . : " LOW-GAME-ID.
003222     DISPLAY "HIGHEST GAME ID  . . . : " HIGH-GAME-ID.
003224     PERFORM 5100-CHECK-ONE-ID   THRU 5100-EXIT
003226         VARYING CHECK-GAME-ID FROM LOW-GAME-ID BY 1
003228         UNTIL CHECK-GAME-ID > HIGH-GAME-ID.
003230     DISPLAY "IDS NOT COMPLETED  . . : " GAP-COUNT.
003232 5000-LAST-ID.
003234     OPEN INPUT GAMESEQ-FILE.
003236     IF NOT GAMESEQ-OK
003238         DISPLAY "GAMESEQ NOT AVAILABLE - LAST ID NOT SHOWN"
003240         GO TO 5000-EXIT
003242     END-IF.
003244     MOVE SPACES                TO SQREC-KEY.
003246     SET SQREC-GAME-ID-KEY       TO TRUE.
003248     READ GAMESEQ-FILE
003250         INVALID KEY
003252             MOVE ZERO           TO LAST-ISSUED-ID
003254         NOT INVALID KEY
003256             MOVE SQREC-LAST-ID  TO LAST-ISSUED-ID
003258     END-READ.
003260     CLOSE GAMESEQ-FILE.
003262     DISPLAY "LAST GAME ID ISSUED  . : " LAST-ISSUED-ID.
003264 5000-EXIT.
003266     EXIT.
003268*
003270 5100-CHECK-ONE-ID.
003272     SET ID-NOT-COMPLETED        TO TRUE.
003274     SET GI-IDX                  TO 1.
003276     SEARCH GAME-ID-ENTRY
003278         AT END
003280             CONTINUE
003282         WHEN GI-IDX > GAME-ID-COUNT
003284             CONTINUE
003286         WHEN GI-GAME-ID (GI-IDX) = CHECK-GAME-ID
003288             SET ID-COMPLETED    TO TRUE
003290     END-SEARCH.
003292     IF ID-NOT-COMPLETED
003294         ADD 1                   TO GAP-COUNT
003296         DISPLAY "  GAME ID NOT COMPLETED: " CHECK-GAME-ID
003298     END-IF.
003300 5100-EXIT.
003302     EXIT.
