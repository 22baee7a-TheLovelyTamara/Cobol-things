000884*                  AND WHOLE-FILE REBUILD, SO A COMPLETION ON
000885*                  ONE STATION CAN NO LONGER TRUNCATE THE
000886*                  WORDS FILE UNDER A SESSION ON THE OTHER.
000887* 2026-10-15  RTC  EVERY GAME NOW TAKES A SEQUENTIAL GAME ID FROM
000887*                  THE GAMESEQ CONTROL FILE WHEN ITS WORD IS
000887*                  PICKED.  THE ID RIDES ON THE CHECKPOINT SO A
000887*                  RESUMED GAME KEEPS IT, AND IS WRITTEN ON THE
000887*                  GAMESTAT AND LEADERBOARD RECORDS WITH THE
000887*                  PLAYER ID AND DIFFICULTY.
000887* 2026-10-15  RTC  EVERY ACCEPTED GUESS IS NOW APPENDED TO THE
000887*                  GUESS JOURNAL (GUESSJNL) WITH ITS SEQUENCE
000887*                  NUMBER, HIT OR MISS AND A TIMESTAMP, SO A
000887*                  DISPUTED GAME CAN BE REPLAYED.
000888* 2026-10-15  RTC  A GAME THE PLAYER QUITS, OR AN INTERRUPTED
000888*                  GAME THE PLAYER DECLINES TO RESUME, IS NOW
000888*                  WRITTEN TO THE ABANDONED-GAME FILE (ABANDON)
000888*                  WITH REASON Q INSTEAD OF BEING DROPPED.  A
000888*                  DECLINED CHECKPOINT IS DELETED AT ONCE.
000888* 2026-10-15  RTC  EACH GAME IS NOW PLAYED AND SCORED UNDER THE
000888*                  RULE SET IN EFFECT ON THE GAME DATE, LOADED
000888*                  FROM THE GAME RULES CONTROL FILE (GAMERULE),
000888*                  AND THE SET'S ID IS WRITTEN ON GAMESTAT AND
000889*                  LBOARD.
000889* 2026-10-15  RTC  ADDED THE DAILY CHALLENGE.  WHEN THE DAYCHAL
000889*                  FILE HOLDS A WORD FOR TODAY, 1070-CHOOSE-LEVEL
000889*                  OFFERS C)HALLENGE.  THE CLAIM IS WRITTEN TO
000889*                  CHALPLAY BEFORE THE WORD IS SHOWN, SO EACH
000889*                  PLAYER GETS ONE ATTEMPT PER DAY.  THE CHALLENGE
000889*                  WORD IS KEPT OUT OF THE RANDOM PICK ON ITS
000889*                  DATE.  GAMESTAT AND LBOARD CARRY THE CHALLENGE
000889*                  FLAG, AND LBOARD THE WRONG GUESSES.
000890*-----------------------------------------------------------------
000900*  ONE-TIME FILE CONVERSION FOR THE SCORE AND GAME-DATE CUTOVER
000910*
001160*        THE OLD SINGLE-RECORD FILE; THE INDEXED FILE IS BUILT
001170*        ON THE NEXT COMPLETED GUESS, ONE RECORD PER PLAYER.
001180*-----------------------------------------------------------------
001181*  ONE-TIME FILE CONVERSION FOR THE GAME ID CUTOVER
001181*
001181*    GAMESTAT / GAMEHIST / LBOARD / LBHIST - AFTER THE END-OF-DAY
001182*        STREAM, RENAME THEM GSTATOLD, GHISTOLD, LBRDOLD AND
001182*        LBHSTOLD AND RUN GAMECONV ONCE TO ADD THE GAME ID,
001182*        PLAYER ID AND DIFFICULTY AND TO SEED GAMESEQ.
001183*    CHECKPNT - FINISH OR ABANDON ANY IN-FLIGHT GAME AND DELETE
001183*        THE FILE; IT IS REBUILT ON THE NEXT COMPLETED GUESS.
001183*-----------------------------------------------------------------
001184*  GAME RULE SETS
001184*
001184*    GAMESTAT / GAMEHIST / LBOARD / LBHIST - NO CONVERSION.  THE
001185*        RULE-SET ID IS THE LAST FIELD ON EACH RECORD; RECORDS
001185*        WRITTEN BEFORE IT READ WITH THE ID BLANK, MEANING THE
001186*        STANDARD RULES.
001186*-----------------------------------------------------------------
001186*  DAILY CHALLENGE
001187*
001187*    GAMESTAT / GAMEHIST / LBOARD / LBHIST - NO CONVERSION.  THE
001187*        CHALLENGE FLAG (AND ON LBOARD THE WRONG-GUESS COUNT) ARE
001188*        THE LAST FIELDS ON EACH RECORD; OLDER RECORDS READ THEM
001188*        BLANK, MEANING AN ORDINARY ROUND.
001188*    DAYCHAL / CHALPLAY - NEW.  DAYCHAL IS BUILT BY CHALMNT;
001189*        CHALPLAY IS BUILT BY THE FIRST CHALLENGE CLAIMED.
001189*-----------------------------------------------------------------
001190 ENVIRONMENT DIVISION.
001200 INPUT-OUTPUT SECTION.
001210 FILE-CONTROL.
001220     SELECT WORDS-FILE          ASSIGN TO "WORDS"
001230                                ORGANIZATION LINE SEQUENTIAL
001240                                FILE STATUS IS WORDS-STATUS.
001242     SELECT RULES-FILE          ASSIGN TO "GAMERULE"
001244                                ORGANIZATION LINE SEQUENTIAL
001246                                FILE STATUS IS RULES-STATUS.
001250     SELECT GAMESTAT-FILE       ASSIGN TO "GAMESTAT"
001260                                ORGANIZATION LINE SEQUENTIAL
001270                                FILE STATUS IS GAMESTAT-STATUS.
001380                                ACCESS MODE RANDOM
001390                                RECORD KEY IS PLREC-PLAYER-ID
001400                                FILE STATUS IS PLAYERS-STATUS.
001401     SELECT GAMESEQ-FILE        ASSIGN TO "GAMESEQ"
001401                                ORGANIZATION INDEXED
001401                                ACCESS MODE RANDOM
001402                                RECORD KEY IS SQREC-KEY
001402                                FILE STATUS IS GAMESEQ-STATUS.
001403     SELECT GUESS-JOURNAL-FILE  ASSIGN TO "GUESSJNL"
001403                                ORGANIZATION LINE SEQUENTIAL
001404                                FILE STATUS IS JOURNAL-STATUS.
001404     SELECT ABANDON-FILE        ASSIGN TO "ABANDON"
001405                                ORGANIZATION LINE SEQUENTIAL
001405                                FILE STATUS IS ABANDON-STATUS.
001406     SELECT CHALLENGE-FILE      ASSIGN TO "DAYCHAL"
001406                                ORGANIZATION LINE SEQUENTIAL
001407                                FILE STATUS IS CHALLENGE-STATUS.
001407     SELECT ATTEMPT-FILE        ASSIGN TO "CHALPLAY"
001408                                ORGANIZATION INDEXED
001408                                ACCESS MODE RANDOM
001409                                RECORD KEY IS CPREC-KEY
001409                                FILE STATUS IS ATTEMPT-STATUS.
001410*
001420 DATA DIVISION.
001430 FILE SECTION.
001450     RECORD CONTAINS 37 CHARACTERS.
001460     COPY WORDREC.
001470*
001472 FD  RULES-FILE
001474     RECORD CONTAINS 53 CHARACTERS.
001476     COPY GAMERULE.
001478*
001480 FD  GAMESTAT-FILE
001490     RECORD CONTAINS 72 CHARACTERS.
001500     COPY GAMESTAT.
001510*
001520 FD  CHECKPOINT-FILE
001530     RECORD CONTAINS 391 CHARACTERS.
001540     COPY CHECKPNT.
001550*
001560 FD  LEADERBOARD-FILE
001570     RECORD CONTAINS 74 CHARACTERS.
001580     COPY LBOARD.
001590*
001600 FD  PLAYERS-FILE
001610     RECORD CONTAINS 69 CHARACTERS.
001620     COPY PLAYER.
001621*
001621 FD  GAMESEQ-FILE
001621     RECORD CONTAINS 41 CHARACTERS.
001622     COPY GAMESEQ.
001622*
001623 FD  GUESS-JOURNAL-FILE
001623     RECORD CONTAINS 59 CHARACTERS.
001624     COPY GUESSJNL.
001624*
001625 FD  ABANDON-FILE
001625     RECORD CONTAINS 67 CHARACTERS.
001625     COPY ABANDON.
001626*
001626 FD  CHALLENGE-FILE
001627     RECORD CONTAINS 51 CHARACTERS.
001627     COPY DAYCHAL.
001628*
001628 FD  ATTEMPT-FILE
001629     RECORD CONTAINS 33 CHARACTERS.
001629     COPY CHALPLAY.
001630*
001640 WORKING-STORAGE SECTION.
001650 01  WORD                         PIC X(100).
002190 01  WRONG-GUESS-PENALTY          PIC 9(3)     VALUE 5.
002200 01  SECONDS-PER-POINT            PIC 9(3)     VALUE 15.
002210 01  MINIMUM-WIN-SCORE            PIC 9(3)     VALUE 10.
002211*    THE COMPILED STANDARD RULES IN THE GAMERULE LAYOUT - 6 WRONG,
002212*    PENALTY 5, 15 SECONDS A POINT, MINIMUM WIN 10, 10/15/20
002213*    POINTS - AND THE RULE SET THE CURRENT GAME IS PLAYED UNDER.
002214 01  STANDARD-RULES.
002215     05  FILLER      PIC X(16)    VALUE "STANDARD00000000".
002216     05  FILLER      PIC X(21)    VALUE "006005015010010015020".
002217     05  FILLER      PIC X(16)    VALUE SPACES.
002218 COPY GAMERULE REPLACING ==RULE-SET-RECORD== BY ==RULE-WORK==
002219     LEADING ==RLREC== BY ==RLWK==.
002220 01  GAME-SCORE                   PIC 9(5) COMP.
002230 01  SCORE-WORK                   PIC S9(7) COMP.
002240 01  GAME-SCORE-ED                PIC Z(4)9.
002730     88  USAGE-WORD-FOUND         VALUE "Y".
002740     88  USAGE-WORD-MISSING       VALUE "N".
002810*
002811 01  GAME-ID                      PIC 9(9).
002811 01  GAMESEQ-STATUS               PIC X(2).
002811     88  GAMESEQ-OK               VALUE "00".
002811     88  GAMESEQ-NOT-FOUND        VALUE "35".
002811 01  FILLER                       PIC X.
002812     88  SEQUENCE-ON-FILE         VALUE "Y".
002812     88  SEQUENCE-NEW             VALUE "N".
002812 01  JOURNAL-STATUS               PIC X(2).
002812     88  JOURNAL-OK               VALUE "00".
002812     88  JOURNAL-NOT-FOUND        VALUE "35".
002813 01  ABANDON-STATUS               PIC X(2).
002813     88  ABANDON-OK               VALUE "00".
002813     88  ABANDON-NOT-FOUND        VALUE "35".
002813 01  FILLER                       PIC X.
002813     88  RESUME-DECLINED          VALUE "D".
002814     88  RESUME-NOT-DECLINED      VALUE "N".
002814 01  LETTERS-REVEALED             PIC 9(3) COMP.
002814 01  RULES-STATUS                 PIC X(2).
002814     88  RULES-OK                 VALUE "00".
002814     88  RULES-EOF                VALUE "10".
002815 01  GAME-DATE                    PIC 9(8).
002815 01  CHALLENGE-STATUS             PIC X(2).
002815     88  CHALLENGE-OK             VALUE "00".
002815     88  CHALLENGE-EOF            VALUE "10".
002815 01  ATTEMPT-STATUS               PIC X(2).
002816     88  ATTEMPT-OK               VALUE "00".
002816     88  ATTEMPT-NOT-FOUND        VALUE "35".
002816 01  FILLER                       PIC X.
002816     88  CHALLENGE-OPEN           VALUE "Y".
002816     88  CHALLENGE-NOT-OPEN       VALUE "N".
002817 01  FILLER                       PIC X.
002817     88  CHALLENGE-GAME           VALUE "Y".
002817     88  ORDINARY-GAME            VALUE "N".
002817 01  FILLER                       PIC X.
002817     88  LEVEL-CHOSEN             VALUE "Y".
002818     88  LEVEL-NOT-CHOSEN         VALUE "N".
002818 01  FILLER                       PIC X.
002818     88  CHALLENGE-WORD-FOUND     VALUE "Y".
002818     88  CHALLENGE-WORD-MISSING   VALUE "N".
002818 01  CHALLENGE-DATE               PIC 9(8).
002819 01  CHALLENGE-WORD               PIC X(20).
002819 01  CHALLENGE-WORD-LEN           PIC 9(3).
002819 01  CHALLENGE-DIFFICULTY         PIC X.
002819*
002820 PROCEDURE DIVISION.
002830*-----------------------------------------------------------------
002840* 0000-MAINLINE
003300     SET MISSING-LETTER          TO TRUE.
003310     MOVE ZERO                  TO WRONG-GUESS-COUNT.
003320     MOVE FUNCTION CURRENT-DATE TO START-DATE-TIME.
003322     PERFORM 1080-LOAD-RULES     THRU 1080-EXIT.
003324     SET ORDINARY-GAME           TO TRUE.
003330     SET NOT-RESUMED             TO TRUE.
003340     IF FIRST-ROUND
003350         SET NOT-FIRST-ROUND     TO TRUE
003360         PERFORM 1060-CHECK-FOR-RESUME THRU 1060-EXIT
003370     END-IF.
003380     IF NOT-RESUMED
003382         PERFORM 1150-LOAD-CHALLENGE THRU 1150-EXIT
003384         SET LEVEL-NOT-CHOSEN    TO TRUE
003390         PERFORM 1070-CHOOSE-LEVEL THRU 1070-EXIT
003392             UNTIL LEVEL-CHOSEN
003394         IF CHALLENGE-GAME
003400             PERFORM 1140-START-CHALLENGE THRU 1140-EXIT
003402         ELSE
003404             PERFORM 1100-PICK-WORD THRU 1100-EXIT
003406         END-IF
003410     END-IF.
003420     IF DEBUG-MODE
003430         DISPLAY "WORD: " WORD
004300* AND THE NORMAL RANDOM WORD PICK IS SKIPPED.
004310*-----------------------------------------------------------------
004320 1060-CHECK-FOR-RESUME.
004322     SET RESUME-NOT-DECLINED     TO TRUE.
004330     OPEN INPUT CHECKPOINT-FILE.
004340     IF NOT CHECKPOINT-OK
004350         GO TO 1060-EXIT
004510                     MOVE CKREC-WRONG-COUNT  TO WRONG-GUESS-COUNT
004520                     MOVE CKREC-LETTER-TABLE TO LETTER-TABLE
004530                     MOVE CKREC-DIFFICULTY   TO WORD-DIFFICULTY
004532                     MOVE CKREC-GAME-ID      TO GAME-ID
004540                     SET RESUMED-GAME        TO TRUE
004542                 ELSE
004544                     PERFORM 1065-ABANDON-CHECKPOINT
004546                         THRU 1065-EXIT
004550                 END-IF
004560             END-IF
004570     END-READ.
004580     CLOSE CHECKPOINT-FILE.
004581     IF RESUME-DECLINED
004582         PERFORM 8005-CLEAR-CHECKPOINT THRU 8005-EXIT
004583     END-IF.
004584     IF RESUMED-GAME
004585         PERFORM 1165-CHECK-RESUMED-CHALLENGE THRU 1165-EXIT
004586     END-IF.
004590 1060-EXIT.
004591     EXIT.
004591*
004591*-----------------------------------------------------------------
004592* 1065-ABANDON-CHECKPOINT - THE PLAYER TURNED DOWN THE OFFER TO
004592* RESUME AN INTERRUPTED GAME, SO THAT GAME IS GIVEN UP.  LOAD ITS
004593* STATE FROM THE CHECKPOINT JUST LONG ENOUGH TO WRITE THE
004593* ABANDONED-GAME RECORD, THEN RESET FOR THE NEW ROUND.  THE
004594* CHECKPOINT ITSELF IS DELETED ONCE THE FILE IS CLOSED.
004594*-----------------------------------------------------------------
004594 1065-ABANDON-CHECKPOINT.
004595     MOVE CKREC-WORD            TO WORD.
004595     MOVE CKREC-WORD-LEN        TO WORD-LENGTH.
004596     MOVE CKREC-WRONG-COUNT     TO WRONG-GUESS-COUNT.
004596     MOVE CKREC-LETTER-TABLE    TO LETTER-TABLE.
004597     MOVE CKREC-DIFFICULTY      TO WORD-DIFFICULTY.
004597     MOVE CKREC-GAME-ID         TO GAME-ID.
004597     PERFORM 8050-WRITE-ABANDONED THRU 8050-EXIT.
004598     SET CLEAR-TO-NO-GUESSES     TO TRUE.
004598     MOVE ZERO                  TO WRONG-GUESS-COUNT.
004599     SET RESUME-DECLINED         TO TRUE.
004599 1065-EXIT.
004600     EXIT.
004610*
004620*-----------------------------------------------------------------
004630* 1070-CHOOSE-LEVEL - LET THE PLAYER RESTRICT THE WORD POOL TO AN
004640* EASY, MEDIUM OR HARD WORD.  ANYTHING OTHER THAN E, M OR H PLAYS
004642* FROM THE FULL POOL.  WHEN TODAY'S DAILY CHALLENGE IS OPEN, C
004644* CLAIMS IT; A CLAIM THAT IS REFUSED (ONE ATTEMPT PER DAY) ASKS
004650* FOR THE LEVEL AGAIN.
004660*-----------------------------------------------------------------
004670 1070-CHOOSE-LEVEL.
004672     SET LEVEL-CHOSEN            TO TRUE.
004674     IF CHALLENGE-OPEN
004676         DISPLAY "TODAY'S DAILY CHALLENGE IS OPEN - C)HALLENGE"
004678     END-IF.
004680     DISPLAY "CHOOSE A LEVEL - E)ASY, M)EDIUM, H)ARD, A)NY: "
004690         WITH NO ADVANCING.
004700     ACCEPT LEVEL-RESPONSE.
004760             MOVE "M"            TO SELECTED-DIFFICULTY
004770         WHEN "H"
004780             MOVE "H"            TO SELECTED-DIFFICULTY
004781         WHEN "C"
004782             IF CHALLENGE-OPEN
004783                 PERFORM 1145-CLAIM-CHALLENGE THRU 1145-EXIT
004784             ELSE
004785                 SET SEL-ANY-DIFFICULTY TO TRUE
004786             END-IF
004790         WHEN OTHER
004800             SET SEL-ANY-DIFFICULTY TO TRUE
004810     END-EVALUATE.
004820 1070-EXIT.
004821     EXIT.
004821*
004821*-----------------------------------------------------------------
004821* 1080-LOAD-RULES - FIND THE RULE SET IN EFFECT ON THE GAME DATE:
004821* THE ONE ON THE GAMERULE FILE WITH THE LATEST EFFECTIVE DATE NOT
004822* AFTER IT, OR THE COMPILED STANDARD RULES IF THERE IS NONE (OR NO
004822* FILE).  ITS LIMIT AND FACTORS REPLACE THE ONES THE GAME PLAYS
004822* AND SCORES UNDER.  A RESUMED GAME IS SCORED UNDER THE SET IN
004822* EFFECT ON THE DAY IT IS FINISHED.
004823*-----------------------------------------------------------------
004823 1080-LOAD-RULES.
004823     MOVE START-DATE-TIME (1:8) TO GAME-DATE.
004823     MOVE STANDARD-RULES        TO RULE-WORK.
004824     OPEN INPUT RULES-FILE.
004824     IF RULES-OK
004824         PERFORM 1085-READ-RULE-SET THRU 1085-EXIT
004824             UNTIL RULES-EOF
004825         CLOSE RULES-FILE
004825     END-IF.
004825     MOVE RLWK-MAX-WRONG        TO MAX-WRONG-GUESSES.
004825     MOVE RLWK-WRONG-PENALTY    TO WRONG-GUESS-PENALTY.
004826     MOVE RLWK-SECONDS-PER-POINT TO SECONDS-PER-POINT.
004826     MOVE RLWK-MIN-WIN-SCORE    TO MINIMUM-WIN-SCORE.
004826 1080-EXIT.
004826     EXIT.
004827*
004827 1085-READ-RULE-SET.
004827     READ RULES-FILE NEXT RECORD
004827         AT END
004828             SET RULES-EOF       TO TRUE
004828             GO TO 1085-EXIT
004828     END-READ.
004828     IF RLREC-EFFECTIVE-DATE NOT > GAME-DATE
004829             AND RLREC-EFFECTIVE-DATE > RLWK-EFFECTIVE-DATE
004829         MOVE RULE-SET-RECORD    TO RULE-WORK
004829     END-IF.
004829 1085-EXIT.
004830     EXIT.
004840*
004850*-----------------------------------------------------------------
004880* THAT RECORD.  WORDS NOT YET PLAYED TODAY ARE PREFERRED - THE
004890* PICK FALLS BACK TO THE FULL POOL FOR THE LEVEL ONLY WHEN EVERY
004900* MATCHING WORD HAS ALREADY BEEN PLAYED TODAY, SO THE SAME WORD
004910* STOPS COMING UP TWICE IN ONE LUNCH HOUR.  THE GAME TAKES ITS
004912* GAME ID AS SOON AS THE WORD IS PICKED.  THE DAY'S CHALLENGE
004914* WORD IS NEVER PICKED AT RANDOM ON ITS DATE, SO NOBODY SEES IT
004916* AHEAD OF TAKING THE CHALLENGE.
004920*-----------------------------------------------------------------
004930 1100-PICK-WORD.
004940     MOVE START-DATE-TIME (1:8) TO TODAY-DATE.
005250     MOVE WREC-WORD              TO WORD.
005260     MOVE WREC-WORD-LEN          TO WORD-LENGTH.
005270     MOVE WREC-DIFFICULTY        TO WORD-DIFFICULTY.
005272     PERFORM 1130-ASSIGN-GAME-ID THRU 1130-EXIT.
005280 1100-EXIT.
005290     EXIT.
005300*
005330         AT END
005340             SET WORDS-EOF       TO TRUE
005350         NOT AT END
005360             IF (SEL-ANY-DIFFICULTY
005370                     OR WREC-DIFFICULTY = SELECTED-DIFFICULTY)
005372                     AND WREC-WORD NOT = CHALLENGE-WORD
005380                 ADD 1           TO WORD-COUNT
005390                 IF WREC-LAST-PLAYED < TODAY-DATE
005400                     ADD 1       TO FRESH-COUNT
005490         AT END
005500             SET WORDS-EOF       TO TRUE
005510         NOT AT END
005520             IF (SEL-ANY-DIFFICULTY
005530                     OR WREC-DIFFICULTY = SELECTED-DIFFICULTY)
005532                     AND WREC-WORD NOT = CHALLENGE-WORD
005540                 IF PICK-FULL-POOL
005550                         OR WREC-LAST-PLAYED < TODAY-DATE
005560                     ADD 1       TO WORD-SUB
005580             END-IF
005590     END-READ.
005600 1120-EXIT.
005601     EXIT.
005601*
005601*-----------------------------------------------------------------
005601* 1130-ASSIGN-GAME-ID - TAKE THE NEXT GAME ID FROM THE GAMESEQ
005601* CONTROL FILE WITH A KEYED READ AND REWRITE OF ITS ONE RECORD,
005601* THE SAME WAY THE PLAYER TOTALS ARE ROLLED FORWARD.  THE FIRST
005601* GAME EVER BUILDS THE FILE AND TAKES ID 1.  A GAME THAT CANNOT
005601* GET AN ID IS NOT PLAYED - IT COULD NEVER BE RECONCILED.
005601*-----------------------------------------------------------------
005601 1130-ASSIGN-GAME-ID.
005601     OPEN I-O GAMESEQ-FILE.
005601     IF GAMESEQ-NOT-FOUND
005601         OPEN OUTPUT GAMESEQ-FILE
005601         CLOSE GAMESEQ-FILE
005601         OPEN I-O GAMESEQ-FILE
005601     END-IF.
005601     IF NOT GAMESEQ-OK
005601         DISPLAY "UNABLE TO OPEN GAMESEQ FILE, STATUS "
005601             GAMESEQ-STATUS
005601         SET FATAL-ERROR         TO TRUE
005601         GO TO 1130-EXIT
005601     END-IF.
005601     MOVE SPACES                TO SQREC-KEY.
005601     SET SQREC-GAME-ID-KEY       TO TRUE.
005601     READ GAMESEQ-FILE
005601         INVALID KEY
005601             SET SEQUENCE-NEW    TO TRUE
005601             MOVE ZERO           TO SQREC-LAST-ID
005602         NOT INVALID KEY
005602             SET SEQUENCE-ON-FILE TO TRUE
005602     END-READ.
005602     ADD 1                       TO SQREC-LAST-ID.
005602     MOVE SQREC-LAST-ID         TO GAME-ID.
005602     MOVE START-DATE-TIME (1:8) TO SQREC-LAST-DATE.
005602     MOVE START-DATE-TIME (9:6) TO SQREC-LAST-TIME.
005602     MOVE PLAYER-ID             TO SQREC-LAST-PLAYER.
005602     IF SEQUENCE-NEW
005602         WRITE GAME-SEQUENCE-RECORD
005602     ELSE
005602         REWRITE GAME-SEQUENCE-RECORD
005602     END-IF.
005602     IF NOT GAMESEQ-OK
005602         DISPLAY "UNABLE TO UPDATE GAMESEQ FILE, STATUS "
005602             GAMESEQ-STATUS
005602         SET FATAL-ERROR         TO TRUE
005602     END-IF.
005602     CLOSE GAMESEQ-FILE.
005602 1130-EXIT.
005602     EXIT.
005602*
005602*-----------------------------------------------------------------
005602* 1140-START-CHALLENGE - THE PLAYER'S CLAIM ON TODAY'S CHALLENGE
005602* WAS ACCEPTED, SO THE ROUND PLAYS THE CHALLENGE WORD INSTEAD OF A
005602* RANDOM PICK.  THE GAME TAKES ITS GAME ID THE SAME WAY, AND THE
005602* ID IS FILLED IN ON THE PLAYER'S CHALPLAY ATTEMPT SO A RESUMED
005603* GAME CAN BE RECOGNISED AS THE CHALLENGE LATER IN THE DAY.  IF
005603* THE ID CANNOT BE RECORDED THE ROUND IS NOT PLAYED AS THE
005603* CHALLENGE - IT BECOMES AN ORDINARY ROUND ON A RANDOM WORD, AND
005603* THE ID ALREADY TAKEN IS LEFT AS A GAP.  THE CLAIM STANDS, SO
005603* THE DAY'S ATTEMPT IS STILL USED UP.
005603*-----------------------------------------------------------------
005603 1140-START-CHALLENGE.
005603     PERFORM 1130-ASSIGN-GAME-ID THRU 1130-EXIT.
005603     IF FATAL-ERROR
005603         GO TO 1140-EXIT
005603     END-IF.
005603     PERFORM 1142-RECORD-GAME-ID THRU 1142-EXIT.
005603     IF ORDINARY-GAME
005603         DISPLAY "THE CHALLENGE ATTEMPT COULD NOT BE RECORDED - "
005603             "THIS ROUND IS AN ORDINARY GAME."
005603         SET SEL-ANY-DIFFICULTY  TO TRUE
005603         PERFORM 1100-PICK-WORD  THRU 1100-EXIT
005603         GO TO 1140-EXIT
005603     END-IF.
005603     MOVE CHALLENGE-WORD        TO WORD.
005603     MOVE CHALLENGE-WORD-LEN    TO WORD-LENGTH.
005603     MOVE CHALLENGE-DIFFICULTY  TO WORD-DIFFICULTY.
005603     DISPLAY "TODAY'S DAILY CHALLENGE - EVERY PLAYER HAS "
005603         "THE SAME WORD.".
005603 1140-EXIT.
005603     EXIT.
005603*
005604*-----------------------------------------------------------------
005604* 1142-RECORD-GAME-ID - FILL THE GAME ID IN ON THE PLAYER'S
005604* ATTEMPT.  ANY FAILURE MAKES THE ROUND AN ORDINARY GAME.
005604*-----------------------------------------------------------------
005604 1142-RECORD-GAME-ID.
005604     OPEN I-O ATTEMPT-FILE.
005604     IF NOT ATTEMPT-OK
005604         DISPLAY "UNABLE TO OPEN CHALPLAY FILE, STATUS "
005604             ATTEMPT-STATUS
005604         SET ORDINARY-GAME       TO TRUE
005604         GO TO 1142-EXIT
005604     END-IF.
005604     MOVE CHALLENGE-DATE        TO CPREC-CHALLENGE-DATE.
005604     MOVE PLAYER-ID             TO CPREC-PLAYER-ID.
005604     READ ATTEMPT-FILE
005604         INVALID KEY
005604             DISPLAY "CHALLENGE ATTEMPT NOT FOUND FOR "
005604                 PLAYER-ID
005604             SET ORDINARY-GAME   TO TRUE
005604         NOT INVALID KEY
005604             MOVE GAME-ID        TO CPREC-GAME-ID
005604             REWRITE CHALLENGE-ATTEMPT-RECORD
005604             IF NOT ATTEMPT-OK
005604                 DISPLAY "UNABLE TO UPDATE CHALPLAY FILE, STATUS "
005604                     ATTEMPT-STATUS
005604                 SET ORDINARY-GAME TO TRUE
005604             END-IF
005605     END-READ.
005605     CLOSE ATTEMPT-FILE.
005605 1142-EXIT.
005605     EXIT.
005605*
005605*-----------------------------------------------------------------
005605* 1145-CLAIM-CHALLENGE - WRITE THE PLAYER'S ATTEMPT ON TODAY'S
005605* CHALLENGE, KEYED BY THE DATE AND THE PLAYER ID, BEFORE THE WORD
005605* IS SHOWN.  A KEY ALREADY ON FILE MEANS THE PLAYER HAS HAD THE
005605* DAY'S ATTEMPT - FINISHED, QUIT OR INTERRUPTED - AND THE CLAIM IS
005605* REFUSED.  A REFUSED OR FAILED CLAIM TAKES THE CHALLENGE OFF THE
005605* MENU AND ASKS FOR THE LEVEL AGAIN.  THE FIRST CLAIM EVER BUILDS
005605* THE FILE.
005605*-----------------------------------------------------------------
005605 1145-CLAIM-CHALLENGE.
005605     OPEN I-O ATTEMPT-FILE.
005605     IF ATTEMPT-NOT-FOUND
005605         OPEN OUTPUT ATTEMPT-FILE
005605         CLOSE ATTEMPT-FILE
005605         OPEN I-O ATTEMPT-FILE
005605     END-IF.
005605     IF NOT ATTEMPT-OK
005605         DISPLAY "UNABLE TO OPEN CHALPLAY FILE, STATUS "
005605             ATTEMPT-STATUS
005605         DISPLAY "THE DAILY CHALLENGE IS NOT AVAILABLE."
005605         SET CHALLENGE-NOT-OPEN  TO TRUE
005605         SET LEVEL-NOT-CHOSEN    TO TRUE
005605         GO TO 1145-EXIT
005606     END-IF.
005606     MOVE CHALLENGE-DATE        TO CPREC-CHALLENGE-DATE.
005606     MOVE PLAYER-ID             TO CPREC-PLAYER-ID.
005606     MOVE ZERO                  TO CPREC-GAME-ID.
005606     MOVE START-DATE-TIME (9:6) TO CPREC-CLAIM-TIME.
005606     WRITE CHALLENGE-ATTEMPT-RECORD
005606         INVALID KEY
005606             DISPLAY "YOU HAVE ALREADY PLAYED TODAY'S "
005606                 "CHALLENGE - ONE ATTEMPT PER DAY."
005606             SET CHALLENGE-NOT-OPEN TO TRUE
005606             SET LEVEL-NOT-CHOSEN TO TRUE
005606         NOT INVALID KEY
005606             SET CHALLENGE-GAME  TO TRUE
005606     END-WRITE.
005606     CLOSE ATTEMPT-FILE.
005606 1145-EXIT.
005606     EXIT.
005606*
005606*-----------------------------------------------------------------
005606* 1150-LOAD-CHALLENGE - FIND TODAY'S CHALLENGE WORD: THE LAST
005606* DAYCHAL RECORD FOR TODAY'S DATE, UNLESS THAT RECORD WITHDRAWS
005606* IT.  THE WORD MUST STILL BE ON THE WORDS FILE, WHICH SUPPLIES
005606* ITS LENGTH AND DIFFICULTY.  NO FILE, NO RECORD OR NO SUCH WORD
005606* MEANS NO CHALLENGE TODAY.  THE WORD IS HELD EVEN WHEN IT CANNOT
005606* BE OFFERED, SO 1100-PICK-WORD STILL KEEPS IT OUT OF THE POOL.
005606*-----------------------------------------------------------------
005606 1150-LOAD-CHALLENGE.
005607     SET CHALLENGE-NOT-OPEN      TO TRUE.
005607     MOVE SPACES                TO CHALLENGE-WORD.
005607     MOVE START-DATE-TIME (1:8) TO CHALLENGE-DATE.
005607     OPEN INPUT CHALLENGE-FILE.
005607     IF NOT CHALLENGE-OK
005607         GO TO 1150-EXIT
005607     END-IF.
005607     PERFORM 1155-READ-CHALLENGE THRU 1155-EXIT
005607         UNTIL CHALLENGE-EOF.
005607     CLOSE CHALLENGE-FILE.
005607     IF CHALLENGE-WORD = SPACES
005607         GO TO 1150-EXIT
005607     END-IF.
005607     OPEN INPUT WORDS-FILE.
005607     IF NOT WORDS-OK
005607         GO TO 1150-EXIT
005607     END-IF.
005607     SET CHALLENGE-WORD-MISSING  TO TRUE.
005607     PERFORM 1160-FIND-CHALLENGE-WORD THRU 1160-EXIT
005607         UNTIL WORDS-EOF OR CHALLENGE-WORD-FOUND.
005607     CLOSE WORDS-FILE.
005607     IF CHALLENGE-WORD-FOUND
005607         SET CHALLENGE-OPEN      TO TRUE
005607     END-IF.
005607 1150-EXIT.
005607     EXIT.
005607*
005608 1155-READ-CHALLENGE.
005608     READ CHALLENGE-FILE NEXT RECORD
005608         AT END
005608             SET CHALLENGE-EOF   TO TRUE
005608             GO TO 1155-EXIT
005608     END-READ.
005608     IF DCREC-CHALLENGE-DATE = CHALLENGE-DATE
005608         IF DCREC-SET
005608             MOVE DCREC-WORD     TO CHALLENGE-WORD
005608         ELSE
005608             MOVE SPACES         TO CHALLENGE-WORD
005608         END-IF
005608     END-IF.
005608 1155-EXIT.
005608     EXIT.
005608*
005608 1160-FIND-CHALLENGE-WORD.
005608     READ WORDS-FILE NEXT RECORD
005608         AT END
005608             SET WORDS-EOF       TO TRUE
005608         NOT AT END
005608             IF WREC-WORD = CHALLENGE-WORD
005608                 SET CHALLENGE-WORD-FOUND TO TRUE
005608                 MOVE WREC-WORD-LEN TO CHALLENGE-WORD-LEN
005608                 MOVE WREC-DIFFICULTY TO CHALLENGE-DIFFICULTY
005608             END-IF
005608     END-READ.
005609 1160-EXIT.
005609     EXIT.
005609*
005609*-----------------------------------------------------------------
005609* 1165-CHECK-RESUMED-CHALLENGE - A RESUMED GAME IS TODAY'S
005609* CHALLENGE WHEN ITS GAME ID IS THE ONE ON THE PLAYER'S CHALPLAY
005609* ATTEMPT FOR TODAY.  A CHALLENGE GAME RESUMED ON A LATER DAY
005609* FINISHES AS AN ORDINARY ROUND - ITS DAY'S BOARD HAS BEEN RUN.
005609*-----------------------------------------------------------------
005609 1165-CHECK-RESUMED-CHALLENGE.
005609     OPEN INPUT ATTEMPT-FILE.
005609     IF NOT ATTEMPT-OK
005609         GO TO 1165-EXIT
005609     END-IF.
005609     MOVE START-DATE-TIME (1:8) TO CPREC-CHALLENGE-DATE.
005609     MOVE PLAYER-ID             TO CPREC-PLAYER-ID.
005609     READ ATTEMPT-FILE
005609         INVALID KEY
005609             CONTINUE
005609         NOT INVALID KEY
005609             IF CPREC-GAME-ID = GAME-ID
005609                 SET CHALLENGE-GAME TO TRUE
005609                 DISPLAY "THIS IS TODAY'S DAILY CHALLENGE."
005609             END-IF
005609     END-READ.
005609     CLOSE ATTEMPT-FILE.
005609 1165-EXIT.
005610     EXIT.
005620*
005630*-----------------------------------------------------------------
005760     END-IF.
005770     SET LETTER-GUESSED (FUNCTION ORD (GUESS)) TO TRUE.
005780     PERFORM 2110-CHECK-WRONG-GUESS THRU 2110-EXIT.
005782     PERFORM 2130-WRITE-JOURNAL  THRU 2130-EXIT.
005790     SET NO-MISSING-LETTERS     TO TRUE.
005800     MOVE ZERO                  TO I.
005810     PERFORM 2120-CHECK-LETTER   THRU 2120-EXIT
006600     EXIT.
006610*
006620*-----------------------------------------------------------------
006621* 2130-WRITE-JOURNAL - APPEND ONE GUESS JOURNAL RECORD FOR THE
006621* GUESS JUST ACCEPTED.  ITS SEQUENCE NUMBER IS THE COUNT OF
006621* LETTERS NOW ON THE LETTER-GUESSED TABLE, SO A RESUMED GAME
006621* CARRIES ON FROM WHERE IT WAS INTERRUPTED.  A JOURNAL THAT
006621* CANNOT BE OPENED IS REPORTED BUT DOES NOT STOP THE GAME.
006622*-----------------------------------------------------------------
006622 2130-WRITE-JOURNAL.
006622     MOVE ZERO                  TO UNIQUE-GUESS-COUNT.
006622     MOVE ZERO                  TO I.
006623     PERFORM 8010-TALLY-GUESS    THRU 8010-EXIT
006623         256 TIMES.
006623     OPEN EXTEND GUESS-JOURNAL-FILE.
006623     IF JOURNAL-NOT-FOUND
006623         OPEN OUTPUT GUESS-JOURNAL-FILE
006624     END-IF.
006624     IF NOT JOURNAL-OK
006624         DISPLAY "UNABLE TO OPEN GUESS JOURNAL, STATUS "
006624             JOURNAL-STATUS
006625         GO TO 2130-EXIT
006625     END-IF.
006625     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
006625     MOVE GAME-ID               TO GJREC-GAME-ID.
006625     MOVE PLAYER-ID             TO GJREC-PLAYER-ID.
006626     MOVE WORD                  TO GJREC-WORD.
006626     MOVE WORD-DIFFICULTY       TO GJREC-DIFFICULTY.
006626     MOVE UNIQUE-GUESS-COUNT    TO GJREC-GUESS-SEQ.
006626     MOVE GUESS                 TO GJREC-LETTER.
006627     IF GUESS-TALLY = ZERO
006627         SET GJREC-MISS          TO TRUE
006627     ELSE
006627         SET GJREC-HIT           TO TRUE
006627     END-IF.
006628     MOVE CURRENT-DATE-TIME (1:8) TO GJREC-GUESS-DATE.
006628     MOVE CURRENT-DATE-TIME (9:6) TO GJREC-GUESS-TIME.
006628     WRITE GUESS-JOURNAL-RECORD.
006628     CLOSE GUESS-JOURNAL-FILE.
006629 2130-EXIT.
006629     EXIT.
006629*
006629*-----------------------------------------------------------------
006630* 2500-PLAY-ONE-ROUND - ONE FULL ROUND OF THE SESSION: RESET,
006640* PLAY, FINALIZE, ROLL THE SESSION TOTALS AND OFFER ANOTHER
006650* ROUND.  QUITTING MID-GAME ENDS THE SESSION AS WELL AS THE
007320     MOVE WRONG-GUESS-COUNT     TO CKREC-WRONG-COUNT.
007330     MOVE LETTER-TABLE          TO CKREC-LETTER-TABLE.
007340     MOVE WORD-DIFFICULTY       TO CKREC-DIFFICULTY.
007342     MOVE GAME-ID               TO CKREC-GAME-ID.
007350     OPEN I-O CHECKPOINT-FILE.
007360     IF CHECKPOINT-NOT-FOUND
007370         OPEN OUTPUT CHECKPOINT-FILE
007500*-----------------------------------------------------------------
007510* 8000-FINALIZE - FOR A COMPLETED (WON OR LOST) GAME, APPEND ONE
007520* RECORD TO THE GAMESTAT FILE.  A GAME ENDED BY QUITTING IS NOT
007530* COUNTED AS COMPLETED - IT GOES TO THE ABANDONED-GAME FILE
007532* INSTEAD.  EITHER WAY THE CHECKPOINT IS CLEARED SO A FINISHED
007540* OR DELIBERATELY-QUIT GAME IS NOT OFFERED FOR RESUME.
007550*-----------------------------------------------------------------
007560 8000-FINALIZE.
007570     PERFORM 8005-CLEAR-CHECKPOINT THRU 8005-EXIT.
007580     IF NOT NO-MISSING-LETTERS AND NOT LOST
007582         PERFORM 8050-WRITE-ABANDONED THRU 8050-EXIT
007590         GO TO 8000-EXIT
007600     END-IF.
007610     MOVE ZERO                  TO UNIQUE-GUESS-COUNT.
007810     MOVE CURRENT-DATE-TIME (1:8)  TO GSREC-GAME-DATE.
007820     MOVE CURRENT-DATE-TIME (9:6)  TO GSREC-GAME-TIME.
007830     MOVE GAME-SCORE            TO GSREC-SCORE.
007831     MOVE GAME-ID               TO GSREC-GAME-ID.
007832     MOVE PLAYER-ID             TO GSREC-PLAYER-ID.
007833     MOVE WORD-DIFFICULTY       TO GSREC-DIFFICULTY.
007834     MOVE RLWK-RULE-SET-ID      TO GSREC-RULE-SET-ID.
007835     IF CHALLENGE-GAME
007836         SET GSREC-DAILY-CHALLENGE TO TRUE
007837     ELSE
007838         MOVE "N"                TO GSREC-CHALLENGE-FLAG
007839     END-IF.
007840     WRITE GAMESTAT-RECORD.
007850     CLOSE GAMESTAT-FILE.
007860     PERFORM 8030-WRITE-LEADERBOARD THRU 8030-EXIT.
008560     END-IF.
008570     EVALUATE WORD-DIFFICULTY
008580         WHEN "E"
008590             MOVE RLWK-EASY-POINTS TO DIFFICULTY-POINTS
008600         WHEN "H"
008610             MOVE RLWK-HARD-POINTS TO DIFFICULTY-POINTS
008620         WHEN OTHER
008630             MOVE RLWK-MEDIUM-POINTS TO DIFFICULTY-POINTS
008640     END-EVALUATE.
008650     COMPUTE SCORE-WORK =
008660         WORD-LENGTH * DIFFICULTY-POINTS
008950     MOVE GAME-DURATION-SECS    TO LBREC-DURATION-SECS.
008960     MOVE GAME-SCORE            TO LBREC-SCORE.
008970     MOVE CURRENT-DATE-TIME (1:8) TO LBREC-GAME-DATE.
008971     MOVE GAME-ID               TO LBREC-GAME-ID.
008972     MOVE WORD-DIFFICULTY       TO LBREC-DIFFICULTY.
008973     MOVE RLWK-RULE-SET-ID      TO LBREC-RULE-SET-ID.
008974     MOVE WRONG-GUESS-COUNT     TO LBREC-WRONG-COUNT.
008975     IF CHALLENGE-GAME
008976         SET LBREC-DAILY-CHALLENGE TO TRUE
008977     ELSE
008978         MOVE "N"                TO LBREC-CHALLENGE-FLAG
008979     END-IF.
008980     WRITE LEADERBOARD-RECORD.
008990     CLOSE LEADERBOARD-FILE.
009000 8030-EXIT.
009320     END-READ.
009330     CLOSE PLAYERS-FILE.
009340 8040-EXIT.
009341     EXIT.
009341*
009341*-----------------------------------------------------------------
009341* 8050-WRITE-ABANDONED - APPEND ONE RECORD TO THE ABANDONED-GAME
009341* FILE FOR THE GAME NOW IN PLAY, WITH REASON Q: HOW MANY WRONG
009341* GUESSES AND LETTERS IT HAD, AND HOW MANY POSITIONS OF THE WORD
009342* WERE SHOWING.  AN ABANDON FILE THAT CANNOT BE OPENED IS
009342* REPORTED BUT DOES NOT STOP THE SESSION.
009342*-----------------------------------------------------------------
009342 8050-WRITE-ABANDONED.
009342     MOVE ZERO                  TO UNIQUE-GUESS-COUNT.
009342     MOVE ZERO                  TO I.
009343     PERFORM 8010-TALLY-GUESS    THRU 8010-EXIT
009343         256 TIMES.
009343     MOVE ZERO                  TO LETTERS-REVEALED.
009343     MOVE ZERO                  TO I.
009343     PERFORM 8055-COUNT-REVEALED THRU 8055-EXIT
009344         WORD-LENGTH TIMES.
009344     OPEN EXTEND ABANDON-FILE.
009344     IF ABANDON-NOT-FOUND
009344         OPEN OUTPUT ABANDON-FILE
009344     END-IF.
009344     IF NOT ABANDON-OK
009345         DISPLAY "UNABLE TO OPEN ABANDON FILE, STATUS "
009345             ABANDON-STATUS
009345         GO TO 8050-EXIT
009345     END-IF.
009345     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
009346     MOVE GAME-ID               TO ABREC-GAME-ID.
009346     MOVE PLAYER-ID             TO ABREC-PLAYER-ID.
009346     MOVE WORD                  TO ABREC-WORD.
009346     MOVE WORD-DIFFICULTY       TO ABREC-DIFFICULTY.
009346     MOVE WRONG-GUESS-COUNT     TO ABREC-WRONG-COUNT.
009346     MOVE LETTERS-REVEALED      TO ABREC-LETTERS-REVEALED.
009347     MOVE WORD-LENGTH           TO ABREC-WORD-LENGTH.
009347     MOVE UNIQUE-GUESS-COUNT    TO ABREC-GUESS-COUNT.
009347     MOVE CURRENT-DATE-TIME (1:8) TO ABREC-ABANDON-DATE.
009347     MOVE CURRENT-DATE-TIME (9:6) TO ABREC-ABANDON-TIME.
009347     SET ABREC-QUIT              TO TRUE.
009348     WRITE ABANDONED-GAME-RECORD.
009348     CLOSE ABANDON-FILE.
009348 8050-EXIT.
009348     EXIT.
009348*
009348 8055-COUNT-REVEALED.
009349     ADD 1                       TO I.
009349     IF LETTER-GUESSED (FUNCTION ORD (WORD (I:1)))
009349         ADD 1                   TO LETTERS-REVEALED
009349     END-IF.
009349 8055-EXIT.
009350     EXIT.
009360*
009370*-----------------------------------------------------------------
