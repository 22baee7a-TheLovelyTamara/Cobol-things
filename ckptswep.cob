000110* DIES MID-GAME LEAVES ITS RECORD BEHIND.  THIS STEP WALKS THE
000120* FILE AND DELETES EVERY RECORD WHOSE STAMP DATE IS OLDER THAN
000130* THE AGE LIMIT, PLUS ANY RECORD LEFT MARKED NOT ACTIVE, SO A
000140* WEEK-OLD INTERRUPTED GAME IS NOT OFFERED FOR RESUME.  EVERY
000142* SWEPT RECORD THAT STILL HELD A GAME IN PLAY IS FIRST WRITTEN
000144* TO THE ABANDONED-GAME FILE (ABANDON) WITH REASON S.
000150*
000160*     CKPTSWEP [MAX-AGE-DAYS]
000170*
000230* DATE       INIT  DESCRIPTION
000240* ---------  ----  -------------------------------------------
000250* 2026-09-03  RTC  ORIGINAL VERSION.
000251* 2026-10-15  RTC  RECORD LENGTH PICKED UP THE GAME ID ADDED TO
000252*                  THE CHECKPNT LAYOUT.
000253* 2026-10-15  RTC  A STALE CHECKPOINT HOLDING A GAME IN PLAY IS
000254*                  NOW WRITTEN TO THE ABANDONED-GAME FILE WITH
000255*                  REASON S BEFORE IT IS DELETED.
000260*-----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000320                                ACCESS MODE DYNAMIC
000330                                RECORD KEY IS CKREC-PLAYER-ID
000340                                FILE STATUS IS CHECKPOINT-STATUS.
000342     SELECT ABANDON-FILE        ASSIGN TO "ABANDON"
000344                                ORGANIZATION LINE SEQUENTIAL
000346                                FILE STATUS IS ABANDON-STATUS.
000350*
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CHECKPOINT-FILE
000390     RECORD CONTAINS 391 CHARACTERS.
000400     COPY CHECKPNT.
000402*
000404 FD  ABANDON-FILE
000406     RECORD CONTAINS 67 CHARACTERS.
000408     COPY ABANDON.
000410*
000420 WORKING-STORAGE SECTION.
000430 01  CHECKPOINT-STATUS            PIC X(2).
000440     88  CHECKPOINT-OK            VALUE "00".
000450     88  CHECKPOINT-EOF           VALUE "10".
000460     88  CHECKPOINT-NOT-FOUND     VALUE "35".
000462 01  ABANDON-STATUS               PIC X(2).
000464     88  ABANDON-OK               VALUE "00".
000466     88  ABANDON-NOT-FOUND        VALUE "35".
000470 01  FILLER                       PIC X.
000480     88  FATAL-ERROR              VALUE "E".
000490     88  NO-FATAL-ERROR           VALUE "N".
000600 01  RECORDS-READ                 PIC 9(5) COMP.
000610 01  RECORDS-SWEPT                PIC 9(5) COMP.
000620 01  RECORDS-RETAINED             PIC 9(5) COMP.
000622 01  RECORDS-ABANDONED            PIC 9(5) COMP.
000624 01  LETTERS-REVEALED             PIC 9(3) COMP.
000626 01  GUESSES-MADE                 PIC 9(3) COMP.
000628 01  WORD-SUB                     PIC 9(3) COMP.
000630*
000640 PROCEDURE DIVISION.
000650*-----------------------------------------------------------------
000820     MOVE ZERO                  TO RECORDS-READ.
000830     MOVE ZERO                  TO RECORDS-SWEPT.
000840     MOVE ZERO                  TO RECORDS-RETAINED.
000842     MOVE ZERO                  TO RECORDS-ABANDONED.
000850     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
000860     MOVE CURRENT-DATE-TIME (1:8) TO RUN-DATE.
000870     ACCEPT CMD-ARG-COUNT        FROM ARGUMENT-NUMBER.
001160             CHECKPOINT-STATUS
001170         SET FATAL-ERROR         TO TRUE
001180         MOVE 8                  TO RETURN-CODE
001181         GO TO 1000-EXIT
001181     END-IF.
001182     OPEN EXTEND ABANDON-FILE.
001183     IF ABANDON-NOT-FOUND
001184         OPEN OUTPUT ABANDON-FILE
001184     END-IF.
001185     IF NOT ABANDON-OK
001186         DISPLAY "UNABLE TO OPEN ABANDON FILE, STATUS "
001187             ABANDON-STATUS
001187         CLOSE CHECKPOINT-FILE
001188         SET FATAL-ERROR         TO TRUE
001189         MOVE 8                  TO RETURN-CODE
001190     END-IF.
001200 1000-EXIT.
001210     EXIT.
001280     PERFORM 2100-SWEEP-ONE-RECORD THRU 2100-EXIT
001290         UNTIL CHECKPOINT-EOF.
001300     CLOSE CHECKPOINT-FILE.
001302     CLOSE ABANDON-FILE.
001310 2000-EXIT.
001320     EXIT.
001330*
001440         DISPLAY "SWEPT CHECKPOINT FOR "
001450             FUNCTION TRIM (CKREC-PLAYER-ID)
001460             " STAMPED " CKREC-STAMP-DATE
001462         IF CKREC-GAME-ACTIVE
001464             PERFORM 2200-WRITE-ABANDONED THRU 2200-EXIT
001466         END-IF
001470         DELETE CHECKPOINT-FILE RECORD
001480     ELSE
001490         ADD 1                   TO RECORDS-RETAINED
001500     END-IF.
001510 2100-EXIT.
001511     EXIT.
001511*
001511*-----------------------------------------------------------------
001511* 2200-WRITE-ABANDONED - THE SWEPT CHECKPOINT HELD A GAME THAT
001511* NEVER FINISHED.  RECORD IT ON THE ABANDONED-GAME FILE WITH
001512* REASON S, DATED FROM THE CHECKPOINT'S STAMP DATE.
001512*-----------------------------------------------------------------
001512 2200-WRITE-ABANDONED.
001512     MOVE ZERO                  TO GUESSES-MADE.
001513     INSPECT CKREC-LETTER-TABLE
001513         TALLYING GUESSES-MADE FOR ALL "1".
001513     MOVE ZERO                  TO LETTERS-REVEALED.
001513     MOVE ZERO                  TO WORD-SUB.
001514     PERFORM 2210-COUNT-REVEALED THRU 2210-EXIT
001514         CKREC-WORD-LEN TIMES.
001514     MOVE CKREC-GAME-ID         TO ABREC-GAME-ID.
001514     MOVE CKREC-PLAYER-ID       TO ABREC-PLAYER-ID.
001515     MOVE CKREC-WORD            TO ABREC-WORD.
001515     MOVE CKREC-DIFFICULTY      TO ABREC-DIFFICULTY.
001515     MOVE CKREC-WRONG-COUNT     TO ABREC-WRONG-COUNT.
001515     MOVE LETTERS-REVEALED      TO ABREC-LETTERS-REVEALED.
001515     MOVE CKREC-WORD-LEN        TO ABREC-WORD-LENGTH.
001516     MOVE GUESSES-MADE          TO ABREC-GUESS-COUNT.
001516     MOVE CKREC-STAMP-DATE      TO ABREC-ABANDON-DATE.
001516     MOVE ZERO                  TO ABREC-ABANDON-TIME.
001516     SET ABREC-SWEPT             TO TRUE.
001517     WRITE ABANDONED-GAME-RECORD.
001517     ADD 1                       TO RECORDS-ABANDONED.
001517 2200-EXIT.
001517     EXIT.
001518*
001518 2210-COUNT-REVEALED.
001518     ADD 1                       TO WORD-SUB.
001518     IF CKREC-LETTER-TABLE
001519             (FUNCTION ORD (CKREC-WORD (WORD-SUB:1)):1) = "1"
001519         ADD 1                   TO LETTERS-REVEALED
001519     END-IF.
001519 2210-EXIT.
001520     EXIT.
001530*
001540*-----------------------------------------------------------------
001610     DISPLAY "RECORDS READ . . . . . : " RECORDS-READ.
001620     DISPLAY "RECORDS SWEPT  . . . . : " RECORDS-SWEPT.
001630     DISPLAY "RECORDS RETAINED . . . : " RECORDS-RETAINED.
001632     DISPLAY "GAMES ABANDONED  . . . : " RECORDS-ABANDONED.
001640 3000-EXIT.
001650     EXIT.
