000140*     FILCOMIT GAMESTAT    (GSTATNEW OVER GAMESTAT, FROM
000150*                           GAMEARCH)
000160*     FILCOMIT LBOARD      (LBRDNEW OVER LBOARD, FROM GAMEARCH)
000162*     FILCOMIT GUESSJNL    (GJNLNEW OVER GUESSJNL, FROM GAMEARCH)
000164*     FILCOMIT GAMEHIST    (GHISTNEW OVER GAMEHIST, FROM
000166*                           HISTROLL)
000168*     FILCOMIT LBHIST      (LBHSTNEW OVER LBHIST, FROM HISTROLL)
000170*     FILCOMIT WORDS       (WORDSNEW OVER WORDS, FROM WORDMAINT)
000180*
000190* BEFORE TOUCHING ANYTHING THE WORK FILE IS VERIFIED - THE
000200* RECORD COUNT IS RECONCILED AGAINST THE PRODUCING JOB'S CONTROL
000210* TOTALS WHERE THEY EXIST (THE LATEST GAMECTL RECORD FOR THE
000212* GAMEARCH PAIRS, THE LATEST HISTCTL RECORD FOR THE HISTROLL
000220* PAIRS) AND EVERY RECORD GETS A LENGTH AND FIELD
000230* SANITY CHECK.  AN OUT-OF-SPEC WORK FILE REFUSES TO COMMIT WITH
000240* RETURN CODE 8 SO THE SCHEDULER STOPS.  ON A GOOD VERIFY THE
000250* PRIOR MASTER IS KEPT AS A DATED BACKUP GENERATION, THE WORK
000350* DATE       INIT  DESCRIPTION
000360* ---------  ----  -------------------------------------------
000370* 2026-09-03  RTC  ORIGINAL VERSION.
000371* 2026-10-15  RTC  RECORD LENGTHS PICKED UP THE GAME ID ADDED TO
000371*                  GAMESTAT AND LBOARD; THE GAME ID COLUMN IS
000371*                  PART OF THE FIELD SANITY CHECK.
000372* 2026-10-15  RTC  ADDED THE GUESSJNL PAIR FOR THE GUESS JOURNAL
000372*                  TRIM GAMEARCH NOW PRODUCES.
000373* 2026-10-15  RTC  GAMESTAT AND LEADERBOARD RECORD LENGTHS PICKED
000373*                  UP THE RULE-SET ID ADDED AT THE END OF EACH;
000373*                  THE WORK, MASTER AND BACKUP RECORDS GREW TO 71.
000374* 2026-10-15  RTC  EACH COMMIT IS CHECKED AGAINST THE OPERATOR
000374*                  AUTHORITY FILE (COMMIT-GAMESTAT, COMMIT-LBOARD,
000375*                  COMMIT-WORDS, COMMIT-GUESSJNL) BEFORE THE WORK
000375*                  FILE IS TOUCHED.  A REFUSAL IS WRITTEN TO THE
000375*                  SECURITY LOG AND ENDS WITH RETURN CODE 8.
000376* 2026-10-15  RTC  GAMESTAT AND LEADERBOARD RECORD LENGTHS PICKED
000376*                  UP THE DAILY CHALLENGE FIELDS; THE WORK, MASTER
000377*                  AND BACKUP RECORDS GREW TO 74.  THE CHALLENGE
000377*                  FLAG MUST BE Y, N OR BLANK.
000377* 2026-10-15  RTC  ADDED THE GAMEHIST AND LBHIST PAIRS FOR THE
000378*                  MONTH-END HISTROLL OFFLOAD.  THEIR WORK FILES
000378*                  ARE CHECKED AGAINST THE LATEST HISTCTL RECORD,
000379*                  WHICH MUST BE IN BALANCE, AND THE MASTER MUST
000379*                  STILL HOLD THE COUNT HISTROLL READ.
000380*-----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000540     SELECT COMMIT-LOG-FILE     ASSIGN TO "COMMITLG"
000550                                ORGANIZATION LINE SEQUENTIAL
000560                                FILE STATUS IS COMMIT-LOG-STATUS.
000561     SELECT OPER-AUTH-FILE      ASSIGN TO "OPERAUTH"
000561                                ORGANIZATION INDEXED
000562                                ACCESS MODE RANDOM
000563                                RECORD KEY IS OAREC-USER-ID
000564                                FILE STATUS IS OPER-AUTH-STATUS.
000565     SELECT SECURITY-LOG-FILE   ASSIGN TO "SECLOG"
000565                                ORGANIZATION LINE SEQUENTIAL
000566                                FILE STATUS IS SECLOG-STATUS.
000567     SELECT HISTCTL-FILE        ASSIGN TO "HISTCTL"
000568                                ORGANIZATION LINE SEQUENTIAL
000569                                FILE STATUS IS HISTCTL-STATUS.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  WORK-FILE
000610     RECORD CONTAINS 74 CHARACTERS.
000620 01  WORK-RECORD                 PIC X(74).
000630*
000640 FD  MASTER-FILE
000650     RECORD CONTAINS 74 CHARACTERS.
000660 01  MASTER-RECORD               PIC X(74).
000670*
000680 FD  BACKUP-FILE
000690     RECORD CONTAINS 74 CHARACTERS.
000700 01  BACKUP-RECORD               PIC X(74).
000710*
000720 FD  GAMECTL-FILE
000730     RECORD CONTAINS 124 CHARACTERS.
000740     COPY GAMECTL.
000750*
000760 FD  COMMIT-LOG-FILE
000770     RECORD CONTAINS 67 CHARACTERS.
000780     COPY CMTLOG.
000781*
000781 FD  OPER-AUTH-FILE
000782     RECORD CONTAINS 386 CHARACTERS.
000783     COPY OPERAUTH.
000784*
000784 FD  SECURITY-LOG-FILE
000785     RECORD CONTAINS 89 CHARACTERS.
000786     COPY SECLOG.
000787*
000787 FD  HISTCTL-FILE
000788     RECORD CONTAINS 178 CHARACTERS.
000789     COPY HISTCTL.
000790*
000800 WORKING-STORAGE SECTION.
000810 01  WORK-STATUS                  PIC X(2).
000950 01  COMMIT-LOG-STATUS            PIC X(2).
000960     88  COMMIT-LOG-OK            VALUE "00".
000970     88  COMMIT-LOG-NOT-FOUND     VALUE "35".
000971 01  OPER-AUTH-STATUS             PIC X(2).
000972     88  OPER-AUTH-OK             VALUE "00".
000973     88  OPER-AUTH-NOT-FOUND      VALUE "35".
000974 01  SECLOG-STATUS                PIC X(2).
000975     88  SECLOG-OK                VALUE "00".
000976     88  SECLOG-NOT-FOUND         VALUE "35".
000977 01  HISTCTL-STATUS               PIC X(2).
000978     88  HISTCTL-OK               VALUE "00".
000979     88  HISTCTL-EOF              VALUE "10".
000980*
000990 01  FILLER                       PIC X.
001000     88  FATAL-ERROR              VALUE "E".
001050 01  FILLER                       PIC X.
001060     88  MASTER-PRESENT           VALUE "Y".
001070     88  MASTER-ABSENT            VALUE "N".
001072 01  FILLER                       PIC X.
001074     88  MASTER-COUNT-EXPECTED    VALUE "Y".
001076     88  MASTER-COUNT-UNCHECKED   VALUE "N".
001080*
001090 01  CMD-ARG-COUNT                PIC 9(3).
001100 01  CMD-TARGET                   PIC X(8).
001130 01  BACKUP-FILE-NAME             PIC X(30).
001140 01  CURRENT-DATE-TIME            PIC X(21).
001150 01  COMMIT-USER                  PIC X(8).
001151 01  FILLER                       PIC X.
001152     88  OPERATOR-AUTHORIZED      VALUE "Y".
001153     88  OPERATOR-REFUSED         VALUE "N".
001154 01  AUTH-FUNCTION                PIC X(18).
001155 01  AUTH-REASON                  PIC X(30).
001156 01  AUTH-SUB                     PIC 9(2) COMP.
001160*
001170 01  MASTER-DATA-LENGTH           PIC 9(3) COMP.
001180 01  EXPECTED-COUNT               PIC 9(7) COMP.
001182 01  EXPECTED-MASTER-COUNT        PIC 9(9) COMP.
001184 01  LATEST-ROLLUP-DATE           PIC 9(8).
001186 01  LATEST-ROLLUP-FLAG           PIC X.
001188     88  LATEST-ROLLUP-IN-BALANCE VALUE "Y".
001190 01  WORK-READ                    PIC 9(7) COMP.
001200 01  WORK-BAD                     PIC 9(7) COMP.
001210 01  BACKUP-COUNT                 PIC 9(7) COMP.
001270     LEADING ==LBREC== BY ==FWRK==.
001280 COPY WORDREC REPLACING ==WORD-RECORD== BY ==WORD-WORK==
001290     LEADING ==WREC== BY ==WWRK==.
001292 COPY GUESSJNL REPLACING
001294     ==GUESS-JOURNAL-RECORD== BY ==GUESS-WORK==
001296     LEADING ==GJREC== BY ==GJWK==.
001300*
001310 PROCEDURE DIVISION.
001320*-----------------------------------------------------------------
001560 1000-INITIALIZE.
001570     SET NO-FATAL-ERROR          TO TRUE.
001580     SET COUNT-NOT-CHECKED       TO TRUE.
001582     SET MASTER-COUNT-UNCHECKED  TO TRUE.
001590     MOVE ZERO                  TO EXPECTED-COUNT.
001600     MOVE ZERO                  TO WORK-READ.
001610     MOVE ZERO                  TO WORK-BAD.
001810         WHEN "GAMESTAT"
001820             MOVE "GSTATNEW"     TO WORK-FILE-NAME
001830             MOVE "GAMESTAT"     TO MASTER-FILE-NAME
001840             MOVE 72             TO MASTER-DATA-LENGTH
001850         WHEN "LBOARD"
001860             MOVE "LBRDNEW"      TO WORK-FILE-NAME
001870             MOVE "LBOARD"       TO MASTER-FILE-NAME
001880             MOVE 74             TO MASTER-DATA-LENGTH
001890         WHEN "WORDS"
001900             MOVE "WORDSNEW"     TO WORK-FILE-NAME
001910             MOVE "WORDS"        TO MASTER-FILE-NAME
001920             MOVE 37             TO MASTER-DATA-LENGTH
001921         WHEN "GUESSJNL"
001921             MOVE "GJNLNEW"      TO WORK-FILE-NAME
001922             MOVE "GUESSJNL"     TO MASTER-FILE-NAME
001923             MOVE 59             TO MASTER-DATA-LENGTH
001924         WHEN "GAMEHIST"
001924             MOVE "GHISTNEW"     TO WORK-FILE-NAME
001925             MOVE "GAMEHIST"     TO MASTER-FILE-NAME
001926             MOVE 72             TO MASTER-DATA-LENGTH
001927         WHEN "LBHIST"
001927             MOVE "LBHSTNEW"     TO WORK-FILE-NAME
001928             MOVE "LBHIST"       TO MASTER-FILE-NAME
001929             MOVE 74             TO MASTER-DATA-LENGTH
001930         WHEN OTHER
001940             DISPLAY "USAGE: FILCOMIT GAMESTAT|LBOARD|WORDS"
001942                 "|GUESSJNL|GAMEHIST|LBHIST"
001950             SET FATAL-ERROR     TO TRUE
001960             MOVE 8              TO RETURN-CODE
001970             GO TO 1000-EXIT
001980     END-EVALUATE.
001981     MOVE SPACES                TO AUTH-FUNCTION.
001982     STRING "COMMIT-" DELIMITED BY SIZE
001983         CMD-TARGET DELIMITED BY SPACE
001984         INTO AUTH-FUNCTION.
001985     PERFORM 6000-CHECK-AUTHORITY THRU 6000-EXIT.
001986     IF OPERATOR-REFUSED
001987         SET FATAL-ERROR         TO TRUE
001988         GO TO 1000-EXIT
001989     END-IF.
001990     MOVE SPACES                TO BACKUP-FILE-NAME.
002000     STRING FUNCTION TRIM (MASTER-FILE-NAME) "."
002010         CURRENT-DATE-TIME (1:8) "."
002360         GO TO 2000-EXIT
002370     END-IF.
002380     PERFORM 2500-GET-EXPECTED-COUNT THRU 2500-EXIT.
002382     IF FATAL-ERROR
002384         GO TO 2000-EXIT
002386     END-IF.
002390     IF COUNT-IS-EXPECTED
002400         IF WORK-READ NOT = EXPECTED-COUNT
002410             DISPLAY "*** WORK FILE HOLDS " WORK-READ
002690* NUMERIC AND CODED COLUMNS MUST HOLD WHAT THE LAYOUT SAYS.
002700*-----------------------------------------------------------------
002710 2200-CHECK-FIELDS.
002720     IF MASTER-DATA-LENGTH < 74
002730         IF WORK-RECORD (MASTER-DATA-LENGTH + 1:
002740                 74 - MASTER-DATA-LENGTH) NOT = SPACES
002750             PERFORM 2400-FLAG-BAD-RECORD THRU 2400-EXIT
002760             GO TO 2200-EXIT
002770         END-IF
002780     END-IF.
002790     EVALUATE CMD-TARGET
002800         WHEN "GAMESTAT"
002802         WHEN "GAMEHIST"
002810             PERFORM 2210-CHECK-GAMESTAT THRU 2210-EXIT
002820         WHEN "LBOARD"
002822         WHEN "LBHIST"
002830             PERFORM 2220-CHECK-LBOARD THRU 2220-EXIT
002840         WHEN "WORDS"
002850             PERFORM 2230-CHECK-WORDS THRU 2230-EXIT
002852         WHEN "GUESSJNL"
002854             PERFORM 2240-CHECK-JOURNAL THRU 2240-EXIT
002860     END-EVALUATE.
002870 2200-EXIT.
002880     EXIT.
002890*
002900 2210-CHECK-GAMESTAT.
002910     MOVE WORK-RECORD (1:72)    TO GSTAT-WORK.
002920     IF GSWK-GUESS-COUNT NOT NUMERIC
002930             OR GSWK-GAME-DATE NOT NUMERIC
002940             OR GSWK-GAME-TIME NOT NUMERIC
002950             OR GSWK-SCORE NOT NUMERIC
002952             OR GSWK-GAME-ID NOT NUMERIC
002960             OR (NOT GSWK-WON AND NOT GSWK-LOST)
002962             OR (GSWK-CHALLENGE-FLAG NOT = "Y" AND NOT = "N"
002964                 AND NOT = SPACE)
002970             OR GSWK-WORD = SPACES
002980         PERFORM 2400-FLAG-BAD-RECORD THRU 2400-EXIT
002990     END-IF.
003010     EXIT.
003020*
003030 2220-CHECK-LBOARD.
003040     MOVE WORK-RECORD (1:74)    TO FEED-WORK.
003050     IF FWRK-GUESS-COUNT NOT NUMERIC
003060             OR FWRK-DURATION-SECS NOT NUMERIC
003070             OR FWRK-SCORE NOT NUMERIC
003080             OR FWRK-GAME-DATE NOT NUMERIC
003082             OR FWRK-GAME-ID NOT NUMERIC
003090             OR (NOT FWRK-WON AND NOT FWRK-LOST)
003092             OR (FWRK-CHALLENGE-FLAG NOT = "Y" AND NOT = "N"
003094                 AND NOT = SPACE)
003100             OR FWRK-PLAYER-ID = SPACES
003110         PERFORM 2400-FLAG-BAD-RECORD THRU 2400-EXIT
003120     END-IF.
003260 2230-EXIT.
003270     EXIT.
003280*
003281 2240-CHECK-JOURNAL.
003281     MOVE WORK-RECORD (1:59)    TO GUESS-WORK.
003282     IF GJWK-GAME-ID NOT NUMERIC
003282             OR GJWK-GUESS-SEQ NOT NUMERIC
003283             OR GJWK-GUESS-DATE NOT NUMERIC
003284             OR GJWK-GUESS-TIME NOT NUMERIC
003284             OR (NOT GJWK-HIT AND NOT GJWK-MISS)
003285             OR GJWK-PLAYER-ID = SPACES
003286             OR GJWK-LETTER NOT ALPHABETIC
003286         PERFORM 2400-FLAG-BAD-RECORD THRU 2400-EXIT
003287     END-IF.
003288 2240-EXIT.
003288     EXIT.
003289*
003290 2400-FLAG-BAD-RECORD.
003300     ADD 1                       TO WORK-BAD.
003310     DISPLAY "OUT-OF-SPEC WORK RECORD " WORK-READ ": "
003340     EXIT.
003350*
003360*-----------------------------------------------------------------
003370* 2500-GET-EXPECTED-COUNT - FOR THE GAMEARCH PAIRS, THE
003380* LATEST GAMECTL RECORD SAYS HOW MANY RECORDS THE WORK FILE
003390* SHOULD HOLD.  THE WORDS PAIR HAS NO CONTROL TOTALS, SO ONLY
003400* THE FIELD SANITY APPLIES THERE.  THE HISTROLL PAIRS GO TO
003402* HISTCTL INSTEAD (2550).
003410*-----------------------------------------------------------------
003420 2500-GET-EXPECTED-COUNT.
003430     IF CMD-TARGET = "WORDS"
003432         GO TO 2500-EXIT
003434     END-IF.
003436     IF CMD-TARGET = "GAMEHIST" OR CMD-TARGET = "LBHIST"
003438         PERFORM 2550-GET-ROLLUP-COUNT THRU 2550-EXIT
003440         GO TO 2500-EXIT
003450     END-IF.
003460     OPEN INPUT GAMECTL-FILE.
003600             SET GAMECTL-EOF     TO TRUE
003610         NOT AT END
003620             SET COUNT-IS-EXPECTED TO TRUE
003630             EVALUATE CMD-TARGET
003650                 WHEN "GAMESTAT"
003660                     MOVE CTREC-RECORDS-REMAINING
003662                                 TO EXPECTED-COUNT
003664                 WHEN "GUESSJNL"
003666                     MOVE CTREC-JOURNAL-REMAINING
003668                                 TO EXPECTED-COUNT
003670                 WHEN OTHER
003672                     MOVE CTREC-FEED-REMAINING TO EXPECTED-COUNT
003674             END-EVALUATE
003680     END-READ.
003690 2510-EXIT.
003700     EXIT.
003710*
003720*-----------------------------------------------------------------
003721* 2550-GET-ROLLUP-COUNT - FOR THE HISTROLL PAIRS, THE LATEST
003721* HISTCTL RECORD SAYS HOW MANY RECORDS THE WORK FILE SHOULD HOLD
003721* AND HOW MANY THE MASTER HELD WHEN HISTROLL READ IT.  THERE IS
003721* NO COMMITTING A HISTORY WORK FILE WITHOUT A PROVEN ROLLUP
003721* BEHIND IT - NO HISTCTL, OR AN OUT-OF-BALANCE LATEST RUN,
003721* REFUSES THE COMMIT.
003721*-----------------------------------------------------------------
003722 2550-GET-ROLLUP-COUNT.
003722     OPEN INPUT HISTCTL-FILE.
003722     IF NOT HISTCTL-OK
003722         DISPLAY "HISTCTL NOT AVAILABLE - COMMIT REFUSED"
003722         SET FATAL-ERROR         TO TRUE
003722         MOVE 8                  TO RETURN-CODE
003723         GO TO 2550-EXIT
003723     END-IF.
003723     PERFORM 2560-READ-ROLLUP-CONTROL THRU 2560-EXIT
003723         UNTIL HISTCTL-EOF.
003723     CLOSE HISTCTL-FILE.
003723     IF COUNT-NOT-CHECKED
003724         DISPLAY "HISTCTL IS EMPTY - COMMIT REFUSED"
003724         SET FATAL-ERROR         TO TRUE
003724         MOVE 8                  TO RETURN-CODE
003724         GO TO 2550-EXIT
003724     END-IF.
003724     IF NOT LATEST-ROLLUP-IN-BALANCE
003725         DISPLAY "*** LATEST HISTROLL RUN " LATEST-ROLLUP-DATE
003725             " IS OUT OF BALANCE - COMMIT REFUSED ***"
003725         SET FATAL-ERROR         TO TRUE
003725         MOVE 8                  TO RETURN-CODE
003725     END-IF.
003725 2550-EXIT.
003725     EXIT.
003726*
003726 2560-READ-ROLLUP-CONTROL.
003726     READ HISTCTL-FILE NEXT RECORD
003726         AT END
003726             SET HISTCTL-EOF     TO TRUE
003726         NOT AT END
003727             SET COUNT-IS-EXPECTED TO TRUE
003727             SET MASTER-COUNT-EXPECTED TO TRUE
003727             MOVE HCREC-RUN-DATE TO LATEST-ROLLUP-DATE
003727             MOVE HCREC-BALANCE-FLAG TO LATEST-ROLLUP-FLAG
003727             IF CMD-TARGET = "GAMEHIST"
003727                 MOVE HCREC-GAMEHIST-RETAINED TO EXPECTED-COUNT
003728                 MOVE HCREC-GAMEHIST-READ
003728                                 TO EXPECTED-MASTER-COUNT
003728             ELSE
003728                 MOVE HCREC-LBHIST-RETAINED TO EXPECTED-COUNT
003728                 MOVE HCREC-LBHIST-READ
003728                                 TO EXPECTED-MASTER-COUNT
003729             END-IF
003729     END-READ.
003729 2560-EXIT.
003729     EXIT.
003729*
003729*-----------------------------------------------------------------
003730* 3000-BACKUP-MASTER - KEEP THE PRIOR MASTER AS A DATED BACKUP
003740* GENERATION BEFORE ANYTHING OVERWRITES IT.  A MISSING MASTER
003750* (FIRST EVER COMMIT) BACKS UP AS ZERO RECORDS.  A HISTORY
003752* MASTER MUST STILL HOLD WHAT HISTROLL READ - ANYTHING GAMEARCH
003754* APPENDED SINCE WOULD BE LOST BY THE COMMIT.
003760*-----------------------------------------------------------------
003770 3000-BACKUP-MASTER.
003780     SET MASTER-PRESENT          TO TRUE.
004070     DISPLAY "PRIOR MASTER KEPT AS "
004080         FUNCTION TRIM (BACKUP-FILE-NAME)
004090         " (" BACKUP-COUNT " RECORDS)".
004091     IF MASTER-COUNT-EXPECTED
004091         IF BACKUP-COUNT NOT = EXPECTED-MASTER-COUNT
004092             DISPLAY "*** MASTER HOLDS " BACKUP-COUNT
004093                 " RECORDS BUT HISTROLL READ "
004094                 EXPECTED-MASTER-COUNT " - COMMIT REFUSED ***"
004095             DISPLAY "*** RERUN HISTROLL ***"
004096             SET FATAL-ERROR     TO TRUE
004097             MOVE 8              TO RETURN-CODE
004098         END-IF
004099     END-IF.
004100 3000-EXIT.
004110     EXIT.
004120*
004960     DISPLAY "COMMIT COMPLETE".
004970 5000-EXIT.
004980     EXIT.
004982*
004984*-----------------------------------------------------------------
004986* 6000-CHECK-AUTHORITY - LOOK THE USER UP ON THE OPERATOR
004988* AUTHORITY FILE FOR THE FUNCTION IN AUTH-FUNCTION.  ANYTHING
004990* SHORT OF AN EXPLICIT GRANT IS A REFUSAL - A MISSING AUTHORITY
004992* FILE INCLUDED - AND EVERY REFUSAL IS WRITTEN TO THE SECURITY
004994* LOG WITH RETURN CODE 8.
004996*-----------------------------------------------------------------
004998 6000-CHECK-AUTHORITY.
005000     SET OPERATOR-REFUSED        TO TRUE.
005002     MOVE SPACES                TO AUTH-REASON.
005004     OPEN INPUT OPER-AUTH-FILE.
005006     IF NOT OPER-AUTH-OK
005008         MOVE "AUTHORITY FILE NOT AVAILABLE" TO AUTH-REASON
005010         GO TO 6000-REFUSE
005012     END-IF.
005014     MOVE COMMIT-USER           TO OAREC-USER-ID.
005016     READ OPER-AUTH-FILE
005018         INVALID KEY
005020             MOVE "USER NOT ON AUTHORITY FILE" TO AUTH-REASON
005022         NOT INVALID KEY
005024             PERFORM 6010-MATCH-FUNCTION THRU 6010-EXIT
005026                 VARYING AUTH-SUB FROM 1 BY 1
005028                 UNTIL AUTH-SUB > OAREC-FUNCTION-COUNT
005030                     OR OPERATOR-AUTHORIZED
005032     END-READ.
005034     CLOSE OPER-AUTH-FILE.
005036     IF OPERATOR-AUTHORIZED
005038         GO TO 6000-EXIT
005040     END-IF.
005042     IF AUTH-REASON = SPACES
005044         MOVE "FUNCTION NOT GRANTED" TO AUTH-REASON
005046     END-IF.
005048 6000-REFUSE.
005050     DISPLAY "USER " FUNCTION TRIM (COMMIT-USER)
005052         " IS NOT AUTHORIZED FOR " FUNCTION TRIM (AUTH-FUNCTION)
005054         " - " FUNCTION TRIM (AUTH-REASON).
005056     OPEN EXTEND SECURITY-LOG-FILE.
005058     IF SECLOG-NOT-FOUND
005060         OPEN OUTPUT SECURITY-LOG-FILE
005062     END-IF.
005064     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
005066     MOVE CURRENT-DATE-TIME (1:8) TO SLREC-DATE.
005068     MOVE CURRENT-DATE-TIME (9:6) TO SLREC-TIME.
005070     MOVE COMMIT-USER           TO SLREC-USER.
005072     MOVE "FILCOMIT"            TO SLREC-PROGRAM.
005074     MOVE AUTH-FUNCTION         TO SLREC-FUNCTION.
005076     SET SLREC-REFUSED           TO TRUE.
005078     MOVE SPACES                TO SLREC-TARGET-USER.
005080     MOVE AUTH-REASON           TO SLREC-REASON.
005082     WRITE SECURITY-LOG-RECORD.
005084     CLOSE SECURITY-LOG-FILE.
005086     MOVE 8                     TO RETURN-CODE.
005088 6000-EXIT.
005090     EXIT.
005092*
005094 6010-MATCH-FUNCTION.
005096     IF OAREC-FUNCTION (AUTH-SUB) = AUTH-FUNCTION
005098         SET OPERATOR-AUTHORIZED TO TRUE
005100     END-IF.
005102 6010-EXIT.
005104     EXIT.
