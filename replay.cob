000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     REPLAY.
000030 AUTHOR.         R TODD CARRUTH.
000040 INSTALLATION.   GAMES BATCH SHOP.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* REPLAY IS THE GUESS-BY-GUESS INQUIRY OVER THE GUESS JOURNAL.
000090* GIVEN A PLAYER AND A DATE IT FINDS EVERY GAME THAT PLAYER
000100* GUESSED IN ON THAT DATE - IN THE JOURNAL HISTORY (GJNLHIST) OR
000110* THE CURRENT JOURNAL (GUESSJNL) - AND REPLAYS EACH ONE: EVERY
000120* GUESS IN ORDER WITH ITS TIME, WHETHER IT HIT, THE WORD AS THE
000130* PLAYER SAW IT AFTER THE GUESS, AND THE RUNNING WRONG COUNT.
000140* USED TO ANSWER PLAYER DISPUTES ABOUT A SCORED GAME.
000150*
000160*     REPLAY <PLAYER-ID> <YYYYMMDD>
000170*
000180* MODIFICATION HISTORY
000190* DATE       INIT  DESCRIPTION
000200* ---------  ----  -------------------------------------------
000210* 2026-10-15  RTC  ORIGINAL VERSION.
000220*-----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT GJNLHIST-FILE       ASSIGN TO "GJNLHIST"
000270                                ORGANIZATION LINE SEQUENTIAL
000280                                FILE STATUS IS GJNLHIST-STATUS.
000290     SELECT GUESS-JOURNAL-FILE  ASSIGN TO "GUESSJNL"
000300                                ORGANIZATION LINE SEQUENTIAL
000310                                FILE STATUS IS JOURNAL-STATUS.
000320*
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  GJNLHIST-FILE
000360     RECORD CONTAINS 59 CHARACTERS.
000370     COPY GUESSJNL REPLACING ==GUESS-JOURNAL-RECORD==
000380         BY ==HIST-GUESS-RECORD==
000390         LEADING ==GJREC== BY ==GJHS==.
000400*
000410 FD  GUESS-JOURNAL-FILE
000420     RECORD CONTAINS 59 CHARACTERS.
000430     COPY GUESSJNL.
000440*
000450 WORKING-STORAGE SECTION.
000460 01  GJNLHIST-STATUS              PIC X(2).
000470     88  GJNLHIST-OK              VALUE "00".
000480     88  GJNLHIST-EOF             VALUE "10".
000490     88  GJNLHIST-NOT-FOUND       VALUE "35".
000500 01  JOURNAL-STATUS               PIC X(2).
000510     88  JOURNAL-OK               VALUE "00".
000520     88  JOURNAL-EOF              VALUE "10".
000530     88  JOURNAL-NOT-FOUND        VALUE "35".
000540*
000550 01  FILLER                       PIC X.
000560     88  FATAL-ERROR              VALUE "E".
000570     88  NO-FATAL-ERROR           VALUE "N".
000580 01  FILLER                       PIC X.
000590     88  GJNLHIST-PRESENT         VALUE "Y".
000600     88  GJNLHIST-ABSENT          VALUE "N".
000610 01  FILLER                       PIC X.
000620     88  JOURNAL-PRESENT          VALUE "Y".
000630     88  JOURNAL-ABSENT           VALUE "N".
000640 01  FILLER                       PIC X.
000650     88  GAME-FOUND               VALUE "Y".
000660     88  GAME-NOT-FOUND           VALUE "N".
000670 01  FILLER                       PIC X.
000680     88  TABLE-FULL               VALUE "F".
000690     88  TABLE-FITS               VALUE "O".
000700*
000710 01  CMD-ARG-COUNT                PIC 9(3).
000720 01  CMD-PLAYER-ID                PIC X(10).
000730 01  CMD-DATE-PARM                PIC X(8).
000740 01  REPLAY-DATE                  PIC 9(8).
000750*
000760 01  GAME-TABLE.
000770     05  GAME-ENTRY               OCCURS 50 TIMES
000780                                  INDEXED BY GM-IDX.
000790         10  GM-GAME-ID           PIC 9(09).
000800         10  GM-WORD              PIC X(20).
000810         10  GM-DIFFICULTY        PIC X(01).
000820 01  GAME-COUNT                   PIC 9(3) COMP.
000830*
000840 01  GUESS-TABLE.
000850     05  GUESS-ENTRY              OCCURS 1500 TIMES
000860                                  INDEXED BY GU-IDX.
000870         10  GU-GAME-ID           PIC 9(09).
000880         10  GU-GUESS-SEQ         PIC 9(03).
000890         10  GU-LETTER            PIC X(01).
000900         10  GU-OUTCOME           PIC X(01).
000910             88  GU-HIT           VALUE "H".
000920         10  GU-GUESS-TIME        PIC 9(06).
000930 01  GUESS-COUNT                  PIC 9(5) COMP.
000940*
000950 01  LETTER-LIST                  PIC X(26)
000960         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000970 01  LETTER-POS                   PIC 9(3) COMP.
000980 01  GUESSED-FLAGS                PIC X(26).
000990 01  CHAR-SUB                     PIC 9(3) COMP.
001000 01  REVEALED-PATTERN             PIC X(20).
001010 01  WRONG-COUNT                  PIC 9(3) COMP.
001020 01  GUESS-LINES                  PIC 9(3) COMP.
001030*
001040 01  SEQ-ED                       PIC ZZ9.
001050 01  WRONG-ED                     PIC Z9.
001060 01  OUTCOME-ED                   PIC X(4).
001070 01  TIME-ED.
001080     05  TIME-ED-HH               PIC 9(2).
001090     05  FILLER                   PIC X        VALUE ":".
001100     05  TIME-ED-MM               PIC 9(2).
001110     05  FILLER                   PIC X        VALUE ":".
001120     05  TIME-ED-SS               PIC 9(2).
001130 01  TIME-WORK                    PIC 9(6).
001140 01  FILLER                       REDEFINES TIME-WORK.
001150     05  TIME-WORK-HH             PIC 9(2).
001160     05  TIME-WORK-MM             PIC 9(2).
001170     05  TIME-WORK-SS             PIC 9(2).
001180*
001190 PROCEDURE DIVISION.
001200*-----------------------------------------------------------------
001210* 0000-MAINLINE
001220*-----------------------------------------------------------------
001230 0000-MAINLINE.
001240     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001250     IF NOT FATAL-ERROR
001260         PERFORM 2000-LOAD-GUESSES   THRU 2000-EXIT
001270     END-IF.
001280     IF NOT FATAL-ERROR
001290         PERFORM 3000-PRINT-REPLAY   THRU 3000-EXIT
001300     END-IF.
001310     GOBACK.
001320*
001330*-----------------------------------------------------------------
001340* 1000-INITIALIZE - PULL THE COMMAND LINE ARGUMENTS APART.
001350*-----------------------------------------------------------------
001360 1000-INITIALIZE.
001370     SET NO-FATAL-ERROR          TO TRUE.
001380     SET TABLE-FITS              TO TRUE.
001390     MOVE ZERO                  TO GAME-COUNT.
001400     MOVE ZERO                  TO GUESS-COUNT.
001410     MOVE SPACES                TO CMD-PLAYER-ID.
001420     MOVE SPACES                TO CMD-DATE-PARM.
001430     ACCEPT CMD-ARG-COUNT        FROM ARGUMENT-NUMBER.
001440     IF CMD-ARG-COUNT NOT LESS THAN 1
001450         DISPLAY 1               UPON ARGUMENT-NUMBER
001460         ACCEPT CMD-PLAYER-ID    FROM ARGUMENT-VALUE
001470         MOVE FUNCTION UPPER-CASE (CMD-PLAYER-ID)
001480             TO CMD-PLAYER-ID
001490     END-IF.
001500     IF CMD-ARG-COUNT NOT LESS THAN 2
001510         DISPLAY 2               UPON ARGUMENT-NUMBER
001520         ACCEPT CMD-DATE-PARM    FROM ARGUMENT-VALUE
001530     END-IF.
001540     IF CMD-PLAYER-ID = SPACES
001550             OR CMD-DATE-PARM IS NOT NUMERIC
001560         DISPLAY "USAGE: REPLAY <PLAYER-ID> <YYYYMMDD>"
001570         SET FATAL-ERROR         TO TRUE
001580         MOVE 8                  TO RETURN-CODE
001590         GO TO 1000-EXIT
001600     END-IF.
001610     MOVE CMD-DATE-PARM         TO REPLAY-DATE.
001620 1000-EXIT.
001630     EXIT.
001640*
001650*-----------------------------------------------------------------
001660* 2000-LOAD-GUESSES - PICK THE PLAYER'S GUESSES FOR THE DATE OUT
001670* OF THE HISTORY FILE AND THEN THE CURRENT JOURNAL.  A MISSING
001680* FILE IS AN EMPTY SIDE.
001690*-----------------------------------------------------------------
001700 2000-LOAD-GUESSES.
001710     SET GJNLHIST-PRESENT        TO TRUE.
001720     OPEN INPUT GJNLHIST-FILE.
001730     IF GJNLHIST-NOT-FOUND
001740         SET GJNLHIST-ABSENT     TO TRUE
001750     ELSE
001760         IF NOT GJNLHIST-OK
001770             DISPLAY "UNABLE TO OPEN GJNLHIST FILE, STATUS "
001780                 GJNLHIST-STATUS
001790             SET FATAL-ERROR     TO TRUE
001800             MOVE 8              TO RETURN-CODE
001810             GO TO 2000-EXIT
001820         END-IF
001830     END-IF.
001840     IF GJNLHIST-PRESENT
001850         PERFORM 2100-READ-ONE-HIST  THRU 2100-EXIT
001860             UNTIL GJNLHIST-EOF
001870         CLOSE GJNLHIST-FILE
001880     END-IF.
001890     SET JOURNAL-PRESENT         TO TRUE.
001900     OPEN INPUT GUESS-JOURNAL-FILE.
001910     IF JOURNAL-NOT-FOUND
001920         SET JOURNAL-ABSENT      TO TRUE
001930     ELSE
001940         IF NOT JOURNAL-OK
001950             DISPLAY "UNABLE TO OPEN GUESSJNL FILE, STATUS "
001960                 JOURNAL-STATUS
001970             SET FATAL-ERROR     TO TRUE
001980             MOVE 8              TO RETURN-CODE
001990             GO TO 2000-EXIT
002000         END-IF
002010     END-IF.
002020     IF JOURNAL-PRESENT
002030         PERFORM 2150-READ-ONE-GUESS THRU 2150-EXIT
002040             UNTIL JOURNAL-EOF
002050         CLOSE GUESS-JOURNAL-FILE
002060     END-IF.
002070     IF TABLE-FULL
002080         DISPLAY "*** MORE GUESSES THAN THE REPLAY TABLES HOLD - "
002090             "LATER GAMES NOT SHOWN ***"
002100         MOVE 4                  TO RETURN-CODE
002110     END-IF.
002120 2000-EXIT.
002130     EXIT.
002140*
002150 2100-READ-ONE-HIST.
002160     READ GJNLHIST-FILE NEXT RECORD
002170         AT END
002180             SET GJNLHIST-EOF    TO TRUE
002190         NOT AT END
002200             MOVE HIST-GUESS-RECORD TO GUESS-JOURNAL-RECORD
002210             PERFORM 2200-KEEP-GUESS THRU 2200-EXIT
002220     END-READ.
002230 2100-EXIT.
002240     EXIT.
002250*
002260 2150-READ-ONE-GUESS.
002270     READ GUESS-JOURNAL-FILE NEXT RECORD
002280         AT END
002290             SET JOURNAL-EOF     TO TRUE
002300         NOT AT END
002310             PERFORM 2200-KEEP-GUESS THRU 2200-EXIT
002320     END-READ.
002330 2150-EXIT.
002340     EXIT.
002350*
002360*-----------------------------------------------------------------
002370* 2200-KEEP-GUESS - HOLD ONE OF THE PLAYER'S GUESSES FOR THE DATE,
002380* ADDING ITS GAME TO THE GAME TABLE ON FIRST SIGHT.
002390*-----------------------------------------------------------------
002400 2200-KEEP-GUESS.
002410     IF GJREC-PLAYER-ID NOT = CMD-PLAYER-ID
002420             OR GJREC-GUESS-DATE NOT = REPLAY-DATE
002430         GO TO 2200-EXIT
002440     END-IF.
002450     SET GAME-NOT-FOUND          TO TRUE.
002460     SET GM-IDX                  TO 1.
002470     SEARCH GAME-ENTRY
002480         AT END
002490             CONTINUE
002500         WHEN GM-IDX > GAME-COUNT
002510             CONTINUE
002520         WHEN GM-GAME-ID (GM-IDX) = GJREC-GAME-ID
002530             SET GAME-FOUND      TO TRUE
002540     END-SEARCH.
002550     IF GAME-NOT-FOUND
002560         IF GAME-COUNT NOT LESS THAN 50
002570             SET TABLE-FULL      TO TRUE
002580             GO TO 2200-EXIT
002590         END-IF
002600         ADD 1                   TO GAME-COUNT
002610         SET GM-IDX              TO GAME-COUNT
002620         MOVE GJREC-GAME-ID      TO GM-GAME-ID (GM-IDX)
002630         MOVE GJREC-WORD         TO GM-WORD (GM-IDX)
002640         MOVE GJREC-DIFFICULTY   TO GM-DIFFICULTY (GM-IDX)
002650     END-IF.
002660     IF GUESS-COUNT NOT LESS THAN 1500
002670         SET TABLE-FULL          TO TRUE
002680         GO TO 2200-EXIT
002690     END-IF.
002700     ADD 1                       TO GUESS-COUNT.
002710     SET GU-IDX                  TO GUESS-COUNT.
002720     MOVE GJREC-GAME-ID         TO GU-GAME-ID (GU-IDX).
002730     MOVE GJREC-GUESS-SEQ       TO GU-GUESS-SEQ (GU-IDX).
002740     MOVE GJREC-LETTER          TO GU-LETTER (GU-IDX).
002750     MOVE GJREC-OUTCOME         TO GU-OUTCOME (GU-IDX).
002760     MOVE GJREC-GUESS-TIME      TO GU-GUESS-TIME (GU-IDX).
002770 2200-EXIT.
002780     EXIT.
002790*
002800*-----------------------------------------------------------------
002810* 3000-PRINT-REPLAY - ONE BLOCK PER GAME, IN THE ORDER THE GAMES
002820* WERE FIRST SEEN.
002830*-----------------------------------------------------------------
002840 3000-PRINT-REPLAY.
002850     DISPLAY "GUESS REPLAY FOR " FUNCTION TRIM (CMD-PLAYER-ID)
002860         " ON " REPLAY-DATE.
002870     DISPLAY "==============================".
002880     IF GAME-COUNT = ZERO
002890         DISPLAY "NO GUESSES JOURNALLED FOR THIS PLAYER AND DATE"
002900         MOVE 4                  TO RETURN-CODE
002910         GO TO 3000-EXIT
002920     END-IF.
002930     PERFORM 3100-PRINT-GAME     THRU 3100-EXIT
002940         VARYING GM-IDX FROM 1 BY 1
002950         UNTIL GM-IDX > GAME-COUNT.
002960 3000-EXIT.
002970     EXIT.
002980*
002990 3100-PRINT-GAME.
003000     MOVE SPACES                TO GUESSED-FLAGS.
003010     MOVE ZERO                  TO WRONG-COUNT.
003020     MOVE ZERO                  TO GUESS-LINES.
003030     DISPLAY " ".
003040     DISPLAY "GAME ID  . . . . . . . : " GM-GAME-ID (GM-IDX).
003050     DISPLAY "WORD . . . . . . . . . : " GM-WORD (GM-IDX).
003060     DISPLAY "DIFFICULTY . . . . . . : " GM-DIFFICULTY (GM-IDX).
003070     DISPLAY "  SEQ  TIME      GUESS  RESULT  WORD"
003080         "                  WRONG".
003090     PERFORM 3200-PRINT-GUESS    THRU 3200-EXIT
003100         VARYING GU-IDX FROM 1 BY 1
003110         UNTIL GU-IDX > GUESS-COUNT.
003120     DISPLAY "GUESSES REPLAYED . . . : " GUESS-LINES.
003130 3100-EXIT.
003140     EXIT.
003150*
003160*-----------------------------------------------------------------
003170* 3200-PRINT-GUESS - ONE LINE PER GUESS OF THE CURRENT GAME,
003180* SHOWING THE WORD AS IT STOOD ONCE THE GUESS WAS MADE.
003190*-----------------------------------------------------------------
003200 3200-PRINT-GUESS.
003210     IF GU-GAME-ID (GU-IDX) NOT = GM-GAME-ID (GM-IDX)
003220         GO TO 3200-EXIT
003230     END-IF.
003240     ADD 1                       TO GUESS-LINES.
003250     MOVE ZERO                  TO LETTER-POS.
003260     INSPECT LETTER-LIST TALLYING LETTER-POS
003270         FOR CHARACTERS BEFORE INITIAL GU-LETTER (GU-IDX).
003280     IF LETTER-POS < 26
003290         MOVE "Y"      TO GUESSED-FLAGS (LETTER-POS + 1:1)
003300     END-IF.
003310     IF GU-HIT (GU-IDX)
003320         MOVE "HIT "             TO OUTCOME-ED
003330     ELSE
003340         MOVE "MISS"             TO OUTCOME-ED
003350         ADD 1                   TO WRONG-COUNT
003360     END-IF.
003370     MOVE SPACES                TO REVEALED-PATTERN.
003380     PERFORM 3300-REVEAL-CHAR    THRU 3300-EXIT
003390         VARYING CHAR-SUB FROM 1 BY 1
003400         UNTIL CHAR-SUB > 20.
003410     MOVE GU-GUESS-SEQ (GU-IDX) TO SEQ-ED.
003420     MOVE GU-GUESS-TIME (GU-IDX) TO TIME-WORK.
003430     MOVE TIME-WORK-HH          TO TIME-ED-HH.
003440     MOVE TIME-WORK-MM          TO TIME-ED-MM.
003450     MOVE TIME-WORK-SS          TO TIME-ED-SS.
003460     MOVE WRONG-COUNT           TO WRONG-ED.
003470     DISPLAY "  " SEQ-ED "  " TIME-ED "    "
003480         GU-LETTER (GU-IDX) "    " OUTCOME-ED "    "
003490         REVEALED-PATTERN "  " WRONG-ED.
003500 3200-EXIT.
003510     EXIT.
003520*
003530*-----------------------------------------------------------------
003540* 3300-REVEAL-CHAR - A LETTER ALREADY GUESSED SHOWS, AN UNGUESSED
003550* LETTER SHOWS AS AN UNDERSCORE, ANYTHING ELSE SHOWS AS IT IS.
003560*-----------------------------------------------------------------
003570 3300-REVEAL-CHAR.
003580     MOVE GM-WORD (GM-IDX) (CHAR-SUB:1)
003590                                 TO REVEALED-PATTERN (CHAR-SUB:1).
003600     MOVE ZERO                  TO LETTER-POS.
003610     INSPECT LETTER-LIST TALLYING LETTER-POS
003620         FOR CHARACTERS BEFORE INITIAL
003630             GM-WORD (GM-IDX) (CHAR-SUB:1).
003640     IF LETTER-POS < 26
003650         IF GUESSED-FLAGS (LETTER-POS + 1:1) = SPACE
003660             MOVE "_"            TO REVEALED-PATTERN (CHAR-SUB:1)
003670         END-IF
003680     END-IF.
003690 3300-EXIT.
003700     EXIT.
