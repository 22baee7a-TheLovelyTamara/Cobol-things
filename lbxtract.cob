000070*-----------------------------------------------------------------
000080* LBXTRACT BUILDS THE TRANSMISSION COPY OF THE LEADERBOARD FEED
000090* HANDED TO THE DOWNSTREAM CROSS-SYSTEM CONSUMER.  THE RAW FEED
000100* USED TO GO OUT AS BARE LBOARD RECORDS, SO A TRANSFER
000110* CUT SHORT GAVE THE DOWNSTREAM SHOP A PARTIAL DAY WITH NOTHING
000120* TO CATCH IT.  THIS STEP WRAPS THE FEED - A HEADER RECORD WITH
000130* THE FEED DATE AND CREATION TIMESTAMP, ONE DETAIL RECORD PER
000140* LBOARD RECORD, AND A TRAILER CARRYING THE RECORD COUNT AND
000150* HASH TOTALS OF THE SCORE, GUESS-COUNT AND GAME ID COLUMNS -
000160* ONTO THE LBXMIT FILE, AND PRINTS ITS OWN CONTROL TOTALS.  THE
000170* CONSUMER VERIFIES THE TRAILER, SO A SHORT FILE IS REFUSED ON
000180* THEIR SIDE INSTEAD OF SURFACING IN THE NEXT MORNING'S
000182* RECONCILIATION.
000190*
000200*     LBXTRACT [YYYYMMDD]
000210*
000300* DATE       INIT  DESCRIPTION
000310* ---------  ----  -------------------------------------------
000320* 2026-09-03  RTC  ORIGINAL VERSION.
000321* 2026-10-15  RTC  DETAIL RECORDS CARRY THE GAME ID NOW ON THE
000321*                  LBOARD LAYOUT; THE TRAILER ADDS A GAME ID
000322*                  HASH TOTAL.
000323* 2026-10-15  RTC  LEADERBOARD RECORD LENGTH PICKED UP THE
000324*                  RULE-SET ID ADDED AT THE END OF THE RECORD.
000324* 2026-10-15  RTC  LEADERBOARD RECORD LENGTH PICKED UP THE WRONG-
000325*                  GUESS COUNT AND DAILY CHALLENGE FLAG ADDED AT
000326*                  THE END OF THE RECORD.
000327* 2026-10-15  RTC  THE TRANSMISSION RECORD GREW TO 75 BYTES SO
000327*                  THE DETAIL CARRIES THE WHOLE 74-BYTE FEED
000328*                  RECORD - THE RULE-SET ID, WRONG-GUESS COUNT AND
000329*                  CHALLENGE FLAG WERE BEING CUT OFF.
000330*-----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  LEADERBOARD-FILE
000470     RECORD CONTAINS 74 CHARACTERS.
000480     COPY LBOARD.
000490*
000500 FD  TRANSMIT-FILE
000510     RECORD CONTAINS 75 CHARACTERS.
000520     COPY LBXMIT.
000530*
000540 WORKING-STORAGE SECTION.
000740 01  FEED-READ                    PIC 9(7) COMP.
000750 01  SCORE-HASH                   PIC 9(11) COMP.
000760 01  GUESS-HASH                   PIC 9(9) COMP.
000762 01  GAME-ID-HASH                 PIC 9(15) COMP.
000770*
000780 PROCEDURE DIVISION.
000790*-----------------------------------------------------------------
000970     MOVE ZERO                  TO FEED-READ.
000980     MOVE ZERO                  TO SCORE-HASH.
000990     MOVE ZERO                  TO GUESS-HASH.
000992     MOVE ZERO                  TO GAME-ID-HASH.
001000     MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME.
001010     MOVE CURRENT-DATE-TIME (1:8) TO FEED-DATE.
001020     ACCEPT CMD-ARG-COUNT        FROM ARGUMENT-NUMBER.
001720             ADD 1               TO FEED-READ
001730             ADD LBREC-SCORE     TO SCORE-HASH
001740             ADD LBREC-GUESS-COUNT TO GUESS-HASH
001742             ADD LBREC-GAME-ID   TO GAME-ID-HASH
001750             SET XMREC-DETAIL    TO TRUE
001760             MOVE LEADERBOARD-RECORD TO XMREC-BODY
001770             WRITE TRANSMISSION-RECORD
001850     MOVE FEED-READ             TO XMREC-RECORD-COUNT.
001860     MOVE SCORE-HASH            TO XMREC-SCORE-HASH.
001870     MOVE GUESS-HASH            TO XMREC-GUESS-HASH.
001872     MOVE GAME-ID-HASH          TO XMREC-GAME-ID-HASH.
001880     WRITE TRANSMISSION-RECORD.
001890 2300-EXIT.
001900     EXIT.
002000     DISPLAY "FEED RECORDS WRAPPED . : " FEED-READ.
002010     DISPLAY "SCORE HASH TOTAL . . . : " SCORE-HASH.
002020     DISPLAY "GUESS HASH TOTAL . . . : " GUESS-HASH.
002022     DISPLAY "GAME ID HASH TOTAL . . : " GAME-ID-HASH.
002030     DISPLAY "TRANSMISSION FILE LBXMIT IS READY TO SEND".
002040 3000-EXIT.
002050     EXIT.
