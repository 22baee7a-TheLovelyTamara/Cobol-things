000127*  2026-08-22  RTC  ADDED THE GAME DATE SO THE FEED CAN BE
000128*                   TRIMMED AND RECONCILED ONE DAY AT A TIME,
000129*                   IN STEP WITH THE GAMESTAT ARCHIVE.
000129*  2026-10-15  RTC  ADDED THE GAME ID - THE SAME ID CARRIED ON
000129*                   THE GAMESTAT RECORD, SO ONE GAME MATCHES ONE
000129*                   FEED RECORD EXACTLY - AND THE WORD'S
000129*                   DIFFICULTY.
000129*  2026-10-15  RTC  ADDED THE ID OF THE RULE SET (GAMERULE) THE
000129*                   GAME WAS PLAYED AND SCORED UNDER, SO SCORES
000129*                   FROM DIFFERENT RULE SETS CAN BE TOLD APART.
000129*                   BLANK ON RECORDS WRITTEN BEFORE RULE SETS
000129*                   EXISTED (STANDARD RULES).
000129*  2026-10-15  RTC  ADDED THE WRONG-GUESS COUNT AND THE DAILY
000129*                   CHALLENGE FLAG (Y/N, BLANK ON OLDER RECORDS).
000130*-----------------------------------------------------------------
000140 01  LEADERBOARD-RECORD.
000150     05  LBREC-PLAYER-ID             PIC X(10).
000210     05  LBREC-DURATION-SECS         PIC 9(05).
000220     05  LBREC-SCORE                 PIC 9(05).
000230     05  LBREC-GAME-DATE             PIC 9(08).
000232     05  LBREC-GAME-ID               PIC 9(09).
000234     05  LBREC-DIFFICULTY            PIC X(01).
000236     05  LBREC-RULE-SET-ID           PIC X(08).
000238     05  LBREC-WRONG-COUNT           PIC 9(03).
000240     05  LBREC-CHALLENGE-FLAG        PIC X(01).
000242         88  LBREC-DAILY-CHALLENGE   VALUE "Y".
