000180*  2026-09-03  RTC  THE FILE IS NOW INDEXED WITH ONE RECORD PER
000190*                   PLAYER - ADDED THE PLAYER ID AS THE RECORD
000200*                   KEY AND THE STAMP DATE FOR THE STALE SWEEP.
000202*  2026-10-15  RTC  ADDED THE GAME ID SO A RESUMED GAME KEEPS
000204*                   THE ID IT WAS GIVEN WHEN THE WORD WAS PICKED.
000210*-----------------------------------------------------------------
000220 01  CHECKPOINT-RECORD.
000230     05  CKREC-PLAYER-ID             PIC X(10).
000300     05  CKREC-WRONG-COUNT            PIC 9(03).
000310     05  CKREC-LETTER-TABLE           PIC X(256).
000320     05  CKREC-DIFFICULTY             PIC X(01).
000322     05  CKREC-GAME-ID                PIC 9(09).
