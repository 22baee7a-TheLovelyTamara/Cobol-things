000010*-----------------------------------------------------------------
000020*  GAMERULE.CPY
000030*
000040*  RECORD LAYOUT FOR THE GAME RULES CONTROL FILE.  ONE RECORD
000050*  HOLDS ONE RULE SET - THE WRONG-GUESS LIMIT AND THE SCORING
000060*  FACTORS - AND THE DATE IT TAKES EFFECT.  A RULE SET STAYS IN
000070*  EFFECT UNTIL THE NEXT ONE'S EFFECTIVE DATE.  HANGMAN PLAYS
000080*  EACH GAME UNDER THE SET IN EFFECT ON THE GAME DATE AND WRITES
000090*  ITS ID ON THE GAMESTAT AND LEADERBOARD RECORDS.  BEFORE THE
000100*  FIRST SET TAKES EFFECT THE COMPILED STANDARD RULES APPLY,
000110*  UNDER THE ID STANDARD.  THE FILE IS APPENDED TO BY RULEMNT
000120*  ONLY; RECORDS ARE NEVER CHANGED ONCE WRITTEN.
000130*
000140*  MODIFICATION HISTORY
000150*  DATE       INIT  DESCRIPTION
000160*  ---------  ----  ------------------------------------------
000170*  2026-10-15  RTC  ORIGINAL COPYBOOK.
000180*-----------------------------------------------------------------
000190 01  RULE-SET-RECORD.
000200     05  RLREC-RULE-SET-ID           PIC X(08).
000210     05  RLREC-EFFECTIVE-DATE        PIC 9(08).
000220     05  RLREC-MAX-WRONG             PIC 9(03).
000230     05  RLREC-WRONG-PENALTY         PIC 9(03).
000240     05  RLREC-SECONDS-PER-POINT     PIC 9(03).
000250     05  RLREC-MIN-WIN-SCORE         PIC 9(03).
000260     05  RLREC-EASY-POINTS           PIC 9(03).
000270     05  RLREC-MEDIUM-POINTS         PIC 9(03).
000280     05  RLREC-HARD-POINTS           PIC 9(03).
000290     05  RLREC-DEFINED-DATE          PIC 9(08).
000300     05  RLREC-DEFINED-BY            PIC X(08).
