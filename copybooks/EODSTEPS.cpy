000010*-----------------------------------------------------------------
000020*  EODSTEPS.CPY
000030*
000040*  THE END-OF-DAY STREAM, IN THE ORDER THE STEPS MUST RUN.  EACH
000050*  ENTRY IS THE PROGRAM, HOW IT IS PARAMETERIZED, AND ANY FIXED
000060*  PARAMETER:
000070*
000080*      D - THE STREAM'S BUSINESS DATE (YYYYMMDD) IS PASSED
000090*      F - THE FIXED PARAMETER IN THE ENTRY IS PASSED
000100*      N - NO PARAMETER; THE PROGRAM'S OWN DEFAULT APPLIES
000110*
000120*  EVERY STEP THAT READS THE DAY'S GAMESTAT, LBOARD OR GUESSJNL
000130*  RUNS AHEAD OF THE GAMEARCH TRIM, AND EACH FILCOMIT COMMIT
000140*  FOLLOWS IT.  CHALBRD READS BOTH THE FEED HISTORY AND THE
000145*  CURRENT FEED, SO IT CAN RUN LAST.  USED BY EODDRVR TO RUN THE
000150*  STREAM AND BY EODINQ TO SAY WHERE A STOPPED STREAM WILL
000155*  RESTART.
000160*
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ------------------------------------------
000200*  2026-10-15  RTC  ORIGINAL COPYBOOK.
000203*  2026-10-15  RTC  ADDED THE DAILY CHALLENGE BOARD (CHALBRD)
000206*                   AS THE LAST STEP.
000210*-----------------------------------------------------------------
000220 01  EOD-STEP-LIST.
000230     05  FILLER                      PIC X(17)
000240                                     VALUE "WORDCHK N".
000250     05  FILLER                      PIC X(17)
000260                                     VALUE "GAMRECOND".
000270     05  FILLER                      PIC X(17)
000280                                     VALUE "PLAYRPT D".
000290     05  FILLER                      PIC X(17)
000300                                     VALUE "LBXTRACTD".
000310     05  FILLER                      PIC X(17)
000320                                     VALUE "GAMEARCHD".
000330     05  FILLER                      PIC X(17)
000340                                     VALUE "FILCOMITFGAMESTAT".
000350     05  FILLER                      PIC X(17)
000360                                     VALUE "FILCOMITFLBOARD".
000370     05  FILLER                      PIC X(17)
000380                                     VALUE "FILCOMITFGUESSJNL".
000390     05  FILLER                      PIC X(17)
000400                                     VALUE "CKPTSWEPN".
000410     05  FILLER                      PIC X(17)
000420                                     VALUE "PLAYARCHD".
000422     05  FILLER                      PIC X(17)
000424                                     VALUE "CHALBRD D".
000430 01  EOD-STEP-TABLE REDEFINES EOD-STEP-LIST.
000440     05  EOD-STEP                    OCCURS 11 TIMES.
000450         10  EOD-STEP-PROGRAM        PIC X(08).
000460         10  EOD-STEP-PARM-TYPE      PIC X(01).
000470             88  EOD-STEP-DATE-PARM  VALUE "D".
000480             88  EOD-STEP-FIXED-PARM VALUE "F".
000490             88  EOD-STEP-NO-PARM    VALUE "N".
000500         10  EOD-STEP-FIXED-VALUE    PIC X(08).
000510 01  EOD-STEP-COUNT                  PIC 9(02) COMP VALUE 11.
