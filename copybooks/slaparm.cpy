000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK      SLAPARM                                     *
000400*    DESCRIPTION    BATCH-WINDOW SLA REPORT PARAMETER CARD READ *
000500*                   BY RUNSLA1.  THE FROM DATE IS REQUIRED; THE *
000600*                   TO DATE DEFAULTS TO THE FROM DATE.  THE     *
000700*                   GLPOST1 DEADLINE IS A CLOCK TIME (HHMM) ON  *
000800*                   THE DAY THAT IS DEADLINE-DAY DAYS AFTER THE *
000900*                   PROCESSING DATE (BLANK = 1, THE MORNING     *
001000*                   AFTER); A BLANK DEADLINE SKIPS THE SLA      *
001100*                   CHECK.  A STEP IS A LONG RUN WHEN IT TAKES  *
001200*                   MORE THAN LONG-PCT PER CENT OVER ITS        *
001300*                   AVERAGE (BLANK = 50) OF THE PREVIOUS        *
001400*                   AVERAGE-NIGHTS COMPLETED RUNS (BLANK = 5).  *
001500*                                                               *
001600*    MODIFICATION HISTORY                                      *
001700*    DATE       INIT  DESCRIPTION                               *
001800*    2026-10-09 JRM   INITIAL VERSION                           *
001850*    2026-10-15 JRM   PREFIX SA- CHANGED TO SQ- (SA- IS SECAUD) *
001900*                                                               *
002000*****************************************************************
002100 01  SQ-PARM-CARD                    PIC X(80).
002200 01  SQ-PARM-FIELDS REDEFINES SQ-PARM-CARD.
002300     05  SQ-FROM-DATE                PIC X(08).
002400     05  SQ-TO-DATE                  PIC X(08).
002500     05  SQ-DEADLINE-TIME            PIC X(04).
002600     05  SQ-DEADLINE-DAY             PIC X(01).
002700     05  SQ-LONG-PCT                 PIC X(03).
002800     05  SQ-AVERAGE-NIGHTS           PIC X(02).
002900     05  FILLER                      PIC X(54).
