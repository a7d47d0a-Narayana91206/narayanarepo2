000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK      PRDLOG                                      *
000400*    DESCRIPTION    PERIOD CONTROL EVENT LOG RECORD LAYOUT      *
000500*                   APPENDED BY PRDCHK1 FOR EVERY POSTING INTO  *
000600*                   A SOFT-CLOSED MONTH UNDER OVERRIDE AND FOR  *
000700*                   EVERY ITEM MOVED OUT OF A HARD-CLOSED MONTH *
000800*                   INTO THE FIRST OPEN ONE, AND BY PRDMNT1 FOR *
000900*                   EVERY CHANGE OF A MONTH'S STATUS.  PRDRPT1  *
001000*                   PRINTS IT.                                  *
001100*                                                               *
001200*    MODIFICATION HISTORY                                      *
001300*    DATE       INIT  DESCRIPTION                               *
001400*    2026-10-07 JRM   INITIAL VERSION                           *
001500*                                                               *
001600*****************************************************************
001700 01  PG-LOG-RECORD.
001800     05  PG-EVENT-DATE               PIC 9(08).
001900     05  PG-EVENT-TIME               PIC 9(08).
002000     05  PG-PROGRAM                  PIC X(08).
002100     05  PG-EVENT-TYPE               PIC X(01).
002200         88  PG-EVENT-OVERRIDE                VALUE "O".
002300         88  PG-EVENT-MOVED                   VALUE "M".
002400         88  PG-EVENT-STATUS                  VALUE "C".
002500     05  PG-PERIOD                   PIC 9(06).
002600     05  PG-BATCH-ID                 PIC X(08).
002700     05  PG-ORIG-DATE                PIC 9(08).
002800     05  PG-POST-DATE                PIC 9(08).
002900     05  PG-RECORD-NBR               PIC 9(08).
003000     05  PG-AMOUNT                   PIC S9(09).
003100     05  PG-OLD-STATUS               PIC X(01).
003200     05  PG-NEW-STATUS               PIC X(01).
003300     05  PG-OPERATOR-ID              PIC X(08).
003400     05  FILLER                      PIC X(18).
