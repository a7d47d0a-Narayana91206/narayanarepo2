000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK      BUDGET                                      *
000400*    DESCRIPTION    GL ACCOUNT MONTHLY BUDGET RECORD LAYOUT     *
000500*                   ONE RECORD ON THE KEYED BUDGET FILE PER     *
000600*                   ACCOUNT AND MONTH, LOADED BY BUDLOAD1 FROM  *
000700*                   FINANCE'S BUDIN FILE AND READ BY BUDRPT1.   *
000800*                   BU-NORMAL-SIDE IS THE SIDE THE ACCOUNT      *
000900*                   NORMALLY RUNS ON - ACTUALS ARE NETTED TO    *
001000*                   THAT SIDE (DEBITS LESS CREDITS FOR A DR     *
001100*                   ACCOUNT, CREDITS LESS DEBITS FOR A CR ONE)  *
001200*                   SO THE BUDGET IS KEYED AS A POSITIVE FIGURE *
001300*                   IN THE SAME UNITS AS THE POSTED LEDGER.     *
001400*                                                               *
001500*    MODIFICATION HISTORY                                      *
001600*    DATE       INIT  DESCRIPTION                               *
001700*    2026-10-08 JRM   INITIAL VERSION                           *
001800*                                                               *
001900*****************************************************************
002000 01  BU-BUDGET-RECORD.
002100     05  BU-KEY.
002200         10  BU-ACCOUNT              PIC X(08).
002300         10  BU-PERIOD               PIC 9(06).
002400         10  BU-PERIOD-X REDEFINES BU-PERIOD.
002500             15  BU-PERIOD-YEAR      PIC 9(04).
002600             15  BU-PERIOD-MONTH     PIC 9(02).
002700     05  BU-NORMAL-SIDE              PIC X(02).
002800         88  BU-SIDE-DEBIT                    VALUE "DR".
002900         88  BU-SIDE-CREDIT                   VALUE "CR".
003000     05  BU-AMOUNT                   PIC S9(09).
003100     05  BU-SOURCE                   PIC X(08).
003200     05  BU-LOAD-DATE                PIC 9(08).
003300     05  BU-LOAD-TIME                PIC 9(08).
003400     05  FILLER                      PIC X(31).
