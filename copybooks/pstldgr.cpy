001000*    MODIFICATION HISTORY                                      *
001100*    DATE       INIT  DESCRIPTION                               *
001200*    2026-08-22 JRM   INITIAL VERSION                           *
001210*    2026-10-02 JRM   ENTRY TYPE R - REVERSAL AMOUNTS ARE      *
001220*                     ROLLED UP AND WRITTEN SEPARATELY FROM    *
001230*                     ORIGINAL POSTINGS SO THE TRIAL BALANCE   *
001240*                     CAN SHOW THE REVERSAL PAIR               *
001300*                                                               *
001400*****************************************************************
001500 01  PL-LEDGER-RECORD.
002100         88  PL-SIDE-CREDIT                   VALUE "CR".
002200     05  PL-AMOUNT                   PIC S9(09).
002300     05  PL-RECORD-CNT               PIC 9(08).
002310     05  PL-ENTRY-TYPE               PIC X(01).
002320         88  PL-ENTRY-ORIGINAL                VALUE SPACE.
002330         88  PL-ENTRY-REVERSAL                VALUE "R".
002400     05  FILLER                      PIC X(36).
