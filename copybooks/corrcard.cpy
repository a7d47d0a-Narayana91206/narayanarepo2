001000*    MODIFICATION HISTORY                                      *
001100*    DATE       INIT  DESCRIPTION                               *
001200*    2026-08-22 JRM   INITIAL VERSION                           *
001220*    2026-10-13 JRM   KEY THE ID OF THE OPERATOR APPLYING THE   *
001240*                     CORRECTION IN THE FORMERLY BLANK TAIL     *
001300*                                                               *
001400*****************************************************************
001500 01  CO-CORRECTION-CARD.
001700     05  CO-RECORD-NBR               PIC 9(08).
001800     05  CO-NEW-AA                   PIC X(02).
001900     05  CO-NEW-BB                   PIC X(02).
002000     05  CO-OPERATOR-ID              PIC X(08).
002100     05  FILLER                      PIC X(52).
