000820*                                 BLANK = TODAY                 *
000830*                   BYTE 18     = 'Y' TO OVERRIDE THE           *
000840*                                 BUSINESS-DAY CALENDAR CHECK   *
000850*                   BYTE 19     = 'Y' TO OVERRIDE A             *
000860*                                 SOFT-CLOSED ACCOUNTING        *
000900*                                 PERIOD (PRDCTL)               *
001000*                                                               *
001100*    MODIFICATION HISTORY                                      *
001200*    DATE       INIT  DESCRIPTION                               *
001300*    2026-08-09 JRM   INITIAL VERSION                           *
001350*    2026-08-22 JRM   ADD PROCESSING DATE AND CALENDAR          *
001360*                     OVERRIDE FLAG                             *
001380*    2026-10-07 JRM   ADD SOFT-CLOSED PERIOD OVERRIDE FLAG      *
001400*                                                               *
001500*****************************************************************
001600 01  CD-CONTROL-CARD                 PIC X(80).
002210     05  CD-PROCESS-DATE             PIC X(08).
002220     05  CD-OVERRIDE-FLAG            PIC X(01).
002230         88  CD-OVERRIDE-DATE                 VALUE "Y".
002300     05  CD-PERIOD-OVERRIDE          PIC X(01).
002400         88  CD-OVERRIDE-PERIOD               VALUE "Y".
002500     05  FILLER                      PIC X(61).
