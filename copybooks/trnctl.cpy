000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK      TRNCTL                                      *
000400*    DESCRIPTION    TRANSACTION ID CONTROL RECORD LAYOUT.  ONE  *
000500*                   RECORD, KEY 'NEXTID', ON THE KEYED TRANCTL  *
000600*                   FILE HOLDS THE NEXT TRANSACTION ID TO HAND  *
000700*                   OUT.  ONLY THE TRNIDS1 MODULE READS OR      *
000800*                   UPDATES IT - EVERY PROGRAM THAT ADDS TO     *
000900*                   TRANMAST RESERVES ITS IDS THERE INSTEAD OF  *
001000*                   SCANNING THE MASTER FOR THE HIGHEST ONE.    *
001100*                   THE LAST RESERVATION AND THE LAST SEED ARE  *
001200*                   STAMPED SO A GAP OR A RESEED CAN BE TRACED. *
001300*                                                               *
001400*    MODIFICATION HISTORY                                      *
001500*    DATE       INIT  DESCRIPTION                               *
001600*    2026-10-10 JRM   INITIAL VERSION                           *
001700*                                                               *
001800*****************************************************************
001900 01  TC-CONTROL-RECORD.
002000     05  TC-CONTROL-KEY              PIC X(08).
002100         88  TC-KEY-NEXT-ID                   VALUE "NEXTID  ".
002200     05  TC-NEXT-TRANS-ID            PIC 9(08).
002300     05  TC-LAST-PROGRAM             PIC X(09).
002400     05  TC-LAST-COUNT               PIC 9(08).
002500     05  TC-LAST-DATE                PIC 9(08).
002600     05  TC-LAST-TIME                PIC 9(08).
002700     05  TC-SEED-PROGRAM             PIC X(09).
002800     05  TC-SEED-DATE                PIC 9(08).
002900     05  TC-SEED-TIME                PIC 9(08).
003000     05  FILLER                      PIC X(06).
