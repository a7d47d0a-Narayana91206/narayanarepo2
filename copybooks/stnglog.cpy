000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK      STNGLOG                                     *
000400*    DESCRIPTION    STANDING-INSTRUCTION GENERATION LOG LAYOUT  *
000500*                   ONE RECORD APPENDED BY STNGEN1 FOR EVERY    *
000600*                   INSTRUCTION IT GENERATES FOR A PROCESSING   *
000700*                   DATE, CARRYING THE TRANSACTION ID IT WAS    *
000800*                   GIVEN.  THE RECORD IS WRITTEN BEFORE THE    *
000900*                   MASTER RECORD, SO A RERUN - DELIBERATE OR   *
001000*                   AFTER AN ABEND - FINDS EVERY INSTRUCTION    *
001100*                   ALREADY HANDLED FOR THE DATE AND NEVER      *
001200*                   GENERATES IT TWICE; ONE LOGGED BUT NOT YET  *
001300*                   ON THE MASTER IS WRITTEN UNDER ITS LOGGED   *
001400*                   ID.                                         *
001500*                                                               *
001600*    MODIFICATION HISTORY                                      *
001700*    DATE       INIT  DESCRIPTION                               *
001800*    2026-10-11 JRM   INITIAL VERSION                           *
001900*                                                               *
002000*****************************************************************
002100 01  SG-GENLOG-RECORD.
002200     05  SG-PROC-DATE                PIC 9(08).
002300     05  SG-INSTR-ID                 PIC 9(06).
002400     05  SG-TRANS-ID                 PIC 9(08).
002500     05  SG-GEN-DATE                 PIC 9(08).
002600     05  SG-GEN-TIME                 PIC 9(08).
002700     05  FILLER                      PIC X(42).
