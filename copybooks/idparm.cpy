000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK      IDPARM                                      *
000400*    DESCRIPTION    PARAMETER AREA FOR THE TRNIDS1 TRANSACTION  *
000500*                   ID CONTROL MODULE.  RESERVE - THE CALLER    *
000600*                   GIVES ITS PROGRAM NAME AND HOW MANY IDS IT  *
000700*                   NEEDS; TRNIDS1 RETURNS THE FIRST OF THE     *
000800*                   BLOCK, WHICH NO OTHER PROGRAM IS GIVEN.     *
000900*                   PEEK - RETURNS THE NEXT ID WITHOUT TAKING   *
001000*                   IT.  SEED - THE CALLER GIVES THE NEXT ID    *
001100*                   ITS OWN COUNT OF THE MASTER CALLS FOR; THE  *
001200*                   CONTROL RECORD IS CREATED OR RAISED TO IT,  *
001300*                   NEVER LOWERED.  THE PRIOR VALUE IS RETURNED *
001400*                   FOR A PEEK OR SEED (ZERO WHEN NONE).        *
001500*                                                               *
001600*    MODIFICATION HISTORY                                      *
001700*    DATE       INIT  DESCRIPTION                               *
001800*    2026-10-10 JRM   INITIAL VERSION                           *
001900*                                                               *
002000*****************************************************************
002100 01  IC-ID-PARM.
002200     05  IC-FUNCTION                 PIC X(01).
002300         88  IC-FUNC-RESERVE                  VALUE "R".
002400         88  IC-FUNC-PEEK                     VALUE "P".
002500         88  IC-FUNC-SEED                     VALUE "S".
002600     05  IC-PROGRAM                  PIC X(09).
002700     05  IC-COUNT                    PIC 9(08).
002800     05  IC-FIRST-ID                 PIC 9(08).
002900     05  IC-PRIOR-ID                 PIC 9(08).
003000     05  IC-RESULT                   PIC X(01).
003100         88  IC-RESULT-OK                     VALUE "0".
003200         88  IC-NOT-SEEDED                    VALUE "N".
003300         88  IC-UNAVAILABLE                   VALUE "U".
003400         88  IC-EXHAUSTED                     VALUE "X".
003500     05  IC-FILE-STATUS              PIC X(02).
