000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK      SENSCAT                                     *
000400*    DESCRIPTION    SENSITIVE-CATEGORY RECORD LAYOUT            *
000500*                   ONE RECORD ON THE SENSCAT FILE FOR EACH     *
000600*                   TRANSACTION CATEGORY WHOSE NEW ENTRIES MUST *
000700*                   BE APPROVED BY A SECOND OPERATOR BEFORE     *
000800*                   THEY REACH TRANMAST.  NO FILE, OR AN EMPTY  *
000900*                   ONE, MEANS NO CATEGORY IS SENSITIVE.        *
001000*                                                               *
001100*    MODIFICATION HISTORY                                      *
001200*    DATE       INIT  DESCRIPTION                               *
001300*    2026-10-05 JRM   INITIAL VERSION                           *
001400*                                                               *
001500*****************************************************************
001600 01  SC-SENSCAT-RECORD.
001700     05  SC-CATEGORY                 PIC X(02).
001800     05  SC-DESCRIPTION              PIC X(20).
001900     05  FILLER                      PIC X(58).
