002292*    2026-09-01 JRM   CARRY THE RECYCLE RECORD'S TRANSACTION   *
002294*                     CATEGORY ONTO THE RESUBMITTED DETAIL SO  *
002296*                     A CORRECTED REJECT KEEPS ITS CATEGORY    *
002297*    2026-10-13 JRM   HOLD THE WIDER RECYCLE RECORD, NOW        *
002298*                     CARRYING THE CORRECTING OPERATOR          *
002300*                                                               *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
007800 77  WS-RY-IX                    PIC 9(04) COMP VALUE ZERO.
007900 01  WS-RECYCLE-TABLE.
008000     05  WS-RY-ENTRY OCCURS 500 TIMES.
008100         10  WS-RY-RECORD        PIC X(88).
008200*****************************************************************
008300*    CROSS-REFERENCE REPORT LINE LAYOUTS - ALL 80 BYTES         *
008400*****************************************************************
