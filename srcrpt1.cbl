002600*    MODIFICATION HISTORY                                      *
002700*    DATE       INIT  DESCRIPTION                               *
002800*    2026-09-01 JRM   INITIAL VERSION                           *
002820*    2026-10-02 JRM   A POSTED RECORD SINCE MARKED FOR REVERSAL *
002840*                     OR REVERSED STILL COUNTS AS POSTED ON ITS *
002860*                     POSTING DATE                              *
002870*    2026-10-10 JRM   DECLARE THE NEW TM-STATUS ALTERNATE KEY   *
002880*                     ON TRANMAST                               *
002885*    2026-10-15 JRM   A POSTED RECORD HELD FOR A REVERSAL       *
002890*                     AWAITING APPROVAL STILL COUNTS AS POSTED  *
002900*                                                               *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003800             ORGANIZATION IS INDEXED
003900             ACCESS MODE IS DYNAMIC
004000             RECORD KEY IS TM-TRANS-ID
004050             ALTERNATE RECORD KEY IS TM-STATUS WITH DUPLICATES
004100             FILE STATUS IS WS-MASTER-STATUS.
004200*
004300     SELECT AUDIT-FILE      ASSIGN TO "AUDITLOG"
034400         ADD 1 TO WS-TOT-LOADED
034500     END-IF.
034600     IF TM-POST-DATE = WS-PROC-DATE8
034700         IF TM-STATUS-POSTED OR TM-STATUS-REV-PENDING
034750            OR TM-STATUS-REVERSED OR TM-STATUS-HELD
034800             ADD 1 TO WS-SRC-POSTED (WS-SRC-FOUND-IX)
034900             ADD 1 TO WS-TOT-POSTED
035000         END-IF
