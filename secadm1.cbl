002700*    MODIFICATION HISTORY                                      *
002800*    DATE       INIT  DESCRIPTION                               *
002900*    2026-09-01 JRM   INITIAL VERSION                           *
002920*    2026-10-13 JRM   LOG A THREE-BAD-PASSWORD LOCKOUT ON THE   *
002940*                     SECAUDIT TRAIL (ACTION LOCK) SO THE       *
002960*                     LOCK IS DATED                             *
003000*                                                               *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
026800     MOVE "L" TO OS-ACTIVE-FLAG.
026900     MOVE ZERO TO OS-FAIL-COUNT.
027000     PERFORM 1050-SAVE-OPERATOR THRU 1050-EXIT.
027050     PERFORM 1065-LOG-LOCK THRU 1065-EXIT.
027100     DISPLAY "SECADM1 - OPERATOR " WS-SUPERVISOR-ID
027200             " LOCKED AFTER " WS-MAX-ATTEMPTS
027300             " FAILED PASSWORDS".
027500     STOP RUN.
027600 1060-EXIT.
027700     EXIT.
027702*
027704*****************************************************************
027706*    1065-LOG-LOCK - APPEND A LOCK ENTRY TO THE SECURITY-CHANGE *
027708*    AUDIT TRAIL, SO A LOCKOUT IS DATED FOR THE SUPERVISOR WHO  *
027710*    RESETS IT AND FOR THE OPERATOR ACTIVITY REPORT (OPRRPT1)   *
027712*****************************************************************
027714 1065-LOG-LOCK.
027716     OPEN EXTEND SECAUDIT-FILE.
027718     IF WS-SECAUDIT-NOT-FOUND
027720         OPEN OUTPUT SECAUDIT-FILE
027722     END-IF.
027724     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
027726     ACCEPT WS-CURR-TIME8 FROM TIME.
027728     MOVE SPACES             TO SA-SECAUDIT-RECORD.
027730     MOVE WS-CURR-DATE8      TO SA-CHANGE-DATE.
027732     MOVE WS-CURR-TIME8      TO SA-CHANGE-TIME.
027734     MOVE "SECADM1"          TO SA-SUPERVISOR-ID.
027736     MOVE "LOCK"             TO SA-ACTION.
027738     MOVE WS-SUPERVISOR-ID   TO SA-TARGET-ID.
027740     MOVE "Y"                TO SA-OLD-VALUE.
027742     MOVE "L"                TO SA-NEW-VALUE.
027744     MOVE "FAILED PASSWORDS" TO SA-REASON.
027746     WRITE SA-SECAUDIT-RECORD.
027748     CLOSE SECAUDIT-FILE.
027750 1065-EXIT.
027752     EXIT.
027800*
027900*****************************************************************
028000*    1300-FIND-OPERATOR - LOCATE WS-TARGET-ID IN THE TABLE.     *
