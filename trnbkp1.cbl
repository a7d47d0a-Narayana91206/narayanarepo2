002100*    MODIFICATION HISTORY                                      *
002200*    DATE       INIT  DESCRIPTION                               *
002300*    2026-09-01 JRM   INITIAL VERSION                           *
002320*    2026-10-10 JRM   DECLARE THE NEW TM-STATUS ALTERNATE KEY   *
002340*                     ON TRANMAST                               *
002360*    2026-10-15 JRM   COUNT REVERSAL-PENDING, REVERSED AND HELD *
002380*                     RECORDS ON THE TRAILER                    *
002400*                                                               *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
003300             ORGANIZATION IS INDEXED
003400             ACCESS MODE IS SEQUENTIAL
003500             RECORD KEY IS TM-TRANS-ID
003550             ALTERNATE RECORD KEY IS TM-STATUS WITH DUPLICATES
003600             FILE STATUS IS WS-MASTER-STATUS.
003700*
003800     SELECT BACKUP-FILE     ASSIGN TO "TRANBKUP"
005800 77  WS-DELETE-CNT               PIC 9(08) COMP VALUE ZERO.
005900 77  WS-POSTED-CNT               PIC 9(08) COMP VALUE ZERO.
006000 77  WS-REJECT-CNT               PIC 9(08) COMP VALUE ZERO.
006010 77  WS-REVPEND-CNT              PIC 9(08) COMP VALUE ZERO.
006020 77  WS-REVERSED-CNT             PIC 9(08) COMP VALUE ZERO.
006030 77  WS-HELD-CNT                 PIC 9(08) COMP VALUE ZERO.
006100*****************************************************************
006200*    FILE STATUS AND SWITCHES                                   *
006300*****************************************************************
012200             ADD 1 TO WS-POSTED-CNT
012300         WHEN TM-STATUS-REJECTED
012400             ADD 1 TO WS-REJECT-CNT
012410         WHEN TM-STATUS-REV-PENDING
012420             ADD 1 TO WS-REVPEND-CNT
012430         WHEN TM-STATUS-REVERSED
012440             ADD 1 TO WS-REVERSED-CNT
012450         WHEN TM-STATUS-HELD
012460             ADD 1 TO WS-HELD-CNT
012500         WHEN OTHER
012600             CONTINUE
012700     END-EVALUATE.
014500     MOVE WS-DELETE-CNT TO BK-TRL-DELETE-CNT.
014600     MOVE WS-POSTED-CNT TO BK-TRL-POSTED-CNT.
014700     MOVE WS-REJECT-CNT TO BK-TRL-REJECT-CNT.
014710     MOVE WS-REVPEND-CNT  TO BK-TRL-REVPEND-CNT.
014720     MOVE WS-REVERSED-CNT TO BK-TRL-REVERSED-CNT.
014730     MOVE WS-HELD-CNT     TO BK-TRL-HELD-CNT.
014800     WRITE BK-BACKUP-RECORD.
014900     CLOSE MASTER-FILE.
015000     CLOSE BACKUP-FILE.
015300             " SUPERSEDED=" WS-SUPER-CNT
015400             " DELETED=" WS-DELETE-CNT
015500             " POSTED=" WS-POSTED-CNT
015600             " REJECTED=" WS-REJECT-CNT
015610             " REV PENDING=" WS-REVPEND-CNT
015620             " REVERSED=" WS-REVERSED-CNT
015630             " HELD=" WS-HELD-CNT.
015700 9000-EXIT.
015800     EXIT.
