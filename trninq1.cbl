003300*    2026-09-01 JRM   INITIAL VERSION                           *
003310*    2026-09-01 JRM   SHOW THE TRANSACTION CATEGORY CODE ON    *
003320*                     THE MASTER AND GL EXTRACT LINES          *
003330*    2026-10-02 JRM   SHOW A REVERSAL ON THE MASTER (REVERSED  *
003340*                     DATE, BATCH AND SUPERVISOR, OR PENDING)  *
003350*                     AND FLAG THE REVERSAL GL AND AUDIT LINES *
003360*                     SO THE ORIGINAL AND ITS REVERSAL SHOW    *
003370*                     AS A PAIR                                *
003375*    2026-10-05 JRM   SHOW A RECORD HELD FOR SECOND-OPERATOR   *
003380*                     APPROVAL AND THE SUPERVISOR WHO APPROVED *
003385*                     THE MAINTENANCE                          *
003390*    2026-10-10 JRM   DECLARE THE NEW TM-STATUS ALTERNATE KEY   *
003395*                     ON TRANMAST                               *
003400*                                                               *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
004300             ORGANIZATION IS INDEXED
004400             ACCESS MODE IS DYNAMIC
004500             RECORD KEY IS TM-TRANS-ID
004550             ALTERNATE RECORD KEY IS TM-STATUS WITH DUPLICATES
004600             FILE STATUS IS WS-MASTER-STATUS.
004700*
004800     SELECT AUDIT-FILE      ASSIGN TO "AUDITLOG"
017500     05  TQ-PST-BATCH            PIC X(08).
017600     05  FILLER                  PIC X(45)  VALUE SPACES.
017700*
017710 01  TQ-REVERSAL-LINE.
017720     05  FILLER                  PIC X(11)  VALUE "  REVERSED ".
017730     05  TQ-REV-DATE             PIC 9(08).
017740     05  FILLER                  PIC X(10)  VALUE " IN BATCH ".
017750     05  TQ-REV-BATCH            PIC X(08).
017760     05  FILLER                  PIC X(04)  VALUE " BY ".
017770     05  TQ-REV-OPERATOR         PIC X(08).
017780     05  FILLER                  PIC X(31)  VALUE SPACES.
017790*
017800 01  TQ-AUDIT-LINE.
017900     05  TQ-AUD-RUN-DATE         PIC 9(08).
018000     05  FILLER                  PIC X(01)  VALUE SPACE.
023100     05  TQ-GL-CC                PIC -(4)9.
023120     05  FILLER                  PIC X(04)  VALUE " CT=".
023140     05  TQ-GL-CATEGORY          PIC X(02).
023200     05  FILLER                  PIC X(01)  VALUE SPACES.
023220     05  TQ-GL-NOTE              PIC X(08)  VALUE SPACES.
023240     05  FILLER                  PIC X(01)  VALUE SPACES.
023260     05  TQ-GL-ORIG-BATCH        PIC X(08)  VALUE SPACES.
023280     05  FILLER                  PIC X(02)  VALUE SPACES.
023300*
023400 01  TQ-NOTE-LINE.
023500     05  TQ-NOTE-TEXT            PIC X(60).
043300         MOVE TQ-POST-LINE  TO INQRPT-RECORD
043400         WRITE INQRPT-RECORD
043500     END-IF.
043505     IF TM-STATUS-REVERSED
043510         MOVE TM-REV-DATE      TO TQ-REV-DATE
043515         MOVE TM-REV-BATCH     TO TQ-REV-BATCH
043520         MOVE TM-MAINT-ID      TO TQ-REV-OPERATOR
043525         MOVE TQ-REVERSAL-LINE TO INQRPT-RECORD
043530         WRITE INQRPT-RECORD
043535     END-IF.
043540     IF TM-STATUS-REV-PENDING
043545         MOVE SPACES TO TQ-NOTE-TEXT
043550         STRING "  REVERSAL PENDING - MARKED BY " TM-MAINT-ID
043555                DELIMITED BY SIZE INTO TQ-NOTE-TEXT
043570         MOVE TQ-NOTE-LINE TO INQRPT-RECORD
043575         WRITE INQRPT-RECORD
043576     END-IF.
043577     IF TM-STATUS-HELD
043578         MOVE SPACES TO TQ-NOTE-TEXT
043579         STRING "  HELD FOR APPROVAL - KEYED BY " TM-MAINT-ID
043580                DELIMITED BY SIZE INTO TQ-NOTE-TEXT
043581         MOVE TQ-NOTE-LINE TO INQRPT-RECORD
043582         WRITE INQRPT-RECORD
043583     END-IF.
043584     IF TM-APPROVER-ID NOT = SPACES
043585         MOVE SPACES TO TQ-NOTE-TEXT
043586         STRING "  APPROVED BY " TM-APPROVER-ID
043587                " ON " TM-APPROVE-DATE
043588                DELIMITED BY SIZE INTO TQ-NOTE-TEXT
043589         MOVE TQ-NOTE-LINE TO INQRPT-RECORD
043590         WRITE INQRPT-RECORD
043591     END-IF.
043600 2500-EXIT.
043700     EXIT.
043800*
050700     MOVE AU-OPERATOR-ID    TO TQ-AUD-OPERATOR.
050800     MOVE TQ-AUDIT-LINE     TO INQRPT-RECORD.
050900     WRITE INQRPT-RECORD.
050910     IF AU-ENTRY-REVERSAL
050920         MOVE "  (REVERSAL OF THE ENTRY POSTED ABOVE)"
050930             TO TQ-NOTE-TEXT
050940         MOVE TQ-NOTE-LINE TO INQRPT-RECORD
050950         WRITE INQRPT-RECORD
050960     END-IF.
051000 3100-EXIT.
051100     EXIT.
051200*****************************************************************
062100     MOVE GL-BB             TO TQ-GL-BB.
062200     MOVE GL-CC             TO TQ-GL-CC.
062250     MOVE GL-CATEGORY       TO TQ-GL-CATEGORY.
062255     IF GL-ENTRY-REVERSAL
062260         MOVE "REVERSAL"        TO TQ-GL-NOTE
062265         MOVE GL-ORIG-BATCH-ID  TO TQ-GL-ORIG-BATCH
062270     ELSE
062275         MOVE SPACES            TO TQ-GL-NOTE
062280         MOVE SPACES            TO TQ-GL-ORIG-BATCH
062285     END-IF.
062300     MOVE TQ-GL-LINE        TO INQRPT-RECORD.
062400     WRITE INQRPT-RECORD.
062500 5200-EXIT.
