003060*                     TRANSACTION MASTER (POSTED OR REJECTED    *
003070*                     IN THIS BATCH) NOW THAT ADDPROG1 READS    *
003080*                     TRANMAST INSTEAD OF TRANFILE              *
003082*    2026-10-02 JRM   A RECORD POSTED IN THE BATCH AND LATER    *
003084*                     REVERSED STILL COUNTS AGAINST ITS POSTING *
003086*                     BATCH, AND A REVERSAL WRITTEN IN THE      *
003088*                     BATCH COUNTS AGAINST THE REVERSING BATCH  *
003090*    2026-10-10 JRM   DECLARE THE NEW TM-STATUS ALTERNATE KEY   *
003092*                     ON TRANMAST                               *
003094*    2026-10-15 JRM   A POSTED RECORD HELD FOR A REVERSAL       *
003096*                     AWAITING APPROVAL STILL COUNTS AGAINST    *
003098*                     ITS POSTING BATCH                         *
003100*                                                               *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
004000             ORGANIZATION IS INDEXED
004020             ACCESS MODE IS SEQUENTIAL
004040             RECORD KEY IS TM-TRANS-ID
004060             ALTERNATE RECORD KEY IS TM-STATUS WITH DUPLICATES
004100             FILE STATUS IS WS-TRANS-STATUS.
004200*
004300     SELECT CTLRPT-FILE     ASSIGN TO "CTLRPT"
020900         AT END
021000             SET WS-EOF-REACHED TO TRUE
021100         NOT AT END
021200             IF (TM-STATUS-POSTED OR TM-STATUS-REJECTED
021220                 OR TM-STATUS-REV-PENDING OR TM-STATUS-REVERSED
021230                 OR TM-STATUS-HELD)
021250                AND TM-POST-BATCH = WS-SEL-BATCH-ID
021300                 ADD 1 TO WS-TRAN-DETAIL-CNT
021400             END-IF
021420             IF TM-STATUS-REVERSED
021440                AND TM-REV-BATCH = WS-SEL-BATCH-ID
021460                 ADD 1 TO WS-TRAN-DETAIL-CNT
021480             END-IF
021500     END-READ.
021600 2100-EXIT.
021700     EXIT.
