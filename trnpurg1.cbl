003700*    2026-09-01 JRM   INITIAL VERSION                           *
003710*    2026-09-01 JRM   CARRY THE TRANSACTION CATEGORY CODE      *
003720*                     ONTO THE ARCHIVE RECORD                  *
003730*    2026-10-02 JRM   HOLD THE WIDER MASTER RECORD, CARRY THE  *
003740*                     POSTING, REVERSAL AND MAINTENANCE FIELDS *
003750*                     TO THE ARCHIVE, AGE A REVERSED RECORD    *
003760*                     FROM ITS REVERSAL DATE, AND RETAIN A     *
003770*                     REVERSAL STILL PENDING LIKE AN ACTIVE    *
003780*                     ONE                                      *
003785*    2026-10-05 JRM   RETAIN A RECORD HELD FOR SECOND-OPERATOR *
003790*                     APPROVAL LIKE AN ACTIVE ONE, AND CARRY   *
003795*                     THE APPROVER FIELDS TO THE ARCHIVE       *
003796*    2026-10-10 JRM   DECLARE THE NEW TM-STATUS ALTERNATE KEY   *
003797*                     ON TRANMAST                               *
003798*    2026-10-11 JRM   CARRY THE STANDING INSTRUCTION ID TO      *
003799*                     THE ARCHIVE                               *
003800*                                                               *
003900*****************************************************************
004000 ENVIRONMENT DIVISION.
004700             ORGANIZATION IS INDEXED
004800             ACCESS MODE IS DYNAMIC
004900             RECORD KEY IS TM-TRANS-ID
004950             ALTERNATE RECORD KEY IS TM-STATUS WITH DUPLICATES
005000             FILE STATUS IS WS-MASTER-STATUS.
005100*
005200     SELECT ARCHIVE-FILE    ASSIGN TO "TRANARCH"
008300 77  WS-ARCH-DELETE-CNT          PIC 9(08) COMP VALUE ZERO.
008400 77  WS-ARCH-POSTED-CNT          PIC 9(08) COMP VALUE ZERO.
008500 77  WS-ARCH-REJECT-CNT          PIC 9(08) COMP VALUE ZERO.
008550 77  WS-ARCH-REVERSED-CNT        PIC 9(08) COMP VALUE ZERO.
008600 77  WS-KEPT-ACTIVE-CNT          PIC 9(08) COMP VALUE ZERO.
008700 77  WS-KEPT-RECENT-CNT          PIC 9(08) COMP VALUE ZERO.
008800 77  WS-KEPT-CHAIN-CNT           PIC 9(08) COMP VALUE ZERO.
011100 77  WS-CHAIN-NEXT               PIC 9(08)      VALUE ZEROES.
011200 77  WS-CHAIN-DEPTH              PIC 9(04) COMP VALUE ZERO.
011300 77  WS-CHAIN-MAX                PIC 9(04) COMP VALUE 100.
011400 01  WS-HOLD-MASTER              PIC X(160)     VALUE SPACES.
011500 01  WS-HOLD-STATUS              PIC X(01)      VALUE SPACE.
011600*
011700 01  WS-CURR-DATE8               PIC 9(08)      VALUE ZEROES.
022300     END-READ.
022400     MOVE TM-TRANS-ID TO WS-LAST-KEY.
022500     ADD 1 TO WS-READ-CNT.
022600     IF TM-STATUS-ACTIVE OR TM-STATUS-REV-PENDING
022650        OR TM-STATUS-HELD
022700         ADD 1 TO WS-KEPT-ACTIVE-CNT
022800         GO TO 2000-EXIT
022900     END-IF.
024500*
024600*    POSTED AND REJECTED RECORDS AGE FROM THE NIGHT THEY WERE   *
024700*    PROCESSED; SUPERSEDED AND DELETED RECORDS NEVER POST, SO   *
024800*    THEY AGE FROM THE DAY THEY WERE KEYED OR LOADED.  A        *
024850*    REVERSED RECORD AGES FROM THE NIGHT ITS REVERSAL POSTED.   *
024900 2100-SET-AGE-DATE.
025000     IF TM-STATUS-REVERSED
025020         MOVE TM-REV-DATE TO WS-AGE-DATE8
025040         GO TO 2100-EXIT
025060     END-IF.
025080     IF TM-STATUS-POSTED OR TM-STATUS-REJECTED
025100         MOVE TM-POST-DATE TO WS-AGE-DATE8
025200     ELSE
025300         MOVE TM-ENTRY-DATE TO WS-AGE-DATE8
028400             SET WS-CHAIN-HELD TO TRUE
028500             GO TO 2210-EXIT
028600     END-READ.
028700     IF TM-STATUS-ACTIVE OR TM-STATUS-REV-PENDING
028750        OR TM-STATUS-HELD
028800         SET WS-CHAIN-HELD TO TRUE
028900         GO TO 2210-EXIT
029000     END-IF.
031900     MOVE TM-POST-DATE      TO TA-POST-DATE.
032000     MOVE TM-POST-BATCH     TO TA-POST-BATCH.
032050     MOVE TM-CATEGORY       TO TA-CATEGORY.
032055     MOVE TM-POST-OP-CODE   TO TA-POST-OP-CODE.
032060     MOVE TM-POST-CC        TO TA-POST-CC.
032065     MOVE TM-REV-DATE       TO TA-REV-DATE.
032070     MOVE TM-REV-BATCH      TO TA-REV-BATCH.
032075     MOVE TM-MAINT-ID       TO TA-MAINT-ID.
032080     MOVE TM-MAINT-DATE     TO TA-MAINT-DATE.
032085     MOVE TM-MAINT-TIME     TO TA-MAINT-TIME.
032086     MOVE TM-APPROVER-ID    TO TA-APPROVER-ID.
032088     MOVE TM-APPROVE-DATE   TO TA-APPROVE-DATE.
032090     MOVE TM-APPROVE-TIME   TO TA-APPROVE-TIME.
032095     MOVE TM-STANDING-ID    TO TA-STANDING-ID.
032100     MOVE WS-CURR-DATE8     TO TA-ARCH-DATE.
032200     WRITE TA-ARCHIVE-RECORD
032300         INVALID KEY
033900             ADD 1 TO WS-ARCH-DELETE-CNT
034000         WHEN WS-HOLD-STATUS = "P"
034100             ADD 1 TO WS-ARCH-POSTED-CNT
034120         WHEN WS-HOLD-STATUS = "R"
034140             ADD 1 TO WS-ARCH-REVERSED-CNT
034200         WHEN WS-HOLD-STATUS = "E"
034300             ADD 1 TO WS-ARCH-REJECT-CNT
034400         WHEN OTHER
036700     MOVE "ARCHIVED REJECTED"         TO PG-CNT-LABEL.
036800     MOVE WS-ARCH-REJECT-CNT          TO PG-CNT-VALUE.
036900     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
036920     MOVE SPACES TO PG-COUNT-LINE.
036940     MOVE "ARCHIVED REVERSED"         TO PG-CNT-LABEL.
036960     MOVE WS-ARCH-REVERSED-CNT        TO PG-CNT-VALUE.
036980     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
037000     MOVE SPACES TO PG-COUNT-LINE.
037100     MOVE "RETAINED ACTIVE"           TO PG-CNT-LABEL.
037200     MOVE WS-KEPT-ACTIVE-CNT          TO PG-CNT-VALUE.
