001500*                  MISSING TRAILER, OR LEFTOVER RECORDS ON      *
001600*                  EITHER SIDE ENDS RC 8, SO A BAD BACKUP IS    *
001700*                  CAUGHT WHILE THE LIVE FILE IS STILL GOOD -   *
001720*                  NOT AT RESTORE TIME WHEN IT IS NOT.  IT ALSO *
001740*                  PROVES THE TRNIDS1 CONTROL RECORD - THE NEXT *
001760*                  ID MUST BE PAST THE HIGHEST ID ON THE MASTER *
001780*                  - AND THAT THE TM-STATUS ALTERNATE KEY FINDS *
001800*                  EXACTLY THE ACTIVE RECORDS THE FULL READ     *
001820*                  COUNTED; EITHER FAILING ENDS RC 8 AS WELL.   *
001900*                                                               *
002000*    MODIFICATION HISTORY                                      *
002100*    DATE       INIT  DESCRIPTION                               *
002200*    2026-09-01 JRM   INITIAL VERSION                           *
002220*    2026-10-10 JRM   PROVE THE TRANCTL NEXT ID AGAINST THE     *
002240*                     HIGHEST ID ON FILE AND THE TM-STATUS KEY  *
002260*                     AGAINST THE ACTIVE COUNT                  *
002270*    2026-10-15 JRM   PROVE THE REVERSAL-PENDING, REVERSED AND  *
002280*                     HELD COUNTS ON THE TRAILER AS WELL        *
002300*                                                               *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
003200             ORGANIZATION IS INDEXED
003300             ACCESS MODE IS SEQUENTIAL
003400             RECORD KEY IS TM-TRANS-ID
003450             ALTERNATE RECORD KEY IS TM-STATUS WITH DUPLICATES
003500             FILE STATUS IS WS-MASTER-STATUS.
003600*
003700     SELECT BACKUP-FILE     ASSIGN TO "TRANBKUP"
005900 77  WS-DELETE-CNT               PIC 9(08) COMP VALUE ZERO.
006000 77  WS-POSTED-CNT               PIC 9(08) COMP VALUE ZERO.
006100 77  WS-REJECT-CNT               PIC 9(08) COMP VALUE ZERO.
006102 77  WS-REVPEND-CNT              PIC 9(08) COMP VALUE ZERO.
006104 77  WS-REVERSED-CNT             PIC 9(08) COMP VALUE ZERO.
006106 77  WS-HELD-CNT                 PIC 9(08) COMP VALUE ZERO.
006120 77  WS-INDEX-ACTIVE-CNT         PIC 9(08) COMP VALUE ZERO.
006140 77  WS-CONTROL-DIFF-CNT         PIC 9(08) COMP VALUE ZERO.
006160 77  WS-HIGH-TRANS-ID            PIC 9(08)      VALUE ZEROES.
006180 77  WS-ID-GAP                   PIC 9(08)      VALUE ZEROES.
006200*****************************************************************
006300*    FILE STATUS AND SWITCHES                                   *
006400*****************************************************************
007000     88  WS-BACKUP-EOF                          VALUE "Y".
007100 77  WS-TRAILER-SW               PIC X(01)      VALUE "N".
007200     88  WS-TRAILER-SEEN                        VALUE "Y".
007220*****************************************************************
007240*    PARAMETER AREA FOR THE TRNIDS1 TRANSACTION ID MODULE       *
007260*****************************************************************
007280     COPY "idparm.cpy".
007300 PROCEDURE DIVISION.
007400*****************************************************************
007500*    0000-MAINLINE                                              *
008100                OR WS-TRAILER-SEEN.
008200     PERFORM 3000-CHECK-LEFTOVERS THRU 3000-EXIT.
008300     PERFORM 4000-CHECK-TRAILER THRU 4000-EXIT.
008320     PERFORM 5000-FINISH-MASTER THRU 5000-EXIT
008340             UNTIL WS-MASTER-EOF.
008360     PERFORM 6000-CHECK-ID-CONTROL THRU 6000-EXIT.
008380     PERFORM 7000-CHECK-ACTIVE-INDEX THRU 7000-EXIT.
008400     PERFORM 9000-FINALIZE THRU 9000-EXIT.
008500     STOP RUN.
008600*****************************************************************
011600             GO TO 2000-EXIT
011700     END-READ.
011800     ADD 1 TO WS-MASTER-CNT.
011850     MOVE TM-TRANS-ID TO WS-HIGH-TRANS-ID.
011900     PERFORM 2100-COUNT-BY-STATUS THRU 2100-EXIT.
012000     READ BACKUP-FILE
012100         AT END
015300             ADD 1 TO WS-POSTED-CNT
015400         WHEN TM-STATUS-REJECTED
015500             ADD 1 TO WS-REJECT-CNT
015510         WHEN TM-STATUS-REV-PENDING
015520             ADD 1 TO WS-REVPEND-CNT
015530         WHEN TM-STATUS-REVERSED
015540             ADD 1 TO WS-REVERSED-CNT
015550         WHEN TM-STATUS-HELD
015560             ADD 1 TO WS-HELD-CNT
015600         WHEN OTHER
015700             CONTINUE
015800     END-EVALUATE.
019200         ADD 1 TO WS-DIFF-CNT
019300         GO TO 4000-EXIT
019400     END-IF.
019500     IF BK-TRL-TOTAL-CNT    NOT = WS-MASTER-CNT
019600        OR BK-TRL-ACTIVE-CNT   NOT = WS-ACTIVE-CNT
019700        OR BK-TRL-SUPER-CNT    NOT = WS-SUPER-CNT
019800        OR BK-TRL-DELETE-CNT   NOT = WS-DELETE-CNT
019900        OR BK-TRL-POSTED-CNT   NOT = WS-POSTED-CNT
020000        OR BK-TRL-REJECT-CNT   NOT = WS-REJECT-CNT
020010        OR BK-TRL-REVPEND-CNT  NOT = WS-REVPEND-CNT
020020        OR BK-TRL-REVERSED-CNT NOT = WS-REVERSED-CNT
020030        OR BK-TRL-HELD-CNT     NOT = WS-HELD-CNT
020100         DISPLAY "TRNVFY1 - TRAILER COUNTS DO NOT MATCH THE "
020200                 "LIVE MASTER"
020300         ADD 1 TO WS-DIFF-CNT
020500 4000-EXIT.
020600     EXIT.
020700*****************************************************************
020800*    5000-FINISH-MASTER - IF THE IMAGE RAN OUT FIRST, READ THE  *
020900*    REST OF THE MASTER SO THE HIGHEST ID AND THE ACTIVE COUNT  *
021000*    ARE COMPLETE FOR THE CHECKS BELOW                          *
021100*****************************************************************
021200 5000-FINISH-MASTER.
021300     READ MASTER-FILE NEXT RECORD
021400         AT END
021500             SET WS-MASTER-EOF TO TRUE
021600             GO TO 5000-EXIT
021700     END-READ.
021800     MOVE TM-TRANS-ID TO WS-HIGH-TRANS-ID.
021900     IF TM-STATUS-ACTIVE
022000         ADD 1 TO WS-ACTIVE-CNT
022100     END-IF.
022200 5000-EXIT.
022300     EXIT.
022400*****************************************************************
022500*    6000-CHECK-ID-CONTROL - THE NEXT ID ON TRANCTL MUST BE     *
022600*    PAST THE HIGHEST ID ON THE MASTER, OR THE NEXT ADD WOULD   *
022700*    COLLIDE.  A GAP IS NORMAL - IDS RESERVED FOR AN ADD THAT   *
022800*    WAS ABANDONED, A LOAD DETAIL SKIPPED AS A DUPLICATE, OR A  *
022900*    RESTORE FROM AN OLDER IMAGE - AND IS ONLY REPORTED.        *
023000*****************************************************************
023100 6000-CHECK-ID-CONTROL.
023200     SET IC-FUNC-PEEK TO TRUE.
023300     MOVE "TRNVFY1" TO IC-PROGRAM.
023400     MOVE ZEROES    TO IC-COUNT.
023500     CALL "TRNIDS1" USING IC-ID-PARM.
023600     EVALUATE TRUE
023700         WHEN IC-NOT-SEEDED
023800             DISPLAY "TRNVFY1 - NO TRANSACTION ID CONTROL RECORD "
023900                     "ON TRANCTL - RUN TRNRST1 RESEED"
024000             ADD 1 TO WS-CONTROL-DIFF-CNT
024100         WHEN NOT IC-RESULT-OK
024200             DISPLAY "TRNVFY1 - CANNOT READ TRANCTL, STATUS "
024300                     IC-FILE-STATUS
024400             ADD 1 TO WS-CONTROL-DIFF-CNT
024500         WHEN IC-FIRST-ID NOT > WS-HIGH-TRANS-ID
024550             DISPLAY "TRNVFY1 - NEXT ID " IC-FIRST-ID
024600                     " ON TRANCTL IS NOT PAST THE HIGHEST ID "
024650                     "ON FILE " WS-HIGH-TRANS-ID
024700                     " - RUN TRNRST1 RESEED"
024900             ADD 1 TO WS-CONTROL-DIFF-CNT
025000         WHEN OTHER
025050             COMPUTE WS-ID-GAP =
025100                     IC-FIRST-ID - WS-HIGH-TRANS-ID - 1
025150             DISPLAY "TRNVFY1 - NEXT ID " IC-FIRST-ID
025200                     " ON TRANCTL, HIGHEST ON FILE "
025250                     WS-HIGH-TRANS-ID ", UNUSED " WS-ID-GAP
025500     END-EVALUATE.
025600 6000-EXIT.
025700     EXIT.
025800*****************************************************************
025900*    7000-CHECK-ACTIVE-INDEX - THE ACTIVE RECORDS REACHED BY    *
026000*    THE TM-STATUS ALTERNATE KEY, AS ADDPROG1 READS THEM, MUST  *
026100*    BE THE ACTIVE RECORDS THE FULL READ COUNTED                *
026200*****************************************************************
026300 7000-CHECK-ACTIVE-INDEX.
026400     MOVE "N" TO WS-MASTER-EOF-SW.
026500     MOVE "A" TO TM-STATUS.
026600     START MASTER-FILE KEY = TM-STATUS
026700         INVALID KEY
026800             SET WS-MASTER-EOF TO TRUE
026900     END-START.
027000     PERFORM 7100-COUNT-ONE-ACTIVE THRU 7100-EXIT
027100             UNTIL WS-MASTER-EOF.
027200     IF WS-INDEX-ACTIVE-CNT NOT = WS-ACTIVE-CNT
027300         DISPLAY "TRNVFY1 - ACTIVE KEY FINDS " WS-INDEX-ACTIVE-CNT
027400                 " RECORDS, FULL READ FOUND " WS-ACTIVE-CNT
027500                 " - REBUILD THE ALTERNATE INDEX"
027600         ADD 1 TO WS-CONTROL-DIFF-CNT
027700     END-IF.
027800 7000-EXIT.
027900     EXIT.
028000*
028100 7100-COUNT-ONE-ACTIVE.
028200     READ MASTER-FILE NEXT RECORD
028300         AT END
028400             SET WS-MASTER-EOF TO TRUE
028500             GO TO 7100-EXIT
028600     END-READ.
028700     IF NOT TM-STATUS-ACTIVE
028800         SET WS-MASTER-EOF TO TRUE
028900         GO TO 7100-EXIT
029000     END-IF.
029100     ADD 1 TO WS-INDEX-ACTIVE-CNT.
029200 7100-EXIT.
029300     EXIT.
029400*****************************************************************
029500*    9000-FINALIZE - REPORT THE VERDICT AND SET THE RETURN      *
029600*    CODE                                                       *
029700*****************************************************************
029800 9000-FINALIZE.
029900     CLOSE MASTER-FILE.
030000     CLOSE BACKUP-FILE.
030100     DISPLAY "TRNVFY1 - MASTER=" WS-MASTER-CNT
030200             " IMAGE=" WS-IMAGE-CNT
030300             " DIFFERENCES=" WS-DIFF-CNT.
030400     IF WS-DIFF-CNT = ZERO
030500         DISPLAY "TRNVFY1 - IMAGE PROVED AGAINST THE LIVE FILE"
030600     ELSE
030700         DISPLAY "TRNVFY1 - IMAGE DOES NOT MATCH - DO NOT "
030800                 "RELY ON THIS BACKUP"
030810         MOVE 8 TO RETURN-CODE
030820     END-IF.
030830     IF WS-CONTROL-DIFF-CNT > ZERO
030840         DISPLAY "TRNVFY1 - ID CONTROL OR ACTIVE KEY DOES NOT "
030850                 "AGREE WITH THE MASTER"
030900         MOVE 8 TO RETURN-CODE
031000     END-IF.
031100 9000-EXIT.
031200     EXIT.
