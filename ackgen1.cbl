000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ACKGEN1.
000300 AUTHOR.         J R MARTIN.
000400 INSTALLATION.   FINANCE SYSTEMS - BATCH RECONCILIATION.
000500 DATE-WRITTEN.   2026-10-06.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    PROGRAM      ACKGEN1                                      *
001000*    DESCRIPTION   ACKNOWLEDGMENT RETURN FILE FOR THE SENDING   *
001100*                  FEEDS.  RUN IN THE NIGHTLY CYCLE AFTER       *
001200*                  RECONC1, IT TELLS EACH UPSTREAM SYSTEM THAT  *
001300*                  SENT US A TRANFILE BATCH WHAT BECAME OF      *
001400*                  EVERY RECORD IT SENT.  THE MASTER RECORDS    *
001500*                  ADDPROG1 POSTED OR REJECTED FOR THE          *
001600*                  PROCESSING DATE (ARGUMENT 1) UNDER THE BATCH *
001700*                  ID (ARGUMENT 2, BLANK = THE DATE, AS IN      *
001800*                  ADDPROG1) THAT WERE LOADED FROM A FEED - NO  *
001900*                  KEYING OPERATOR - ARE WRITTEN TO ACKFILE AS  *
002000*                  ONE HEADER / DETAIL / TRAILER GROUP PER      *
002100*                  TM-SOURCE.  EACH DETAIL CARRIES THE TRANS-   *
002200*                  ACTION ID WE ASSIGNED, POSTED OR REJECTED,   *
002300*                  THE CC AS POSTED, AND FOR A REJECT THE RULE  *
002400*                  ID AND THE REASON FROM THE RECYCLE FILE.     *
002500*                  THE FILE IS REBUILT IN FULL ON EVERY RUN,    *
002600*                  SO A RERUN SENDS THE SAME ANSWER AGAIN.  A   *
002700*                  NIGHT WITH NO FEED WORK IN THE BATCH ENDS    *
002800*                  RC 4.                                        *
002900*                                                               *
003000*    MODIFICATION HISTORY                                      *
003100*    DATE       INIT  DESCRIPTION                               *
003200*    2026-10-06 JRM   INITIAL VERSION                           *
003220*    2026-10-10 JRM   DECLARE THE NEW TM-STATUS ALTERNATE KEY   *
003240*                     ON TRANMAST                               *
003250*    2026-10-15 JRM   READ THE MASTER ONCE - HOLD THE SELECTED  *
003260*                     RECORDS IN A TABLE AND WRITE EACH         *
003270*                     SOURCE'S GROUP FROM IT                    *
003280*    2026-10-15 JRM   A POSTED RECORD HELD FOR A REVERSAL       *
003290*                     AWAITING APPROVAL IS STILL SELECTED       *
003300*                                                               *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.    IBM-370.
003800 OBJECT-COMPUTER.    IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT MASTER-FILE     ASSIGN TO "TRANMAST"
004200             ORGANIZATION IS INDEXED
004300             ACCESS MODE IS DYNAMIC
004400             RECORD KEY IS TM-TRANS-ID
004450             ALTERNATE RECORD KEY IS TM-STATUS WITH DUPLICATES
004500             FILE STATUS IS WS-MASTER-STATUS.
004600*
004700     SELECT RECYCLE-FILE    ASSIGN TO "EXCPRCYC"
004800             ORGANIZATION IS LINE SEQUENTIAL
004900             FILE STATUS IS WS-RECYCLE-STATUS.
005000*
005100     SELECT ACK-FILE        ASSIGN TO "ACKFILE"
005200             ORGANIZATION IS LINE SEQUENTIAL
005300             FILE STATUS IS WS-ACK-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  MASTER-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY "tranmast.cpy".
005900*
006000 FD  RECYCLE-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY "recycrec.cpy".
006300*
006400 FD  ACK-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY "ackrec.cpy".
006700*
006800 WORKING-STORAGE SECTION.
006900*****************************************************************
007000*    SENDING SOURCES FOUND IN THE BATCH, IN ORDER OF FIRST      *
007100*    APPEARANCE ON THE MASTER                                   *
007200*****************************************************************
007300 77  WS-SRC-MAX                  PIC 9(04) COMP VALUE 20.
007400 77  WS-SRC-CNT                  PIC 9(04) COMP VALUE ZERO.
007500 77  WS-SRC-IX                   PIC 9(04) COMP VALUE ZERO.
007600 77  WS-SRC-FOUND-IX             PIC 9(04) COMP VALUE ZERO.
007700 01  WS-SRC-TABLE.
007800     05  WS-SRC-ENTRY OCCURS 20 TIMES.
007900         10  WS-SRC-NAME         PIC X(08).
008000         10  WS-SRC-RECORDS      PIC 9(08) COMP.
008100*****************************************************************
008200*    THE BATCH'S REJECT REASONS FROM THE RECYCLE FILE, KEYED    *
008300*    BY THE TRANSACTION ID ADDPROG1 WROTE AS THE RECORD NUMBER  *
008400*****************************************************************
008500 77  WS-RCY-MAX                  PIC 9(04) COMP VALUE 5000.
008600 77  WS-RCY-CNT                  PIC 9(04) COMP VALUE ZERO.
008700 77  WS-RCY-IX                   PIC 9(04) COMP VALUE ZERO.
008800 77  WS-RCY-FOUND-IX             PIC 9(04) COMP VALUE ZERO.
008900 01  WS-RCY-TABLE.
009000     05  WS-RCY-ENTRY OCCURS 5000 TIMES.
009100         10  WS-RCY-RECORD-NBR   PIC 9(08).
009200         10  WS-RCY-REASON       PIC X(37).
009205*****************************************************************
009210*    EVERY RECORD SELECTED FOR ACKNOWLEDGMENT, HELD FROM THE    *
009215*    ONE PASS OF THE MASTER SO EACH SOURCE'S GROUP IS WRITTEN   *
009220*    WITHOUT READING THE MASTER AGAIN                           *
009225*****************************************************************
009230 77  WS-DTL-MAX                  PIC 9(05) COMP VALUE 20000.
009235 77  WS-DTL-CNT                  PIC 9(05) COMP VALUE ZERO.
009240 77  WS-DTL-IX                   PIC 9(05) COMP VALUE ZERO.
009245 01  WS-DTL-TABLE.
009250     05  WS-DTL-ENTRY OCCURS 20000 TIMES.
009255         10  WS-DTL-TRANS-ID     PIC 9(08).
009260         10  WS-DTL-SRC-IX       PIC 9(04) COMP.
009265         10  WS-DTL-STATUS       PIC X(01).
009270             88  WS-DTL-REJECTED                VALUE "E".
009275         10  WS-DTL-AA           PIC X(02).
009280         10  WS-DTL-BB           PIC X(02).
009285         10  WS-DTL-CATEGORY     PIC X(02).
009290         10  WS-DTL-CC           PIC S9(05).
009300*****************************************************************
009400*    RECORD COUNTERS AND PER-SOURCE TRAILER TOTALS              *
009500*****************************************************************
009600 77  WS-MASTER-READ-CNT          PIC 9(08) COMP VALUE ZERO.
009700 77  WS-TOT-RECORDS              PIC 9(08) COMP VALUE ZERO.
009800 77  WS-TOT-POSTED               PIC 9(08) COMP VALUE ZERO.
009900 77  WS-TOT-REJECT               PIC 9(08) COMP VALUE ZERO.
010000 77  WS-NO-REASON-CNT            PIC 9(08) COMP VALUE ZERO.
010100 77  WS-GRP-RECORDS              PIC 9(08) COMP VALUE ZERO.
010200 77  WS-GRP-POSTED               PIC 9(08) COMP VALUE ZERO.
010300 77  WS-GRP-REJECT               PIC 9(08) COMP VALUE ZERO.
010400 77  WS-GRP-HASH-AA              PIC 9(08) COMP VALUE ZERO.
010500 77  WS-GRP-HASH-BB              PIC 9(08) COMP VALUE ZERO.
010600 77  WS-GRP-HASH-CC              PIC S9(09) COMP VALUE ZERO.
010700 77  WS-WORK-AA                  PIC 9(02)      VALUE ZEROES.
010800 77  WS-WORK-BB                  PIC 9(02)      VALUE ZEROES.
010900*****************************************************************
011000*    FILE STATUS AND SWITCHES                                   *
011100*****************************************************************
011200 77  WS-MASTER-STATUS            PIC X(02)      VALUE SPACES.
011300 77  WS-RECYCLE-STATUS           PIC X(02)      VALUE SPACES.
011400     88  WS-RECYCLE-NOT-FOUND                   VALUE "35".
011500 77  WS-ACK-STATUS               PIC X(02)      VALUE SPACES.
011600*
011700 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
011800     88  WS-EOF-REACHED                         VALUE "Y".
011900 77  WS-SCAN-EOF-SW              PIC X(01)      VALUE "N".
012000     88  WS-SCAN-EOF                            VALUE "Y".
012100 77  WS-SELECT-SW                PIC X(01)      VALUE "N".
012200     88  WS-RECORD-SELECTED                     VALUE "Y".
012300     88  WS-RECORD-SKIPPED                      VALUE "N".
012400*****************************************************************
012500*    ARGUMENTS AND RUN STAMP                                    *
012600*****************************************************************
012700 01  WS-PROC-DATE-X              PIC X(08)      VALUE SPACES.
012800 01  WS-PROC-DATE8 REDEFINES WS-PROC-DATE-X
012900                                 PIC 9(08).
013000 77  WS-BATCH-ID                 PIC X(08)      VALUE SPACES.
013100*
013200 01  WS-CURR-DATE8               PIC 9(08)      VALUE ZEROES.
013300 01  WS-CURR-TIME8               PIC 9(08)      VALUE ZEROES.
013400 PROCEDURE DIVISION.
013500*****************************************************************
013600*    0000-MAINLINE                                              *
013700*****************************************************************
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014000     PERFORM 2000-LOAD-REASONS THRU 2000-EXIT.
014100     PERFORM 3000-FIND-SOURCES THRU 3000-EXIT.
014200     PERFORM 4000-WRITE-GROUPS THRU 4000-EXIT.
014300     PERFORM 9000-FINALIZE THRU 9000-EXIT.
014400     STOP RUN.
014500*****************************************************************
014600*    1000-INITIALIZE - PICK UP THE DATE AND BATCH AND OPEN THE  *
014700*    MASTER AND THE ACKNOWLEDGMENT FILE                         *
014800*****************************************************************
014900 1000-INITIALIZE.
015000     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
015100     ACCEPT WS-CURR-TIME8 FROM TIME.
015200     DISPLAY 1 UPON ARGUMENT-NUMBER.
015300     ACCEPT WS-PROC-DATE-X FROM ARGUMENT-VALUE
015400         ON EXCEPTION
015500             MOVE SPACES TO WS-PROC-DATE-X
015600     END-ACCEPT.
015700     IF WS-PROC-DATE-X = SPACES OR LOW-VALUES
015800        OR WS-PROC-DATE-X IS NOT NUMERIC
015900         DISPLAY "ACKGEN1 - PROCESSING DATE (YYYYMMDD) "
016000                 "ARGUMENT IS REQUIRED"
016100         MOVE 12 TO RETURN-CODE
016200         STOP RUN
016300     END-IF.
016400     DISPLAY 2 UPON ARGUMENT-NUMBER.
016500     ACCEPT WS-BATCH-ID FROM ARGUMENT-VALUE
016600         ON EXCEPTION
016700             MOVE SPACES TO WS-BATCH-ID
016800     END-ACCEPT.
016900     IF WS-BATCH-ID = SPACES OR LOW-VALUES
017000         MOVE WS-PROC-DATE-X TO WS-BATCH-ID
017100     END-IF.
017200     OPEN INPUT MASTER-FILE.
017300     IF WS-MASTER-STATUS NOT = "00"
017400         DISPLAY "ACKGEN1 - CANNOT OPEN TRANMAST, STATUS "
017500                 WS-MASTER-STATUS
017600         MOVE 12 TO RETURN-CODE
017700         STOP RUN
017800     END-IF.
017900     OPEN OUTPUT ACK-FILE.
018000     IF WS-ACK-STATUS NOT = "00"
018100         DISPLAY "ACKGEN1 - CANNOT OPEN ACKFILE, STATUS "
018200                 WS-ACK-STATUS
018300         MOVE 12 TO RETURN-CODE
018400         STOP RUN
018500     END-IF.
018600 1000-EXIT.
018700     EXIT.
018800*****************************************************************
018900*    2000-LOAD-REASONS - EVERY RECYCLE RECORD ADDPROG1 WROTE    *
019000*    FOR THIS DATE AND BATCH, WHATEVER ITS STATUS SINCE - A     *
019100*    REJECT CORRECTED OR RESUBMITTED AFTER THE RUN WAS STILL    *
019200*    REJECTED IN THIS BATCH                                     *
019300*****************************************************************
019400 2000-LOAD-REASONS.
019500     MOVE "N" TO WS-SCAN-EOF-SW.
019600     OPEN INPUT RECYCLE-FILE.
019700     IF WS-RECYCLE-NOT-FOUND
019800         GO TO 2000-EXIT
019900     END-IF.
020000     IF WS-RECYCLE-STATUS NOT = "00"
020100         DISPLAY "ACKGEN1 - CANNOT OPEN EXCPRCYC, STATUS "
020200                 WS-RECYCLE-STATUS
020300         MOVE 12 TO RETURN-CODE
020400         STOP RUN
020500     END-IF.
020600     PERFORM 2100-LOAD-ONE-REASON THRU 2100-EXIT
020700             UNTIL WS-SCAN-EOF.
020800     CLOSE RECYCLE-FILE.
020900 2000-EXIT.
021000     EXIT.
021100*
021200 2100-LOAD-ONE-REASON.
021300     READ RECYCLE-FILE
021400         AT END
021500             SET WS-SCAN-EOF TO TRUE
021600             GO TO 2100-EXIT
021700     END-READ.
021800     IF RY-EXCP-DATE NOT = WS-PROC-DATE8
021900        OR RY-BATCH-ID NOT = WS-BATCH-ID
022000         GO TO 2100-EXIT
022100     END-IF.
022200     IF WS-RCY-CNT >= WS-RCY-MAX
022300         DISPLAY "ACKGEN1 - MORE THAN " WS-RCY-MAX
022400                 " REJECTS IN THE BATCH - RAISE WS-RCY-MAX"
022500         MOVE 12 TO RETURN-CODE
022600         STOP RUN
022700     END-IF.
022800     ADD 1 TO WS-RCY-CNT.
022900     MOVE RY-RECORD-NBR TO WS-RCY-RECORD-NBR (WS-RCY-CNT).
023000     MOVE RY-REASON     TO WS-RCY-REASON (WS-RCY-CNT).
023100 2100-EXIT.
023200     EXIT.
023300*****************************************************************
023350*    3000-FIND-SOURCES - THE ONE PASS OF THE MASTER: WHICH      *
023400*    FEEDS SENT WORK THAT WAS PROCESSED IN THE BATCH, WITH      *
023450*    EVERY SELECTED RECORD HELD IN THE DETAIL TABLE, IN         *
023500*    TRANSACTION ID ORDER, FOR 4000 TO WRITE OUT BY SOURCE      *
023600*****************************************************************
023700 3000-FIND-SOURCES.
023800     MOVE "N" TO WS-EOF-SW.
023900     MOVE ZEROES TO TM-TRANS-ID.
024000     START MASTER-FILE KEY > TM-TRANS-ID
024100         INVALID KEY
024200             SET WS-EOF-REACHED TO TRUE
024300     END-START.
024400     PERFORM 3100-SCAN-ONE-MASTER THRU 3100-EXIT
024500             UNTIL WS-EOF-REACHED.
024600 3000-EXIT.
024700     EXIT.
024800*
024900 3100-SCAN-ONE-MASTER.
025000     READ MASTER-FILE NEXT RECORD
025100         AT END
025200             SET WS-EOF-REACHED TO TRUE
025300             GO TO 3100-EXIT
025400     END-READ.
025500     ADD 1 TO WS-MASTER-READ-CNT.
025600     PERFORM 3200-SELECT-RECORD THRU 3200-EXIT.
025700     IF WS-RECORD-SKIPPED
025800         GO TO 3100-EXIT
025900     END-IF.
026000     PERFORM 3300-FIND-SOURCE THRU 3300-EXIT.
026100     ADD 1 TO WS-SRC-RECORDS (WS-SRC-FOUND-IX).
026150     PERFORM 3400-HOLD-DETAIL THRU 3400-EXIT.
026200 3100-EXIT.
026300     EXIT.
026400*
026500*****************************************************************
026600*    3200-SELECT-RECORD - LOADED FROM A FEED (NO KEYING         *
026700*    OPERATOR) AND POSTED OR REJECTED UNDER THIS DATE AND       *
026800*    BATCH.  A RECORD POSTED HERE AND SINCE HELD FOR A          *
026850*    REVERSAL, MARKED FOR REVERSAL OR REVERSED WAS STILL        *
026900*    POSTED IN THIS BATCH.                                      *
027000*****************************************************************
027100 3200-SELECT-RECORD.
027200     SET WS-RECORD-SKIPPED TO TRUE.
027300     IF TM-OPERATOR-ID NOT = SPACES
027400         GO TO 3200-EXIT
027500     END-IF.
027600     IF TM-POST-DATE NOT = WS-PROC-DATE8
027700        OR TM-POST-BATCH NOT = WS-BATCH-ID
027800         GO TO 3200-EXIT
027900     END-IF.
028000     IF TM-STATUS-POSTED OR TM-STATUS-REJECTED
028100        OR TM-STATUS-REV-PENDING OR TM-STATUS-REVERSED
028150        OR TM-STATUS-HELD
028200         SET WS-RECORD-SELECTED TO TRUE
028300     END-IF.
028400 3200-EXIT.
028500     EXIT.
028600*
028700 3300-FIND-SOURCE.
028800     MOVE ZERO TO WS-SRC-FOUND-IX.
028900     PERFORM 3310-MATCH-SOURCE THRU 3310-EXIT
029000             VARYING WS-SRC-IX FROM 1 BY 1
029100             UNTIL WS-SRC-IX > WS-SRC-CNT
029200                OR WS-SRC-FOUND-IX > ZERO.
029300     IF WS-SRC-FOUND-IX > ZERO
029400         GO TO 3300-EXIT
029500     END-IF.
029600     IF WS-SRC-CNT >= WS-SRC-MAX
029700         DISPLAY "ACKGEN1 - MORE THAN " WS-SRC-MAX
029800                 " SOURCES - RAISE WS-SRC-MAX"
029900         MOVE 12 TO RETURN-CODE
030000         STOP RUN
030100     END-IF.
030200     ADD 1 TO WS-SRC-CNT.
030300     MOVE WS-SRC-CNT TO WS-SRC-FOUND-IX.
030400     MOVE TM-SOURCE  TO WS-SRC-NAME (WS-SRC-CNT).
030500     MOVE ZERO       TO WS-SRC-RECORDS (WS-SRC-CNT).
030600 3300-EXIT.
030700     EXIT.
030800*
030900 3310-MATCH-SOURCE.
031000     IF WS-SRC-NAME (WS-SRC-IX) = TM-SOURCE
031100         MOVE WS-SRC-IX TO WS-SRC-FOUND-IX
031200     END-IF.
031300 3310-EXIT.
031400     EXIT.
031402*
031404 3400-HOLD-DETAIL.
031406     IF WS-DTL-CNT >= WS-DTL-MAX
031408         DISPLAY "ACKGEN1 - MORE THAN " WS-DTL-MAX
031410                 " FEED RECORDS IN THE BATCH - RAISE WS-DTL-MAX"
031412         MOVE 12 TO RETURN-CODE
031414         STOP RUN
031416     END-IF.
031418     ADD 1 TO WS-DTL-CNT.
031420     MOVE TM-TRANS-ID     TO WS-DTL-TRANS-ID (WS-DTL-CNT).
031422     MOVE WS-SRC-FOUND-IX TO WS-DTL-SRC-IX (WS-DTL-CNT).
031424     MOVE TM-STATUS       TO WS-DTL-STATUS (WS-DTL-CNT).
031426     MOVE TM-AA           TO WS-DTL-AA (WS-DTL-CNT).
031428     MOVE TM-BB           TO WS-DTL-BB (WS-DTL-CNT).
031430     MOVE TM-CATEGORY     TO WS-DTL-CATEGORY (WS-DTL-CNT).
031432     IF TM-STATUS-REJECTED
031434         MOVE ZERO        TO WS-DTL-CC (WS-DTL-CNT)
031436     ELSE
031438         MOVE TM-POST-CC  TO WS-DTL-CC (WS-DTL-CNT)
031440     END-IF.
031442 3400-EXIT.
031444     EXIT.
031500*****************************************************************
031600*    4000-WRITE-GROUPS - ONE HEADER / DETAIL / TRAILER GROUP    *
031700*    PER SOURCE, THE DETAILS IN TRANSACTION ID ORDER FROM THE   *
031800*    TABLE BUILT IN THE ONE PASS OF THE MASTER                  *
031900*****************************************************************
032000 4000-WRITE-GROUPS.
032100     PERFORM 4100-WRITE-ONE-GROUP THRU 4100-EXIT
032200             VARYING WS-SRC-IX FROM 1 BY 1
032300             UNTIL WS-SRC-IX > WS-SRC-CNT.
032400 4000-EXIT.
032500     EXIT.
032600*
032700 4100-WRITE-ONE-GROUP.
032800     MOVE ZERO TO WS-GRP-RECORDS.
032900     MOVE ZERO TO WS-GRP-POSTED.
033000     MOVE ZERO TO WS-GRP-REJECT.
033100     MOVE ZERO TO WS-GRP-HASH-AA.
033200     MOVE ZERO TO WS-GRP-HASH-BB.
033300     MOVE ZERO TO WS-GRP-HASH-CC.
033400     MOVE SPACES                  TO AK-ACK-RECORD.
033500     SET AK-TYPE-HEADER           TO TRUE.
033600     MOVE WS-SRC-NAME (WS-SRC-IX) TO AK-HDR-SOURCE.
033700     MOVE WS-PROC-DATE8           TO AK-HDR-PROC-DATE.
033800     MOVE WS-BATCH-ID             TO AK-HDR-BATCH-ID.
033900     MOVE WS-CURR-DATE8           TO AK-HDR-CREATE-DATE.
034000     MOVE WS-CURR-TIME8           TO AK-HDR-CREATE-TIME.
034100     WRITE AK-ACK-RECORD.
034200     PERFORM 4200-ACK-ONE-DETAIL THRU 4200-EXIT
034300             VARYING WS-DTL-IX FROM 1 BY 1
034400             UNTIL WS-DTL-IX > WS-DTL-CNT.
035000     MOVE SPACES         TO AK-ACK-RECORD.
035100     SET AK-TYPE-TRAILER TO TRUE.
035200     MOVE WS-GRP-RECORDS TO AK-TRL-RECORD-CNT.
035300     MOVE WS-GRP-POSTED  TO AK-TRL-POSTED-CNT.
035400     MOVE WS-GRP-REJECT  TO AK-TRL-REJECT-CNT.
035500     MOVE WS-GRP-HASH-AA TO AK-TRL-HASH-AA.
035600     MOVE WS-GRP-HASH-BB TO AK-TRL-HASH-BB.
035700     MOVE WS-GRP-HASH-CC TO AK-TRL-HASH-CC.
035800     WRITE AK-ACK-RECORD.
035900     DISPLAY "ACKGEN1 - " WS-SRC-NAME (WS-SRC-IX)
036000             " RECORDS=" WS-GRP-RECORDS
036100             " POSTED=" WS-GRP-POSTED
036200             " REJECTED=" WS-GRP-REJECT.
036300 4100-EXIT.
036400     EXIT.
036500*
036600 4200-ACK-ONE-DETAIL.
036700     IF WS-DTL-SRC-IX (WS-DTL-IX) NOT = WS-SRC-IX
037700         GO TO 4200-EXIT
037800     END-IF.
037900     MOVE SPACES         TO AK-ACK-RECORD.
038000     SET AK-TYPE-DETAIL  TO TRUE.
038100     MOVE WS-DTL-TRANS-ID (WS-DTL-IX) TO AK-TRANS-ID.
038200     MOVE WS-DTL-AA (WS-DTL-IX)       TO AK-AA.
038300     MOVE WS-DTL-BB (WS-DTL-IX)       TO AK-BB.
038400     MOVE WS-DTL-CATEGORY (WS-DTL-IX) TO AK-CATEGORY.
038500     IF WS-DTL-REJECTED (WS-DTL-IX)
038600         PERFORM 4300-REJECT-DETAIL THRU 4300-EXIT
038700     ELSE
038800         SET AK-POSTED   TO TRUE
038900         MOVE WS-DTL-CC (WS-DTL-IX) TO AK-CC
039000         ADD WS-DTL-CC (WS-DTL-IX)  TO WS-GRP-HASH-CC
039100         ADD 1 TO WS-GRP-POSTED
039200         ADD 1 TO WS-TOT-POSTED
039300     END-IF.
039400     WRITE AK-ACK-RECORD.
039500     ADD 1 TO WS-GRP-RECORDS.
039600     ADD 1 TO WS-TOT-RECORDS.
039700     IF WS-DTL-AA (WS-DTL-IX) IS NUMERIC
039800         MOVE WS-DTL-AA (WS-DTL-IX) TO WS-WORK-AA
039900         ADD WS-WORK-AA TO WS-GRP-HASH-AA
040000     END-IF.
040100     IF WS-DTL-BB (WS-DTL-IX) IS NUMERIC
040200         MOVE WS-DTL-BB (WS-DTL-IX) TO WS-WORK-BB
040300         ADD WS-WORK-BB TO WS-GRP-HASH-BB
040400     END-IF.
040500 4200-EXIT.
040600     EXIT.
040700*
040800*****************************************************************
040900*    4300-REJECT-DETAIL - A REJECT HAS NO CC.  ITS REASON COMES *
041000*    FROM THE RECYCLE RECORD, AND A "RULE NNNN - ..." REASON    *
041100*    ALSO GIVES THE VALRULES RULE ID.                           *
041200*****************************************************************
041300 4300-REJECT-DETAIL.
041400     SET AK-REJECTED TO TRUE.
041500     MOVE ZERO       TO AK-CC.
041600     ADD 1 TO WS-GRP-REJECT.
041700     ADD 1 TO WS-TOT-REJECT.
041800     MOVE ZERO TO WS-RCY-FOUND-IX.
041900     PERFORM 4310-MATCH-REASON THRU 4310-EXIT
042000             VARYING WS-RCY-IX FROM 1 BY 1
042100             UNTIL WS-RCY-IX > WS-RCY-CNT
042200                OR WS-RCY-FOUND-IX > ZERO.
042300     IF WS-RCY-FOUND-IX = ZERO
042400         MOVE "REASON NOT ON EXCPRCYC" TO AK-REASON
042500         ADD 1 TO WS-NO-REASON-CNT
042600         GO TO 4300-EXIT
042700     END-IF.
042800     MOVE WS-RCY-REASON (WS-RCY-FOUND-IX) TO AK-REASON.
042900     IF AK-REASON (1:5) = "RULE "
043000         MOVE AK-REASON (6:4) TO AK-RULE-ID
043100     END-IF.
043200 4300-EXIT.
043300     EXIT.
043400*
043500 4310-MATCH-REASON.
043550     IF WS-RCY-RECORD-NBR (WS-RCY-IX)
043600        = WS-DTL-TRANS-ID (WS-DTL-IX)
043700         MOVE WS-RCY-IX TO WS-RCY-FOUND-IX
043800     END-IF.
043900 4310-EXIT.
044000     EXIT.
044100*****************************************************************
044200*    9000-FINALIZE - CLOSE THE FILES AND SET RC 4 WHEN NO FEED  *
044300*    WORK WAS FOUND FOR THE BATCH                               *
044400*****************************************************************
044500 9000-FINALIZE.
044600     CLOSE MASTER-FILE.
044700     CLOSE ACK-FILE.
044800     IF WS-NO-REASON-CNT > ZERO
044900         DISPLAY "ACKGEN1 - " WS-NO-REASON-CNT " REJECTS HAD NO "
045000                 "RECYCLE RECORD - ACKNOWLEDGED WITHOUT A REASON"
045100     END-IF.
045200     DISPLAY "ACKGEN1 - DATE " WS-PROC-DATE8 " BATCH " WS-BATCH-ID
045300             " SOURCES=" WS-SRC-CNT
045400             " RECORDS=" WS-TOT-RECORDS
045500             " POSTED=" WS-TOT-POSTED
045600             " REJECTED=" WS-TOT-REJECT.
045700     IF WS-SRC-CNT = ZERO
045800         DISPLAY "ACKGEN1 - NO FEED RECORDS WERE PROCESSED IN "
045900                 "THE BATCH"
046000         MOVE 4 TO RETURN-CODE
046100     END-IF.
046200 9000-EXIT.
046300     EXIT.
