000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PRDRPT1.
000300 AUTHOR.         J R MARTIN.
000400 INSTALLATION.   FINANCE SYSTEMS - BATCH RECONCILIATION.
000500 DATE-WRITTEN.   2026-10-07.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    PROGRAM      PRDRPT1                                      *
001000*    DESCRIPTION   ACCOUNTING PERIOD CONTROL EXCEPTIONS REPORT. *
001100*                  READS THE PRDLOG EVENT FILE AND PRINTS, FOR  *
001200*                  EVERY MONTH IN THE FROM/TO RANGE (ARGUMENTS  *
001300*                  1 AND 2, YYYYMM; THE TO MONTH DEFAULTS TO    *
001400*                  THE FROM MONTH): EVERY POSTING MADE INTO A   *
001500*                  SOFT-CLOSED MONTH UNDER OVERRIDE, EVERY ITEM *
001600*                  MOVED OUT OF A HARD-CLOSED MONTH INTO THE    *
001700*                  FIRST OPEN ONE WITH THE DATE IT WENT TO, AND *
001800*                  EVERY STATUS CHANGE MADE WITH PRDMNT1.       *
001900*                  ACCOUNTING RUNS IT WITH THE MONTH-END CLOSE  *
002000*                  PACK.  THE JOB ENDS RC 4 WHEN THERE WAS ANY  *
002100*                  OVERRIDE OR MOVE IN THE RANGE.               *
002200*                                                               *
002300*    MODIFICATION HISTORY                                      *
002400*    DATE       INIT  DESCRIPTION                               *
002500*    2026-10-07 JRM   INITIAL VERSION                           *
002600*                                                               *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.    IBM-370.
003100 OBJECT-COMPUTER.    IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT LOG-FILE        ASSIGN TO "PRDLOG"
003500             ORGANIZATION IS LINE SEQUENTIAL
003600             FILE STATUS IS WS-LOG-STATUS.
003700*
003800     SELECT REPORT-FILE     ASSIGN TO "PRDRPT"
003900             ORGANIZATION IS LINE SEQUENTIAL
004000             FILE STATUS IS WS-REPORT-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  LOG-FILE
004400     LABEL RECORDS ARE STANDARD.
004500     COPY "prdlog.cpy".
004600*
004700 FD  REPORT-FILE
004800     LABEL RECORDS ARE STANDARD.
004900 01  REPORT-RECORD               PIC X(80).
005000*
005100 WORKING-STORAGE SECTION.
005200*****************************************************************
005300*    RECORD COUNTERS AND RUN CONTROL TOTALS                     *
005400*****************************************************************
005500 77  WS-READ-CNT                 PIC 9(08) COMP VALUE ZERO.
005600 77  WS-OVERRIDE-CNT             PIC 9(08) COMP VALUE ZERO.
005700 77  WS-MOVED-CNT                PIC 9(08) COMP VALUE ZERO.
005800 77  WS-CHANGE-CNT               PIC 9(08) COMP VALUE ZERO.
005900 77  WS-MOVED-CC                 PIC S9(11) COMP VALUE ZERO.
006000*****************************************************************
006100*    FILE STATUS AND SWITCHES                                   *
006200*****************************************************************
006300 77  WS-LOG-STATUS               PIC X(02)      VALUE SPACES.
006400     88  WS-LOG-NOT-FOUND                       VALUE "35".
006500 77  WS-REPORT-STATUS            PIC X(02)      VALUE SPACES.
006600 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
006700     88  WS-EOF-REACHED                         VALUE "Y".
006800*****************************************************************
006900*    SELECTION RANGE FROM THE ARGUMENTS                         *
007000*****************************************************************
007100 01  WS-FROM-PERIOD-X            PIC X(06)      VALUE SPACES.
007200 01  WS-FROM-PERIOD REDEFINES WS-FROM-PERIOD-X
007300                                 PIC 9(06).
007400 01  WS-TO-PERIOD-X              PIC X(06)      VALUE SPACES.
007500 01  WS-TO-PERIOD REDEFINES WS-TO-PERIOD-X
007600                                 PIC 9(06).
007700 01  WS-CURR-DATE8               PIC 9(08)      VALUE ZEROES.
007800*****************************************************************
007900*    EXCEPTIONS REPORT LINE LAYOUTS - ALL 80 BYTES              *
008000*****************************************************************
008100 01  PR-HEADER-LINE.
008200     05  FILLER                  PIC X(36)
008300             VALUE "PRDRPT1 PERIOD CONTROL EXCEPTIONS -".
008400     05  FILLER                  PIC X(05)  VALUE "FROM ".
008500     05  PR-HDR-FROM             PIC 9(06).
008600     05  FILLER                  PIC X(04)  VALUE " TO ".
008700     05  PR-HDR-TO               PIC 9(06).
008800     05  FILLER                  PIC X(11)  VALUE "  PREPARED ".
008900     05  PR-HDR-PREP-DATE        PIC 9(08).
009000     05  FILLER                  PIC X(04)  VALUE SPACES.
009100*
009200 01  PR-OVERRIDE-LINE.
009300     05  FILLER                  PIC X(09)  VALUE "OVERRIDE ".
009400     05  PR-OVR-PERIOD           PIC 9(06).
009500     05  FILLER                  PIC X(01)  VALUE SPACES.
009600     05  PR-OVR-PROGRAM          PIC X(08).
009700     05  FILLER                  PIC X(07)  VALUE " BATCH ".
009800     05  PR-OVR-BATCH-ID         PIC X(08).
009900     05  FILLER                  PIC X(10)  VALUE " POSTED TO".
010000     05  FILLER                  PIC X(01)  VALUE SPACES.
010100     05  PR-OVR-POST-DATE        PIC 9(08).
010200     05  FILLER                  PIC X(04)  VALUE " ON ".
010300     05  PR-OVR-EVENT-DATE       PIC 9(08).
010400     05  FILLER                  PIC X(10)  VALUE SPACES.
010500*
010600 01  PR-MOVED-LINE.
010700     05  FILLER                  PIC X(09)  VALUE "MOVED    ".
010800     05  PR-MOV-PERIOD           PIC 9(06).
010900     05  FILLER                  PIC X(01)  VALUE SPACES.
011000     05  PR-MOV-PROGRAM          PIC X(08).
011100     05  FILLER                  PIC X(01)  VALUE SPACES.
011200     05  PR-MOV-BATCH-ID         PIC X(08).
011300     05  FILLER                  PIC X(05)  VALUE " REC ".
011400     05  PR-MOV-RECORD-NBR       PIC Z(7)9.
011500     05  FILLER                  PIC X(04)  VALUE " CC=".
011600     05  PR-MOV-AMOUNT           PIC -(8)9.
011700     05  FILLER                  PIC X(01)  VALUE SPACES.
011800     05  PR-MOV-ORIG-DATE        PIC 9(08).
011900     05  FILLER                  PIC X(01)  VALUE ">".
012000     05  PR-MOV-POST-DATE        PIC 9(08).
012100     05  FILLER                  PIC X(03)  VALUE SPACES.
012200*
012300 01  PR-STATUS-LINE.
012400     05  FILLER                  PIC X(09)  VALUE "STATUS   ".
012500     05  PR-STA-PERIOD           PIC 9(06).
012600     05  FILLER                  PIC X(06)  VALUE " FROM ".
012700     05  PR-STA-OLD-STATUS       PIC X(01).
012800     05  FILLER                  PIC X(04)  VALUE " TO ".
012900     05  PR-STA-NEW-STATUS       PIC X(01).
013000     05  FILLER                  PIC X(04)  VALUE " BY ".
013100     05  PR-STA-OPERATOR-ID      PIC X(08).
013200     05  FILLER                  PIC X(04)  VALUE " ON ".
013300     05  PR-STA-EVENT-DATE       PIC 9(08).
013400     05  FILLER                  PIC X(01)  VALUE SPACES.
013500     05  PR-STA-EVENT-TIME       PIC 9(08).
013600     05  FILLER                  PIC X(20)  VALUE SPACES.
013700*
013800 01  PR-TRAILER-LINE.
013900     05  FILLER                  PIC X(19)
014000             VALUE "TOTALS - OVERRIDES=".
014100     05  PR-TRL-OVERRIDE-CNT     PIC Z(7)9.
014200     05  FILLER                  PIC X(08)  VALUE "  MOVED=".
014300     05  PR-TRL-MOVED-CNT        PIC Z(7)9.
014400     05  FILLER                  PIC X(05)  VALUE "  CC=".
014500     05  PR-TRL-MOVED-CC         PIC -(10)9.
014600     05  FILLER                  PIC X(10)  VALUE "  CHANGES=".
014700     05  PR-TRL-CHANGE-CNT       PIC Z(4)9.
014800     05  FILLER                  PIC X(06)  VALUE SPACES.
014900 PROCEDURE DIVISION.
015000*****************************************************************
015100*    0000-MAINLINE                                              *
015200*****************************************************************
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015500     PERFORM 2000-REPORT-ONE-EVENT THRU 2000-EXIT
015600             UNTIL WS-EOF-REACHED.
015700     PERFORM 9000-FINALIZE THRU 9000-EXIT.
015800     STOP RUN.
015900*****************************************************************
016000*    1000-INITIALIZE - PICK UP THE PERIOD RANGE, OPEN THE LOG   *
016100*    AND THE REPORT, AND PRIME THE FIRST READ.  NO LOG YET      *
016200*    MEANS NOTHING HAS HAPPENED TO REPORT.                      *
016300*****************************************************************
016400 1000-INITIALIZE.
016500     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
016600     DISPLAY 1 UPON ARGUMENT-NUMBER.
016700     ACCEPT WS-FROM-PERIOD-X FROM ARGUMENT-VALUE
016800         ON EXCEPTION
016900             MOVE SPACES TO WS-FROM-PERIOD-X
017000     END-ACCEPT.
017100     IF WS-FROM-PERIOD-X = SPACES OR LOW-VALUES
017200        OR WS-FROM-PERIOD-X IS NOT NUMERIC
017300         DISPLAY "PRDRPT1 - FROM PERIOD (YYYYMM) ARGUMENT "
017400                 "IS REQUIRED"
017500         MOVE 12 TO RETURN-CODE
017600         STOP RUN
017700     END-IF.
017800     DISPLAY 2 UPON ARGUMENT-NUMBER.
017900     ACCEPT WS-TO-PERIOD-X FROM ARGUMENT-VALUE
018000         ON EXCEPTION
018100             MOVE SPACES TO WS-TO-PERIOD-X
018200     END-ACCEPT.
018300     IF WS-TO-PERIOD-X = SPACES OR LOW-VALUES
018400         MOVE WS-FROM-PERIOD-X TO WS-TO-PERIOD-X
018500     END-IF.
018600     IF WS-TO-PERIOD-X IS NOT NUMERIC
018700         DISPLAY "PRDRPT1 - TO PERIOD " WS-TO-PERIOD-X
018800                 " IS NOT YYYYMM"
018900         MOVE 12 TO RETURN-CODE
019000         STOP RUN
019100     END-IF.
019200     IF WS-TO-PERIOD < WS-FROM-PERIOD
019300         DISPLAY "PRDRPT1 - TO PERIOD " WS-TO-PERIOD
019400                 " IS BEFORE FROM PERIOD " WS-FROM-PERIOD
019500         MOVE 12 TO RETURN-CODE
019600         STOP RUN
019700     END-IF.
019800     OPEN OUTPUT REPORT-FILE.
019900     IF WS-REPORT-STATUS NOT = "00"
020000         DISPLAY "PRDRPT1 - CANNOT OPEN PRDRPT, STATUS "
020100                 WS-REPORT-STATUS
020200         MOVE 12 TO RETURN-CODE
020300         STOP RUN
020400     END-IF.
020500     MOVE WS-FROM-PERIOD TO PR-HDR-FROM.
020600     MOVE WS-TO-PERIOD   TO PR-HDR-TO.
020700     MOVE WS-CURR-DATE8  TO PR-HDR-PREP-DATE.
020800     MOVE PR-HEADER-LINE TO REPORT-RECORD.
020900     WRITE REPORT-RECORD.
021000     OPEN INPUT LOG-FILE.
021100     IF WS-LOG-NOT-FOUND
021200         DISPLAY "PRDRPT1 - NO PRDLOG FILE - NO PERIOD EVENTS"
021300         SET WS-EOF-REACHED TO TRUE
021400         GO TO 1000-EXIT
021500     END-IF.
021600     IF WS-LOG-STATUS NOT = "00"
021700         DISPLAY "PRDRPT1 - CANNOT OPEN PRDLOG, STATUS "
021800                 WS-LOG-STATUS
021900         MOVE 12 TO RETURN-CODE
022000         CLOSE REPORT-FILE
022100         STOP RUN
022200     END-IF.
022300     PERFORM 2900-READ-LOG THRU 2900-EXIT.
022400 1000-EXIT.
022500     EXIT.
022600*****************************************************************
022700*    2000-REPORT-ONE-EVENT - PRINT ONE EVENT FOR A MONTH IN THE *
022800*    RANGE, IN THE ORDER THEY HAPPENED                          *
022900*****************************************************************
023000 2000-REPORT-ONE-EVENT.
023100     ADD 1 TO WS-READ-CNT.
023200     IF PG-PERIOD < WS-FROM-PERIOD
023300        OR PG-PERIOD > WS-TO-PERIOD
023400         GO TO 2000-NEXT
023500     END-IF.
023600     EVALUATE TRUE
023700         WHEN PG-EVENT-OVERRIDE
023800             PERFORM 2100-PRINT-OVERRIDE THRU 2100-EXIT
023900         WHEN PG-EVENT-MOVED
024000             PERFORM 2200-PRINT-MOVED THRU 2200-EXIT
024100         WHEN PG-EVENT-STATUS
024200             PERFORM 2300-PRINT-STATUS THRU 2300-EXIT
024300         WHEN OTHER
024400             CONTINUE
024500     END-EVALUATE.
024600 2000-NEXT.
024700     PERFORM 2900-READ-LOG THRU 2900-EXIT.
024800 2000-EXIT.
024900     EXIT.
025000*
025100 2100-PRINT-OVERRIDE.
025200     ADD 1 TO WS-OVERRIDE-CNT.
025300     MOVE PG-PERIOD        TO PR-OVR-PERIOD.
025400     MOVE PG-PROGRAM       TO PR-OVR-PROGRAM.
025500     MOVE PG-BATCH-ID      TO PR-OVR-BATCH-ID.
025600     MOVE PG-POST-DATE     TO PR-OVR-POST-DATE.
025700     MOVE PG-EVENT-DATE    TO PR-OVR-EVENT-DATE.
025800     MOVE PR-OVERRIDE-LINE TO REPORT-RECORD.
025900     WRITE REPORT-RECORD.
026000 2100-EXIT.
026100     EXIT.
026200*
026300 2200-PRINT-MOVED.
026400     ADD 1 TO WS-MOVED-CNT.
026500     ADD PG-AMOUNT         TO WS-MOVED-CC.
026600     MOVE PG-PERIOD        TO PR-MOV-PERIOD.
026700     MOVE PG-PROGRAM       TO PR-MOV-PROGRAM.
026800     MOVE PG-BATCH-ID      TO PR-MOV-BATCH-ID.
026900     MOVE PG-RECORD-NBR    TO PR-MOV-RECORD-NBR.
027000     MOVE PG-AMOUNT        TO PR-MOV-AMOUNT.
027100     MOVE PG-ORIG-DATE     TO PR-MOV-ORIG-DATE.
027200     MOVE PG-POST-DATE     TO PR-MOV-POST-DATE.
027300     MOVE PR-MOVED-LINE    TO REPORT-RECORD.
027400     WRITE REPORT-RECORD.
027500 2200-EXIT.
027600     EXIT.
027700*
027800 2300-PRINT-STATUS.
027900     ADD 1 TO WS-CHANGE-CNT.
028000     MOVE PG-PERIOD        TO PR-STA-PERIOD.
028100     MOVE PG-OLD-STATUS    TO PR-STA-OLD-STATUS.
028200     MOVE PG-NEW-STATUS    TO PR-STA-NEW-STATUS.
028300     MOVE PG-OPERATOR-ID   TO PR-STA-OPERATOR-ID.
028400     MOVE PG-EVENT-DATE    TO PR-STA-EVENT-DATE.
028500     MOVE PG-EVENT-TIME    TO PR-STA-EVENT-TIME.
028600     MOVE PR-STATUS-LINE   TO REPORT-RECORD.
028700     WRITE REPORT-RECORD.
028800 2300-EXIT.
028900     EXIT.
029000*
029100 2900-READ-LOG.
029200     READ LOG-FILE
029300         AT END SET WS-EOF-REACHED TO TRUE
029400     END-READ.
029500 2900-EXIT.
029600     EXIT.
029700*****************************************************************
029800*    9000-FINALIZE - PRINT THE TOTALS, CLOSE UP, AND SET THE    *
029900*    RETURN CODE WHEN ANYTHING WAS OVERRIDDEN OR MOVED          *
030000*****************************************************************
030100 9000-FINALIZE.
030200     MOVE WS-OVERRIDE-CNT  TO PR-TRL-OVERRIDE-CNT.
030300     MOVE WS-MOVED-CNT     TO PR-TRL-MOVED-CNT.
030400     MOVE WS-MOVED-CC      TO PR-TRL-MOVED-CC.
030500     MOVE WS-CHANGE-CNT    TO PR-TRL-CHANGE-CNT.
030600     MOVE PR-TRAILER-LINE  TO REPORT-RECORD.
030700     WRITE REPORT-RECORD.
030800     IF NOT WS-LOG-NOT-FOUND
030900         CLOSE LOG-FILE
031000     END-IF.
031100     CLOSE REPORT-FILE.
031200     DISPLAY "PRDRPT1 - READ=" WS-READ-CNT
031300             " OVERRIDES=" WS-OVERRIDE-CNT
031400             " MOVED=" WS-MOVED-CNT
031500             " CHANGES=" WS-CHANGE-CNT.
031600     IF WS-OVERRIDE-CNT > ZERO OR WS-MOVED-CNT > ZERO
031700         MOVE 4 TO RETURN-CODE
031800     END-IF.
031900 9000-EXIT.
032000     EXIT.
