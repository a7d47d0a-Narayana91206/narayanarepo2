000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BUDRPT1.
000300 AUTHOR.         J R MARTIN.
000400 INSTALLATION.   FINANCE SYSTEMS - BATCH RECONCILIATION.
000500 DATE-WRITTEN.   2026-10-08.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    PROGRAM      BUDRPT1                                      *
001000*    DESCRIPTION   BUDGET VERSUS ACTUAL BY GL ACCOUNT.  FOR     *
001100*                  EVERY DEBIT AND CREDIT ACCOUNT ON GLACCTMP,  *
001200*                  AND ANY OTHER ACCOUNT WITH A BUDGET OR A     *
001300*                  POSTING, PRINTS MONTH-TO-DATE AND YEAR-TO-   *
001400*                  DATE ACTUAL FROM THE POSTED LEDGER AGAINST   *
001500*                  THE BUDGET FILE, WITH THE VARIANCE AS AN     *
001600*                  AMOUNT AND A PERCENTAGE OF BUDGET.  THE      *
001700*                  AS-OF DATE AND THE TOLERANCE COME FROM THE   *
001800*                  BUDPARM CARD.  THE CURRENT MONTH'S BUDGET IS *
001900*                  PRORATED BY THE BUSINESS DAYS ELAPSED ON THE *
002000*                  CALENDAR, SO A HALF-MONTH ACTUAL IS MEASURED *
002100*                  AGAINST HALF A MONTH'S BUDGET.  AN ACCOUNT   *
002200*                  WHOSE MTD OR YTD VARIANCE IS OUTSIDE THE     *
002300*                  TOLERANCE, OR THAT HAS ACTUALS BUT NO        *
002400*                  BUDGET, IS FLAGGED AND THE JOB ENDS RC 4.    *
002500*                                                               *
002600*    MODIFICATION HISTORY                                      *
002700*    DATE       INIT  DESCRIPTION                               *
002800*    2026-10-08 JRM   INITIAL VERSION                           *
002900*                                                               *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.    IBM-370.
003400 OBJECT-COMPUTER.    IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PARM-FILE       ASSIGN TO "BUDPARM"
003800             ORGANIZATION IS LINE SEQUENTIAL
003900             FILE STATUS IS WS-PARM-STATUS.
004000*
004100     SELECT CAL-FILE        ASSIGN TO "CALFILE"
004200             ORGANIZATION IS LINE SEQUENTIAL
004300             FILE STATUS IS WS-CAL-STATUS.
004400*
004500     SELECT ACCTMAP-FILE    ASSIGN TO "GLACCTMP"
004600             ORGANIZATION IS LINE SEQUENTIAL
004700             FILE STATUS IS WS-ACCTMAP-STATUS.
004800*
004900     SELECT BUDGET-FILE     ASSIGN TO "BUDGET"
005000             ORGANIZATION IS INDEXED
005100             ACCESS MODE IS SEQUENTIAL
005200             RECORD KEY IS BU-KEY
005300             FILE STATUS IS WS-BUDGET-STATUS.
005400*
005500     SELECT LEDGER-FILE     ASSIGN TO "POSTLDGR"
005600             ORGANIZATION IS LINE SEQUENTIAL
005700             FILE STATUS IS WS-LEDGER-STATUS.
005800*
005900     SELECT REPORT-FILE     ASSIGN TO "BUDRPT"
006000             ORGANIZATION IS LINE SEQUENTIAL
006100             FILE STATUS IS WS-REPORT-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  PARM-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY "budparm.cpy".
006700*
006800 FD  CAL-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY "calrec.cpy".
007100*
007200 FD  ACCTMAP-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY "glacctmp.cpy".
007500*
007600 FD  BUDGET-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY "budget.cpy".
007900*
008000 FD  LEDGER-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY "pstldgr.cpy".
008300*
008400 FD  REPORT-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  REPORT-RECORD               PIC X(80).
008700*
008800 WORKING-STORAGE SECTION.
008900*****************************************************************
009000*    RECORD COUNTERS AND RUN CONTROL TOTALS                     *
009100*****************************************************************
009200 77  WS-LEDGER-READ-CNT          PIC 9(08) COMP VALUE ZERO.
009300 77  WS-LEDGER-USED-CNT          PIC 9(08) COMP VALUE ZERO.
009400 77  WS-BUDGET-USED-CNT          PIC 9(08) COMP VALUE ZERO.
009500 77  WS-FLAGGED-CNT              PIC 9(04) COMP VALUE ZERO.
009600*****************************************************************
009700*    FILE STATUS AND SWITCHES                                   *
009800*****************************************************************
009900 77  WS-PARM-STATUS              PIC X(02)      VALUE SPACES.
010000 77  WS-CAL-STATUS               PIC X(02)      VALUE SPACES.
010100 77  WS-ACCTMAP-STATUS           PIC X(02)      VALUE SPACES.
010200 77  WS-BUDGET-STATUS            PIC X(02)      VALUE SPACES.
010300     88  WS-BUDGET-NOT-FOUND                    VALUE "35".
010400 77  WS-LEDGER-STATUS            PIC X(02)      VALUE SPACES.
010500 77  WS-REPORT-STATUS            PIC X(02)      VALUE SPACES.
010600*
010700 77  WS-CAL-EOF-SW               PIC X(01)      VALUE "N".
010800     88  WS-CAL-EOF                             VALUE "Y".
010900 77  WS-MAP-EOF-SW               PIC X(01)      VALUE "N".
011000     88  WS-MAP-EOF-REACHED                     VALUE "Y".
011100 77  WS-BUDGET-EOF-SW            PIC X(01)      VALUE "N".
011200     88  WS-BUDGET-EOF                          VALUE "Y".
011300 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
011400     88  WS-EOF-REACHED                         VALUE "Y".
011500 77  WS-ACCT-FOUND-SW            PIC X(01)      VALUE "N".
011600     88  WS-ACCT-FOUND                          VALUE "Y".
011700 77  WS-ACCT-FLAGGED-SW          PIC X(01)      VALUE "N".
011800     88  WS-ACCT-FLAGGED                        VALUE "Y".
011900*****************************************************************
012000*    AS-OF DATE AND TOLERANCE FROM THE PARM CARD                *
012100*****************************************************************
012200 01  WS-CURR-DATE8               PIC 9(08)      VALUE ZEROES.
012300 01  WS-AS-OF-DATE8              PIC 9(08)      VALUE ZEROES.
012400 01  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE8.
012500     05  WS-AS-OF-MONTH6         PIC 9(06).
012600     05  FILLER                  PIC 9(02).
012700 01  WS-AS-OF-YEAR-VIEW REDEFINES WS-AS-OF-DATE8.
012800     05  WS-AS-OF-YEAR           PIC 9(04).
012900     05  WS-AS-OF-MONTH          PIC 9(02).
013000     05  FILLER                  PIC 9(02).
013100 01  WS-YEAR-START8              PIC 9(08)      VALUE ZEROES.
013200 01  WS-TOLERANCE                PIC 9(03)V9(02) VALUE 10.00.
013300*****************************************************************
013400*    BUSINESS DAYS IN THE AS-OF MONTH AND HOW MANY HAVE PASSED  *
013500*****************************************************************
013600 77  WS-BUS-DAYS-TOTAL           PIC 9(04) COMP VALUE ZERO.
013700 77  WS-BUS-DAYS-ELAPSED         PIC 9(04) COMP VALUE ZERO.
013800 01  WS-ELAPSED-PCT              PIC 9(03)V9(01) VALUE ZERO.
013900*****************************************************************
014000*    ACCOUNT-LEVEL BUDGET AND ACTUAL FIGURES.  ACTUALS ARE HELD *
014100*    AS NET DEBIT (DEBITS LESS CREDITS) AND TURNED TO THE       *
014200*    ACCOUNT'S NORMAL SIDE AT PRINT TIME.                       *
014300*****************************************************************
014400 77  WS-ACCT-MAX                 PIC 9(04) COMP VALUE 200.
014500 77  WS-ACCT-CNT                 PIC 9(04) COMP VALUE ZERO.
014600 77  WS-ACCT-IX                  PIC 9(04) COMP VALUE ZERO.
014700 01  WS-ACCT-SEARCH              PIC X(08)      VALUE SPACES.
014800 01  WS-SIDE-SEARCH              PIC X(02)      VALUE SPACES.
014900 01  WS-ACCT-TABLE.
015000     05  WS-ACCT-ENTRY OCCURS 200 TIMES.
015100         10  WS-ACCT-NUMBER      PIC X(08).
015200         10  WS-ACCT-SIDE        PIC X(02).
015300         10  WS-ACCT-MONTH-BUD   PIC S9(11) COMP.
015400         10  WS-ACCT-PRIOR-BUD   PIC S9(11) COMP.
015500         10  WS-ACCT-MTD-NET     PIC S9(11) COMP.
015600         10  WS-ACCT-YTD-NET     PIC S9(11) COMP.
015700*****************************************************************
015800*    ONE ACCOUNT'S FIGURES WHILE ITS LINES ARE BUILT            *
015900*****************************************************************
016000 77  WS-MTD-ACTUAL               PIC S9(11) COMP VALUE ZERO.
016100 77  WS-MTD-BUDGET               PIC S9(11) COMP VALUE ZERO.
016200 77  WS-YTD-ACTUAL               PIC S9(11) COMP VALUE ZERO.
016300 77  WS-YTD-BUDGET               PIC S9(11) COMP VALUE ZERO.
016400 77  WS-LINE-ACTUAL              PIC S9(11) COMP VALUE ZERO.
016500 77  WS-LINE-BUDGET              PIC S9(11) COMP VALUE ZERO.
016600 77  WS-LINE-VARIANCE            PIC S9(11) COMP VALUE ZERO.
016700 01  WS-LINE-PCT                 PIC S9(05)V9(01) VALUE ZERO.
016800 01  WS-LINE-ABS-PCT             PIC 9(05)V9(01) VALUE ZERO.
016900 01  WS-LINE-SPAN                PIC X(03)      VALUE SPACES.
017000*****************************************************************
017100*    BUDGET VERSUS ACTUAL REPORT LINE LAYOUTS - ALL 80 BYTES    *
017200*****************************************************************
017300 01  BV-HEADER-LINE.
017400     05  FILLER                  PIC X(37)
017500             VALUE "BUDRPT1 BUDGET VERSUS ACTUAL - AS OF ".
017600     05  BV-HDR-AS-OF            PIC 9(08).
017700     05  FILLER                  PIC X(11)  VALUE "  PREPARED ".
017800     05  BV-HDR-PREP-DATE        PIC 9(08).
017900     05  FILLER                  PIC X(16)  VALUE SPACES.
018000*
018100 01  BV-CALENDAR-LINE.
018200     05  FILLER                  PIC X(06)  VALUE "MONTH ".
018300     05  BV-CAL-MONTH            PIC 9(06).
018400     05  FILLER                  PIC X(23)
018500             VALUE " BUSINESS DAYS ELAPSED ".
018600     05  BV-CAL-ELAPSED          PIC Z9.
018700     05  FILLER                  PIC X(04)  VALUE " OF ".
018800     05  BV-CAL-TOTAL            PIC Z9.
018900     05  FILLER                  PIC X(02)  VALUE " (".
019000     05  BV-CAL-PCT              PIC ZZ9.9.
019100     05  FILLER                  PIC X(02)  VALUE "%)".
019200     05  FILLER                  PIC X(12)  VALUE "  TOLERANCE ".
019300     05  BV-CAL-TOLERANCE        PIC ZZ9.99.
019400     05  FILLER                  PIC X(01)  VALUE "%".
019500     05  FILLER                  PIC X(09)  VALUE SPACES.
019600*
019700 01  BV-COLUMN-LINE.
019800     05  FILLER                  PIC X(15)  VALUE "ACCOUNT  SD".
019900     05  FILLER                  PIC X(11)  VALUE "     ACTUAL".
020000     05  FILLER                  PIC X(11)  VALUE "     BUDGET".
020100     05  FILLER                  PIC X(11)  VALUE "   VARIANCE".
020200     05  FILLER                  PIC X(11)  VALUE "  VAR PCT".
020300     05  FILLER                  PIC X(21)  VALUE "FLAG".
020400*
020500 01  BV-DETAIL-LINE.
020600     05  BV-DTL-ACCOUNT          PIC X(08).
020700     05  FILLER                  PIC X(01)  VALUE SPACES.
020800     05  BV-DTL-SIDE             PIC X(02).
020900     05  FILLER                  PIC X(01)  VALUE SPACES.
021000     05  BV-DTL-SPAN             PIC X(03).
021100     05  BV-DTL-ACTUAL           PIC -(10)9.
021200     05  BV-DTL-BUDGET           PIC -(10)9.
021300     05  BV-DTL-VARIANCE         PIC -(10)9.
021400     05  FILLER                  PIC X(02)  VALUE SPACES.
021500     05  BV-DTL-PCT-AREA.
021600         10  BV-DTL-PCT          PIC -(4)9.9.
021700         10  FILLER              PIC X(01)  VALUE "%".
021800     05  FILLER                  PIC X(01)  VALUE SPACES.
021900     05  BV-DTL-FLAG             PIC X(08).
022000     05  FILLER                  PIC X(13)  VALUE SPACES.
022100*
022200 01  BV-TRAILER-LINE.
022300     05  FILLER                  PIC X(18)
022400             VALUE "TOTALS - ACCOUNTS=".
022500     05  BV-TRL-ACCOUNTS         PIC Z(3)9.
022600     05  FILLER                  PIC X(09)  VALUE " FLAGGED=".
022700     05  BV-TRL-FLAGGED          PIC Z(3)9.
022800     05  FILLER                  PIC X(45)  VALUE SPACES.
022900 PROCEDURE DIVISION.
023000*****************************************************************
023100*    0000-MAINLINE                                              *
023200*****************************************************************
023300 0000-MAINLINE.
023400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023500     PERFORM 2000-ROLL-UP-ONE THRU 2000-EXIT
023600             UNTIL WS-EOF-REACHED.
023700     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
023800     PERFORM 9000-FINALIZE THRU 9000-EXIT.
023900     STOP RUN.
024000*****************************************************************
024100*    1000-INITIALIZE - READ THE PARM CARD, MEASURE THE MONTH ON *
024200*    THE CALENDAR, BUILD THE ACCOUNT TABLE FROM GLACCTMP AND    *
024300*    THE BUDGET FILE, AND OPEN THE LEDGER AND THE REPORT        *
024400*****************************************************************
024500 1000-INITIALIZE.
024600     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
024700     PERFORM 1100-GET-PARMS THRU 1100-EXIT.
024800     PERFORM 1200-MEASURE-MONTH THRU 1200-EXIT.
024900     PERFORM 1300-LOAD-ACCOUNTS THRU 1300-EXIT.
025000     PERFORM 1400-LOAD-BUDGETS THRU 1400-EXIT.
025100     OPEN INPUT LEDGER-FILE.
025200     IF WS-LEDGER-STATUS NOT = "00"
025300         DISPLAY "BUDRPT1 - CANNOT OPEN POSTLDGR, STATUS "
025400                 WS-LEDGER-STATUS
025500         MOVE 12 TO RETURN-CODE
025600         STOP RUN
025700     END-IF.
025800     OPEN OUTPUT REPORT-FILE.
025900     MOVE WS-AS-OF-DATE8 TO BV-HDR-AS-OF.
026000     MOVE WS-CURR-DATE8  TO BV-HDR-PREP-DATE.
026100     MOVE BV-HEADER-LINE TO REPORT-RECORD.
026200     WRITE REPORT-RECORD.
026300     MOVE WS-AS-OF-MONTH6     TO BV-CAL-MONTH.
026400     MOVE WS-BUS-DAYS-ELAPSED TO BV-CAL-ELAPSED.
026500     MOVE WS-BUS-DAYS-TOTAL   TO BV-CAL-TOTAL.
026600     MOVE WS-ELAPSED-PCT      TO BV-CAL-PCT.
026700     MOVE WS-TOLERANCE        TO BV-CAL-TOLERANCE.
026800     MOVE BV-CALENDAR-LINE TO REPORT-RECORD.
026900     WRITE REPORT-RECORD.
027000     MOVE BV-COLUMN-LINE TO REPORT-RECORD.
027100     WRITE REPORT-RECORD.
027200     PERFORM 2900-READ-LEDGER THRU 2900-EXIT.
027300 1000-EXIT.
027400     EXIT.
027500*
027600 1100-GET-PARMS.
027700     OPEN INPUT PARM-FILE.
027800     IF WS-PARM-STATUS NOT = "00"
027900         DISPLAY "BUDRPT1 - CANNOT OPEN BUDPARM, STATUS "
028000                 WS-PARM-STATUS
028100         MOVE 12 TO RETURN-CODE
028200         STOP RUN
028300     END-IF.
028400     MOVE SPACES TO BP-PARM-CARD.
028500     READ PARM-FILE
028600         AT END MOVE SPACES TO BP-PARM-CARD
028700     END-READ.
028800     CLOSE PARM-FILE.
028900     IF BP-AS-OF-DATE = SPACES
029000         MOVE WS-CURR-DATE8 TO WS-AS-OF-DATE8
029100     ELSE
029200         IF BP-AS-OF-DATE IS NUMERIC
029300             MOVE BP-AS-OF-DATE TO WS-AS-OF-DATE8
029400         ELSE
029500             PERFORM 1190-BAD-PARM THRU 1190-EXIT
029600         END-IF
029700     END-IF.
029800     IF BP-TOLERANCE-X NOT = SPACES
029900         IF BP-TOLERANCE-X IS NUMERIC
030000             MOVE BP-TOLERANCE-PCT TO WS-TOLERANCE
030100         ELSE
030200             PERFORM 1190-BAD-PARM THRU 1190-EXIT
030300         END-IF
030400     END-IF.
030500     COMPUTE WS-YEAR-START8 = WS-AS-OF-YEAR * 10000 + 101.
030600 1100-EXIT.
030700     EXIT.
030800*
030900 1190-BAD-PARM.
031000     DISPLAY "BUDRPT1 - NON-NUMERIC AS-OF DATE OR TOLERANCE ON "
031100             "BUDPARM CARD".
031200     MOVE 12 TO RETURN-CODE.
031300     STOP RUN.
031400 1190-EXIT.
031500     EXIT.
031600*****************************************************************
031700*    1200-MEASURE-MONTH - COUNT THE BUSINESS DAYS IN THE AS-OF  *
031800*    MONTH AND HOW MANY OF THEM FALL ON OR BEFORE THE AS-OF     *
031900*    DATE.  THE CURRENT MONTH'S BUDGET IS PRORATED BY THAT      *
032000*    FRACTION.  A MONTH THE CALENDAR DOES NOT COVER CANNOT BE   *
032100*    MEASURED AND THE JOB STOPS.                                *
032200*****************************************************************
032300 1200-MEASURE-MONTH.
032400     OPEN INPUT CAL-FILE.
032500     IF WS-CAL-STATUS NOT = "00"
032600         DISPLAY "BUDRPT1 - CANNOT OPEN CALFILE, STATUS "
032700                 WS-CAL-STATUS
032800         MOVE 12 TO RETURN-CODE
032900         STOP RUN
033000     END-IF.
033100     PERFORM 1210-SCAN-CALENDAR THRU 1210-EXIT
033200             UNTIL WS-CAL-EOF.
033300     CLOSE CAL-FILE.
033400     IF WS-BUS-DAYS-TOTAL = ZERO
033500         DISPLAY "BUDRPT1 - MONTH " WS-AS-OF-MONTH6
033600                 " HAS NO BUSINESS DAYS ON THE CALENDAR"
033700         MOVE 12 TO RETURN-CODE
033800         STOP RUN
033900     END-IF.
034000     COMPUTE WS-ELAPSED-PCT ROUNDED =
034100             WS-BUS-DAYS-ELAPSED * 100 / WS-BUS-DAYS-TOTAL.
034200 1200-EXIT.
034300     EXIT.
034400*
034500 1210-SCAN-CALENDAR.
034600     READ CAL-FILE
034700         AT END
034800             SET WS-CAL-EOF TO TRUE
034900             GO TO 1210-EXIT
035000     END-READ.
035100     IF CA-DATE (1:6) NOT = WS-AS-OF-MONTH6
035200        OR NOT CA-BUSINESS-DAY
035300         GO TO 1210-EXIT
035400     END-IF.
035500     ADD 1 TO WS-BUS-DAYS-TOTAL.
035600     IF CA-DATE NOT > WS-AS-OF-DATE8
035700         ADD 1 TO WS-BUS-DAYS-ELAPSED
035800     END-IF.
035900 1210-EXIT.
036000     EXIT.
036100*****************************************************************
036200*    1300-LOAD-ACCOUNTS - EVERY DISTINCT DEBIT AND CREDIT       *
036300*    ACCOUNT ON GLACCTMP IS REPORTED, BUDGETED OR NOT.  AN      *
036400*    ACCOUNT ONLY EVER MAPPED AS A CREDIT DEFAULTS TO THE CR    *
036500*    SIDE UNTIL A BUDGET SAYS OTHERWISE.                        *
036600*****************************************************************
036700 1300-LOAD-ACCOUNTS.
036800     OPEN INPUT ACCTMAP-FILE.
036900     IF WS-ACCTMAP-STATUS NOT = "00"
037000         DISPLAY "BUDRPT1 - CANNOT OPEN GLACCTMP, STATUS "
037100                 WS-ACCTMAP-STATUS
037200         MOVE 12 TO RETURN-CODE
037300         STOP RUN
037400     END-IF.
037500     PERFORM 1310-LOAD-ONE-MAP-ENTRY THRU 1310-EXIT
037600             UNTIL WS-MAP-EOF-REACHED.
037700     CLOSE ACCTMAP-FILE.
037800 1300-EXIT.
037900     EXIT.
038000*
038100 1310-LOAD-ONE-MAP-ENTRY.
038200     READ ACCTMAP-FILE
038300         AT END
038400             SET WS-MAP-EOF-REACHED TO TRUE
038500             GO TO 1310-EXIT
038600     END-READ.
038700     IF AM-DEBIT-ACCT NOT = SPACES
038800         MOVE AM-DEBIT-ACCT TO WS-ACCT-SEARCH
038900         MOVE "DR"          TO WS-SIDE-SEARCH
039000         PERFORM 1500-FIND-ACCOUNT THRU 1500-EXIT
039100         MOVE "DR" TO WS-ACCT-SIDE (WS-ACCT-IX)
039200     END-IF.
039300     IF AM-CREDIT-ACCT NOT = SPACES
039400         MOVE AM-CREDIT-ACCT TO WS-ACCT-SEARCH
039500         MOVE "CR"           TO WS-SIDE-SEARCH
039600         PERFORM 1500-FIND-ACCOUNT THRU 1500-EXIT
039700     END-IF.
039800 1310-EXIT.
039900     EXIT.
040000*****************************************************************
040100*    1400-LOAD-BUDGETS - PICK UP THE AS-OF YEAR'S BUDGETS UP TO *
040200*    AND INCLUDING THE AS-OF MONTH.  EARLIER MONTHS COUNT IN    *
040300*    FULL TOWARD YTD; THE AS-OF MONTH IS PRORATED AT PRINT      *
040400*    TIME.  NO BUDGET FILE YET MEANS NOTHING IS BUDGETED.       *
040500*****************************************************************
040600 1400-LOAD-BUDGETS.
040700     OPEN INPUT BUDGET-FILE.
040800     IF WS-BUDGET-NOT-FOUND
040900         DISPLAY "BUDRPT1 - NO BUDGET FILE - NOTHING BUDGETED"
041000         GO TO 1400-EXIT
041100     END-IF.
041200     IF WS-BUDGET-STATUS NOT = "00"
041300         DISPLAY "BUDRPT1 - CANNOT OPEN BUDGET, STATUS "
041400                 WS-BUDGET-STATUS
041500         MOVE 12 TO RETURN-CODE
041600         STOP RUN
041700     END-IF.
041800     PERFORM 1410-LOAD-ONE-BUDGET THRU 1410-EXIT
041900             UNTIL WS-BUDGET-EOF.
042000     CLOSE BUDGET-FILE.
042100 1400-EXIT.
042200     EXIT.
042300*
042400 1410-LOAD-ONE-BUDGET.
042500     READ BUDGET-FILE NEXT RECORD
042600         AT END
042700             SET WS-BUDGET-EOF TO TRUE
042800             GO TO 1410-EXIT
042900     END-READ.
043000     IF BU-PERIOD-YEAR NOT = WS-AS-OF-YEAR
043100        OR BU-PERIOD-MONTH > WS-AS-OF-MONTH
043200         GO TO 1410-EXIT
043300     END-IF.
043400     ADD 1 TO WS-BUDGET-USED-CNT.
043500     MOVE BU-ACCOUNT     TO WS-ACCT-SEARCH.
043600     MOVE BU-NORMAL-SIDE TO WS-SIDE-SEARCH.
043700     PERFORM 1500-FIND-ACCOUNT THRU 1500-EXIT.
043800     MOVE BU-NORMAL-SIDE TO WS-ACCT-SIDE (WS-ACCT-IX).
043900     IF BU-PERIOD-MONTH = WS-AS-OF-MONTH
044000         ADD BU-AMOUNT TO WS-ACCT-MONTH-BUD (WS-ACCT-IX)
044100     ELSE
044200         ADD BU-AMOUNT TO WS-ACCT-PRIOR-BUD (WS-ACCT-IX)
044300     END-IF.
044400 1410-EXIT.
044500     EXIT.
044600*****************************************************************
044700*    1500-FIND-ACCOUNT - LEAVE WS-ACCT-IX ON WS-ACCT-SEARCH,    *
044800*    ADDING IT ON THE WS-SIDE-SEARCH SIDE IF IT IS NEW          *
044900*****************************************************************
045000 1500-FIND-ACCOUNT.
045100     MOVE "N" TO WS-ACCT-FOUND-SW.
045200     PERFORM 1510-MATCH-ACCOUNT THRU 1510-EXIT
045300             VARYING WS-ACCT-IX FROM 1 BY 1
045400             UNTIL WS-ACCT-IX > WS-ACCT-CNT
045500                OR WS-ACCT-FOUND.
045600     IF NOT WS-ACCT-FOUND
045700         PERFORM 1520-ADD-NEW-ACCOUNT THRU 1520-EXIT
045800         MOVE WS-ACCT-CNT TO WS-ACCT-IX
045900     END-IF.
046000 1500-EXIT.
046100     EXIT.
046200*
046300 1510-MATCH-ACCOUNT.
046400     IF WS-ACCT-NUMBER (WS-ACCT-IX) = WS-ACCT-SEARCH
046500         SET WS-ACCT-FOUND TO TRUE
046600         SUBTRACT 1 FROM WS-ACCT-IX
046700     END-IF.
046800 1510-EXIT.
046900     EXIT.
047000*
047100 1520-ADD-NEW-ACCOUNT.
047200     IF WS-ACCT-CNT >= WS-ACCT-MAX
047300         DISPLAY "BUDRPT1 - ACCOUNT TABLE FULL AT " WS-ACCT-MAX
047400                 " ENTRIES - RAISE WS-ACCT-MAX"
047500         MOVE 12 TO RETURN-CODE
047600         STOP RUN
047700     END-IF.
047800     ADD 1 TO WS-ACCT-CNT.
047900     MOVE WS-ACCT-SEARCH TO WS-ACCT-NUMBER (WS-ACCT-CNT).
048000     MOVE WS-SIDE-SEARCH TO WS-ACCT-SIDE (WS-ACCT-CNT).
048100     MOVE ZERO TO WS-ACCT-MONTH-BUD (WS-ACCT-CNT).
048200     MOVE ZERO TO WS-ACCT-PRIOR-BUD (WS-ACCT-CNT).
048300     MOVE ZERO TO WS-ACCT-MTD-NET (WS-ACCT-CNT).
048400     MOVE ZERO TO WS-ACCT-YTD-NET (WS-ACCT-CNT).
048500 1520-EXIT.
048600     EXIT.
048700*****************************************************************
048800*    2000-ROLL-UP-ONE - ADD ONE LEDGER RECORD POSTED THIS YEAR  *
048900*    ON OR BEFORE THE AS-OF DATE INTO ITS ACCOUNT'S YTD AND,    *
049000*    WHEN IT IS IN THE AS-OF MONTH, MTD NET DEBIT.  REVERSALS   *
049100*    NET AGAINST THE ORIGINALS THEY REVERSE.                    *
049200*****************************************************************
049300 2000-ROLL-UP-ONE.
049400     ADD 1 TO WS-LEDGER-READ-CNT.
049500     IF PL-POST-DATE < WS-YEAR-START8
049600        OR PL-POST-DATE > WS-AS-OF-DATE8
049700         GO TO 2000-NEXT
049800     END-IF.
049900     ADD 1 TO WS-LEDGER-USED-CNT.
050000     MOVE PL-ACCOUNT TO WS-ACCT-SEARCH.
050100     MOVE "DR"       TO WS-SIDE-SEARCH.
050200     PERFORM 1500-FIND-ACCOUNT THRU 1500-EXIT.
050300     IF PL-SIDE-DEBIT
050400         ADD PL-AMOUNT TO WS-ACCT-YTD-NET (WS-ACCT-IX)
050500     ELSE
050600         SUBTRACT PL-AMOUNT FROM WS-ACCT-YTD-NET (WS-ACCT-IX)
050700     END-IF.
050800     IF PL-POST-DATE (1:6) = WS-AS-OF-MONTH6
050900         IF PL-SIDE-DEBIT
051000             ADD PL-AMOUNT TO WS-ACCT-MTD-NET (WS-ACCT-IX)
051100         ELSE
051200             SUBTRACT PL-AMOUNT FROM WS-ACCT-MTD-NET (WS-ACCT-IX)
051300         END-IF
051400     END-IF.
051500 2000-NEXT.
051600     PERFORM 2900-READ-LEDGER THRU 2900-EXIT.
051700 2000-EXIT.
051800     EXIT.
051900*
052000 2900-READ-LEDGER.
052100     READ LEDGER-FILE
052200         AT END SET WS-EOF-REACHED TO TRUE
052300     END-READ.
052400 2900-EXIT.
052500     EXIT.
052600*****************************************************************
052700*    3000-PRINT-REPORT - AN MTD AND A YTD LINE PER ACCOUNT      *
052800*****************************************************************
052900 3000-PRINT-REPORT.
053000     PERFORM 3100-PRINT-ONE-ACCOUNT THRU 3100-EXIT
053100             VARYING WS-ACCT-IX FROM 1 BY 1
053200             UNTIL WS-ACCT-IX > WS-ACCT-CNT.
053300 3000-EXIT.
053400     EXIT.
053500*
053600 3100-PRINT-ONE-ACCOUNT.
053700     MOVE WS-ACCT-MTD-NET (WS-ACCT-IX) TO WS-MTD-ACTUAL.
053800     MOVE WS-ACCT-YTD-NET (WS-ACCT-IX) TO WS-YTD-ACTUAL.
053900     IF WS-ACCT-SIDE (WS-ACCT-IX) = "CR"
054000         MULTIPLY -1 BY WS-MTD-ACTUAL
054100         MULTIPLY -1 BY WS-YTD-ACTUAL
054200     END-IF.
054300     COMPUTE WS-MTD-BUDGET ROUNDED =
054400             WS-ACCT-MONTH-BUD (WS-ACCT-IX)
054500             * WS-BUS-DAYS-ELAPSED / WS-BUS-DAYS-TOTAL.
054600     COMPUTE WS-YTD-BUDGET =
054700             WS-ACCT-PRIOR-BUD (WS-ACCT-IX) + WS-MTD-BUDGET.
054800     MOVE "N" TO WS-ACCT-FLAGGED-SW.
054900     MOVE "MTD"          TO WS-LINE-SPAN.
055000     MOVE WS-MTD-ACTUAL  TO WS-LINE-ACTUAL.
055100     MOVE WS-MTD-BUDGET  TO WS-LINE-BUDGET.
055200     PERFORM 3200-PRINT-LINE THRU 3200-EXIT.
055300     MOVE "YTD"          TO WS-LINE-SPAN.
055400     MOVE WS-YTD-ACTUAL  TO WS-LINE-ACTUAL.
055500     MOVE WS-YTD-BUDGET  TO WS-LINE-BUDGET.
055600     PERFORM 3200-PRINT-LINE THRU 3200-EXIT.
055700     IF WS-ACCT-FLAGGED
055800         ADD 1 TO WS-FLAGGED-CNT
055900     END-IF.
056000 3100-EXIT.
056100     EXIT.
056200*
056300*    THE PERCENTAGE IS OF BUDGET, SO IT IS LEFT BLANK WHERE     *
056400*    THERE IS NO BUDGET; ANY ACTUAL THERE IS FLAGGED NO BUDGET  *
056500 3200-PRINT-LINE.
056600     COMPUTE WS-LINE-VARIANCE = WS-LINE-ACTUAL - WS-LINE-BUDGET.
056700     MOVE WS-ACCT-NUMBER (WS-ACCT-IX) TO BV-DTL-ACCOUNT.
056800     MOVE WS-ACCT-SIDE (WS-ACCT-IX)   TO BV-DTL-SIDE.
056900     MOVE WS-LINE-SPAN                TO BV-DTL-SPAN.
057000     MOVE WS-LINE-ACTUAL              TO BV-DTL-ACTUAL.
057100     MOVE WS-LINE-BUDGET              TO BV-DTL-BUDGET.
057200     MOVE WS-LINE-VARIANCE            TO BV-DTL-VARIANCE.
057300     MOVE SPACES                      TO BV-DTL-FLAG.
057400     IF WS-LINE-BUDGET = ZERO
057500         MOVE SPACES TO BV-DTL-PCT-AREA
057600         IF WS-LINE-ACTUAL NOT = ZERO
057700             MOVE "*NO BUD" TO BV-DTL-FLAG
057800             SET WS-ACCT-FLAGGED TO TRUE
057900         END-IF
058000         GO TO 3200-WRITE
058100     END-IF.
058200     COMPUTE WS-LINE-PCT ROUNDED =
058300             WS-LINE-VARIANCE * 100 / WS-LINE-BUDGET
058400         ON SIZE ERROR
058500             IF WS-LINE-VARIANCE * WS-LINE-BUDGET < ZERO
058600                 MOVE -99999.9 TO WS-LINE-PCT
058700             ELSE
058800                 MOVE 99999.9 TO WS-LINE-PCT
058900             END-IF
059000     END-COMPUTE.
059100     MOVE WS-LINE-PCT TO WS-LINE-ABS-PCT.
059200     MOVE "%" TO BV-DTL-PCT-AREA (8:1).
059300     MOVE WS-LINE-PCT TO BV-DTL-PCT.
059400     IF WS-LINE-ABS-PCT > WS-TOLERANCE
059500         SET WS-ACCT-FLAGGED TO TRUE
059600         IF WS-LINE-VARIANCE > ZERO
059700             MOVE "*OVER"  TO BV-DTL-FLAG
059800         ELSE
059900             MOVE "*UNDER" TO BV-DTL-FLAG
060000         END-IF
060100     END-IF.
060200 3200-WRITE.
060300     MOVE BV-DETAIL-LINE TO REPORT-RECORD.
060400     WRITE REPORT-RECORD.
060500 3200-EXIT.
060600     EXIT.
060700*****************************************************************
060800*    9000-FINALIZE - TOTALS LINE, CLOSE, AND THE RETURN CODE    *
060900*****************************************************************
061000 9000-FINALIZE.
061100     MOVE WS-ACCT-CNT    TO BV-TRL-ACCOUNTS.
061200     MOVE WS-FLAGGED-CNT TO BV-TRL-FLAGGED.
061300     MOVE BV-TRAILER-LINE TO REPORT-RECORD.
061400     WRITE REPORT-RECORD.
061500     CLOSE LEDGER-FILE.
061600     CLOSE REPORT-FILE.
061700     DISPLAY "BUDRPT1 - AS OF " WS-AS-OF-DATE8
061800             " LEDGER USED=" WS-LEDGER-USED-CNT
061900             " OF " WS-LEDGER-READ-CNT
062000             " BUDGETS USED=" WS-BUDGET-USED-CNT
062100             " FLAGGED=" WS-FLAGGED-CNT.
062200     IF WS-FLAGGED-CNT > ZERO
062300         MOVE 4 TO RETURN-CODE
062400     END-IF.
062500 9000-EXIT.
062600     EXIT.
