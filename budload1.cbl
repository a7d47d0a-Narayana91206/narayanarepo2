000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BUDLOAD1.
000300 AUTHOR.         J R MARTIN.
000400 INSTALLATION.   FINANCE SYSTEMS - BATCH RECONCILIATION.
000500 DATE-WRITTEN.   2026-10-08.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    PROGRAM      BUDLOAD1                                     *
001000*    DESCRIPTION   VALIDATES AND LOADS FINANCE'S MONTHLY GL     *
001100*                  BUDGETS FROM THE BATCHED BUDIN FILE INTO THE *
001200*                  KEYED BUDGET FILE.  PASS 1 IS THE SAME KIND  *
001300*                  OF INTEGRITY CHECK TRANLOAD1 RUNS ON         *
001400*                  TRANFILE - EVERY GROUP NEEDS A HEADER AND A  *
001500*                  TRAILER WHOSE DETAIL COUNT AND AMOUNT HASH   *
001600*                  TOTAL MATCH WHAT WAS READ - AND EVERY DETAIL *
001700*                  MUST NAME A DEBIT OR CREDIT ACCOUNT ON       *
001800*                  GLACCTMP, A MONTH OF THE HEADER'S FISCAL     *
001900*                  YEAR, A DR/CR NORMAL SIDE AND A NUMERIC      *
002000*                  AMOUNT, WITH NO ACCOUNT AND MONTH GIVEN      *
002100*                  TWICE.  ANY FAILURE ENDS THE JOB RC 16 WITH  *
002200*                  NOTHING LOADED.  PASS 2 ADDS EACH ACCOUNT    *
002300*                  AND MONTH, OR REPLACES THE BUDGET ALREADY ON *
002400*                  FILE FOR IT, SO A REVISED BUDGET IS LOADED   *
002500*                  BY SIMPLY SENDING IT AGAIN.  THE BUDLDRPT    *
002600*                  REGISTER SHOWS EVERY ADD AND REPLACEMENT     *
002700*                  WITH THE FIGURE IT REPLACED.                 *
002800*                                                               *
002900*    MODIFICATION HISTORY                                      *
003000*    DATE       INIT  DESCRIPTION                               *
003100*    2026-10-08 JRM   INITIAL VERSION                           *
003200*                                                               *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.    IBM-370.
003700 OBJECT-COMPUTER.    IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT BUDIN-FILE      ASSIGN TO "BUDIN"
004100             ORGANIZATION IS LINE SEQUENTIAL
004200             FILE STATUS IS WS-BUDIN-STATUS.
004300*
004400     SELECT ACCTMAP-FILE    ASSIGN TO "GLACCTMP"
004500             ORGANIZATION IS LINE SEQUENTIAL
004600             FILE STATUS IS WS-ACCTMAP-STATUS.
004700*
004800     SELECT BUDGET-FILE     ASSIGN TO "BUDGET"
004900             ORGANIZATION IS INDEXED
005000             ACCESS MODE IS DYNAMIC
005100             RECORD KEY IS BU-KEY
005200             FILE STATUS IS WS-BUDGET-STATUS.
005300*
005400     SELECT REGISTER-FILE   ASSIGN TO "BUDLDRPT"
005500             ORGANIZATION IS LINE SEQUENTIAL
005600             FILE STATUS IS WS-REGISTER-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  BUDIN-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY "budin.cpy".
006200*
006300 FD  ACCTMAP-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY "glacctmp.cpy".
006600*
006700 FD  BUDGET-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY "budget.cpy".
007000*
007100 FD  REGISTER-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 01  REGISTER-RECORD             PIC X(80).
007400*
007500 WORKING-STORAGE SECTION.
007600*****************************************************************
007700*    INTEGRITY CHECK WORK FIELDS                                *
007800*****************************************************************
007900 77  WS-VFY-DETAIL-CNT           PIC 9(08) COMP VALUE ZERO.
008000 77  WS-VFY-HASH-AMOUNT          PIC S9(11) COMP VALUE ZERO.
008100 77  WS-VFY-BATCH-CNT            PIC 9(04) COMP VALUE ZERO.
008200 77  WS-FILE-DETAIL-CNT          PIC 9(08) COMP VALUE ZERO.
008300 77  WS-FISCAL-YEAR              PIC 9(04)      VALUE ZEROES.
008400 77  WS-IN-BATCH-SW              PIC X(01)      VALUE "N".
008500     88  WS-IN-BATCH                            VALUE "Y".
008600 77  WS-VFY-EOF-SW               PIC X(01)      VALUE "N".
008700     88  WS-VFY-EOF                             VALUE "Y".
008800 01  WS-VERIFY-MSG               PIC X(60)      VALUE SPACES.
008900 01  WS-EDIT-MONTH               PIC 9(02)      VALUE ZEROES.
009000*****************************************************************
009100*    EVERY DEBIT AND CREDIT ACCOUNT NAMED ON GLACCTMP - A       *
009200*    BUDGET FOR ANY OTHER ACCOUNT COULD NEVER MEET AN ACTUAL    *
009300*****************************************************************
009400 77  WS-ACCT-MAX                 PIC 9(04) COMP VALUE 200.
009500 77  WS-ACCT-CNT                 PIC 9(04) COMP VALUE ZERO.
009600 77  WS-ACCT-IX                  PIC 9(04) COMP VALUE ZERO.
009700 77  WS-ACCT-FOUND-SW            PIC X(01)      VALUE "N".
009800     88  WS-ACCT-FOUND                          VALUE "Y".
009900 77  WS-MAP-EOF-SW               PIC X(01)      VALUE "N".
010000     88  WS-MAP-EOF-REACHED                     VALUE "Y".
010100 01  WS-ACCT-SEARCH              PIC X(08)      VALUE SPACES.
010200 01  WS-ACCT-TABLE.
010300     05  WS-ACCT-NUMBER OCCURS 200 TIMES
010400                                 PIC X(08).
010500*****************************************************************
010600*    ACCOUNT AND MONTH KEYS ALREADY SEEN ON THIS BUDIN FILE     *
010700*****************************************************************
010800 77  WS-KEY-MAX                  PIC 9(04) COMP VALUE 3000.
010900 77  WS-KEY-CNT                  PIC 9(04) COMP VALUE ZERO.
011000 77  WS-KEY-IX                   PIC 9(04) COMP VALUE ZERO.
011100 77  WS-KEY-FOUND-SW             PIC X(01)      VALUE "N".
011200     88  WS-KEY-FOUND                           VALUE "Y".
011300 01  WS-KEY-SEARCH.
011400     05  WS-KEY-SRCH-ACCOUNT     PIC X(08).
011500     05  WS-KEY-SRCH-PERIOD      PIC X(06).
011600 01  WS-KEY-TABLE.
011700     05  WS-KEY-ENTRY OCCURS 3000 TIMES
011800                                 PIC X(14).
011900*****************************************************************
012000*    LOAD PASS WORK FIELDS                                      *
012100*****************************************************************
012200 77  WS-ADDED-CNT                PIC 9(08) COMP VALUE ZERO.
012300 77  WS-REPLACED-CNT             PIC 9(08) COMP VALUE ZERO.
012400 77  WS-LOAD-AMOUNT              PIC S9(11) COMP VALUE ZERO.
012500 77  WS-OLD-AMOUNT               PIC S9(09)     VALUE ZERO.
012600 77  WS-BATCH-SOURCE             PIC X(08)      VALUE SPACES.
012700 77  WS-LOAD-EOF-SW              PIC X(01)      VALUE "N".
012800     88  WS-LOAD-EOF                            VALUE "Y".
012900 77  WS-ON-FILE-SW               PIC X(01)      VALUE "N".
013000     88  WS-ON-FILE                             VALUE "Y".
013100*****************************************************************
013200*    FILE STATUS AND SWITCHES                                   *
013300*****************************************************************
013400 77  WS-BUDIN-STATUS             PIC X(02)      VALUE SPACES.
013500 77  WS-ACCTMAP-STATUS           PIC X(02)      VALUE SPACES.
013600 77  WS-BUDGET-STATUS            PIC X(02)      VALUE SPACES.
013700     88  WS-BUDGET-NOT-FOUND                    VALUE "35".
013800 77  WS-REGISTER-STATUS          PIC X(02)      VALUE SPACES.
013900*
014000 01  WS-CURR-DATE8               PIC 9(08)      VALUE ZEROES.
014100 01  WS-CURR-TIME8               PIC 9(08)      VALUE ZEROES.
014200*****************************************************************
014300*    LOAD REGISTER LINE LAYOUTS - ALL 80 BYTES                  *
014400*****************************************************************
014500 01  BL-HEADER-LINE.
014600     05  FILLER                  PIC X(30)
014700             VALUE "BUDLOAD1 BUDGET LOAD REGISTER ".
014800     05  FILLER                  PIC X(12)  VALUE "FISCAL YEAR ".
014900     05  BL-HDR-YEAR             PIC 9(04).
015000     05  FILLER                  PIC X(08)  VALUE "  LOADED".
015100     05  FILLER                  PIC X(01)  VALUE SPACES.
015200     05  BL-HDR-LOAD-DATE        PIC 9(08).
015300     05  FILLER                  PIC X(17)  VALUE SPACES.
015400*
015500 01  BL-DETAIL-LINE.
015600     05  BL-DTL-ACTION           PIC X(09).
015700     05  BL-DTL-ACCOUNT          PIC X(08).
015800     05  FILLER                  PIC X(01)  VALUE SPACES.
015900     05  BL-DTL-PERIOD           PIC 9(06).
016000     05  FILLER                  PIC X(01)  VALUE SPACES.
016100     05  BL-DTL-SIDE             PIC X(02).
016200     05  FILLER                  PIC X(08)  VALUE " BUDGET=".
016300     05  BL-DTL-AMOUNT           PIC -(9)9.
016400     05  BL-DTL-WAS-AREA.
016500         10  FILLER              PIC X(05)  VALUE " WAS=".
016600         10  BL-DTL-OLD-AMOUNT   PIC -(9)9.
016700     05  FILLER                  PIC X(01)  VALUE SPACES.
016800     05  BL-DTL-SOURCE           PIC X(08).
016900     05  FILLER                  PIC X(11)  VALUE SPACES.
017000*
017100 01  BL-TRAILER-LINE.
017200     05  FILLER                  PIC X(15)
017300             VALUE "TOTALS - ADDED=".
017400     05  BL-TRL-ADDED            PIC Z(7)9.
017500     05  FILLER                  PIC X(10)  VALUE " REPLACED=".
017600     05  BL-TRL-REPLACED         PIC Z(7)9.
017700     05  FILLER                  PIC X(08)  VALUE " AMOUNT=".
017800     05  BL-TRL-AMOUNT           PIC -(11)9.
017900     05  FILLER                  PIC X(19)  VALUE SPACES.
018000 PROCEDURE DIVISION.
018100*****************************************************************
018200*    0000-MAINLINE                                              *
018300*****************************************************************
018400 0000-MAINLINE.
018500     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
018600     ACCEPT WS-CURR-TIME8 FROM TIME.
018700     PERFORM 1100-LOAD-ACCOUNTS THRU 1100-EXIT.
018800     PERFORM 1000-VERIFY-BUDIN THRU 1000-EXIT.
018900     PERFORM 2000-LOAD-BUDIN THRU 2000-EXIT.
019000     PERFORM 9000-FINALIZE THRU 9000-EXIT.
019100     STOP RUN.
019200*****************************************************************
019300*    1000-VERIFY-BUDIN - READ-ONLY INTEGRITY PASS.  THE FILE    *
019400*    MUST BE ONE OR MORE BATCH GROUPS, EACH A HEADER, DETAILS   *
019500*    THAT ALL EDIT CLEAN, AND A TRAILER WHOSE DETAIL COUNT AND  *
019600*    AMOUNT HASH TOTAL MATCH WHAT WAS READ.                     *
019700*****************************************************************
019800 1000-VERIFY-BUDIN.
019900     OPEN INPUT BUDIN-FILE.
020000     IF WS-BUDIN-STATUS NOT = "00"
020100         MOVE "CANNOT OPEN BUDIN" TO WS-VERIFY-MSG
020200         PERFORM 1095-VERIFY-FAIL-UNOPENED THRU 1095-EXIT
020300     END-IF.
020400     PERFORM 1010-VERIFY-ONE-RECORD THRU 1010-EXIT
020500             UNTIL WS-VFY-EOF.
020600     IF WS-IN-BATCH
020700         MOVE "TRAILER RECORD MISSING - FILE TRUNCATED"
020800             TO WS-VERIFY-MSG
020900         PERFORM 1090-VERIFY-FAIL THRU 1090-EXIT
021000     END-IF.
021100     IF WS-VFY-BATCH-CNT = ZERO
021200         MOVE "NO BATCH HEADER RECORD ON BUDIN"
021300             TO WS-VERIFY-MSG
021400         PERFORM 1090-VERIFY-FAIL THRU 1090-EXIT
021500     END-IF.
021600     CLOSE BUDIN-FILE.
021700 1000-EXIT.
021800     EXIT.
021900*
022000 1010-VERIFY-ONE-RECORD.
022100     READ BUDIN-FILE
022200         AT END
022300             SET WS-VFY-EOF TO TRUE
022400             GO TO 1010-EXIT
022500     END-READ.
022600     EVALUATE TRUE
022700         WHEN BI-TYPE-HEADER
022800             PERFORM 1020-VERIFY-HEADER THRU 1020-EXIT
022900         WHEN BI-TYPE-DETAIL
023000             PERFORM 1030-VERIFY-DETAIL THRU 1030-EXIT
023100         WHEN BI-TYPE-TRAILER
023200             PERFORM 1040-VERIFY-TRAILER THRU 1040-EXIT
023300         WHEN OTHER
023400             MOVE "UNKNOWN RECORD TYPE ON BUDIN"
023500                 TO WS-VERIFY-MSG
023600             PERFORM 1090-VERIFY-FAIL THRU 1090-EXIT
023700     END-EVALUATE.
023800 1010-EXIT.
023900     EXIT.
024000*
024100 1020-VERIFY-HEADER.
024200     IF WS-IN-BATCH
024300         MOVE "HEADER INSIDE AN UNFINISHED BATCH"
024400             TO WS-VERIFY-MSG
024500         PERFORM 1090-VERIFY-FAIL THRU 1090-EXIT
024600     END-IF.
024700     IF BI-HDR-FISCAL-YEAR IS NOT NUMERIC
024800        OR BI-HDR-FISCAL-YEAR = ZERO
024900         MOVE "HEADER FISCAL YEAR IS NOT NUMERIC"
025000             TO WS-VERIFY-MSG
025100         PERFORM 1090-VERIFY-FAIL THRU 1090-EXIT
025200     END-IF.
025300     SET WS-IN-BATCH TO TRUE.
025400     MOVE BI-HDR-FISCAL-YEAR TO WS-FISCAL-YEAR.
025500     MOVE ZERO TO WS-VFY-DETAIL-CNT.
025600     MOVE ZERO TO WS-VFY-HASH-AMOUNT.
025700 1020-EXIT.
025800     EXIT.
025900*
026000 1030-VERIFY-DETAIL.
026100     IF NOT WS-IN-BATCH
026200         MOVE "DETAIL RECORD OUTSIDE A BATCH" TO WS-VERIFY-MSG
026300         PERFORM 1090-VERIFY-FAIL THRU 1090-EXIT
026400     END-IF.
026500     ADD 1 TO WS-VFY-DETAIL-CNT.
026600     ADD 1 TO WS-FILE-DETAIL-CNT.
026700     IF BI-AMOUNT IS NOT NUMERIC
026800         MOVE SPACES TO WS-VERIFY-MSG
026900         STRING "AMOUNT NOT NUMERIC FOR " BI-ACCOUNT
027000                " " BI-PERIOD-X
027100                DELIMITED BY SIZE INTO WS-VERIFY-MSG
027200         PERFORM 1090-VERIFY-FAIL THRU 1090-EXIT
027300     END-IF.
027400     ADD BI-AMOUNT TO WS-VFY-HASH-AMOUNT.
027500     MOVE BI-ACCOUNT TO WS-ACCT-SEARCH.
027600     PERFORM 1150-FIND-ACCOUNT THRU 1150-EXIT.
027700     IF NOT WS-ACCT-FOUND
027800         MOVE SPACES TO WS-VERIFY-MSG
027900         STRING "ACCOUNT " BI-ACCOUNT " IS NOT ON GLACCTMP"
028000                DELIMITED BY SIZE INTO WS-VERIFY-MSG
028100         PERFORM 1090-VERIFY-FAIL THRU 1090-EXIT
028200     END-IF.
028300     IF BI-PERIOD-X IS NOT NUMERIC
028400         MOVE SPACES TO WS-VERIFY-MSG
028500         STRING "MONTH " BI-PERIOD-X " FOR " BI-ACCOUNT
028600                " IS NOT YYYYMM"
028700                DELIMITED BY SIZE INTO WS-VERIFY-MSG
028800         PERFORM 1090-VERIFY-FAIL THRU 1090-EXIT
028900     END-IF.
029000     MOVE BI-PERIOD-X (5:2) TO WS-EDIT-MONTH.
029100     IF BI-PERIOD-X (1:4) NOT = WS-FISCAL-YEAR
029200        OR WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
029300         MOVE SPACES TO WS-VERIFY-MSG
029400         STRING "MONTH " BI-PERIOD-X " FOR " BI-ACCOUNT
029500                " IS NOT IN FISCAL YEAR " WS-FISCAL-YEAR
029600                DELIMITED BY SIZE INTO WS-VERIFY-MSG
029700         PERFORM 1090-VERIFY-FAIL THRU 1090-EXIT
029800     END-IF.
029900     IF NOT BI-SIDE-VALID
030000         MOVE SPACES TO WS-VERIFY-MSG
030100         STRING "NORMAL SIDE FOR " BI-ACCOUNT " " BI-PERIOD-X
030200                " IS NOT DR OR CR"
030300                DELIMITED BY SIZE INTO WS-VERIFY-MSG
030400         PERFORM 1090-VERIFY-FAIL THRU 1090-EXIT
030500     END-IF.
030600     PERFORM 1160-CHECK-DUPLICATE THRU 1160-EXIT.
030700 1030-EXIT.
030800     EXIT.
030900*
031000 1040-VERIFY-TRAILER.
031100     IF NOT WS-IN-BATCH
031200         MOVE "TRAILER RECORD OUTSIDE A BATCH" TO WS-VERIFY-MSG
031300         PERFORM 1090-VERIFY-FAIL THRU 1090-EXIT
031400     END-IF.
031500     IF BI-TRL-RECORD-CNT NOT = WS-VFY-DETAIL-CNT
031600         MOVE "TRAILER RECORD COUNT DOES NOT MATCH FILE"
031700             TO WS-VERIFY-MSG
031800         PERFORM 1090-VERIFY-FAIL THRU 1090-EXIT
031900     END-IF.
032000     IF BI-TRL-HASH-AMOUNT IS NOT NUMERIC
032100        OR BI-TRL-HASH-AMOUNT NOT = WS-VFY-HASH-AMOUNT
032200         MOVE "TRAILER AMOUNT HASH TOTAL DOES NOT MATCH FILE"
032300             TO WS-VERIFY-MSG
032400         PERFORM 1090-VERIFY-FAIL THRU 1090-EXIT
032500     END-IF.
032600     MOVE "N" TO WS-IN-BATCH-SW.
032700     ADD 1 TO WS-VFY-BATCH-CNT.
032800 1040-EXIT.
032900     EXIT.
033000*
033100 1090-VERIFY-FAIL.
033200     CLOSE BUDIN-FILE.
033300     PERFORM 1095-VERIFY-FAIL-UNOPENED THRU 1095-EXIT.
033400 1090-EXIT.
033500     EXIT.
033600*
033700 1095-VERIFY-FAIL-UNOPENED.
033800     DISPLAY "BUDLOAD1 - BUDIN INTEGRITY CHECK FAILED".
033900     DISPLAY "BUDLOAD1 - " WS-VERIFY-MSG.
034000     DISPLAY "BUDLOAD1 - NOTHING HAS BEEN LOADED".
034100     MOVE 16 TO RETURN-CODE.
034200     STOP RUN.
034300 1095-EXIT.
034400     EXIT.
034500*****************************************************************
034600*    1100-LOAD-ACCOUNTS - EVERY DISTINCT DEBIT AND CREDIT       *
034700*    ACCOUNT ON THE GL ACCOUNT-MAPPING TABLE                    *
034800*****************************************************************
034900 1100-LOAD-ACCOUNTS.
035000     OPEN INPUT ACCTMAP-FILE.
035100     IF WS-ACCTMAP-STATUS NOT = "00"
035200         DISPLAY "BUDLOAD1 - CANNOT OPEN GLACCTMP, STATUS "
035300                 WS-ACCTMAP-STATUS
035400         MOVE 12 TO RETURN-CODE
035500         STOP RUN
035600     END-IF.
035700     PERFORM 1110-LOAD-ONE-MAP-ENTRY THRU 1110-EXIT
035800             UNTIL WS-MAP-EOF-REACHED.
035900     CLOSE ACCTMAP-FILE.
036000 1100-EXIT.
036100     EXIT.
036200*
036300 1110-LOAD-ONE-MAP-ENTRY.
036400     READ ACCTMAP-FILE
036500         AT END
036600             SET WS-MAP-EOF-REACHED TO TRUE
036700             GO TO 1110-EXIT
036800     END-READ.
036900     MOVE AM-DEBIT-ACCT TO WS-ACCT-SEARCH.
037000     PERFORM 1120-ADD-ACCOUNT THRU 1120-EXIT.
037100     MOVE AM-CREDIT-ACCT TO WS-ACCT-SEARCH.
037200     PERFORM 1120-ADD-ACCOUNT THRU 1120-EXIT.
037300 1110-EXIT.
037400     EXIT.
037500*
037600 1120-ADD-ACCOUNT.
037700     IF WS-ACCT-SEARCH = SPACES
037800         GO TO 1120-EXIT
037900     END-IF.
038000     PERFORM 1150-FIND-ACCOUNT THRU 1150-EXIT.
038100     IF WS-ACCT-FOUND
038200         GO TO 1120-EXIT
038300     END-IF.
038400     IF WS-ACCT-CNT >= WS-ACCT-MAX
038500         DISPLAY "BUDLOAD1 - ACCOUNT TABLE FULL AT " WS-ACCT-MAX
038600                 " ENTRIES - RAISE WS-ACCT-MAX"
038700         MOVE 12 TO RETURN-CODE
038800         STOP RUN
038900     END-IF.
039000     ADD 1 TO WS-ACCT-CNT.
039100     MOVE WS-ACCT-SEARCH TO WS-ACCT-NUMBER (WS-ACCT-CNT).
039200 1120-EXIT.
039300     EXIT.
039400*
039500 1150-FIND-ACCOUNT.
039600     MOVE "N" TO WS-ACCT-FOUND-SW.
039700     PERFORM 1155-MATCH-ACCOUNT THRU 1155-EXIT
039800             VARYING WS-ACCT-IX FROM 1 BY 1
039900             UNTIL WS-ACCT-IX > WS-ACCT-CNT
040000                OR WS-ACCT-FOUND.
040100 1150-EXIT.
040200     EXIT.
040300*
040400 1155-MATCH-ACCOUNT.
040500     IF WS-ACCT-NUMBER (WS-ACCT-IX) = WS-ACCT-SEARCH
040600         SET WS-ACCT-FOUND TO TRUE
040700     END-IF.
040800 1155-EXIT.
040900     EXIT.
041000*
041100*    THE SAME ACCOUNT AND MONTH TWICE ON ONE FILE IS REFUSED    *
041200*    RATHER THAN LETTING THE LATER FIGURE SILENTLY WIN          *
041300 1160-CHECK-DUPLICATE.
041400     MOVE BI-ACCOUNT  TO WS-KEY-SRCH-ACCOUNT.
041500     MOVE BI-PERIOD-X TO WS-KEY-SRCH-PERIOD.
041600     MOVE "N" TO WS-KEY-FOUND-SW.
041700     PERFORM 1165-MATCH-KEY THRU 1165-EXIT
041800             VARYING WS-KEY-IX FROM 1 BY 1
041900             UNTIL WS-KEY-IX > WS-KEY-CNT
042000                OR WS-KEY-FOUND.
042100     IF WS-KEY-FOUND
042200         MOVE SPACES TO WS-VERIFY-MSG
042300         STRING "ACCOUNT " BI-ACCOUNT " MONTH " BI-PERIOD-X
042400                " IS ON THE FILE TWICE"
042500                DELIMITED BY SIZE INTO WS-VERIFY-MSG
042600         PERFORM 1090-VERIFY-FAIL THRU 1090-EXIT
042700     END-IF.
042800     IF WS-KEY-CNT >= WS-KEY-MAX
042900         DISPLAY "BUDLOAD1 - KEY TABLE FULL AT " WS-KEY-MAX
043000                 " ENTRIES - RAISE WS-KEY-MAX"
043100         MOVE 12 TO RETURN-CODE
043200         STOP RUN
043300     END-IF.
043400     ADD 1 TO WS-KEY-CNT.
043500     MOVE WS-KEY-SEARCH TO WS-KEY-ENTRY (WS-KEY-CNT).
043600 1160-EXIT.
043700     EXIT.
043800*
043900 1165-MATCH-KEY.
044000     IF WS-KEY-ENTRY (WS-KEY-IX) = WS-KEY-SEARCH
044100         SET WS-KEY-FOUND TO TRUE
044200     END-IF.
044300 1165-EXIT.
044400     EXIT.
044500*****************************************************************
044600*    2000-LOAD-BUDIN - SECOND PASS: ADD OR REPLACE EVERY        *
044700*    DETAIL ON THE BUDGET FILE AND REGISTER IT                  *
044800*****************************************************************
044900 2000-LOAD-BUDIN.
045000     PERFORM 2100-OPEN-BUDGET THRU 2100-EXIT.
045100     OPEN OUTPUT REGISTER-FILE.
045200     MOVE WS-FISCAL-YEAR TO BL-HDR-YEAR.
045300     MOVE WS-CURR-DATE8  TO BL-HDR-LOAD-DATE.
045400     MOVE BL-HEADER-LINE TO REGISTER-RECORD.
045500     WRITE REGISTER-RECORD.
045600     OPEN INPUT BUDIN-FILE.
045700     PERFORM 2300-LOAD-ONE-RECORD THRU 2300-EXIT
045800             UNTIL WS-LOAD-EOF.
045900     CLOSE BUDIN-FILE.
046000     CLOSE BUDGET-FILE.
046100 2000-EXIT.
046200     EXIT.
046300*
046400 2100-OPEN-BUDGET.
046500     OPEN I-O BUDGET-FILE.
046600     IF WS-BUDGET-NOT-FOUND
046700         OPEN OUTPUT BUDGET-FILE
046800         CLOSE BUDGET-FILE
046900         OPEN I-O BUDGET-FILE
047000     END-IF.
047100     IF WS-BUDGET-STATUS NOT = "00"
047200         DISPLAY "BUDLOAD1 - CANNOT OPEN BUDGET, STATUS "
047300                 WS-BUDGET-STATUS
047400         MOVE 12 TO RETURN-CODE
047500         STOP RUN
047600     END-IF.
047700 2100-EXIT.
047800     EXIT.
047900*
048000 2300-LOAD-ONE-RECORD.
048100     READ BUDIN-FILE
048200         AT END
048300             SET WS-LOAD-EOF TO TRUE
048400             GO TO 2300-EXIT
048500     END-READ.
048600     EVALUATE TRUE
048700         WHEN BI-TYPE-HEADER
048800             MOVE BI-HDR-SOURCE TO WS-BATCH-SOURCE
048900         WHEN BI-TYPE-DETAIL
049000             PERFORM 2400-STORE-BUDGET THRU 2400-EXIT
049100         WHEN OTHER
049200             CONTINUE
049300     END-EVALUATE.
049400 2300-EXIT.
049500     EXIT.
049600*
049700 2400-STORE-BUDGET.
049800     MOVE BI-ACCOUNT TO BU-ACCOUNT.
049900     MOVE BI-PERIOD  TO BU-PERIOD.
050000     MOVE "N" TO WS-ON-FILE-SW.
050100     READ BUDGET-FILE
050200         INVALID KEY
050300             MOVE ZERO TO WS-OLD-AMOUNT
050400         NOT INVALID KEY
050500             SET WS-ON-FILE TO TRUE
050600             MOVE BU-AMOUNT TO WS-OLD-AMOUNT
050700     END-READ.
050800     MOVE SPACES          TO BU-BUDGET-RECORD.
050900     MOVE BI-ACCOUNT      TO BU-ACCOUNT.
051000     MOVE BI-PERIOD       TO BU-PERIOD.
051100     MOVE BI-NORMAL-SIDE  TO BU-NORMAL-SIDE.
051200     MOVE BI-AMOUNT       TO BU-AMOUNT.
051300     MOVE WS-BATCH-SOURCE TO BU-SOURCE.
051400     MOVE WS-CURR-DATE8   TO BU-LOAD-DATE.
051500     MOVE WS-CURR-TIME8   TO BU-LOAD-TIME.
051600     IF WS-ON-FILE
051700         REWRITE BU-BUDGET-RECORD
051800         ADD 1 TO WS-REPLACED-CNT
051900         MOVE "REPLACED " TO BL-DTL-ACTION
052000         MOVE " WAS="     TO BL-DTL-WAS-AREA
052100         MOVE WS-OLD-AMOUNT TO BL-DTL-OLD-AMOUNT
052200     ELSE
052300         WRITE BU-BUDGET-RECORD
052400         ADD 1 TO WS-ADDED-CNT
052500         MOVE "ADDED    " TO BL-DTL-ACTION
052600         MOVE SPACES      TO BL-DTL-WAS-AREA
052700     END-IF.
052800     IF WS-BUDGET-STATUS NOT = "00"
052900         DISPLAY "BUDLOAD1 - BUDGET WRITE FAILED FOR " BI-ACCOUNT
053000                 " " BI-PERIOD ", STATUS " WS-BUDGET-STATUS
053100         MOVE 12 TO RETURN-CODE
053200         STOP RUN
053300     END-IF.
053400     ADD BI-AMOUNT TO WS-LOAD-AMOUNT.
053500     MOVE BI-ACCOUNT      TO BL-DTL-ACCOUNT.
053600     MOVE BI-PERIOD       TO BL-DTL-PERIOD.
053700     MOVE BI-NORMAL-SIDE  TO BL-DTL-SIDE.
053800     MOVE BI-AMOUNT       TO BL-DTL-AMOUNT.
053900     MOVE WS-BATCH-SOURCE TO BL-DTL-SOURCE.
054000     MOVE BL-DETAIL-LINE TO REGISTER-RECORD.
054100     WRITE REGISTER-RECORD.
054200 2400-EXIT.
054300     EXIT.
054400*****************************************************************
054500*    9000-FINALIZE - REGISTER TOTALS AND RUN SUMMARY            *
054600*****************************************************************
054700 9000-FINALIZE.
054800     MOVE WS-ADDED-CNT    TO BL-TRL-ADDED.
054900     MOVE WS-REPLACED-CNT TO BL-TRL-REPLACED.
055000     MOVE WS-LOAD-AMOUNT  TO BL-TRL-AMOUNT.
055100     MOVE BL-TRAILER-LINE TO REGISTER-RECORD.
055200     WRITE REGISTER-RECORD.
055300     CLOSE REGISTER-FILE.
055400     DISPLAY "BUDLOAD1 - BATCHES=" WS-VFY-BATCH-CNT
055500             " DETAILS=" WS-FILE-DETAIL-CNT
055600             " ADDED=" WS-ADDED-CNT
055700             " REPLACED=" WS-REPLACED-CNT.
055800 9000-EXIT.
055900     EXIT.
