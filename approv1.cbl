000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     APPROV1.
000300 AUTHOR.         J R MARTIN.
000400 INSTALLATION.   FINANCE SYSTEMS - BATCH RECONCILIATION.
000500 DATE-WRITTEN.   2026-10-05.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    PROGRAM      APPROV1                                      *
001000*    DESCRIPTION   SECOND-OPERATOR APPROVAL OF ONLINE           *
001100*                  MAINTENANCE.  ADDONL1 QUEUES EVERY CHANGE,   *
001200*                  DELETE AND REVERSAL, AND EVERY ADD IN A      *
001300*                  SENSITIVE CATEGORY, ON THE PENDAPPR FILE,    *
001400*                  HOLDING THE TARGET MASTER RECORD (STATUS H)  *
001450*                  FOR A CHANGE, DELETE OR REVERSAL.  ONLY AN   *
001500*                  ACTIVE OPERATOR WITH AUTHORITY 'S' MAY SIGN  *
001600*                  ON, AND NO ONE MAY DECIDE AN ITEM THEY       *
001700*                  KEYED THEMSELVES.                            *
001800*                  COMMANDS: LIST WAITING ITEMS, APPROVE ONE    *
001900*                  (THE MASTER IS UPDATED AS ADDONL1 USED TO    *
002000*                  DO IT DIRECTLY), DECLINE ONE WITH A REASON   *
002100*                  (A HELD RECORD IS RELEASED UNCHANGED), AND   *
002200*                  INQUIRE.  THE KEYING OPERATOR AND THE        *
002300*                  APPROVER, WITH THEIR DATES AND TIMES, ARE    *
002400*                  STAMPED ON THE MASTER, AND EVERY DECISION    *
002500*                  APPENDS A RECORD TO AUDITLOG.  LIKE SECADM1, *
002600*                  THE SCREEN IS DRIVEN WITH ACCEPT/DISPLAY.    *
002700*                  THE PENDAPPR FILE IS RE-READ BEFORE EVERY    *
002720*                  COMMAND AND AGAIN JUST BEFORE IT IS WRITTEN  *
002740*                  BACK AFTER A DECISION, SO ITEMS QUEUED BY    *
002760*                  ADDONL1 DURING THE SESSION ARE NOT LOST.     *
002780*                  DECIDED ITEMS ARE MOVED TO THE PENDHIST      *
002790*                  HISTORY FILE, WHERE INQUIRY STILL FINDS      *
002800*                  THEM.  A REVERSAL (ACTION R) HOLDS ITS       *
002810*                  POSTED TARGET UNTIL IT IS DECIDED HERE - ON  *
002820*                  APPROVAL ANY CORRECTION KEYED WITH IT IS     *
002830*                  WRITTEN AND THE TARGET MARKED REVERSAL       *
002840*                  PENDING; ON DECLINE IT GOES BACK TO POSTED.  *
003100*                                                               *
003200*    MODIFICATION HISTORY                                      *
003300*    DATE       INIT  DESCRIPTION                               *
003400*    2026-10-05 JRM   INITIAL VERSION                           *
003420*    2026-10-10 JRM   TAKE EACH NEW TRANSACTION ID FROM THE     *
003440*                     TRNIDS1 CONTROL RECORD AS IT IS WRITTEN,  *
003460*                     AS ADDONL1 DOES, INSTEAD OF SCANNING THE  *
003480*                     MASTER AT SIGN-ON; A RELEASE REWRITE MAY  *
003490*                     NOW END STATUS 02 (ALTERNATE KEY)         *
003492*    2026-10-13 JRM   LOG A THREE-BAD-PASSWORD LOCKOUT ON THE   *
003494*                     SECAUDIT TRAIL (ACTION LOCK) SO THE       *
003496*                     LOCK IS DATED                             *
003500*    2026-10-15 JRM   RE-READ PENDAPPR JUST BEFORE WRITING IT   *
003505*                     BACK AND APPLY THE DECISION BY ITEM ID,   *
003510*                     ONLY IF THE ITEM IS STILL WAITING; RE-    *
003515*                     CHECK THAT BEFORE THE MASTER IS TOUCHED;  *
003520*                     MOVE DECIDED ITEMS TO PENDHIST; APPROVE   *
003525*                     OR DECLINE A REVERSAL (ACTION R); RE-     *
003530*                     CHECK AN ITEM AFTER THE DECLINE REASON IS *
003535*                     KEYED                                     *
003560*                                                               *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.    IBM-370.
004000 OBJECT-COMPUTER.    IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT SECURITY-FILE   ASSIGN TO "OPSECFIL"
004400             ORGANIZATION IS LINE SEQUENTIAL
004500             FILE STATUS IS WS-SECURITY-STATUS.
004600*
004700     SELECT MASTER-FILE     ASSIGN TO "TRANMAST"
004800             ORGANIZATION IS INDEXED
004900             ACCESS MODE IS DYNAMIC
005000             RECORD KEY IS TM-TRANS-ID
005050             ALTERNATE RECORD KEY IS TM-STATUS WITH DUPLICATES
005100             FILE STATUS IS WS-MASTER-STATUS.
005200*
005300     SELECT PENDING-FILE    ASSIGN TO "PENDAPPR"
005400             ORGANIZATION IS LINE SEQUENTIAL
005500             FILE STATUS IS WS-PENDING-STATUS.
005520*
005540     SELECT HISTORY-FILE    ASSIGN TO "PENDHIST"
005560             ORGANIZATION IS LINE SEQUENTIAL
005580             FILE STATUS IS WS-HISTORY-STATUS.
005600*
005700     SELECT AUDIT-FILE      ASSIGN TO "AUDITLOG"
005800             ORGANIZATION IS LINE SEQUENTIAL
005900             FILE STATUS IS WS-AUDIT-STATUS.
005920*
005940     SELECT SECAUDIT-FILE   ASSIGN TO "SECAUDIT"
005960             ORGANIZATION IS LINE SEQUENTIAL
005980             FILE STATUS IS WS-SECAUDIT-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  SECURITY-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY "opsec.cpy".
006500*
006600 FD  MASTER-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY "tranmast.cpy".
006900*
007000 FD  PENDING-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  PENDING-RECORD              PIC X(100).
007300*
007320 FD  HISTORY-FILE
007340     LABEL RECORDS ARE STANDARD.
007360 01  HISTORY-RECORD              PIC X(100).
007380*
007400 FD  AUDIT-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY "auditrec.cpy".
007620*
007640 FD  SECAUDIT-FILE
007660     LABEL RECORDS ARE STANDARD.
007680     COPY "secaud.cpy".
007700*
007800 WORKING-STORAGE SECTION.
007900*****************************************************************
008000*    SCREEN CONTROL SWITCHES                                    *
008100*****************************************************************
008200 77  WS-COMMAND                  PIC X(01)      VALUE SPACES.
008300     88  WS-CMD-LIST                            VALUE "L" "l".
008400     88  WS-CMD-APPROVE                         VALUE "A" "a".
008500     88  WS-CMD-DECLINE                         VALUE "X" "x".
008600     88  WS-CMD-INQUIRE                         VALUE "I" "i".
008700     88  WS-CMD-QUIT                            VALUE "Q" "q".
008800 77  WS-DONE-SW                  PIC X(01)      VALUE "N".
008900     88  WS-DONE                                VALUE "Y".
009000 77  WS-SIGNED-ON-SW             PIC X(01)      VALUE "N".
009100     88  WS-SIGNED-ON                           VALUE "Y".
009200 77  WS-VALID-SW                 PIC X(01)      VALUE "Y".
009300     88  WS-INPUT-VALID                         VALUE "Y".
009400     88  WS-INPUT-INVALID                       VALUE "N".
009500 77  WS-WRITE-FAIL-SW            PIC X(01)      VALUE "N".
009600     88  WS-WRITE-FAILED                        VALUE "Y".
009700     88  WS-WRITE-GOOD                          VALUE "N".
009800*****************************************************************
009900*    FILE STATUS AND SWITCHES                                   *
010000*****************************************************************
010100 77  WS-SECURITY-STATUS          PIC X(02)      VALUE SPACES.
010120 77  WS-SECAUDIT-STATUS          PIC X(02)      VALUE SPACES.
010140     88  WS-SECAUDIT-NOT-FOUND                  VALUE "35".
010200 77  WS-MASTER-STATUS            PIC X(02)      VALUE SPACES.
010300     88  WS-MASTER-NOT-FOUND                    VALUE "35".
010320*    "02" IS A GOOD WRITE OR REWRITE THAT LEAVES ANOTHER        *
010340*    RECORD WITH THE SAME STATUS ON THE ALTERNATE KEY           *
010360     88  WS-MASTER-IO-OK                        VALUE "00" "02".
010400 77  WS-PENDING-STATUS           PIC X(02)      VALUE SPACES.
010500     88  WS-PENDING-NOT-FOUND                   VALUE "35".
010600 77  WS-AUDIT-STATUS             PIC X(02)      VALUE SPACES.
010700     88  WS-AUDIT-NOT-FOUND                     VALUE "35".
010800 77  WS-SEC-EOF-SW               PIC X(01)      VALUE "N".
010900     88  WS-SEC-EOF                             VALUE "Y".
011000 77  WS-PEND-EOF-SW              PIC X(01)      VALUE "N".
011100     88  WS-PEND-EOF                            VALUE "Y".
011110 77  WS-HISTORY-STATUS           PIC X(02)      VALUE SPACES.
011120     88  WS-HISTORY-NOT-FOUND                   VALUE "35".
011130 77  WS-HIST-EOF-SW              PIC X(01)      VALUE "N".
011140     88  WS-HIST-EOF                            VALUE "Y".
011150 77  WS-HIST-FOUND-SW            PIC X(01)      VALUE "N".
011160     88  WS-HIST-FOUND                          VALUE "Y".
011170 77  WS-HIST-WRITE-SW            PIC X(01)      VALUE "N".
011180     88  WS-HIST-WRITE-FAILED                   VALUE "Y".
011190     88  WS-HIST-WRITE-GOOD                     VALUE "N".
011200 77  WS-SCAN-EOF-SW              PIC X(01)      VALUE "N".
011300     88  WS-SCAN-EOF                            VALUE "Y".
011400*****************************************************************
011500*    THE SECURITY FILE HELD IN FULL - THE SAME TABLE AND HARD   *
011600*    LIMIT AS ADDONL1 AND SECADM1, AND FOR THE SAME REASON: THE *
011700*    FILE IS WRITTEN BACK WHOLE WHEN A PASSWORD FAILS.          *
011800*****************************************************************
011900 77  WS-SEC-MAX                  PIC 9(04) COMP VALUE 50.
012000 77  WS-SEC-CNT                  PIC 9(04) COMP VALUE ZERO.
012100 77  WS-SEC-IX                   PIC 9(04) COMP VALUE ZERO.
012200 77  WS-SEC-FOUND-IX             PIC 9(04) COMP VALUE ZERO.
012300 01  WS-SECURITY-TABLE.
012400     05  WS-SEC-ENTRY OCCURS 50 TIMES.
012500         10  WS-SEC-RECORD       PIC X(80).
012600*****************************************************************
012700*    THE PENDING-APPROVAL FILE HELD IN FULL WHILE AN ITEM IS    *
012800*    DECIDED, THEN WRITTEN BACK - HARD STOP AT THE LIMIT, AS    *
012850*    FOR THE SECURITY TABLE.  DECIDED ITEMS MOVE TO PENDHIST    *
012900*    WHEN THE FILE IS WRITTEN BACK, SO THE LIMIT IS ON ITEMS    *
012950*    WAITING AT ONE TIME, NOT ON ITEMS EVER QUEUED.             *
013000*****************************************************************
013100 77  WS-PND-MAX                  PIC 9(04) COMP VALUE 500.
013200 77  WS-PND-CNT                  PIC 9(04) COMP VALUE ZERO.
013300 77  WS-PND-IX                   PIC 9(04) COMP VALUE ZERO.
013400 77  WS-PND-FOUND-IX             PIC 9(04) COMP VALUE ZERO.
013500 01  WS-PENDING-TABLE.
013600     05  WS-PND-ENTRY OCCURS 500 TIMES.
013700         10  WS-PND-RECORD       PIC X(100).
013710         10  WS-PND-MOVED-SW     PIC X(01).
013720             88  WS-PND-MOVED                   VALUE "Y".
013730 01  WS-DECIDED-RECORD           PIC X(100)     VALUE SPACES.
013740*****************************************************************
013750*    THE PENDING-APPROVAL RECORD WORKED ON - KEPT HERE RATHER   *
013760*    THAN IN THE FD SO IT HOLDS GOOD WHILE THE FILE IS CLOSED   *
013770*****************************************************************
013780     COPY "pendapr.cpy".
013800*****************************************************************
013900*    SIGN-ON AND COMMAND WORK FIELDS                            *
014000*****************************************************************
014100 77  WS-SUPERVISOR-ID            PIC X(08)      VALUE SPACES.
014200 77  WS-TARGET-ID                PIC X(08)      VALUE SPACES.
014300 77  WS-PASSWORD-ENTRY           PIC X(08)      VALUE SPACES.
014400 77  WS-ATTEMPT-CTR              PIC 9(02) COMP VALUE ZERO.
014500 77  WS-MAX-ATTEMPTS             PIC 9(02) COMP VALUE 3.
014600 77  WS-KEY-ENTRY                PIC X(08)      VALUE SPACES.
014700 77  WS-KEY-SHIFT                PIC X(08)      VALUE SPACES.
014800 77  WS-JUSTIFY-CTR              PIC 9(02) COMP VALUE ZERO.
014900 77  WS-REASON-ENTRY             PIC X(20)      VALUE SPACES.
015000 77  WS-NEXT-TRANS-ID            PIC 9(08)      VALUE ZEROES.
015100 77  WS-NEW-TRANS-ID             PIC 9(08)      VALUE ZEROES.
015200 77  WS-WAITING-CNT              PIC 9(04) COMP VALUE ZERO.
015300 77  WS-APPROVE-CNT              PIC 9(04) COMP VALUE ZERO.
015400 77  WS-DECLINE-CNT              PIC 9(04) COMP VALUE ZERO.
015500*
015600 01  WS-CURR-DATE8               PIC 9(08)      VALUE ZEROES.
015700 01  WS-CURR-TIME8               PIC 9(08)      VALUE ZEROES.
015720*****************************************************************
015740*    PARAMETER AREA FOR THE TRNIDS1 TRANSACTION ID MODULE       *
015760*****************************************************************
015780     COPY "idparm.cpy".
015800 PROCEDURE DIVISION.
015900*****************************************************************
016000*    0000-MAINLINE                                              *
016100*****************************************************************
016200 0000-MAINLINE.
016300     PERFORM 1000-SIGN-ON THRU 1000-EXIT.
016400     PERFORM 1100-OPEN-MASTER THRU 1100-EXIT.
016600     PERFORM 1500-OPEN-AUDIT-TRAIL THRU 1500-EXIT.
016700     PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
016800             UNTIL WS-DONE.
016900     PERFORM 9000-SIGN-OFF THRU 9000-EXIT.
017000     STOP RUN.
017100*****************************************************************
017200*    1000-SIGN-ON - VALIDATE THE SUPERVISOR AGAINST THE         *
017300*    SECURITY FILE.  ONLY AN ACTIVE AUTHORITY-'S' OPERATOR      *
017400*    MAY APPROVE; THREE BAD PASSWORDS LOCK THE ID ON FILE AND   *
017500*    END THE SESSION RC 8, AS IN ADDONL1 AND SECADM1.           *
017600*****************************************************************
017700 1000-SIGN-ON.
017800     DISPLAY "***********************************************".
017900     DISPLAY "*  APPROV1 - MAINTENANCE APPROVAL (2ND OPER)  *".
018000     DISPLAY "***********************************************".
018100     PERFORM 1020-LOAD-SECURITY-FILE THRU 1020-EXIT.
018200     DISPLAY "ENTER SUPERVISOR ID: " WITH NO ADVANCING.
018300     ACCEPT WS-SUPERVISOR-ID.
018400     PERFORM 1030-FIND-SUPERVISOR THRU 1030-EXIT.
018500     PERFORM 1040-CHECK-PASSWORD THRU 1040-EXIT
018600             VARYING WS-ATTEMPT-CTR FROM 1 BY 1
018700             UNTIL WS-ATTEMPT-CTR > WS-MAX-ATTEMPTS
018800                OR WS-SIGNED-ON.
018900     IF NOT WS-SIGNED-ON
019000         PERFORM 1060-LOCK-OPERATOR THRU 1060-EXIT
019100     END-IF.
019200     DISPLAY "SIGN-ON ACCEPTED FOR SUPERVISOR "
019300             WS-SUPERVISOR-ID.
019400 1000-EXIT.
019500     EXIT.
019600*
019700 1020-LOAD-SECURITY-FILE.
019800     OPEN INPUT SECURITY-FILE.
019900     IF WS-SECURITY-STATUS NOT = "00"
020000         DISPLAY "APPROV1 - CANNOT OPEN OPSECFIL, STATUS "
020100                 WS-SECURITY-STATUS
020200         DISPLAY "APPROV1 - SIGN-ON REFUSED"
020300         MOVE 12 TO RETURN-CODE
020400         STOP RUN
020500     END-IF.
020600     PERFORM 1025-LOAD-ONE-OPERATOR THRU 1025-EXIT
020700             UNTIL WS-SEC-EOF.
020800     CLOSE SECURITY-FILE.
020900 1020-EXIT.
021000     EXIT.
021100*
021200 1025-LOAD-ONE-OPERATOR.
021300     READ SECURITY-FILE
021400         AT END
021500             SET WS-SEC-EOF TO TRUE
021600         NOT AT END
021700             PERFORM 1027-STORE-OPERATOR THRU 1027-EXIT
021800     END-READ.
021900 1025-EXIT.
022000     EXIT.
022100*
022200 1027-STORE-OPERATOR.
022300     IF WS-SEC-CNT >= WS-SEC-MAX
022400         DISPLAY "APPROV1 - OPSECFIL EXCEEDS " WS-SEC-MAX
022500                 " OPERATORS - RAISE WS-SEC-MAX"
022600         MOVE 12 TO RETURN-CODE
022700         STOP RUN
022800     END-IF.
022900     ADD 1 TO WS-SEC-CNT.
023000     MOVE OS-SECURITY-RECORD TO WS-SEC-RECORD (WS-SEC-CNT).
023100 1027-EXIT.
023200     EXIT.
023300*
023400 1030-FIND-SUPERVISOR.
023500     MOVE WS-SUPERVISOR-ID TO WS-TARGET-ID.
023600     PERFORM 1300-FIND-OPERATOR THRU 1300-EXIT.
023700     IF WS-SEC-FOUND-IX = ZERO
023800         DISPLAY "APPROV1 - OPERATOR " WS-SUPERVISOR-ID
023900                 " IS NOT AUTHORIZED - SIGN-ON REFUSED"
024000         MOVE 8 TO RETURN-CODE
024100         STOP RUN
024200     END-IF.
024300     MOVE WS-SEC-RECORD (WS-SEC-FOUND-IX)
024400         TO OS-SECURITY-RECORD.
024500     IF NOT OS-AUTH-SUPER
024600         DISPLAY "APPROV1 - OPERATOR " WS-SUPERVISOR-ID
024700                 " IS NOT SUPERVISION - SIGN-ON REFUSED"
024800         MOVE 8 TO RETURN-CODE
024900         STOP RUN
025000     END-IF.
025100     IF OS-LOCKED
025200         DISPLAY "APPROV1 - OPERATOR " WS-SUPERVISOR-ID
025300                 " IS LOCKED OUT - SIGN-ON REFUSED"
025400         MOVE 8 TO RETURN-CODE
025500         STOP RUN
025600     END-IF.
025700     IF NOT OS-ACTIVE
025800         DISPLAY "APPROV1 - OPERATOR " WS-SUPERVISOR-ID
025900                 " IS NOT ACTIVE - SIGN-ON REFUSED"
026000         MOVE 8 TO RETURN-CODE
026100         STOP RUN
026200     END-IF.
026300 1030-EXIT.
026400     EXIT.
026500*
026600*    THE FILE REWRITE IN 1055 LEAVES THE FD AREA HOLDING THE    *
026700*    LAST OPERATOR WRITTEN, SO THE SIGNED-ON ENTRY IS PULLED    *
026800*    BACK FROM THE TABLE BEFORE EVERY COMPARE.                  *
026900 1040-CHECK-PASSWORD.
027000     MOVE WS-SEC-RECORD (WS-SEC-FOUND-IX)
027100         TO OS-SECURITY-RECORD.
027200     DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING.
027300     ACCEPT WS-PASSWORD-ENTRY.
027400     IF WS-PASSWORD-ENTRY = OS-PASSWORD
027500         SET WS-SIGNED-ON TO TRUE
027600         MOVE ZERO TO OS-FAIL-COUNT
027700         PERFORM 1050-SAVE-OPERATOR THRU 1050-EXIT
027800     ELSE
027900         DISPLAY "*** PASSWORD NOT ACCEPTED ***"
028000         IF OS-FAIL-COUNT IS NOT NUMERIC
028100             MOVE ZERO TO OS-FAIL-COUNT
028200         END-IF
028300         ADD 1 TO OS-FAIL-COUNT
028400         PERFORM 1050-SAVE-OPERATOR THRU 1050-EXIT
028500         IF OS-FAIL-COUNT >= WS-MAX-ATTEMPTS
028600             PERFORM 1060-LOCK-OPERATOR THRU 1060-EXIT
028700         END-IF
028800     END-IF.
028900 1040-EXIT.
029000     EXIT.
029100*
029200 1050-SAVE-OPERATOR.
029300     MOVE OS-SECURITY-RECORD
029400         TO WS-SEC-RECORD (WS-SEC-FOUND-IX).
029500     PERFORM 1055-REWRITE-SECURITY-FILE THRU 1055-EXIT.
029600 1050-EXIT.
029700     EXIT.
029800*
029900 1055-REWRITE-SECURITY-FILE.
030000     OPEN OUTPUT SECURITY-FILE.
030100     PERFORM 1057-WRITE-ONE-OPERATOR THRU 1057-EXIT
030200             VARYING WS-SEC-IX FROM 1 BY 1
030300             UNTIL WS-SEC-IX > WS-SEC-CNT.
030400     CLOSE SECURITY-FILE.
030500 1055-EXIT.
030600     EXIT.
030700*
030800 1057-WRITE-ONE-OPERATOR.
030900     MOVE WS-SEC-RECORD (WS-SEC-IX) TO OS-SECURITY-RECORD.
031000     WRITE OS-SECURITY-RECORD.
031100 1057-EXIT.
031200     EXIT.
031300*
031400 1060-LOCK-OPERATOR.
031500     MOVE WS-SEC-RECORD (WS-SEC-FOUND-IX)
031600         TO OS-SECURITY-RECORD.
031700     MOVE "L" TO OS-ACTIVE-FLAG.
031800     MOVE ZERO TO OS-FAIL-COUNT.
031900     PERFORM 1050-SAVE-OPERATOR THRU 1050-EXIT.
031950     PERFORM 1065-LOG-LOCK THRU 1065-EXIT.
032000     DISPLAY "APPROV1 - OPERATOR " WS-SUPERVISOR-ID
032100             " LOCKED AFTER " WS-MAX-ATTEMPTS
032200             " FAILED PASSWORDS".
032300     MOVE 8 TO RETURN-CODE.
032400     STOP RUN.
032500 1060-EXIT.
032600     EXIT.
032602*
032604*****************************************************************
032606*    1065-LOG-LOCK - APPEND A LOCK ENTRY TO THE SECURITY-CHANGE *
032608*    AUDIT TRAIL, SO A LOCKOUT IS DATED FOR THE SUPERVISOR WHO  *
032610*    RESETS IT AND FOR THE OPERATOR ACTIVITY REPORT (OPRRPT1)   *
032612*****************************************************************
032614 1065-LOG-LOCK.
032616     OPEN EXTEND SECAUDIT-FILE.
032618     IF WS-SECAUDIT-NOT-FOUND
032620         OPEN OUTPUT SECAUDIT-FILE
032622     END-IF.
032624     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
032626     ACCEPT WS-CURR-TIME8 FROM TIME.
032628     MOVE SPACES             TO SA-SECAUDIT-RECORD.
032630     MOVE WS-CURR-DATE8      TO SA-CHANGE-DATE.
032632     MOVE WS-CURR-TIME8      TO SA-CHANGE-TIME.
032634     MOVE "APPROV1"          TO SA-SUPERVISOR-ID.
032636     MOVE "LOCK"             TO SA-ACTION.
032638     MOVE WS-SUPERVISOR-ID   TO SA-TARGET-ID.
032640     MOVE "Y"                TO SA-OLD-VALUE.
032642     MOVE "L"                TO SA-NEW-VALUE.
032644     MOVE "FAILED PASSWORDS" TO SA-REASON.
032646     WRITE SA-SECAUDIT-RECORD.
032648     CLOSE SECAUDIT-FILE.
032650 1065-EXIT.
032652     EXIT.
032700*
032800 1100-OPEN-MASTER.
032900     OPEN I-O MASTER-FILE.
033000     IF WS-MASTER-NOT-FOUND
033100         OPEN OUTPUT MASTER-FILE
033200         CLOSE MASTER-FILE
033300         OPEN I-O MASTER-FILE
033400     END-IF.
033500     IF WS-MASTER-STATUS NOT = "00"
033600         DISPLAY "APPROV1 - CANNOT OPEN TRANMAST, STATUS "
033700                 WS-MASTER-STATUS
033800         MOVE 12 TO RETURN-CODE
033900         STOP RUN
034000     END-IF.
034100 1100-EXIT.
034200     EXIT.
034300*
034350*****************************************************************
034400*    1200-FIND-NEXT-TRANS-ID - RESERVE ONE TRANSACTION ID FROM  *
034450*    THE TRNIDS1 CONTROL RECORD, AS ADDONL1 DOES.  AN APPROVED  *
034500*    ADD OR CHANGE TAKES ITS ID FROM HERE AS IT IS WRITTEN, SO  *
034550*    IDS ARE ASSIGNED AT APPROVAL, NEVER AT QUEUEING.           *
034600*****************************************************************
034650 1200-FIND-NEXT-TRANS-ID.
034700     MOVE ZEROES TO WS-NEXT-TRANS-ID.
034750     MOVE 1 TO IC-COUNT.
034800     PERFORM 1230-CALL-RESERVE THRU 1230-EXIT.
034850     IF IC-NOT-SEEDED
034900         PERFORM 1220-SEED-FROM-MASTER THRU 1220-EXIT
034950         PERFORM 1230-CALL-RESERVE THRU 1230-EXIT
035000     END-IF.
035050     IF IC-RESULT-OK
035100         MOVE IC-FIRST-ID TO WS-NEXT-TRANS-ID
035150     END-IF.
035200 1200-EXIT.
035250     EXIT.
035300*
035350 1210-SCAN-ONE-RECORD.
035400     READ MASTER-FILE NEXT RECORD
035450         AT END
035500             SET WS-SCAN-EOF TO TRUE
035550         NOT AT END
035600             MOVE TM-TRANS-ID TO WS-NEXT-TRANS-ID
035650     END-READ.
035700 1210-EXIT.
035750     EXIT.
035800*
035850*    ONLY WHEN THERE IS NO CONTROL RECORD YET IS THE MASTER     *
035900*    SCANNED FOR THE HIGHEST ASSIGNED ID, AND THE CONTROL       *
035950*    RECORD SEEDED ONE PAST IT.                                 *
036000 1220-SEED-FROM-MASTER.
036050     MOVE "N" TO WS-SCAN-EOF-SW.
036100     MOVE ZEROES TO WS-NEXT-TRANS-ID.
036150     MOVE ZEROES TO TM-TRANS-ID.
036200     START MASTER-FILE KEY > TM-TRANS-ID
036250         INVALID KEY
036300             SET WS-SCAN-EOF TO TRUE
036350     END-START.
036400     PERFORM 1210-SCAN-ONE-RECORD THRU 1210-EXIT
036450             UNTIL WS-SCAN-EOF.
036500     ADD 1 TO WS-NEXT-TRANS-ID.
036550     SET IC-FUNC-SEED TO TRUE.
036600     MOVE "APPROV1"        TO IC-PROGRAM.
036650     MOVE WS-NEXT-TRANS-ID TO IC-FIRST-ID.
036700     CALL "TRNIDS1" USING IC-ID-PARM.
036750 1220-EXIT.
036800     EXIT.
036850*
036900 1230-CALL-RESERVE.
036950     SET IC-FUNC-RESERVE TO TRUE.
037000     MOVE "APPROV1"        TO IC-PROGRAM.
037050     CALL "TRNIDS1" USING IC-ID-PARM.
037100 1230-EXIT.
037150     EXIT.
037200*
037300*****************************************************************
037400*    1300-FIND-OPERATOR - LOCATE WS-TARGET-ID IN THE TABLE.     *
037500*    WS-SEC-FOUND-IX IS ZERO WHEN THE ID IS NOT ON FILE.        *
037600*****************************************************************
037700 1300-FIND-OPERATOR.
037800     MOVE ZERO TO WS-SEC-FOUND-IX.
037900     PERFORM 1310-MATCH-OPERATOR THRU 1310-EXIT
038000             VARYING WS-SEC-IX FROM 1 BY 1
038100             UNTIL WS-SEC-IX > WS-SEC-CNT
038200                OR WS-SEC-FOUND-IX > ZERO.
038300 1300-EXIT.
038400     EXIT.
038500*
038600 1310-MATCH-OPERATOR.
038700     MOVE WS-SEC-RECORD (WS-SEC-IX) TO OS-SECURITY-RECORD.
038800     IF OS-OPERATOR-ID = WS-TARGET-ID
038900         MOVE WS-SEC-IX TO WS-SEC-FOUND-IX
039000     END-IF.
039100 1310-EXIT.
039200     EXIT.
039300*
039400 1500-OPEN-AUDIT-TRAIL.
039500     OPEN EXTEND AUDIT-FILE.
039600     IF WS-AUDIT-NOT-FOUND
039700         OPEN OUTPUT AUDIT-FILE
039800     END-IF.
039900     IF WS-AUDIT-STATUS NOT = "00"
040000         DISPLAY "APPROV1 - CANNOT OPEN AUDITLOG, STATUS "
040100                 WS-AUDIT-STATUS
040200         MOVE 12 TO RETURN-CODE
040300         STOP RUN
040400     END-IF.
040500 1500-EXIT.
040600     EXIT.
040700*
040800*****************************************************************
040900*    1600-LOAD-PENDING-FILE - RE-READ BEFORE EVERY COMMAND SO   *
041000*    THE TABLE ALWAYS HOLDS WHAT ADDONL1 HAS QUEUED SO FAR.     *
041100*    NO PENDAPPR FILE YET MEANS NOTHING IS WAITING.             *
041200*****************************************************************
041300 1600-LOAD-PENDING-FILE.
041400     MOVE ZERO TO WS-PND-CNT.
041500     MOVE "N"  TO WS-PEND-EOF-SW.
041600     OPEN INPUT PENDING-FILE.
041700     IF WS-PENDING-NOT-FOUND
041800         GO TO 1600-EXIT
041900     END-IF.
042000     IF WS-PENDING-STATUS NOT = "00"
042100         DISPLAY "APPROV1 - CANNOT OPEN PENDAPPR, STATUS "
042200                 WS-PENDING-STATUS
042300         MOVE 12 TO RETURN-CODE
042400         STOP RUN
042500     END-IF.
042600     PERFORM 1610-LOAD-ONE-ITEM THRU 1610-EXIT
042700             UNTIL WS-PEND-EOF.
042800     CLOSE PENDING-FILE.
042900 1600-EXIT.
043000     EXIT.
043100*
043200 1610-LOAD-ONE-ITEM.
043300     READ PENDING-FILE
043400         AT END
043500             SET WS-PEND-EOF TO TRUE
043600         NOT AT END
043650             MOVE PENDING-RECORD TO PN-PENDING-RECORD
043700             PERFORM 1620-STORE-ITEM THRU 1620-EXIT
043800     END-READ.
043900 1610-EXIT.
044000     EXIT.
044100*
044200 1620-STORE-ITEM.
044300     IF WS-PND-CNT >= WS-PND-MAX
044400         DISPLAY "APPROV1 - PENDAPPR EXCEEDS " WS-PND-MAX
044500                 " ITEMS - RAISE WS-PND-MAX"
044600         MOVE 12 TO RETURN-CODE
044700         STOP RUN
044800     END-IF.
044900     ADD 1 TO WS-PND-CNT.
045000     MOVE PN-PENDING-RECORD TO WS-PND-RECORD (WS-PND-CNT).
045050     MOVE "N" TO WS-PND-MOVED-SW (WS-PND-CNT).
045100 1620-EXIT.
045200     EXIT.
045300*
045310*****************************************************************
045320*    1700-REWRITE-PENDING-FILE - DECIDED ITEMS LEAVE THE QUEUE  *
045330*    FOR THE PENDHIST HISTORY FILE AS IT IS WRITTEN BACK, SO    *
045340*    PENDAPPR AND THE TABLE ONLY EVER HOLD WHAT IS STILL        *
045350*    WAITING.  AN ITEM IS DROPPED FROM PENDAPPR ONLY ONCE IT IS *
045360*    SAFELY ON PENDHIST - IF THE HISTORY CANNOT BE WRITTEN IT   *
045370*    STAYS ON THE QUEUE AND GOES ACROSS NEXT TIME.              *
045380*****************************************************************
045400 1700-REWRITE-PENDING-FILE.
045405     SET WS-HIST-WRITE-GOOD TO TRUE.
045410     OPEN EXTEND HISTORY-FILE.
045415     IF WS-HISTORY-NOT-FOUND
045420         OPEN OUTPUT HISTORY-FILE
045425     END-IF.
045430     IF WS-HISTORY-STATUS NOT = "00"
045435         DISPLAY "*** CANNOT OPEN PENDHIST, STATUS "
045440                 WS-HISTORY-STATUS " - DECIDED ITEMS KEPT ***"
045445     ELSE
045450         PERFORM 1720-MOVE-ONE-DECIDED THRU 1720-EXIT
045455                 VARYING WS-PND-IX FROM 1 BY 1
045460                 UNTIL WS-PND-IX > WS-PND-CNT
045465                    OR WS-HIST-WRITE-FAILED
045470         CLOSE HISTORY-FILE
045475     END-IF.
045500     OPEN OUTPUT PENDING-FILE.
045510     IF WS-PENDING-STATUS NOT = "00"
045520         DISPLAY "APPROV1 - CANNOT REWRITE PENDAPPR, STATUS "
045530                 WS-PENDING-STATUS
045540         MOVE 12 TO RETURN-CODE
045550         STOP RUN
045560     END-IF.
045600     PERFORM 1710-WRITE-ONE-ITEM THRU 1710-EXIT
045700             VARYING WS-PND-IX FROM 1 BY 1
045800             UNTIL WS-PND-IX > WS-PND-CNT.
045900     CLOSE PENDING-FILE.
046000 1700-EXIT.
046100     EXIT.
046200*
046300 1710-WRITE-ONE-ITEM.
046320     IF WS-PND-MOVED (WS-PND-IX)
046340         GO TO 1710-EXIT
046360     END-IF.
046380     MOVE WS-PND-RECORD (WS-PND-IX) TO PENDING-RECORD.
046400     WRITE PENDING-RECORD.
046420     IF WS-PENDING-STATUS NOT = "00"
046440         DISPLAY "APPROV1 - PENDAPPR WRITE FAILED, STATUS "
046460                 WS-PENDING-STATUS
046480         MOVE 12 TO RETURN-CODE
046500         STOP RUN
046520     END-IF.
046600 1710-EXIT.
046700     EXIT.
046705*
046710 1720-MOVE-ONE-DECIDED.
046715     MOVE WS-PND-RECORD (WS-PND-IX) TO PN-PENDING-RECORD.
046720     IF PN-WAITING
046725         GO TO 1720-EXIT
046730     END-IF.
046735     MOVE WS-PND-RECORD (WS-PND-IX) TO HISTORY-RECORD.
046740     WRITE HISTORY-RECORD.
046745     IF WS-HISTORY-STATUS NOT = "00"
046750         DISPLAY "*** PENDHIST WRITE FAILED, STATUS "
046755                 WS-HISTORY-STATUS " - DECIDED ITEMS KEPT ***"
046760         SET WS-HIST-WRITE-FAILED TO TRUE
046765         GO TO 1720-EXIT
046770     END-IF.
046775     SET WS-PND-MOVED (WS-PND-IX) TO TRUE.
046780 1720-EXIT.
046785     EXIT.
046800*****************************************************************
046900*    2000-PROCESS-COMMAND - ONE SCREEN INTERACTION, REPEATED    *
047000*    UNTIL THE SUPERVISOR QUITS                                 *
047100*****************************************************************
047200 2000-PROCESS-COMMAND.
047300     DISPLAY " ".
047400     DISPLAY "SUPERVISOR: " WS-SUPERVISOR-ID.
047500     DISPLAY "L = LIST WAITING  A = APPROVE  X = DECLINE  "
047600             "I = INQUIRE  Q = QUIT".
047700     DISPLAY "COMMAND (L/A/X/I/Q): " WITH NO ADVANCING.
047800     ACCEPT WS-COMMAND.
047900     EVALUATE TRUE
048000         WHEN WS-CMD-QUIT
048100             SET WS-DONE TO TRUE
048200         WHEN WS-CMD-LIST
048300             PERFORM 3000-LIST-WAITING THRU 3000-EXIT
048400         WHEN WS-CMD-APPROVE
048500             PERFORM 4000-APPROVE-ITEM THRU 4000-EXIT
048600         WHEN WS-CMD-DECLINE
048700             PERFORM 5000-DECLINE-ITEM THRU 5000-EXIT
048800         WHEN WS-CMD-INQUIRE
048900             PERFORM 6000-INQUIRE-ITEM THRU 6000-EXIT
049000         WHEN OTHER
049100             DISPLAY "*** INVALID COMMAND - ENTER L, A, X, I "
049200                     "OR Q ***"
049300     END-EVALUATE.
049400 2000-EXIT.
049500     EXIT.
049600*
049700*****************************************************************
049800*    2100-ACCEPT-ITEM - NAME THE PENDING ITEM A COMMAND WORKS   *
049900*    ON, THEN RELOAD THE QUEUE AND PULL IT FROM THE TABLE.      *
050000*    WS-PND-FOUND-IX IS ZERO WHEN IT IS NOT ON THE QUEUE.       *
050100*****************************************************************
050200 2100-ACCEPT-ITEM.
050400     MOVE ZERO TO WS-PND-FOUND-IX.
050450     MOVE "N"  TO WS-HIST-FOUND-SW.
050500     DISPLAY "ENTER PENDING ITEM: " WITH NO ADVANCING.
050600     ACCEPT WS-KEY-ENTRY.
050700     IF WS-KEY-ENTRY = SPACES
050800         DISPLAY "*** PENDING ITEM MUST BE NUMERIC ***"
050900         GO TO 2100-EXIT
051000     END-IF.
051100     PERFORM 2150-JUSTIFY-KEY-ENTRY THRU 2150-EXIT.
051200     IF WS-KEY-ENTRY IS NOT NUMERIC
051300         DISPLAY "*** PENDING ITEM MUST BE NUMERIC ***"
051400         GO TO 2100-EXIT
051500     END-IF.
051505     PERFORM 2110-LOOK-UP-ITEM THRU 2110-EXIT.
051510 2100-EXIT.
051515     EXIT.
051520*
051525*    AN ITEM NO LONGER ON THE QUEUE HAS BEEN DECIDED AND MOVED  *
051530*    TO PENDHIST, SO IT IS LOOKED FOR THERE BEFORE IT IS CALLED *
051535*    NOT ON FILE.                                               *
051540 2110-LOOK-UP-ITEM.
051545     PERFORM 1600-LOAD-PENDING-FILE THRU 1600-EXIT.
051550     MOVE ZERO TO WS-PND-FOUND-IX.
051555     MOVE "N"  TO WS-HIST-FOUND-SW.
051600     PERFORM 2170-MATCH-ITEM THRU 2170-EXIT
051700             VARYING WS-PND-IX FROM 1 BY 1
051800             UNTIL WS-PND-IX > WS-PND-CNT
051900                OR WS-PND-FOUND-IX > ZERO.
051920     IF WS-PND-FOUND-IX > ZERO
051940         MOVE WS-PND-RECORD (WS-PND-FOUND-IX) TO PN-PENDING-RECORD
051960         GO TO 2110-EXIT
051980     END-IF.
052000     PERFORM 2180-SEARCH-HISTORY THRU 2180-EXIT.
052020     IF NOT WS-HIST-FOUND
052100         DISPLAY "*** PENDING ITEM " WS-KEY-ENTRY
052200                 " NOT ON FILE ***"
052400     END-IF.
052500 2110-EXIT.
052700     EXIT.
052800*
052900*    ITEM NUMBERS ARE KEYED OFF THE LIST, WHICH PRINTS THEM     *
053000*    IN FULL, BUT A SHORT ENTRY IS RIGHT-JUSTIFIED AND ZERO-    *
053100*    FILLED THE SAME WAY ADDONL1 TREATS A TRANSACTION ID.       *
053200 2150-JUSTIFY-KEY-ENTRY.
053300     PERFORM 2160-SHIFT-KEY-RIGHT THRU 2160-EXIT
053400             VARYING WS-JUSTIFY-CTR FROM 1 BY 1
053500             UNTIL WS-JUSTIFY-CTR > 8
053600                OR WS-KEY-ENTRY (8:1) NOT = SPACE.
053700     INSPECT WS-KEY-ENTRY REPLACING LEADING SPACE BY ZERO.
053800 2150-EXIT.
053900     EXIT.
054000*
054100 2160-SHIFT-KEY-RIGHT.
054200     IF WS-KEY-ENTRY (8:1) = SPACE
054300         MOVE SPACES TO WS-KEY-SHIFT
054400         MOVE WS-KEY-ENTRY (1:7) TO WS-KEY-SHIFT (2:7)
054500         MOVE WS-KEY-SHIFT TO WS-KEY-ENTRY
054600     END-IF.
054700 2160-EXIT.
054800     EXIT.
054900*
055000 2170-MATCH-ITEM.
055100     MOVE WS-PND-RECORD (WS-PND-IX) TO PN-PENDING-RECORD.
055200     IF PN-PEND-ID = WS-KEY-ENTRY
055300         MOVE WS-PND-IX TO WS-PND-FOUND-IX
055400     END-IF.
055500 2170-EXIT.
055600     EXIT.
055700*
055702 2180-SEARCH-HISTORY.
055704     MOVE "N" TO WS-HIST-EOF-SW.
055706     OPEN INPUT HISTORY-FILE.
055708     IF WS-HISTORY-NOT-FOUND
055710         GO TO 2180-EXIT
055712     END-IF.
055714     IF WS-HISTORY-STATUS NOT = "00"
055716         DISPLAY "*** CANNOT OPEN PENDHIST, STATUS "
055718                 WS-HISTORY-STATUS " ***"
055720         GO TO 2180-EXIT
055722     END-IF.
055724     PERFORM 2185-READ-ONE-HISTORY THRU 2185-EXIT
055726             UNTIL WS-HIST-EOF
055728                OR WS-HIST-FOUND.
055730     CLOSE HISTORY-FILE.
055732 2180-EXIT.
055734     EXIT.
055736*
055738 2185-READ-ONE-HISTORY.
055740     READ HISTORY-FILE
055742         AT END
055744             SET WS-HIST-EOF TO TRUE
055746         NOT AT END
055748             MOVE HISTORY-RECORD TO PN-PENDING-RECORD
055750             IF PN-PEND-ID = WS-KEY-ENTRY
055752                 SET WS-HIST-FOUND TO TRUE
055754             END-IF
055756     END-READ.
055758 2185-EXIT.
055760     EXIT.
055762*
055800 2200-ACCEPT-REASON.
055900     DISPLAY "REASON: " WITH NO ADVANCING.
056000     ACCEPT WS-REASON-ENTRY.
056100 2200-EXIT.
056200     EXIT.
056300*
056400*****************************************************************
056500*    2300-CHECK-DECIDABLE - ONLY A WAITING ITEM MAY BE DECIDED, *
056600*    AND NEVER BY THE OPERATOR WHO KEYED IT                     *
056700*****************************************************************
056800 2300-CHECK-DECIDABLE.
056900     SET WS-INPUT-VALID TO TRUE.
057000     IF WS-PND-FOUND-IX = ZERO AND NOT WS-HIST-FOUND
057100         SET WS-INPUT-INVALID TO TRUE
057200         GO TO 2300-EXIT
057300     END-IF.
057400     IF NOT PN-WAITING
057500         DISPLAY "*** PENDING ITEM " PN-PEND-ID
057600                 " IS ALREADY DECIDED - STATUS " PN-STATUS " ***"
057700         SET WS-INPUT-INVALID TO TRUE
057800         GO TO 2300-EXIT
057900     END-IF.
058000     IF PN-KEYED-BY = WS-SUPERVISOR-ID
058100         DISPLAY "*** PENDING ITEM " PN-PEND-ID
058200                 " WAS KEYED BY YOU - A SECOND OPERATOR MUST "
058300                 "DECIDE IT ***"
058400         SET WS-INPUT-INVALID TO TRUE
058500         GO TO 2300-EXIT
058600     END-IF.
058700 2300-EXIT.
058800     EXIT.
058900*
059000*****************************************************************
059100*    2400-WRITE-DECISION-AUDIT - ONE AUDITLOG RECORD PER        *
059200*    DECISION.  THE RUN DATE AND TIME ARE WHEN THE ITEM WAS     *
059300*    KEYED AND THE OPERATOR IS THE KEYER; THE APPROVER FIELDS   *
059400*    CARRY THE SUPERVISOR AND THE TIME OF THE DECISION.         *
059500*****************************************************************
059600 2400-WRITE-DECISION-AUDIT.
059700     MOVE SPACES             TO AU-AUDIT-RECORD.
059800     MOVE PN-KEYED-DATE      TO AU-RUN-DATE.
059900     MOVE PN-KEYED-TIME      TO AU-RUN-TIME.
060000     MOVE "APPROVAL"         TO AU-BATCH-ID.
060100     IF PN-RESULT-ID NOT = ZEROES
060200         MOVE PN-RESULT-ID   TO AU-RECORD-NBR
060300     ELSE
060400         MOVE PN-TARGET-ID   TO AU-RECORD-NBR
060500     END-IF.
060600     MOVE PN-ACTION          TO AU-OPERATION-CODE.
060700     MOVE ZEROES             TO AU-AA.
060800     MOVE ZEROES             TO AU-BB.
060900     IF PN-AA IS NUMERIC
061000         MOVE PN-AA          TO AU-AA
061100     END-IF.
061200     IF PN-BB IS NUMERIC
061300         MOVE PN-BB          TO AU-BB
061400     END-IF.
061500     MOVE ZEROES             TO AU-CC.
061600     MOVE PN-KEYED-BY        TO AU-OPERATOR-ID.
061700     MOVE PN-CATEGORY        TO AU-CATEGORY.
061800     IF PN-APPROVED
061900         SET AU-ENTRY-APPROVED TO TRUE
062000     ELSE
062100         SET AU-ENTRY-DECLINED TO TRUE
062200     END-IF.
062300     MOVE PN-DECIDED-BY      TO AU-APPROVER-ID.
062400     MOVE PN-DECIDED-DATE    TO AU-APPROVE-DATE.
062500     MOVE PN-DECIDED-TIME    TO AU-APPROVE-TIME.
062600     WRITE AU-AUDIT-RECORD.
062700 2400-EXIT.
062800     EXIT.
062900*
062920*    THE QUEUE IS READ AGAIN JUST BEFORE IT IS WRITTEN BACK SO  *
062930*    AN ITEM ADDONL1 QUEUED WHILE THIS ONE WAS ON THE SCREEN IS *
062940*    KEPT; THE DECISION IS APPLIED TO THE FRESH COPY BY ITEM ID *
062950*    AND ONLY IF THAT COPY IS STILL WAITING - OTHERWISE NOTHING *
062960*    IS WRITTEN AND WS-INPUT-INVALID TELLS THE CALLER TO LOG    *
062970*    NOTHING EITHER.                                            *
062980 2500-SAVE-ITEM.
062990     MOVE PN-PENDING-RECORD TO WS-DECIDED-RECORD.
063000     PERFORM 2550-CHECK-STILL-WAITING THRU 2550-EXIT.
063010     MOVE WS-DECIDED-RECORD TO PN-PENDING-RECORD.
063020     IF WS-INPUT-INVALID
063030         GO TO 2500-EXIT
063040     END-IF.
063050     MOVE PN-PENDING-RECORD TO WS-PND-RECORD (WS-PND-FOUND-IX).
063060     PERFORM 1700-REWRITE-PENDING-FILE THRU 1700-EXIT.
063070     MOVE WS-DECIDED-RECORD TO PN-PENDING-RECORD.
063080 2500-EXIT.
063090     EXIT.
063100*
063110*    THE QUEUE IS RELOADED AND THE ITEM MUST STILL BE ON IT AND *
063120*    STILL WAITING - ANOTHER SESSION MAY HAVE DECIDED IT SINCE  *
063130*    IT WAS SHOWN.  ON RETURN PN-PENDING-RECORD IS THE FRESH    *
063140*    COPY AND WS-PND-FOUND-IX ITS PLACE IN THE TABLE.           *
063150 2550-CHECK-STILL-WAITING.
063160     SET WS-INPUT-VALID TO TRUE.
063170     MOVE PN-PEND-ID TO WS-KEY-ENTRY.
063180     PERFORM 1600-LOAD-PENDING-FILE THRU 1600-EXIT.
063190     MOVE ZERO TO WS-PND-FOUND-IX.
063200     PERFORM 2170-MATCH-ITEM THRU 2170-EXIT
063210             VARYING WS-PND-IX FROM 1 BY 1
063220             UNTIL WS-PND-IX > WS-PND-CNT
063230                OR WS-PND-FOUND-IX > ZERO.
063240     IF WS-PND-FOUND-IX > ZERO
063250         MOVE WS-PND-RECORD (WS-PND-FOUND-IX) TO PN-PENDING-RECORD
063260         IF PN-WAITING
063270             GO TO 2550-EXIT
063280         END-IF
063290     END-IF.
063300     DISPLAY "*** PENDING ITEM " WS-KEY-ENTRY
063310             " DECIDED ELSEWHERE ***".
063320     SET WS-INPUT-INVALID TO TRUE.
063330 2550-EXIT.
063340     EXIT.
063600*****************************************************************
063700*    3000-LIST-WAITING - EVERY ITEM STILL WAITING, OLDEST FIRST *
063800*****************************************************************
063900 3000-LIST-WAITING.
064000     PERFORM 1600-LOAD-PENDING-FILE THRU 1600-EXIT.
064100     MOVE ZERO TO WS-WAITING-CNT.
064200     PERFORM 3100-LIST-ONE-ITEM THRU 3100-EXIT
064300             VARYING WS-PND-IX FROM 1 BY 1
064400             UNTIL WS-PND-IX > WS-PND-CNT.
064500     IF WS-WAITING-CNT = ZERO
064600         DISPLAY "NO ITEMS WAITING FOR APPROVAL."
064700     ELSE
064800         DISPLAY WS-WAITING-CNT " ITEM(S) WAITING FOR APPROVAL."
064900     END-IF.
065000 3000-EXIT.
065100     EXIT.
065200*
065300 3100-LIST-ONE-ITEM.
065400     MOVE WS-PND-RECORD (WS-PND-IX) TO PN-PENDING-RECORD.
065500     IF NOT PN-WAITING
065600         GO TO 3100-EXIT
065700     END-IF.
065800     ADD 1 TO WS-WAITING-CNT.
065900     DISPLAY "ITEM " PN-PEND-ID "  ACTION " PN-ACTION
066000             "  TRANS " PN-TARGET-ID
066100             "  AA=" PN-AA "  BB=" PN-BB "  CAT=" PN-CATEGORY
066200             "  BY " PN-KEYED-BY " " PN-KEYED-DATE.
066300 3100-EXIT.
066400     EXIT.
066500*****************************************************************
066600*    4000-APPROVE-ITEM - APPLY THE QUEUED MAINTENANCE TO THE    *
066700*    MASTER.  IF THE MASTER CANNOT BE UPDATED THE ITEM STAYS    *
066800*    WAITING AND NOTHING IS LOGGED.                             *
066900*****************************************************************
067000 4000-APPROVE-ITEM.
067100     PERFORM 2100-ACCEPT-ITEM THRU 2100-EXIT.
067200     PERFORM 2300-CHECK-DECIDABLE THRU 2300-EXIT.
067300     IF WS-INPUT-INVALID
067400         GO TO 4000-EXIT
067500     END-IF.
067600     PERFORM 7000-SHOW-ITEM THRU 7000-EXIT.
067650     PERFORM 2550-CHECK-STILL-WAITING THRU 2550-EXIT.
067700     IF WS-INPUT-INVALID
067750         GO TO 4000-EXIT
067800     END-IF.
067850     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
067900     ACCEPT WS-CURR-TIME8 FROM TIME.
067950     SET WS-WRITE-GOOD TO TRUE.
068000     MOVE ZEROES TO WS-NEW-TRANS-ID.
068050     EVALUATE TRUE
068100         WHEN PN-ACTION-ADD
068150             PERFORM 4100-APPROVE-ADD THRU 4100-EXIT
068200         WHEN PN-ACTION-CHANGE
068250             PERFORM 4200-APPROVE-CHANGE THRU 4200-EXIT
068300         WHEN PN-ACTION-DELETE
068350             PERFORM 4300-APPROVE-DELETE THRU 4300-EXIT
068400         WHEN PN-ACTION-REVERSE
068450             PERFORM 4250-APPROVE-REVERSAL THRU 4250-EXIT
068500         WHEN OTHER
068550             DISPLAY "*** UNKNOWN ACTION " PN-ACTION " ***"
068600             SET WS-WRITE-FAILED TO TRUE
068650     END-EVALUATE.
068700     IF WS-WRITE-FAILED
068750         DISPLAY "*** APPROVAL ABANDONED - ITEM " PN-PEND-ID
068800                 " STILL WAITING ***"
068850         GO TO 4000-EXIT
068900     END-IF.
068950     SET PN-APPROVED         TO TRUE.
069000     MOVE WS-SUPERVISOR-ID   TO PN-DECIDED-BY.
069050     MOVE WS-CURR-DATE8      TO PN-DECIDED-DATE.
069100     MOVE WS-CURR-TIME8      TO PN-DECIDED-TIME.
069150     MOVE WS-NEW-TRANS-ID    TO PN-RESULT-ID.
069200     PERFORM 2500-SAVE-ITEM THRU 2500-EXIT.
069250     IF WS-INPUT-INVALID
069300         DISPLAY "*** APPROVAL NOT RECORDED - THE MASTER IS "
069350                 "ALREADY UPDATED, SEE SUPERVISION ***"
069450         GO TO 4000-EXIT
069500     END-IF.
070300     PERFORM 2400-WRITE-DECISION-AUDIT THRU 2400-EXIT.
070400     ADD 1 TO WS-APPROVE-CNT.
070500     DISPLAY "ITEM " PN-PEND-ID " APPROVED.".
070600     IF WS-NEW-TRANS-ID NOT = ZEROES
070700         DISPLAY "TRANSACTION " WS-NEW-TRANS-ID " WRITTEN."
070800     END-IF.
070900 4000-EXIT.
071000     EXIT.
071100*
071200 4100-APPROVE-ADD.
071300     PERFORM 4500-WRITE-NEW-MASTER THRU 4500-EXIT.
071400 4100-EXIT.
071500     EXIT.
071600*
071700*    THE REPLACEMENT IS WRITTEN FIRST AND THE OLD RECORD THEN   *
071800*    MARKED SUPERSEDED, THE ORDER ADDONL1 ALWAYS USED, SO A     *
071900*    FAILED WRITE LEAVES THE OLD RECORD HELD AND THE ITEM       *
072000*    WAITING.                                                   *
072100 4200-APPROVE-CHANGE.
072200     PERFORM 4400-READ-HELD-TARGET THRU 4400-EXIT.
072300     IF WS-WRITE-FAILED
072400         GO TO 4200-EXIT
072500     END-IF.
072600     PERFORM 4500-WRITE-NEW-MASTER THRU 4500-EXIT.
072700     IF WS-WRITE-FAILED
072800         GO TO 4200-EXIT
072900     END-IF.
073000     PERFORM 4400-READ-HELD-TARGET THRU 4400-EXIT.
073100     IF WS-WRITE-FAILED
073200         GO TO 4200-EXIT
073300     END-IF.
073400     SET TM-STATUS-SUPERSEDED TO TRUE.
073500     MOVE WS-NEW-TRANS-ID     TO TM-SUPERSEDED-BY.
073600     PERFORM 4600-STAMP-DECISION THRU 4600-EXIT.
073700     REWRITE TM-MASTER-RECORD
073800         INVALID KEY
073900             DISPLAY "*** REWRITE FAILED FOR " PN-TARGET-ID
074000                     " - TRANSACTION " WS-NEW-TRANS-ID
074100                     " WRITTEN, SEE SUPERVISION ***"
074200             SET WS-WRITE-FAILED TO TRUE
074300     END-REWRITE.
074400 4200-EXIT.
074500     EXIT.
074600*
074602*    AN APPROVED REVERSAL RELEASES THE HELD POSTED RECORD AS    *
074603*    REVERSAL PENDING (STATUS V) FOR THE NEXT NIGHTLY RUN.  A   *
074604*    CORRECTION KEYED WITH IT IS WRITTEN FIRST, AS AN ACTIVE    *
074605*    RECORD THAT POSTS IN THE SAME RUN, AND THE ORIGINAL IS     *
074606*    POINTED AT IT SO INQUIRY SHOWS THE WHOLE CHAIN.            *
074607 4250-APPROVE-REVERSAL.
074608     PERFORM 4400-READ-HELD-TARGET THRU 4400-EXIT.
074609     IF WS-WRITE-FAILED
074610         GO TO 4250-EXIT
074611     END-IF.
074612     IF PN-AA NOT = SPACES
074613         PERFORM 4500-WRITE-NEW-MASTER THRU 4500-EXIT
074614         IF WS-WRITE-FAILED
074615             GO TO 4250-EXIT
074616         END-IF
074617         PERFORM 4400-READ-HELD-TARGET THRU 4400-EXIT
074618         IF WS-WRITE-FAILED
074619             GO TO 4250-EXIT
074620         END-IF
074621         MOVE WS-NEW-TRANS-ID TO TM-SUPERSEDED-BY
074622     END-IF.
074623     SET TM-STATUS-REV-PENDING TO TRUE.
074624     PERFORM 4600-STAMP-DECISION THRU 4600-EXIT.
074625     REWRITE TM-MASTER-RECORD
074626         INVALID KEY
074627             DISPLAY "*** REWRITE FAILED FOR " PN-TARGET-ID
074628                     " - TRANSACTION " WS-NEW-TRANS-ID
074629                     " WRITTEN, SEE SUPERVISION ***"
074630             SET WS-WRITE-FAILED TO TRUE
074631     END-REWRITE.
074632     IF WS-WRITE-GOOD
074633         DISPLAY "TRANSACTION " PN-TARGET-ID
074634                 " WILL BE REVERSED IN THE NEXT NIGHTLY RUN."
074635     END-IF.
074636 4250-EXIT.
074637     EXIT.
074644*
074700 4300-APPROVE-DELETE.
074800     PERFORM 4400-READ-HELD-TARGET THRU 4400-EXIT.
074900     IF WS-WRITE-FAILED
075000         GO TO 4300-EXIT
075100     END-IF.
075200     SET TM-STATUS-DELETED TO TRUE.
075300     PERFORM 4600-STAMP-DECISION THRU 4600-EXIT.
075400     REWRITE TM-MASTER-RECORD
075500         INVALID KEY
075600             DISPLAY "*** REWRITE FAILED FOR " PN-TARGET-ID " ***"
075700             SET WS-WRITE-FAILED TO TRUE
075800     END-REWRITE.
075900 4300-EXIT.
076000     EXIT.
076100*
076200*    THE TARGET OF A CHANGE, DELETE OR REVERSAL MUST STILL BE   *
076300*    HELD - IF IT IS NOT, SOMETHING HAS MOVED IT SINCE IT WAS   *
076400*    QUEUED AND THE ITEM CAN ONLY BE DECLINED.                  *
076500 4400-READ-HELD-TARGET.
076600     MOVE PN-TARGET-ID TO TM-TRANS-ID.
076700     READ MASTER-FILE
076800         INVALID KEY
076900             DISPLAY "*** TRANSACTION " PN-TARGET-ID
077000                     " NOT ON FILE ***"
077100             SET WS-WRITE-FAILED TO TRUE
077200             GO TO 4400-EXIT
077300     END-READ.
077400     IF NOT TM-STATUS-HELD
077500         DISPLAY "*** TRANSACTION " PN-TARGET-ID " IS NOT HELD "
077600                 "- STATUS " TM-STATUS " ***"
077700         SET WS-WRITE-FAILED TO TRUE
077800     END-IF.
077900 4400-EXIT.
078000     EXIT.
078100*
078200*****************************************************************
078300*    4500-WRITE-NEW-MASTER - THE RECORD ADDONL1 WOULD HAVE      *
078400*    WRITTEN, CREDITED TO THE KEYING OPERATOR AT THE TIME THEY  *
078500*    KEYED IT, WITH THE APPROVER STAMPED ALONGSIDE              *
078600*****************************************************************
078700 4500-WRITE-NEW-MASTER.
078710     PERFORM 1200-FIND-NEXT-TRANS-ID THRU 1200-EXIT.
078720     IF NOT IC-RESULT-OK
078730         DISPLAY "*** TRANSACTION ID CONTROL NOT AVAILABLE ("
078740                 IC-RESULT " " IC-FILE-STATUS ") - ITEM STILL "
078750                 "WAITING, TRY AGAIN ***"
078760         SET WS-WRITE-FAILED TO TRUE
078770         GO TO 4500-EXIT
078780     END-IF.
078800     MOVE SPACES            TO TM-MASTER-RECORD.
078900     MOVE WS-NEXT-TRANS-ID  TO TM-TRANS-ID.
079000     SET TM-STATUS-ACTIVE   TO TRUE.
079100     MOVE PN-AA             TO TM-AA.
079200     MOVE PN-BB             TO TM-BB.
079300     MOVE PN-KEYED-DATE     TO TM-ENTRY-DATE.
079400     MOVE PN-KEYED-TIME     TO TM-ENTRY-TIME.
079500     MOVE PN-KEYED-BY       TO TM-OPERATOR-ID.
079600     MOVE "ADDONL1 "        TO TM-SOURCE.
079700     MOVE ZEROES            TO TM-SUPERSEDED-BY.
079800     MOVE ZEROES            TO TM-POST-DATE.
079900     MOVE SPACES            TO TM-POST-BATCH.
080000     MOVE PN-CATEGORY       TO TM-CATEGORY.
080100     MOVE ZEROES            TO TM-POST-CC.
080200     MOVE ZEROES            TO TM-REV-DATE.
080300     MOVE ZEROES            TO TM-MAINT-DATE.
080400     MOVE ZEROES            TO TM-MAINT-TIME.
080500     MOVE WS-SUPERVISOR-ID  TO TM-APPROVER-ID.
080600     MOVE WS-CURR-DATE8     TO TM-APPROVE-DATE.
080700     MOVE WS-CURR-TIME8     TO TM-APPROVE-TIME.
080800     WRITE TM-MASTER-RECORD
080900         INVALID KEY
081000             DISPLAY "*** DUPLICATE TRANSACTION ID "
081100                     TM-TRANS-ID " ***"
081200             SET WS-WRITE-FAILED TO TRUE
081300     END-WRITE.
081400     IF WS-WRITE-GOOD
081500         MOVE TM-TRANS-ID   TO WS-NEW-TRANS-ID
081600     END-IF.
081800 4500-EXIT.
081900     EXIT.
082000*
082100*    THE KEYING OPERATOR IS THE ONE WHO MAINTAINED THE RECORD;  *
082200*    THE APPROVER IS THE SUPERVISOR SIGNED ON HERE.             *
082300 4600-STAMP-DECISION.
082400     MOVE PN-KEYED-BY       TO TM-MAINT-ID.
082500     MOVE PN-KEYED-DATE     TO TM-MAINT-DATE.
082600     MOVE PN-KEYED-TIME     TO TM-MAINT-TIME.
082700     MOVE WS-SUPERVISOR-ID  TO TM-APPROVER-ID.
082800     MOVE WS-CURR-DATE8     TO TM-APPROVE-DATE.
082900     MOVE WS-CURR-TIME8     TO TM-APPROVE-TIME.
083000 4600-EXIT.
083100     EXIT.
083200*****************************************************************
083300*    5000-DECLINE-ITEM - THE QUEUED MAINTENANCE IS NOT APPLIED. *
083350*    A HELD CHANGE OR DELETE TARGET IS RELEASED BACK TO ACTIVE, *
083400*    UNCHANGED, SO THE NIGHTLY RUN PICKS IT UP AGAIN, AND THE   *
083450*    TARGET OF A REVERSAL GOES BACK TO POSTED.  THE ITEM IS     *
083500*    LOOKED UP AGAIN AFTER THE REASON IS KEYED IN CASE ANOTHER  *
083550*    SESSION HAS DECIDED IT MEANWHILE.                          *
083600*****************************************************************
083700 5000-DECLINE-ITEM.
083800     PERFORM 2100-ACCEPT-ITEM THRU 2100-EXIT.
083900     PERFORM 2300-CHECK-DECIDABLE THRU 2300-EXIT.
084000     IF WS-INPUT-INVALID
084100         GO TO 5000-EXIT
084200     END-IF.
084300     PERFORM 7000-SHOW-ITEM THRU 7000-EXIT.
084400     PERFORM 2200-ACCEPT-REASON THRU 2200-EXIT.
084500     IF WS-REASON-ENTRY = SPACES
084600         DISPLAY "*** A DECLINE NEEDS A REASON ***"
084700         GO TO 5000-EXIT
084800     END-IF.
084810     PERFORM 2110-LOOK-UP-ITEM THRU 2110-EXIT.
084820     PERFORM 2300-CHECK-DECIDABLE THRU 2300-EXIT.
084830     IF WS-INPUT-INVALID
084840         GO TO 5000-EXIT
084850     END-IF.
084900     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
085000     ACCEPT WS-CURR-TIME8 FROM TIME.
085100     SET WS-WRITE-GOOD TO TRUE.
085200     IF PN-ACTION-CHANGE OR PN-ACTION-DELETE
085300         PERFORM 5100-RELEASE-TARGET THRU 5100-EXIT
085320     END-IF.
085340     IF PN-ACTION-REVERSE
085390         PERFORM 5200-RESTORE-POSTED THRU 5200-EXIT
085440     END-IF.
085490     SET PN-DECLINED         TO TRUE.
085540     MOVE WS-SUPERVISOR-ID   TO PN-DECIDED-BY.
085590     MOVE WS-CURR-DATE8      TO PN-DECIDED-DATE.
085640     MOVE WS-CURR-TIME8      TO PN-DECIDED-TIME.
085690     MOVE ZEROES             TO PN-RESULT-ID.
085740     MOVE WS-REASON-ENTRY    TO PN-REASON.
085790     PERFORM 2500-SAVE-ITEM THRU 2500-EXIT.
085840     IF WS-INPUT-INVALID
085890         DISPLAY "*** DECLINE NOT RECORDED ***"
085940         GO TO 5000-EXIT
085990     END-IF.
086040     PERFORM 2400-WRITE-DECISION-AUDIT THRU 2400-EXIT.
086090     ADD 1 TO WS-DECLINE-CNT.
086140     DISPLAY "ITEM " PN-PEND-ID " DECLINED.".
086500 5000-EXIT.
086600     EXIT.
086700*
086800*    A TARGET THAT IS NO LONGER HELD IS LEFT AS IT IS - THE     *
086900*    DECLINE STILL STANDS, SINCE NOTHING WAS APPLIED.           *
087000 5100-RELEASE-TARGET.
087100     PERFORM 4400-READ-HELD-TARGET THRU 4400-EXIT.
087200     IF WS-WRITE-FAILED
087300         DISPLAY "*** TRANSACTION " PN-TARGET-ID
087400                 " LEFT AS IT IS ***"
087500         GO TO 5100-EXIT
087600     END-IF.
087700     SET TM-STATUS-ACTIVE TO TRUE.
087800     MOVE SPACES          TO TM-MAINT-ID.
087900     MOVE ZEROES          TO TM-MAINT-DATE.
088000     MOVE ZEROES          TO TM-MAINT-TIME.
088100     REWRITE TM-MASTER-RECORD
088200         INVALID KEY
088300             DISPLAY "*** REWRITE FAILED FOR " PN-TARGET-ID
088400                     " - STILL HELD, SEE SUPERVISION ***"
088500     END-REWRITE.
088600     IF WS-MASTER-IO-OK
088700         DISPLAY "TRANSACTION " PN-TARGET-ID " RELEASED."
088800     END-IF.
088900 5100-EXIT.
089000     EXIT.
089100*
089102*    A DECLINED REVERSAL PUTS THE RECORD BACK TO POSTED,        *
089103*    UNCHANGED.  ANY CORRECTION KEYED WITH IT IS NEVER WRITTEN  *
089104*    AND MUST BE KEYED AGAIN IF IT IS STILL WANTED.             *
089105 5200-RESTORE-POSTED.
089106     PERFORM 4400-READ-HELD-TARGET THRU 4400-EXIT.
089107     IF WS-WRITE-FAILED
089108         DISPLAY "*** TRANSACTION " PN-TARGET-ID
089109                 " LEFT AS IT IS ***"
089110         GO TO 5200-EXIT
089111     END-IF.
089112     SET TM-STATUS-POSTED TO TRUE.
089113     MOVE SPACES          TO TM-MAINT-ID.
089114     MOVE ZEROES          TO TM-MAINT-DATE.
089115     MOVE ZEROES          TO TM-MAINT-TIME.
089116     REWRITE TM-MASTER-RECORD
089117         INVALID KEY
089118             DISPLAY "*** REWRITE FAILED FOR " PN-TARGET-ID
089119                     " - STILL HELD, SEE SUPERVISION ***"
089120     END-REWRITE.
089121     IF WS-MASTER-IO-OK
089122         DISPLAY "TRANSACTION " PN-TARGET-ID " LEFT POSTED."
089123     END-IF.
089124 5200-EXIT.
089125     EXIT.
089144*
089200 6000-INQUIRE-ITEM.
089300     PERFORM 2100-ACCEPT-ITEM THRU 2100-EXIT.
089400     IF WS-PND-FOUND-IX = ZERO AND NOT WS-HIST-FOUND
089500         GO TO 6000-EXIT
089600     END-IF.
089700     PERFORM 7000-SHOW-ITEM THRU 7000-EXIT.
089800     IF NOT PN-WAITING
089900         DISPLAY "  DECIDED " PN-DECIDED-DATE " " PN-DECIDED-TIME
090000                 " BY " PN-DECIDED-BY "  STATUS " PN-STATUS
090100         IF PN-RESULT-ID NOT = ZEROES
090200             DISPLAY "  RESULTING TRANSACTION " PN-RESULT-ID
090300         END-IF
090400         IF PN-REASON NOT = SPACES
090500             DISPLAY "  REASON: " PN-REASON
090600         END-IF
090700     END-IF.
090800 6000-EXIT.
090900     EXIT.
091000*
091100 7000-SHOW-ITEM.
091150     DISPLAY "ITEM " PN-PEND-ID "  STATUS " PN-STATUS
091200             "  ACTION " PN-ACTION
091250             "  (A=ADD  C=CHANGE  D=DELETE  R=REVERSAL)".
091300     IF PN-TARGET-ID NOT = ZEROES
091350         DISPLAY "  TRANSACTION " PN-TARGET-ID
091400     END-IF.
091450     IF PN-ACTION-REVERSE AND PN-AA = SPACES
091500         DISPLAY "  REVERSAL ONLY - NO CORRECTION"
091550     ELSE
091600         DISPLAY "  AA=" PN-AA "  BB=" PN-BB "  CAT=" PN-CATEGORY
091650     END-IF.
091700     DISPLAY "  KEYED " PN-KEYED-DATE " " PN-KEYED-TIME
091750             " BY " PN-KEYED-BY.
091800 7000-EXIT.
091850     EXIT.
092300*****************************************************************
092400*    9000-SIGN-OFF                                              *
092500*****************************************************************
092600 9000-SIGN-OFF.
092700     CLOSE MASTER-FILE.
092800     CLOSE AUDIT-FILE.
092900     DISPLAY "APPROV1 SESSION ENDED FOR " WS-SUPERVISOR-ID
093000             " - " WS-APPROVE-CNT " APPROVED, "
093100             WS-DECLINE-CNT " DECLINED.".
093200 9000-EXIT.
093300     EXIT.
