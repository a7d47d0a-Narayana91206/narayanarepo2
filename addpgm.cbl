009430*                     RECORD, AND THE RECYCLE RECORD SO GL    *
009440*                     POSTING CAN MAP BY CATEGORY AND A       *
009450*                     RESUBMISSION KEEPS ITS CATEGORY         *
009456*    2026-10-02 JRM   STAMP THE OPERATION CODE AND CC ONTO    *
009462*                     EVERY POSTED MASTER RECORD; A RECORD A  *
009468*                     SUPERVISOR MARKED FOR REVERSAL (STATUS  *
009474*                     V) WRITES THE EQUAL-AND-OPPOSITE GL     *
009480*                     EXTRACT, AUDIT AND CONTROL REPORT LINES *
009486*                     TIED TO THE ORIGINAL TRANSACTION ID AND *
009492*                     IS MARKED REVERSED (STATUS R)           *
009493*    2026-10-05 JRM   CARRY THE APPROVING SUPERVISOR, DATE AND*
009494*                     TIME FROM THE MASTER INTO THE AUDIT     *
009495*                     RECORD; A RECORD HELD FOR APPROVAL      *
009496*                     (STATUS H) IS NOT ACTIVE AND IS LEFT    *
009497*                     FOR THE APPROVAL STEP                   *
009500*    2026-10-07 JRM   REFUSE A PROCESSING DATE IN A HARD-CLOSED *
009520*                     ACCOUNTING PERIOD, OR IN A SOFT-CLOSED  *
009540*                     ONE WITHOUT THE PERIOD OVERRIDE (ARG 5) *
009542*    2026-10-10 JRM   READ ONLY THE ACTIVE, THEN THE REVERSAL-  *
009544*                     PENDING, RECORDS THROUGH THE NEW          *
009546*                     TM-STATUS ALTERNATE KEY INSTEAD OF EVERY  *
009548*                     RECORD ON THE MASTER                      *
009550*    2026-10-15 JRM   CHECK EVERY MASTER REWRITE; A FAILURE IS  *
009552*                     REPORTED AND ENDS THE RUN RC 12.  A       *
009554*                     REVERSAL WITH NO POSTED CC OR OP CODE ON  *
009556*                     FILE IS REFUSED ON THE CONSOLE AND PUT    *
009558*                     BACK TO POSTED                            *
009560*    2026-10-15 JRM   A REVERSAL'S AUDIT RECORD NOW CARRIES     *
009570*                     THE APPROVER AS THE ORIGINAL'S DOES       *
009580*                                                               *
009600*****************************************************************
009700 ENVIRONMENT DIVISION.
009800 CONFIGURATION SECTION.
010400             ORGANIZATION IS INDEXED
010500             ACCESS MODE IS SEQUENTIAL
010600             RECORD KEY IS TM-TRANS-ID
010650             ALTERNATE RECORD KEY IS TM-STATUS WITH DUPLICATES
010700             FILE STATUS IS WS-TRANS-STATUS.
010800*
010900     SELECT EXCP-FILE       ASSIGN TO "EXCPRPT"
020000 77  WS-SUM-AA                   PIC 9(08) COMP VALUE ZERO.
020100 77  WS-SUM-BB                   PIC 9(08) COMP VALUE ZERO.
020200 77  WS-SUM-CC                   PIC S9(09) COMP VALUE ZERO.
020250 77  WS-REWRITE-FAIL-CNT         PIC 9(06) COMP VALUE ZERO.
020300*****************************************************************
020400*    FILE STATUS AND SWITCHES                                   *
020500*****************************************************************
022000*
022100 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
022200     88  WS-EOF-REACHED                         VALUE "Y".
022210*    THE STATUS BEING READ ON THE ALTERNATE KEY, AND WHETHER    *
022220*    THAT PASS STILL HAS RECORDS                                *
022230 77  WS-PASS-STATUS              PIC X(01)      VALUE "A".
022240     88  WS-PASS-ACTIVE                         VALUE "A".
022250     88  WS-PASS-REVERSAL                       VALUE "V".
022260 77  WS-PASS-SW                  PIC X(01)      VALUE "N".
022270     88  WS-PASS-OPEN                           VALUE "Y".
022280     88  WS-PASS-OVER                           VALUE "N".
022300 77  WS-VALID-SW                 PIC X(01)      VALUE "Y".
022400     88  WS-RECORD-VALID                        VALUE "Y".
022500     88  WS-RECORD-INVALID                      VALUE "N".
025900*    PARAMETER AREA FOR THE VALEDIT1 BUSINESS-EDIT MODULE       *
026000*****************************************************************
026100     COPY "valparm.cpy".
026120*****************************************************************
026140*    PARAMETER AREA FOR THE PRDCHK1 PERIOD CONTROL MODULE       *
026160*****************************************************************
026180     COPY "prdparm.cpy".
026200 PROCEDURE DIVISION.
026300*****************************************************************
026400*    0000-MAINLINE                                              *
028100     IF WS-RESTART-POINT = ZERO
028200         PERFORM 1500-WRITE-HEADER THRU 1500-EXIT
028300     END-IF.
028350     IF NOT WS-EOF-REACHED
028400         PERFORM 2910-START-PASS THRU 2910-EXIT
028450         PERFORM 2900-READ-TRANS THRU 2900-EXIT
028500     END-IF.
028700 1000-EXIT.
028800     EXIT.
028900*
031900     ACCEPT CD-OVERRIDE-FLAG FROM ARGUMENT-VALUE
032000         ON EXCEPTION
032100             MOVE SPACE TO CD-OVERRIDE-FLAG
032110     END-ACCEPT.
032120     DISPLAY 5 UPON ARGUMENT-NUMBER.
032130     ACCEPT CD-PERIOD-OVERRIDE FROM ARGUMENT-VALUE
032140         ON EXCEPTION
032150             MOVE SPACE TO CD-PERIOD-OVERRIDE
032200     END-ACCEPT.
032300     IF CD-PROCESS-DATE = SPACES OR LOW-VALUES
032400         MOVE WS-CURR-DATE8 TO WS-PROC-DATE8
033600     PERFORM 1700-VALIDATE-PROC-DATE THRU 1700-EXIT.
033700     IF CD-BATCH-ID = SPACES OR LOW-VALUES
033800         MOVE WS-PROC-DATE8 TO CD-BATCH-ID
033850     END-IF.
033900     PERFORM 1750-CHECK-PERIOD THRU 1750-EXIT.
034000 1100-EXIT.
034100     EXIT.
034200*
039400             END-IF
039500     END-READ.
039600 1710-EXIT.
039605     EXIT.
039610*
039615*****************************************************************
039620*    1750-CHECK-PERIOD - THE ACCOUNTING PERIOD OF THE          *
039625*    PROCESSING DATE MUST NOT BE HARD-CLOSED, AND MAY BE       *
039630*    SOFT-CLOSED ONLY WITH THE PERIOD OVERRIDE FLAG (ARG 5),   *
039635*    WHICH PRDCHK1 LOGS FOR THE PERIOD EXCEPTIONS REPORT.      *
039640*****************************************************************
039645 1750-CHECK-PERIOD.
039650     SET PC-FUNC-CHECK      TO TRUE.
039655     MOVE "ADDPROG1"        TO PC-PROGRAM.
039660     MOVE CD-BATCH-ID       TO PC-BATCH-ID.
039665     MOVE WS-PROC-DATE8     TO PC-POST-DATE.
039670     MOVE WS-PROC-DATE8     TO PC-ORIG-DATE.
039675     MOVE CD-PERIOD-OVERRIDE TO PC-OVERRIDE-FLAG.
039680     MOVE ZERO              TO PC-RECORD-NBR.
039685     MOVE ZERO              TO PC-AMOUNT.
039690     CALL "PRDCHK1" USING PC-PERIOD-PARM.
039695     EVALUATE TRUE
039700         WHEN PC-HARD-CLOSED
039705             DISPLAY "ADDPROG1 - PERIOD " PC-PERIOD
039710                     " IS HARD-CLOSED - RUN REFUSED"
039715             MOVE 16 TO RETURN-CODE
039720             STOP RUN
039725         WHEN PC-SOFT-REFUSED
039730             DISPLAY "ADDPROG1 - PERIOD " PC-PERIOD " IS SOFT-"
039735                     "CLOSED - RUN REFUSED (PERIOD OVERRIDE Y)"
039740             MOVE 16 TO RETURN-CODE
039745             STOP RUN
039750         WHEN PC-SOFT-OVERRIDDEN
039755             DISPLAY "ADDPROG1 - WARNING - PERIOD " PC-PERIOD
039760                     " IS SOFT-CLOSED - OVERRIDDEN"
039765         WHEN OTHER
039770             CONTINUE
039775     END-EVALUATE.
039780 1750-EXIT.
039785     EXIT.
039800*
039900 1200-OPEN-FILES.
040000     OPEN I-O TRANS-FILE.
052900*****************************************************************
053000 2000-PROCESS-RECORD.
053100*    ONLY ACTIVE MASTER RECORDS POST - SUPERSEDED, DELETED,      *
053200*    AND ALREADY-POSTED OR REJECTED RECORDS ARE PASSED OVER,     *
053210*    EXCEPT A POSTED RECORD MARKED FOR REVERSAL (STATUS V).      *
053220     IF TM-STATUS-REV-PENDING
053230         PERFORM 2600-PROCESS-REVERSAL THRU 2600-EXIT
053240         PERFORM 2900-READ-TRANS THRU 2900-EXIT
053250         GO TO 2000-EXIT
053260     END-IF.
053300     IF NOT TM-STATUS-ACTIVE
053400         PERFORM 2900-READ-TRANS THRU 2900-EXIT
053500         GO TO 2000-EXIT
063600     MOVE TM-TRANS-ID        TO GL-RECORD-NBR.
063700     MOVE AA                 TO GL-AA.
063800     MOVE BB                 TO GL-BB.
063900     IF TM-STATUS-REV-PENDING
063910         MOVE TM-POST-OP-CODE TO GL-OPERATION-CODE
063920         SET GL-ENTRY-REVERSAL TO TRUE
063930         MOVE TM-POST-DATE    TO GL-ORIG-POST-DATE
063940         MOVE TM-POST-BATCH   TO GL-ORIG-BATCH-ID
063950     ELSE
063960         MOVE CD-OPERATION-CODE TO GL-OPERATION-CODE
063970         SET GL-ENTRY-ORIGINAL TO TRUE
063980         MOVE ZEROES          TO GL-ORIG-POST-DATE
063990     END-IF.
064000     MOVE CC                 TO GL-CC.
064050     MOVE TM-CATEGORY        TO GL-CATEGORY.
064100     WRITE GL-EXTRACT-RECORD.
065000     MOVE CD-BATCH-ID        TO AU-BATCH-ID.
065100     MOVE TM-TRANS-ID        TO AU-RECORD-NBR.
065200     MOVE CD-OPERATION-CODE  TO AU-OPERATION-CODE.
065220     IF TM-STATUS-REV-PENDING
065240         MOVE TM-POST-OP-CODE TO AU-OPERATION-CODE
065260     END-IF.
065300     MOVE AA                 TO AU-AA.
065400     MOVE BB                 TO AU-BB.
065500     MOVE CC                 TO AU-CC.
065900         MOVE TM-OPERATOR-ID TO AU-OPERATOR-ID
066000     END-IF.
066050     MOVE TM-CATEGORY        TO AU-CATEGORY.
066057     IF TM-STATUS-REV-PENDING
066064         MOVE TM-MAINT-ID    TO AU-OPERATOR-ID
066071         SET AU-ENTRY-REVERSAL TO TRUE
066078     ELSE
066085         SET AU-ENTRY-ORIGINAL TO TRUE
066086     END-IF.
066087     IF TM-APPROVER-ID NOT = SPACES
066088         MOVE TM-APPROVER-ID  TO AU-APPROVER-ID
066089         MOVE TM-APPROVE-DATE TO AU-APPROVE-DATE
066090         MOVE TM-APPROVE-TIME TO AU-APPROVE-TIME
066092     END-IF.
066093     IF AU-APPROVER-ID = SPACES
066094         MOVE ZEROES          TO AU-APPROVE-DATE
066095         MOVE ZEROES          TO AU-APPROVE-TIME
066096     END-IF.
066100     WRITE AU-AUDIT-RECORD.
066200 2330-EXIT.
066300     EXIT.
066900     SET TM-STATUS-POSTED TO TRUE.
067000     MOVE WS-PROC-DATE8   TO TM-POST-DATE.
067100     MOVE CD-BATCH-ID     TO TM-POST-BATCH.
067130     MOVE CD-OPERATION-CODE TO TM-POST-OP-CODE.
067160     MOVE CC              TO TM-POST-CC.
067180     REWRITE TM-MASTER-RECORD
067200         INVALID KEY
067220             PERFORM 2430-REWRITE-FAILED THRU 2430-EXIT
067240     END-REWRITE.
067300 2340-EXIT.
067400     EXIT.
067500*
070400     SET TM-STATUS-REJECTED TO TRUE.
070500     MOVE WS-PROC-DATE8     TO TM-POST-DATE.
070600     MOVE CD-BATCH-ID       TO TM-POST-BATCH.
070620     REWRITE TM-MASTER-RECORD
070640         INVALID KEY
070660             PERFORM 2430-REWRITE-FAILED THRU 2430-EXIT
070680     END-REWRITE.
070800 2420-EXIT.
070900     EXIT.
070910*
070920 2430-REWRITE-FAILED.
070930     ADD 1 TO WS-REWRITE-FAIL-CNT.
070940     DISPLAY "ADDPROG1 - MASTER REWRITE FAILED FOR TRANS "
070950             TM-TRANS-ID " STATUS " WS-TRANS-STATUS.
070960 2430-EXIT.
070970     EXIT.
071000*
071100 2510-WRITE-CHECKPOINT.
071200     OPEN OUTPUT CKPT-FILE.
072200 2510-EXIT.
072300     EXIT.
072400*
072402*****************************************************************
072404*    2600-PROCESS-REVERSAL - A POSTED RECORD A SUPERVISOR       *
072406*    MARKED FOR REVERSAL IN ADDONL1.  THE ENTRY IS NOT          *
072408*    RECOMPUTED: THE CC AND OPERATION CODE STAMPED AT POSTING   *
072410*    TIME ARE NEGATED EXACTLY, SO THE PAIR NETS TO ZERO IN THE  *
072412*    LEDGER WHATEVER TODAY'S OPERATION CODE IS.  THE REVERSAL   *
072414*    COUNTS AS A GOOD RECORD IN THE RUN TOTALS, SO THE CONTROL  *
072415*    REPORT TRAILER STILL AGREES WITH THE GL EXTRACT.  A        *
072416*    RECORD WITH NO POSTED CC OR OP CODE (OR AA/BB) ON FILE     *
072417*    CANNOT BE REVERSED: IT IS PUT BACK TO POSTED SO IT IS NOT  *
072418*    READ AGAIN EVERY NIGHT, AND IS LOGGED ON THE CONSOLE ONLY. *
072419*****************************************************************
072420 2600-PROCESS-REVERSAL.
072422     IF TM-POST-CC IS NOT NUMERIC
072423        OR TM-POST-OP-CODE = SPACE
072424        OR TM-AA IS NOT NUMERIC
072426        OR TM-BB IS NOT NUMERIC
072428         DISPLAY "ADDPROG1 - REVERSAL OF TRANS " TM-TRANS-ID
072429                 " REFUSED - NO POSTED CC ON FILE, LEFT POSTED"
072430         PERFORM 2610-REFUSE-REVERSAL THRU 2610-EXIT
072432         GO TO 2600-EXIT
072434     END-IF.
072436     ADD 1 TO WS-RECORD-NBR.
072438     MOVE TM-AA TO AA.
072440     MOVE TM-BB TO BB.
072442     COMPUTE CC = 0 - TM-POST-CC.
072444     DISPLAY "RECORD " WS-RECORD-NBR " AA=" AA
072446             " BB=" BB " CC=" CC " REVERSAL".
072448     MOVE "REVERSAL" TO RP-DTL-NOTE.
072450     PERFORM 2310-WRITE-REPORT-LINE THRU 2310-EXIT.
072452     MOVE SPACES TO RP-DTL-NOTE.
072454     PERFORM 2320-WRITE-EXTRACT THRU 2320-EXIT.
072456     PERFORM 2330-WRITE-AUDIT THRU 2330-EXIT.
072458     ADD 1  TO WS-RECORD-CNT.
072460     ADD AA TO WS-SUM-AA.
072462     ADD BB TO WS-SUM-BB.
072464     ADD CC TO WS-SUM-CC.
072466     SET TM-STATUS-REVERSED TO TRUE.
072468     MOVE WS-PROC-DATE8   TO TM-REV-DATE.
072470     MOVE CD-BATCH-ID     TO TM-REV-BATCH.
072471     REWRITE TM-MASTER-RECORD
072472         INVALID KEY
072473             PERFORM 2430-REWRITE-FAILED THRU 2430-EXIT
072474     END-REWRITE.
072475     PERFORM 2510-WRITE-CHECKPOINT THRU 2510-EXIT.
072476 2600-EXIT.
072478     EXIT.
072480*
072481*    THE REFUSED REVERSAL GOES BACK TO POSTED AS IT WAS.  IT IS *
072482*    NOT WRITTEN TO EXCPRPT OR COUNTED AS AN EXCEPTION - IT WAS *
072483*    NEVER INPUT TO THIS BATCH, AND RECONC1 WOULD FIND NO INPUT *
072484*    RECORD TO BALANCE IT AGAINST.  THE SUPERVISOR RAISES A NEW *
072485*    REVERSAL ONCE THE POSTED CC IS PUT RIGHT.                  *
072486 2610-REFUSE-REVERSAL.
072492     SET TM-STATUS-POSTED TO TRUE.
072493     MOVE ZEROES          TO TM-REV-DATE.
072494     MOVE SPACES          TO TM-REV-BATCH.
072495     REWRITE TM-MASTER-RECORD
072496         INVALID KEY
072497             PERFORM 2430-REWRITE-FAILED THRU 2430-EXIT
072498     END-REWRITE.
072499     PERFORM 2510-WRITE-CHECKPOINT THRU 2510-EXIT.
072500 2610-EXIT.
072501     EXIT.
072502*
072503*    ONLY THE RECORDS THE RUN HAS WORK FOR ARE READ: A START ON *
072504*    THE TM-STATUS ALTERNATE KEY POSITIONS AT THE FIRST ACTIVE  *
072510*    RECORD AND THE PASS ENDS AT THE FIRST RECORD OF ANY OTHER  *
072520*    STATUS; A SECOND PASS THEN TAKES THE REVERSAL-PENDING      *
072530*    RECORDS.  POSTED, SUPERSEDED AND DELETED HISTORY IS NEVER  *
072540*    READ.  A RECORD MARKED POSTED OR REJECTED MOVES OUT OF THE *
072550*    ACTIVE KEY RANGE, SO A RESTART PICKS UP WHERE THE ABENDED  *
072560*    RUN STOPPED.                                               *
072570 2900-READ-TRANS.
072580     PERFORM 2920-READ-IN-PASS THRU 2920-EXIT.
072590     IF WS-PASS-OVER AND WS-PASS-ACTIVE
072600         SET WS-PASS-REVERSAL TO TRUE
072610         PERFORM 2910-START-PASS THRU 2910-EXIT
072620         PERFORM 2920-READ-IN-PASS THRU 2920-EXIT
072630     END-IF.
072640     IF WS-PASS-OVER
072650         SET WS-EOF-REACHED TO TRUE
072660     END-IF.
072670 2900-EXIT.
072680     EXIT.
072690*
072700 2910-START-PASS.
072710     SET WS-PASS-OPEN TO TRUE.
072720     MOVE WS-PASS-STATUS TO TM-STATUS.
072730     START TRANS-FILE KEY = TM-STATUS
072740         INVALID KEY
072750             SET WS-PASS-OVER TO TRUE
072760     END-START.
072770 2910-EXIT.
072780     EXIT.
072790*
072800 2920-READ-IN-PASS.
072810     IF WS-PASS-OVER
072820         GO TO 2920-EXIT
072830     END-IF.
072840     READ TRANS-FILE NEXT RECORD
072850         AT END
072860             SET WS-PASS-OVER TO TRUE
072870             GO TO 2920-EXIT
072880     END-READ.
072890     IF TM-STATUS NOT = WS-PASS-STATUS
072900         SET WS-PASS-OVER TO TRUE
072910     END-IF.
072920 2920-EXIT.
072930     EXIT.
073100*****************************************************************
073200*    9000-FINALIZE - PRINT THE TRAILER, RESET THE CHECKPOINT,   *
073250*                    AND CLOSE ALL FILES; RC 12 WHEN ANY        *
073300*                    MASTER RECORD COULD NOT BE MARKED          *
073400*****************************************************************
073500 9000-FINALIZE.
073600     PERFORM 9100-WRITE-TRAILER THRU 9100-EXIT.
074300     CLOSE GLEXTR-FILE.
074400     CLOSE AUDIT-FILE.
074500     CLOSE RECYCLE-FILE.
074510     IF WS-REWRITE-FAIL-CNT > ZERO
074520         DISPLAY "ADDPROG1 - " WS-REWRITE-FAIL-CNT
074530                 " MASTER RECORD(S) NOT MARKED - OUTPUTS WERE"
074540                 " WRITTEN, CHECK GLEXTR BEFORE ANY RERUN"
074550         MOVE 12 TO RETURN-CODE
074560     END-IF.
074600 9000-EXIT.
074700     EXIT.
074800*
