002400*                  AGAIN, SO AFTER AN ABEND THE CYCLE RESUMES   *
002500*                  AT THE FAILED STEP.  END STAMPS THE FINISH   *
002600*                  AND RETURN CODE.  STATUS LISTS THE CYCLE     *
002650*                  FOR A DATE AND BATCH.  THE CYCLE ORDER IS    *
002700*                  TRANLOAD1, STNGEN1, ADDPROG1, RECONC1,       *
002750*                  ACKGEN1, GLPOST1.                            *
002760*                  INTCHK1, THE WEEKLY INTEGRITY SWEEP, IS      *
002770*                  BRACKETED THE SAME WAY BUT RUNS OUT OF THE   *
002780*                  CYCLE (STEP SEQUENCE ZERO, NO PREDECESSORS). *
002790*                  WHEN THE LATEST SWEEP ON FILE ENDED RC 8 OR  *
002800*                  WORSE, GLPOST1 IS WARNED ON A NORMAL NIGHT   *
002810*                  AND REFUSED RC 16 ON THE LAST BUSINESS DAY   *
002820*                  OF THE MONTH (CALFILE) UNLESS FORCED WITH F. *
002830*                  TRNCNV1, THE ONE-TIME CONVERSION OF TRANMAST *
002840*                  AND TRANARCH TO THE 160-BYTE LAYOUTS, IS     *
002850*                  BRACKETED AS AN OUT-OF-CYCLE JOB THE SAME    *
002860*                  WAY.                                         *
002900*                                                               *
003000*    MODIFICATION HISTORY                                      *
003100*    DATE       INIT  DESCRIPTION                               *
003200*    2026-09-01 JRM   INITIAL VERSION                           *
003220*    2026-10-06 JRM   ACKGEN1 JOINS THE CYCLE AFTER RECONC1, SO *
003240*                     THE FEEDS ARE ONLY ACKNOWLEDGED FOR A RUN *
003260*                     THAT BALANCED                             *
003265*    2026-10-09 JRM   COUNT EVERY START OF A STEP ON ITS RECORD *
003270*                     AND MARK A FORCED RERUN OF A COMPLETED    *
003275*                     STEP, WHICH USED TO OVERWRITE THE RECORD  *
003280*                     WITHOUT TRACE                             *
003285*    2026-10-11 JRM   STNGEN1 JOINS THE CYCLE AFTER TRANLOAD1,  *
003290*                     SO THE DAY'S STANDING INSTRUCTIONS ARE ON *
003295*                     THE MASTER BEFORE ADDPROG1 READS IT       *
003296*    2026-10-12 JRM   INTCHK1 IS BRACKETED AS AN OUT-OF-CYCLE   *
003297*                     JOB, AND A FAILED SWEEP HOLDS THE         *
003298*                     MONTH-END GLPOST1 UNLESS FORCED           *
003300*    2026-10-15 JRM   TRNCNV1 IS BRACKETED AS AN OUT-OF-CYCLE   *
003320*                     JOB                                       *
003340*                                                               *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
004100     SELECT RUNCTL-FILE     ASSIGN TO "RUNCTLF"
004200             ORGANIZATION IS LINE SEQUENTIAL
004300             FILE STATUS IS WS-RUNCTL-STATUS.
004320*
004340     SELECT CAL-FILE        ASSIGN TO "CALFILE"
004360             ORGANIZATION IS LINE SEQUENTIAL
004380             FILE STATUS IS WS-CAL-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  RUNCTL-FILE
004700     LABEL RECORDS ARE STANDARD.
004800     COPY "runctl.cpy".
004820*
004840 FD  CAL-FILE
004860     LABEL RECORDS ARE STANDARD.
004880     COPY "calrec.cpy".
004900*
005000 WORKING-STORAGE SECTION.
005100*****************************************************************
005400*****************************************************************
005500 01  WS-STEP-LIST.
005600     05  FILLER                  PIC X(09)  VALUE "TRANLOAD1".
005650     05  FILLER                  PIC X(09)  VALUE "STNGEN1  ".
005700     05  FILLER                  PIC X(09)  VALUE "ADDPROG1 ".
005800     05  FILLER                  PIC X(09)  VALUE "RECONC1  ".
005850     05  FILLER                  PIC X(09)  VALUE "ACKGEN1  ".
005900     05  FILLER                  PIC X(09)  VALUE "GLPOST1  ".
006000 01  WS-STEP-TABLE REDEFINES WS-STEP-LIST.
006100     05  WS-STEP-NAME OCCURS 6 TIMES
006200                                 PIC X(09).
006300 77  WS-STEP-MAX                 PIC 9(02) COMP VALUE 6.
006400 77  WS-STEP-IX                  PIC 9(02) COMP VALUE ZERO.
006500 77  WS-STEP-SEQ                 PIC 9(02) COMP VALUE ZERO.
006505*****************************************************************
006510*    JOBS BRACKETED OUTSIDE THE CYCLE - RECORDED WITH STEP      *
006515*    SEQUENCE ZERO AND NEVER HELD BY THE CYCLE ORDER            *
006520*****************************************************************
006525 01  WS-JOB-LIST.
006530     05  FILLER                  PIC X(09)  VALUE "INTCHK1  ".
006532     05  FILLER                  PIC X(09)  VALUE "TRNCNV1  ".
006535 01  WS-JOB-TABLE REDEFINES WS-JOB-LIST.
006540     05  WS-JOB-NAME OCCURS 2 TIMES
006545                                 PIC X(09).
006550 77  WS-JOB-MAX                  PIC 9(02) COMP VALUE 2.
006555 77  WS-JOB-IX                   PIC 9(02) COMP VALUE ZERO.
006560 77  WS-OUT-OF-CYCLE-SW          PIC X(01)      VALUE "N".
006565     88  WS-OUT-OF-CYCLE                        VALUE "Y".
006600*****************************************************************
006700*    RUN CONTROL FILE HELD IN FULL WHILE ONE RECORD IS          *
006800*    UPDATED OR APPENDED, THEN WRITTEN BACK - THE SAME          *
007430*    STEP - RECORDING THE START THROUGH WS-FOUND-IX WOULD       *
007440*    OVERWRITE THE LAST PREDECESSOR'S RECORD INSTEAD.           *
007450 77  WS-STEP-FOUND-IX            PIC 9(04) COMP VALUE ZERO.
007460*    THE LATEST INTCHK1 RECORD ON OR BEFORE THE PROCESSING DATE *
007470 77  WS-SWEEP-IX                 PIC 9(04) COMP VALUE ZERO.
007480 77  WS-SWEEP-DATE               PIC 9(08)      VALUE ZEROES.
007500 01  WS-CTL-TABLE.
007600     05  WS-CTL-ENTRY OCCURS 500 TIMES.
007700         10  WS-CTL-RECORD       PIC X(80).
008000*****************************************************************
008100 77  WS-RUNCTL-STATUS            PIC X(02)      VALUE SPACES.
008200     88  WS-RUNCTL-NOT-FOUND                    VALUE "35".
008210 77  WS-CAL-STATUS               PIC X(02)      VALUE SPACES.
008220 77  WS-CAL-EOF-SW               PIC X(01)      VALUE "N".
008230     88  WS-CAL-EOF                             VALUE "Y".
008240 77  WS-MONTH-END-SW             PIC X(01)      VALUE "N".
008250     88  WS-MONTH-END                           VALUE "Y".
008300 77  WS-CTL-EOF-SW               PIC X(01)      VALUE "N".
008400     88  WS-CTL-EOF                             VALUE "Y".
008500 77  WS-SEQ-OK-SW                PIC X(01)      VALUE "Y".
010000 77  WS-ARG-5                    PIC X(08)      VALUE SPACES.
010100     88  WS-FORCE-RERUN                         VALUE "F       ".
010200 77  WS-END-RC                   PIC 9(04)      VALUE ZEROES.
010220 77  WS-START-CNT                PIC 9(02)      VALUE ZEROES.
010240 77  WS-FORCE-FLAG               PIC X(01)      VALUE SPACE.
010300*
010400 01  WS-CURR-DATE8               PIC 9(08)      VALUE ZEROES.
010500 01  WS-CURR-TIME8               PIC 9(08)      VALUE ZEROES.
021100*
021200*****************************************************************
021300*    1200-FIND-STEP-SEQ - THE STEP ARGUMENT MUST BE ONE OF      *
021400*    THE SIX CYCLE STEPS; ITS POSITION IS ITS SEQUENCE.  AN     *
021450*    OUT-OF-CYCLE JOB KEEPS SEQUENCE ZERO.                      *
021500*****************************************************************
021600 1200-FIND-STEP-SEQ.
021700     MOVE ZERO TO WS-STEP-SEQ.
022000             UNTIL WS-STEP-IX > WS-STEP-MAX
022100                OR WS-STEP-SEQ > ZERO.
022200     IF WS-STEP-SEQ = ZERO
022210         PERFORM 1220-MATCH-JOB THRU 1220-EXIT
022220                 VARYING WS-JOB-IX FROM 1 BY 1
022230                 UNTIL WS-JOB-IX > WS-JOB-MAX
022240                    OR WS-OUT-OF-CYCLE
022250     END-IF.
022260     IF WS-STEP-SEQ = ZERO AND NOT WS-OUT-OF-CYCLE
022300         DISPLAY "RUNCTL1 - " WS-ARG-STEP
022400                 " IS NOT A CYCLE STEP"
022500         MOVE 12 TO RETURN-CODE
023400     END-IF.
023500 1210-EXIT.
023600     EXIT.
023610*
023620 1220-MATCH-JOB.
023630     IF WS-JOB-NAME (WS-JOB-IX) = WS-ARG-STEP
023640         SET WS-OUT-OF-CYCLE TO TRUE
023650     END-IF.
023660 1220-EXIT.
023670     EXIT.
023700*
023800*****************************************************************
023900*    1300-FIND-CYCLE-RECORD - LOOK FOR THE RECORD OF A GIVEN    *
028000         END-IF
028100     END-IF.
028200     PERFORM 2100-CHECK-PREDECESSORS THRU 2100-EXIT.
028220     IF WS-ARG-STEP = "GLPOST1"
028240         PERFORM 2300-CHECK-INTEGRITY-SWEEP THRU 2300-EXIT
028260     END-IF.
028300     IF WS-SEQ-BLOCKED
028400         MOVE 16 TO RETURN-CODE
028500         STOP RUN
029900*****************************************************************
030000 2100-CHECK-PREDECESSORS.
030100     MOVE "Y" TO WS-SEQ-OK-SW.
030200     IF WS-STEP-SEQ = 1 OR WS-OUT-OF-CYCLE
030300         GO TO 2100-EXIT
030400     END-IF.
030500     PERFORM 2110-CHECK-ONE-PREDECESSOR THRU 2110-EXIT
035000     EXIT.
035100*
035200 2200-RECORD-STEP-START.
035210     MOVE 1     TO WS-START-CNT.
035220     MOVE SPACE TO WS-FORCE-FLAG.
035230     IF WS-STEP-FOUND-IX > ZERO
035240         PERFORM 2210-CARRY-PRIOR-STARTS THRU 2210-EXIT
035250     END-IF.
035300     MOVE SPACES        TO RN-RUNCTL-RECORD.
035400     MOVE WS-PROC-DATE8 TO RN-PROC-DATE.
035500     MOVE WS-BATCH-ID   TO RN-BATCH-ID.
036100     MOVE ZEROES        TO RN-END-DATE.
036200     MOVE ZEROES        TO RN-END-TIME.
036300     MOVE ZEROES        TO RN-RETURN-CODE.
036320     MOVE WS-START-CNT  TO RN-START-CNT.
036340     MOVE WS-FORCE-FLAG TO RN-FORCE-FLAG.
036400     IF WS-STEP-FOUND-IX > ZERO
036500         MOVE RN-RUNCTL-RECORD
036550             TO WS-CTL-RECORD (WS-STEP-FOUND-IX)
037400         MOVE RN-RUNCTL-RECORD TO WS-CTL-RECORD (WS-CTL-CNT)
037500     END-IF.
037600 2200-EXIT.
037602     EXIT.
037604*
037606*    A STEP BEGUN AGAIN KEEPS COUNT OF ITS STARTS (A RECORD     *
037608*    FROM BEFORE THE COUNT EXISTED IS TAKEN AS ONE START).  A   *
037610*    COMPLETED STEP CAN ONLY GET HERE UNDER THE FORCE FLAG, SO  *
037612*    IT IS MARKED A FORCED RERUN, AND THE MARK STAYS.           *
037614 2210-CARRY-PRIOR-STARTS.
037616     MOVE WS-CTL-RECORD (WS-STEP-FOUND-IX) TO RN-RUNCTL-RECORD.
037618     IF RN-START-CNT IS NUMERIC
037620        AND RN-START-CNT > ZERO
037622         MOVE RN-START-CNT TO WS-START-CNT
037624     END-IF.
037626     IF WS-START-CNT < 99
037628         ADD 1 TO WS-START-CNT
037630     END-IF.
037632     MOVE RN-FORCE-FLAG TO WS-FORCE-FLAG.
037634     IF RN-STEP-COMPLETE
037636         MOVE "F" TO WS-FORCE-FLAG
037638     END-IF.
037640 2210-EXIT.
037700     EXIT.
037701*****************************************************************
037702*    2300-CHECK-INTEGRITY-SWEEP - GLPOST1 LOOKS AT THE LATEST   *
037703*    INTCHK1 ON FILE (ANY BATCH, ON OR BEFORE THE PROCESSING    *
037704*    DATE).  ONE THAT ENDED RC 8 OR WORSE ONLY WARNS ON A       *
037705*    NORMAL NIGHT, SO THE BROKEN LINKS ARE PUT RIGHT BEFORE     *
037706*    MONTH-END; ON THE LAST BUSINESS DAY OF THE MONTH IT HOLDS  *
037707*    THE POSTING UNLESS THE FORCE FLAG IS GIVEN.                *
037708*****************************************************************
037709 2300-CHECK-INTEGRITY-SWEEP.
037710     MOVE ZERO   TO WS-SWEEP-IX.
037711     MOVE ZEROES TO WS-SWEEP-DATE.
037712     PERFORM 2310-MATCH-SWEEP THRU 2310-EXIT
037713             VARYING WS-CTL-IX FROM 1 BY 1
037714             UNTIL WS-CTL-IX > WS-CTL-CNT.
037715     IF WS-SWEEP-IX = ZERO
037716         DISPLAY "RUNCTL1 - WARNING - NO COMPLETED INTCHK1 "
037717                 "INTEGRITY SWEEP ON FILE"
037718         GO TO 2300-EXIT
037719     END-IF.
037720     MOVE WS-CTL-RECORD (WS-SWEEP-IX) TO RN-RUNCTL-RECORD.
037721     IF RN-RETURN-CODE < 8
037722         GO TO 2300-EXIT
037723     END-IF.
037724     PERFORM 2320-READ-CALENDAR THRU 2320-EXIT.
037725     IF NOT WS-MONTH-END
037726         DISPLAY "RUNCTL1 - WARNING - INTCHK1 OF " RN-PROC-DATE
037727                 " ENDED RC " RN-RETURN-CODE
037728                 " - CLEAR INTRPT BEFORE MONTH-END"
037729         GO TO 2300-EXIT
037730     END-IF.
037731     IF WS-FORCE-RERUN
037732         DISPLAY "RUNCTL1 - INTCHK1 OF " RN-PROC-DATE
037733                 " ENDED RC " RN-RETURN-CODE
037734                 " - MONTH-END HOLD OVERRIDDEN BY FORCE FLAG"
037735         GO TO 2300-EXIT
037736     END-IF.
037737     DISPLAY "RUNCTL1 - INTCHK1 OF " RN-PROC-DATE
037738             " ENDED RC " RN-RETURN-CODE
037739             " - MONTH-END GLPOST1 START REFUSED".
037740     DISPLAY "RUNCTL1 - CLEAR INTRPT AND RERUN INTCHK1, OR GIVE "
037741             "FORCE FLAG F".
037742     SET WS-SEQ-BLOCKED TO TRUE.
037743 2300-EXIT.
037744     EXIT.
037745*
037746*    A LATER RECORD FOR THE SAME DATE IS A LATER SWEEP          *
037747 2310-MATCH-SWEEP.
037748     MOVE WS-CTL-RECORD (WS-CTL-IX) TO RN-RUNCTL-RECORD.
037749     IF RN-STEP-NAME = "INTCHK1"
037750        AND NOT RN-STEP-RUNNING
037751        AND RN-PROC-DATE NOT > WS-PROC-DATE8
037752        AND RN-PROC-DATE NOT < WS-SWEEP-DATE
037753         MOVE WS-CTL-IX    TO WS-SWEEP-IX
037754         MOVE RN-PROC-DATE TO WS-SWEEP-DATE
037755     END-IF.
037756 2310-EXIT.
037757     EXIT.
037758*
037759 2320-READ-CALENDAR.
037760     MOVE "N" TO WS-MONTH-END-SW.
037761     OPEN INPUT CAL-FILE.
037762     IF WS-CAL-STATUS NOT = "00"
037763         DISPLAY "RUNCTL1 - CANNOT OPEN CALFILE, STATUS "
037764                 WS-CAL-STATUS
037765         MOVE 12 TO RETURN-CODE
037766         STOP RUN
037767     END-IF.
037768     PERFORM 2330-READ-ONE-CALENDAR THRU 2330-EXIT
037769             UNTIL WS-CAL-EOF.
037770     CLOSE CAL-FILE.
037771 2320-EXIT.
037772     EXIT.
037773*
037774 2330-READ-ONE-CALENDAR.
037775     READ CAL-FILE
037776         AT END
037777             SET WS-CAL-EOF TO TRUE
037778             GO TO 2330-EXIT
037779     END-READ.
037780     IF CA-DATE = WS-PROC-DATE8
037781         IF CA-LAST-BUSINESS-DAY
037782             SET WS-MONTH-END TO TRUE
037783         END-IF
037784         SET WS-CAL-EOF TO TRUE
037785     END-IF.
037786 2330-EXIT.
037787     EXIT.
037800*****************************************************************
037900*    3000-END-STEP - STAMP THE FINISH AND RETURN CODE ON THE    *
038000*    STEP'S RECORD.  AN END WITHOUT A BEGIN IS REFUSED - THE    *
