002702*                     OF JOB - A RESTART OF AN ABENDED RUN    *
002703*                     CAN NO LONGER APPEND THE FIRST          *
002704*                     ATTEMPT'S ITEMS A SECOND TIME           *
002705*    2026-10-02 JRM   POST A REVERSAL EXTRACT (ENTRY TYPE R)  *
002710*                     THROUGH THE MAP ENTRY OF THE ORIGINAL   *
002715*                     SIGN WITH DEBIT AND CREDIT SWAPPED, SO  *
002720*                     IT BACKS OUT EXACTLY WHAT THE ORIGINAL  *
002725*                     POSTED; REVERSAL AMOUNTS ROLL UP AND    *
002730*                     WRITE TO POSTLDGR SEPARATELY (ENTRY     *
002735*                     TYPE R), PRINT ON THEIR OWN REGISTER    *
002740*                     LINE WITH THE ORIGINAL BATCH, NET OFF   *
002745*                     THE CATEGORY SUBTOTAL, AND ARE COUNTED  *
002750*                     ON THE TRAILER                          *
002755*    2026-10-07 JRM   CHECK THE RUN'S POSTING MONTH AGAINST THE *
002760*                     PERIOD CONTROL FILE (PRDCHK1): A SOFT-  *
002765*                     CLOSED MONTH IS REFUSED RC 16 UNLESS    *
002770*                     ARGUMENT 1 IS THE OVERRIDE 'Y'; A HARD- *
002775*                     CLOSED MONTH IS NEVER POSTED - THE RUN  *
002780*                     ROLLS INTO THE FIRST OPEN MONTH AND     *
002785*                     EVERY ITEM MOVED IS LOGGED TO PRDLOG    *
002786*    2026-10-15 JRM   REFUSE THE RUN RC 16 WHEN PRDCHK1 CANNOT  *
002787*                     LOG A ROLLED ITEM'S MOVE                  *
002790*                                                               *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
008000 77  WS-EXTRACT-CNT              PIC 9(08) COMP VALUE ZERO.
008100 77  WS-POSTED-CNT               PIC 9(08) COMP VALUE ZERO.
008200 77  WS-SUSPENSE-CNT             PIC 9(08) COMP VALUE ZERO.
008250 77  WS-REVERSAL-CNT             PIC 9(08) COMP VALUE ZERO.
008260 77  WS-ROLLED-CNT               PIC 9(08) COMP VALUE ZERO.
008300 77  WS-DR-TOTAL                 PIC S9(09) COMP VALUE ZERO.
008400 77  WS-CR-TOTAL                 PIC S9(09) COMP VALUE ZERO.
008500 77  WS-POST-AMOUNT              PIC S9(09) COMP VALUE ZERO.
009360 77  WS-SUSPWK-STATUS            PIC X(02)      VALUE SPACES.
009370 77  WS-SUSPWK-EOF-SW            PIC X(01)      VALUE "N".
009380     88  WS-SUSPWK-EOF                          VALUE "Y".
009385 77  WS-PERIOD-OVERRIDE          PIC X(01)      VALUE SPACE.
009390 77  WS-PERIOD-ROLLED-SW         PIC X(01)      VALUE "N".
009395     88  WS-PERIOD-ROLLED                       VALUE "Y".
009400*
009500 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
009600     88  WS-EOF-REACHED                         VALUE "Y".
012300     05  WS-ACCT-ENTRY OCCURS 100 TIMES.
012400         10  WS-ACCT-NUMBER      PIC X(08).
012500         10  WS-ACCT-DR-CR       PIC X(02).
012550         10  WS-ACCT-ENTRY-TYPE  PIC X(01).
012600         10  WS-ACCT-AMOUNT      PIC S9(09) COMP.
012700         10  WS-ACCT-REC-CNT     PIC 9(08) COMP.
012710*****************************************************************
012900 01  WS-POST-ACCT-HOLD.
013000     05  WS-HOLD-ACCOUNT         PIC X(08).
013100     05  WS-HOLD-DR-CR           PIC X(02).
013150     05  WS-HOLD-ENTRY-TYPE      PIC X(01).
013200*
013300 01  WS-RUN-DATE8                PIC 9(08)      VALUE ZEROES.
013400 01  WS-POST-DATE8               PIC 9(08)      VALUE ZEROES.
013500 01  WS-POST-BATCH-ID            PIC X(08)      VALUE SPACES.
013520*****************************************************************
013540*    PARAMETER AREA FOR THE PRDCHK1 PERIOD CONTROL MODULE       *
013560*****************************************************************
013580     COPY "prdparm.cpy".
013600*****************************************************************
013700*    POSTING REGISTER REPORT LINE LAYOUTS - ALL 80 BYTES        *
013800*****************************************************************
014400     05  FILLER                  PIC X(11)
014500             VALUE "  RUN DATE:".
014600     05  RG-HDR-RUN-DATE         PIC 9(08).
014610     05  FILLER                  PIC X(29)  VALUE SPACES.
014620*
014630 01  RG-PERIOD-LINE.
014640     05  FILLER                  PIC X(07)  VALUE "PERIOD ".
014650     05  RG-PRD-PERIOD           PIC 9(06).
014660     05  FILLER                  PIC X(01)  VALUE SPACES.
014670     05  RG-PRD-TEXT             PIC X(30).
014680     05  RG-PRD-DATE             PIC X(08).
014700     05  FILLER                  PIC X(28)  VALUE SPACES.
014800*
014900 01  RG-DETAIL-LINE.
015000     05  FILLER                  PIC X(04)  VALUE "REC ".
015940     05  RG-DTL-CATEGORY         PIC X(02).
016000     05  FILLER                  PIC X(19)  VALUE SPACES.
016100*
016105 01  RG-REVERSAL-LINE.
016110     05  FILLER                  PIC X(04)  VALUE "REV ".
016115     05  RG-REV-RECORD-NBR       PIC ZZZZZZZ9.
016120     05  FILLER                  PIC X(05)  VALUE "  OP=".
016125     05  RG-REV-OP-CODE          PIC X(01).
016130     05  FILLER                  PIC X(05)  VALUE "  CC=".
016135     05  RG-REV-CC               PIC -(4)9.
016140     05  FILLER                  PIC X(05)  VALUE "  DR=".
016145     05  RG-REV-DEBIT-ACCT       PIC X(08).
016150     05  FILLER                  PIC X(05)  VALUE "  CR=".
016155     05  RG-REV-CREDIT-ACCT      PIC X(08).
016160     05  FILLER                  PIC X(07)  VALUE "  ORIG=".
016165     05  RG-REV-ORIG-BATCH       PIC X(08).
016170     05  FILLER                  PIC X(11)  VALUE SPACES.
016175*
016200 01  RG-SUSPENSE-LINE.
016300     05  FILLER                  PIC X(04)  VALUE "REC ".
016400     05  RG-SUS-RECORD-NBR       PIC ZZZZZZZ9.
018000     05  FILLER                  PIC X(09)  VALUE "  RECORDS".
018100     05  FILLER                  PIC X(01)  VALUE "=".
018200     05  RG-SUM-REC-CNT          PIC Z(7)9.
018300     05  FILLER                  PIC X(02)  VALUE SPACES.
018320     05  RG-SUM-NOTE             PIC X(08)  VALUE SPACES.
018340     05  FILLER                  PIC X(13)  VALUE SPACES.
018400*
018500 01  RG-CATEGORY-LINE.
018510     05  FILLER                  PIC X(12)
019200     05  FILLER                  PIC X(10)  VALUE "  SUSPENSE".
019300     05  FILLER                  PIC X(01)  VALUE "=".
019400     05  RG-TRL-SUSPENSE-CNT     PIC Z(7)9.
019500     05  FILLER                  PIC X(10)  VALUE "  REVERSED".
019520     05  FILLER                  PIC X(01)  VALUE "=".
019540     05  RG-TRL-REVERSAL-CNT     PIC Z(7)9.
019600*
019700 01  RG-BALANCE-LINE.
019800     05  FILLER                  PIC X(08)
021800*                      PRIME THE FIRST EXTRACT READ             *
021900*****************************************************************
022000 1000-INITIALIZE.
022010*    ARGUMENT 1 IS THE SOFT-CLOSED PERIOD OVERRIDE FLAG.  A    *
022020*    RUN STARTED WITH NO ARGUMENTS POSTS ONLY INTO AN OPEN     *
022030*    MONTH, AS BEFORE THE PERIOD CONTROL FILE EXISTED.         *
022040     DISPLAY 1 UPON ARGUMENT-NUMBER.
022050     ACCEPT WS-PERIOD-OVERRIDE FROM ARGUMENT-VALUE
022060         ON EXCEPTION
022070             MOVE SPACE TO WS-PERIOD-OVERRIDE
022080     END-ACCEPT.
022100     ACCEPT WS-RUN-DATE8 FROM DATE YYYYMMDD.
022200     OPEN INPUT  GLEXTR-FILE.
022210     IF WS-GLEXTR-STATUS NOT = "00"
023000         MOVE GL-BATCH-ID TO WS-POST-BATCH-ID
023100     END-IF.
023200     PERFORM 1200-WRITE-REGISTER-HEADER THRU 1200-EXIT.
023220     IF NOT WS-EOF-REACHED
023240         PERFORM 1300-CHECK-PERIOD THRU 1300-EXIT
023260     END-IF.
023300 1000-EXIT.
023400     EXIT.
023500*
028300     MOVE RG-HEADER-LINE   TO REGISTER-RECORD.
028400     WRITE REGISTER-RECORD.
028500 1200-EXIT.
028502     EXIT.
028504*****************************************************************
028506*    1300-CHECK-PERIOD - THE RUN POSTS UNDER ONE DATE, SO ITS   *
028508*    MONTH IS CHECKED ONCE.  A SOFT-CLOSED MONTH WITHOUT THE    *
028510*    OVERRIDE STOPS THE RUN BEFORE ANYTHING IS WRITTEN TO THE   *
028512*    LEDGER; A HARD-CLOSED ONE MOVES THE WHOLE RUN TO THE       *
028514*    FIRST OPEN MONTH, AND 2200 LOGS EACH ITEM IT POSTS THERE.  *
028516*****************************************************************
028518 1300-CHECK-PERIOD.
028520     SET PC-FUNC-CHECK       TO TRUE.
028522     MOVE "GLPOST1"          TO PC-PROGRAM.
028524     MOVE WS-POST-BATCH-ID   TO PC-BATCH-ID.
028526     MOVE WS-POST-DATE8      TO PC-POST-DATE.
028528     MOVE WS-POST-DATE8      TO PC-ORIG-DATE.
028530     MOVE WS-PERIOD-OVERRIDE TO PC-OVERRIDE-FLAG.
028532     MOVE ZERO               TO PC-RECORD-NBR.
028534     MOVE ZERO               TO PC-AMOUNT.
028536     CALL "PRDCHK1" USING PC-PERIOD-PARM.
028538     MOVE PC-PERIOD          TO RG-PRD-PERIOD.
028540     EVALUATE TRUE
028542         WHEN PC-SOFT-REFUSED
028544             DISPLAY "GLPOST1 - PERIOD " PC-PERIOD " IS SOFT-"
028546                     "CLOSED - RUN REFUSED (OVERRIDE Y)"
028548             MOVE 16 TO RETURN-CODE
028550             PERFORM 9900-CLOSE-ALL-FILES THRU 9900-EXIT
028552             STOP RUN
028554         WHEN PC-SOFT-OVERRIDDEN
028556             DISPLAY "GLPOST1 - WARNING - PERIOD " PC-PERIOD
028558                     " IS SOFT-CLOSED - OVERRIDDEN"
028560             MOVE "SOFT-CLOSED - POSTED UNDER OVR"
028562                                     TO RG-PRD-TEXT
028564             MOVE SPACES             TO RG-PRD-DATE
028566             MOVE RG-PERIOD-LINE     TO REGISTER-RECORD
028568             WRITE REGISTER-RECORD
028570         WHEN PC-HARD-CLOSED
028572             SET WS-PERIOD-ROLLED    TO TRUE
028574             MOVE PC-ROLL-DATE       TO WS-POST-DATE8
028576             DISPLAY "GLPOST1 - PERIOD " PC-PERIOD " IS HARD-"
028578                     "CLOSED - POSTING TO " WS-POST-DATE8
028580             MOVE "HARD-CLOSED - ROLLED INTO     "
028582                                     TO RG-PRD-TEXT
028584             MOVE WS-POST-DATE8      TO RG-PRD-DATE
028586             MOVE RG-PERIOD-LINE     TO REGISTER-RECORD
028588             WRITE REGISTER-RECORD
028590         WHEN OTHER
028592             CONTINUE
028594     END-EVALUATE.
028596 1300-EXIT.
028600     EXIT.
028700*****************************************************************
028800*    2000-POST-EXTRACT - TRANSLATE ONE EXTRACT RECORD THROUGH   *
030800     ELSE
030900         MOVE "+" TO WS-CC-SIGN
031000     END-IF.
031050*    A REVERSAL CARRIES THE NEGATED CC, SO IT IS MAPPED UNDER    *
031052*    THE ORIGINAL ENTRY'S SIGN AND POSTED WITH THE SIDES         *
031054*    SWAPPED IN 2250.                                            *
031056     IF GL-ENTRY-REVERSAL
031058         IF GL-CC > ZERO
031060             MOVE "-" TO WS-CC-SIGN
031062         ELSE
031064             MOVE "+" TO WS-CC-SIGN
031066         END-IF
031068     END-IF.
031070     MOVE GL-CATEGORY TO WS-MATCH-CATEGORY.
031100     PERFORM 2110-MATCH-MAP-ENTRY THRU 2110-EXIT
031200             VARYING WS-MAP-IX FROM 1 BY 1
031300             UNTIL WS-MAP-IX > WS-MAP-CNT
033300     ELSE
033400         MOVE GL-CC TO WS-POST-AMOUNT
033500     END-IF.
033600     MOVE GL-ENTRY-TYPE                  TO WS-HOLD-ENTRY-TYPE.
033602     IF WS-PERIOD-ROLLED
033604         PERFORM 2500-LOG-ROLLED-ITEM THRU 2500-EXIT
033606     END-IF.
033610     IF GL-ENTRY-REVERSAL
033620         PERFORM 2250-POST-ONE-REVERSAL THRU 2250-EXIT
033630         GO TO 2200-EXIT
033640     END-IF.
033650     MOVE WS-MAP-DEBIT-ACCT (WS-MAP-IX)  TO WS-HOLD-ACCOUNT.
033700     MOVE "DR"                           TO WS-HOLD-DR-CR.
033800     ADD WS-POST-AMOUNT TO WS-DR-TOTAL.
033900     PERFORM 2300-ROLL-UP-ACCOUNT THRU 2300-EXIT.
037600 2310-MATCH-ACCOUNT.
037700     IF WS-ACCT-NUMBER (WS-ACCT-IX) = WS-HOLD-ACCOUNT
037800        AND WS-ACCT-DR-CR (WS-ACCT-IX) = WS-HOLD-DR-CR
037850        AND WS-ACCT-ENTRY-TYPE (WS-ACCT-IX) = WS-HOLD-ENTRY-TYPE
037900         SET WS-ACCT-FOUND TO TRUE
038000         SUBTRACT 1 FROM WS-ACCT-IX
038100     END-IF.
039200     ADD 1 TO WS-ACCT-CNT.
039300     MOVE WS-HOLD-ACCOUNT TO WS-ACCT-NUMBER (WS-ACCT-CNT).
039400     MOVE WS-HOLD-DR-CR   TO WS-ACCT-DR-CR (WS-ACCT-CNT).
039450     MOVE WS-HOLD-ENTRY-TYPE TO WS-ACCT-ENTRY-TYPE (WS-ACCT-CNT).
039500     MOVE WS-POST-AMOUNT  TO WS-ACCT-AMOUNT (WS-ACCT-CNT).
039600     MOVE 1               TO WS-ACCT-REC-CNT (WS-ACCT-CNT).
039700 2320-EXIT.
039800     EXIT.
039802*
039804*    THE ORIGINAL DEBITED THE MAP'S DEBIT ACCOUNT AND CREDITED  *
039806*    ITS CREDIT ACCOUNT; THE REVERSAL DOES THE OPPOSITE.  THE   *
039808*    CATEGORY SUBTOTAL IS NET, SO THE REVERSAL AMOUNT GOES INTO *
039810*    IT NEGATIVE.                                               *
039812 2250-POST-ONE-REVERSAL.
039814     ADD 1 TO WS-REVERSAL-CNT.
039816     MOVE WS-MAP-CREDIT-ACCT (WS-MAP-IX) TO WS-HOLD-ACCOUNT.
039818     MOVE "DR"                           TO WS-HOLD-DR-CR.
039820     ADD WS-POST-AMOUNT TO WS-DR-TOTAL.
039822     PERFORM 2300-ROLL-UP-ACCOUNT THRU 2300-EXIT.
039824     MOVE WS-MAP-DEBIT-ACCT (WS-MAP-IX)  TO WS-HOLD-ACCOUNT.
039826     MOVE "CR"                           TO WS-HOLD-DR-CR.
039828     ADD WS-POST-AMOUNT TO WS-CR-TOTAL.
039830     PERFORM 2300-ROLL-UP-ACCOUNT THRU 2300-EXIT.
039832     COMPUTE WS-POST-AMOUNT = ZERO - WS-POST-AMOUNT.
039834     PERFORM 2350-ROLL-UP-CATEGORY THRU 2350-EXIT.
039836     COMPUTE WS-POST-AMOUNT = ZERO - WS-POST-AMOUNT.
039838     MOVE GL-RECORD-NBR     TO RG-REV-RECORD-NBR.
039840     MOVE GL-OPERATION-CODE TO RG-REV-OP-CODE.
039842     MOVE GL-CC             TO RG-REV-CC.
039844     MOVE WS-MAP-CREDIT-ACCT (WS-MAP-IX)
039846                            TO RG-REV-DEBIT-ACCT.
039848     MOVE WS-MAP-DEBIT-ACCT (WS-MAP-IX)
039850                            TO RG-REV-CREDIT-ACCT.
039852     MOVE GL-ORIG-BATCH-ID  TO RG-REV-ORIG-BATCH.
039854     MOVE RG-REVERSAL-LINE  TO REGISTER-RECORD.
039856     WRITE REGISTER-RECORD.
039858 2250-EXIT.
039860     EXIT.
039900*
040000 2400-WRITE-SUSPENSE.
040100     ADD 1 TO WS-SUSPENSE-CNT.
040190     MOVE WS-POST-DATE8     TO SU-SUSP-DATE.
040200     MOVE ZEROES            TO SU-AGE.
040210     MOVE GL-CATEGORY       TO SU-CATEGORY.
040220     MOVE GL-ENTRY-TYPE     TO SU-ENTRY-TYPE.
040300     WRITE SU-SUSPENSE-RECORD.
040400     MOVE GL-RECORD-NBR     TO RG-SUS-RECORD-NBR.
040500     MOVE GL-OPERATION-CODE TO RG-SUS-OP-CODE.
040700     MOVE RG-SUSPENSE-LINE  TO REGISTER-RECORD.
040800     WRITE REGISTER-RECORD.
040900 2400-EXIT.
040905     EXIT.
040910*
040915 2500-LOG-ROLLED-ITEM.
040920     ADD 1 TO WS-ROLLED-CNT.
040925     SET PC-FUNC-MOVED       TO TRUE.
040930     MOVE GL-BATCH-ID        TO PC-BATCH-ID.
040935     MOVE GL-RUN-DATE        TO PC-ORIG-DATE.
040940     MOVE WS-POST-DATE8      TO PC-POST-DATE.
040945     MOVE GL-RECORD-NBR      TO PC-RECORD-NBR.
040950     MOVE GL-CC              TO PC-AMOUNT.
040955     CALL "PRDCHK1" USING PC-PERIOD-PARM.
040960     IF PC-SOFT-REFUSED
040965         DISPLAY "GLPOST1 - MOVE OF RECORD " GL-RECORD-NBR
040970                 " COULD NOT BE LOGGED - RUN REFUSED"
040975         MOVE 16 TO RETURN-CODE
040980         PERFORM 9900-CLOSE-ALL-FILES THRU 9900-EXIT
040985         STOP RUN
040990     END-IF.
040995 2500-EXIT.
041000     EXIT.
041100*
041200 2900-READ-EXTRACT.
042800     PERFORM 9900-CLOSE-ALL-FILES THRU 9900-EXIT.
043200     DISPLAY "GLPOST1 - EXTRACT=" WS-EXTRACT-CNT
043300             " POSTED=" WS-POSTED-CNT
043400             " SUSPENSE=" WS-SUSPENSE-CNT
043450             " REVERSED=" WS-REVERSAL-CNT
043460             " ROLLED=" WS-ROLLED-CNT.
043500     IF WS-SUSPENSE-CNT > ZERO
043600         MOVE 4 TO RETURN-CODE
043700     END-IF.
044600     MOVE WS-ACCT-DR-CR (WS-ACCT-IX)   TO PL-DR-CR.
044700     MOVE WS-ACCT-AMOUNT (WS-ACCT-IX)  TO PL-AMOUNT.
044800     MOVE WS-ACCT-REC-CNT (WS-ACCT-IX) TO PL-RECORD-CNT.
044850     MOVE WS-ACCT-ENTRY-TYPE (WS-ACCT-IX) TO PL-ENTRY-TYPE.
044900     WRITE PL-LEDGER-RECORD.
045000     MOVE WS-ACCT-NUMBER (WS-ACCT-IX)  TO RG-SUM-ACCOUNT.
045100     MOVE WS-ACCT-DR-CR (WS-ACCT-IX)   TO RG-SUM-DR-CR.
045200     MOVE WS-ACCT-AMOUNT (WS-ACCT-IX)  TO RG-SUM-AMOUNT.
045300     MOVE WS-ACCT-REC-CNT (WS-ACCT-IX) TO RG-SUM-REC-CNT.
045310     IF PL-ENTRY-REVERSAL
045320         MOVE "REVERSAL"                TO RG-SUM-NOTE
045330     ELSE
045340         MOVE SPACES                    TO RG-SUM-NOTE
045350     END-IF.
045400     MOVE RG-SUMMARY-LINE              TO REGISTER-RECORD.
045500     WRITE REGISTER-RECORD.
045600 9100-EXIT.
046000     MOVE WS-EXTRACT-CNT  TO RG-TRL-EXTRACT-CNT.
046100     MOVE WS-POSTED-CNT   TO RG-TRL-POSTED-CNT.
046200     MOVE WS-SUSPENSE-CNT TO RG-TRL-SUSPENSE-CNT.
046250     MOVE WS-REVERSAL-CNT TO RG-TRL-REVERSAL-CNT.
046300     MOVE RG-TRAILER-LINE TO REGISTER-RECORD.
046400     WRITE REGISTER-RECORD.
046500     MOVE WS-DR-TOTAL     TO RG-BAL-DR-TOTAL.
