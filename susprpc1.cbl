002960*                     ABEND BETWEEN THE TWO CAN DUPLICATE A   *
002970*                     POSTING VISIBLY, BUT CAN NO LONGER      *
002980*                     DROP MAPPED ITEMS OFF BOTH FILES        *
002982*    2026-10-02 JRM   RETRY A SUSPENDED REVERSAL (ENTRY TYPE  *
002984*                     R) UNDER THE ORIGINAL ENTRY'S SIGN WITH *
002986*                     DEBIT AND CREDIT SWAPPED, AS GLPOST1    *
002988*                     DOES, AND KEEP ITS LEDGER SUMMARIES     *
002990*                     APART FROM THE ORIGINALS                *
002991*    2026-10-07 JRM   CHECK THE POSTING MONTH AGAINST THE       *
002992*                     PERIOD CONTROL FILE (PRDCHK1) AS        *
002993*                     GLPOST1 DOES - SOFT-CLOSED NEEDS THE    *
002994*                     OVERRIDE (ARGUMENT 1), HARD-CLOSED      *
002995*                     ROLLS TO THE FIRST OPEN MONTH - AND LOG *
002996*                     EVERY ITEM WHOSE OWN MONTH IS HARD-     *
002997*                     CLOSED AS MOVED INTO THE POSTING MONTH  *
002998*    2026-10-15 JRM   REFUSE THE RUN RC 16 WHEN PRDCHK1 CANNOT  *
002999*                     LOG A ROLLED ITEM'S MOVE                  *
003000*                                                               *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
008300 77  WS-READ-CNT                 PIC 9(08) COMP VALUE ZERO.
008400 77  WS-POSTED-CNT               PIC 9(08) COMP VALUE ZERO.
008500 77  WS-CARRIED-CNT              PIC 9(08) COMP VALUE ZERO.
008550 77  WS-ROLLED-CNT               PIC 9(08) COMP VALUE ZERO.
008600 77  WS-DR-TOTAL                 PIC S9(09) COMP VALUE ZERO.
008700 77  WS-CR-TOTAL                 PIC S9(09) COMP VALUE ZERO.
008800 77  WS-POST-AMOUNT              PIC S9(09) COMP VALUE ZERO.
010700 77  WS-ACCT-FOUND-SW            PIC X(01)      VALUE "N".
010800     88  WS-ACCT-FOUND                          VALUE "Y".
010900 77  WS-CC-SIGN                  PIC X(01)      VALUE SPACES.
010920 77  WS-PERIOD-OVERRIDE          PIC X(01)      VALUE SPACE.
010940 77  WS-ITEM-ROLLED-SW           PIC X(01)      VALUE "N".
010960     88  WS-ITEM-ROLLED                         VALUE "Y".
011000*****************************************************************
011100*    ACCOUNT-MAPPING TABLE LOADED FROM GLACCTMP AT START-UP -   *
011200*    SAME SHAPE AND LIMIT AS THE ONE IN GLPOST1                 *
013100     05  WS-ACCT-ENTRY OCCURS 100 TIMES.
013200         10  WS-ACCT-NUMBER      PIC X(08).
013300         10  WS-ACCT-DR-CR       PIC X(02).
013350         10  WS-ACCT-ENTRY-TYPE  PIC X(01).
013400         10  WS-ACCT-AMOUNT      PIC S9(09) COMP.
013500         10  WS-ACCT-REC-CNT     PIC 9(08) COMP.
013600*
013700 01  WS-POST-ACCT-HOLD.
013800     05  WS-HOLD-ACCOUNT         PIC X(08).
013900     05  WS-HOLD-DR-CR           PIC X(02).
013950     05  WS-HOLD-ENTRY-TYPE      PIC X(01).
014000*
014100 01  WS-CURR-DATE8               PIC 9(08)      VALUE ZEROES.
014110 01  WS-POST-DATE8               PIC 9(08)      VALUE ZEROES.
014120*****************************************************************
014130*    PARAMETER AREA FOR THE PRDCHK1 PERIOD CONTROL MODULE       *
014140*****************************************************************
014150     COPY "prdparm.cpy".
014200*****************************************************************
014300*    REPROCESS REGISTER LINE LAYOUTS - ALL 80 BYTES             *
014400*****************************************************************
014800     05  FILLER                  PIC X(11)
014900             VALUE "  RUN DATE:".
015000     05  RS-HDR-RUN-DATE         PIC 9(08).
015010     05  FILLER                  PIC X(32)  VALUE SPACES.
015020*
015030 01  RS-PERIOD-LINE.
015040     05  FILLER                  PIC X(07)  VALUE "PERIOD ".
015050     05  RS-PRD-PERIOD           PIC 9(06).
015060     05  FILLER                  PIC X(01)  VALUE SPACES.
015070     05  RS-PRD-TEXT             PIC X(30).
015080     05  RS-PRD-DATE             PIC X(08).
015100     05  FILLER                  PIC X(28)  VALUE SPACES.
015200*
015300 01  RS-DETAIL-LINE.
015400     05  FILLER                  PIC X(04)  VALUE "REC ".
016300     05  RS-DTL-CREDIT-ACCT      PIC X(08).
016400     05  FILLER                  PIC X(07)  VALUE "  SUSP ".
016500     05  RS-DTL-SUSP-DATE        PIC 9(08).
016600     05  FILLER                  PIC X(01)  VALUE SPACES.
016620     05  RS-DTL-NOTE             PIC X(08)  VALUE SPACES.
016640     05  FILLER                  PIC X(02)  VALUE SPACES.
016700*
016800 01  RS-UNMAPPED-LINE.
016900     05  FILLER                  PIC X(04)  VALUE "REC ".
018900     05  FILLER                  PIC X(09)  VALUE "  RECORDS".
019000     05  FILLER                  PIC X(01)  VALUE "=".
019100     05  RS-SUM-REC-CNT          PIC Z(7)9.
019200     05  FILLER                  PIC X(02)  VALUE SPACES.
019220     05  RS-SUM-NOTE             PIC X(08)  VALUE SPACES.
019240     05  FILLER                  PIC X(13)  VALUE SPACES.
019300*
019400 01  RS-TRAILER-LINE.
019500     05  FILLER                  PIC X(08)
022800*                      THE FIRST SUSPENSE READ                  *
022900*****************************************************************
023000 1000-INITIALIZE.
023010*    ARGUMENT 1 IS THE SOFT-CLOSED PERIOD OVERRIDE FLAG, AS    *
023020*    FOR GLPOST1.                                              *
023030     DISPLAY 1 UPON ARGUMENT-NUMBER.
023040     ACCEPT WS-PERIOD-OVERRIDE FROM ARGUMENT-VALUE
023050         ON EXCEPTION
023060             MOVE SPACE TO WS-PERIOD-OVERRIDE
023070     END-ACCEPT.
023100     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
023200     OPEN INPUT SUSPENSE-FILE.
023300     IF WS-SUSPENSE-STATUS NOT = "00"
024600     MOVE WS-CURR-DATE8  TO RS-HDR-RUN-DATE.
024700     MOVE RS-HEADER-LINE TO REGISTER-RECORD.
024800     WRITE REGISTER-RECORD.
024850     PERFORM 1300-CHECK-PERIOD THRU 1300-EXIT.
024900     PERFORM 2900-READ-SUSPENSE THRU 2900-EXIT.
025000 1000-EXIT.
025100     EXIT.
029800     MOVE AM-DEBIT-ACCT     TO WS-MAP-DEBIT-ACCT (WS-MAP-CNT).
029900     MOVE AM-CREDIT-ACCT    TO WS-MAP-CREDIT-ACCT (WS-MAP-CNT).
030000 1120-EXIT.
030002     EXIT.
030004*****************************************************************
030006*    1300-CHECK-PERIOD - REPOSTINGS ARE DATED TODAY, SO TODAY'S *
030008*    MONTH IS CHECKED ONCE, AS GLPOST1 CHECKS ITS RUN DATE.  A  *
030010*    SOFT-CLOSED MONTH WITHOUT THE OVERRIDE STOPS THE RUN       *
030012*    BEFORE THE LEDGER OR THE SUSPENSE FILE IS TOUCHED.         *
030014*****************************************************************
030016 1300-CHECK-PERIOD.
030018     MOVE WS-CURR-DATE8      TO WS-POST-DATE8.
030020     SET PC-FUNC-CHECK       TO TRUE.
030022     MOVE "SUSPRPC1"         TO PC-PROGRAM.
030024     MOVE "SUSPRPC1"         TO PC-BATCH-ID.
030026     MOVE WS-CURR-DATE8      TO PC-POST-DATE.
030028     MOVE WS-CURR-DATE8      TO PC-ORIG-DATE.
030030     MOVE WS-PERIOD-OVERRIDE TO PC-OVERRIDE-FLAG.
030032     MOVE ZERO               TO PC-RECORD-NBR.
030034     MOVE ZERO               TO PC-AMOUNT.
030036     CALL "PRDCHK1" USING PC-PERIOD-PARM.
030038     MOVE PC-PERIOD          TO RS-PRD-PERIOD.
030040     EVALUATE TRUE
030042         WHEN PC-SOFT-REFUSED
030044             DISPLAY "SUSPRPC1 - PERIOD " PC-PERIOD " IS SOFT-"
030046                     "CLOSED - RUN REFUSED (OVERRIDE Y)"
030048             MOVE 16 TO RETURN-CODE
030050             PERFORM 9900-CLOSE-ALL-FILES THRU 9900-EXIT
030052             STOP RUN
030054         WHEN PC-SOFT-OVERRIDDEN
030056             DISPLAY "SUSPRPC1 - WARNING - PERIOD " PC-PERIOD
030058                     " IS SOFT-CLOSED - OVERRIDDEN"
030060             MOVE "SOFT-CLOSED - POSTED UNDER OVR"
030062                                     TO RS-PRD-TEXT
030064             MOVE SPACES             TO RS-PRD-DATE
030066             MOVE RS-PERIOD-LINE     TO REGISTER-RECORD
030068             WRITE REGISTER-RECORD
030070         WHEN PC-HARD-CLOSED
030072             MOVE PC-ROLL-DATE       TO WS-POST-DATE8
030074             DISPLAY "SUSPRPC1 - PERIOD " PC-PERIOD " IS HARD-"
030076                     "CLOSED - POSTING TO " WS-POST-DATE8
030078             MOVE "HARD-CLOSED - ROLLED INTO     "
030080                                     TO RS-PRD-TEXT
030082             MOVE WS-POST-DATE8      TO RS-PRD-DATE
030084             MOVE RS-PERIOD-LINE     TO REGISTER-RECORD
030086             WRITE REGISTER-RECORD
030088         WHEN OTHER
030090             CONTINUE
030092     END-EVALUATE.
030094 1300-EXIT.
030100     EXIT.
030200*****************************************************************
030300*    2000-RETRY-ONE-ITEM - RETRY ONE SUSPENSE ITEM THROUGH THE  *
033100     ELSE
033200         MOVE "+" TO WS-CC-SIGN
033300     END-IF.
033350*    A REVERSAL CARRIES THE NEGATED CC, SO IT IS MAPPED UNDER    *
033352*    THE ORIGINAL ENTRY'S SIGN AND POSTED WITH THE SIDES         *
033354*    SWAPPED IN 2250.                                            *
033356     IF SU-ENTRY-REVERSAL
033358         IF SU-CC > ZERO
033360             MOVE "-" TO WS-CC-SIGN
033362         ELSE
033364             MOVE "+" TO WS-CC-SIGN
033366         END-IF
033368     END-IF.
033370     MOVE SU-CATEGORY TO WS-MATCH-CATEGORY.
033400     PERFORM 2110-MATCH-MAP-ENTRY THRU 2110-EXIT
033500             VARYING WS-MAP-IX FROM 1 BY 1
033600             UNTIL WS-MAP-IX > WS-MAP-CNT
035600     ELSE
035700         MOVE SU-CC TO WS-POST-AMOUNT
035800     END-IF.
035900     MOVE SU-ENTRY-TYPE                  TO WS-HOLD-ENTRY-TYPE.
035905     PERFORM 2500-CHECK-ITEM-PERIOD THRU 2500-EXIT.
035910     IF SU-ENTRY-REVERSAL
035920         PERFORM 2250-POST-ONE-REVERSAL THRU 2250-EXIT
035930         GO TO 2200-EXIT
035940     END-IF.
035950     MOVE WS-MAP-DEBIT-ACCT (WS-MAP-IX)  TO WS-HOLD-ACCOUNT.
036000     MOVE "DR"                           TO WS-HOLD-DR-CR.
036100     ADD WS-POST-AMOUNT TO WS-DR-TOTAL.
036200     PERFORM 2300-ROLL-UP-ACCOUNT THRU 2300-EXIT.
037700     MOVE WS-MAP-CREDIT-ACCT (WS-MAP-IX)
037800                            TO RS-DTL-CREDIT-ACCT.
037900     MOVE SU-SUSP-DATE      TO RS-DTL-SUSP-DATE.
037910     MOVE SPACES            TO RS-DTL-NOTE.
037920     IF SU-ENTRY-REVERSAL
037930         MOVE WS-MAP-CREDIT-ACCT (WS-MAP-IX)
037940                            TO RS-DTL-DEBIT-ACCT
037950         MOVE WS-MAP-DEBIT-ACCT (WS-MAP-IX)
037960                            TO RS-DTL-CREDIT-ACCT
037970         MOVE "REVERSAL"    TO RS-DTL-NOTE
037971     END-IF.
037972     IF WS-ITEM-ROLLED
037973         IF SU-ENTRY-REVERSAL
037974             MOVE "REV-ROLL" TO RS-DTL-NOTE
037975         ELSE
037976             MOVE "ROLLED"   TO RS-DTL-NOTE
037977         END-IF
037980     END-IF.
038000     MOVE RS-DETAIL-LINE    TO REGISTER-RECORD.
038100     WRITE REGISTER-RECORD.
038200 2210-EXIT.
038300     EXIT.
038400*
038405*    THE ORIGINAL DEBITED THE MAP'S DEBIT ACCOUNT AND CREDITED  *
038410*    ITS CREDIT ACCOUNT; THE REVERSAL DOES THE OPPOSITE.        *
038415 2250-POST-ONE-REVERSAL.
038420     MOVE WS-MAP-CREDIT-ACCT (WS-MAP-IX) TO WS-HOLD-ACCOUNT.
038425     MOVE "DR"                           TO WS-HOLD-DR-CR.
038430     ADD WS-POST-AMOUNT TO WS-DR-TOTAL.
038435     PERFORM 2300-ROLL-UP-ACCOUNT THRU 2300-EXIT.
038440     MOVE WS-MAP-DEBIT-ACCT (WS-MAP-IX)  TO WS-HOLD-ACCOUNT.
038445     MOVE "CR"                           TO WS-HOLD-DR-CR.
038450     ADD WS-POST-AMOUNT TO WS-CR-TOTAL.
038455     PERFORM 2300-ROLL-UP-ACCOUNT THRU 2300-EXIT.
038460     PERFORM 2210-WRITE-REGISTER-DETAIL THRU 2210-EXIT.
038465 2250-EXIT.
038470     EXIT.
038475*
038500 2300-ROLL-UP-ACCOUNT.
038600     MOVE "N" TO WS-ACCT-FOUND-SW.
038700     PERFORM 2310-MATCH-ACCOUNT THRU 2310-EXIT
040000 2310-MATCH-ACCOUNT.
040100     IF WS-ACCT-NUMBER (WS-ACCT-IX) = WS-HOLD-ACCOUNT
040200        AND WS-ACCT-DR-CR (WS-ACCT-IX) = WS-HOLD-DR-CR
040250        AND WS-ACCT-ENTRY-TYPE (WS-ACCT-IX) = WS-HOLD-ENTRY-TYPE
040300         SET WS-ACCT-FOUND TO TRUE
040400         SUBTRACT 1 FROM WS-ACCT-IX
040500     END-IF.
041700     ADD 1 TO WS-ACCT-CNT.
041800     MOVE WS-HOLD-ACCOUNT TO WS-ACCT-NUMBER (WS-ACCT-CNT).
041900     MOVE WS-HOLD-DR-CR   TO WS-ACCT-DR-CR (WS-ACCT-CNT).
041950     MOVE WS-HOLD-ENTRY-TYPE TO WS-ACCT-ENTRY-TYPE (WS-ACCT-CNT).
042000     MOVE WS-POST-AMOUNT  TO WS-ACCT-AMOUNT (WS-ACCT-CNT).
042100     MOVE 1               TO WS-ACCT-REC-CNT (WS-ACCT-CNT).
042200 2320-EXIT.
043400     MOVE RS-UNMAPPED-LINE  TO REGISTER-RECORD.
043500     WRITE REGISTER-RECORD.
043600 2400-EXIT.
043602     EXIT.
043604*
043606*    AN ITEM SUSPENDED IN A MONTH THAT HAS SINCE BEEN HARD-
043608*    CLOSED COULD NOT HAVE POSTED THERE IN ANY CASE; IT GOES
043610*    INTO THE POSTING MONTH LIKE ANY OTHER REPOSTING, BUT IS
043612*    LOGGED AS MOVED SO THE PERIOD REPORT SHOWS WHAT LEFT THE
043614*    CLOSED MONTH.  THE OVERRIDE IS NOT PASSED - A SOFT-CLOSED
043616*    ORIGINAL MONTH IS NOT AN OVERRIDE OF ANYTHING.
043618 2500-CHECK-ITEM-PERIOD.
043620     MOVE "N" TO WS-ITEM-ROLLED-SW.
043622     IF SU-RUN-DATE IS NOT NUMERIC
043624         GO TO 2500-EXIT
043626     END-IF.
043628     IF SU-RUN-DATE (1:6) = WS-POST-DATE8 (1:6)
043630         GO TO 2500-EXIT
043632     END-IF.
043634     SET PC-FUNC-CHECK       TO TRUE.
043636     MOVE SU-BATCH-ID        TO PC-BATCH-ID.
043638     MOVE SU-RUN-DATE        TO PC-POST-DATE.
043640     MOVE SPACE              TO PC-OVERRIDE-FLAG.
043642     CALL "PRDCHK1" USING PC-PERIOD-PARM.
043644     IF NOT PC-HARD-CLOSED
043646         GO TO 2500-EXIT
043648     END-IF.
043650     SET WS-ITEM-ROLLED      TO TRUE.
043652     ADD 1 TO WS-ROLLED-CNT.
043654     SET PC-FUNC-MOVED       TO TRUE.
043656     MOVE SU-RUN-DATE        TO PC-ORIG-DATE.
043658     MOVE WS-POST-DATE8      TO PC-POST-DATE.
043660     MOVE SU-RECORD-NBR      TO PC-RECORD-NBR.
043662     MOVE SU-CC              TO PC-AMOUNT.
043664     CALL "PRDCHK1" USING PC-PERIOD-PARM.
043666     IF PC-SOFT-REFUSED
043668         DISPLAY "SUSPRPC1 - MOVE OF RECORD " SU-RECORD-NBR
043670                 " COULD NOT BE LOGGED - RUN REFUSED"
043672         MOVE 16 TO RETURN-CODE
043674         PERFORM 9900-CLOSE-ALL-FILES THRU 9900-EXIT
043676         STOP RUN
043678     END-IF.
043680 2500-EXIT.
043700     EXIT.
043800*
043900 2900-READ-SUSPENSE.
048370 9000-FINALIZE.
048400     DISPLAY "SUSPRPC1 - READ=" WS-READ-CNT
048500             " POSTED=" WS-POSTED-CNT
048600             " CARRIED=" WS-CARRIED-CNT
048650             " ROLLED=" WS-ROLLED-CNT.
048700     IF WS-CARRIED-CNT > ZERO
048800         MOVE 4 TO RETURN-CODE
048900     END-IF.
049200*
049300 9100-WRITE-ONE-SUMMARY.
049400     MOVE SPACES                       TO PL-LEDGER-RECORD.
049500     MOVE WS-POST-DATE8                TO PL-POST-DATE.
049600     MOVE "SUSPRPC1"                   TO PL-BATCH-ID.
049700     MOVE WS-ACCT-NUMBER (WS-ACCT-IX)  TO PL-ACCOUNT.
049800     MOVE WS-ACCT-DR-CR (WS-ACCT-IX)   TO PL-DR-CR.
049900     MOVE WS-ACCT-AMOUNT (WS-ACCT-IX)  TO PL-AMOUNT.
050000     MOVE WS-ACCT-REC-CNT (WS-ACCT-IX) TO PL-RECORD-CNT.
050050     MOVE WS-ACCT-ENTRY-TYPE (WS-ACCT-IX) TO PL-ENTRY-TYPE.
050100     WRITE PL-LEDGER-RECORD.
050200     MOVE WS-ACCT-NUMBER (WS-ACCT-IX)  TO RS-SUM-ACCOUNT.
050300     MOVE WS-ACCT-DR-CR (WS-ACCT-IX)   TO RS-SUM-DR-CR.
050400     MOVE WS-ACCT-AMOUNT (WS-ACCT-IX)  TO RS-SUM-AMOUNT.
050500     MOVE WS-ACCT-REC-CNT (WS-ACCT-IX) TO RS-SUM-REC-CNT.
050510     IF PL-ENTRY-REVERSAL
050520         MOVE "REVERSAL"                TO RS-SUM-NOTE
050530     ELSE
050540         MOVE SPACES                    TO RS-SUM-NOTE
050550     END-IF.
050600     MOVE RS-SUMMARY-LINE              TO REGISTER-RECORD.
050700     WRITE REGISTER-RECORD.
050800 9100-EXIT.
