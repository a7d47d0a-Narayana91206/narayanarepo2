002600*    MODIFICATION HISTORY                                      *
002700*    DATE       INIT  DESCRIPTION                               *
002800*    2026-09-01 JRM   INITIAL VERSION                           *
002820*    2026-10-02 JRM   SHOW THE REVERSAL (ENTRY TYPE R) SHARE    *
002840*                     OF EACH ACCOUNT AND OF THE PERIOD ON A    *
002860*                     REVERSAL LINE UNDER ITS TOTALS, SO THE    *
002880*                     ORIGINAL AND ITS REVERSAL READ AS A PAIR  *
002900*                                                               *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
007500 77  WS-SELECTED-CNT             PIC 9(08) COMP VALUE ZERO.
007600 77  WS-PERIOD-DR                PIC S9(11) COMP VALUE ZERO.
007700 77  WS-PERIOD-CR                PIC S9(11) COMP VALUE ZERO.
007720 77  WS-PERIOD-REV-DR            PIC S9(11) COMP VALUE ZERO.
007740 77  WS-PERIOD-REV-CR            PIC S9(11) COMP VALUE ZERO.
007800 77  WS-FAIL-CNT                 PIC 9(04) COMP VALUE ZERO.
007900*****************************************************************
008000*    FILE STATUS AND SWITCHES                                   *
011800         10  WS-ACCT-NUMBER      PIC X(08).
011900         10  WS-ACCT-DR-AMT      PIC S9(11) COMP.
012000         10  WS-ACCT-CR-AMT      PIC S9(11) COMP.
012020         10  WS-ACCT-REV-DR-AMT  PIC S9(11) COMP.
012040         10  WS-ACCT-REV-CR-AMT  PIC S9(11) COMP.
012100*****************************************************************
012200*    PER-POSTING-DAY DEBIT/CREDIT TOTALS FOR THE DAILY PROOFS   *
012300*****************************************************************
015000     05  TB-ACC-CR               PIC -(11)9.
015100     05  FILLER                  PIC X(30)  VALUE SPACES.
015200*
015210 01  TB-REVERSAL-LINE.
015220     05  FILLER                  PIC X(08)  VALUE "REVERSAL".
015230     05  TB-REV-NUMBER           PIC X(08).
015240     05  FILLER                  PIC X(05)  VALUE "  DR=".
015250     05  TB-REV-DR               PIC -(11)9.
015260     05  FILLER                  PIC X(05)  VALUE "  CR=".
015270     05  TB-REV-CR               PIC -(11)9.
015280     05  FILLER                  PIC X(30)  VALUE SPACES.
015290*
015300 01  TB-PROOF-LINE.
015400     05  TB-PRF-LABEL            PIC X(07).
015500     05  TB-PRF-DATE             PIC X(08).
030400     ELSE
030500         ADD PL-AMOUNT TO WS-PERIOD-CR
030600     END-IF.
030610     IF PL-ENTRY-REVERSAL
030620         IF PL-SIDE-DEBIT
030630             ADD PL-AMOUNT TO WS-PERIOD-REV-DR
030640         ELSE
030650             ADD PL-AMOUNT TO WS-PERIOD-REV-CR
030660         END-IF
030670     END-IF.
030700 2000-NEXT.
030800     PERFORM 2900-READ-LEDGER THRU 2900-EXIT.
030900 2000-EXIT.
032400     ELSE
032500         ADD PL-AMOUNT TO WS-ACCT-CR-AMT (WS-ACCT-IX)
032600     END-IF.
032610     IF PL-ENTRY-REVERSAL
032620         IF PL-SIDE-DEBIT
032630             ADD PL-AMOUNT TO WS-ACCT-REV-DR-AMT (WS-ACCT-IX)
032640         ELSE
032650             ADD PL-AMOUNT TO WS-ACCT-REV-CR-AMT (WS-ACCT-IX)
032660         END-IF
032670     END-IF.
032700 2100-EXIT.
032800     EXIT.
032900*
034600     MOVE PL-ACCOUNT TO WS-ACCT-NUMBER (WS-ACCT-CNT).
034700     MOVE ZERO       TO WS-ACCT-DR-AMT (WS-ACCT-CNT).
034800     MOVE ZERO       TO WS-ACCT-CR-AMT (WS-ACCT-CNT).
034820     MOVE ZERO       TO WS-ACCT-REV-DR-AMT (WS-ACCT-CNT).
034840     MOVE ZERO       TO WS-ACCT-REV-CR-AMT (WS-ACCT-CNT).
034900 2120-EXIT.
035000     EXIT.
035100*
041600     MOVE WS-ACCT-CR-AMT (WS-ACCT-IX) TO TB-ACC-CR.
041700     MOVE TB-ACCOUNT-LINE TO TRIAL-RECORD.
041800     WRITE TRIAL-RECORD.
041810     IF WS-ACCT-REV-DR-AMT (WS-ACCT-IX) NOT = ZERO
041820        OR WS-ACCT-REV-CR-AMT (WS-ACCT-IX) NOT = ZERO
041830         MOVE WS-ACCT-NUMBER (WS-ACCT-IX)     TO TB-REV-NUMBER
041840         MOVE WS-ACCT-REV-DR-AMT (WS-ACCT-IX) TO TB-REV-DR
041850         MOVE WS-ACCT-REV-CR-AMT (WS-ACCT-IX) TO TB-REV-CR
041860         MOVE TB-REVERSAL-LINE TO TRIAL-RECORD
041870         WRITE TRIAL-RECORD
041880     END-IF.
041900 3100-EXIT.
042000     EXIT.
042100*
045000     END-IF.
045100     MOVE TB-PROOF-LINE TO TRIAL-RECORD.
045200     WRITE TRIAL-RECORD.
045210     IF WS-PERIOD-REV-DR NOT = ZERO
045220        OR WS-PERIOD-REV-CR NOT = ZERO
045230         MOVE "PERIOD  "       TO TB-REV-NUMBER
045240         MOVE WS-PERIOD-REV-DR TO TB-REV-DR
045250         MOVE WS-PERIOD-REV-CR TO TB-REV-CR
045260         MOVE TB-REVERSAL-LINE TO TRIAL-RECORD
045270         WRITE TRIAL-RECORD
045280     END-IF.
045300 3300-EXIT.
045400     EXIT.
045500*****************************************************************
