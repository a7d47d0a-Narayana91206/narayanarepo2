002790*                     CAN NO LONGER DOUBLE-LOAD THE MASTER     *
002792*    2026-09-01 JRM   CARRY THE DETAIL RECORD'S TRANSACTION    *
002794*                     CATEGORY CODE ONTO THE MASTER            *
002796*    2026-10-02 JRM   ZERO THE POSTED CC, REVERSAL AND         *
002798*                     MAINTENANCE STAMPS ON THE WIDENED MASTER *
002800*    2026-10-05 JRM   ZERO THE APPROVAL DATE AND TIME - LOADED *
002820*                     WORK NEEDS NO SECOND-OPERATOR APPROVAL   *
002822*    2026-10-10 JRM   RESERVE THE WHOLE FILE'S TRANSACTION IDS  *
002824*                     IN ONE BLOCK FROM THE TRNIDS1 CONTROL     *
002826*                     RECORD INSTEAD OF SCANNING THE MASTER     *
002828*                     FOR THE HIGHEST; THE SCAN NOW ONLY        *
002830*                     SEEDS A MISSING CONTROL RECORD            *
002840*                                                               *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004100             ORGANIZATION IS INDEXED
004200             ACCESS MODE IS DYNAMIC
004300             RECORD KEY IS TM-TRANS-ID
004350             ALTERNATE RECORD KEY IS TM-STATUS WITH DUPLICATES
004400             FILE STATUS IS WS-MASTER-STATUS.
004410*
004420     SELECT LOADCTL-FILE    ASSIGN TO "LOADCTL"
009110 01  WS-PROC-DATE-X              PIC X(08)      VALUE SPACES.
009120 01  WS-PROC-DATE8 REDEFINES WS-PROC-DATE-X
009130                                 PIC 9(08).
009140*****************************************************************
009150*    PARAMETER AREA FOR THE TRNIDS1 TRANSACTION ID MODULE       *
009160*****************************************************************
009170     COPY "idparm.cpy".
009200 PROCEDURE DIVISION.
009300*****************************************************************
009400*    0000-MAINLINE                                              *
025500 2100-EXIT.
025600     EXIT.
025700*
025720 2200-FIND-NEXT-TRANS-ID.
025740     MOVE ZEROES TO WS-NEXT-TRANS-ID.
025760     MOVE WS-FILE-DETAIL-CNT TO IC-COUNT.
025780     PERFORM 2230-CALL-RESERVE THRU 2230-EXIT.
025800     IF IC-NOT-SEEDED
025820         PERFORM 2220-SEED-FROM-MASTER THRU 2220-EXIT
025840         PERFORM 2230-CALL-RESERVE THRU 2230-EXIT
025860     END-IF.
025880     IF NOT IC-RESULT-OK
025900         DISPLAY "TRANLOAD1 - CANNOT RESERVE " WS-FILE-DETAIL-CNT
025920                 " TRANSACTION IDS FROM TRANCTL, RESULT "
025940                 IC-RESULT " STATUS " IC-FILE-STATUS
025960         DISPLAY "TRANLOAD1 - LOAD NOT STARTED - NOTHING ADDED"
025980         MOVE 12 TO RETURN-CODE
026000         STOP RUN
026020     END-IF.
026040     MOVE IC-FIRST-ID TO WS-NEXT-TRANS-ID.
026060 2200-EXIT.
026080     EXIT.
026100*
026120 2210-SCAN-ONE-RECORD.
026140     READ MASTER-FILE NEXT RECORD
026160         AT END
026180             SET WS-SCAN-EOF TO TRUE
026200         NOT AT END
026220             MOVE TM-TRANS-ID TO WS-NEXT-TRANS-ID
026240     END-READ.
026260 2210-EXIT.
026280     EXIT.
026300*
026320*    ONLY WHEN THERE IS NO CONTROL RECORD YET IS THE MASTER     *
026340*    SCANNED FOR THE HIGHEST ASSIGNED ID, AND THE CONTROL       *
026360*    RECORD SEEDED ONE PAST IT.                                 *
026380 2220-SEED-FROM-MASTER.
026400     MOVE "N" TO WS-SCAN-EOF-SW.
026420     MOVE ZEROES TO WS-NEXT-TRANS-ID.
026440     MOVE ZEROES TO TM-TRANS-ID.
026460     START MASTER-FILE KEY > TM-TRANS-ID
026480         INVALID KEY
026500             SET WS-SCAN-EOF TO TRUE
026520     END-START.
026540     PERFORM 2210-SCAN-ONE-RECORD THRU 2210-EXIT
026560             UNTIL WS-SCAN-EOF.
026580     ADD 1 TO WS-NEXT-TRANS-ID.
026600     SET IC-FUNC-SEED TO TRUE.
026620     MOVE "TRANLOAD1"      TO IC-PROGRAM.
026640     MOVE WS-NEXT-TRANS-ID TO IC-FIRST-ID.
026660     CALL "TRNIDS1" USING IC-ID-PARM.
026680 2220-EXIT.
026700     EXIT.
026720*
026740 2230-CALL-RESERVE.
026760     SET IC-FUNC-RESERVE TO TRUE.
026780     MOVE "TRANLOAD1"      TO IC-PROGRAM.
026800     CALL "TRNIDS1" USING IC-ID-PARM.
026820 2230-EXIT.
026840     EXIT.
027910*
027912*    THE CONTROL RECORD GOES ON FILE AFTER THE MASTER IS OPEN   *
027914*    BUT BEFORE THE FIRST WRITE - AN ENVIRONMENT FAILURE AT     *
031000     MOVE ZEROES            TO TM-POST-DATE.
031100     MOVE SPACES            TO TM-POST-BATCH.
031150     MOVE TR-CATEGORY       TO TM-CATEGORY.
031160     MOVE ZEROES            TO TM-POST-CC.
031170     MOVE ZEROES            TO TM-REV-DATE.
031180     MOVE ZEROES            TO TM-MAINT-DATE.
031190     MOVE ZEROES            TO TM-MAINT-TIME.
031192     MOVE ZEROES            TO TM-APPROVE-DATE.
031194     MOVE ZEROES            TO TM-APPROVE-TIME.
031200     WRITE TM-MASTER-RECORD
031300         INVALID KEY
031400             DISPLAY "TRANLOAD1 - DUPLICATE TRANSACTION ID "
