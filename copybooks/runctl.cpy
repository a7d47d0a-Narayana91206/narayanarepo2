001400*    MODIFICATION HISTORY                                      *
001500*    DATE       INIT  DESCRIPTION                               *
001600*    2026-09-01 JRM   INITIAL VERSION                           *
001620*    2026-10-09 JRM   COUNT THE STARTS OF EACH STEP AND MARK A  *
001640*                     FORCED RERUN OF A COMPLETED STEP, SO THE  *
001660*                     SLA REPORT CAN LIST RESTARTS AND RERUNS   *
001700*                                                               *
001800*****************************************************************
001900 01  RN-RUNCTL-RECORD.
003000     05  RN-END-DATE                 PIC 9(08).
003100     05  RN-END-TIME                 PIC 9(08).
003200     05  RN-RETURN-CODE              PIC 9(04).
003300     05  RN-START-CNT                PIC 9(02).
003400     05  RN-FORCE-FLAG               PIC X(01).
003500         88  RN-FORCED-RERUN                  VALUE "F".
003600     05  FILLER                      PIC X(13).
