001192*    2026-08-22 JRM   ADD THE MONTH-TO-DATE SUMMARY LINE         *
001194*                     PRINTED ON THE LAST BUSINESS DAY OF THE    *
001196*                     MONTH                                      *
001197*    2026-10-02 JRM   DETAIL LINE NOTE - MARKS A REVERSAL        *
001198*                     DETAIL LINE                                *
001200*****************************************************************
001300 01  RP-REPORT-LINE                  PIC X(80).
001350*    ALL THREE LINES BELOW ARE EXACTLY 80 BYTES - KEEP THEM      *
003000     05  RP-DTL-BB                   PIC Z9.
003100     05  FILLER                      PIC X(05)  VALUE "  CC=".
003200     05  RP-DTL-CC                   PIC -(4)9.
003300     05  FILLER                      PIC X(02)  VALUE SPACES.
003310     05  RP-DTL-NOTE                 PIC X(08)  VALUE SPACES.
003320     05  FILLER                      PIC X(34)  VALUE SPACES.
003400*
003500 01  RP-TRAILER-LINE.
003600     05  FILLER                      PIC X(08)
