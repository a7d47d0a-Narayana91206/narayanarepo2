002020*                     PLACED PAST THE DATE AND AGE SO ITEMS    *
002030*                     ALREADY SITTING IN SUSPENSE KEEP THEIR   *
002040*                     STAMPS AND READ BACK BLANK (GENERAL)     *
002050*    2026-10-02 JRM   CARRY THE EXTRACT ENTRY TYPE SO A        *
002060*                     SUSPENDED REVERSAL STILL POSTS TO THE    *
002070*                     OPPOSITE SIDES WHEN REPROCESSED          *
002100*                                                               *
002200*****************************************************************
002300 01  SU-SUSPENSE-RECORD.
003100     05  SU-SUSP-DATE                PIC 9(08).
003200     05  SU-AGE                      PIC 9(04).
003250     05  SU-CATEGORY                 PIC X(02).
003260     05  SU-ENTRY-TYPE               PIC X(01).
003270         88  SU-ENTRY-ORIGINAL                VALUE SPACE.
003280         88  SU-ENTRY-REVERSAL                VALUE "R".
003300     05  FILLER                      PIC X(31).
