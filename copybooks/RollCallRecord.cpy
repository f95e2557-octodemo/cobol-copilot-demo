000010*----------------------------------------------------------------
000020* RollCallRecord - LAYOUT OF ONE EVACUATION ROLL-CALL (ROLLCALL)
000030*                 RECORD, WRITTEN BY RollCall FOR EVERY VISITOR
000040*                 ID A WARDEN ACCOUNTS FOR AT AN ASSEMBLY POINT.
000050*                 THE FILE IS ONLY EVER APPENDED TO, SO IT IS THE
000060*                 FILED EVIDENCE OF EVERY DRILL AND EVACUATION.
000070*----------------------------------------------------------------
000080*   CALLER SUPPLIES THE ENCLOSING 01 GROUP.
000090*
000100*   RC-SNAP-DATE AND RC-SNAP-TIME ARE THOSE OF THE MUSTER
000110*   SNAPSHOT (MUSTER) THE ROLL-CALL WAS TAKEN AGAINST.
000120*
000130*   RC-ON-MUSTER VALUES:
000140*       Y    - THE VISITOR WAS ON THE SNAPSHOT
000150*       N    - ACCOUNTED FOR BUT NOT ON THE SNAPSHOT
000152*
000154*   RC-NAME IS FILLED, IN UPPER CASE, ONLY WHEN THE VISITOR HAD NO
000156*   ID AND THE WARDEN KEYED THE NAME; RC-VISITOR-ID IS THEN BLANK.
000160*----------------------------------------------------------------
000170     05  RC-SNAP-DATE                PIC X(08).
000180     05  FILLER                      PIC X(01) VALUE SPACE.
000190     05  RC-SNAP-TIME                PIC X(08).
000200     05  FILLER                      PIC X(01) VALUE SPACE.
000210     05  RC-DATE                     PIC X(08).
000220     05  FILLER                      PIC X(01) VALUE SPACE.
000230     05  RC-TIME                     PIC X(08).
000240     05  FILLER                      PIC X(01) VALUE SPACE.
000250     05  RC-WARDEN-ID                PIC X(08).
000260     05  FILLER                      PIC X(01) VALUE SPACE.
000270     05  RC-ASSEMBLY-POINT           PIC X(10).
000280     05  FILLER                      PIC X(01) VALUE SPACE.
000290     05  RC-VISITOR-ID               PIC X(08).
000300     05  FILLER                      PIC X(01) VALUE SPACE.
000310     05  RC-ON-MUSTER                PIC X(01).
000320     05  FILLER                      PIC X(01) VALUE SPACE.
000330     05  RC-OPERATOR-ID              PIC X(08).
000340     05  FILLER                      PIC X(01) VALUE SPACE.
000350     05  RC-NAME                     PIC X(40).
