000010*----------------------------------------------------------------
000020* MusterRecord - LAYOUT OF ONE MUSTER SNAPSHOT (MUSTER) RECORD.
000030*                 OnSiteList REWRITES THE SNAPSHOT EVERY TIME IT
000040*                 PRINTS THE ON-SITE LIST: ONE HEADER RECORD
000050*                 STAMPED WITH THE DATE AND TIME OF THE LIST,
000060*                 THEN ONE RECORD PER VISITOR ON IT.  RollCall
000070*                 RECONCILES THE WARDENS' ROLL-CALL AGAINST IT.
000080*----------------------------------------------------------------
000090*   CALLER SUPPLIES THE ENCLOSING 01 GROUP.
000100*
000110*   MUS-RECORD-TYPE VALUES:
000120*       H    - SNAPSHOT HEADER (DATE AND TIME ONLY) - PRESENT
000130*              EVEN WHEN NOBODY IS ON SITE
000140*       V    - ONE VISITOR ON SITE AT THE SNAPSHOT
000150*
000160*   EVERY RECORD CARRIES THE SNAPSHOT DATE AND TIME, WHICH ALSO
000170*   TIE EACH RollCall RECORD (ROLLCALL) TO ITS SNAPSHOT.
000180*----------------------------------------------------------------
000190     05  MUS-RECORD-TYPE             PIC X(01).
000200     05  FILLER                      PIC X(01) VALUE SPACE.
000210     05  MUS-SNAP-DATE               PIC X(08).
000220     05  FILLER                      PIC X(01) VALUE SPACE.
000230     05  MUS-SNAP-TIME               PIC X(08).
000240     05  FILLER                      PIC X(01) VALUE SPACE.
000250     05  MUS-VISITOR-ID              PIC X(08).
000260     05  FILLER                      PIC X(01) VALUE SPACE.
000270     05  MUS-NAME                    PIC X(40).
000280     05  FILLER                      PIC X(01) VALUE SPACE.
000290     05  MUS-DEPARTMENT              PIC X(20).
000300     05  FILLER                      PIC X(01) VALUE SPACE.
000310     05  MUS-ARRIVAL-TIME            PIC X(08).
