000010*----------------------------------------------------------------
000020* JobCheckpointRecord - LAYOUT OF THE END-OF-DAY RESTART
000030*                 CHECKPOINT (JOBCKPT).  THE FILE HOLDS ONE
000040*                 RECORD, REWRITTEN BY NightRun BEFORE AND AFTER
000050*                 EVERY STEP, SO THE NEXT RUN KNOWS WHETHER THE
000060*                 LAST STREAM FINISHED AND, IF NOT, WHICH STEP
000070*                 TO RESUME AT.
000080*----------------------------------------------------------------
000090*   CALLER SUPPLIES THE ENCLOSING 01 GROUP.
000100*
000110*   JCK-STATE VALUES:
000120*       RUNNING  - JCK-NEXT-STEP WAS STARTED AND HAS NOT COME
000130*                  BACK - THE STREAM DIED UNDER IT; RESUME THERE
000140*       FAILED   - JCK-NEXT-STEP ENDED BADLY AND STOPPED THE
000150*                  STREAM; RESUME THERE ONCE IT IS FIXED
000155*       HELD     - A RESTART ON A LATER DAY REACHED JCK-NEXT-STEP,
000156*                  WHICH WORKS ON TODAY'S DATE, AND DID NOT RUN
000157*                  IT; A SUPERVISOR RELEASES THE STREAM WITH A
000158*                  NIGHTRUN RECORD ON BATPARMS
000160*       COMPLETE - EVERY STEP OF JCK-STREAM-DATE HAS RUN
000170*----------------------------------------------------------------
000180     05  JCK-STREAM-DATE             PIC X(08).
000190     05  FILLER                      PIC X(01) VALUE SPACE.
000200     05  JCK-NEXT-STEP               PIC 9(02).
000210     05  FILLER                      PIC X(01) VALUE SPACE.
000220     05  JCK-STATE                   PIC X(08).
000230     05  FILLER                      PIC X(01) VALUE SPACE.
000240     05  JCK-UPDATED-DATE            PIC X(08).
000250     05  FILLER                      PIC X(01) VALUE SPACE.
000260     05  JCK-UPDATED-TIME            PIC X(08).
