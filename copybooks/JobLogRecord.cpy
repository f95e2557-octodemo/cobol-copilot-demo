000010*----------------------------------------------------------------
000020* JobLogRecord - LAYOUT OF ONE END-OF-DAY JOB LOG (JOBLOG)
000030*                 RECORD, WRITTEN BY NightRun AS EACH STEP OF
000040*                 THE STREAM STARTS AND AGAIN WHEN IT ENDS.  A
000050*                 START WITH NO MATCHING END IS A STEP THAT
000060*                 NEVER CAME BACK.  THE FILE IS ONLY EVER
000070*                 APPENDED TO; THE MORNING SUMMARY (JOBSUMM) IS
000080*                 BUILT FROM IT.
000090*----------------------------------------------------------------
000100*   CALLER SUPPLIES THE ENCLOSING 01 GROUP.
000110*
000120*   JL-STREAM-DATE IS THE BUSINESS DAY THE STREAM IS CLOSING;
000130*   A RESTARTED STREAM KEEPS THE DATE IT STARTED WITH.
000140*
000150*   JL-EVENT VALUES:
000160*       START - THE STEP IS ABOUT TO BE CALLED
000170*       END   - THE STEP HAS RETURNED
000175*       HELD  - A RESTART ON A LATER DAY DID NOT CALL THE STEP,
000176*               BECAUSE IT WORKS ON TODAY'S DATE (RETURN CODE 8)
000180*
000190*   JL-STATUS VALUES (END AND HELD RECORDS ONLY):
000200*       COMPLETE - RETURN CODE 0
000210*       WARNING  - RETURN CODE 1-7; RAN, BUT READ ITS REPORT
000220*       FAILED   - RETURN CODE 8 OR HIGHER; THE STREAM STOPS
000230*       MISSING  - THE PROGRAM COULD NOT BE LOADED; THE STREAM
000240*                  STOPS
000245*       HELD     - SEE JL-EVENT HELD; THE STREAM STOPS
000250*----------------------------------------------------------------
000260     05  JL-STREAM-DATE              PIC X(08).
000270     05  FILLER                      PIC X(01) VALUE SPACE.
000280     05  JL-STEP-NO                  PIC 9(02).
000290     05  FILLER                      PIC X(01) VALUE SPACE.
000300     05  JL-PROGRAM                  PIC X(10).
000310     05  FILLER                      PIC X(01) VALUE SPACE.
000320     05  JL-EVENT                    PIC X(05).
000330     05  FILLER                      PIC X(01) VALUE SPACE.
000340     05  JL-DATE                     PIC X(08).
000350     05  FILLER                      PIC X(01) VALUE SPACE.
000360     05  JL-TIME                     PIC X(08).
000370     05  FILLER                      PIC X(01) VALUE SPACE.
000380     05  JL-RETURN-CODE              PIC 9(04).
000390     05  FILLER                      PIC X(01) VALUE SPACE.
000400     05  JL-STATUS                   PIC X(08).
000410     05  FILLER                      PIC X(01) VALUE SPACE.
000420     05  JL-OPERATOR-ID              PIC X(08).
