000240*   THE VISIT WAS CLOSED:
000250*       ' '  - REAL SIGN-OUT THROUGH CheckOut
000260*       A    - AUTO-CLOSED BY THE END-OF-DAY SWEEP (DaySweep)
000261*
000262*   VLOG-PARTY-ID TIES THE MEMBERS OF A PARTY CHECKED IN TOGETHER
000263*   AT HelloWorld ('G' + STATION CHARACTER + HHMMSS, THE SAME FOR
000264*   THE LEAD VISITOR AND EVERY COMPANION).  CheckOut CARRIES IT
000265*   ONTO THE DEPARTURE RECORD.  BLANK FOR A VISITOR ON THEIR OWN
000266*   AND ON RECORDS WRITTEN BEFORE PARTIES WERE RECORDED.
000270*----------------------------------------------------------------
000280     05  VLOG-DATE                   PIC X(08).
000290     05  FILLER                      PIC X(01) VALUE SPACE.
000400             ==VIS-PURPOSE== BY ==VLOG-PURPOSE==.
000410     05  FILLER                      PIC X(01) VALUE SPACE.
000420     05  VLOG-PREREG-FLAG            PIC X(01).
000430     05  FILLER                      PIC X(01) VALUE SPACE.
000440     05  VLOG-PARTY-ID               PIC X(08).
