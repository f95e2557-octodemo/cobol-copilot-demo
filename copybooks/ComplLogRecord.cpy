000010*----------------------------------------------------------------
000020* ComplLogRecord - LAYOUT OF ONE COMPLIANCE EXCEPTION (COMPLOG)
000030*                 RECORD, WRITTEN BY HelloWorld AND RosterBatch
000040*                 WHEN AN ARRIVING VISITOR'S SAFETY INDUCTION IS
000050*                 MISSING OR LAPSED, OR WHEN THE DEPARTMENT BEING
000060*                 VISITED NEEDS AN NDA THE VISITOR HAS NOT
000070*                 SIGNED.  THE FILE IS ONLY EVER APPENDED TO.
000080*----------------------------------------------------------------
000090*   CALLER SUPPLIES THE ENCLOSING 01 GROUP.
000100*
000110*   CXL-SOURCE VALUES:
000120*       WALK - FOUND AT HelloWorld'S KEYBOARD CHECK-IN
000130*       BAT  - FOUND DURING A RosterBatch RUN
000140*
000150*   CXL-ACK-TYPE VALUES ARE THOSE OF CMP-ACK-TYPE (IND / NDA).
000160*
000170*   CXL-FINDING VALUES:
000180*       MISSING  - NO ACKNOWLEDGEMENT OF THAT TYPE ON FILE
000190*       EXPIRED  - ON FILE BUT PAST ITS EXPIRY DATE
000200*
000210*   CXL-OUTCOME VALUES:
000220*       T    - TAKEN AT THE DESK - THE INDUCTION WAS GIVEN OR
000230*              THE NDA SIGNED AND THE COMPLY RECORD WRITTEN
000240*       A    - ADMITTED WITHOUT IT ON THE OPERATOR'S WORD
000250*       F    - FLAGGED ON A ROSTER RUN FOR THE DESK TO FOLLOW
000260*              UP
000270*----------------------------------------------------------------
000280     05  CXL-DATE                    PIC X(08).
000290     05  FILLER                      PIC X(01) VALUE SPACE.
000300     05  CXL-TIME                    PIC X(08).
000310     05  FILLER                      PIC X(01) VALUE SPACE.
000320     05  CXL-SOURCE                  PIC X(04).
000330     05  FILLER                      PIC X(01) VALUE SPACE.
000340     05  CXL-VISITOR-ID              PIC X(08).
000350     05  FILLER                      PIC X(01) VALUE SPACE.
000360     05  CXL-NAME                    PIC X(40).
000370     05  FILLER                      PIC X(01) VALUE SPACE.
000380     05  CXL-DEPARTMENT              PIC X(20).
000390     05  FILLER                      PIC X(01) VALUE SPACE.
000400     05  CXL-ACK-TYPE                PIC X(04).
000410     05  FILLER                      PIC X(01) VALUE SPACE.
000420     05  CXL-FINDING                 PIC X(08).
000430     05  FILLER                      PIC X(01) VALUE SPACE.
000440     05  CXL-OUTCOME                 PIC X(01).
000450     05  FILLER                      PIC X(01) VALUE SPACE.
000460     05  CXL-OPERATOR-ID             PIC X(08).
