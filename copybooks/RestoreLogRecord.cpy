000010*----------------------------------------------------------------
000020* RestoreLogRecord - LAYOUT OF ONE RESTORE LOG (RESTLOG) RECORD,
000030*                 WRITTEN BY FileRestore FOR EVERY RESTORE
000040*                 CARRIED OUT OR REFUSED - WHO ASKED, WHO
000050*                 CONFIRMED, WHICH FILE, AND WHICH GENERATION.
000060*                 THE FILE IS ONLY EVER APPENDED TO.
000070*----------------------------------------------------------------
000080*   CALLER SUPPLIES THE ENCLOSING 01 GROUP.
000090*
000100*   RSL-ACTION VALUES:
000110*       RESTORED - THE GENERATION WAS COPIED BACK
000120*       REFUSED  - THE CONFIRMING ID WAS NOT A SUPERVISOR
000130*       FAILED   - THE COPY COULD NOT BE COMPLETED
000140*
000150*   RSL-SAVED-GENERATION IS THE SLOT THE FILE AS IT STOOD WAS
000160*   SAVED TO FIRST, ZERO WHEN THERE WAS NOTHING TO SAVE.
000170*----------------------------------------------------------------
000180     05  RSL-DATE                    PIC X(08).
000190     05  FILLER                      PIC X(01) VALUE SPACE.
000200     05  RSL-TIME                    PIC X(08).
000210     05  FILLER                      PIC X(01) VALUE SPACE.
000220     05  RSL-OPERATOR-ID             PIC X(08).
000230     05  FILLER                      PIC X(01) VALUE SPACE.
000240     05  RSL-SUPERVISOR-ID           PIC X(08).
000250     05  FILLER                      PIC X(01) VALUE SPACE.
000260     05  RSL-FILE-ID                 PIC X(08).
000270     05  FILLER                      PIC X(01) VALUE SPACE.
000280     05  RSL-GENERATION              PIC 9(02).
000290     05  FILLER                      PIC X(01) VALUE SPACE.
000300     05  RSL-GEN-DATE                PIC X(08).
000310     05  FILLER                      PIC X(01) VALUE SPACE.
000320     05  RSL-GEN-TIME                PIC X(08).
000330     05  FILLER                      PIC X(01) VALUE SPACE.
000340     05  RSL-RECORD-COUNT            PIC 9(07).
000350     05  FILLER                      PIC X(01) VALUE SPACE.
000360     05  RSL-SAVED-GENERATION        PIC 9(02).
000370     05  FILLER                      PIC X(01) VALUE SPACE.
000380     05  RSL-ACTION                  PIC X(08).
