000010*----------------------------------------------------------------
000020* BackupLabelRecord - LAYOUT OF THE HEADER AND TRAILER LABELS
000030*                 THAT BRACKET EVERY BACKUP GENERATION
000040*                 (<FILE>.BKnn).  BackupGen WRITES THE HEADER,
000050*                 THE FILE'S RECORDS UNCHANGED, THEN THE TRAILER
000060*                 WITH THE RECORD COUNT.  A GENERATION WITH NO
000070*                 TRAILER, OR WHOSE COUNT DOES NOT AGREE, WAS CUT
000080*                 SHORT AND FileRestore WILL NOT PUT IT BACK.
000090*                 BackupGen PICKS THE SLOT TO OVERWRITE FROM THE
000100*                 HEADER DATES - AN EMPTY SLOT FIRST, THEN THE
000110*                 OLDEST.
000120*----------------------------------------------------------------
000130*   CALLER SUPPLIES THE ENCLOSING 01 GROUP.
000140*
000150*   BKL-MARKER VALUES:
000160*       *BKHDR** - HEADER, FIRST RECORD OF THE GENERATION
000170*       *BKEND** - TRAILER, LAST RECORD OF THE GENERATION
000180*
000190*   BKL-RECORD-COUNT IS ZERO ON THE HEADER.
000200*----------------------------------------------------------------
000210     05  BKL-MARKER                  PIC X(08).
000220     05  FILLER                      PIC X(01) VALUE SPACE.
000230     05  BKL-FILE-ID                 PIC X(08).
000240     05  FILLER                      PIC X(01) VALUE SPACE.
000250     05  BKL-DATE                    PIC X(08).
000260     05  FILLER                      PIC X(01) VALUE SPACE.
000270     05  BKL-TIME                    PIC X(08).
000280     05  FILLER                      PIC X(01) VALUE SPACE.
000290     05  BKL-PROGRAM                 PIC X(12).
000300     05  FILLER                      PIC X(01) VALUE SPACE.
000310     05  BKL-OPERATOR-ID             PIC X(08).
000320     05  FILLER                      PIC X(01) VALUE SPACE.
000330     05  BKL-RECORD-COUNT            PIC 9(07).
