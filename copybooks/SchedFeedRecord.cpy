000010*----------------------------------------------------------------
000020* SchedFeedRecord - LAYOUT OF ONE TRANSACTION ON THE NIGHTLY
000030*                 PRE-REGISTRATION FEED (SCHEDIN) SENT BY THE
000040*                 CORPORATE MEETING SCHEDULER.  PreRegFeed
000050*                 APPLIES EACH ONE TO PREREG BY VISITOR ID PLUS
000060*                 FIRST EXPECTED DATE (PR-REG-KEY).  ONE
000070*                 TRANSACTION PER LINE, FIXED COLUMNS:
000080*                     COLUMN   1      ACTION
000090*                     COLUMNS  2-  9  VISITOR ID
000100*                     COLUMNS 10- 49  VISITOR NAME
000110*                     COLUMNS 50- 69  DEPARTMENT OR COMPANY
000120*                     COLUMNS 70- 99  PURPOSE OF VISIT
000130*                     COLUMNS 100-107 HOST ID (HOSTDIR KEY)
000140*                     COLUMNS 108-115 FIRST EXPECTED DATE
000150*                     COLUMNS 116-123 LAST EXPECTED DATE
000160*                     COLUMNS 124-130 WEEKLY PATTERN, MON-SUN
000170*----------------------------------------------------------------
000180*   CALLER SUPPLIES THE ENCLOSING 01 GROUP.
000190*
000200*   SCH-ACTION VALUES:
000210*       A - ADD A NEW EXPECTED VISIT
000220*       C - CHANGE THE VISIT FILED UNDER THE SAME VISITOR ID AND
000230*           FIRST DATE; EVERY OTHER FIELD IS REPLACED.  A MOVED
000240*           FIRST DATE IS SENT AS A CANCEL AND AN ADD.
000250*       X - CANCEL THE VISIT; ONLY THE ID AND FIRST DATE ARE
000260*           READ
000270*
000280*   THE DATES AND PATTERN FOLLOW THE PREREG RULES: A BLANK LAST
000290*   DATE IS A ONE-DAY VISIT AND A BLANK PATTERN IS EVERY DAY IN
000300*   THE RANGE.
000310*----------------------------------------------------------------
000320     05  SCH-ACTION                  PIC X(01).
000330         88  SCH-ADD                     VALUE 'A'.
000340         88  SCH-CHANGE                  VALUE 'C'.
000350         88  SCH-CANCEL                  VALUE 'X'.
000360     05  SCH-VISITOR-ID              PIC X(08).
000370     05  SCH-NAME                    PIC X(40).
000380     05  SCH-DEPARTMENT              PIC X(20).
000390     05  SCH-PURPOSE                 PIC X(30).
000400     05  SCH-HOST-ID                 PIC X(08).
000410     05  SCH-FROM-DATE               PIC X(08).
000420     05  SCH-TO-DATE                 PIC X(08).
000430     05  SCH-WEEK-PATTERN            PIC X(07).
