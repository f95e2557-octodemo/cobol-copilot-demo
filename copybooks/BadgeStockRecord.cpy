000010*----------------------------------------------------------------
000020* BadgeStockRecord - LAYOUT OF ONE BADGE STOCK (BADGSTK) RECORD,
000030*                 ONE PER PHYSICAL VISITOR BADGE.  HelloWorld AND
000040*                 RosterBatch ISSUE THE NEXT BADGE IN STOCK AT
000050*                 CHECK-IN, CheckOut MARKS IT RETURNED AT
000060*                 SIGN-OUT, BadgeOut REPORTS THE BADGES STILL
000070*                 OUT, AND BadgeMaint MAINTAINS THE STOCK.
000080*----------------------------------------------------------------
000090*   CALLER SUPPLIES THE ENCLOSING 01 GROUP.
000100*
000110*   EVERY PROGRAM OPENING BADGSTK MUST DECLARE THE SAME KEY
000120*   STRUCTURE:
000130*       RECORD KEY IS BDG-BADGE-NO
000140*       ALTERNATE RECORD KEY IS BDG-VISITOR-ID WITH DUPLICATES
000150*
000160*   BDG-STATUS VALUES:
000170*       A    - AVAILABLE, IN STOCK AT THE DESK
000180*       I    - ISSUED TO THE VISITOR ON THE RECORD
000190*       L    - LOST, DEACTIVATED AT THE DOOR CONTROLLER - NEVER
000200*              ISSUED AGAIN UNTIL REINSTATED
000210*
000220*   THE VISITOR ID, NAME, AND ISSUE STAMP ARE LEFT ON THE RECORD
000230*   WHEN THE BADGE COMES BACK, SO THE LAST HOLDER OF A BADGE
000240*   THAT LATER GOES MISSING CAN STILL BE FOUND.
000250*----------------------------------------------------------------
000260     05  BDG-BADGE-NO                PIC X(06).
000270     05  BDG-STATUS                  PIC X(01).
000280     05  BDG-VISITOR-ID              PIC X(08).
000290     05  BDG-VISITOR-NAME            PIC X(40).
000300     05  BDG-ISSUE-DATE              PIC X(08).
000310     05  BDG-ISSUE-TIME              PIC X(08).
000320     05  BDG-RETURN-DATE             PIC X(08).
000330     05  BDG-RETURN-TIME             PIC X(08).
