000010*----------------------------------------------------------------
000020* ComplianceRecord - LAYOUT OF ONE VISITOR COMPLIANCE (COMPLY)
000030*                 RECORD: ONE ACKNOWLEDGEMENT (SAFETY INDUCTION
000040*                 OR NON-DISCLOSURE AGREEMENT) ON FILE FOR ONE
000050*                 VISITOR, WITH THE DATE IT WAS GIVEN AND THE
000060*                 DATE IT LAPSES.  MAINTAINED THROUGH ComplMaint
000070*                 AND BY HelloWorld WHEN THE DESK TAKES THE
000080*                 INDUCTION OR THE SIGNATURE AT CHECK-IN;
000090*                 HelloWorld AND RosterBatch CHECK IT AT EVERY
000100*                 ARRIVAL AND ComplDue LISTS WHAT IS ABOUT TO
000110*                 LAPSE.
000120*----------------------------------------------------------------
000130*   CALLER SUPPLIES THE ENCLOSING 01 GROUP.
000140*
000150*   EVERY PROGRAM OPENING COMPLY MUST DECLARE:
000160*       RECORD KEY IS CMP-KEY
000170*
000180*   CMP-ACK-TYPE VALUES:
000190*       IND  - SITE SAFETY INDUCTION, REQUIRED OF EVERY VISITOR
000200*       NDA  - NON-DISCLOSURE AGREEMENT, REQUIRED OF A VISITOR
000210*              TO ANY DEPARTMENT ON THE NDA DEPARTMENT LIST
000220*              (NDADEPT)
000230*
000240*   CMP-EXPIRY-DATE IS THE LAST DAY THE ACKNOWLEDGEMENT IS GOOD
000250*   FOR; BLANK MEANS IT DOES NOT LAPSE.
000260*----------------------------------------------------------------
000270     05  CMP-KEY.
000280         10  CMP-VISITOR-ID          PIC X(08).
000290         10  CMP-ACK-TYPE            PIC X(04).
000300     05  CMP-VISITOR-NAME            PIC X(40).
000310     05  CMP-ACK-DATE                PIC X(08).
000320     05  CMP-EXPIRY-DATE             PIC X(08).
000330     05  CMP-RECORDED-BY             PIC X(08).
000340     05  CMP-RECORDED-DATE           PIC X(08).
