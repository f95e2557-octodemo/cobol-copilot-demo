000010*----------------------------------------------------------------
000020* SignLogRecord - LAYOUT OF ONE SIGN-ON LOG (SIGNLOG) RECORD,
000030*                 APPENDED BY HelloMenu FOR EVERY SIGN-ON,
000040*                 REFUSED ATTEMPT, DENIED CHOICE, AND SUPERVISOR
000050*                 CHOICE RUN, AND READ BY OperAct FOR THE
000060*                 OPERATOR ACTIVITY REPORT.
000070*----------------------------------------------------------------
000080*   CALLER SUPPLIES THE ENCLOSING 01 GROUP.
000090*
000100*   SLOG-ACTION VALUES:
000110*       SIGNON   - OPERATOR SIGNED ON (DETAIL "NO OPERATOR FILE"
000120*                  WHEN THERE WAS NO OPERFILE TO CHECK)
000130*       REFUSED  - OPERATOR ID NOT ON OPERFILE; SLOG-OPERATOR-ID
000140*                  IS THE ID AS KEYED
000150*       DENIED   - CHOICE NEEDING SUPERVISOR ACCESS REFUSED
000160*                  (DETAIL "MENU CHOICE nn")
000170*       RUN      - CHOICE NEEDING SUPERVISOR ACCESS STARTED
000180*                  (DETAIL "MENU CHOICE nn")
000190*----------------------------------------------------------------
000200     05  SLOG-DATE                   PIC X(08).
000210     05  FILLER                      PIC X(01) VALUE SPACE.
000220     05  SLOG-TIME                   PIC X(08).
000230     05  FILLER                      PIC X(01) VALUE SPACE.
000240     05  SLOG-OPERATOR-ID            PIC X(08).
000250     05  FILLER                      PIC X(01) VALUE SPACE.
000260     05  SLOG-TERMINAL-ID            PIC X(08).
000270     05  FILLER                      PIC X(01) VALUE SPACE.
000280     05  SLOG-ACTION                 PIC X(08).
000290     05  FILLER                      PIC X(01) VALUE SPACE.
000300     05  SLOG-DETAIL                 PIC X(20).
