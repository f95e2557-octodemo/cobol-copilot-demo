000170*   UP AS LOW-VALUES, NOT SPACES.  TEST THE NO-SIGNON-OPERATOR
000180*   AND NO-SIGNON-TERMINAL CONDITIONS, WHICH COVER BOTH, AND
000190*   FALL BACK TO THE PROGRAM'S OWN PROMPT.
000191*
000192*   SIGNON-STREAM-SW IS 'Y' ONLY WHILE NightRun IS CALLING THE
000193*   END-OF-DAY STEPS.  A STEP THAT WOULD PROMPT AT THE DESK
000194*   TESTS SIGNON-IN-JOB-STREAM AND TAKES ITS DEFAULT INSTEAD,
000195*   SINCE NOBODY IS THERE TO ANSWER.
000200*----------------------------------------------------------------
000210     05  SIGNON-OPERATOR-ID          PIC X(08).
000220         88  NO-SIGNON-OPERATOR          VALUE SPACES
000260     05  SIGNON-TERMINAL-ID          PIC X(08).
000270         88  NO-SIGNON-TERMINAL          VALUE SPACES
000280                                               LOW-VALUES.
000290     05  SIGNON-STREAM-SW            PIC X(01).
000300         88  SIGNON-IN-JOB-STREAM        VALUE 'Y'.
