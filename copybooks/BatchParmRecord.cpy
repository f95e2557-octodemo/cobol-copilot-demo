000070*                 KEYBOARD PROMPTS WHEN THE FILE OR THE RECORD
000080*                 IS ABSENT - SO THE SAME LOAD MODULES RUN
000090*                 ATTENDED AT THE DESK OR UNATTENDED IN THE
000100*                 OVERNIGHT BATCH WINDOW.  THE END-OF-DAY STEPS
000101*                 THAT HAVE PROMPTS DO NOT PROMPT WHEN NOBODY IS
000102*                 THERE TO ANSWER (UNDER NightRun, OR NOBODY
000103*                 SIGNED ON): THEY TAKE THE DEFAULT GIVEN BELOW,
000104*                 AND A BAD RECORD ABANDONS THE RUN (RETURN CODE
000105*                 8) INSTEAD OF FALLING BACK TO THE PROMPTS.
000110*----------------------------------------------------------------
000120*   CALLER SUPPLIES THE ENCLOSING 01 GROUP.
000130*
000150*       LOGARCHIVE - PARM-FROM-DATE IS THE ARCHIVE CUTOFF; LEFT
000160*                    BLANK, THE PROGRAM COMPUTES TODAY LESS THE
000170*                    13-MONTH RETENTION PERIOD.  PARM-TO-DATE IS
000180*                    NOT USED.  UNATTENDED WITH NO RECORD, THE
000182*                    PROGRAM TAKES THE COMPUTED CUTOFF.
000190*       LOGEXTRACT - PARM-FROM-DATE/PARM-TO-DATE ARE THE
000200*                    EXTRACT RANGE.  UNATTENDED WITH NO RECORD,
000202*                    THE PROGRAM EXTRACTS TODAY.
000210*       MONTHSTAT  - PARM-FROM-DATE/PARM-TO-DATE ARE THE
000220*                    REPORTING PERIOD.
000221*       VISITDUR   - PARM-FROM-DATE/PARM-TO-DATE ARE THE
000222*                    REPORTING PERIOD; PARM-LIMIT IS THE
000223*                    OVERSTAY LIMIT IN MINUTES, BLANK FOR THE
000224*                    480-MINUTE (EIGHT-HOUR) DEFAULT.
000225*       COMPLDUE   - PARM-FROM-DATE IS THE AS-OF DATE, BLANK FOR
000226*                    TODAY; PARM-LIMIT IS THE LOOK-AHEAD WINDOW
000227*                    IN DAYS, BLANK FOR 30.  PARM-TO-DATE IS NOT
000228*                    USED.  WITH NO RECORD THE PROGRAM TAKES
000229*                    BOTH DEFAULTS RATHER THAN PROMPTING.
000230*       NIGHTRUN   - PARM-LIMIT, WHEN PRESENT, IS THE STEP NUMBER
000231*                    (1-8) TO START THE END-OF-DAY STREAM AT,
000232*                    OVERRIDING THE RESTART CHECKPOINT.  REMOVE
000233*                    THE RECORD ONCE THE OVERRIDE HAS RUN.  WHEN
000234*                    THE STREAM BEING RESTARTED IS FROM AN
000235*                    EARLIER DAY, THE RECORD LEAVES IT UNFINISHED
000236*                    AND STARTS TODAY'S STREAM AT THE STEP.  THE
000237*                    DATE FIELDS ARE NOT USED.
000238*       BACKUPGEN  - PARM-LIMIT IS THE NUMBER OF BACKUP
000239*                    GENERATIONS KEPT PER FILE (1-20), BLANK FOR
000240*                    5.  THE DATE FIELDS ARE NOT USED.
000241*       OPERACT    - PARM-FROM-DATE/PARM-TO-DATE ARE THE
000242*                    REPORTING PERIOD; PARM-LIMIT IS THE DESK
000243*                    HOURS AS HHHH (OPENING HOUR, CLOSING HOUR),
000244*                    BLANK FOR 0719 (07:00 TO 19:00).
000245*
000246*   PARM-LIMIT IS USED ONLY BY THE PROGRAMS THAT SAY SO ABOVE;
000247*   THE OTHERS LEAVE IT BLANK.
000248*----------------------------------------------------------------
000249     05  PARM-PROGRAM-ID             PIC X(10).
000250     05  FILLER                      PIC X(01) VALUE SPACE.
000260     05  PARM-FROM-DATE              PIC X(08).
000270     05  FILLER                      PIC X(01) VALUE SPACE.
000280     05  PARM-TO-DATE                PIC X(08).
000290     05  FILLER                      PIC X(01) VALUE SPACE.
000300     05  PARM-LIMIT                  PIC X(04).
