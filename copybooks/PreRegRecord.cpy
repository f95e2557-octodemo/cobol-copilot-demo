000200*   'Y' ON THE DAYS THE VISITOR IS EXPECTED.  A BLANK PATTERN
000210*   MEANS EVERY DAY IN THE RANGE.  A CONTRACTOR ON SITE EVERY
000220*   WEEKDAY FOR THREE WEEKS IS ONE RECORD, NOT FIFTEEN.
000221*
000222*   PR-HOST-ID IS THE HOST'S KEY ON THE HOST DIRECTORY (HOSTDIR);
000223*   PR-HOST-NAME IS THE DIRECTORY NAME AS IT STOOD WHEN THE
000224*   VISIT WAS FILED.  A BLANK ID WITH A NAME IS A REGISTRATION
000225*   FILED BEFORE THE DIRECTORY EXISTED THAT HostConv COULD NOT
000226*   RESOLVE.
000230*----------------------------------------------------------------
000240     05  PR-REG-KEY.
000250         10  PR-ID-KEY               PIC X(08).
000300     05  PR-HOST-NAME                PIC X(40).
000310     05  PR-TO-DATE                  PIC X(08).
000320     05  PR-WEEK-PATTERN             PIC X(07).
000330     05  PR-HOST-ID                  PIC X(08).
