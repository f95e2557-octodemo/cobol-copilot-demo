000140*   HN-PRINTED-FLAG VALUES:
000150*       ' '  - NOTIFICATION OUTSTANDING
000160*       P    - SLIP PRINTED BY HostSlips
000161*
000162*   HN-HOST-ID IS THE HOST'S KEY ON THE HOST DIRECTORY (HOSTDIR),
000163*   WHICH GIVES HostSlips THE FLOOR TO DELIVER TO.  RECORDS
000164*   WRITTEN BEFORE THE DIRECTORY EXISTED READ BACK BLANK.
000165*
000166*   HN-PARTY-ID AND HN-PARTY-SIZE ARE SET WHEN A PARTY CHECKED IN
000167*   TOGETHER: ONE NOTIFICATION COVERS THE WHOLE PARTY, NAMING THE
000168*   LEAD VISITOR AND THE NUMBER ADMITTED.  BOTH ARE BLANK FOR A
000169*   VISITOR ON THEIR OWN AND ON OLDER RECORDS.
000170*----------------------------------------------------------------
000180     05  HN-DATE                     PIC X(08).
000190     05  FILLER                      PIC X(01) VALUE SPACE.
000260     05  HN-PURPOSE                  PIC X(30).
000270     05  FILLER                      PIC X(01) VALUE SPACE.
000280     05  HN-PRINTED-FLAG             PIC X(01).
000290     05  FILLER                      PIC X(01) VALUE SPACE.
000300     05  HN-HOST-ID                  PIC X(08).
000310     05  FILLER                      PIC X(01) VALUE SPACE.
000320     05  HN-PARTY-ID                 PIC X(08).
000330     05  FILLER                      PIC X(01) VALUE SPACE.
000340     05  HN-PARTY-SIZE               PIC 9(03).
