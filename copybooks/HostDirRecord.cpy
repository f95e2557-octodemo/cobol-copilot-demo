000010*----------------------------------------------------------------
000020* HostDirRecord - LAYOUT OF ONE HOST DIRECTORY (HOSTDIR) RECORD.
000030*                 ONE ENTRY PER EMPLOYEE WHO MAY HOST A VISITOR,
000040*                 MAINTAINED THROUGH HostMaint.  PreRegMaint AND
000050*                 RosterEdit ACCEPT ONLY AN ACTIVE HOST ON FILE,
000060*                 HelloWorld AND RosterBatch CARRY THE HOST ID
000070*                 ONTO THE HOST NOTIFICATION, AND HostSlips
000080*                 TAKES THE FLOOR AND LOCATION FROM HERE SO THE
000090*                 SLIPS COME OUT IN DELIVERY ORDER.
000100*----------------------------------------------------------------
000110*   CALLER SUPPLIES THE ENCLOSING 01 GROUP.
000120*
000130*   EVERY PROGRAM OPENING HOSTDIR MUST DECLARE:
000140*       RECORD KEY IS HD-HOST-ID
000150*       ALTERNATE RECORD KEY IS HD-NAME WITH DUPLICATES
000160*
000170*   HD-ACTIVE-FLAG VALUES:
000180*       A    - ACTIVE, MAY HOST VISITORS
000190*       I    - INACTIVE (LEFT, MOVED, ON LEAVE) - KEPT ON FILE
000200*              SO OLDER REGISTRATIONS STILL RESOLVE, BUT NO NEW
000210*              VISITOR MAY NAME THIS HOST
000220*----------------------------------------------------------------
000230     05  HD-HOST-ID                  PIC X(08).
000240     05  HD-NAME                     PIC X(40).
000250     05  HD-DEPARTMENT               PIC X(20).
000260     05  HD-FLOOR                    PIC X(04).
000270     05  HD-LOCATION                 PIC X(20).
000280     05  HD-EXTENSION                PIC X(06).
000290     05  HD-ACTIVE-FLAG              PIC X(01).
