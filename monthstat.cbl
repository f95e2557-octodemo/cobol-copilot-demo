000320*                  PERIOD RECORDS CAME FROM EACH FILE - A RANGE
000330*                  REACHING PAST THE 13-MONTH ARCHIVE CUTOFF NO
000340*                  LONGER COMES UP SILENTLY SHORT ON STATRPT.
000341* 2026-10-15  RCM  THE VISITOR LOG RECORD GREW BY THE PARTY ID
000342*                  (VLOG-PARTY-ID), SO THE ARCHIVE RECORD GREW
000343*                  WITH IT.
000350*----------------------------------------------------------------
000360
000370 ENVIRONMENT DIVISION.
000620     COPY VisitorLogRecord.
000630
000640 FD  ArchiveFile.
000650 01  ARCHIVE-RECORD                  PIC X(132).
000660
000670 FD  PrintFile.
000680 01  PRINT-LINE                      PIC X(80).
