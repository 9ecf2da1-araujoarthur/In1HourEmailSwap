000245*                     Reason "10" only ever rides the intake
000246*                     merge's DROPPED decision, never a
000247*                     rejection, so it takes no line here.
000248*     2026-10-15  RM  Records 562 to 572 bytes: AUDITREC.CPY's new
000249*                     received-date, suspense-reason, still-open.
000250*================================================================
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. EmailAuditArchive.
000620
000630 FD  AUDIT-IN-FILE
000640     RECORDING MODE IS F.
000650 01  AUDIT-IN-RECORD              PIC X(572).
000660
000670 FD  ARCHIVE-OUT-FILE
000680     RECORDING MODE IS F.
000690 01  ARCHIVE-OUT-RECORD           PIC X(572).
000700
000710 FD  AUDIT-NEW-FILE
000720     RECORDING MODE IS F.
000730 01  AUDIT-NEW-RECORD             PIC X(572).
000740
000750 FD  ROLLUP-REPORT-FILE
000760     RECORDING MODE IS F.
