000010*================================================================
000020* RUNLEDGR.CPY
000030* Nightly run-ledger control-total record.  Every step of the
000040* nightly swap flow appends one of these to the shared RUNLEDGR
000050* file as it ends - its step name (and pass, where one program
000060* runs twice a night), the business date it ran for, its
000070* return code, and its counts in and out by category - and
000080* NightBalance checks each hand-off between the steps against
000090* them at the end of the stream.  A step run more than once
000100* for the same business date appends again; the last record
000110* written for a step and pass is the one that counts - except
000112* ACCTMAINT, whose runs each add to MNTAUDIT, so all of its
000114* records for the date are added together.
000120*     HREXTRACT    in ROWS-READ     out SWAPIN REJECTED
000130*     MIGRATION    in ACCOUNTS      out MIGOUT
000140*     PENDRELEASE  in PENDIN        out RELOUT PENDOUT
000150*     INTAKE       in CALLCTR HR PORTAL MIGRATION
000160*                                   out SWAPIN DROPPED
000170*     EMAILVAL     in READ SKIPPED  out DECISIONS HELD APPLIED
000180*                  (NIGHTLY/RELEASE)    NOTIFIED HISTORY
000190*                     PRIOR-DEC         SUSPENDED SUSP-DECIDED
000200*     WORKDOWN     in SUSPIN        out DECISIONS APPLIED
000210*                                       NOTIFIED HISTORY SUSPOUT
000220*     DISPOSITION  in DECISIONS     out DISPCC DISPHR DISPPORT
000230*                                       MIGRATION UNKNOWN
000240*     ACCTMAINT    in TRANSACTIONS  out APPLIED REJECTED
000250*                                       ACCT-CHANGES
000260*     ADDRFEED     in AUDIT MAINT   out DETAILS
000270*                     PURGES
000280* Unused count entries are left blank with a zero value.  The
000290* count table is grouped (RL-COUNTS) so a reader can take it
000300* across whole.
000310*================================================================
000320 01  RUN-LEDGER-RECORD.
000330     05  RL-STEP-NAME                PIC X(12).
000340     05  RL-RUN-ID                   PIC X(08).
000350     05  RL-BUSINESS-DATE            PIC 9(08).
000360     05  RL-WRITTEN-TIME             PIC 9(06).
000370     05  RL-STEP-RC                  PIC 9(04).
000380     05  RL-COUNTS.
000390         10  RL-COUNT-ENTRY OCCURS 10 TIMES.
000400             15  RL-COUNT-FLOW       PIC X(01).
000410                 88  RL-FLOW-IN      VALUE "I".
000420                 88  RL-FLOW-OUT     VALUE "O".
000430             15  RL-COUNT-CATEGORY   PIC X(12).
000440             15  RL-COUNT-VALUE      PIC 9(09).
000450     05  FILLER                      PIC X(20).
