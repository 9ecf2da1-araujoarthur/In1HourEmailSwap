000301*                     checkpoints carry their own run id and
000302*                     never reposition the main SWAPIN pass
000303*                     (or the reverse).
000304*     2026-10-15  RM  Maturation now compares against the
000305*                     business date on the BUSDATE control
000306*                     file (BusinessDateRoll) instead of the
000307*                     wall clock, matching EmailValidation.
000308*     2026-10-15  RM  Appends its control totals - items read
000309*                     off PENDIN, released to RELOUT, carried
000310*                     to PENDOUT - to the shared run ledger
000311*                     (RUNLEDGR.CPY) for the end-of-night
000312*                     balancing job.
000313*================================================================
000314 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. PendingSwapRelease.
000330 AUTHOR. R. MCALLISTER.
000340 INSTALLATION. DATA LIFECYCLE SERVICES.
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS PS-PEND-OUT-STATUS.
000520
000522     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000524         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS IS PS-BUSDATE-STATUS.
000527
000528     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000529         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS PS-LEDGER-STATUS.
000531
000532 DATA DIVISION.
000540 FILE SECTION.
000550 FD  PENDING-IN-FILE
000560     RECORDING MODE IS F.
000570 01  PENDING-IN-RECORD            PIC X(561).
000580
000590 FD  RELEASE-FILE
000600     RECORDING MODE IS F.
000610 01  RELEASE-OUT-RECORD           PIC X(561).
000620
000630 FD  PENDING-OUT-FILE
000640     RECORDING MODE IS F.
000650 01  PENDING-OUT-RECORD           PIC X(561).
000660
000662 FD  BUSINESS-DATE-FILE
000664     RECORDING MODE IS F.
000666     COPY BUSDATE.
000667
000668 FD  RUN-LEDGER-FILE
000669     RECORDING MODE IS F.
000670     COPY RUNLEDGR.
000671
000672 WORKING-STORAGE SECTION.
000680*----------------------------------------------------------------
000690* Working fields for PendingSwapRelease - app prefix PS-.
000700*----------------------------------------------------------------
000710 77  PS-SEQUENCE-NBR              PIC 9(08)   VALUE ZERO.
000720 77  PS-RELEASED-COUNT            PIC 9(05)   VALUE ZERO.
000730 77  PS-STILL-PENDING-COUNT       PIC 9(05)   VALUE ZERO.
000735 77  PS-READ-COUNT                PIC 9(05)   VALUE ZERO.
000740
000750 COPY SWAPREQ.
000760
000880 01  PS-EFFECTIVE-DATE            PIC 9(08).
000882 77  PS-EFFECTIVE-INTEGER         PIC 9(07)   VALUE ZERO.
000890
000892 01  PS-BUSDATE-STATUS            PIC X(02).
000894     88  PS-BUSDATE-OK            VALUE "00".
000895
000896 01  PS-LEDGER-STATUS             PIC X(02).
000897     88  PS-LEDGER-OK             VALUE "00".
000898     88  PS-LEDGER-NOT-FOUND      VALUE "35".
000899
000900 01  PS-CURRENT-TIME              PIC 9(08).
000901
000902 01  PS-SWITCHES.
000910     05  PS-EOF-SWITCH            PIC X(01)   VALUE "N".
000920         88  PS-END-OF-FILE       VALUE "Y".
000930
001300         GOBACK
001310     END-IF.
001320
001330     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001340     PERFORM 2100-READ-PENDING THRU 2100-EXIT.
001350 1000-EXIT.
001360     EXIT.
001361
001362*================================================================
001363* 1050-READ-BUSINESS-DATE
001364*     Takes the processing date from the business-date control
001365*     file (BUSDATE.CPY) instead of the wall clock, so a run
001366*     past midnight or a rerun the next morning still carries
001367*     the night's own date.  A missing or unusable control
001368*     record stops the run rather than stamp the wrong day.
001369*================================================================
001370 1050-READ-BUSINESS-DATE.
001371     OPEN INPUT BUSINESS-DATE-FILE.
001372     IF NOT PS-BUSDATE-OK
001373         DISPLAY "PENDINGSWAPRELEASE - UNABLE TO OPEN BUSDATE, "
001374             "STATUS = " PS-BUSDATE-STATUS
001375         MOVE 16 TO RETURN-CODE
001376         GOBACK
001377     END-IF.
001378     READ BUSINESS-DATE-FILE
001379         AT END
001380             MOVE SPACES TO BUSINESS-DATE-RECORD
001381     END-READ.
001382     CLOSE BUSINESS-DATE-FILE.
001383     IF BD-BUSINESS-DATE NOT NUMERIC
001384         DISPLAY "PENDINGSWAPRELEASE - BUSDATE RECORD MISSING OR "
001385             "NOT NUMERIC: " BUSINESS-DATE-RECORD
001386         MOVE 16 TO RETURN-CODE
001387         GOBACK
001388     END-IF.
001389     MOVE BD-BUSINESS-DATE TO PS-TODAY-DATE.
001390 1050-EXIT.
001391     EXIT.
001392
001393*================================================================
001394* 2000-PROCESS-PENDING
001400*     Drives one pending item per iteration - matured items
001410*     are released to tonight's pipeline, the rest carried
001420*     forward.  An unusable effective date releases too: the
001440*     front of the operations desk, not age silently here.
001450*================================================================
001460 2000-PROCESS-PENDING.
001461     ADD 1 TO PS-READ-COUNT.
001462*    Unusable means not numeric OR not on the calendar - a
001464*    "99999999" compares greater than today forever and would
001466*    otherwise be carried in silence every night.
002060     CLOSE PENDING-IN-FILE.
002070     CLOSE RELEASE-FILE.
002080     CLOSE PENDING-OUT-FILE.
002085     PERFORM 3100-WRITE-RUN-LEDGER THRU 3100-EXIT.
002090 3000-EXIT.
002100     EXIT.
002110
002120*================================================================
002130* 3100-WRITE-RUN-LEDGER
002140*     Appends the run's control totals to the shared run ledger
002150*     (RUNLEDGR.CPY) - every item read is either released to
002160*     RELOUT, which the RELEASE pass of EmailValidation must
002170*     read, or carried to PENDOUT.  The ledger is created on
002180*     its first-ever open; one that cannot be opened is
002190*     reported but does not change the return code - the
002200*     balancing job then reports the release as missing.
002210*================================================================
002220 3100-WRITE-RUN-LEDGER.
002230     OPEN EXTEND RUN-LEDGER-FILE.
002240     IF PS-LEDGER-NOT-FOUND
002250         OPEN OUTPUT RUN-LEDGER-FILE
002260     END-IF.
002270     IF NOT PS-LEDGER-OK
002280         DISPLAY "PENDINGSWAPRELEASE - UNABLE TO OPEN RUNLEDGR, "
002290             "STATUS = " PS-LEDGER-STATUS
002300             " - NO CONTROL TOTALS WRITTEN"
002310         GO TO 3100-EXIT
002320     END-IF.
002330     MOVE SPACES TO RUN-LEDGER-RECORD.
002340     INITIALIZE RUN-LEDGER-RECORD.
002350     MOVE "PENDRELEASE" TO RL-STEP-NAME.
002360     MOVE PS-TODAY-DATE TO RL-BUSINESS-DATE.
002370     ACCEPT PS-CURRENT-TIME FROM TIME.
002380     MOVE PS-CURRENT-TIME(1:6) TO RL-WRITTEN-TIME.
002390     MOVE RETURN-CODE TO RL-STEP-RC.
002400     MOVE "I" TO RL-COUNT-FLOW(1).
002410     MOVE "PENDIN" TO RL-COUNT-CATEGORY(1).
002420     MOVE PS-READ-COUNT TO RL-COUNT-VALUE(1).
002430     MOVE "O" TO RL-COUNT-FLOW(2).
002440     MOVE "RELOUT" TO RL-COUNT-CATEGORY(2).
002450     MOVE PS-RELEASED-COUNT TO RL-COUNT-VALUE(2).
002460     MOVE "O" TO RL-COUNT-FLOW(3).
002470     MOVE "PENDOUT" TO RL-COUNT-CATEGORY(3).
002480     MOVE PS-STILL-PENDING-COUNT TO RL-COUNT-VALUE(3).
002490     WRITE RUN-LEDGER-RECORD.
002500     CLOSE RUN-LEDGER-FILE.
002510 3100-EXIT.
002520     EXIT.
