000080* DATE-COMPILED :
000090*
000100* REMARKS.
000110*     Merges the swap-request feeds into the single
000120*     sequenced SWAPIN file EmailValidation reads.  The HR leg
000130*     arrives already parsed by HRSwapExtract in SWAPREQ format;
000140*     the call-center extract is a fixed-column file keyed by
000150*     the agent desk; the portal extract is the self-service
000160*     site's semicolon-delimited download; MIGRIN carries the
000163*     corporate domain migration requests DomainMigration
000166*     writes, already in SWAPREQ format.  When the same
000170*     account appears in more than one feed the same night only
000180*     the highest-priority feed's requests are kept: call
000190*     center first (an agent verified the member), then HR,
000200*     then portal, and the migration feed last.  Repeats inside
000210*     a single feed are kept in the feed's own order - a
000220*     chained same-night change or a member's corrected
000225*     resubmission is legitimate traffic.
000230*     Every kept request is stamped with its source-system code
000240*     and a fresh sequence number, so the audit trail can
000250*     finally say which channel a bad request came in on.
000570*                     feeds the per-channel disposition extract
000580*                     so the ticket system can close its own
000590*                     tickets.
000591*     2026-10-15  RM  The processing date now comes from the
000592*                     business-date control file (BUSDATE,
000593*                     advanced by BusinessDateRoll) instead of
000594*                     the wall clock, so a run past midnight or
000595*                     a rerun the next morning keeps the
000596*                     night's own date.
000597*     2026-10-15  RM  Fourth feed MIGRIN - the mass domain
000598*                     migration requests DomainMigration
000599*                     generates, source system "M".  Lowest
000600*                     priority: any channel's own request for
000601*                     the account wins the night and the
000602*                     migration request is dropped, to be
000603*                     regenerated on the next run.  Balanced
000604*                     on its own MIGRATION line.  The seen
000605*                     table now holds 50000 accounts, since a
000606*                     cutover night can carry a whole domain.
000607*     2026-10-15  RM  Every request, kept or dropped, is now
000608*                     stamped with the date it was received
000609*                     (SR-RECEIVED-DATE) - the business date,
000610*                     unless the feed already carried one - and
000611*                     the dropped request's audit decision
000612*                     carries it too, so the turnaround report
000613*                     can measure from receipt.
000614*     2026-10-15  RM  The night's control totals - rows in per
000615*                     feed, kept and dropped - are appended to
000616*                     the shared run ledger (RUNLEDGR.CPY) for
000617*                     the end-of-night balancing job.
000618*================================================================
000619 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. SwapRequestIntake.
000630 AUTHOR. R. MCALLISTER.
000640 INSTALLATION. DATA LIFECYCLE SERVICES.
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS SI-PORTAL-IN-STATUS.
000820
000822     SELECT MIGRATION-FEED-FILE ASSIGN TO MIGRIN
000824         ORGANIZATION IS LINE SEQUENTIAL
000826         FILE STATUS IS SI-MIG-IN-STATUS.
000828
000830     SELECT SWAP-REQUEST-FILE ASSIGN TO SWAPIN
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS SI-SWAP-OUT-STATUS.
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS SI-REPORT-OUT-STATUS.
000980
000981     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000982         ORGANIZATION IS LINE SEQUENTIAL
000983         FILE STATUS IS SI-BUSDATE-STATUS.
000984
000985     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000986         ORGANIZATION IS LINE SEQUENTIAL
000987         FILE STATUS IS SI-LEDGER-STATUS.
000988
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  HR-FEED-FILE
001020     RECORDING MODE IS F.
001030 01  HR-FEED-RECORD               PIC X(561).
001040
001050 FD  CALLCTR-FEED-FILE
001060     RECORDING MODE IS F.
001140     RECORDING MODE IS F.
001150 01  PORTAL-FEED-RECORD           PIC X(600).
001160
001162 FD  MIGRATION-FEED-FILE
001164     RECORDING MODE IS F.
001166 01  MIGRATION-FEED-RECORD        PIC X(561).
001168
001170 FD  SWAP-REQUEST-FILE
001180     RECORDING MODE IS F.
001190 01  SWAP-REQUEST-OUT-RECORD      PIC X(561).
001200
001210 FD  DROPPED-FILE
001220     RECORDING MODE IS F.
001290     RECORDING MODE IS F.
001300 01  REPORT-LINE                  PIC X(132).
001310
001311 FD  BUSINESS-DATE-FILE
001312     RECORDING MODE IS F.
001313     COPY BUSDATE.
001314
001315 FD  RUN-LEDGER-FILE
001316     RECORDING MODE IS F.
001317     COPY RUNLEDGR.
001318
001320 WORKING-STORAGE SECTION.
001330*----------------------------------------------------------------
001340* Working fields for SwapRequestIntake - app prefix SI-.
001370 77  SI-HR-KEPT-COUNT             PIC 9(05)   VALUE ZERO.
001380 77  SI-CC-KEPT-COUNT             PIC 9(05)   VALUE ZERO.
001390 77  SI-PORTAL-KEPT-COUNT         PIC 9(05)   VALUE ZERO.
001395 77  SI-MIG-KEPT-COUNT            PIC 9(05)   VALUE ZERO.
001400 77  SI-DROPPED-COUNT             PIC 9(05)   VALUE ZERO.
001410 77  SI-HR-READ-COUNT             PIC 9(05)   VALUE ZERO.
001420 77  SI-CC-READ-COUNT             PIC 9(05)   VALUE ZERO.
001430 77  SI-PORTAL-READ-COUNT         PIC 9(05)   VALUE ZERO.
001435 77  SI-MIG-READ-COUNT            PIC 9(05)   VALUE ZERO.
001440 77  SI-HR-DROPPED-COUNT          PIC 9(05)   VALUE ZERO.
001450 77  SI-CC-DROPPED-COUNT          PIC 9(05)   VALUE ZERO.
001460 77  SI-PORTAL-DROPPED-COUNT      PIC 9(05)   VALUE ZERO.
001465 77  SI-MIG-DROPPED-COUNT         PIC 9(05)   VALUE ZERO.
001470 77  SI-BAL-IN-WORK               PIC 9(05)   VALUE ZERO.
001480 77  SI-BAL-KEPT-WORK             PIC 9(05)   VALUE ZERO.
001490 77  SI-BAL-DROP-WORK             PIC 9(05)   VALUE ZERO.
001690 01  SI-PORTAL-IN-STATUS          PIC X(02).
001700     88  SI-PORTAL-IN-OK          VALUE "00".
001710     88  SI-PORTAL-IN-EOF         VALUE "10".
001712
001714 01  SI-MIG-IN-STATUS             PIC X(02).
001716     88  SI-MIG-IN-OK             VALUE "00".
001718     88  SI-MIG-IN-EOF            VALUE "10".
001720
001730 01  SI-SWAP-OUT-STATUS           PIC X(02).
001740     88  SI-SWAP-OUT-OK           VALUE "00".
002130
002140*----------------------------------------------------------------
002150* Accounts already written this night, so a lower-priority feed
002160* cannot write a second request for the same account.  50000
002170* requests in one night covers a whole corporate domain's
002180* migration on top of the biggest channel load ever seen -
002185* more than that is a setup error.
002190*----------------------------------------------------------------
002200 01  SI-SEEN-TABLE-AREA.
002210     05  SI-SEEN-COUNT            PIC 9(05) VALUE ZERO.
002220     05  SI-SEEN-ENTRY OCCURS 1 TO 50000 TIMES
002230             DEPENDING ON SI-SEEN-COUNT.
002240         10  SI-SEEN-ACCOUNT-ID   PIC X(10).
002250         10  SI-SEEN-SOURCE       PIC X(01).
002251
002252 01  SI-BUSINESS-DATE             PIC 9(08).
002253
002254 01  SI-BUSDATE-STATUS            PIC X(02).
002255     88  SI-BUSDATE-OK            VALUE "00".
002256
002257 01  SI-LEDGER-STATUS             PIC X(02).
002258     88  SI-LEDGER-OK             VALUE "00".
002259     88  SI-LEDGER-NOT-FOUND      VALUE "35".
002260
002270 01  SI-SWITCHES.
002280     05  SI-HR-EOF-SWITCH         PIC X(01)   VALUE "N".
002310         88  SI-CC-END-OF-FILE    VALUE "Y".
002320     05  SI-PORTAL-EOF-SWITCH     PIC X(01)   VALUE "N".
002330         88  SI-PORTAL-END-OF-FILE VALUE "Y".
002333     05  SI-MIG-EOF-SWITCH        PIC X(01)   VALUE "N".
002336         88  SI-MIG-END-OF-FILE   VALUE "Y".
002340     05  SI-SEEN-FOUND-SWITCH     PIC X(01)   VALUE "N".
002350         88  SI-ACCOUNT-SEEN      VALUE "Y".
002360     05  SI-KEPT-SWITCH           PIC X(01)   VALUE "N".
002400*================================================================
002410* 0000-MAINLINE
002420*     The feeds are processed in priority order - call center,
002430*     then HR, then portal, then the domain migration - so by
002440*     the time a lower-priority feed offers an account, any
002450*     better request for it has already been written and the
002455*     duplicate is dropped.
002460*================================================================
002470 0000-MAINLINE.
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002490*    Each feed gets its priming read immediately before its own
002500*    loop - the four feeds share SWAP-REQUEST-RECORD as the
002510*    build area, so a record read ahead of its turn would be
002520*    overwritten before its loop ever saw it.
002530     PERFORM 2100-READ-CALLCTR-RECORD THRU 2100-EXIT.
002590     PERFORM 4100-READ-PORTAL-RECORD THRU 4100-EXIT.
002600     PERFORM 4000-PROCESS-PORTAL-FEED THRU 4000-EXIT
002610         UNTIL SI-PORTAL-END-OF-FILE.
002612     PERFORM 4600-READ-MIGRATION-RECORD THRU 4600-EXIT.
002614     PERFORM 4500-PROCESS-MIGRATION-FEED THRU 4500-EXIT
002616         UNTIL SI-MIG-END-OF-FILE.
002620     PERFORM 5000-TERMINATE THRU 5000-EXIT.
002630     GOBACK.
002640
002660* 1000-INITIALIZE
002670*================================================================
002680 1000-INITIALIZE.
002683     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002686
002690     OPEN INPUT CALLCTR-FEED-FILE.
002700     IF NOT SI-CC-IN-OK
002710         DISPLAY "SWAPREQUESTINTAKE - UNABLE TO OPEN CCEXTIN, "
002860     IF NOT SI-PORTAL-IN-OK
002870         DISPLAY "SWAPREQUESTINTAKE - UNABLE TO OPEN PORTALIN, "
002880             "STATUS = " SI-PORTAL-IN-STATUS
002881         MOVE 16 TO RETURN-CODE
002882         GOBACK
002883     END-IF.
002884
002885     OPEN INPUT MIGRATION-FEED-FILE.
002886     IF NOT SI-MIG-IN-OK
002887         DISPLAY "SWAPREQUESTINTAKE - UNABLE TO OPEN MIGRIN, "
002888             "STATUS = " SI-MIG-IN-STATUS
002890         MOVE 16 TO RETURN-CODE
002900         GOBACK
002910     END-IF.
003220         GOBACK
003230     END-IF.
003240 1000-EXIT.
003241     EXIT.
003242
003243*================================================================
003244* 1050-READ-BUSINESS-DATE
003245*     Takes the processing date from the business-date control
003246*     file (BUSDATE.CPY) instead of the wall clock, so a run
003247*     past midnight or a rerun the next morning still carries
003248*     the night's own date.  A missing or unusable control
003249*     record stops the run rather than stamp the wrong day.
003250*================================================================
003251 1050-READ-BUSINESS-DATE.
003252     OPEN INPUT BUSINESS-DATE-FILE.
003253     IF NOT SI-BUSDATE-OK
003254         DISPLAY "SWAPREQUESTINTAKE - UNABLE TO OPEN BUSDATE, "
003255             "STATUS = " SI-BUSDATE-STATUS
003256         MOVE 16 TO RETURN-CODE
003257         GOBACK
003258     END-IF.
003259     READ BUSINESS-DATE-FILE
003260         AT END
003261             MOVE SPACES TO BUSINESS-DATE-RECORD
003262     END-READ.
003263     CLOSE BUSINESS-DATE-FILE.
003264     IF BD-BUSINESS-DATE NOT NUMERIC
003265         DISPLAY "SWAPREQUESTINTAKE - BUSDATE RECORD MISSING OR "
003266             "NOT NUMERIC: " BUSINESS-DATE-RECORD
003267         MOVE 16 TO RETURN-CODE
003268         GOBACK
003269     END-IF.
003270     MOVE BD-BUSINESS-DATE TO SI-BUSINESS-DATE.
003271 1050-EXIT.
003272     EXIT.
003273
003274*================================================================
003280* 2000-PROCESS-CALLCTR-FEED
003290*     Highest-priority feed - an agent has spoken to the member
003300*     and verified the change, so a call-center request always
004280     EXIT.
004290
004300*================================================================
004301* 4500-PROCESS-MIGRATION-FEED
004302*     Mass domain migration requests from DomainMigration,
004303*     already in SWAPREQ format.  Lowest priority of all - a
004304*     request the member or an agent made tonight outranks a
004305*     generated one, and the next DomainMigration run picks
004306*     the account up again if it is still on the old domain.
004307*     The source code is forced so the seen table always
004308*     tells this feed from the others.
004309*================================================================
004310 4500-PROCESS-MIGRATION-FEED.
004311     ADD 1 TO SI-MIG-READ-COUNT.
004312     SET SR-SOURCE-MIGRATION TO TRUE.
004313     PERFORM 6000-WRITE-IF-FIRST THRU 6000-EXIT.
004314     IF SI-REQUEST-KEPT
004315         ADD 1 TO SI-MIG-KEPT-COUNT
004316     END-IF.
004317     PERFORM 4600-READ-MIGRATION-RECORD THRU 4600-EXIT.
004318 4500-EXIT.
004319     EXIT.
004320
004321*================================================================
004322* 4600-READ-MIGRATION-RECORD
004323*================================================================
004324 4600-READ-MIGRATION-RECORD.
004325     READ MIGRATION-FEED-FILE INTO SWAP-REQUEST-RECORD
004326         AT END
004327             SET SI-MIG-END-OF-FILE TO TRUE
004328     END-READ.
004329 4600-EXIT.
004330     EXIT.
004331
004332*================================================================
004333* 5000-TERMINATE
004334*================================================================
004335 5000-TERMINATE.
004340     DISPLAY "SWAPREQUESTINTAKE - CALL CENTER REQUESTS KEPT: "
004350         SI-CC-KEPT-COUNT.
004360     DISPLAY "SWAPREQUESTINTAKE - HR REQUESTS KEPT: "
004370         SI-HR-KEPT-COUNT.
004380     DISPLAY "SWAPREQUESTINTAKE - PORTAL REQUESTS KEPT: "
004390         SI-PORTAL-KEPT-COUNT.
004393     DISPLAY "SWAPREQUESTINTAKE - MIGRATION REQUESTS KEPT: "
004396         SI-MIG-KEPT-COUNT.
004400     DISPLAY "SWAPREQUESTINTAKE - LOWER-PRIORITY DUPLICATES "
004410         "DROPPED: " SI-DROPPED-COUNT.
004420     PERFORM 5200-PRINT-BALANCE-REPORT THRU 5200-EXIT.
004430     CLOSE CALLCTR-FEED-FILE.
004440     CLOSE HR-FEED-FILE.
004450     CLOSE PORTAL-FEED-FILE.
004455     CLOSE MIGRATION-FEED-FILE.
004460     CLOSE SWAP-REQUEST-FILE.
004470     CLOSE DROPPED-FILE.
004480     CLOSE AUDIT-FILE.
004490     CLOSE INTAKE-REPORT-FILE.
004495     PERFORM 5300-WRITE-RUN-LEDGER THRU 5300-EXIT.
004500 5000-EXIT.
004510     EXIT.
004520
004600 5200-PRINT-BALANCE-REPORT.
004610     MOVE SI-HEADING-1 TO REPORT-LINE.
004620     WRITE REPORT-LINE.
004630     MOVE SI-BUSINESS-DATE TO SI-CURRENT-DATE.
004640     MOVE SI-CURRENT-DATE TO SI-HDG-DATE.
004650     MOVE SI-HEADING-2 TO REPORT-LINE.
004660     WRITE REPORT-LINE.
004870     MOVE SI-PORTAL-DROPPED-COUNT TO SI-BAL-DROP-WORK.
004880     PERFORM 5210-WRITE-BALANCE-LINE THRU 5210-EXIT.
004890
004891     MOVE "MIGRATION" TO SI-BAL-LABEL.
004892     MOVE SI-MIG-READ-COUNT TO SI-BAL-IN-WORK.
004893     MOVE SI-MIG-KEPT-COUNT TO SI-BAL-KEPT-WORK.
004894     MOVE SI-MIG-DROPPED-COUNT TO SI-BAL-DROP-WORK.
004895     PERFORM 5210-WRITE-BALANCE-LINE THRU 5210-EXIT.
004896
004900     MOVE "ALL FEEDS" TO SI-BAL-LABEL.
004910     COMPUTE SI-BAL-IN-WORK = SI-CC-READ-COUNT
004920         + SI-HR-READ-COUNT + SI-PORTAL-READ-COUNT
004925         + SI-MIG-READ-COUNT.
004930     COMPUTE SI-BAL-KEPT-WORK = SI-CC-KEPT-COUNT
004940         + SI-HR-KEPT-COUNT + SI-PORTAL-KEPT-COUNT
004945         + SI-MIG-KEPT-COUNT.
004950     MOVE SI-DROPPED-COUNT TO SI-BAL-DROP-WORK.
004960     PERFORM 5210-WRITE-BALANCE-LINE THRU 5210-EXIT.
004970 5200-EXIT.
005240     EXIT.
005250
005260*================================================================
005261* 5300-WRITE-RUN-LEDGER
005262*     Appends the night's intake control totals to the shared
005263*     run ledger (RUNLEDGR.CPY) for the end-of-night balancing
005264*     job - rows in per feed, requests kept to SWAPIN, and
005265*     requests dropped (each with its DROPPED decision on the
005266*     trail).  The ledger is created on its first-ever open.
005267*     A ledger that cannot be opened is reported but does not
005268*     fail the step - the merge is already done, and the
005269*     balancing job reports the step as missing.
005270*================================================================
005271 5300-WRITE-RUN-LEDGER.
005272     OPEN EXTEND RUN-LEDGER-FILE.
005273     IF SI-LEDGER-NOT-FOUND
005274         OPEN OUTPUT RUN-LEDGER-FILE
005275     END-IF.
005276     IF NOT SI-LEDGER-OK
005277         DISPLAY "SWAPREQUESTINTAKE - UNABLE TO OPEN RUNLEDGR, "
005278             "STATUS = " SI-LEDGER-STATUS
005279             " - NO CONTROL TOTALS WRITTEN"
005280         GO TO 5300-EXIT
005281     END-IF.
005282     MOVE SPACES TO RUN-LEDGER-RECORD.
005283     INITIALIZE RUN-LEDGER-RECORD.
005284     MOVE "INTAKE" TO RL-STEP-NAME.
005285     MOVE SI-BUSINESS-DATE TO RL-BUSINESS-DATE.
005286     ACCEPT SI-CURRENT-TIME FROM TIME.
005287     MOVE SI-CURRENT-TIME(1:6) TO RL-WRITTEN-TIME.
005288     MOVE RETURN-CODE TO RL-STEP-RC.
005289     MOVE "I" TO RL-COUNT-FLOW(1).
005290     MOVE "CALLCTR" TO RL-COUNT-CATEGORY(1).
005291     MOVE SI-CC-READ-COUNT TO RL-COUNT-VALUE(1).
005292     MOVE "I" TO RL-COUNT-FLOW(2).
005293     MOVE "HR" TO RL-COUNT-CATEGORY(2).
005294     MOVE SI-HR-READ-COUNT TO RL-COUNT-VALUE(2).
005295     MOVE "I" TO RL-COUNT-FLOW(3).
005296     MOVE "PORTAL" TO RL-COUNT-CATEGORY(3).
005297     MOVE SI-PORTAL-READ-COUNT TO RL-COUNT-VALUE(3).
005298     MOVE "I" TO RL-COUNT-FLOW(4).
005299     MOVE "MIGRATION" TO RL-COUNT-CATEGORY(4).
005300     MOVE SI-MIG-READ-COUNT TO RL-COUNT-VALUE(4).
005301     MOVE "O" TO RL-COUNT-FLOW(5).
005302     MOVE "SWAPIN" TO RL-COUNT-CATEGORY(5).
005303     COMPUTE RL-COUNT-VALUE(5) = SI-CC-KEPT-COUNT
005304         + SI-HR-KEPT-COUNT + SI-PORTAL-KEPT-COUNT
005305         + SI-MIG-KEPT-COUNT.
005306     MOVE "O" TO RL-COUNT-FLOW(6).
005307     MOVE "DROPPED" TO RL-COUNT-CATEGORY(6).
005308     MOVE SI-DROPPED-COUNT TO RL-COUNT-VALUE(6).
005309     WRITE RUN-LEDGER-RECORD.
005310     CLOSE RUN-LEDGER-FILE.
005311 5300-EXIT.
005312     EXIT.
005313
005314*================================================================
005315* 6000-WRITE-IF-FIRST
005316*     Writes the request in SWAP-REQUEST-RECORD unless another
005317*     feed already supplied this account tonight, in which case
005318*     the request is dropped and reported - the priority rule
005319*     only arbitrates between feeds.  Repeats within a single
005320*     feed are kept in the feed's own order: an extract can
005330*     legitimately carry a chained same-night change (old to A,
005340*     then A to B), and a portal member may resubmit to fix a
005360*     later feeds cannot duplicate it.
005370*================================================================
005380 6000-WRITE-IF-FIRST.
005382     IF SR-RECEIVED-DATE = SPACES
005384         OR SR-RECEIVED-DATE NOT NUMERIC
005386         MOVE SI-BUSINESS-DATE TO SR-RECEIVED-DATE
005388     END-IF.
005390     MOVE "N" TO SI-SEEN-FOUND-SWITCH.
005400     MOVE "N" TO SI-KEPT-SWITCH.
005410     PERFORM 6100-MATCH-SEEN-ACCOUNT THRU 6100-EXIT
005580         GO TO 6000-EXIT
005590     END-IF.
005600     IF NOT SI-ACCOUNT-SEEN
005610         IF SI-SEEN-COUNT >= 50000
005620             DISPLAY "SWAPREQUESTINTAKE - MORE THAN 50000 "
005630                 "REQUESTS IN ONE NIGHT, TABLE FULL"
005640             MOVE 16 TO RETURN-CODE
005650             GOBACK
006040             ADD 1 TO SI-HR-DROPPED-COUNT
006050         WHEN SR-SOURCE-PORTAL
006060             ADD 1 TO SI-PORTAL-DROPPED-COUNT
006063         WHEN SR-SOURCE-MIGRATION
006066             ADD 1 TO SI-MIG-DROPPED-COUNT
006070     END-EVALUATE.
006080
006090     MOVE SI-BUSINESS-DATE TO SI-CURRENT-DATE.
006100     ACCEPT SI-CURRENT-TIME FROM TIME.
006110
006120     MOVE SR-SEQUENCE-NBR TO DR-SEQUENCE-NBR.
006310     MOVE SI-CURRENT-TIME(1:6) TO AU-DECISION-TIME.
006320     MOVE SR-SOURCE-SYSTEM TO AU-SOURCE-SYSTEM.
006330     MOVE SR-EXTERNAL-REF TO AU-EXTERNAL-REF.
006332     MOVE SR-RECEIVED-DATE TO AU-RECEIVED-DATE.
006334     MOVE SPACE TO AU-SUSPENSE-REASON.
006336     MOVE "N" TO AU-STILL-OPEN.
006340     WRITE AUDIT-RECORD.
006350 6500-EXIT.
006360     EXIT.
