000010*================================================================
000020* DOMAINMIGRATION.COB
000030*
000040* PROGRAM-ID    : DomainMigration
000050* AUTHOR        : R. MCALLISTER
000060* INSTALLATION  : DATA LIFECYCLE SERVICES
000070* DATE-WRITTEN  : 2026-10-15
000080* DATE-COMPILED :
000090*
000100* REMARKS.
000110*     Corporate domain migration generator.  DomainMaint can
000120*     stage the ADD of a new domain and the REMOVE of the old
000130*     one for the cutover weekend, but nothing moved the
000140*     accounts - after a rebrand every holder of the old
000150*     domain had to arrive one at a time on the HR extract or
000160*     through the call center.  This job reads the old-to-new
000170*     domain map (DOMMAP.CPY), walks the account master on
000180*     its AM-EMAIL-ADDRESS alternate key, and for every active
000190*     account on a mapped old domain writes one swap request
000200*     (SWAPREQ.CPY) to MIGOUT - same local part, new domain,
000210*     the map's cutover date as SR-EFFECTIVE-DATE, source
000220*     system "M" for mass migration and an SR-EXTERNAL-REF of
000230*     "MIG", the business date and the map entry number.
000240*     SwapRequestIntake merges MIGOUT as its fourth and
000250*     lowest-priority feed, so every migrated swap still gets
000260*     the nightly run's full validation, duplicate, velocity
000270*     and risk-hold treatment.  Inactive holders are counted
000280*     but not migrated - the nightly run would only reject
000290*     them.
000300*
000310*     The planned domain transactions (DOMPLAN, in DOMTRN.CPY
000320*     format - the JCL concatenates DOMPEND and DOMTRAN) are
000330*     read too, and the report shows for every planned
000340*     REMOVE how many active accounts still hold the domain,
000350*     how many of them this run's requests move off it on or
000360*     before the REMOVE night, and how many it would strand.
000370*     A migrated request can still be rejected or suspended
000380*     by the nightly run, so the job is rerun on the cutover
000390*     eve to show what is left before the REMOVE applies.
000400*     Any run after the first must not queue a second copy of
000410*     a swap that is still waiting for its cutover night, so
000420*     the current pending-swaps file (PENDIN) is read first:
000430*     an active holder that already has a migration request
000440*     pending for the same new address is counted as already
000450*     pending and nothing is written for it.  The current
000460*     suspense file (SUSPIN) is read the same way - a
000470*     migration request the nightly run held in suspense (risk
000472*     hold, duplicate address or velocity) is still open there
000474*     and is counted as already in suspense, not written again.
000476*     A request the nightly run rejected is neither pending nor
000478*     in suspense, so the next run offers it again.
000480*     RETURN-CODE is 4 when any REMOVE would strand an active
000490*     account and 8 when a map entry was rejected.
000500*
000510* MODIFICATION HISTORY.
000520*     2026-10-15  RM  Original version.
000530*     2026-10-15  RM  Appends its control totals - accounts
000540*                     read, requests written to MIGOUT - to
000550*                     the shared run ledger (RUNLEDGR.CPY) for
000560*                     the end-of-night balancing job.
000570*================================================================
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. DomainMigration.
000600 AUTHOR. R. MCALLISTER.
000610 INSTALLATION. DATA LIFECYCLE SERVICES.
000620 DATE-WRITTEN. 2026-10-15.
000630 DATE-COMPILED.
000640
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT DOMAIN-MAP-FILE ASSIGN TO DOMMAP
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS MG-MAP-IN-STATUS.
000710
000720     SELECT DOMAIN-PLAN-FILE ASSIGN TO DOMPLAN
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS MG-PLAN-IN-STATUS.
000750
000760     SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMAST
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS AM-ACCOUNT-ID
000800         ALTERNATE RECORD KEY IS AM-EMAIL-ADDRESS
000810             WITH DUPLICATES
000820         FILE STATUS IS MG-ACCT-MAST-STATUS.
000830
000840     SELECT PENDING-IN-FILE ASSIGN TO PENDIN
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS MG-PEND-IN-STATUS.
000870
000872     SELECT SUSPENSE-IN-FILE ASSIGN TO SUSPIN
000874         ORGANIZATION IS LINE SEQUENTIAL
000876         FILE STATUS IS MG-SUSP-IN-STATUS.
000878
000880     SELECT MIGRATION-OUT-FILE ASSIGN TO MIGOUT
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS MG-MIG-OUT-STATUS.
000910
000920     SELECT MIGRATION-REPORT-FILE ASSIGN TO MIGRPT
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS MG-REPORT-OUT-STATUS.
000950
000960     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS MG-BUSDATE-STATUS.
000990
001000     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS MG-LEDGER-STATUS.
001030
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  DOMAIN-MAP-FILE
001070     RECORDING MODE IS F.
001080     COPY DOMMAP.
001090
001100 FD  DOMAIN-PLAN-FILE
001110     RECORDING MODE IS F.
001120     COPY DOMTRN.
001130
001140 FD  ACCOUNT-MASTER-FILE.
001150     COPY ACCTMAS.
001160
001170 FD  PENDING-IN-FILE
001180     RECORDING MODE IS F.
001190 01  PENDING-IN-RECORD            PIC X(561).
001200
001202 FD  SUSPENSE-IN-FILE
001204     RECORDING MODE IS F.
001206 01  SUSPENSE-IN-RECORD           PIC X(579).
001208
001210 FD  MIGRATION-OUT-FILE
001220     RECORDING MODE IS F.
001230 01  MIGRATION-OUT-RECORD         PIC X(561).
001240
001250 FD  MIGRATION-REPORT-FILE
001260     RECORDING MODE IS F.
001270 01  REPORT-LINE                  PIC X(132).
001280
001290 FD  BUSINESS-DATE-FILE
001300     RECORDING MODE IS F.
001310     COPY BUSDATE.
001320
001330 FD  RUN-LEDGER-FILE
001340     RECORDING MODE IS F.
001350     COPY RUNLEDGR.
001360
001370 WORKING-STORAGE SECTION.
001380*----------------------------------------------------------------
001390* Working fields for DomainMigration - app prefix MG-.
001400*----------------------------------------------------------------
001410 77  MG-SEQUENCE-NBR              PIC 9(08)   VALUE ZERO.
001420 77  MG-JOB-SEVERITY              PIC 9(01)   VALUE ZERO.
001430 77  MG-ACCOUNTS-READ-COUNT       PIC 9(07)   VALUE ZERO.
001440 77  MG-WRITTEN-COUNT             PIC 9(07)   VALUE ZERO.
001450 77  MG-PENDING-COUNT             PIC 9(07)   VALUE ZERO.
001455 77  MG-SUSPENDED-COUNT           PIC 9(07)   VALUE ZERO.
001460 77  MG-INACTIVE-COUNT            PIC 9(07)   VALUE ZERO.
001470 77  MG-UNPARSED-COUNT            PIC 9(07)   VALUE ZERO.
001480 77  MG-MAP-REJECTED-COUNT        PIC 9(05)   VALUE ZERO.
001490 77  MG-STRANDING-REMOVE-COUNT    PIC 9(05)   VALUE ZERO.
001500 77  MG-MAP-SUB                   PIC 9(05)   VALUE ZERO.
001510 77  MG-MAP-FOUND-SUB             PIC 9(05)   VALUE ZERO.
001520 77  MG-PLAN-SUB                  PIC 9(05)   VALUE ZERO.
001530 77  MG-PLAN-FOUND-SUB            PIC 9(05)   VALUE ZERO.
001540 77  MG-PEND-SUB                  PIC 9(05)   VALUE ZERO.
001543 77  MG-PEND-FOUND-SUB            PIC 9(05)   VALUE ZERO.
001546 77  MG-SUSP-TABLED-COUNT         PIC 9(05)   VALUE ZERO.
001550 77  MG-AT-COUNT                  PIC 9(03)   VALUE ZERO.
001560 77  MG-LOCAL-LENGTH              PIC 9(03)   VALUE ZERO.
001570 77  MG-DATE-INTEGER              PIC 9(07)   VALUE ZERO.
001580
001590 COPY SWAPREQ.
001593
001596 COPY SUSPREC.
001600
001610 01  MG-LOCAL-PART                PIC X(256).
001620 01  MG-DOMAIN-PART               PIC X(256).
001630 01  MG-WORK-DOMAIN               PIC X(256).
001640 01  MG-WORK-NEW-DOMAIN           PIC X(64).
001650 01  MG-WORK-DATE                 PIC 9(08).
001660 01  MG-BUSINESS-DATE             PIC 9(08).
001670
001680*----------------------------------------------------------------
001690* Source reference stamped on every generated request, so the
001700* audit trail ties each migrated swap back to the run and the
001710* map entry that produced it.
001720*----------------------------------------------------------------
001730 01  MG-EXTERNAL-REF.
001740     05  FILLER                   PIC X(03)   VALUE "MIG".
001750     05  MG-XREF-DATE             PIC 9(08).
001760     05  MG-XREF-MAP-NBR          PIC 9(03).
001770
001780*----------------------------------------------------------------
001790* The accepted map entries, old domain lower-cased.  The
001800* effective date is kept as keyed for the requests and as a
001810* date for the REMOVE comparison - spaces or zeros (tonight)
001820* compare as the business date.  200 entries is far beyond
001830* any rebrand ever planned - more is a setup error.
001840*----------------------------------------------------------------
001850 01  MG-MAP-TABLE-AREA.
001860     05  MG-MAP-COUNT             PIC 9(05) VALUE ZERO.
001870     05  MG-MAP-ENTRY OCCURS 1 TO 200 TIMES
001880             DEPENDING ON MG-MAP-COUNT.
001890         10  MG-MAP-OLD-DOMAIN    PIC X(64).
001900         10  MG-MAP-NEW-DOMAIN    PIC X(64).
001910         10  MG-MAP-EFF-KEYED     PIC X(08).
001920         10  MG-MAP-EFF-DATE      PIC 9(08).
001930         10  MG-MAP-WRITTEN       PIC 9(07).
001940         10  MG-MAP-PENDING       PIC 9(07).
001945         10  MG-MAP-SUSPENDED     PIC 9(07).
001950         10  MG-MAP-INACTIVE      PIC 9(07).
001960
001970*----------------------------------------------------------------
001980* Every planned REMOVE, lower-cased, with the night it is due
001990* to apply.  A domain removed on both DOMPEND and DOMTRAN keeps
002000* the earlier night.  500 is the DOMAINS file's own ceiling.
002010*----------------------------------------------------------------
002020 01  MG-PLAN-TABLE-AREA.
002030     05  MG-PLAN-COUNT            PIC 9(05) VALUE ZERO.
002040     05  MG-PLAN-ENTRY OCCURS 1 TO 500 TIMES
002050             DEPENDING ON MG-PLAN-COUNT.
002060         10  MG-PLN-DOMAIN        PIC X(64).
002070         10  MG-PLN-REMOVE-DATE   PIC 9(08).
002080         10  MG-PLN-HOLDERS       PIC 9(07).
002090         10  MG-PLN-MIGRATING     PIC 9(07).
002100         10  MG-PLN-STRANDED      PIC 9(07).
002110
002120*----------------------------------------------------------------
002130* Migration requests already waiting on the pending-swaps
002140* file or held open on the suspense file, by account and new
002150* address, with the file each was found on.  50000 matches
002160* intake's own ceiling for a whole corporate domain's
002165* migration - more is a setup error.
002170*----------------------------------------------------------------
002180 01  MG-PEND-TABLE-AREA.
002190     05  MG-PEND-COUNT            PIC 9(05) VALUE ZERO.
002200     05  MG-PEND-ENTRY OCCURS 1 TO 50000 TIMES
002210             DEPENDING ON MG-PEND-COUNT.
002220         10  MG-PND-ACCOUNT-ID    PIC X(10).
002230         10  MG-PND-NEW-ADDRESS   PIC X(256).
002232         10  MG-PND-HELD-ON       PIC X(01).
002234             88  MG-PND-ON-PENDING    VALUE "P".
002236             88  MG-PND-ON-SUSPENSE   VALUE "S".
002240
002250 01  MG-MAP-IN-STATUS             PIC X(02).
002260     88  MG-MAP-IN-OK             VALUE "00".
002270     88  MG-MAP-IN-EOF            VALUE "10".
002280
002290 01  MG-PLAN-IN-STATUS            PIC X(02).
002300     88  MG-PLAN-IN-OK            VALUE "00".
002310     88  MG-PLAN-IN-EOF           VALUE "10".
002320
002330 01  MG-PEND-IN-STATUS            PIC X(02).
002340     88  MG-PEND-IN-OK            VALUE "00".
002350     88  MG-PEND-IN-EOF           VALUE "10".
002352
002354 01  MG-SUSP-IN-STATUS            PIC X(02).
002356     88  MG-SUSP-IN-OK            VALUE "00".
002360
002370 01  MG-ACCT-MAST-STATUS          PIC X(02).
002380     88  MG-ACCT-MAST-OK          VALUE "00".
002390
002400 01  MG-MIG-OUT-STATUS            PIC X(02).
002410     88  MG-MIG-OUT-OK            VALUE "00".
002420
002430 01  MG-REPORT-OUT-STATUS         PIC X(02).
002440     88  MG-REPORT-OUT-OK         VALUE "00".
002450
002460 01  MG-BUSDATE-STATUS            PIC X(02).
002470     88  MG-BUSDATE-OK            VALUE "00".
002480
002490 01  MG-LEDGER-STATUS             PIC X(02).
002500     88  MG-LEDGER-OK             VALUE "00".
002510     88  MG-LEDGER-NOT-FOUND      VALUE "35".
002520
002530 01  MG-CURRENT-TIME              PIC 9(08).
002540
002550 01  MG-SWITCHES.
002560     05  MG-MAP-EOF-SWITCH        PIC X(01)   VALUE "N".
002570         88  MG-MAP-END-OF-FILE   VALUE "Y".
002580     05  MG-PLAN-EOF-SWITCH       PIC X(01)   VALUE "N".
002590         88  MG-PLAN-END-OF-FILE  VALUE "Y".
002600     05  MG-SCAN-SWITCH           PIC X(01)   VALUE "N".
002610         88  MG-SCAN-DONE         VALUE "Y".
002620     05  MG-MAP-FOUND-SWITCH      PIC X(01)   VALUE "N".
002630         88  MG-MAP-FOUND         VALUE "Y".
002640     05  MG-PLAN-FOUND-SWITCH     PIC X(01)   VALUE "N".
002650         88  MG-PLAN-FOUND        VALUE "Y".
002660     05  MG-ENTRY-VALID-SWITCH    PIC X(01)   VALUE "N".
002670         88  MG-ENTRY-VALID       VALUE "Y".
002680     05  MG-PEND-EOF-SWITCH       PIC X(01)   VALUE "N".
002690         88  MG-PEND-END-OF-FILE  VALUE "Y".
002693     05  MG-SUSP-EOF-SWITCH       PIC X(01)   VALUE "N".
002696         88  MG-SUSP-END-OF-FILE  VALUE "Y".
002700     05  MG-PEND-FOUND-SWITCH     PIC X(01)   VALUE "N".
002710         88  MG-PEND-FOUND        VALUE "Y".
002720
002730 01  MG-HEADING-1.
002740     05  FILLER                   PIC X(34)
002750         VALUE "DOMAIN MIGRATION - SWAP REQUESTS /".
002760     05  FILLER                   PIC X(21)
002770         VALUE " REMOVE IMPACT REPORT".
002780
002790 01  MG-HEADING-2.
002800     05  FILLER                   PIC X(16)
002810         VALUE "REPORT DATE :   ".
002820     05  MG-HDG-DATE              PIC 9(08).
002830
002840 01  MG-MAP-HEADING.
002850     05  FILLER                   PIC X(42) VALUE "OLD DOMAIN".
002860     05  FILLER                   PIC X(42) VALUE "NEW DOMAIN".
002870     05  FILLER                   PIC X(10) VALUE "EFFECTIVE".
002880     05  FILLER                   PIC X(09) VALUE "REQUESTS".
002890     05  FILLER                   PIC X(09) VALUE "INACTIVE".
002900     05  FILLER                   PIC X(09) VALUE "PENDING".
002905     05  FILLER                   PIC X(08) VALUE "SUSPENSE".
002910
002920 01  MG-MAP-LINE.
002930     05  MG-MPL-OLD-DOMAIN        PIC X(40).
002940     05  FILLER                   PIC X(02) VALUE SPACES.
002950     05  MG-MPL-NEW-DOMAIN        PIC X(40).
002960     05  FILLER                   PIC X(02) VALUE SPACES.
002970     05  MG-MPL-EFFECTIVE         PIC X(08).
002980     05  FILLER                   PIC X(02) VALUE SPACES.
002990     05  MG-MPL-WRITTEN           PIC ZZZ,ZZ9.
003000     05  FILLER                   PIC X(02) VALUE SPACES.
003010     05  MG-MPL-INACTIVE          PIC ZZZ,ZZ9.
003020     05  FILLER                   PIC X(02) VALUE SPACES.
003030     05  MG-MPL-PENDING           PIC ZZZ,ZZ9.
003033     05  FILLER                   PIC X(02) VALUE SPACES.
003036     05  MG-MPL-SUSPENDED         PIC ZZZ,ZZ9.
003040
003050 01  MG-PLAN-HEADING.
003060     05  FILLER                   PIC X(42)
003070         VALUE "PLANNED REMOVE".
003080     05  FILLER                   PIC X(10) VALUE "REMOVE ON".
003090     05  FILLER                   PIC X(11) VALUE "HOLDERS".
003100     05  FILLER                   PIC X(11) VALUE "MIGRATING".
003110     05  FILLER                   PIC X(11) VALUE "STRANDED".
003120
003130 01  MG-PLAN-LINE.
003140     05  MG-PNL-DOMAIN            PIC X(40).
003150     05  FILLER                   PIC X(02) VALUE SPACES.
003160     05  MG-PNL-REMOVE-DATE       PIC 9(08).
003170     05  FILLER                   PIC X(02) VALUE SPACES.
003180     05  MG-PNL-HOLDERS           PIC ZZZ,ZZ9.
003190     05  FILLER                   PIC X(04) VALUE SPACES.
003200     05  MG-PNL-MIGRATING         PIC ZZZ,ZZ9.
003210     05  FILLER                   PIC X(04) VALUE SPACES.
003220     05  MG-PNL-STRANDED          PIC ZZZ,ZZ9.
003230     05  FILLER                   PIC X(02) VALUE SPACES.
003240     05  MG-PNL-FLAG              PIC X(30).
003250
003260 01  MG-SUMMARY-LINE.
003270     05  MG-SUM-LABEL             PIC X(40).
003280     05  MG-SUM-COUNT             PIC ZZZ,ZZ9.
003290
003300 PROCEDURE DIVISION.
003310*================================================================
003320* 0000-MAINLINE
003330*================================================================
003340 0000-MAINLINE.
003350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003360     PERFORM 2000-WALK-ALTERNATE-KEY THRU 2000-EXIT.
003370     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
003380     PERFORM 4000-TERMINATE THRU 4000-EXIT.
003390     GOBACK.
003400
003410*================================================================
003420* 1000-INITIALIZE
003430*================================================================
003440 1000-INITIALIZE.
003450     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
003460
003470     OPEN INPUT DOMAIN-MAP-FILE.
003480     IF NOT MG-MAP-IN-OK
003490         DISPLAY "DOMAINMIGRATION - UNABLE TO OPEN DOMMAP, "
003500             "STATUS = " MG-MAP-IN-STATUS
003510         MOVE 16 TO RETURN-CODE
003520         GOBACK
003530     END-IF.
003540     PERFORM 1100-LOAD-MIGRATION-MAP THRU 1100-EXIT.
003550     CLOSE DOMAIN-MAP-FILE.
003560
003570     OPEN INPUT DOMAIN-PLAN-FILE.
003580     IF NOT MG-PLAN-IN-OK
003590         DISPLAY "DOMAINMIGRATION - UNABLE TO OPEN DOMPLAN, "
003600             "STATUS = " MG-PLAN-IN-STATUS
003610         MOVE 16 TO RETURN-CODE
003620         GOBACK
003630     END-IF.
003640     PERFORM 1200-LOAD-REMOVE-PLAN THRU 1200-EXIT.
003650     CLOSE DOMAIN-PLAN-FILE.
003660
003670     OPEN INPUT PENDING-IN-FILE.
003680     IF NOT MG-PEND-IN-OK
003690         DISPLAY "DOMAINMIGRATION - UNABLE TO OPEN PENDIN, "
003700             "STATUS = " MG-PEND-IN-STATUS
003710         MOVE 16 TO RETURN-CODE
003720         GOBACK
003730     END-IF.
003740     PERFORM 1300-LOAD-PENDING-MIGRATIONS THRU 1300-EXIT.
003750     CLOSE PENDING-IN-FILE.
003751
003752     OPEN INPUT SUSPENSE-IN-FILE.
003753     IF NOT MG-SUSP-IN-OK
003754         DISPLAY "DOMAINMIGRATION - UNABLE TO OPEN SUSPIN, "
003755             "STATUS = " MG-SUSP-IN-STATUS
003756         MOVE 16 TO RETURN-CODE
003757         GOBACK
003758     END-IF.
003759     PERFORM 1400-LOAD-SUSPENDED-MIGRATIONS THRU 1400-EXIT.
003760     CLOSE SUSPENSE-IN-FILE.
003761
003770     OPEN INPUT ACCOUNT-MASTER-FILE.
003780     IF NOT MG-ACCT-MAST-OK
003790         DISPLAY "DOMAINMIGRATION - UNABLE TO OPEN ACCTMAST, "
003800             "STATUS = " MG-ACCT-MAST-STATUS
003810         MOVE 16 TO RETURN-CODE
003820         GOBACK
003830     END-IF.
003840
003850     OPEN OUTPUT MIGRATION-OUT-FILE.
003860     IF NOT MG-MIG-OUT-OK
003870         DISPLAY "DOMAINMIGRATION - UNABLE TO OPEN MIGOUT, "
003880             "STATUS = " MG-MIG-OUT-STATUS
003890         MOVE 16 TO RETURN-CODE
003900         GOBACK
003910     END-IF.
003920
003930     OPEN OUTPUT MIGRATION-REPORT-FILE.
003940     IF NOT MG-REPORT-OUT-OK
003950         DISPLAY "DOMAINMIGRATION - UNABLE TO OPEN MIGRPT, "
003960             "STATUS = " MG-REPORT-OUT-STATUS
003970         MOVE 16 TO RETURN-CODE
003980         GOBACK
003990     END-IF.
004000
004010     MOVE MG-BUSINESS-DATE TO MG-XREF-DATE.
004020 1000-EXIT.
004030     EXIT.
004040
004050*================================================================
004060* 1050-READ-BUSINESS-DATE
004070*     Takes the processing date from the business-date control
004080*     file (BUSDATE.CPY) instead of the wall clock, so a run
004090*     past midnight or a rerun the next morning still carries
004100*     the night's own date.  A missing or unusable control
004110*     record stops the run rather than stamp the wrong day.
004120*================================================================
004130 1050-READ-BUSINESS-DATE.
004140     OPEN INPUT BUSINESS-DATE-FILE.
004150     IF NOT MG-BUSDATE-OK
004160         DISPLAY "DOMAINMIGRATION - UNABLE TO OPEN BUSDATE, "
004170             "STATUS = " MG-BUSDATE-STATUS
004180         MOVE 16 TO RETURN-CODE
004190         GOBACK
004200     END-IF.
004210     READ BUSINESS-DATE-FILE
004220         AT END
004230             MOVE SPACES TO BUSINESS-DATE-RECORD
004240     END-READ.
004250     CLOSE BUSINESS-DATE-FILE.
004260     IF BD-BUSINESS-DATE NOT NUMERIC
004270         DISPLAY "DOMAINMIGRATION - BUSDATE RECORD MISSING OR "
004280             "NOT NUMERIC: " BUSINESS-DATE-RECORD
004290         MOVE 16 TO RETURN-CODE
004300         GOBACK
004310     END-IF.
004320     MOVE BD-BUSINESS-DATE TO MG-BUSINESS-DATE.
004330 1050-EXIT.
004340     EXIT.
004350
004360*================================================================
004370* 1100-LOAD-MIGRATION-MAP
004380*================================================================
004390 1100-LOAD-MIGRATION-MAP.
004400     PERFORM 1110-READ-MAP THRU 1110-EXIT.
004410     PERFORM 1120-ADD-MAP-ENTRY THRU 1120-EXIT
004420         UNTIL MG-MAP-END-OF-FILE.
004430     DISPLAY "DOMAINMIGRATION - MAP ENTRIES ACCEPTED: "
004440         MG-MAP-COUNT.
004450 1100-EXIT.
004460     EXIT.
004470
004480*================================================================
004490* 1110-READ-MAP
004500*================================================================
004510 1110-READ-MAP.
004520     READ DOMAIN-MAP-FILE
004530         AT END
004540             SET MG-MAP-END-OF-FILE TO TRUE
004550     END-READ.
004560 1110-EXIT.
004570     EXIT.
004580
004590*================================================================
004600* 1120-ADD-MAP-ENTRY
004610*     A map entry must name both domains, must actually change
004620*     the domain, must carry a real calendar date or none, and
004630*     must not map an old domain already mapped - two targets
004640*     for one domain is a keying error, and guessing between
004650*     them would move members to the wrong address.  A bad
004660*     entry is reported and skipped; its holders show as
004670*     stranded against any REMOVE of the domain.
004680*================================================================
004690 1120-ADD-MAP-ENTRY.
004700     MOVE "N" TO MG-ENTRY-VALID-SWITCH.
004710     MOVE FUNCTION LOWER-CASE(MP-OLD-DOMAIN) TO MG-WORK-DOMAIN.
004720     MOVE FUNCTION LOWER-CASE(MP-NEW-DOMAIN)
004730         TO MG-WORK-NEW-DOMAIN.
004740
004750     IF MG-WORK-DOMAIN = SPACES OR MG-WORK-NEW-DOMAIN = SPACES
004760         DISPLAY "Migration Map Rejected - Domain Missing: "
004770             MP-OLD-DOMAIN(1:40)
004780         GO TO 1120-NEXT
004790     END-IF.
004800     IF MG-WORK-DOMAIN = MG-WORK-NEW-DOMAIN
004810         DISPLAY "Migration Map Rejected - Old Equals New: "
004820             MG-WORK-DOMAIN(1:40)
004830         GO TO 1120-NEXT
004840     END-IF.
004850
004860     IF MP-EFFECTIVE-DATE = SPACES
004870         OR MP-EFFECTIVE-DATE = "00000000"
004880         MOVE MG-BUSINESS-DATE TO MG-WORK-DATE
004890     ELSE
004900         IF MP-EFFECTIVE-DATE IS NOT NUMERIC
004910             DISPLAY "Migration Map Rejected - Effective Date "
004920                 "Not Numeric: " MG-WORK-DOMAIN(1:40)
004930             GO TO 1120-NEXT
004940         END-IF
004950         MOVE MP-EFFECTIVE-DATE TO MG-WORK-DATE
004960         MOVE ZERO TO MG-DATE-INTEGER
004970         IF MG-WORK-DATE NOT < 16010101
004980             COMPUTE MG-DATE-INTEGER =
004990                 FUNCTION INTEGER-OF-DATE(MG-WORK-DATE)
005000         END-IF
005010         IF MG-DATE-INTEGER = ZERO
005020             DISPLAY "Migration Map Rejected - Effective Date "
005030                 "Not A Date: " MG-WORK-DOMAIN(1:40)
005040             GO TO 1120-NEXT
005050         END-IF
005060     END-IF.
005070
005080     PERFORM 2300-LOCATE-MAP-ENTRY THRU 2300-EXIT.
005090     IF MG-MAP-FOUND
005100         DISPLAY "Migration Map Rejected - Old Domain Mapped "
005110             "Twice: " MG-WORK-DOMAIN(1:40)
005120         GO TO 1120-NEXT
005130     END-IF.
005140
005150     IF MG-MAP-COUNT >= 200
005160         DISPLAY "DOMAINMIGRATION - MORE THAN 200 MAP ENTRIES, "
005170             "TABLE FULL"
005180         MOVE 16 TO RETURN-CODE
005190         GOBACK
005200     END-IF.
005210     ADD 1 TO MG-MAP-COUNT.
005220     MOVE MG-WORK-DOMAIN TO MG-MAP-OLD-DOMAIN(MG-MAP-COUNT).
005230     MOVE MG-WORK-NEW-DOMAIN TO MG-MAP-NEW-DOMAIN(MG-MAP-COUNT).
005240     MOVE MP-EFFECTIVE-DATE TO MG-MAP-EFF-KEYED(MG-MAP-COUNT).
005250     MOVE MG-WORK-DATE TO MG-MAP-EFF-DATE(MG-MAP-COUNT).
005260     MOVE ZERO TO MG-MAP-WRITTEN(MG-MAP-COUNT).
005270     MOVE ZERO TO MG-MAP-PENDING(MG-MAP-COUNT).
005275     MOVE ZERO TO MG-MAP-SUSPENDED(MG-MAP-COUNT).
005280     MOVE ZERO TO MG-MAP-INACTIVE(MG-MAP-COUNT).
005290     SET MG-ENTRY-VALID TO TRUE.
005300
005310 1120-NEXT.
005320     IF NOT MG-ENTRY-VALID
005330         ADD 1 TO MG-MAP-REJECTED-COUNT
005340         MOVE 8 TO MG-JOB-SEVERITY
005350     END-IF.
005360     PERFORM 1110-READ-MAP THRU 1110-EXIT.
005370 1120-EXIT.
005380     EXIT.
005390
005400*================================================================
005410* 1200-LOAD-REMOVE-PLAN
005420*================================================================
005430 1200-LOAD-REMOVE-PLAN.
005440     PERFORM 1210-READ-PLAN THRU 1210-EXIT.
005450     PERFORM 1220-ADD-PLAN-ENTRY THRU 1220-EXIT
005460         UNTIL MG-PLAN-END-OF-FILE.
005470     DISPLAY "DOMAINMIGRATION - PLANNED REMOVES: "
005480         MG-PLAN-COUNT.
005490 1200-EXIT.
005500     EXIT.
005510
005520*================================================================
005530* 1210-READ-PLAN
005540*================================================================
005550 1210-READ-PLAN.
005560     READ DOMAIN-PLAN-FILE
005570         AT END
005580             SET MG-PLAN-END-OF-FILE TO TRUE
005590     END-READ.
005600 1210-EXIT.
005610     EXIT.
005620
005630*================================================================
005640* 1220-ADD-PLAN-ENTRY
005650*     Only REMOVE transactions matter here.  Spaces or zeros
005660*     mean the REMOVE applies tonight.  An effective date that
005670*     is not numeric or not a real calendar date is noted and
005680*     left out - it will never remove anything.
005690*================================================================
005700 1220-ADD-PLAN-ENTRY.
005710     IF NOT DT-ACTION-REMOVE OR DT-DOMAIN-NAME = SPACES
005720         GO TO 1220-NEXT
005730     END-IF.
005740     MOVE FUNCTION LOWER-CASE(DT-DOMAIN-NAME) TO MG-WORK-DOMAIN.
005750     IF DT-EFFECTIVE-DATE = SPACES
005760         OR DT-EFFECTIVE-DATE = "00000000"
005770         MOVE MG-BUSINESS-DATE TO MG-WORK-DATE
005780     ELSE
005790         IF DT-EFFECTIVE-DATE IS NOT NUMERIC
005800             DISPLAY "DOMAINMIGRATION - PLANNED REMOVE IGNORED, "
005810                 "EFFECTIVE DATE NOT NUMERIC: "
005820                 MG-WORK-DOMAIN(1:40)
005830             GO TO 1220-NEXT
005840         END-IF
005850         MOVE DT-EFFECTIVE-DATE TO MG-WORK-DATE
005860         MOVE ZERO TO MG-DATE-INTEGER
005870         IF MG-WORK-DATE NOT < 16010101
005880             COMPUTE MG-DATE-INTEGER =
005890                 FUNCTION INTEGER-OF-DATE(MG-WORK-DATE)
005900         END-IF
005910         IF MG-DATE-INTEGER = ZERO
005920             DISPLAY "DOMAINMIGRATION - PLANNED REMOVE IGNORED, "
005930                 "EFFECTIVE DATE NOT A DATE: "
005940                 MG-WORK-DOMAIN(1:40)
005950             GO TO 1220-NEXT
005960         END-IF
005970     END-IF.
005980
005990     PERFORM 2500-LOCATE-PLAN-ENTRY THRU 2500-EXIT.
006000     IF MG-PLAN-FOUND
006010         IF MG-WORK-DATE < MG-PLN-REMOVE-DATE(MG-PLAN-FOUND-SUB)
006020             MOVE MG-WORK-DATE
006030                 TO MG-PLN-REMOVE-DATE(MG-PLAN-FOUND-SUB)
006040         END-IF
006050         GO TO 1220-NEXT
006060     END-IF.
006070
006080     IF MG-PLAN-COUNT >= 500
006090         DISPLAY "DOMAINMIGRATION - MORE THAN 500 PLANNED "
006100             "REMOVES, TABLE FULL"
006110         MOVE 16 TO RETURN-CODE
006120         GOBACK
006130     END-IF.
006140     ADD 1 TO MG-PLAN-COUNT.
006150     MOVE MG-WORK-DOMAIN TO MG-PLN-DOMAIN(MG-PLAN-COUNT).
006160     MOVE MG-WORK-DATE TO MG-PLN-REMOVE-DATE(MG-PLAN-COUNT).
006170     MOVE ZERO TO MG-PLN-HOLDERS(MG-PLAN-COUNT).
006180     MOVE ZERO TO MG-PLN-MIGRATING(MG-PLAN-COUNT).
006190     MOVE ZERO TO MG-PLN-STRANDED(MG-PLAN-COUNT).
006200
006210 1220-NEXT.
006220     PERFORM 1210-READ-PLAN THRU 1210-EXIT.
006230 1220-EXIT.
006240     EXIT.
006250
006260*================================================================
006270* 1300-LOAD-PENDING-MIGRATIONS
006280*     Only requests this job generated (source system "M")
006290*     are tabled - a member's own pending swap from another
006300*     channel does not stop the migration request, which the
006310*     nightly run then sorts out like any other.
006320*================================================================
006330 1300-LOAD-PENDING-MIGRATIONS.
006340     PERFORM 1310-READ-PENDING THRU 1310-EXIT.
006350     PERFORM 1320-ADD-PENDING-ENTRY THRU 1320-EXIT
006360         UNTIL MG-PEND-END-OF-FILE.
006370     DISPLAY "DOMAINMIGRATION - MIGRATIONS ALREADY PENDING: "
006380         MG-PEND-COUNT.
006390 1300-EXIT.
006400     EXIT.
006410
006420*================================================================
006430* 1310-READ-PENDING
006440*================================================================
006450 1310-READ-PENDING.
006460     READ PENDING-IN-FILE INTO SWAP-REQUEST-RECORD
006470         AT END
006480             SET MG-PEND-END-OF-FILE TO TRUE
006490     END-READ.
006500 1310-EXIT.
006510     EXIT.
006520
006530*================================================================
006540* 1320-ADD-PENDING-ENTRY
006550*================================================================
006560 1320-ADD-PENDING-ENTRY.
006570     IF NOT SR-SOURCE-MIGRATION
006580         GO TO 1320-NEXT
006590     END-IF.
006600     IF MG-PEND-COUNT >= 50000
006610         DISPLAY "DOMAINMIGRATION - MORE THAN 50000 PENDING "
006620             "MIGRATIONS, TABLE FULL"
006630         MOVE 16 TO RETURN-CODE
006640         GOBACK
006650     END-IF.
006660     ADD 1 TO MG-PEND-COUNT.
006670     MOVE SR-ACCOUNT-ID TO MG-PND-ACCOUNT-ID(MG-PEND-COUNT).
006680     MOVE SR-NEW-EMAIL-ADDRESS
006690         TO MG-PND-NEW-ADDRESS(MG-PEND-COUNT).
006695     SET MG-PND-ON-PENDING(MG-PEND-COUNT) TO TRUE.
006700
006710 1320-NEXT.
006720     PERFORM 1310-READ-PENDING THRU 1310-EXIT.
006730 1320-EXIT.
006731     EXIT.
006732
006733*================================================================
006734* 1400-LOAD-SUSPENDED-MIGRATIONS
006735*     Every item on the suspense file is still open - the
006736*     work-down drops an item from SUSPOUT once it is worked.
006737*     As with PENDIN, only migration requests (source system
006738*     "M") are tabled, into the same table after the pending
006739*     ones, so 2400 finds either with one search.
006740*================================================================
006741 1400-LOAD-SUSPENDED-MIGRATIONS.
006742     PERFORM 1410-READ-SUSPENSE THRU 1410-EXIT.
006743     PERFORM 1420-ADD-SUSPENSE-ENTRY THRU 1420-EXIT
006744         UNTIL MG-SUSP-END-OF-FILE.
006745     DISPLAY "DOMAINMIGRATION - MIGRATIONS ALREADY IN SUSPENSE: "
006746         MG-SUSP-TABLED-COUNT.
006747 1400-EXIT.
006748     EXIT.
006749
006750*================================================================
006751* 1410-READ-SUSPENSE
006752*================================================================
006753 1410-READ-SUSPENSE.
006754     READ SUSPENSE-IN-FILE INTO SUSPENSE-RECORD
006755         AT END
006756             SET MG-SUSP-END-OF-FILE TO TRUE
006757     END-READ.
006758 1410-EXIT.
006759     EXIT.
006760
006761*================================================================
006762* 1420-ADD-SUSPENSE-ENTRY
006763*================================================================
006764 1420-ADD-SUSPENSE-ENTRY.
006765     IF NOT SU-SOURCE-MIGRATION
006766         GO TO 1420-NEXT
006767     END-IF.
006768     IF MG-PEND-COUNT >= 50000
006769         DISPLAY "DOMAINMIGRATION - MORE THAN 50000 PENDING AND "
006770             "SUSPENDED MIGRATIONS, TABLE FULL"
006771         MOVE 16 TO RETURN-CODE
006772         GOBACK
006773     END-IF.
006774     ADD 1 TO MG-PEND-COUNT.
006775     MOVE SU-ACCOUNT-ID TO MG-PND-ACCOUNT-ID(MG-PEND-COUNT).
006776     MOVE SU-NEW-EMAIL-ADDRESS
006777         TO MG-PND-NEW-ADDRESS(MG-PEND-COUNT).
006778     SET MG-PND-ON-SUSPENSE(MG-PEND-COUNT) TO TRUE.
006779     ADD 1 TO MG-SUSP-TABLED-COUNT.
006780
006781 1420-NEXT.
006782     PERFORM 1410-READ-SUSPENSE THRU 1410-EXIT.
006783 1420-EXIT.
006784     EXIT.
006785
006786*================================================================
006787* 2000-WALK-ALTERNATE-KEY
006788*     One pass over the master in email-address sequence.
006790*================================================================
006800 2000-WALK-ALTERNATE-KEY.
006810     MOVE "N" TO MG-SCAN-SWITCH.
006820     MOVE LOW-VALUES TO AM-EMAIL-ADDRESS.
006830     START ACCOUNT-MASTER-FILE
006840         KEY IS NOT LESS THAN AM-EMAIL-ADDRESS
006850         INVALID KEY
006860             SET MG-SCAN-DONE TO TRUE
006870     END-START.
006880     PERFORM 2100-PROCESS-ONE-ACCOUNT THRU 2100-EXIT
006890         UNTIL MG-SCAN-DONE.
006900 2000-EXIT.
006910     EXIT.
006920
006930*================================================================
006940* 2100-PROCESS-ONE-ACCOUNT
006950*     Splits the address at its "@", lower-cases the domain and
006960*     looks it up on the map and on the REMOVE plan.  An
006970*     address without exactly one "@" cannot be migrated and
006980*     is left to AcctMastVerify to report.
006990*================================================================
007000 2100-PROCESS-ONE-ACCOUNT.
007010     READ ACCOUNT-MASTER-FILE NEXT RECORD
007020         AT END
007030             SET MG-SCAN-DONE TO TRUE
007040     END-READ.
007050     IF MG-SCAN-DONE
007060         GO TO 2100-EXIT
007070     END-IF.
007080     ADD 1 TO MG-ACCOUNTS-READ-COUNT.
007090
007100     PERFORM 2200-SPLIT-ADDRESS THRU 2200-EXIT.
007110     IF MG-AT-COUNT NOT = 1
007120         OR MG-LOCAL-LENGTH = ZERO
007130         OR MG-DOMAIN-PART = SPACES
007140         ADD 1 TO MG-UNPARSED-COUNT
007150         GO TO 2100-EXIT
007160     END-IF.
007170     MOVE FUNCTION LOWER-CASE(MG-DOMAIN-PART) TO MG-WORK-DOMAIN.
007180
007190     PERFORM 2300-LOCATE-MAP-ENTRY THRU 2300-EXIT.
007200     IF MG-MAP-FOUND
007210         IF AM-STATUS-ACTIVE
007220             PERFORM 2400-WRITE-MIGRATION-REQUEST THRU 2400-EXIT
007230         ELSE
007240             ADD 1 TO MG-INACTIVE-COUNT
007250             ADD 1 TO MG-MAP-INACTIVE(MG-MAP-FOUND-SUB)
007260         END-IF
007270     END-IF.
007280
007290     IF AM-STATUS-ACTIVE
007300         PERFORM 2500-LOCATE-PLAN-ENTRY THRU 2500-EXIT
007310         IF MG-PLAN-FOUND
007320             PERFORM 2600-TALLY-REMOVE-IMPACT THRU 2600-EXIT
007330         END-IF
007340     END-IF.
007350 2100-EXIT.
007360     EXIT.
007370
007380*================================================================
007390* 2200-SPLIT-ADDRESS
007400*================================================================
007410 2200-SPLIT-ADDRESS.
007420     MOVE ZERO TO MG-AT-COUNT.
007430     MOVE ZERO TO MG-LOCAL-LENGTH.
007440     MOVE SPACES TO MG-LOCAL-PART.
007450     MOVE SPACES TO MG-DOMAIN-PART.
007460     INSPECT AM-EMAIL-ADDRESS TALLYING MG-AT-COUNT FOR ALL "@".
007470     IF MG-AT-COUNT = 1
007480         UNSTRING AM-EMAIL-ADDRESS DELIMITED BY "@"
007490             INTO MG-LOCAL-PART COUNT IN MG-LOCAL-LENGTH
007500                  MG-DOMAIN-PART
007510     END-IF.
007520 2200-EXIT.
007530     EXIT.
007540
007550*================================================================
007560* 2300-LOCATE-MAP-ENTRY
007570*     Looks MG-WORK-DOMAIN up among the accepted old domains;
007580*     leaves MG-MAP-FOUND-SUB on the entry when found.
007590*================================================================
007600 2300-LOCATE-MAP-ENTRY.
007610     MOVE "N" TO MG-MAP-FOUND-SWITCH.
007620     PERFORM 2310-MATCH-MAP-ENTRY THRU 2310-EXIT
007630         VARYING MG-MAP-SUB FROM 1 BY 1
007640         UNTIL MG-MAP-SUB > MG-MAP-COUNT
007650         OR MG-MAP-FOUND.
007660 2300-EXIT.
007670     EXIT.
007680
007690*================================================================
007700* 2310-MATCH-MAP-ENTRY
007710*================================================================
007720 2310-MATCH-MAP-ENTRY.
007730     IF MG-MAP-OLD-DOMAIN(MG-MAP-SUB) = MG-WORK-DOMAIN
007740         SET MG-MAP-FOUND TO TRUE
007750         MOVE MG-MAP-SUB TO MG-MAP-FOUND-SUB
007760     END-IF.
007770 2310-EXIT.
007780     EXIT.
007790
007800*================================================================
007810* 2400-WRITE-MIGRATION-REQUEST
007820*     The old address is the master's own, byte for byte, so
007830*     the nightly run's old-address match holds - unless the
007840*     member changes address before the cutover night, when
007850*     the stale migration request rightly rejects.  The local
007860*     part is kept exactly as the member has it.  A request
007870*     already pending or held in suspense for the account and
007880*     the same new address is not written a second time.
007890*================================================================
007900 2400-WRITE-MIGRATION-REQUEST.
007910     MOVE SPACES TO SWAP-REQUEST-RECORD.
007920     MOVE AM-ACCOUNT-ID TO SR-ACCOUNT-ID.
007930     MOVE AM-EMAIL-ADDRESS TO SR-OLD-EMAIL-ADDRESS.
007940     STRING MG-LOCAL-PART(1:MG-LOCAL-LENGTH) DELIMITED BY SIZE
007950            "@" DELIMITED BY SIZE
007960            MG-MAP-NEW-DOMAIN(MG-MAP-FOUND-SUB)
007970                DELIMITED BY SPACE
007980         INTO SR-NEW-EMAIL-ADDRESS.
007990     SET SR-SOURCE-MIGRATION TO TRUE.
008000     MOVE MG-MAP-EFF-KEYED(MG-MAP-FOUND-SUB)
008010         TO SR-EFFECTIVE-DATE.
008020     MOVE MG-MAP-FOUND-SUB TO MG-XREF-MAP-NBR.
008030     MOVE MG-EXTERNAL-REF TO SR-EXTERNAL-REF.
008040
008050     MOVE "N" TO MG-PEND-FOUND-SWITCH.
008060     PERFORM 2410-MATCH-PENDING-ENTRY THRU 2410-EXIT
008070         VARYING MG-PEND-SUB FROM 1 BY 1
008080         UNTIL MG-PEND-SUB > MG-PEND-COUNT
008090         OR MG-PEND-FOUND.
008100     IF MG-PEND-FOUND
008110         IF MG-PND-ON-SUSPENSE(MG-PEND-FOUND-SUB)
008120             ADD 1 TO MG-SUSPENDED-COUNT
008121             ADD 1 TO MG-MAP-SUSPENDED(MG-MAP-FOUND-SUB)
008122         ELSE
008123             ADD 1 TO MG-PENDING-COUNT
008124             ADD 1 TO MG-MAP-PENDING(MG-MAP-FOUND-SUB)
008125         END-IF
008130         GO TO 2400-EXIT
008140     END-IF.
008150
008160     ADD 1 TO MG-SEQUENCE-NBR.
008170     MOVE MG-SEQUENCE-NBR TO SR-SEQUENCE-NBR.
008180     WRITE MIGRATION-OUT-RECORD FROM SWAP-REQUEST-RECORD.
008190     ADD 1 TO MG-WRITTEN-COUNT.
008200     ADD 1 TO MG-MAP-WRITTEN(MG-MAP-FOUND-SUB).
008210 2400-EXIT.
008220     EXIT.
008230
008240*================================================================
008250* 2410-MATCH-PENDING-ENTRY
008260*================================================================
008270 2410-MATCH-PENDING-ENTRY.
008280     IF MG-PND-ACCOUNT-ID(MG-PEND-SUB) = SR-ACCOUNT-ID
008290         AND MG-PND-NEW-ADDRESS(MG-PEND-SUB)
008300             = SR-NEW-EMAIL-ADDRESS
008310         SET MG-PEND-FOUND TO TRUE
008315         MOVE MG-PEND-SUB TO MG-PEND-FOUND-SUB
008320     END-IF.
008330 2410-EXIT.
008340     EXIT.
008350
008360*================================================================
008370* 2500-LOCATE-PLAN-ENTRY
008380*     Looks MG-WORK-DOMAIN up among the planned REMOVEs;
008390*     leaves MG-PLAN-FOUND-SUB on the entry when found.
008400*================================================================
008410 2500-LOCATE-PLAN-ENTRY.
008420     MOVE "N" TO MG-PLAN-FOUND-SWITCH.
008430     PERFORM 2510-MATCH-PLAN-ENTRY THRU 2510-EXIT
008440         VARYING MG-PLAN-SUB FROM 1 BY 1
008450         UNTIL MG-PLAN-SUB > MG-PLAN-COUNT
008460         OR MG-PLAN-FOUND.
008470 2500-EXIT.
008480     EXIT.
008490
008500*================================================================
008510* 2510-MATCH-PLAN-ENTRY
008520*================================================================
008530 2510-MATCH-PLAN-ENTRY.
008540     IF MG-PLN-DOMAIN(MG-PLAN-SUB) = MG-WORK-DOMAIN
008550         SET MG-PLAN-FOUND TO TRUE
008560         MOVE MG-PLAN-SUB TO MG-PLAN-FOUND-SUB
008570     END-IF.
008580 2510-EXIT.
008590     EXIT.
008600
008610*================================================================
008620* 2600-TALLY-REMOVE-IMPACT
008630*     An active holder of a domain due for removal is covered
008640*     only when it has a request - written by this run or
008650*     already pending - dated no later than the REMOVE
008660*     night.  A migration keyed for after the REMOVE strands
008670*     the member just as surely as none.
008680*================================================================
008690 2600-TALLY-REMOVE-IMPACT.
008700     ADD 1 TO MG-PLN-HOLDERS(MG-PLAN-FOUND-SUB).
008710     IF MG-MAP-FOUND
008720         AND MG-MAP-EFF-DATE(MG-MAP-FOUND-SUB)
008730             NOT > MG-PLN-REMOVE-DATE(MG-PLAN-FOUND-SUB)
008740         ADD 1 TO MG-PLN-MIGRATING(MG-PLAN-FOUND-SUB)
008750     ELSE
008760         ADD 1 TO MG-PLN-STRANDED(MG-PLAN-FOUND-SUB)
008770     END-IF.
008780 2600-EXIT.
008790     EXIT.
008800
008810*================================================================
008820* 3000-PRINT-REPORT
008830*     The map section shows what was generated; the REMOVE
008840*     section is the impact the scheduler holds DomainMaint
008850*     on - any stranded holder flags the line and sets
008860*     RETURN-CODE 4.
008870*================================================================
008880 3000-PRINT-REPORT.
008890     MOVE MG-HEADING-1 TO REPORT-LINE.
008900     WRITE REPORT-LINE.
008910     MOVE MG-BUSINESS-DATE TO MG-HDG-DATE.
008920     MOVE MG-HEADING-2 TO REPORT-LINE.
008930     WRITE REPORT-LINE.
008940     MOVE SPACES TO REPORT-LINE.
008950     WRITE REPORT-LINE.
008960
008970     MOVE MG-MAP-HEADING TO REPORT-LINE.
008980     WRITE REPORT-LINE.
008990     PERFORM 3100-PRINT-MAP-LINE THRU 3100-EXIT
009000         VARYING MG-MAP-SUB FROM 1 BY 1
009010         UNTIL MG-MAP-SUB > MG-MAP-COUNT.
009020     MOVE SPACES TO REPORT-LINE.
009030     WRITE REPORT-LINE.
009040
009050     MOVE MG-PLAN-HEADING TO REPORT-LINE.
009060     WRITE REPORT-LINE.
009070     PERFORM 3200-PRINT-PLAN-LINE THRU 3200-EXIT
009080         VARYING MG-PLAN-SUB FROM 1 BY 1
009090         UNTIL MG-PLAN-SUB > MG-PLAN-COUNT.
009100     MOVE SPACES TO REPORT-LINE.
009110     WRITE REPORT-LINE.
009120
009130     MOVE "ACCOUNTS READ" TO MG-SUM-LABEL.
009140     MOVE MG-ACCOUNTS-READ-COUNT TO MG-SUM-COUNT.
009150     MOVE MG-SUMMARY-LINE TO REPORT-LINE.
009160     WRITE REPORT-LINE.
009170
009180     MOVE "MIGRATION REQUESTS WRITTEN" TO MG-SUM-LABEL.
009190     MOVE MG-WRITTEN-COUNT TO MG-SUM-COUNT.
009200     MOVE MG-SUMMARY-LINE TO REPORT-LINE.
009210     WRITE REPORT-LINE.
009220
009230     MOVE "ALREADY PENDING - NOT WRITTEN" TO MG-SUM-LABEL.
009240     MOVE MG-PENDING-COUNT TO MG-SUM-COUNT.
009250     MOVE MG-SUMMARY-LINE TO REPORT-LINE.
009260     WRITE REPORT-LINE.
009270
009271     MOVE "ALREADY IN SUSPENSE - NOT WRITTEN" TO MG-SUM-LABEL.
009272     MOVE MG-SUSPENDED-COUNT TO MG-SUM-COUNT.
009273     MOVE MG-SUMMARY-LINE TO REPORT-LINE.
009274     WRITE REPORT-LINE.
009275
009280     MOVE "INACTIVE HOLDERS NOT MIGRATED" TO MG-SUM-LABEL.
009290     MOVE MG-INACTIVE-COUNT TO MG-SUM-COUNT.
009300     MOVE MG-SUMMARY-LINE TO REPORT-LINE.
009310     WRITE REPORT-LINE.
009320
009330     MOVE "ADDRESSES NOT SPLIT AT ONE @" TO MG-SUM-LABEL.
009340     MOVE MG-UNPARSED-COUNT TO MG-SUM-COUNT.
009350     MOVE MG-SUMMARY-LINE TO REPORT-LINE.
009360     WRITE REPORT-LINE.
009370
009380     MOVE "MAP ENTRIES REJECTED" TO MG-SUM-LABEL.
009390     MOVE MG-MAP-REJECTED-COUNT TO MG-SUM-COUNT.
009400     MOVE MG-SUMMARY-LINE TO REPORT-LINE.
009410     WRITE REPORT-LINE.
009420
009430     MOVE "PLANNED REMOVES THAT WOULD STRAND" TO MG-SUM-LABEL.
009440     MOVE MG-STRANDING-REMOVE-COUNT TO MG-SUM-COUNT.
009450     MOVE MG-SUMMARY-LINE TO REPORT-LINE.
009460     WRITE REPORT-LINE.
009470 3000-EXIT.
009480     EXIT.
009490
009500*================================================================
009510* 3100-PRINT-MAP-LINE
009520*================================================================
009530 3100-PRINT-MAP-LINE.
009540     MOVE SPACES TO REPORT-LINE.
009550     MOVE MG-MAP-OLD-DOMAIN(MG-MAP-SUB) TO MG-MPL-OLD-DOMAIN.
009560     MOVE MG-MAP-NEW-DOMAIN(MG-MAP-SUB) TO MG-MPL-NEW-DOMAIN.
009570     MOVE MG-MAP-EFF-KEYED(MG-MAP-SUB) TO MG-MPL-EFFECTIVE.
009580     MOVE MG-MAP-WRITTEN(MG-MAP-SUB) TO MG-MPL-WRITTEN.
009590     MOVE MG-MAP-INACTIVE(MG-MAP-SUB) TO MG-MPL-INACTIVE.
009600     MOVE MG-MAP-PENDING(MG-MAP-SUB) TO MG-MPL-PENDING.
009605     MOVE MG-MAP-SUSPENDED(MG-MAP-SUB) TO MG-MPL-SUSPENDED.
009610     MOVE MG-MAP-LINE TO REPORT-LINE.
009620     WRITE REPORT-LINE.
009630 3100-EXIT.
009640     EXIT.
009650
009660*================================================================
009670* 3200-PRINT-PLAN-LINE
009680*================================================================
009690 3200-PRINT-PLAN-LINE.
009700     MOVE SPACES TO REPORT-LINE.
009710     MOVE MG-PLN-DOMAIN(MG-PLAN-SUB) TO MG-PNL-DOMAIN.
009720     MOVE MG-PLN-REMOVE-DATE(MG-PLAN-SUB) TO MG-PNL-REMOVE-DATE.
009730     MOVE MG-PLN-HOLDERS(MG-PLAN-SUB) TO MG-PNL-HOLDERS.
009740     MOVE MG-PLN-MIGRATING(MG-PLAN-SUB) TO MG-PNL-MIGRATING.
009750     MOVE MG-PLN-STRANDED(MG-PLAN-SUB) TO MG-PNL-STRANDED.
009760     MOVE SPACES TO MG-PNL-FLAG.
009770     IF MG-PLN-STRANDED(MG-PLAN-SUB) > ZERO
009780         MOVE "*** WOULD STRAND ACTIVE ACCTS" TO MG-PNL-FLAG
009790         ADD 1 TO MG-STRANDING-REMOVE-COUNT
009800         DISPLAY "Planned Remove Would Strand Accounts: "
009810             MG-PLN-DOMAIN(MG-PLAN-SUB)(1:40) " "
009820             MG-PLN-STRANDED(MG-PLAN-SUB)
009830         IF MG-JOB-SEVERITY < 4
009840             MOVE 4 TO MG-JOB-SEVERITY
009850         END-IF
009860     END-IF.
009870     MOVE MG-PLAN-LINE TO REPORT-LINE.
009880     WRITE REPORT-LINE.
009890 3200-EXIT.
009900     EXIT.
009910
009920*================================================================
009930* 4000-TERMINATE
009940*================================================================
009950 4000-TERMINATE.
009960     DISPLAY "DOMAINMIGRATION - ACCOUNTS READ: "
009970         MG-ACCOUNTS-READ-COUNT.
009980     DISPLAY "DOMAINMIGRATION - MIGRATION REQUESTS WRITTEN: "
009990         MG-WRITTEN-COUNT.
010000     DISPLAY "DOMAINMIGRATION - ALREADY PENDING, NOT WRITTEN: "
010010         MG-PENDING-COUNT.
010013     DISPLAY "DOMAINMIGRATION - ALREADY IN SUSPENSE, "
010016         "NOT WRITTEN: " MG-SUSPENDED-COUNT.
010020     DISPLAY "DOMAINMIGRATION - INACTIVE HOLDERS SKIPPED: "
010030         MG-INACTIVE-COUNT.
010040     DISPLAY "DOMAINMIGRATION - REMOVES THAT WOULD STRAND: "
010050         MG-STRANDING-REMOVE-COUNT.
010060     CLOSE ACCOUNT-MASTER-FILE.
010070     CLOSE MIGRATION-OUT-FILE.
010080     CLOSE MIGRATION-REPORT-FILE.
010090     MOVE MG-JOB-SEVERITY TO RETURN-CODE.
010100     PERFORM 4100-WRITE-RUN-LEDGER THRU 4100-EXIT.
010110 4000-EXIT.
010120     EXIT.
010130
010140*================================================================
010150* 4100-WRITE-RUN-LEDGER
010160*     Appends the run's control totals to the shared run ledger
010170*     (RUNLEDGR.CPY) - the requests written to MIGOUT are what
010180*     intake must read on its MIGRATION line.  The ledger is
010190*     created on its first-ever open; one that cannot be opened
010200*     is reported but does not change the return code - the
010210*     balancing job then sees no migration for the night.
010220*================================================================
010230 4100-WRITE-RUN-LEDGER.
010240     OPEN EXTEND RUN-LEDGER-FILE.
010250     IF MG-LEDGER-NOT-FOUND
010260         OPEN OUTPUT RUN-LEDGER-FILE
010270     END-IF.
010280     IF NOT MG-LEDGER-OK
010290         DISPLAY "DOMAINMIGRATION - UNABLE TO OPEN RUNLEDGR, "
010300             "STATUS = " MG-LEDGER-STATUS
010310             " - NO CONTROL TOTALS WRITTEN"
010320         GO TO 4100-EXIT
010330     END-IF.
010340     MOVE SPACES TO RUN-LEDGER-RECORD.
010350     INITIALIZE RUN-LEDGER-RECORD.
010360     MOVE "MIGRATION" TO RL-STEP-NAME.
010370     MOVE MG-BUSINESS-DATE TO RL-BUSINESS-DATE.
010380     ACCEPT MG-CURRENT-TIME FROM TIME.
010390     MOVE MG-CURRENT-TIME(1:6) TO RL-WRITTEN-TIME.
010400     MOVE RETURN-CODE TO RL-STEP-RC.
010410     MOVE "I" TO RL-COUNT-FLOW(1).
010420     MOVE "ACCOUNTS" TO RL-COUNT-CATEGORY(1).
010430     MOVE MG-ACCOUNTS-READ-COUNT TO RL-COUNT-VALUE(1).
010440     MOVE "O" TO RL-COUNT-FLOW(2).
010450     MOVE "MIGOUT" TO RL-COUNT-CATEGORY(2).
010460     MOVE MG-WRITTEN-COUNT TO RL-COUNT-VALUE(2).
010470     WRITE RUN-LEDGER-RECORD.
010480     CLOSE RUN-LEDGER-FILE.
010490 4100-EXIT.
010500     EXIT.
