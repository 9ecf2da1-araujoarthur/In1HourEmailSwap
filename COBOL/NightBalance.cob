000010*================================================================
000020* NIGHTBALANCE.COB
000030*
000040* PROGRAM-ID    : NightBalance
000050* AUTHOR        : R. MCALLISTER
000060* INSTALLATION  : DATA LIFECYCLE SERVICES
000070* DATE-WRITTEN  : 2026-10-15
000080* DATE-COMPILED :
000090*
000100* REMARKS.
000110*     End-of-night control-total balancing.  Every step of the
000120*     nightly swap flow appends its counts in and out to the
000130*     shared run ledger (RUNLEDGR.CPY) as it ends; this job runs
000140*     last, takes the latest record each step and pass wrote for
000150*     the business date (account maintenance, which can run
000153*     more than once a night, has all of its records added up
000156*     instead), and proves each hand-off between them:
000160*       - the HR extract's SWAPIN rows and the migration's
000170*         MIGOUT rows are the rows intake read from those feeds;
000180*       - every row intake read was either kept on SWAPIN or
000190*         dropped;
000200*       - every SWAPIN row the nightly pass of EmailValidation
000210*         had was decided, held to PENDOUT, or skipped as done
000220*         on a restart - and likewise the pending release's
000230*         RELOUT rows for the release pass, and the release's
000240*         PENDIN rows are its RELOUT plus PENDOUT;
000250*       - every swap applied (both passes and the suspense
000260*         workdown) wrote a notification and a history row;
000270*       - every decision that routed a request to suspense
000280*         wrote a suspense item;
000290*       - every audit decision the steps wrote was cut to a
000300*         channel disposition file (DISPCC, DISPHR, DISPPORT)
000310*         or counted as a migration decision, which cuts none
000320*         (a pass restarted from a checkpoint counts the
000330*         decisions its abended run left on AUDITOUT as well,
000340*         PRIOR-DEC, since the disposition cuts those too);
000350*       - every ADD, CHANGE-ID, INACTIVATE and REACTIVATE the
000360*         account maintenance applied was taken off MNTAUDIT
000370*         by the address-change feed.
000380*     HREXTRACT, INTAKE, the NIGHTLY pass and DISPOSITION must
000390*     report; the migration, pending release, RELEASE pass,
000400*     workdown, account maintenance and address feed need
000410*     not run every night, and one that did not report is
000420*     shown NOT RUN and balanced at zero.  A one-page
000430*     certification (CERTRPT) lists each step reported and each
000440*     hand-off with both sides and the difference.  RETURN-CODE
000450*     is 8 when a required step did not report, a step ended
000460*     over RC 8, or any hand-off is out of balance.
000470*
000480* MODIFICATION HISTORY.
000490*     2026-10-15  RM  Original version.
000500*================================================================
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. NightBalance.
000530 AUTHOR. R. MCALLISTER.
000540 INSTALLATION. DATA LIFECYCLE SERVICES.
000550 DATE-WRITTEN. 2026-10-15.
000560 DATE-COMPILED.
000570
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS NB-LEDGER-STATUS.
000640
000650     SELECT CERT-REPORT-FILE ASSIGN TO CERTRPT
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS NB-REPORT-OUT-STATUS.
000680
000690     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS NB-BUSDATE-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  RUN-LEDGER-FILE
000760     RECORDING MODE IS F.
000770 01  RUN-LEDGER-IN-RECORD         PIC X(278).
000780
000790 FD  CERT-REPORT-FILE
000800     RECORDING MODE IS F.
000810 01  REPORT-LINE                  PIC X(132).
000820
000830 FD  BUSINESS-DATE-FILE
000840     RECORDING MODE IS F.
000850     COPY BUSDATE.
000860
000870 WORKING-STORAGE SECTION.
000880*----------------------------------------------------------------
000890* Working fields for NightBalance - app prefix NB-.
000900*----------------------------------------------------------------
000910 77  NB-LEDGER-READ-COUNT         PIC 9(07)   VALUE ZERO.
000920 77  NB-OTHER-DATE-COUNT          PIC 9(07)   VALUE ZERO.
000930 77  NB-UNKNOWN-STEP-COUNT        PIC 9(07)   VALUE ZERO.
000940 77  NB-EXCEPTION-COUNT           PIC 9(05)   VALUE ZERO.
000950 77  NB-SLOT-SUB                  PIC 9(02)   VALUE ZERO.
000960 77  NB-MATCHED-SUB               PIC 9(02)   VALUE ZERO.
000970 77  NB-ENTRY-SUB                 PIC 9(02)   VALUE ZERO.
000973 77  NB-COUNT-SUB                 PIC 9(02)   VALUE ZERO.
000976 77  NB-COUNT-MATCHED-SUB         PIC 9(02)   VALUE ZERO.
000980 77  NB-SUM-VALUE                 PIC 9(09)   VALUE ZERO.
000990 77  NB-LEFT-VALUE                PIC 9(09)   VALUE ZERO.
001000 77  NB-RIGHT-VALUE               PIC 9(09)   VALUE ZERO.
001010 77  NB-DIFFERENCE                PIC S9(09)  VALUE ZERO.
001020 77  NB-WANT-CATEGORY             PIC X(12)   VALUE SPACES.
001030
001040 COPY RUNLEDGR.
001050
001060 01  NB-LEDGER-STATUS             PIC X(02).
001070     88  NB-LEDGER-OK             VALUE "00".
001080     88  NB-LEDGER-NOT-FOUND      VALUE "35".
001090
001100 01  NB-REPORT-OUT-STATUS         PIC X(02).
001110     88  NB-REPORT-OUT-OK         VALUE "00".
001120
001130 01  NB-BUSDATE-STATUS            PIC X(02).
001140     88  NB-BUSDATE-OK            VALUE "00".
001150
001160 01  NB-BUSINESS-DATE             PIC 9(08).
001170
001180 01  NB-SWITCHES.
001190     05  NB-EOF-SWITCH            PIC X(01)   VALUE "N".
001200         88  NB-END-OF-FILE       VALUE "Y".
001210     05  NB-LEDGER-SWITCH         PIC X(01)   VALUE "Y".
001220         88  NB-LEDGER-ON-FILE    VALUE "Y".
001230
001240*----------------------------------------------------------------
001250* One slot per step and pass of the nightly flow, holding the
001260* latest ledger record it wrote for the business date - or,
001265* for a slot flagged to add up, the sum of all of them.  The
001270* count area is the ledger record's own count table
001280* (RL-COUNTS), moved across whole, so a category is found by
001290* name the same way whichever position its step wrote it in.
001300*     1 HREXTRACT          6 EMAILVAL  RELEASE
001310*     2 MIGRATION          7 WORKDOWN
001320*     3 PENDRELEASE        8 DISPOSITION
001330*     4 INTAKE             9 ACCTMAINT
001340*     5 EMAILVAL  NIGHTLY 10 ADDRFEED
001350*----------------------------------------------------------------
001360 01  NB-SLOT-TABLE-AREA.
001370     05  NB-SLOT OCCURS 10 TIMES.
001380         10  NB-SLOT-STEP-NAME    PIC X(12).
001390         10  NB-SLOT-RUN-ID       PIC X(08).
001400         10  NB-SLOT-REQUIRED     PIC X(01).
001410             88  NB-SLOT-IS-REQUIRED VALUE "Y".
001420         10  NB-SLOT-FOUND        PIC X(01).
001430             88  NB-SLOT-REPORTED VALUE "Y".
001433         10  NB-SLOT-ADD-UP       PIC X(01).
001436             88  NB-SLOT-ADDS-UP  VALUE "Y".
001440         10  NB-SLOT-RECORDS      PIC 9(03).
001450         10  NB-SLOT-TIME         PIC 9(06).
001460         10  NB-SLOT-RC           PIC 9(04).
001470         10  NB-SLOT-COUNTS.
001480             15  NB-SLOT-COUNT OCCURS 10 TIMES.
001490                 20  NB-SLOT-FLOW     PIC X(01).
001500                 20  NB-SLOT-CATEGORY PIC X(12).
001510                 20  NB-SLOT-VALUE    PIC 9(09).
001520
001530 01  NB-HEADING-1.
001540     05  FILLER                   PIC X(33)
001550         VALUE "EMAIL SWAP - NIGHTLY CONTROL TOTA".
001560     05  FILLER                   PIC X(15)
001570         VALUE "L CERTIFICATION".
001580
001590 01  NB-HEADING-2.
001600     05  FILLER                   PIC X(16)
001610         VALUE "BUSINESS DATE : ".
001620     05  NB-HDG-DATE              PIC 9(08).
001630
001640 01  NB-STEP-HEADING.
001650     05  FILLER                   PIC X(14) VALUE "STEP".
001660     05  FILLER                   PIC X(10) VALUE "PASS".
001670     05  FILLER                   PIC X(09) VALUE "RECS".
001680     05  FILLER                   PIC X(09) VALUE "WRITTEN".
001690     05  FILLER                   PIC X(07) VALUE "  RC".
001700     05  FILLER                   PIC X(20) VALUE "STATUS".
001710
001720 01  NB-STEP-LINE.
001730     05  NB-STP-STEP-NAME         PIC X(12).
001740     05  FILLER                   PIC X(02) VALUE SPACES.
001750     05  NB-STP-RUN-ID            PIC X(08).
001760     05  FILLER                   PIC X(02) VALUE SPACES.
001770     05  NB-STP-RECORDS           PIC ZZ9.
001780     05  FILLER                   PIC X(06) VALUE SPACES.
001790     05  NB-STP-TIME              PIC X(06).
001800     05  FILLER                   PIC X(03) VALUE SPACES.
001810     05  NB-STP-RC                PIC X(04).
001820     05  FILLER                   PIC X(03) VALUE SPACES.
001830     05  NB-STP-STATUS            PIC X(20).
001840
001850 01  NB-EDIT-RC                   PIC ZZZ9.
001860
001870 01  NB-LINK-HEADING.
001880     05  FILLER                   PIC X(50) VALUE "HAND-OFF".
001890     05  FILLER                   PIC X(07) VALUE SPACES.
001900     05  FILLER                   PIC X(04) VALUE "LEFT".
001910     05  FILLER                   PIC X(09) VALUE SPACES.
001920     05  FILLER                   PIC X(05) VALUE "RIGHT".
001930     05  FILLER                   PIC X(04) VALUE SPACES.
001940     05  FILLER                   PIC X(10) VALUE "DIFFERENCE".
001950     05  FILLER                   PIC X(04) VALUE SPACES.
001960     05  FILLER                   PIC X(06) VALUE "STATUS".
001970
001980 01  NB-LINK-LINE.
001990     05  NB-LNK-LABEL             PIC X(48).
002000     05  FILLER                   PIC X(02) VALUE SPACES.
002010     05  NB-LNK-LEFT              PIC ZZZ,ZZZ,ZZ9.
002020     05  FILLER                   PIC X(03) VALUE SPACES.
002030     05  NB-LNK-RIGHT             PIC ZZZ,ZZZ,ZZ9.
002040     05  FILLER                   PIC X(02) VALUE SPACES.
002050     05  NB-LNK-DIFFERENCE        PIC -ZZZ,ZZZ,ZZ9.
002060     05  FILLER                   PIC X(04) VALUE SPACES.
002070     05  NB-LNK-STATUS            PIC X(14).
002080
002090 01  NB-SUMMARY-LINE.
002100     05  NB-SUM-LABEL             PIC X(48).
002110     05  FILLER                   PIC X(02) VALUE SPACES.
002120     05  NB-SUM-COUNT             PIC ZZZ,ZZZ,ZZ9.
002130
002140 01  NB-CERTIFY-LINE.
002150     05  NB-CRT-TEXT              PIC X(22).
002160     05  NB-CRT-COUNT             PIC ZZZZ9.
002170     05  FILLER                   PIC X(14) VALUE " EXCEPTION(S)".
002180
002190 PROCEDURE DIVISION.
002200*================================================================
002210* 0000-MAINLINE
002220*================================================================
002230 0000-MAINLINE.
002240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002250     IF NB-LEDGER-ON-FILE
002260         PERFORM 2000-READ-LEDGER THRU 2000-EXIT
002270             UNTIL NB-END-OF-FILE
002280     END-IF.
002290     PERFORM 3000-PRINT-STEPS THRU 3000-EXIT.
002300     PERFORM 4000-CHECK-HAND-OFFS THRU 4000-EXIT.
002310     PERFORM 5000-TERMINATE THRU 5000-EXIT.
002320     GOBACK.
002330
002340*================================================================
002350* 1000-INITIALIZE
002360*     Sets up the step slots and opens the files.  No ledger at
002370*     all (status 35) means no step has ever reported - every
002380*     required step is then missing and the night fails, which
002390*     is the right answer, so it is not treated as an abend.
002400*================================================================
002410 1000-INITIALIZE.
002420     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002430
002440     INITIALIZE NB-SLOT-TABLE-AREA.
002450     MOVE "HREXTRACT"        TO NB-SLOT-STEP-NAME(1).
002460     MOVE "MIGRATION"        TO NB-SLOT-STEP-NAME(2).
002470     MOVE "PENDRELEASE"      TO NB-SLOT-STEP-NAME(3).
002480     MOVE "INTAKE"           TO NB-SLOT-STEP-NAME(4).
002490     MOVE "EMAILVAL"         TO NB-SLOT-STEP-NAME(5).
002500     MOVE "NIGHTLY"          TO NB-SLOT-RUN-ID(5).
002510     MOVE "EMAILVAL"         TO NB-SLOT-STEP-NAME(6).
002520     MOVE "RELEASE"          TO NB-SLOT-RUN-ID(6).
002530     MOVE "WORKDOWN"         TO NB-SLOT-STEP-NAME(7).
002540     MOVE "DISPOSITION"      TO NB-SLOT-STEP-NAME(8).
002550     MOVE "ACCTMAINT"        TO NB-SLOT-STEP-NAME(9).
002560     MOVE "ADDRFEED"         TO NB-SLOT-STEP-NAME(10).
002570     MOVE "Y"                TO NB-SLOT-REQUIRED(1).
002580     MOVE "Y"                TO NB-SLOT-REQUIRED(4).
002590     MOVE "Y"                TO NB-SLOT-REQUIRED(5).
002600     MOVE "Y"                TO NB-SLOT-REQUIRED(8).
002605     MOVE "Y"                TO NB-SLOT-ADD-UP(9).
002610
002620     OPEN INPUT RUN-LEDGER-FILE.
002630     IF NB-LEDGER-NOT-FOUND
002640         MOVE "N" TO NB-LEDGER-SWITCH
002650         DISPLAY "NIGHTBALANCE - NO RUNLEDGR ON FILE - NO STEP "
002660             "HAS REPORTED"
002670     ELSE
002680         IF NOT NB-LEDGER-OK
002690             DISPLAY "NIGHTBALANCE - UNABLE TO OPEN RUNLEDGR, "
002700                 "STATUS = " NB-LEDGER-STATUS
002710             MOVE 16 TO RETURN-CODE
002720             GOBACK
002730         END-IF
002740     END-IF.
002750
002760     OPEN OUTPUT CERT-REPORT-FILE.
002770     IF NOT NB-REPORT-OUT-OK
002780         DISPLAY "NIGHTBALANCE - UNABLE TO OPEN CERTRPT, "
002790             "STATUS = " NB-REPORT-OUT-STATUS
002800         MOVE 16 TO RETURN-CODE
002810         GOBACK
002820     END-IF.
002830
002840     MOVE NB-HEADING-1 TO REPORT-LINE.
002850     WRITE REPORT-LINE.
002860     MOVE NB-BUSINESS-DATE TO NB-HDG-DATE.
002870     MOVE NB-HEADING-2 TO REPORT-LINE.
002880     WRITE REPORT-LINE.
002890     MOVE SPACES TO REPORT-LINE.
002900     WRITE REPORT-LINE.
002910 1000-EXIT.
002920     EXIT.
002930
002940*================================================================
002950* 1050-READ-BUSINESS-DATE
002960*     Takes the night being certified from the business-date
002970*     control file (BUSDATE.CPY), as every job in the nightly
002980*     flow does - it is the date each step stamped on its
002990*     ledger record.
003000*================================================================
003010 1050-READ-BUSINESS-DATE.
003020     OPEN INPUT BUSINESS-DATE-FILE.
003030     IF NOT NB-BUSDATE-OK
003040         DISPLAY "NIGHTBALANCE - UNABLE TO OPEN BUSDATE, "
003050             "STATUS = " NB-BUSDATE-STATUS
003060         MOVE 16 TO RETURN-CODE
003070         GOBACK
003080     END-IF.
003090     READ BUSINESS-DATE-FILE
003100         AT END
003110             MOVE SPACES TO BUSINESS-DATE-RECORD
003120     END-READ.
003130     CLOSE BUSINESS-DATE-FILE.
003140     IF BD-BUSINESS-DATE NOT NUMERIC
003150         DISPLAY "NIGHTBALANCE - BUSDATE RECORD MISSING OR "
003160             "NOT NUMERIC: " BUSINESS-DATE-RECORD
003170         MOVE 16 TO RETURN-CODE
003180         GOBACK
003190     END-IF.
003200     MOVE BD-BUSINESS-DATE TO NB-BUSINESS-DATE.
003210 1050-EXIT.
003220     EXIT.
003230
003240*================================================================
003250* 2000-READ-LEDGER
003260*     The ledger is appended to night after night; only the
003270*     business date's records count.  A step rerun the same
003280*     night appends again, and being later in the file its
003290*     record replaces the earlier one in the slot - each of
003291*     those steps rewrites its output files on a rerun, so only
003292*     its last run's counts are still true.  ACCTMAINT (slot 9)
003293*     is the exception and adds up: every run of account
003294*     maintenance for the date - the evening run, the fraud
003295*     feed's SET-RISK run, a rerun - appends to MNTAUDIT rather
003296*     than rewriting it, and the address-change feed's MAINT
003297*     count takes in all of them.  Its slot keeps the latest
003298*     time and the highest return code of those runs.
003300*================================================================
003310 2000-READ-LEDGER.
003320     READ RUN-LEDGER-FILE INTO RUN-LEDGER-RECORD
003330         AT END
003340             SET NB-END-OF-FILE TO TRUE
003350             GO TO 2000-EXIT
003360     END-READ.
003370     ADD 1 TO NB-LEDGER-READ-COUNT.
003380     IF RL-BUSINESS-DATE NOT = NB-BUSINESS-DATE
003390         ADD 1 TO NB-OTHER-DATE-COUNT
003400         GO TO 2000-EXIT
003410     END-IF.
003420
003430     MOVE ZERO TO NB-MATCHED-SUB.
003440     PERFORM 2100-FIND-SLOT THRU 2100-EXIT
003450         VARYING NB-SLOT-SUB FROM 1 BY 1
003460         UNTIL NB-SLOT-SUB > 10
003470         OR NB-MATCHED-SUB > 0.
003480     IF NB-MATCHED-SUB = 0
003490         ADD 1 TO NB-UNKNOWN-STEP-COUNT
003500         DISPLAY "NIGHTBALANCE - LEDGER RECORD FOR UNKNOWN STEP "
003510             "IGNORED: " RL-STEP-NAME " " RL-RUN-ID
003520         GO TO 2000-EXIT
003530     END-IF.
003540
003541     IF NB-SLOT-ADDS-UP(NB-MATCHED-SUB)
003542         AND NB-SLOT-REPORTED(NB-MATCHED-SUB)
003543         PERFORM 2200-ADD-LEDGER-RECORD THRU 2200-EXIT
003544         GO TO 2000-EXIT
003545     END-IF.
003546
003550     MOVE "Y" TO NB-SLOT-FOUND(NB-MATCHED-SUB).
003560     ADD 1 TO NB-SLOT-RECORDS(NB-MATCHED-SUB).
003570     MOVE RL-WRITTEN-TIME TO NB-SLOT-TIME(NB-MATCHED-SUB).
003580     MOVE RL-STEP-RC TO NB-SLOT-RC(NB-MATCHED-SUB).
003590     MOVE RL-COUNTS TO NB-SLOT-COUNTS(NB-MATCHED-SUB).
003600 2000-EXIT.
003610     EXIT.
003620
003630*================================================================
003640* 2100-FIND-SLOT
003650*================================================================
003660 2100-FIND-SLOT.
003670     IF NB-SLOT-STEP-NAME(NB-SLOT-SUB) = RL-STEP-NAME
003680         AND NB-SLOT-RUN-ID(NB-SLOT-SUB) = RL-RUN-ID
003690         MOVE NB-SLOT-SUB TO NB-MATCHED-SUB
003700     END-IF.
003710 2100-EXIT.
003711     EXIT.
003712
003713*================================================================
003714* 2200-ADD-LEDGER-RECORD
003715*     Adds a further record for an adding-up slot into the one
003716*     already there.  Each count is added to the slot's count
003717*     of the same flow and category, found by name as 4800
003718*     finds it; a category the slot does not hold yet takes the
003719*     first unused entry.
003720*================================================================
003721 2200-ADD-LEDGER-RECORD.
003722     ADD 1 TO NB-SLOT-RECORDS(NB-MATCHED-SUB).
003723     IF RL-WRITTEN-TIME > NB-SLOT-TIME(NB-MATCHED-SUB)
003724         MOVE RL-WRITTEN-TIME TO NB-SLOT-TIME(NB-MATCHED-SUB)
003725     END-IF.
003726     IF RL-STEP-RC > NB-SLOT-RC(NB-MATCHED-SUB)
003727         MOVE RL-STEP-RC TO NB-SLOT-RC(NB-MATCHED-SUB)
003728     END-IF.
003729     PERFORM 2210-ADD-LEDGER-COUNT THRU 2210-EXIT
003730         VARYING NB-ENTRY-SUB FROM 1 BY 1
003731         UNTIL NB-ENTRY-SUB > 10.
003732 2200-EXIT.
003733     EXIT.
003734
003735*================================================================
003736* 2210-ADD-LEDGER-COUNT
003737*================================================================
003738 2210-ADD-LEDGER-COUNT.
003739     IF RL-COUNT-CATEGORY(NB-ENTRY-SUB) = SPACES
003740         GO TO 2210-EXIT
003741     END-IF.
003742     MOVE ZERO TO NB-COUNT-MATCHED-SUB.
003743     PERFORM 2220-MATCH-SLOT-COUNT THRU 2220-EXIT
003744         VARYING NB-COUNT-SUB FROM 1 BY 1
003745         UNTIL NB-COUNT-SUB > 10
003746         OR NB-COUNT-MATCHED-SUB > 0.
003747     IF NB-COUNT-MATCHED-SUB = 0
003748         PERFORM 2230-FIND-FREE-COUNT THRU 2230-EXIT
003749             VARYING NB-COUNT-SUB FROM 1 BY 1
003750             UNTIL NB-COUNT-SUB > 10
003751             OR NB-COUNT-MATCHED-SUB > 0
003752     END-IF.
003753     IF NB-COUNT-MATCHED-SUB = 0
003754         DISPLAY "NIGHTBALANCE - NO ROOM TO ADD "
003755             RL-STEP-NAME " COUNT "
003756             RL-COUNT-CATEGORY(NB-ENTRY-SUB)
003757         GO TO 2210-EXIT
003758     END-IF.
003759     ADD RL-COUNT-VALUE(NB-ENTRY-SUB)
003760         TO NB-SLOT-VALUE(NB-MATCHED-SUB, NB-COUNT-MATCHED-SUB).
003761 2210-EXIT.
003762     EXIT.
003763
003764*================================================================
003765* 2220-MATCH-SLOT-COUNT
003766*================================================================
003767 2220-MATCH-SLOT-COUNT.
003768     IF NB-SLOT-FLOW(NB-MATCHED-SUB, NB-COUNT-SUB)
003769         = RL-COUNT-FLOW(NB-ENTRY-SUB)
003770         AND NB-SLOT-CATEGORY(NB-MATCHED-SUB, NB-COUNT-SUB)
003771         = RL-COUNT-CATEGORY(NB-ENTRY-SUB)
003772         MOVE NB-COUNT-SUB TO NB-COUNT-MATCHED-SUB
003773     END-IF.
003774 2220-EXIT.
003775     EXIT.
003776
003777*================================================================
003778* 2230-FIND-FREE-COUNT
003779*================================================================
003780 2230-FIND-FREE-COUNT.
003781     IF NB-SLOT-CATEGORY(NB-MATCHED-SUB, NB-COUNT-SUB) = SPACES
003782         MOVE RL-COUNT-FLOW(NB-ENTRY-SUB)
003783             TO NB-SLOT-FLOW(NB-MATCHED-SUB, NB-COUNT-SUB)
003784         MOVE RL-COUNT-CATEGORY(NB-ENTRY-SUB)
003785             TO NB-SLOT-CATEGORY(NB-MATCHED-SUB, NB-COUNT-SUB)
003786         MOVE ZERO TO NB-SLOT-VALUE(NB-MATCHED-SUB, NB-COUNT-SUB)
003787         MOVE NB-COUNT-SUB TO NB-COUNT-MATCHED-SUB
003788     END-IF.
003789 2230-EXIT.
003790     EXIT.
003791
003792*================================================================
003793* 3000-PRINT-STEPS
003794*================================================================
003795 3000-PRINT-STEPS.
003796     MOVE NB-STEP-HEADING TO REPORT-LINE.
003797     WRITE REPORT-LINE.
003800     PERFORM 3100-PRINT-STEP THRU 3100-EXIT
003810         VARYING NB-SLOT-SUB FROM 1 BY 1
003820         UNTIL NB-SLOT-SUB > 10.
003830     MOVE SPACES TO REPORT-LINE.
003840     WRITE REPORT-LINE.
003850 3000-EXIT.
003860     EXIT.
003870
003880*================================================================
003890* 3100-PRINT-STEP
003900*     A required step that did not report, or any step that
003910*     ended over RC 8, is an exception.  An optional step that
003920*     did not report simply did not run tonight.
003930*================================================================
003940 3100-PRINT-STEP.
003950     MOVE NB-SLOT-STEP-NAME(NB-SLOT-SUB) TO NB-STP-STEP-NAME.
003960     MOVE NB-SLOT-RUN-ID(NB-SLOT-SUB) TO NB-STP-RUN-ID.
003970     MOVE NB-SLOT-RECORDS(NB-SLOT-SUB) TO NB-STP-RECORDS.
003980     IF NB-SLOT-REPORTED(NB-SLOT-SUB)
003990         MOVE NB-SLOT-TIME(NB-SLOT-SUB) TO NB-STP-TIME
004000         MOVE NB-SLOT-RC(NB-SLOT-SUB) TO NB-EDIT-RC
004010         MOVE NB-EDIT-RC TO NB-STP-RC
004020         IF NB-SLOT-RC(NB-SLOT-SUB) > 8
004030             MOVE "FAILED - RC OVER 8" TO NB-STP-STATUS
004040             ADD 1 TO NB-EXCEPTION-COUNT
004050         ELSE
004060             MOVE "REPORTED" TO NB-STP-STATUS
004070         END-IF
004080     ELSE
004090         MOVE SPACES TO NB-STP-TIME
004100         MOVE SPACES TO NB-STP-RC
004110         IF NB-SLOT-IS-REQUIRED(NB-SLOT-SUB)
004120             MOVE "MISSING" TO NB-STP-STATUS
004130             ADD 1 TO NB-EXCEPTION-COUNT
004140         ELSE
004150             MOVE "NOT RUN" TO NB-STP-STATUS
004160         END-IF
004170     END-IF.
004180     MOVE NB-STEP-LINE TO REPORT-LINE.
004190     WRITE REPORT-LINE.
004200 3100-EXIT.
004210     EXIT.
004220
004230*================================================================
004240* 4000-CHECK-HAND-OFFS
004250*     Each hand-off is set up as a left and a right total and
004260*     proved by 4900.  A step that did not report counts zero.
004270*================================================================
004280 4000-CHECK-HAND-OFFS.
004290     MOVE NB-LINK-HEADING TO REPORT-LINE.
004300     WRITE REPORT-LINE.
004310
004320     MOVE ZERO TO NB-SUM-VALUE.
004330     MOVE 1 TO NB-SLOT-SUB.
004340     MOVE "SWAPIN" TO NB-WANT-CATEGORY.
004350     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
004360     MOVE NB-SUM-VALUE TO NB-LEFT-VALUE.
004370     MOVE ZERO TO NB-SUM-VALUE.
004380     MOVE 4 TO NB-SLOT-SUB.
004390     MOVE "HR" TO NB-WANT-CATEGORY.
004400     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
004410     MOVE NB-SUM-VALUE TO NB-RIGHT-VALUE.
004420     MOVE "HR EXTRACT SWAPIN = INTAKE HR READ" TO NB-LNK-LABEL.
004430     PERFORM 4900-PRINT-HAND-OFF THRU 4900-EXIT.
004440
004450     MOVE ZERO TO NB-SUM-VALUE.
004460     MOVE 2 TO NB-SLOT-SUB.
004470     MOVE "MIGOUT" TO NB-WANT-CATEGORY.
004480     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
004490     MOVE NB-SUM-VALUE TO NB-LEFT-VALUE.
004500     MOVE ZERO TO NB-SUM-VALUE.
004510     MOVE 4 TO NB-SLOT-SUB.
004520     MOVE "MIGRATION" TO NB-WANT-CATEGORY.
004530     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
004540     MOVE NB-SUM-VALUE TO NB-RIGHT-VALUE.
004550     MOVE "MIGRATION MIGOUT = INTAKE MIGRATION READ"
004560         TO NB-LNK-LABEL.
004570     PERFORM 4900-PRINT-HAND-OFF THRU 4900-EXIT.
004580
004590     PERFORM 4100-CHECK-INTAKE THRU 4100-EXIT.
004600     PERFORM 4200-CHECK-VALIDATION THRU 4200-EXIT.
004610     PERFORM 4300-CHECK-APPLIED THRU 4300-EXIT.
004620     PERFORM 4400-CHECK-DISPOSITION THRU 4400-EXIT.
004630     PERFORM 4500-CHECK-MAINTENANCE THRU 4500-EXIT.
004640 4000-EXIT.
004650     EXIT.
004660
004670*================================================================
004680* 4100-CHECK-INTAKE
004690*     Every row intake read from the four feeds was kept on
004700*     SWAPIN or dropped (and audited as dropped).
004710*================================================================
004720 4100-CHECK-INTAKE.
004730     MOVE ZERO TO NB-SUM-VALUE.
004740     MOVE 4 TO NB-SLOT-SUB.
004750     MOVE "CALLCTR" TO NB-WANT-CATEGORY.
004760     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
004770     MOVE "HR" TO NB-WANT-CATEGORY.
004780     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
004790     MOVE "PORTAL" TO NB-WANT-CATEGORY.
004800     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
004810     MOVE "MIGRATION" TO NB-WANT-CATEGORY.
004820     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
004830     MOVE NB-SUM-VALUE TO NB-LEFT-VALUE.
004840     MOVE ZERO TO NB-SUM-VALUE.
004850     MOVE "SWAPIN" TO NB-WANT-CATEGORY.
004860     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
004870     MOVE "DROPPED" TO NB-WANT-CATEGORY.
004880     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
004890     MOVE NB-SUM-VALUE TO NB-RIGHT-VALUE.
004900     MOVE "INTAKE ROWS READ = SWAPIN + DROPPED" TO NB-LNK-LABEL.
004910     PERFORM 4900-PRINT-HAND-OFF THRU 4900-EXIT.
004920 4100-EXIT.
004930     EXIT.
004940
004950*================================================================
004960* 4200-CHECK-VALIDATION
004970*     Each pass of EmailValidation against the file it was fed
004980*     - the nightly pass reads intake's SWAPIN, the release
004990*     pass the pending release's RELOUT.  Every row is decided,
005000*     held to PENDOUT, or skipped as already done by a run that
005010*     abended part-way.
005020*================================================================
005030 4200-CHECK-VALIDATION.
005040     MOVE ZERO TO NB-SUM-VALUE.
005050     MOVE 4 TO NB-SLOT-SUB.
005060     MOVE "SWAPIN" TO NB-WANT-CATEGORY.
005070     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
005080     MOVE NB-SUM-VALUE TO NB-LEFT-VALUE.
005090     MOVE ZERO TO NB-SUM-VALUE.
005100     MOVE 5 TO NB-SLOT-SUB.
005110     PERFORM 4250-ADD-PASS-OUTCOMES THRU 4250-EXIT.
005120     MOVE NB-SUM-VALUE TO NB-RIGHT-VALUE.
005130     MOVE "SWAPIN = NIGHTLY DECIDED + HELD + SKIPPED"
005140         TO NB-LNK-LABEL.
005150     PERFORM 4900-PRINT-HAND-OFF THRU 4900-EXIT.
005160
005170     MOVE ZERO TO NB-SUM-VALUE.
005180     MOVE 3 TO NB-SLOT-SUB.
005190     MOVE "PENDIN" TO NB-WANT-CATEGORY.
005200     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
005210     MOVE NB-SUM-VALUE TO NB-LEFT-VALUE.
005220     MOVE ZERO TO NB-SUM-VALUE.
005230     MOVE "RELOUT" TO NB-WANT-CATEGORY.
005240     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
005250     MOVE "PENDOUT" TO NB-WANT-CATEGORY.
005260     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
005270     MOVE NB-SUM-VALUE TO NB-RIGHT-VALUE.
005280     MOVE "PENDING RELEASE PENDIN = RELOUT + PENDOUT"
005290         TO NB-LNK-LABEL.
005300     PERFORM 4900-PRINT-HAND-OFF THRU 4900-EXIT.
005310
005320     MOVE ZERO TO NB-SUM-VALUE.
005330     MOVE "RELOUT" TO NB-WANT-CATEGORY.
005340     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
005350     MOVE NB-SUM-VALUE TO NB-LEFT-VALUE.
005360     MOVE ZERO TO NB-SUM-VALUE.
005370     MOVE 6 TO NB-SLOT-SUB.
005380     PERFORM 4250-ADD-PASS-OUTCOMES THRU 4250-EXIT.
005390     MOVE NB-SUM-VALUE TO NB-RIGHT-VALUE.
005400     MOVE "RELOUT = RELEASE DECIDED + HELD + SKIPPED"
005410         TO NB-LNK-LABEL.
005420     PERFORM 4900-PRINT-HAND-OFF THRU 4900-EXIT.
005430 4200-EXIT.
005440     EXIT.
005450
005460*================================================================
005470* 4250-ADD-PASS-OUTCOMES
005480*     Adds one pass's decided, held and skipped counts.
005490*================================================================
005500 4250-ADD-PASS-OUTCOMES.
005510     MOVE "DECISIONS" TO NB-WANT-CATEGORY.
005520     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
005530     MOVE "HELD" TO NB-WANT-CATEGORY.
005540     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
005550     MOVE "SKIPPED" TO NB-WANT-CATEGORY.
005560     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
005570 4250-EXIT.
005580     EXIT.
005590
005600*================================================================
005610* 4300-CHECK-APPLIED
005620*     Swaps are applied by both passes of EmailValidation and
005630*     by the suspense workdown; each one applied must have put
005640*     a notification on NOTIFOUT and a new row on EMLHIST.  A
005650*     decision that routed a request to suspense must have
005660*     written its suspense item.
005670*================================================================
005680 4300-CHECK-APPLIED.
005690     MOVE ZERO TO NB-SUM-VALUE.
005700     MOVE "APPLIED" TO NB-WANT-CATEGORY.
005710     PERFORM 4350-ADD-APPLYING-STEPS THRU 4350-EXIT.
005720     MOVE NB-SUM-VALUE TO NB-LEFT-VALUE.
005730     MOVE ZERO TO NB-SUM-VALUE.
005740     MOVE "NOTIFIED" TO NB-WANT-CATEGORY.
005750     PERFORM 4350-ADD-APPLYING-STEPS THRU 4350-EXIT.
005760     MOVE NB-SUM-VALUE TO NB-RIGHT-VALUE.
005770     MOVE "SWAPS APPLIED = NOTIFICATIONS WRITTEN"
005780         TO NB-LNK-LABEL.
005790     PERFORM 4900-PRINT-HAND-OFF THRU 4900-EXIT.
005800
005810     MOVE ZERO TO NB-SUM-VALUE.
005820     MOVE "HISTORY" TO NB-WANT-CATEGORY.
005830     PERFORM 4350-ADD-APPLYING-STEPS THRU 4350-EXIT.
005840     MOVE NB-SUM-VALUE TO NB-RIGHT-VALUE.
005850     MOVE "SWAPS APPLIED = EMLHIST ROWS WRITTEN"
005860         TO NB-LNK-LABEL.
005870     PERFORM 4900-PRINT-HAND-OFF THRU 4900-EXIT.
005880
005890     MOVE ZERO TO NB-SUM-VALUE.
005900     MOVE "SUSP-DECIDED" TO NB-WANT-CATEGORY.
005910     MOVE 5 TO NB-SLOT-SUB.
005920     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
005930     MOVE 6 TO NB-SLOT-SUB.
005940     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
005950     MOVE NB-SUM-VALUE TO NB-LEFT-VALUE.
005960     MOVE ZERO TO NB-SUM-VALUE.
005970     MOVE "SUSPENDED" TO NB-WANT-CATEGORY.
005980     MOVE 5 TO NB-SLOT-SUB.
005990     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
006000     MOVE 6 TO NB-SLOT-SUB.
006010     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
006020     MOVE NB-SUM-VALUE TO NB-RIGHT-VALUE.
006030     MOVE "SUSPENSE DECISIONS = SUSPENSE ITEMS WRITTEN"
006040         TO NB-LNK-LABEL.
006050     PERFORM 4900-PRINT-HAND-OFF THRU 4900-EXIT.
006060 4300-EXIT.
006070     EXIT.
006080
006090*================================================================
006100* 4350-ADD-APPLYING-STEPS
006110*     Adds NB-WANT-CATEGORY across both passes and the workdown.
006120*================================================================
006130 4350-ADD-APPLYING-STEPS.
006140     MOVE 5 TO NB-SLOT-SUB.
006150     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
006160     MOVE 6 TO NB-SLOT-SUB.
006170     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
006180     MOVE 7 TO NB-SLOT-SUB.
006190     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
006200 4350-EXIT.
006210     EXIT.
006220
006230*================================================================
006240* 4400-CHECK-DISPOSITION
006250*     Every audit decision written tonight - intake's drops,
006260*     both passes' decisions and the workdown's - must be cut
006270*     to a channel disposition file or counted as a migration
006280*     decision, which answers to no channel.  A decision of
006290*     unknown source is routed nowhere, so it is shown on its
006300*     own line and leaves the hand-off out of balance.  A
006310*     pass restarted from a checkpoint reports the decisions
006320*     its abended run had already written (PRIOR-DEC) apart
006330*     from its own; both are on AUDITOUT for the disposition.
006340*================================================================
006350 4400-CHECK-DISPOSITION.
006360     MOVE ZERO TO NB-SUM-VALUE.
006370     MOVE 4 TO NB-SLOT-SUB.
006380     MOVE "DROPPED" TO NB-WANT-CATEGORY.
006390     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
006400     MOVE "DECISIONS" TO NB-WANT-CATEGORY.
006410     PERFORM 4350-ADD-APPLYING-STEPS THRU 4350-EXIT.
006420     MOVE "PRIOR-DEC" TO NB-WANT-CATEGORY.
006430     PERFORM 4350-ADD-APPLYING-STEPS THRU 4350-EXIT.
006440     MOVE NB-SUM-VALUE TO NB-LEFT-VALUE.
006450     MOVE ZERO TO NB-SUM-VALUE.
006460     MOVE 8 TO NB-SLOT-SUB.
006470     MOVE "DISPCC" TO NB-WANT-CATEGORY.
006480     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
006490     MOVE "DISPHR" TO NB-WANT-CATEGORY.
006500     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
006510     MOVE "DISPPORT" TO NB-WANT-CATEGORY.
006520     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
006530     MOVE "MIGRATION" TO NB-WANT-CATEGORY.
006540     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
006550     MOVE NB-SUM-VALUE TO NB-RIGHT-VALUE.
006560     MOVE "AUDIT DECISIONS = DISPOSITIONS + MIGRATION"
006570         TO NB-LNK-LABEL.
006580     PERFORM 4900-PRINT-HAND-OFF THRU 4900-EXIT.
006590
006600     MOVE ZERO TO NB-SUM-VALUE.
006610     MOVE "UNKNOWN" TO NB-WANT-CATEGORY.
006620     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
006630     IF NB-SUM-VALUE > 0
006640         MOVE "  OF WHICH UNKNOWN SOURCE, NOT ROUTED"
006650             TO NB-SUM-LABEL
006660         MOVE NB-SUM-VALUE TO NB-SUM-COUNT
006670         MOVE NB-SUMMARY-LINE TO REPORT-LINE
006680         WRITE REPORT-LINE
006690     END-IF.
006700 4400-EXIT.
006710     EXIT.
006720
006730*================================================================
006740* 4500-CHECK-MAINTENANCE
006750*     Every ADD, CHANGE-ID, INACTIVATE and REACTIVATE account
006760*     maintenance applied tonight is on MNTAUDIT, and the
006770*     address-change feed must have taken each one off it.
006780*     The retention purge's records on MNTAUDIT are counted
006790*     apart by the feed and are not part of this hand-off.
006800*================================================================
006810 4500-CHECK-MAINTENANCE.
006820     MOVE ZERO TO NB-SUM-VALUE.
006830     MOVE 9 TO NB-SLOT-SUB.
006840     MOVE "ACCT-CHANGES" TO NB-WANT-CATEGORY.
006850     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
006860     MOVE NB-SUM-VALUE TO NB-LEFT-VALUE.
006870     MOVE ZERO TO NB-SUM-VALUE.
006880     MOVE 10 TO NB-SLOT-SUB.
006890     MOVE "MAINT" TO NB-WANT-CATEGORY.
006900     PERFORM 4800-ADD-COUNT THRU 4800-EXIT.
006910     MOVE NB-SUM-VALUE TO NB-RIGHT-VALUE.
006920     MOVE "ACCOUNT MAINT APPLIED = ADDRESS FEED MAINT READ"
006930         TO NB-LNK-LABEL.
006940     PERFORM 4900-PRINT-HAND-OFF THRU 4900-EXIT.
006950 4500-EXIT.
006960     EXIT.
006970
006980*================================================================
006990* 4800-ADD-COUNT
007000*     Adds the NB-WANT-CATEGORY count of step slot NB-SLOT-SUB
007010*     into NB-SUM-VALUE.  A category the step did not write -
007020*     or a step that did not report - adds nothing.
007030*================================================================
007040 4800-ADD-COUNT.
007050     PERFORM 4810-MATCH-COUNT THRU 4810-EXIT
007060         VARYING NB-ENTRY-SUB FROM 1 BY 1
007070         UNTIL NB-ENTRY-SUB > 10.
007080 4800-EXIT.
007090     EXIT.
007100
007110*================================================================
007120* 4810-MATCH-COUNT
007130*================================================================
007140 4810-MATCH-COUNT.
007150     IF NB-SLOT-CATEGORY(NB-SLOT-SUB, NB-ENTRY-SUB)
007160         = NB-WANT-CATEGORY
007170         ADD NB-SLOT-VALUE(NB-SLOT-SUB, NB-ENTRY-SUB)
007180             TO NB-SUM-VALUE
007190     END-IF.
007200 4810-EXIT.
007210     EXIT.
007220
007230*================================================================
007240* 4900-PRINT-HAND-OFF
007250*     Proves NB-LEFT-VALUE against NB-RIGHT-VALUE and prints
007260*     the hand-off line under the label already moved.
007270*================================================================
007280 4900-PRINT-HAND-OFF.
007290     MOVE NB-LEFT-VALUE TO NB-LNK-LEFT.
007300     MOVE NB-RIGHT-VALUE TO NB-LNK-RIGHT.
007310     COMPUTE NB-DIFFERENCE = NB-LEFT-VALUE - NB-RIGHT-VALUE.
007320     MOVE NB-DIFFERENCE TO NB-LNK-DIFFERENCE.
007330     IF NB-DIFFERENCE = 0
007340         MOVE "BALANCED" TO NB-LNK-STATUS
007350     ELSE
007360         MOVE "OUT OF BALANCE" TO NB-LNK-STATUS
007370         ADD 1 TO NB-EXCEPTION-COUNT
007380     END-IF.
007390     MOVE NB-LINK-LINE TO REPORT-LINE.
007400     WRITE REPORT-LINE.
007410 4900-EXIT.
007420     EXIT.
007430
007440*================================================================
007450* 5000-TERMINATE
007460*================================================================
007470 5000-TERMINATE.
007480     MOVE SPACES TO REPORT-LINE.
007490     WRITE REPORT-LINE.
007500     MOVE "LEDGER RECORDS READ" TO NB-SUM-LABEL.
007510     MOVE NB-LEDGER-READ-COUNT TO NB-SUM-COUNT.
007520     MOVE NB-SUMMARY-LINE TO REPORT-LINE.
007530     WRITE REPORT-LINE.
007540     MOVE "  FOR OTHER BUSINESS DATES" TO NB-SUM-LABEL.
007550     MOVE NB-OTHER-DATE-COUNT TO NB-SUM-COUNT.
007560     MOVE NB-SUMMARY-LINE TO REPORT-LINE.
007570     WRITE REPORT-LINE.
007580     MOVE "  FOR UNKNOWN STEPS (IGNORED)" TO NB-SUM-LABEL.
007590     MOVE NB-UNKNOWN-STEP-COUNT TO NB-SUM-COUNT.
007600     MOVE NB-SUMMARY-LINE TO REPORT-LINE.
007610     WRITE REPORT-LINE.
007620     MOVE SPACES TO REPORT-LINE.
007630     WRITE REPORT-LINE.
007640
007650     IF NB-EXCEPTION-COUNT = 0
007660         MOVE "NIGHT CERTIFIED - ALL HAND-OFFS BALANCE"
007670             TO REPORT-LINE
007680     ELSE
007690         MOVE "NIGHT NOT CERTIFIED -" TO NB-CRT-TEXT
007700         MOVE NB-EXCEPTION-COUNT TO NB-CRT-COUNT
007710         MOVE NB-CERTIFY-LINE TO REPORT-LINE
007720     END-IF.
007730     WRITE REPORT-LINE.
007740
007750     DISPLAY "NIGHTBALANCE - LEDGER RECORDS READ: "
007760         NB-LEDGER-READ-COUNT.
007770     DISPLAY "NIGHTBALANCE - EXCEPTIONS: " NB-EXCEPTION-COUNT.
007780     IF NB-LEDGER-ON-FILE
007790         CLOSE RUN-LEDGER-FILE
007800     END-IF.
007810     CLOSE CERT-REPORT-FILE.
007820     IF NB-EXCEPTION-COUNT > 0
007830         MOVE 8 TO RETURN-CODE
007840     END-IF.
007850 5000-EXIT.
007860     EXIT.
