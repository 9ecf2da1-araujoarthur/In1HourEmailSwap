000010*================================================================
000020* FRAUDCLUSTER.COB
000030*
000040* PROGRAM-ID    : FraudCluster
000050* AUTHOR        : R. MCALLISTER
000060* INSTALLATION  : DATA LIFECYCLE SERVICES
000070* DATE-WRITTEN  : 2026-10-15
000080* DATE-COMPILED :
000090*
000100* REMARKS.
000110*     Cross-account fraud cluster report over the night's swap
000120*     requests.  The velocity check and the risk flag each
000130*     look at one account at a time; a takeover run spread
000140*     across accounts passes both.  This job reads the night's
000150*     requests (SWAPIN) and the night's decisions on AUDITOUT
000160*     - which also supply the requests the intake merge dropped
000170*     - and groups them three ways:
000180*         - by the domain of the new address,
000190*         - by the normalized local part of the new address
000200*           (lower case, any "+tag" dropped, dots removed),
000210*           whatever the domain,
000220*         - by source channel and AU-EXTERNAL-REF range - the
000230*           reference with its last few characters dropped, a
000240*           block of call-center tickets or a window of portal
000250*           submission stamps.
000260*     A group counts distinct accounts.  Any group reaching its
000270*     threshold is a flagged cluster: it is printed on FRAUDRPT
000280*     with every request in it and its decision, and each of
000290*     its accounts is cut once to the FRAUDEXT extract as a
000300*     SET-RISK maintenance transaction (ACCTTRN.CPY), ready to
000310*     feed AcctMastMaint once the fraud desk has reviewed it.
000320*     An account already flagged on ACCTMAST, or not on it, is
000330*     listed but not extracted - AcctMastMaint would only
000340*     reject it.
000350*
000360*     Domain migration requests are left out: DomainMigration
000370*     moves every holder of a retired domain to one new domain
000380*     on purpose.  The thresholds arrive on the optional
000390*     FRAUDPRM file; a missing file or an unusable field only
000400*     takes the default, with a note in the job log.
000410*     RETURN-CODE is 4 when any cluster was flagged, so the
000420*     scheduler can route the report to the desk.
000430*
000440* MODIFICATION HISTORY.
000450*     2026-10-15  RM  Original version.
000460*================================================================
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. FraudCluster.
000490 AUTHOR. R. MCALLISTER.
000500 INSTALLATION. DATA LIFECYCLE SERVICES.
000510 DATE-WRITTEN. 2026-10-15.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT FRAUD-PARM-FILE ASSIGN TO FRAUDPRM
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FC-PARM-IN-STATUS.
000600
000610     SELECT SWAP-REQUEST-FILE ASSIGN TO SWAPIN
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS FC-SWAP-IN-STATUS.
000640
000650     SELECT AUDIT-IN-FILE ASSIGN TO AUDITOUT
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS FC-AUDIT-IN-STATUS.
000680
000690     SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMAST
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS AM-ACCOUNT-ID
000730         ALTERNATE RECORD KEY IS AM-EMAIL-ADDRESS
000740             WITH DUPLICATES
000750         FILE STATUS IS FC-ACCT-MAST-STATUS.
000760
000770     SELECT EXTRACT-FILE ASSIGN TO FRAUDEXT
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS FC-EXTRACT-STATUS.
000800
000810     SELECT REPORT-FILE ASSIGN TO FRAUDRPT
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS FC-REPORT-OUT-STATUS.
000840
000850     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS FC-BUSDATE-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  FRAUD-PARM-FILE
000920     RECORDING MODE IS F.
000930 01  FRAUD-PARM-RECORD.
000940     05  FP-DOMAIN-THRESHOLD      PIC 9(05).
000950     05  FP-LOCAL-THRESHOLD       PIC 9(05).
000960     05  FP-RANGE-THRESHOLD       PIC 9(05).
000970     05  FP-RANGE-WIDTH           PIC 9(02).
000980
000990 FD  SWAP-REQUEST-FILE
001000     RECORDING MODE IS F.
001010     COPY SWAPREQ.
001020
001030 FD  AUDIT-IN-FILE
001040     RECORDING MODE IS F.
001050     COPY AUDITREC.
001060
001070 FD  ACCOUNT-MASTER-FILE.
001080     COPY ACCTMAS.
001090
001100 FD  EXTRACT-FILE
001110     RECORDING MODE IS F.
001120     COPY ACCTTRN.
001130
001140 FD  REPORT-FILE
001150     RECORDING MODE IS F.
001160 01  REPORT-LINE                  PIC X(132).
001170
001180 FD  BUSINESS-DATE-FILE
001190     RECORDING MODE IS F.
001200     COPY BUSDATE.
001210
001220 WORKING-STORAGE SECTION.
001230*----------------------------------------------------------------
001240* Working fields for FraudCluster - app prefix FC-.
001250*----------------------------------------------------------------
001260 77  FC-DOMAIN-THRESHOLD          PIC 9(05)   VALUE 40.
001270 77  FC-LOCAL-THRESHOLD           PIC 9(05)   VALUE 3.
001280 77  FC-RANGE-THRESHOLD           PIC 9(05)   VALUE 10.
001290 77  FC-RANGE-WIDTH               PIC 9(02)   VALUE 3.
001300 77  FC-REQUEST-COUNT             PIC 9(07)   VALUE ZERO.
001310 77  FC-MIGRATION-COUNT           PIC 9(07)   VALUE ZERO.
001320 77  FC-DECISION-COUNT            PIC 9(07)   VALUE ZERO.
001330 77  FC-DROPPED-COUNT             PIC 9(07)   VALUE ZERO.
001340 77  FC-DOMAIN-FLAGGED-COUNT      PIC 9(05)   VALUE ZERO.
001350 77  FC-LOCAL-FLAGGED-COUNT       PIC 9(05)   VALUE ZERO.
001360 77  FC-RANGE-FLAGGED-COUNT       PIC 9(05)   VALUE ZERO.
001370 77  FC-EXTRACT-COUNT             PIC 9(07)   VALUE ZERO.
001380 77  FC-ALREADY-FLAGGED-COUNT     PIC 9(07)   VALUE ZERO.
001390 77  FC-NOT-ON-FILE-COUNT         PIC 9(07)   VALUE ZERO.
001400 77  FC-MB-SUB                    PIC 9(05)   VALUE ZERO.
001410 77  FC-PRIOR-SUB                 PIC 9(05)   VALUE ZERO.
001420 77  FC-OTHER-SUB                 PIC 9(05)   VALUE ZERO.
001430 77  FC-GROUP-SUB                 PIC 9(05)   VALUE ZERO.
001440 77  FC-FOUND-SUB                 PIC 9(05)   VALUE ZERO.
001450 77  FC-CHAR-SUB                  PIC 9(03)   VALUE ZERO.
001460 77  FC-NORM-LENGTH               PIC 9(03)   VALUE ZERO.
001470 77  FC-AT-COUNT                  PIC 9(03)   VALUE ZERO.
001480 77  FC-REF-LENGTH                PIC 9(02)   VALUE ZERO.
001490 77  FC-PREFIX-LENGTH             PIC 9(02)   VALUE ZERO.
001500
001510 01  FC-PARM-IN-STATUS            PIC X(02).
001520     88  FC-PARM-IN-OK            VALUE "00".
001530
001540 01  FC-SWAP-IN-STATUS            PIC X(02).
001550     88  FC-SWAP-IN-OK            VALUE "00".
001560
001570 01  FC-AUDIT-IN-STATUS           PIC X(02).
001580     88  FC-AUDIT-IN-OK           VALUE "00".
001590
001600 01  FC-ACCT-MAST-STATUS          PIC X(02).
001610     88  FC-ACCT-MAST-OK          VALUE "00".
001620
001630 01  FC-EXTRACT-STATUS            PIC X(02).
001640     88  FC-EXTRACT-OK            VALUE "00".
001650
001660 01  FC-REPORT-OUT-STATUS         PIC X(02).
001670     88  FC-REPORT-OUT-OK         VALUE "00".
001680
001690 01  FC-BUSDATE-STATUS            PIC X(02).
001700     88  FC-BUSDATE-OK            VALUE "00".
001710
001720 01  FC-BUSINESS-DATE             PIC 9(08).
001730
001740*----------------------------------------------------------------
001750* The request being added and the three keys it groups under.
001760*----------------------------------------------------------------
001770 01  FC-WORK-ACCOUNT-ID           PIC X(10).
001780 01  FC-WORK-EMAIL                PIC X(256).
001790 01  FC-WORK-SOURCE               PIC X(01).
001800 01  FC-WORK-EXTERNAL-REF         PIC X(14).
001810 01  FC-WORK-DECISION             PIC X(01).
001820 01  FC-LOCAL-PART                PIC X(64).
001830 01  FC-DOMAIN-PART               PIC X(64).
001840 01  FC-UNTAGGED-LOCAL            PIC X(64).
001850 01  FC-NORM-LOCAL                PIC X(64).
001860 01  FC-RANGE-KEY.
001870     05  FC-RANGE-KEY-SOURCE      PIC X(01).
001880     05  FC-RANGE-KEY-PREFIX      PIC X(14).
001890
001900*----------------------------------------------------------------
001910* The night's requests, one entry per account and new address.
001920* Each carries the subscript of the domain, local-part and
001930* reference-range group it fell in (zero when it has none).
001940* 10000 requests is several busy nights' worth - more than
001950* that in one night is a setup error.
001960*----------------------------------------------------------------
001970 01  FC-MEMBER-TABLE-AREA.
001980     05  FC-MB-COUNT              PIC 9(05) VALUE ZERO.
001990     05  FC-MB-ENTRY OCCURS 1 TO 10000 TIMES
002000             DEPENDING ON FC-MB-COUNT.
002010         10  FC-MB-ACCOUNT-ID     PIC X(10).
002020         10  FC-MB-NEW-EMAIL      PIC X(256).
002030         10  FC-MB-SOURCE         PIC X(01).
002040         10  FC-MB-EXTERNAL-REF   PIC X(14).
002050         10  FC-MB-DECISION       PIC X(01).
002060         10  FC-MB-DOMAIN-SUB     PIC 9(05).
002070         10  FC-MB-LOCAL-SUB      PIC 9(05).
002080         10  FC-MB-RANGE-SUB      PIC 9(05).
002090         10  FC-MB-EXTRACT-SWITCH PIC X(01).
002100             88  FC-MB-EXTRACTED  VALUE "Y".
002110
002120 01  FC-DOMAIN-TABLE-AREA.
002130     05  FC-DOM-COUNT             PIC 9(05) VALUE ZERO.
002140     05  FC-DOM-ENTRY OCCURS 1 TO 10000 TIMES
002150             DEPENDING ON FC-DOM-COUNT.
002160         10  FC-DOM-KEY           PIC X(64).
002170         10  FC-DOM-ACCOUNTS      PIC 9(05).
002180
002190 01  FC-LOCAL-TABLE-AREA.
002200     05  FC-LOC-COUNT             PIC 9(05) VALUE ZERO.
002210     05  FC-LOC-ENTRY OCCURS 1 TO 10000 TIMES
002220             DEPENDING ON FC-LOC-COUNT.
002230         10  FC-LOC-KEY           PIC X(64).
002240         10  FC-LOC-ACCOUNTS      PIC 9(05).
002250
002260 01  FC-RANGE-TABLE-AREA.
002270     05  FC-RNG-COUNT             PIC 9(05) VALUE ZERO.
002280     05  FC-RNG-ENTRY OCCURS 1 TO 10000 TIMES
002290             DEPENDING ON FC-RNG-COUNT.
002300         10  FC-RNG-KEY           PIC X(15).
002310         10  FC-RNG-ACCOUNTS      PIC 9(05).
002320
002330 01  FC-SWITCHES.
002340     05  FC-EOF-SWITCH            PIC X(01)   VALUE "N".
002350         88  FC-END-OF-FILE       VALUE "Y".
002360     05  FC-PARM-EOF-SWITCH       PIC X(01)   VALUE "N".
002370         88  FC-PARM-END-OF-FILE  VALUE "Y".
002380     05  FC-FOUND-SWITCH          PIC X(01)   VALUE "N".
002390         88  FC-ENTRY-FOUND       VALUE "Y".
002400     05  FC-DOM-SEEN-SWITCH       PIC X(01)   VALUE "N".
002410         88  FC-DOM-ACCOUNT-SEEN  VALUE "Y".
002420     05  FC-LOC-SEEN-SWITCH       PIC X(01)   VALUE "N".
002430         88  FC-LOC-ACCOUNT-SEEN  VALUE "Y".
002440     05  FC-RNG-SEEN-SWITCH       PIC X(01)   VALUE "N".
002450         88  FC-RNG-ACCOUNT-SEEN  VALUE "Y".
002460     05  FC-DIMENSION             PIC X(01)   VALUE SPACE.
002470         88  FC-BY-DOMAIN         VALUE "D".
002480         88  FC-BY-LOCAL          VALUE "L".
002490         88  FC-BY-RANGE          VALUE "R".
002500
002510 01  FC-HEADING-1.
002520     05  FILLER                   PIC X(30)
002530         VALUE "CROSS-ACCOUNT FRAUD CLUSTER RE".
002540     05  FILLER                   PIC X(04)
002550         VALUE "PORT".
002560
002570 01  FC-HEADING-2.
002580     05  FILLER                   PIC X(16)
002590         VALUE "REPORT DATE :   ".
002600     05  FC-HDG-DATE              PIC 9(08).
002610
002620 01  FC-SECTION-LINE.
002630     05  FILLER                   PIC X(12)
002640         VALUE "CLUSTERS BY ".
002650     05  FC-SEC-TITLE             PIC X(30).
002660     05  FILLER                   PIC X(13)
002670         VALUE "  THRESHOLD: ".
002680     05  FC-SEC-THRESHOLD         PIC ZZ,ZZ9.
002690     05  FILLER                   PIC X(11)
002700         VALUE " ACCOUNTS".
002710
002720 01  FC-CLUSTER-LINE.
002730     05  FILLER                   PIC X(09)
002740         VALUE "CLUSTER  ".
002750     05  FC-CLU-KEY               PIC X(64).
002760     05  FILLER                   PIC X(12)
002770         VALUE "  ACCOUNTS: ".
002780     05  FC-CLU-ACCOUNTS          PIC ZZ,ZZ9.
002790
002800 01  FC-MEMBER-LINE.
002810     05  FILLER             PIC X(09) VALUE "    ACCT ".
002820     05  FC-MBL-ACCOUNT-ID  PIC X(10).
002830     05  FILLER             PIC X(06) VALUE "  SRC ".
002840     05  FC-MBL-SOURCE      PIC X(01).
002850     05  FILLER             PIC X(06) VALUE "  REF ".
002860     05  FC-MBL-REF         PIC X(14).
002870     05  FILLER             PIC X(02) VALUE SPACES.
002880     05  FC-MBL-DECISION    PIC X(11).
002890     05  FILLER             PIC X(02) VALUE SPACES.
002900     05  FC-MBL-EMAIL       PIC X(50).
002910     05  FILLER             PIC X(02) VALUE SPACES.
002920     05  FC-MBL-ACTION      PIC X(15).
002930
002940 01  FC-SUMMARY-LINE.
002950     05  FC-SUM-LABEL             PIC X(40).
002960     05  FC-SUM-COUNT             PIC ZZZ,ZZ9.
002970
002980 PROCEDURE DIVISION.
002990*================================================================
003000* 0000-MAINLINE
003010*================================================================
003020 0000-MAINLINE.
003030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003040     PERFORM 2000-LOAD-REQUEST THRU 2000-EXIT
003050         UNTIL FC-END-OF-FILE.
003060     MOVE "N" TO FC-EOF-SWITCH.
003070     PERFORM 2300-LOAD-DECISION THRU 2300-EXIT
003080         UNTIL FC-END-OF-FILE.
003090     PERFORM 2500-REPORT-CLUSTERS THRU 2500-EXIT.
003100     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
003110     PERFORM 4000-TERMINATE THRU 4000-EXIT.
003120     GOBACK.
003130
003140*================================================================
003150* 1000-INITIALIZE
003160*================================================================
003170 1000-INITIALIZE.
003180     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
003190     PERFORM 1100-READ-FRAUD-PARM THRU 1100-EXIT.
003200
003210     OPEN INPUT SWAP-REQUEST-FILE.
003220     IF NOT FC-SWAP-IN-OK
003230         DISPLAY "FRAUDCLUSTER - UNABLE TO OPEN SWAPIN, "
003240             "STATUS = " FC-SWAP-IN-STATUS
003250         MOVE 16 TO RETURN-CODE
003260         GOBACK
003270     END-IF.
003280
003290     OPEN INPUT AUDIT-IN-FILE.
003300     IF NOT FC-AUDIT-IN-OK
003310         DISPLAY "FRAUDCLUSTER - UNABLE TO OPEN AUDITOUT, "
003320             "STATUS = " FC-AUDIT-IN-STATUS
003330         MOVE 16 TO RETURN-CODE
003340         GOBACK
003350     END-IF.
003360
003370     OPEN INPUT ACCOUNT-MASTER-FILE.
003380     IF NOT FC-ACCT-MAST-OK
003390         DISPLAY "FRAUDCLUSTER - UNABLE TO OPEN ACCTMAST, "
003400             "STATUS = " FC-ACCT-MAST-STATUS
003410         MOVE 16 TO RETURN-CODE
003420         GOBACK
003430     END-IF.
003440
003450     OPEN OUTPUT EXTRACT-FILE.
003460     IF NOT FC-EXTRACT-OK
003470         DISPLAY "FRAUDCLUSTER - UNABLE TO OPEN FRAUDEXT, "
003480             "STATUS = " FC-EXTRACT-STATUS
003490         MOVE 16 TO RETURN-CODE
003500         GOBACK
003510     END-IF.
003520
003530     OPEN OUTPUT REPORT-FILE.
003540     IF NOT FC-REPORT-OUT-OK
003550         DISPLAY "FRAUDCLUSTER - UNABLE TO OPEN FRAUDRPT, "
003560             "STATUS = " FC-REPORT-OUT-STATUS
003570         MOVE 16 TO RETURN-CODE
003580         GOBACK
003590     END-IF.
003600
003610     MOVE FC-HEADING-1 TO REPORT-LINE.
003620     WRITE REPORT-LINE.
003630     MOVE FC-BUSINESS-DATE TO FC-HDG-DATE.
003640     MOVE FC-HEADING-2 TO REPORT-LINE.
003650     WRITE REPORT-LINE.
003660 1000-EXIT.
003670     EXIT.
003680
003690*================================================================
003700* 1050-READ-BUSINESS-DATE
003710*     Takes the processing date from the business-date control
003720*     file (BUSDATE.CPY) instead of the wall clock, as every
003730*     job in the nightly flow does - it picks the night's
003740*     decisions off the audit trail.
003750*================================================================
003760 1050-READ-BUSINESS-DATE.
003770     OPEN INPUT BUSINESS-DATE-FILE.
003780     IF NOT FC-BUSDATE-OK
003790         DISPLAY "FRAUDCLUSTER - UNABLE TO OPEN BUSDATE, "
003800             "STATUS = " FC-BUSDATE-STATUS
003810         MOVE 16 TO RETURN-CODE
003820         GOBACK
003830     END-IF.
003840     READ BUSINESS-DATE-FILE
003850         AT END
003860             MOVE SPACES TO BUSINESS-DATE-RECORD
003870     END-READ.
003880     CLOSE BUSINESS-DATE-FILE.
003890     IF BD-BUSINESS-DATE NOT NUMERIC
003900         DISPLAY "FRAUDCLUSTER - BUSDATE RECORD MISSING OR "
003910             "NOT NUMERIC: " BUSINESS-DATE-RECORD
003920         MOVE 16 TO RETURN-CODE
003930         GOBACK
003940     END-IF.
003950     MOVE BD-BUSINESS-DATE TO FC-BUSINESS-DATE.
003960 1050-EXIT.
003970     EXIT.
003980
003990*================================================================
004000* 1100-READ-FRAUD-PARM
004010*     Reads the optional thresholds.  A missing file or an
004020*     unusable field only takes that field's default - the
004030*     report must not die for a parameter - but the operator
004040*     should see which thresholds were in force.
004050*================================================================
004060 1100-READ-FRAUD-PARM.
004070     OPEN INPUT FRAUD-PARM-FILE.
004080     IF FC-PARM-IN-OK
004090         READ FRAUD-PARM-FILE
004100             AT END
004110                 SET FC-PARM-END-OF-FILE TO TRUE
004120         END-READ
004130         IF NOT FC-PARM-END-OF-FILE
004140             PERFORM 1150-APPLY-FRAUD-PARM THRU 1150-EXIT
004150         END-IF
004160         CLOSE FRAUD-PARM-FILE
004170     ELSE
004180         DISPLAY "FRAUDCLUSTER - FRAUDPRM NOT AVAILABLE, "
004190             "STATUS = " FC-PARM-IN-STATUS
004200             " - DEFAULT THRESHOLDS TAKEN"
004210     END-IF.
004220     DISPLAY "FRAUDCLUSTER - THRESHOLDS DOMAIN "
004230         FC-DOMAIN-THRESHOLD " LOCAL PART " FC-LOCAL-THRESHOLD
004240         " REF RANGE " FC-RANGE-THRESHOLD
004250         " RANGE WIDTH " FC-RANGE-WIDTH.
004260 1100-EXIT.
004270     EXIT.
004280
004290*================================================================
004300* 1150-APPLY-FRAUD-PARM
004310*     A threshold of one would flag every request.  The range
004320*     width is the count of trailing reference characters
004330*     ignored, and must leave at least one to group on.
004340*================================================================
004350 1150-APPLY-FRAUD-PARM.
004360     IF FP-DOMAIN-THRESHOLD IS NUMERIC
004370         AND FP-DOMAIN-THRESHOLD > 1
004380         MOVE FP-DOMAIN-THRESHOLD TO FC-DOMAIN-THRESHOLD
004390     ELSE
004400         DISPLAY "FRAUDCLUSTER - FRAUDPRM DOMAIN THRESHOLD "
004410             "UNUSABLE, DEFAULT TAKEN"
004420     END-IF.
004430     IF FP-LOCAL-THRESHOLD IS NUMERIC
004440         AND FP-LOCAL-THRESHOLD > 1
004450         MOVE FP-LOCAL-THRESHOLD TO FC-LOCAL-THRESHOLD
004460     ELSE
004470         DISPLAY "FRAUDCLUSTER - FRAUDPRM LOCAL-PART THRESHOLD "
004480             "UNUSABLE, DEFAULT TAKEN"
004490     END-IF.
004500     IF FP-RANGE-THRESHOLD IS NUMERIC
004510         AND FP-RANGE-THRESHOLD > 1
004520         MOVE FP-RANGE-THRESHOLD TO FC-RANGE-THRESHOLD
004530     ELSE
004540         DISPLAY "FRAUDCLUSTER - FRAUDPRM REF-RANGE THRESHOLD "
004550             "UNUSABLE, DEFAULT TAKEN"
004560     END-IF.
004570     IF FP-RANGE-WIDTH IS NUMERIC
004580         AND FP-RANGE-WIDTH < 14
004590         MOVE FP-RANGE-WIDTH TO FC-RANGE-WIDTH
004600     ELSE
004610         DISPLAY "FRAUDCLUSTER - FRAUDPRM RANGE WIDTH "
004620             "UNUSABLE, DEFAULT TAKEN"
004630     END-IF.
004640 1150-EXIT.
004650     EXIT.
004660
004670*================================================================
004680* 2000-LOAD-REQUEST
004690*================================================================
004700 2000-LOAD-REQUEST.
004710     READ SWAP-REQUEST-FILE
004720         AT END
004730             SET FC-END-OF-FILE TO TRUE
004740             GO TO 2000-EXIT
004750     END-READ.
004760     ADD 1 TO FC-REQUEST-COUNT.
004770     IF SR-SOURCE-MIGRATION
004780         ADD 1 TO FC-MIGRATION-COUNT
004790         GO TO 2000-EXIT
004800     END-IF.
004810     MOVE SR-ACCOUNT-ID TO FC-WORK-ACCOUNT-ID.
004820     MOVE FUNCTION LOWER-CASE(SR-NEW-EMAIL-ADDRESS)
004830         TO FC-WORK-EMAIL.
004840     MOVE SR-SOURCE-SYSTEM TO FC-WORK-SOURCE.
004850     MOVE SR-EXTERNAL-REF TO FC-WORK-EXTERNAL-REF.
004860     MOVE SPACE TO FC-WORK-DECISION.
004870     PERFORM 2050-FIND-MEMBER THRU 2050-EXIT.
004880     IF NOT FC-ENTRY-FOUND
004890         PERFORM 2100-ADD-MEMBER THRU 2100-EXIT
004900     END-IF.
004910 2000-EXIT.
004920     EXIT.
004930
004940*================================================================
004950* 2050-FIND-MEMBER
004960*     Looks for a request already tabled for the same account
004970*     and new address; leaves FC-FOUND-SUB on it.
004980*================================================================
004990 2050-FIND-MEMBER.
005000     MOVE "N" TO FC-FOUND-SWITCH.
005010     PERFORM 2055-MATCH-MEMBER THRU 2055-EXIT
005020         VARYING FC-MB-SUB FROM 1 BY 1
005030         UNTIL FC-MB-SUB > FC-MB-COUNT
005040         OR FC-ENTRY-FOUND.
005050 2050-EXIT.
005060     EXIT.
005070
005080*================================================================
005090* 2055-MATCH-MEMBER
005100*================================================================
005110 2055-MATCH-MEMBER.
005120     IF FC-MB-ACCOUNT-ID(FC-MB-SUB) = FC-WORK-ACCOUNT-ID
005130         AND FC-MB-NEW-EMAIL(FC-MB-SUB) = FC-WORK-EMAIL
005140         SET FC-ENTRY-FOUND TO TRUE
005150         MOVE FC-MB-SUB TO FC-FOUND-SUB
005160     END-IF.
005170 2055-EXIT.
005180     EXIT.
005190
005200*================================================================
005210* 2100-ADD-MEMBER
005220*     Tables the request and counts its account into each of
005230*     its three groups - unless another request of the same
005240*     account is already counted there, so a group's count is
005250*     always of distinct accounts.
005260*================================================================
005270 2100-ADD-MEMBER.
005280     IF FC-MB-COUNT NOT < 10000
005290         DISPLAY "FRAUDCLUSTER - REQUEST TABLE FULL AT 10000"
005300         MOVE 16 TO RETURN-CODE
005310         GOBACK
005320     END-IF.
005330     ADD 1 TO FC-MB-COUNT.
005340     MOVE FC-MB-COUNT TO FC-MB-SUB.
005350     MOVE FC-WORK-ACCOUNT-ID TO FC-MB-ACCOUNT-ID(FC-MB-SUB).
005360     MOVE FC-WORK-EMAIL TO FC-MB-NEW-EMAIL(FC-MB-SUB).
005370     MOVE FC-WORK-SOURCE TO FC-MB-SOURCE(FC-MB-SUB).
005380     MOVE FC-WORK-EXTERNAL-REF TO FC-MB-EXTERNAL-REF(FC-MB-SUB).
005390     MOVE FC-WORK-DECISION TO FC-MB-DECISION(FC-MB-SUB).
005400     MOVE ZERO TO FC-MB-DOMAIN-SUB(FC-MB-SUB).
005410     MOVE ZERO TO FC-MB-LOCAL-SUB(FC-MB-SUB).
005420     MOVE ZERO TO FC-MB-RANGE-SUB(FC-MB-SUB).
005430     MOVE "N" TO FC-MB-EXTRACT-SWITCH(FC-MB-SUB).
005440
005450     PERFORM 2150-SPLIT-ADDRESS THRU 2150-EXIT.
005460     IF FC-DOMAIN-PART NOT = SPACES
005470         PERFORM 2200-LOCATE-DOMAIN THRU 2200-EXIT
005480         MOVE FC-GROUP-SUB TO FC-MB-DOMAIN-SUB(FC-MB-SUB)
005490     END-IF.
005500     IF FC-NORM-LOCAL NOT = SPACES
005510         PERFORM 2210-LOCATE-LOCAL THRU 2210-EXIT
005520         MOVE FC-GROUP-SUB TO FC-MB-LOCAL-SUB(FC-MB-SUB)
005530     END-IF.
005540     IF FC-WORK-EXTERNAL-REF NOT = SPACES
005550         PERFORM 2170-BUILD-RANGE-KEY THRU 2170-EXIT
005560         PERFORM 2220-LOCATE-RANGE THRU 2220-EXIT
005570         MOVE FC-GROUP-SUB TO FC-MB-RANGE-SUB(FC-MB-SUB)
005580     END-IF.
005590
005600     MOVE "N" TO FC-DOM-SEEN-SWITCH.
005610     MOVE "N" TO FC-LOC-SEEN-SWITCH.
005620     MOVE "N" TO FC-RNG-SEEN-SWITCH.
005630     PERFORM 2120-CHECK-PRIOR-MEMBER THRU 2120-EXIT
005640         VARYING FC-PRIOR-SUB FROM 1 BY 1
005650         UNTIL FC-PRIOR-SUB NOT < FC-MB-SUB.
005660     IF FC-MB-DOMAIN-SUB(FC-MB-SUB) > ZERO
005670         AND NOT FC-DOM-ACCOUNT-SEEN
005680         ADD 1 TO FC-DOM-ACCOUNTS(FC-MB-DOMAIN-SUB(FC-MB-SUB))
005690     END-IF.
005700     IF FC-MB-LOCAL-SUB(FC-MB-SUB) > ZERO
005710         AND NOT FC-LOC-ACCOUNT-SEEN
005720         ADD 1 TO FC-LOC-ACCOUNTS(FC-MB-LOCAL-SUB(FC-MB-SUB))
005730     END-IF.
005740     IF FC-MB-RANGE-SUB(FC-MB-SUB) > ZERO
005750         AND NOT FC-RNG-ACCOUNT-SEEN
005760         ADD 1 TO FC-RNG-ACCOUNTS(FC-MB-RANGE-SUB(FC-MB-SUB))
005770     END-IF.
005780 2100-EXIT.
005790     EXIT.
005800
005810*================================================================
005820* 2120-CHECK-PRIOR-MEMBER
005830*================================================================
005840 2120-CHECK-PRIOR-MEMBER.
005850     IF FC-MB-ACCOUNT-ID(FC-PRIOR-SUB) NOT =
005860        FC-MB-ACCOUNT-ID(FC-MB-SUB)
005870         GO TO 2120-EXIT
005880     END-IF.
005890     IF FC-MB-DOMAIN-SUB(FC-PRIOR-SUB) =
005900        FC-MB-DOMAIN-SUB(FC-MB-SUB)
005910         SET FC-DOM-ACCOUNT-SEEN TO TRUE
005920     END-IF.
005930     IF FC-MB-LOCAL-SUB(FC-PRIOR-SUB) =
005940        FC-MB-LOCAL-SUB(FC-MB-SUB)
005950         SET FC-LOC-ACCOUNT-SEEN TO TRUE
005960     END-IF.
005970     IF FC-MB-RANGE-SUB(FC-PRIOR-SUB) =
005980        FC-MB-RANGE-SUB(FC-MB-SUB)
005990         SET FC-RNG-ACCOUNT-SEEN TO TRUE
006000     END-IF.
006010 2120-EXIT.
006020     EXIT.
006030
006040*================================================================
006050* 2150-SPLIT-ADDRESS
006060*     An address without exactly one "@" has no domain or
006070*     local part to group on - the nightly run rejects it on
006080*     syntax, and the reference range still catches it.
006090*================================================================
006100 2150-SPLIT-ADDRESS.
006110     MOVE ZERO TO FC-AT-COUNT.
006120     MOVE SPACES TO FC-LOCAL-PART.
006130     MOVE SPACES TO FC-DOMAIN-PART.
006140     MOVE SPACES TO FC-UNTAGGED-LOCAL.
006150     MOVE SPACES TO FC-NORM-LOCAL.
006160     MOVE ZERO TO FC-NORM-LENGTH.
006170     INSPECT FC-WORK-EMAIL TALLYING FC-AT-COUNT FOR ALL "@".
006180     IF FC-AT-COUNT NOT = 1
006190         GO TO 2150-EXIT
006200     END-IF.
006210     UNSTRING FC-WORK-EMAIL DELIMITED BY "@"
006220         INTO FC-LOCAL-PART
006230              FC-DOMAIN-PART
006240     END-UNSTRING.
006250     UNSTRING FC-LOCAL-PART DELIMITED BY "+"
006260         INTO FC-UNTAGGED-LOCAL
006270     END-UNSTRING.
006280     PERFORM 2160-SQUEEZE-LOCAL-CHAR THRU 2160-EXIT
006290         VARYING FC-CHAR-SUB FROM 1 BY 1
006300         UNTIL FC-CHAR-SUB > 64.
006310 2150-EXIT.
006320     EXIT.
006330
006340*================================================================
006350* 2160-SQUEEZE-LOCAL-CHAR
006360*     Copies the local part across without its dots, so
006370*     "j.smith" and "jsmith" group together.
006380*================================================================
006390 2160-SQUEEZE-LOCAL-CHAR.
006400     IF FC-UNTAGGED-LOCAL(FC-CHAR-SUB:1) = "."
006410         OR FC-UNTAGGED-LOCAL(FC-CHAR-SUB:1) = SPACE
006420         GO TO 2160-EXIT
006430     END-IF.
006440     ADD 1 TO FC-NORM-LENGTH.
006450     MOVE FC-UNTAGGED-LOCAL(FC-CHAR-SUB:1)
006460         TO FC-NORM-LOCAL(FC-NORM-LENGTH:1).
006470 2160-EXIT.
006480     EXIT.
006490
006500*================================================================
006510* 2170-BUILD-RANGE-KEY
006520*     The range is the source channel plus the reference with
006530*     its last FC-RANGE-WIDTH characters dropped.  A reference
006540*     no longer than the width is kept whole.
006550*================================================================
006560 2170-BUILD-RANGE-KEY.
006570     MOVE SPACES TO FC-RANGE-KEY.
006580     MOVE FC-WORK-SOURCE TO FC-RANGE-KEY-SOURCE.
006590     COMPUTE FC-REF-LENGTH = FUNCTION LENGTH(
006600         FUNCTION TRIM(FC-WORK-EXTERNAL-REF TRAILING)).
006610     IF FC-REF-LENGTH > FC-RANGE-WIDTH
006620         COMPUTE FC-PREFIX-LENGTH =
006630             FC-REF-LENGTH - FC-RANGE-WIDTH
006640     ELSE
006650         MOVE FC-REF-LENGTH TO FC-PREFIX-LENGTH
006660     END-IF.
006670     MOVE FC-WORK-EXTERNAL-REF(1:FC-PREFIX-LENGTH)
006680         TO FC-RANGE-KEY-PREFIX.
006690 2170-EXIT.
006700     EXIT.
006710
006720*================================================================
006730* 2200-LOCATE-DOMAIN
006740*     Finds or adds the group for FC-DOMAIN-PART; leaves its
006750*     subscript in FC-GROUP-SUB.  The group tables can never
006760*     outgrow the request table that feeds them.
006770*================================================================
006780 2200-LOCATE-DOMAIN.
006790     MOVE ZERO TO FC-GROUP-SUB.
006800     PERFORM 2205-MATCH-DOMAIN THRU 2205-EXIT
006810         VARYING FC-OTHER-SUB FROM 1 BY 1
006820         UNTIL FC-OTHER-SUB > FC-DOM-COUNT
006830         OR FC-GROUP-SUB > ZERO.
006840     IF FC-GROUP-SUB = ZERO
006850         ADD 1 TO FC-DOM-COUNT
006860         MOVE FC-DOM-COUNT TO FC-GROUP-SUB
006870         MOVE FC-DOMAIN-PART TO FC-DOM-KEY(FC-GROUP-SUB)
006880         MOVE ZERO TO FC-DOM-ACCOUNTS(FC-GROUP-SUB)
006890     END-IF.
006900 2200-EXIT.
006910     EXIT.
006920
006930*================================================================
006940* 2205-MATCH-DOMAIN
006950*================================================================
006960 2205-MATCH-DOMAIN.
006970     IF FC-DOM-KEY(FC-OTHER-SUB) = FC-DOMAIN-PART
006980         MOVE FC-OTHER-SUB TO FC-GROUP-SUB
006990     END-IF.
007000 2205-EXIT.
007010     EXIT.
007020
007030*================================================================
007040* 2210-LOCATE-LOCAL
007050*================================================================
007060 2210-LOCATE-LOCAL.
007070     MOVE ZERO TO FC-GROUP-SUB.
007080     PERFORM 2215-MATCH-LOCAL THRU 2215-EXIT
007090         VARYING FC-OTHER-SUB FROM 1 BY 1
007100         UNTIL FC-OTHER-SUB > FC-LOC-COUNT
007110         OR FC-GROUP-SUB > ZERO.
007120     IF FC-GROUP-SUB = ZERO
007130         ADD 1 TO FC-LOC-COUNT
007140         MOVE FC-LOC-COUNT TO FC-GROUP-SUB
007150         MOVE FC-NORM-LOCAL TO FC-LOC-KEY(FC-GROUP-SUB)
007160         MOVE ZERO TO FC-LOC-ACCOUNTS(FC-GROUP-SUB)
007170     END-IF.
007180 2210-EXIT.
007190     EXIT.
007200
007210*================================================================
007220* 2215-MATCH-LOCAL
007230*================================================================
007240 2215-MATCH-LOCAL.
007250     IF FC-LOC-KEY(FC-OTHER-SUB) = FC-NORM-LOCAL
007260         MOVE FC-OTHER-SUB TO FC-GROUP-SUB
007270     END-IF.
007280 2215-EXIT.
007290     EXIT.
007300
007310*================================================================
007320* 2220-LOCATE-RANGE
007330*================================================================
007340 2220-LOCATE-RANGE.
007350     MOVE ZERO TO FC-GROUP-SUB.
007360     PERFORM 2225-MATCH-RANGE THRU 2225-EXIT
007370         VARYING FC-OTHER-SUB FROM 1 BY 1
007380         UNTIL FC-OTHER-SUB > FC-RNG-COUNT
007390         OR FC-GROUP-SUB > ZERO.
007400     IF FC-GROUP-SUB = ZERO
007410         ADD 1 TO FC-RNG-COUNT
007420         MOVE FC-RNG-COUNT TO FC-GROUP-SUB
007430         MOVE FC-RANGE-KEY TO FC-RNG-KEY(FC-GROUP-SUB)
007440         MOVE ZERO TO FC-RNG-ACCOUNTS(FC-GROUP-SUB)
007450     END-IF.
007460 2220-EXIT.
007470     EXIT.
007480
007490*================================================================
007500* 2225-MATCH-RANGE
007510*================================================================
007520 2225-MATCH-RANGE.
007530     IF FC-RNG-KEY(FC-OTHER-SUB) = FC-RANGE-KEY
007540         MOVE FC-OTHER-SUB TO FC-GROUP-SUB
007550     END-IF.
007560 2225-EXIT.
007570     EXIT.
007580
007590*================================================================
007600* 2300-LOAD-DECISION
007610*     Tonight's decisions are matched to their requests so the
007620*     report shows what became of each one.  A request the
007630*     intake merge dropped never reached SWAPIN - its "D"
007640*     decision is the only record of it, and it joins the
007650*     groups like any other request; an attacker's losing
007660*     request is as telling as a winning one.  Work-down
007670*     decisions on older suspense items match no request of
007680*     tonight's and are passed over.
007690*================================================================
007700 2300-LOAD-DECISION.
007710     READ AUDIT-IN-FILE
007720         AT END
007730             SET FC-END-OF-FILE TO TRUE
007740             GO TO 2300-EXIT
007750     END-READ.
007760     IF AU-DECISION-DATE NOT = FC-BUSINESS-DATE
007770         OR AU-SOURCE-MIGRATION
007780         GO TO 2300-EXIT
007790     END-IF.
007800     ADD 1 TO FC-DECISION-COUNT.
007810     MOVE AU-ACCOUNT-ID TO FC-WORK-ACCOUNT-ID.
007820     MOVE FUNCTION LOWER-CASE(AU-NEW-EMAIL-ADDRESS)
007830         TO FC-WORK-EMAIL.
007840     MOVE AU-SOURCE-SYSTEM TO FC-WORK-SOURCE.
007850     MOVE AU-EXTERNAL-REF TO FC-WORK-EXTERNAL-REF.
007860     MOVE AU-DECISION TO FC-WORK-DECISION.
007870     PERFORM 2050-FIND-MEMBER THRU 2050-EXIT.
007880     IF FC-ENTRY-FOUND
007890         MOVE AU-DECISION TO FC-MB-DECISION(FC-FOUND-SUB)
007900         GO TO 2300-EXIT
007910     END-IF.
007920     IF AU-DECISION-DROPPED
007930         ADD 1 TO FC-DROPPED-COUNT
007940         PERFORM 2100-ADD-MEMBER THRU 2100-EXIT
007950     END-IF.
007960 2300-EXIT.
007970     EXIT.
007980
007990*================================================================
008000* 2500-REPORT-CLUSTERS
008010*     One section per grouping.  Every group at or over its
008020*     threshold is printed with its requests, and their
008030*     accounts go to the extract.
008040*================================================================
008050 2500-REPORT-CLUSTERS.
008060     SET FC-BY-DOMAIN TO TRUE.
008070     MOVE "NEW-ADDRESS DOMAIN" TO FC-SEC-TITLE.
008080     MOVE FC-DOMAIN-THRESHOLD TO FC-SEC-THRESHOLD.
008090     PERFORM 2510-WRITE-SECTION-LINE THRU 2510-EXIT.
008100     PERFORM 2520-CHECK-DOMAIN-GROUP THRU 2520-EXIT
008110         VARYING FC-GROUP-SUB FROM 1 BY 1
008120         UNTIL FC-GROUP-SUB > FC-DOM-COUNT.
008130
008140     SET FC-BY-LOCAL TO TRUE.
008150     MOVE "NORMALIZED LOCAL PART" TO FC-SEC-TITLE.
008160     MOVE FC-LOCAL-THRESHOLD TO FC-SEC-THRESHOLD.
008170     PERFORM 2510-WRITE-SECTION-LINE THRU 2510-EXIT.
008180     PERFORM 2530-CHECK-LOCAL-GROUP THRU 2530-EXIT
008190         VARYING FC-GROUP-SUB FROM 1 BY 1
008200         UNTIL FC-GROUP-SUB > FC-LOC-COUNT.
008210
008220     SET FC-BY-RANGE TO TRUE.
008230     MOVE "SOURCE / EXTERNAL-REF RANGE" TO FC-SEC-TITLE.
008240     MOVE FC-RANGE-THRESHOLD TO FC-SEC-THRESHOLD.
008250     PERFORM 2510-WRITE-SECTION-LINE THRU 2510-EXIT.
008260     PERFORM 2540-CHECK-RANGE-GROUP THRU 2540-EXIT
008270         VARYING FC-GROUP-SUB FROM 1 BY 1
008280         UNTIL FC-GROUP-SUB > FC-RNG-COUNT.
008290 2500-EXIT.
008300     EXIT.
008310
008320*================================================================
008330* 2510-WRITE-SECTION-LINE
008340*================================================================
008350 2510-WRITE-SECTION-LINE.
008360     MOVE SPACES TO REPORT-LINE.
008370     WRITE REPORT-LINE.
008380     MOVE FC-SECTION-LINE TO REPORT-LINE.
008390     WRITE REPORT-LINE.
008400 2510-EXIT.
008410     EXIT.
008420
008430*================================================================
008440* 2520-CHECK-DOMAIN-GROUP
008450*================================================================
008460 2520-CHECK-DOMAIN-GROUP.
008470     IF FC-DOM-ACCOUNTS(FC-GROUP-SUB) < FC-DOMAIN-THRESHOLD
008480         GO TO 2520-EXIT
008490     END-IF.
008500     ADD 1 TO FC-DOMAIN-FLAGGED-COUNT.
008510     MOVE FC-DOM-KEY(FC-GROUP-SUB) TO FC-CLU-KEY.
008520     MOVE FC-DOM-ACCOUNTS(FC-GROUP-SUB) TO FC-CLU-ACCOUNTS.
008530     PERFORM 2550-WRITE-CLUSTER THRU 2550-EXIT.
008540 2520-EXIT.
008550     EXIT.
008560
008570*================================================================
008580* 2530-CHECK-LOCAL-GROUP
008590*================================================================
008600 2530-CHECK-LOCAL-GROUP.
008610     IF FC-LOC-ACCOUNTS(FC-GROUP-SUB) < FC-LOCAL-THRESHOLD
008620         GO TO 2530-EXIT
008630     END-IF.
008640     ADD 1 TO FC-LOCAL-FLAGGED-COUNT.
008650     MOVE FC-LOC-KEY(FC-GROUP-SUB) TO FC-CLU-KEY.
008660     MOVE FC-LOC-ACCOUNTS(FC-GROUP-SUB) TO FC-CLU-ACCOUNTS.
008670     PERFORM 2550-WRITE-CLUSTER THRU 2550-EXIT.
008680 2530-EXIT.
008690     EXIT.
008700
008710*================================================================
008720* 2540-CHECK-RANGE-GROUP
008730*================================================================
008740 2540-CHECK-RANGE-GROUP.
008750     IF FC-RNG-ACCOUNTS(FC-GROUP-SUB) < FC-RANGE-THRESHOLD
008760         GO TO 2540-EXIT
008770     END-IF.
008780     ADD 1 TO FC-RANGE-FLAGGED-COUNT.
008790     MOVE FC-RNG-KEY(FC-GROUP-SUB) TO FC-CLU-KEY.
008800     MOVE FC-RNG-ACCOUNTS(FC-GROUP-SUB) TO FC-CLU-ACCOUNTS.
008810     PERFORM 2550-WRITE-CLUSTER THRU 2550-EXIT.
008820 2540-EXIT.
008830     EXIT.
008840
008850*================================================================
008860* 2550-WRITE-CLUSTER
008870*================================================================
008880 2550-WRITE-CLUSTER.
008890     MOVE FC-CLUSTER-LINE TO REPORT-LINE.
008900     WRITE REPORT-LINE.
008910     PERFORM 2560-WRITE-CLUSTER-MEMBER THRU 2560-EXIT
008920         VARYING FC-MB-SUB FROM 1 BY 1
008930         UNTIL FC-MB-SUB > FC-MB-COUNT.
008940 2550-EXIT.
008950     EXIT.
008960
008970*================================================================
008980* 2560-WRITE-CLUSTER-MEMBER
008990*================================================================
009000 2560-WRITE-CLUSTER-MEMBER.
009010     EVALUATE TRUE
009020         WHEN FC-BY-DOMAIN
009030             IF FC-MB-DOMAIN-SUB(FC-MB-SUB) NOT = FC-GROUP-SUB
009040                 GO TO 2560-EXIT
009050             END-IF
009060         WHEN FC-BY-LOCAL
009070             IF FC-MB-LOCAL-SUB(FC-MB-SUB) NOT = FC-GROUP-SUB
009080                 GO TO 2560-EXIT
009090             END-IF
009100         WHEN FC-BY-RANGE
009110             IF FC-MB-RANGE-SUB(FC-MB-SUB) NOT = FC-GROUP-SUB
009120                 GO TO 2560-EXIT
009130             END-IF
009140     END-EVALUATE.
009150
009160     MOVE FC-MB-ACCOUNT-ID(FC-MB-SUB) TO FC-MBL-ACCOUNT-ID.
009170     MOVE FC-MB-SOURCE(FC-MB-SUB) TO FC-MBL-SOURCE.
009180     MOVE FC-MB-EXTERNAL-REF(FC-MB-SUB) TO FC-MBL-REF.
009190     MOVE FC-MB-NEW-EMAIL(FC-MB-SUB) TO FC-MBL-EMAIL.
009200     EVALUATE FC-MB-DECISION(FC-MB-SUB)
009210         WHEN "A"
009220             MOVE "ACCEPTED" TO FC-MBL-DECISION
009230         WHEN "R"
009240             MOVE "REJECTED" TO FC-MBL-DECISION
009250         WHEN "Q"
009260             MOVE "REQUEUED" TO FC-MBL-DECISION
009270         WHEN "V"
009280             MOVE "REVERSED" TO FC-MBL-DECISION
009290         WHEN "D"
009300             MOVE "DROPPED" TO FC-MBL-DECISION
009310         WHEN OTHER
009320             MOVE "NO DECISION" TO FC-MBL-DECISION
009330     END-EVALUATE.
009340     PERFORM 2600-EXTRACT-ACCOUNT THRU 2600-EXIT.
009350     MOVE FC-MEMBER-LINE TO REPORT-LINE.
009360     WRITE REPORT-LINE.
009370 2560-EXIT.
009380     EXIT.
009390
009400*================================================================
009410* 2600-EXTRACT-ACCOUNT
009420*     Cuts one SET-RISK transaction per account, however many
009430*     clusters or requests it turns up in.  An account already
009440*     flagged, or not on the master, is left off - the desk
009450*     sees why on the member line.
009460*================================================================
009470 2600-EXTRACT-ACCOUNT.
009480     IF FC-MB-EXTRACTED(FC-MB-SUB)
009490         MOVE "LISTED ABOVE" TO FC-MBL-ACTION
009500         GO TO 2600-EXIT
009510     END-IF.
009520     PERFORM 2610-MARK-ACCOUNT THRU 2610-EXIT
009530         VARYING FC-OTHER-SUB FROM 1 BY 1
009540         UNTIL FC-OTHER-SUB > FC-MB-COUNT.
009550
009560     MOVE FC-MB-ACCOUNT-ID(FC-MB-SUB) TO AM-ACCOUNT-ID.
009570     READ ACCOUNT-MASTER-FILE
009580         KEY IS AM-ACCOUNT-ID
009590         INVALID KEY
009600             ADD 1 TO FC-NOT-ON-FILE-COUNT
009610             MOVE "NOT ON MASTER" TO FC-MBL-ACTION
009620             GO TO 2600-EXIT
009630     END-READ.
009640     IF AM-RISK-FLAGGED
009650         ADD 1 TO FC-ALREADY-FLAGGED-COUNT
009660         MOVE "ALREADY FLAGGED" TO FC-MBL-ACTION
009670         GO TO 2600-EXIT
009680     END-IF.
009690
009700     MOVE SPACES TO MAINT-TRANSACTION-RECORD.
009710     SET MT-ACTION-SET-RISK TO TRUE.
009720     MOVE FC-MB-ACCOUNT-ID(FC-MB-SUB) TO MT-ACCOUNT-ID.
009730     WRITE MAINT-TRANSACTION-RECORD.
009740     ADD 1 TO FC-EXTRACT-COUNT.
009750     MOVE "EXTRACTED" TO FC-MBL-ACTION.
009760 2600-EXIT.
009770     EXIT.
009780
009790*================================================================
009800* 2610-MARK-ACCOUNT
009810*================================================================
009820 2610-MARK-ACCOUNT.
009830     IF FC-MB-ACCOUNT-ID(FC-OTHER-SUB) =
009840        FC-MB-ACCOUNT-ID(FC-MB-SUB)
009850         SET FC-MB-EXTRACTED(FC-OTHER-SUB) TO TRUE
009860     END-IF.
009870 2610-EXIT.
009880     EXIT.
009890
009900*================================================================
009910* 3000-PRINT-SUMMARY
009920*================================================================
009930 3000-PRINT-SUMMARY.
009940     MOVE SPACES TO REPORT-LINE.
009950     WRITE REPORT-LINE.
009960     MOVE "SWAP REQUESTS READ" TO FC-SUM-LABEL.
009970     MOVE FC-REQUEST-COUNT TO FC-SUM-COUNT.
009980     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
009990     MOVE "  MIGRATION REQUESTS LEFT OUT" TO FC-SUM-LABEL.
010000     MOVE FC-MIGRATION-COUNT TO FC-SUM-COUNT.
010010     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
010020     MOVE "TONIGHT'S DECISIONS READ" TO FC-SUM-LABEL.
010030     MOVE FC-DECISION-COUNT TO FC-SUM-COUNT.
010040     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
010050     MOVE "  DROPPED REQUESTS ADDED" TO FC-SUM-LABEL.
010060     MOVE FC-DROPPED-COUNT TO FC-SUM-COUNT.
010070     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
010080     MOVE "REQUESTS GROUPED" TO FC-SUM-LABEL.
010090     MOVE FC-MB-COUNT TO FC-SUM-COUNT.
010100     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
010110     MOVE "CLUSTERS FLAGGED - DOMAIN" TO FC-SUM-LABEL.
010120     MOVE FC-DOMAIN-FLAGGED-COUNT TO FC-SUM-COUNT.
010130     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
010140     MOVE "CLUSTERS FLAGGED - LOCAL PART" TO FC-SUM-LABEL.
010150     MOVE FC-LOCAL-FLAGGED-COUNT TO FC-SUM-COUNT.
010160     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
010170     MOVE "CLUSTERS FLAGGED - REF RANGE" TO FC-SUM-LABEL.
010180     MOVE FC-RANGE-FLAGGED-COUNT TO FC-SUM-COUNT.
010190     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
010200     MOVE "ACCOUNTS EXTRACTED FOR SET-RISK" TO FC-SUM-LABEL.
010210     MOVE FC-EXTRACT-COUNT TO FC-SUM-COUNT.
010220     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
010230     MOVE "  ALREADY FLAGGED, NOT EXTRACTED" TO FC-SUM-LABEL.
010240     MOVE FC-ALREADY-FLAGGED-COUNT TO FC-SUM-COUNT.
010250     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
010260     MOVE "  NOT ON MASTER, NOT EXTRACTED" TO FC-SUM-LABEL.
010270     MOVE FC-NOT-ON-FILE-COUNT TO FC-SUM-COUNT.
010280     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
010290 3000-EXIT.
010300     EXIT.
010310
010320*================================================================
010330* 3100-WRITE-SUMMARY-LINE
010340*================================================================
010350 3100-WRITE-SUMMARY-LINE.
010360     MOVE FC-SUMMARY-LINE TO REPORT-LINE.
010370     WRITE REPORT-LINE.
010380 3100-EXIT.
010390     EXIT.
010400
010410*================================================================
010420* 4000-TERMINATE
010430*================================================================
010440 4000-TERMINATE.
010450     DISPLAY "FRAUDCLUSTER - REQUESTS GROUPED: " FC-MB-COUNT.
010460     DISPLAY "FRAUDCLUSTER - CLUSTERS FLAGGED: "
010470         FC-DOMAIN-FLAGGED-COUNT " / " FC-LOCAL-FLAGGED-COUNT
010480         " / " FC-RANGE-FLAGGED-COUNT.
010490     DISPLAY "FRAUDCLUSTER - ACCOUNTS EXTRACTED: "
010500         FC-EXTRACT-COUNT.
010510     CLOSE SWAP-REQUEST-FILE.
010520     CLOSE AUDIT-IN-FILE.
010530     CLOSE ACCOUNT-MASTER-FILE.
010540     CLOSE EXTRACT-FILE.
010550     CLOSE REPORT-FILE.
010560     IF FC-DOMAIN-FLAGGED-COUNT > ZERO
010570         OR FC-LOCAL-FLAGGED-COUNT > ZERO
010580         OR FC-RANGE-FLAGGED-COUNT > ZERO
010590         MOVE 4 TO RETURN-CODE
010600     ELSE
010610         MOVE ZERO TO RETURN-CODE
010620     END-IF.
010630 4000-EXIT.
010640     EXIT.
