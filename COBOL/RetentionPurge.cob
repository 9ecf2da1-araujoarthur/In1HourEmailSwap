000010*================================================================
000020* RETENTIONPURGE.COB
000030*
000040* PROGRAM-ID    : RetentionPurge
000050* AUTHOR        : R. MCALLISTER
000060* INSTALLATION  : DATA LIFECYCLE SERVICES
000070* DATE-WRITTEN  : 2026-10-15
000080* DATE-COMPILED :
000090*
000100* REMARKS.
000110*     Privacy retention purge.  An inactivated account used to
000120*     keep its email address forever, on the master and on
000130*     every file that ever carried it.  The retention schedule
000140*     says personal data on a terminated member goes after a
000150*     set number of years, given here on the PURGPARM record.
000160*
000170*     An account qualifies when it is inactive on ACCTMAST,
000180*     its AM-LAST-UPDATE-DATE is older than the retention
000190*     period, and the maintenance trail (MNTAUDIT) shows no
000200*     applied maintenance on it inside the period - its last
000210*     INACTIVATE stamp included.  An account inactivated
000220*     before the maintenance trail existed has no INACTIVATE
000230*     stamp and qualifies on its last-update date alone; the
000240*     certificate shows that.
000250*
000260*     Every address a qualifying account holds is replaced
000270*     with a fixed mask token on ACCTMAST and EMLHIST, and the
000280*     sequential files are copied through with the account's
000290*     addresses masked, in the pattern AcctMastMaint uses to
000300*     carry a re-key:  the live and archived audit trail
000310*     (AUDITIN/AUDITNEW, ARCHIN/ARCHOUT), the dropped-request
000320*     file (DROPIN/DROPOUT), suspense (SUSPIN/SUSPOUT), the
000330*     notification file (NOTIFIN/NOTIFOUT), the notification
000340*     retry file (RTRYIN/NOTIFRTY) and the maintenance trail
000350*     itself (MNTAUDIT/MNTNEW).  Account ids, decisions,
000360*     reasons and stamps are left exactly as they were, so
000370*     the trail still ties out.  A record filed under an id
000380*     since retired by CHANGE-ID is followed forward through
000390*     ACCTXREF to the id the account carries today, as the
000400*     back-out does.
000410*
000420*     Each account masked gets a PURGE maintenance audit
000430*     record, and the PURGRPT certificate lists the accounts
000440*     and the records masked on each file.  An account masked
000450*     by an earlier run is masked again wherever its address
000460*     has reappeared (a restored archive), but is not listed
000470*     or audited a second time - it is known by the token on
000480*     its master record, not carried in the purge table, so
000490*     however many accounts earlier runs have masked the
000500*     table holds only this run's candidates.  The job is
000510*     safe to rerun.
000520*
000530* MODIFICATION HISTORY.
000540*     2026-10-15  RM  Original version.
000550*================================================================
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. RetentionPurge.
000580 AUTHOR. R. MCALLISTER.
000590 INSTALLATION. DATA LIFECYCLE SERVICES.
000600 DATE-WRITTEN. 2026-10-15.
000610 DATE-COMPILED.
000620
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT PURGE-PARM-FILE ASSIGN TO PURGPARM
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS RP-PARM-IN-STATUS.
000690
000700     SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMAST
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS AM-ACCOUNT-ID
000740         ALTERNATE RECORD KEY IS AM-EMAIL-ADDRESS
000750             WITH DUPLICATES
000760         FILE STATUS IS RP-ACCT-MAST-STATUS.
000770
000780     SELECT EMAIL-HISTORY-FILE ASSIGN TO EMLHIST
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS EH-HISTORY-KEY
000820         FILE STATUS IS RP-EMLHIST-STATUS.
000830
000840     SELECT ACCOUNT-XREF-FILE ASSIGN TO ACCTXREF
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS XR-XREF-KEY
000880         FILE STATUS IS RP-XREF-STATUS.
000890
000900     SELECT MAINT-AUDIT-FILE ASSIGN TO MNTAUDIT
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS RP-MAINT-IN-STATUS.
000930
000940     SELECT MAINT-AUDIT-NEW-FILE ASSIGN TO MNTNEW
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS RP-MAINT-NEW-STATUS.
000970
000980     SELECT AUDIT-IN-FILE ASSIGN TO AUDITIN
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS RP-AUDIT-IN-STATUS.
001010
001020     SELECT AUDIT-NEW-FILE ASSIGN TO AUDITNEW
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS RP-AUDIT-NEW-STATUS.
001050
001060     SELECT ARCHIVE-IN-FILE ASSIGN TO ARCHIN
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS RP-ARCH-IN-STATUS.
001090
001100     SELECT ARCHIVE-OUT-FILE ASSIGN TO ARCHOUT
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS RP-ARCH-OUT-STATUS.
001130
001140     SELECT DROPPED-IN-FILE ASSIGN TO DROPIN
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS RP-DROP-IN-STATUS.
001170
001180     SELECT DROPPED-OUT-FILE ASSIGN TO DROPOUT
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS RP-DROP-OUT-STATUS.
001210
001220     SELECT SUSPENSE-IN-FILE ASSIGN TO SUSPIN
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS RP-SUSP-IN-STATUS.
001250
001260     SELECT SUSPENSE-OUT-FILE ASSIGN TO SUSPOUT
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS RP-SUSP-OUT-STATUS.
001290
001300     SELECT NOTIFY-IN-FILE ASSIGN TO NOTIFIN
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS RP-NOTIF-IN-STATUS.
001330
001340     SELECT NOTIFY-OUT-FILE ASSIGN TO NOTIFOUT
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS RP-NOTIF-OUT-STATUS.
001370
001380     SELECT RETRY-IN-FILE ASSIGN TO RTRYIN
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS RP-RETRY-IN-STATUS.
001410
001420     SELECT RETRY-OUT-FILE ASSIGN TO NOTIFRTY
001430         ORGANIZATION IS LINE SEQUENTIAL
001440         FILE STATUS IS RP-RETRY-OUT-STATUS.
001450
001460     SELECT REPORT-FILE ASSIGN TO PURGRPT
001470         ORGANIZATION IS LINE SEQUENTIAL
001480         FILE STATUS IS RP-REPORT-OUT-STATUS.
001490
001500     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
001510         ORGANIZATION IS LINE SEQUENTIAL
001520         FILE STATUS IS RP-BUSDATE-STATUS.
001530
001540 DATA DIVISION.
001550 FILE SECTION.
001560 FD  PURGE-PARM-FILE
001570     RECORDING MODE IS F.
001580 01  PURGE-PARM-RECORD.
001590     05  PP-RETENTION-YEARS       PIC 9(02).
001600
001610 FD  ACCOUNT-MASTER-FILE.
001620     COPY ACCTMAS.
001630
001640 FD  EMAIL-HISTORY-FILE.
001650     COPY EMLHIST.
001660
001670 FD  ACCOUNT-XREF-FILE.
001680     COPY ACCTXREF.
001690
001700 FD  MAINT-AUDIT-FILE
001710     RECORDING MODE IS F.
001720 01  MAINT-AUDIT-IN-RECORD        PIC X(313).
001730
001740 FD  MAINT-AUDIT-NEW-FILE
001750     RECORDING MODE IS F.
001760 01  MAINT-AUDIT-NEW-RECORD       PIC X(313).
001770
001780 FD  AUDIT-IN-FILE
001790     RECORDING MODE IS F.
001800 01  AUDIT-IN-RECORD              PIC X(572).
001810
001820 FD  AUDIT-NEW-FILE
001830     RECORDING MODE IS F.
001840 01  AUDIT-NEW-RECORD             PIC X(572).
001850
001860 FD  ARCHIVE-IN-FILE
001870     RECORDING MODE IS F.
001880 01  ARCHIVE-IN-RECORD            PIC X(572).
001890
001900 FD  ARCHIVE-OUT-FILE
001910     RECORDING MODE IS F.
001920 01  ARCHIVE-OUT-RECORD           PIC X(572).
001930
001940 FD  DROPPED-IN-FILE
001950     RECORDING MODE IS F.
001960 01  DROPPED-IN-RECORD            PIC X(560).
001970
001980 FD  DROPPED-OUT-FILE
001990     RECORDING MODE IS F.
002000 01  DROPPED-OUT-RECORD           PIC X(560).
002010
002020 FD  SUSPENSE-IN-FILE
002030     RECORDING MODE IS F.
002040 01  SUSPENSE-IN-RECORD           PIC X(579).
002050
002060 FD  SUSPENSE-OUT-FILE
002070     RECORDING MODE IS F.
002080 01  SUSPENSE-OUT-RECORD          PIC X(579).
002090
002100 FD  NOTIFY-IN-FILE
002110     RECORDING MODE IS F.
002120 01  NOTIFY-IN-RECORD             PIC X(536).
002130
002140 FD  NOTIFY-OUT-FILE
002150     RECORDING MODE IS F.
002160 01  NOTIFY-OUT-RECORD            PIC X(536).
002170
002180 FD  RETRY-IN-FILE
002190     RECORDING MODE IS F.
002200 01  RETRY-IN-RECORD              PIC X(536).
002210
002220 FD  RETRY-OUT-FILE
002230     RECORDING MODE IS F.
002240 01  RETRY-OUT-RECORD             PIC X(536).
002250
002260 FD  REPORT-FILE
002270     RECORDING MODE IS F.
002280 01  REPORT-LINE                  PIC X(132).
002290
002300 FD  BUSINESS-DATE-FILE
002310     RECORDING MODE IS F.
002320     COPY BUSDATE.
002330
002340 WORKING-STORAGE SECTION.
002350*----------------------------------------------------------------
002360* Working fields for RetentionPurge - app prefix RP-.
002370*----------------------------------------------------------------
002380 77  RP-JOB-SEVERITY              PIC 9(01)   VALUE ZERO.
002390 77  RP-SEQUENCE-NBR              PIC 9(08)   VALUE ZERO.
002400 77  RP-ACCOUNT-COUNT             PIC 9(07)   VALUE ZERO.
002410 77  RP-INACTIVE-COUNT            PIC 9(07)   VALUE ZERO.
002420 77  RP-WITHIN-PERIOD-COUNT       PIC 9(07)   VALUE ZERO.
002430 77  RP-RECENT-MAINT-COUNT        PIC 9(07)   VALUE ZERO.
002440 77  RP-PRIOR-COUNT               PIC 9(07)   VALUE ZERO.
002450 77  RP-PURGED-COUNT              PIC 9(07)   VALUE ZERO.
002460 77  RP-FAILED-COUNT              PIC 9(07)   VALUE ZERO.
002470 77  RP-HIST-MASKED-COUNT         PIC 9(07)   VALUE ZERO.
002480 77  RP-ACCT-HIST-COUNT           PIC 9(05)   VALUE ZERO.
002490 77  RP-MAINT-MASKED-COUNT        PIC 9(07)   VALUE ZERO.
002500 77  RP-AUDIT-MASKED-COUNT        PIC 9(07)   VALUE ZERO.
002510 77  RP-ARCH-MASKED-COUNT         PIC 9(07)   VALUE ZERO.
002520 77  RP-DROP-MASKED-COUNT         PIC 9(07)   VALUE ZERO.
002530 77  RP-SUSP-MASKED-COUNT         PIC 9(07)   VALUE ZERO.
002540 77  RP-NOTIF-MASKED-COUNT        PIC 9(07)   VALUE ZERO.
002550 77  RP-RETRY-MASKED-COUNT        PIC 9(07)   VALUE ZERO.
002560 77  RP-HOP-COUNT                 PIC 9(02)   VALUE ZERO.
002570 77  RP-MAX-HOPS                  PIC 9(02)   VALUE 20.
002580
002590 COPY MNTAUDIT.
002600
002610 COPY AUDITREC.
002620
002630 COPY DROPREQ.
002640
002650 COPY SUSPREC.
002660
002670 COPY NOTIFREC.
002680
002690 01  RP-PARM-IN-STATUS            PIC X(02).
002700     88  RP-PARM-IN-OK            VALUE "00".
002710
002720 01  RP-ACCT-MAST-STATUS          PIC X(02).
002730     88  RP-ACCT-MAST-OK          VALUE "00".
002740
002750 01  RP-EMLHIST-STATUS            PIC X(02).
002760     88  RP-EMLHIST-OK            VALUE "00".
002770
002780 01  RP-XREF-STATUS               PIC X(02).
002790     88  RP-XREF-OK               VALUE "00".
002800     88  RP-XREF-NOT-FOUND        VALUE "35".
002810
002820 01  RP-MAINT-IN-STATUS           PIC X(02).
002830     88  RP-MAINT-IN-OK           VALUE "00".
002840
002850 01  RP-MAINT-NEW-STATUS          PIC X(02).
002860     88  RP-MAINT-NEW-OK          VALUE "00".
002870
002880 01  RP-AUDIT-IN-STATUS           PIC X(02).
002890     88  RP-AUDIT-IN-OK           VALUE "00".
002900
002910 01  RP-AUDIT-NEW-STATUS          PIC X(02).
002920     88  RP-AUDIT-NEW-OK          VALUE "00".
002930
002940 01  RP-ARCH-IN-STATUS            PIC X(02).
002950     88  RP-ARCH-IN-OK            VALUE "00".
002960
002970 01  RP-ARCH-OUT-STATUS           PIC X(02).
002980     88  RP-ARCH-OUT-OK           VALUE "00".
002990
003000 01  RP-DROP-IN-STATUS            PIC X(02).
003010     88  RP-DROP-IN-OK            VALUE "00".
003020
003030 01  RP-DROP-OUT-STATUS           PIC X(02).
003040     88  RP-DROP-OUT-OK           VALUE "00".
003050
003060 01  RP-SUSP-IN-STATUS            PIC X(02).
003070     88  RP-SUSP-IN-OK            VALUE "00".
003080
003090 01  RP-SUSP-OUT-STATUS           PIC X(02).
003100     88  RP-SUSP-OUT-OK           VALUE "00".
003110
003120 01  RP-NOTIF-IN-STATUS           PIC X(02).
003130     88  RP-NOTIF-IN-OK           VALUE "00".
003140
003150 01  RP-NOTIF-OUT-STATUS          PIC X(02).
003160     88  RP-NOTIF-OUT-OK          VALUE "00".
003170
003180 01  RP-RETRY-IN-STATUS           PIC X(02).
003190     88  RP-RETRY-IN-OK           VALUE "00".
003200
003210 01  RP-RETRY-OUT-STATUS          PIC X(02).
003220     88  RP-RETRY-OUT-OK          VALUE "00".
003230
003240 01  RP-REPORT-OUT-STATUS         PIC X(02).
003250     88  RP-REPORT-OUT-OK         VALUE "00".
003260
003270 01  RP-BUSDATE-STATUS            PIC X(02).
003280     88  RP-BUSDATE-OK            VALUE "00".
003290
003300 01  RP-BUSINESS-DATE             PIC 9(08).
003310 01  RP-CURRENT-TIME              PIC 9(08).
003320
003330*----------------------------------------------------------------
003340* An account last touched before the cutoff date has been
003350* inactive longer than the retention period.  A cutoff that
003360* lands on 29 February of a common year is taken back to the
003370* 28th - a day early, never a day late.
003380*----------------------------------------------------------------
003390 01  RP-CUTOFF-DATE               PIC 9(08).
003400 01  RP-CUTOFF-PARTS REDEFINES RP-CUTOFF-DATE.
003410     05  RP-CUTOFF-YEAR           PIC 9(04).
003420     05  RP-CUTOFF-MMDD           PIC 9(04).
003430
003440*----------------------------------------------------------------
003450* The fixed token every purged address is replaced with
003460* (PURGMASK.CPY) - shared with AcctMastVerify, which tells a
003470* purged account from a damaged address by it.
003480*----------------------------------------------------------------
003490 COPY PURGMASK.
003500
003510 01  RP-MASK-WORK                 PIC X(256).
003520
003530 01  RP-CHECK-ID                  PIC X(10).
003540 01  RP-CHECK-STAMP.
003550     05  RP-CHECK-DATE            PIC 9(08).
003560     05  RP-CHECK-TIME            PIC 9(06).
003570
003580 01  RP-RESOLVE-ID                PIC X(10).
003590 01  RP-RESOLVE-STAMP.
003600     05  RP-RESOLVE-DATE          PIC 9(08).
003610     05  RP-RESOLVE-TIME          PIC 9(06).
003620
003630*----------------------------------------------------------------
003640* Inactive accounts past the period, in account-id order as
003650* the master is read - so the table is searched with SEARCH
003660* ALL.  Accounts masked by an earlier run are not tabled.  A run
003670* that fills it stops selecting and leaves the rest for the
003680* next run; nothing beyond the table is touched.
003690*----------------------------------------------------------------
003700 01  RP-PURGE-TABLE-AREA.
003710     05  RP-PG-COUNT              PIC 9(05) VALUE ZERO.
003720     05  RP-PG-ENTRY OCCURS 1 TO 50000 TIMES
003730             DEPENDING ON RP-PG-COUNT
003740             ASCENDING KEY IS RP-PG-ACCOUNT-ID
003750             INDEXED BY RP-PG-IDX.
003760         10  RP-PG-ACCOUNT-ID     PIC X(10).
003770         10  RP-PG-STATE          PIC X(01).
003780             88  RP-PG-CANDIDATE  VALUE "C".
003790             88  RP-PG-RECENT     VALUE "K".
003800             88  RP-PG-FAILED     VALUE "F".
003810             88  RP-PG-MASKED     VALUE "M".
003820         10  RP-PG-INACT-DATE     PIC 9(08).
003830         10  RP-PG-LAST-UPD-DATE  PIC 9(08).
003840
003850 01  RP-SWITCHES.
003860     05  RP-EOF-SWITCH            PIC X(01)   VALUE "N".
003870         88  RP-END-OF-FILE       VALUE "Y".
003880     05  RP-PASS-EOF-SWITCH       PIC X(01)   VALUE "N".
003890         88  RP-PASS-END-OF-FILE  VALUE "Y".
003900     05  RP-XREF-SWITCH           PIC X(01)   VALUE "Y".
003910         88  RP-XREF-ON-FILE      VALUE "Y".
003920     05  RP-CHAIN-SWITCH          PIC X(01)   VALUE "N".
003930         88  RP-CHAIN-DONE        VALUE "Y".
003940     05  RP-MATCH-SWITCH          PIC X(01)   VALUE "N".
003950         88  RP-ACCOUNT-MATCHED   VALUE "Y".
003960     05  RP-PURGE-SWITCH          PIC X(01)   VALUE "N".
003970         88  RP-ACCOUNT-PURGED    VALUE "Y".
003980     05  RP-CHANGED-SWITCH        PIC X(01)   VALUE "N".
003990         88  RP-RECORD-CHANGED    VALUE "Y".
004000     05  RP-HIST-SCAN-SWITCH      PIC X(01)   VALUE "N".
004010         88  RP-HIST-SCAN-DONE    VALUE "Y".
004020     05  RP-TABLE-FULL-SWITCH     PIC X(01)   VALUE "N".
004030         88  RP-TABLE-FULL        VALUE "Y".
004040
004050 01  RP-HEADING-1.
004060     05  FILLER                   PIC X(30)
004070         VALUE "PRIVACY RETENTION PURGE - CERT".
004080     05  FILLER                   PIC X(20)
004090         VALUE "IFICATE OF MASKING".
004100
004110 01  RP-HEADING-2.
004120     05  FILLER                   PIC X(16)
004130         VALUE "REPORT DATE :   ".
004140     05  RP-HDG-DATE              PIC 9(08).
004150
004160 01  RP-HEADING-3.
004170     05  FILLER                   PIC X(20)
004180         VALUE "RETENTION YEARS :   ".
004190     05  RP-HDG-YEARS             PIC Z9.
004200     05  FILLER                   PIC X(24)
004210         VALUE "    INACTIVE BEFORE :   ".
004220     05  RP-HDG-CUTOFF            PIC 9(08).
004230
004240 01  RP-DETAIL-LINE.
004250     05  FILLER             PIC X(14) VALUE "PURGED    ACCT".
004260     05  FILLER             PIC X(02) VALUE SPACES.
004270     05  RP-DTL-ACCOUNT-ID  PIC X(10).
004280     05  FILLER             PIC X(15) VALUE "  INACTIVATED: ".
004290     05  RP-DTL-INACT-DATE  PIC X(11).
004300     05  FILLER             PIC X(15) VALUE "  LAST UPDATE: ".
004310     05  RP-DTL-LAST-UPD    PIC 9(08).
004320     05  FILLER             PIC X(16) VALUE "  HISTORY ROWS: ".
004330     05  RP-DTL-HIST-COUNT  PIC ZZ,ZZ9.
004340
004350 01  RP-SUMMARY-LINE.
004360     05  RP-SUM-LABEL             PIC X(40).
004370     05  RP-SUM-COUNT             PIC ZZZ,ZZ9.
004380
004390 01  RP-CERTIFY-LINE-1.
004400     05  FILLER                   PIC X(40)
004410         VALUE "EVERY EMAIL ADDRESS HELD BY THE ACCOUNTS".
004420     05  FILLER                   PIC X(40)
004430         VALUE " LISTED ABOVE HAS BEEN REPLACED WITH THE".
004440     05  FILLER                   PIC X(40)
004450         VALUE " MASK TOKEN ON THE FILES COUNTED ABOVE. ".
004460
004470 01  RP-CERTIFY-LINE-2.
004480     05  FILLER                   PIC X(40)
004490         VALUE "ACCOUNT IDS, DECISIONS AND STAMPS ARE RE".
004500     05  FILLER                   PIC X(40)
004510         VALUE "TAINED.  EACH ACCOUNT CARRIES A PURGE MA".
004520     05  FILLER                   PIC X(26)
004530         VALUE "INTENANCE AUDIT RECORD.".
004540
004550 01  RP-WITHHELD-LINE.
004560     05  FILLER                   PIC X(40)
004570         VALUE "CERTIFICATION WITHHELD - FAILURES ON THE".
004580     05  FILLER                   PIC X(40)
004590         VALUE " JOB LOG MUST BE CLEARED AND THE JOB RER".
004600     05  FILLER                   PIC X(04)
004610         VALUE "UN.".
004620
004630 PROCEDURE DIVISION.
004640*================================================================
004650* 0000-MAINLINE
004660*================================================================
004670 0000-MAINLINE.
004680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004690     PERFORM 2000-SELECT-ACCOUNT THRU 2000-EXIT
004700         UNTIL RP-END-OF-FILE.
004710     PERFORM 2300-SCREEN-MAINT-AUDIT THRU 2300-EXIT.
004720     PERFORM 2500-PURGE-ACCOUNT THRU 2500-EXIT
004730         VARYING RP-PG-IDX FROM 1 BY 1
004740         UNTIL RP-PG-IDX > RP-PG-COUNT.
004750     PERFORM 2700-CARRY-FILES THRU 2700-EXIT.
004760     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
004770     PERFORM 4000-TERMINATE THRU 4000-EXIT.
004780     GOBACK.
004790
004800*================================================================
004810* 1000-INITIALIZE
004820*     Every file the purge touches is opened here, before the
004830*     master is changed - a run that cannot reach one of them
004840*     must stop before an address is masked that it could not
004850*     then mask everywhere else.
004860*================================================================
004870 1000-INITIALIZE.
004880     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
004890     PERFORM 1100-READ-PARM THRU 1100-EXIT.
004900     ACCEPT RP-CURRENT-TIME FROM TIME.
004910
004920     OPEN I-O ACCOUNT-MASTER-FILE.
004930     IF NOT RP-ACCT-MAST-OK
004940         DISPLAY "RETENTIONPURGE - UNABLE TO OPEN ACCTMAST, "
004950             "STATUS = " RP-ACCT-MAST-STATUS
004960         MOVE 16 TO RETURN-CODE
004970         GOBACK
004980     END-IF.
004990
005000     OPEN I-O EMAIL-HISTORY-FILE.
005010     IF NOT RP-EMLHIST-OK
005020         DISPLAY "RETENTIONPURGE - UNABLE TO OPEN EMLHIST, "
005030             "STATUS = " RP-EMLHIST-STATUS
005040         MOVE 16 TO RETURN-CODE
005050         GOBACK
005060     END-IF.
005070
005080*    No cross-reference yet (status 35) just means no account
005090*    has ever been re-keyed - there is nothing to follow.
005100     OPEN INPUT ACCOUNT-XREF-FILE.
005110     IF RP-XREF-NOT-FOUND
005120         MOVE "N" TO RP-XREF-SWITCH
005130     ELSE
005140         IF NOT RP-XREF-OK
005150             DISPLAY "RETENTIONPURGE - UNABLE TO OPEN "
005160                 "ACCTXREF, STATUS = " RP-XREF-STATUS
005170             MOVE 16 TO RETURN-CODE
005180             GOBACK
005190         END-IF
005200     END-IF.
005210
005220     OPEN INPUT MAINT-AUDIT-FILE.
005230     IF NOT RP-MAINT-IN-OK
005240         DISPLAY "RETENTIONPURGE - UNABLE TO OPEN MNTAUDIT, "
005250             "STATUS = " RP-MAINT-IN-STATUS
005260         MOVE 16 TO RETURN-CODE
005270         GOBACK
005280     END-IF.
005290
005300     OPEN OUTPUT MAINT-AUDIT-NEW-FILE.
005310     IF NOT RP-MAINT-NEW-OK
005320         DISPLAY "RETENTIONPURGE - UNABLE TO OPEN MNTNEW, "
005330             "STATUS = " RP-MAINT-NEW-STATUS
005340         MOVE 16 TO RETURN-CODE
005350         GOBACK
005360     END-IF.
005370
005380     OPEN INPUT AUDIT-IN-FILE.
005390     IF NOT RP-AUDIT-IN-OK
005400         DISPLAY "RETENTIONPURGE - UNABLE TO OPEN AUDITIN, "
005410             "STATUS = " RP-AUDIT-IN-STATUS
005420         MOVE 16 TO RETURN-CODE
005430         GOBACK
005440     END-IF.
005450
005460     OPEN OUTPUT AUDIT-NEW-FILE.
005470     IF NOT RP-AUDIT-NEW-OK
005480         DISPLAY "RETENTIONPURGE - UNABLE TO OPEN AUDITNEW, "
005490             "STATUS = " RP-AUDIT-NEW-STATUS
005500         MOVE 16 TO RETURN-CODE
005510         GOBACK
005520     END-IF.
005530
005540     OPEN INPUT ARCHIVE-IN-FILE.
005550     IF NOT RP-ARCH-IN-OK
005560         DISPLAY "RETENTIONPURGE - UNABLE TO OPEN ARCHIN, "
005570             "STATUS = " RP-ARCH-IN-STATUS
005580         MOVE 16 TO RETURN-CODE
005590         GOBACK
005600     END-IF.
005610
005620     OPEN OUTPUT ARCHIVE-OUT-FILE.
005630     IF NOT RP-ARCH-OUT-OK
005640         DISPLAY "RETENTIONPURGE - UNABLE TO OPEN ARCHOUT, "
005650             "STATUS = " RP-ARCH-OUT-STATUS
005660         MOVE 16 TO RETURN-CODE
005670         GOBACK
005680     END-IF.
005690
005700     OPEN INPUT DROPPED-IN-FILE.
005710     IF NOT RP-DROP-IN-OK
005720         DISPLAY "RETENTIONPURGE - UNABLE TO OPEN DROPIN, "
005730             "STATUS = " RP-DROP-IN-STATUS
005740         MOVE 16 TO RETURN-CODE
005750         GOBACK
005760     END-IF.
005770
005780     OPEN OUTPUT DROPPED-OUT-FILE.
005790     IF NOT RP-DROP-OUT-OK
005800         DISPLAY "RETENTIONPURGE - UNABLE TO OPEN DROPOUT, "
005810             "STATUS = " RP-DROP-OUT-STATUS
005820         MOVE 16 TO RETURN-CODE
005830         GOBACK
005840     END-IF.
005850
005860     OPEN INPUT SUSPENSE-IN-FILE.
005870     IF NOT RP-SUSP-IN-OK
005880         DISPLAY "RETENTIONPURGE - UNABLE TO OPEN SUSPIN, "
005890             "STATUS = " RP-SUSP-IN-STATUS
005900         MOVE 16 TO RETURN-CODE
005910         GOBACK
005920     END-IF.
005930
005940     OPEN OUTPUT SUSPENSE-OUT-FILE.
005950     IF NOT RP-SUSP-OUT-OK
005960         DISPLAY "RETENTIONPURGE - UNABLE TO OPEN SUSPOUT, "
005970             "STATUS = " RP-SUSP-OUT-STATUS
005980         MOVE 16 TO RETURN-CODE
005990         GOBACK
006000     END-IF.
006010
006020     OPEN INPUT NOTIFY-IN-FILE.
006030     IF NOT RP-NOTIF-IN-OK
006040         DISPLAY "RETENTIONPURGE - UNABLE TO OPEN NOTIFIN, "
006050             "STATUS = " RP-NOTIF-IN-STATUS
006060         MOVE 16 TO RETURN-CODE
006070         GOBACK
006080     END-IF.
006090
006100     OPEN OUTPUT NOTIFY-OUT-FILE.
006110     IF NOT RP-NOTIF-OUT-OK
006120         DISPLAY "RETENTIONPURGE - UNABLE TO OPEN NOTIFOUT, "
006130             "STATUS = " RP-NOTIF-OUT-STATUS
006140         MOVE 16 TO RETURN-CODE
006150         GOBACK
006160     END-IF.
006170
006180     OPEN INPUT RETRY-IN-FILE.
006190     IF NOT RP-RETRY-IN-OK
006200         DISPLAY "RETENTIONPURGE - UNABLE TO OPEN RTRYIN, "
006210             "STATUS = " RP-RETRY-IN-STATUS
006220         MOVE 16 TO RETURN-CODE
006230         GOBACK
006240     END-IF.
006250
006260     OPEN OUTPUT RETRY-OUT-FILE.
006270     IF NOT RP-RETRY-OUT-OK
006280         DISPLAY "RETENTIONPURGE - UNABLE TO OPEN NOTIFRTY, "
006290             "STATUS = " RP-RETRY-OUT-STATUS
006300         MOVE 16 TO RETURN-CODE
006310         GOBACK
006320     END-IF.
006330
006340     OPEN OUTPUT REPORT-FILE.
006350     IF NOT RP-REPORT-OUT-OK
006360         DISPLAY "RETENTIONPURGE - UNABLE TO OPEN PURGRPT, "
006370             "STATUS = " RP-REPORT-OUT-STATUS
006380         MOVE 16 TO RETURN-CODE
006390         GOBACK
006400     END-IF.
006410
006420     MOVE RP-HEADING-1 TO REPORT-LINE.
006430     WRITE REPORT-LINE.
006440     MOVE RP-BUSINESS-DATE TO RP-HDG-DATE.
006450     MOVE RP-HEADING-2 TO REPORT-LINE.
006460     WRITE REPORT-LINE.
006470     MOVE PP-RETENTION-YEARS TO RP-HDG-YEARS.
006480     MOVE RP-CUTOFF-DATE TO RP-HDG-CUTOFF.
006490     MOVE RP-HEADING-3 TO REPORT-LINE.
006500     WRITE REPORT-LINE.
006510     MOVE SPACES TO REPORT-LINE.
006520     WRITE REPORT-LINE.
006530
006540     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
006550 1000-EXIT.
006560     EXIT.
006570
006580*================================================================
006590* 1050-READ-BUSINESS-DATE
006600*     Takes the processing date from the business-date control
006610*     file (BUSDATE.CPY) instead of the wall clock, as every
006620*     job in the nightly flow does.  A missing or unusable
006630*     control record stops the run rather than measure the
006640*     retention period from the wrong day.
006650*================================================================
006660 1050-READ-BUSINESS-DATE.
006670     OPEN INPUT BUSINESS-DATE-FILE.
006680     IF NOT RP-BUSDATE-OK
006690         DISPLAY "RETENTIONPURGE - UNABLE TO OPEN BUSDATE, "
006700             "STATUS = " RP-BUSDATE-STATUS
006710         MOVE 16 TO RETURN-CODE
006720         GOBACK
006730     END-IF.
006740     READ BUSINESS-DATE-FILE
006750         AT END
006760             MOVE SPACES TO BUSINESS-DATE-RECORD
006770     END-READ.
006780     CLOSE BUSINESS-DATE-FILE.
006790     IF BD-BUSINESS-DATE NOT NUMERIC
006800         DISPLAY "RETENTIONPURGE - BUSDATE RECORD MISSING OR "
006810             "NOT NUMERIC: " BUSINESS-DATE-RECORD
006820         MOVE 16 TO RETURN-CODE
006830         GOBACK
006840     END-IF.
006850     MOVE BD-BUSINESS-DATE TO RP-BUSINESS-DATE.
006860 1050-EXIT.
006870     EXIT.
006880
006890*================================================================
006900* 1100-READ-PARM
006910*     The retention period is required and must be at least a
006920*     year - a missing or zero period would purge every
006930*     inactive account on file, which is not a mistake that
006940*     can be undone.
006950*================================================================
006960 1100-READ-PARM.
006970     OPEN INPUT PURGE-PARM-FILE.
006980     IF NOT RP-PARM-IN-OK
006990         DISPLAY "RETENTIONPURGE - UNABLE TO OPEN PURGPARM, "
007000             "STATUS = " RP-PARM-IN-STATUS
007010         MOVE 16 TO RETURN-CODE
007020         GOBACK
007030     END-IF.
007040     READ PURGE-PARM-FILE
007050         AT END
007060             MOVE SPACES TO PURGE-PARM-RECORD
007070     END-READ.
007080     CLOSE PURGE-PARM-FILE.
007090     IF PP-RETENTION-YEARS NOT NUMERIC
007100         OR PP-RETENTION-YEARS = ZERO
007110         DISPLAY "RETENTIONPURGE - PURGPARM RETENTION YEARS "
007120             "MISSING OR INVALID: " PURGE-PARM-RECORD
007130         MOVE 16 TO RETURN-CODE
007140         GOBACK
007150     END-IF.
007160     COMPUTE RP-CUTOFF-DATE =
007170         RP-BUSINESS-DATE - PP-RETENTION-YEARS * 10000.
007180     IF RP-CUTOFF-MMDD = 0229
007190         MOVE 0228 TO RP-CUTOFF-MMDD
007200     END-IF.
007210 1100-EXIT.
007220     EXIT.
007230
007240*================================================================
007250* 2000-SELECT-ACCOUNT
007260*     Tables every inactive account untouched since before the
007270*     cutoff as a candidate.  An account already masked by an
007280*     earlier run is only counted - 2850-CHECK-PURGED finds it
007290*     by its master record.  Nothing is changed yet - the
007300*     maintenance trail has still to be screened.
007310*================================================================
007320 2000-SELECT-ACCOUNT.
007330     ADD 1 TO RP-ACCOUNT-COUNT.
007340     IF AM-EMAIL-ADDRESS = PURGE-MASK-TOKEN
007350         ADD 1 TO RP-PRIOR-COUNT
007360         GO TO 2000-NEXT
007370     END-IF.
007380     IF NOT AM-STATUS-INACTIVE
007390         GO TO 2000-NEXT
007400     END-IF.
007410     ADD 1 TO RP-INACTIVE-COUNT.
007420     IF AM-LAST-UPDATE-DATE NOT < RP-CUTOFF-DATE
007430         ADD 1 TO RP-WITHIN-PERIOD-COUNT
007440         GO TO 2000-NEXT
007450     END-IF.
007460     PERFORM 2050-ADD-TABLE-ENTRY THRU 2050-EXIT.
007470     IF NOT RP-TABLE-FULL
007480         SET RP-PG-CANDIDATE(RP-PG-COUNT) TO TRUE
007490     END-IF.
007500 2000-NEXT.
007510     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
007520 2000-EXIT.
007530     EXIT.
007540
007550*================================================================
007560* 2050-ADD-TABLE-ENTRY
007570*     A full table ends the selection - the accounts after it
007580*     are picked up by the next run - and the run ends with
007590*     RETURN-CODE 4 so the shortfall is seen.
007600*================================================================
007610 2050-ADD-TABLE-ENTRY.
007620     IF RP-PG-COUNT NOT < 50000
007630         DISPLAY "RETENTIONPURGE - PURGE TABLE FULL AT 50000, "
007640             "SELECTION STOPPED BEFORE ACCOUNT " AM-ACCOUNT-ID
007650         SET RP-TABLE-FULL TO TRUE
007660         SET RP-END-OF-FILE TO TRUE
007670         IF RP-JOB-SEVERITY < 4
007680             MOVE 4 TO RP-JOB-SEVERITY
007690         END-IF
007700         GO TO 2050-EXIT
007710     END-IF.
007720     ADD 1 TO RP-PG-COUNT.
007730     MOVE AM-ACCOUNT-ID TO RP-PG-ACCOUNT-ID(RP-PG-COUNT).
007740     MOVE ZERO TO RP-PG-INACT-DATE(RP-PG-COUNT).
007750     MOVE AM-LAST-UPDATE-DATE TO RP-PG-LAST-UPD-DATE(RP-PG-COUNT).
007760 2050-EXIT.
007770     EXIT.
007780
007790*================================================================
007800* 2100-READ-ACCOUNT
007810*================================================================
007820 2100-READ-ACCOUNT.
007830     IF RP-END-OF-FILE
007840         GO TO 2100-EXIT
007850     END-IF.
007860     READ ACCOUNT-MASTER-FILE NEXT RECORD
007870         AT END
007880             SET RP-END-OF-FILE TO TRUE
007890     END-READ.
007900 2100-EXIT.
007910     EXIT.
007920
007930*================================================================
007940* 2300-SCREEN-MAINT-AUDIT
007950*     Reads the whole maintenance trail against the candidates.
007960*     Each candidate's last applied INACTIVATE stamp is kept
007970*     for the certificate, and any applied maintenance on it
007980*     dated inside the retention period takes it out of the
007990*     purge - the trail, not just the master's stamp, has to
008000*     show the account untouched for the whole period.
008010*================================================================
008020 2300-SCREEN-MAINT-AUDIT.
008030     MOVE "N" TO RP-PASS-EOF-SWITCH.
008040     PERFORM 2310-SCREEN-ONE-MAINT THRU 2310-EXIT
008050         UNTIL RP-PASS-END-OF-FILE.
008060     CLOSE MAINT-AUDIT-FILE.
008070 2300-EXIT.
008080     EXIT.
008090
008100*================================================================
008110* 2310-SCREEN-ONE-MAINT
008120*     A CHANGE-ID names the account twice; both sides are
008130*     checked, each followed forward to the id it carries now.
008140*================================================================
008150 2310-SCREEN-ONE-MAINT.
008160     READ MAINT-AUDIT-FILE INTO MAINT-AUDIT-RECORD
008170         AT END
008180             SET RP-PASS-END-OF-FILE TO TRUE
008190             GO TO 2310-EXIT
008200     END-READ.
008210     IF NOT MA-DISP-APPLIED
008220         GO TO 2310-EXIT
008230     END-IF.
008240     MOVE MA-MAINT-DATE TO RP-CHECK-DATE.
008250     MOVE MA-MAINT-TIME TO RP-CHECK-TIME.
008260     MOVE MA-ACCOUNT-ID TO RP-CHECK-ID.
008270     PERFORM 2800-FIND-ACCOUNT THRU 2800-EXIT.
008280     IF RP-ACCOUNT-MATCHED
008290         PERFORM 2320-APPLY-MAINT THRU 2320-EXIT
008300     END-IF.
008310     IF MA-NEW-ACCOUNT-ID NOT = SPACES
008320         MOVE MA-NEW-ACCOUNT-ID TO RP-CHECK-ID
008330         PERFORM 2800-FIND-ACCOUNT THRU 2800-EXIT
008340         IF RP-ACCOUNT-MATCHED
008350             PERFORM 2320-APPLY-MAINT THRU 2320-EXIT
008360         END-IF
008370     END-IF.
008380 2310-EXIT.
008390     EXIT.
008400
008410*================================================================
008420* 2320-APPLY-MAINT
008430*================================================================
008440 2320-APPLY-MAINT.
008450     IF NOT RP-PG-CANDIDATE(RP-PG-IDX)
008460         GO TO 2320-EXIT
008470     END-IF.
008480     IF MA-ACTION = "INACTIVATE"
008490         MOVE MA-MAINT-DATE TO RP-PG-INACT-DATE(RP-PG-IDX)
008500     END-IF.
008510     IF MA-MAINT-DATE NOT < RP-CUTOFF-DATE
008520         SET RP-PG-RECENT(RP-PG-IDX) TO TRUE
008530         ADD 1 TO RP-RECENT-MAINT-COUNT
008540     END-IF.
008550 2320-EXIT.
008560     EXIT.
008570
008580*================================================================
008590* 2500-PURGE-ACCOUNT
008600*     Masks one surviving candidate on the master and on every
008610*     history row it has, and lists it on the certificate.  A
008620*     master that cannot be rewritten leaves the account
008630*     unmasked everywhere, so the files never disagree.
008640*================================================================
008650 2500-PURGE-ACCOUNT.
008660     IF NOT RP-PG-CANDIDATE(RP-PG-IDX)
008670         GO TO 2500-EXIT
008680     END-IF.
008690     MOVE RP-PG-ACCOUNT-ID(RP-PG-IDX) TO AM-ACCOUNT-ID.
008700     READ ACCOUNT-MASTER-FILE
008710         KEY IS AM-ACCOUNT-ID
008720         INVALID KEY
008730             DISPLAY "Purge Failed - Account Not Found: "
008740                 RP-PG-ACCOUNT-ID(RP-PG-IDX)
008750             PERFORM 2590-FAIL-ACCOUNT THRU 2590-EXIT
008760             GO TO 2500-EXIT
008770     END-READ.
008780*    The last-update stamp is left as it was - it is the
008790*    evidence the account qualified, and the PURGE audit
008800*    record carries the date of the masking itself.
008810     MOVE PURGE-MASK-TOKEN TO AM-EMAIL-ADDRESS.
008820     REWRITE ACCOUNT-MASTER-RECORD
008830         INVALID KEY
008840             DISPLAY "Purge Failed - Master Rewrite: "
008850                 RP-PG-ACCOUNT-ID(RP-PG-IDX)
008860             PERFORM 2590-FAIL-ACCOUNT THRU 2590-EXIT
008870             GO TO 2500-EXIT
008880     END-REWRITE.
008890     SET RP-PG-MASKED(RP-PG-IDX) TO TRUE.
008900     ADD 1 TO RP-PURGED-COUNT.
008910
008920     MOVE ZERO TO RP-ACCT-HIST-COUNT.
008930     MOVE "N" TO RP-HIST-SCAN-SWITCH.
008940     MOVE RP-PG-ACCOUNT-ID(RP-PG-IDX) TO EH-ACCOUNT-ID.
008950     MOVE ZERO TO EH-FROM-DATE.
008960     MOVE ZERO TO EH-FROM-TIME.
008970     START EMAIL-HISTORY-FILE
008980         KEY IS NOT LESS THAN EH-HISTORY-KEY
008990         INVALID KEY
009000             SET RP-HIST-SCAN-DONE TO TRUE
009010     END-START.
009020     PERFORM 2550-MASK-HISTORY-ROW THRU 2550-EXIT
009030         UNTIL RP-HIST-SCAN-DONE.
009040
009050     MOVE RP-PG-ACCOUNT-ID(RP-PG-IDX) TO RP-DTL-ACCOUNT-ID.
009060     IF RP-PG-INACT-DATE(RP-PG-IDX) = ZERO
009070         MOVE "NOT ON FILE" TO RP-DTL-INACT-DATE
009080     ELSE
009090         MOVE RP-PG-INACT-DATE(RP-PG-IDX) TO RP-DTL-INACT-DATE
009100     END-IF.
009110     MOVE RP-PG-LAST-UPD-DATE(RP-PG-IDX) TO RP-DTL-LAST-UPD.
009120     MOVE RP-ACCT-HIST-COUNT TO RP-DTL-HIST-COUNT.
009130     MOVE RP-DETAIL-LINE TO REPORT-LINE.
009140     WRITE REPORT-LINE.
009150 2500-EXIT.
009160     EXIT.
009170
009180*================================================================
009190* 2550-MASK-HISTORY-ROW
009200*================================================================
009210 2550-MASK-HISTORY-ROW.
009220     READ EMAIL-HISTORY-FILE NEXT RECORD
009230         AT END
009240             SET RP-HIST-SCAN-DONE TO TRUE
009250             GO TO 2550-EXIT
009260     END-READ.
009270     IF EH-ACCOUNT-ID NOT = RP-PG-ACCOUNT-ID(RP-PG-IDX)
009280         SET RP-HIST-SCAN-DONE TO TRUE
009290         GO TO 2550-EXIT
009300     END-IF.
009310     IF EH-EMAIL-ADDRESS = PURGE-MASK-TOKEN
009320         GO TO 2550-EXIT
009330     END-IF.
009340     MOVE PURGE-MASK-TOKEN TO EH-EMAIL-ADDRESS.
009350     REWRITE EMAIL-HISTORY-RECORD
009360         INVALID KEY
009370             DISPLAY "Purge Failed - History Rewrite: "
009380                 EH-ACCOUNT-ID
009390             MOVE 8 TO RP-JOB-SEVERITY
009400             GO TO 2550-EXIT
009410     END-REWRITE.
009420     ADD 1 TO RP-ACCT-HIST-COUNT.
009430     ADD 1 TO RP-HIST-MASKED-COUNT.
009440 2550-EXIT.
009450     EXIT.
009460
009470*================================================================
009480* 2590-FAIL-ACCOUNT
009490*================================================================
009500 2590-FAIL-ACCOUNT.
009510     SET RP-PG-FAILED(RP-PG-IDX) TO TRUE.
009520     ADD 1 TO RP-FAILED-COUNT.
009530     MOVE 8 TO RP-JOB-SEVERITY.
009540 2590-EXIT.
009550     EXIT.
009560
009570*================================================================
009580* 2700-CARRY-FILES
009590*     Copies each sequential file through with the addresses
009600*     of every masked account replaced.  The copies are made
009610*     every run, purges or not, so the new files can always
009620*     replace the old ones.  The PURGE audit records follow
009630*     the carried maintenance trail.
009640*================================================================
009650 2700-CARRY-FILES.
009660     OPEN INPUT MAINT-AUDIT-FILE.
009670     IF NOT RP-MAINT-IN-OK
009680         DISPLAY "RETENTIONPURGE - UNABLE TO REOPEN MNTAUDIT, "
009690             "STATUS = " RP-MAINT-IN-STATUS
009700         MOVE 16 TO RETURN-CODE
009710         GOBACK
009720     END-IF.
009730     MOVE "N" TO RP-PASS-EOF-SWITCH.
009740     PERFORM 2710-CARRY-MAINT-AUDIT THRU 2710-EXIT
009750         UNTIL RP-PASS-END-OF-FILE.
009760     CLOSE MAINT-AUDIT-FILE.
009770     PERFORM 2790-WRITE-PURGE-AUDIT THRU 2790-EXIT
009780         VARYING RP-PG-IDX FROM 1 BY 1
009790         UNTIL RP-PG-IDX > RP-PG-COUNT.
009800     CLOSE MAINT-AUDIT-NEW-FILE.
009810
009820     MOVE "N" TO RP-PASS-EOF-SWITCH.
009830     PERFORM 2720-CARRY-AUDIT THRU 2720-EXIT
009840         UNTIL RP-PASS-END-OF-FILE.
009850     CLOSE AUDIT-IN-FILE.
009860     CLOSE AUDIT-NEW-FILE.
009870
009880     MOVE "N" TO RP-PASS-EOF-SWITCH.
009890     PERFORM 2730-CARRY-ARCHIVE THRU 2730-EXIT
009900         UNTIL RP-PASS-END-OF-FILE.
009910     CLOSE ARCHIVE-IN-FILE.
009920     CLOSE ARCHIVE-OUT-FILE.
009930
009940     MOVE "N" TO RP-PASS-EOF-SWITCH.
009950     PERFORM 2740-CARRY-DROPPED THRU 2740-EXIT
009960         UNTIL RP-PASS-END-OF-FILE.
009970     CLOSE DROPPED-IN-FILE.
009980     CLOSE DROPPED-OUT-FILE.
009990
010000     MOVE "N" TO RP-PASS-EOF-SWITCH.
010010     PERFORM 2750-CARRY-SUSPENSE THRU 2750-EXIT
010020         UNTIL RP-PASS-END-OF-FILE.
010030     CLOSE SUSPENSE-IN-FILE.
010040     CLOSE SUSPENSE-OUT-FILE.
010050
010060     MOVE "N" TO RP-PASS-EOF-SWITCH.
010070     PERFORM 2760-CARRY-NOTIFY THRU 2760-EXIT
010080         UNTIL RP-PASS-END-OF-FILE.
010090     CLOSE NOTIFY-IN-FILE.
010100     CLOSE NOTIFY-OUT-FILE.
010110
010120     MOVE "N" TO RP-PASS-EOF-SWITCH.
010130     PERFORM 2770-CARRY-RETRY THRU 2770-EXIT
010140         UNTIL RP-PASS-END-OF-FILE.
010150     CLOSE RETRY-IN-FILE.
010160     CLOSE RETRY-OUT-FILE.
010170 2700-EXIT.
010180     EXIT.
010190
010200*================================================================
010210* 2710-CARRY-MAINT-AUDIT
010220*================================================================
010230 2710-CARRY-MAINT-AUDIT.
010240     READ MAINT-AUDIT-FILE INTO MAINT-AUDIT-RECORD
010250         AT END
010260             SET RP-PASS-END-OF-FILE TO TRUE
010270             GO TO 2710-EXIT
010280     END-READ.
010290     MOVE MA-MAINT-DATE TO RP-CHECK-DATE.
010300     MOVE MA-MAINT-TIME TO RP-CHECK-TIME.
010310     MOVE MA-ACCOUNT-ID TO RP-CHECK-ID.
010320     PERFORM 2850-CHECK-PURGED THRU 2850-EXIT.
010330     IF NOT RP-ACCOUNT-PURGED
010340         AND MA-NEW-ACCOUNT-ID NOT = SPACES
010350         MOVE MA-NEW-ACCOUNT-ID TO RP-CHECK-ID
010360         PERFORM 2850-CHECK-PURGED THRU 2850-EXIT
010370     END-IF.
010380     IF RP-ACCOUNT-PURGED
010390         MOVE "N" TO RP-CHANGED-SWITCH
010400         MOVE MA-EMAIL-ADDRESS TO RP-MASK-WORK
010410         PERFORM 2890-MASK-ADDRESS THRU 2890-EXIT
010420         MOVE RP-MASK-WORK TO MA-EMAIL-ADDRESS
010430         IF RP-RECORD-CHANGED
010440             ADD 1 TO RP-MAINT-MASKED-COUNT
010450         END-IF
010460     END-IF.
010470     WRITE MAINT-AUDIT-NEW-RECORD FROM MAINT-AUDIT-RECORD.
010480 2710-EXIT.
010490     EXIT.
010500
010510*================================================================
010520* 2720-CARRY-AUDIT
010530*================================================================
010540 2720-CARRY-AUDIT.
010550     READ AUDIT-IN-FILE INTO AUDIT-RECORD
010560         AT END
010570             SET RP-PASS-END-OF-FILE TO TRUE
010580             GO TO 2720-EXIT
010590     END-READ.
010600     PERFORM 2725-MASK-AUDIT-RECORD THRU 2725-EXIT.
010610     IF RP-RECORD-CHANGED
010620         ADD 1 TO RP-AUDIT-MASKED-COUNT
010630     END-IF.
010640     WRITE AUDIT-NEW-RECORD FROM AUDIT-RECORD.
010650 2720-EXIT.
010660     EXIT.
010670
010680*================================================================
010690* 2725-MASK-AUDIT-RECORD
010700*     Shared by the live and the archived audit trail.
010710*================================================================
010720 2725-MASK-AUDIT-RECORD.
010730     MOVE "N" TO RP-CHANGED-SWITCH.
010740     MOVE AU-DECISION-DATE TO RP-CHECK-DATE.
010750     MOVE AU-DECISION-TIME TO RP-CHECK-TIME.
010760     MOVE AU-ACCOUNT-ID TO RP-CHECK-ID.
010770     PERFORM 2850-CHECK-PURGED THRU 2850-EXIT.
010780     IF NOT RP-ACCOUNT-PURGED
010790         GO TO 2725-EXIT
010800     END-IF.
010810     MOVE AU-OLD-EMAIL-ADDRESS TO RP-MASK-WORK.
010820     PERFORM 2890-MASK-ADDRESS THRU 2890-EXIT.
010830     MOVE RP-MASK-WORK TO AU-OLD-EMAIL-ADDRESS.
010840     MOVE AU-NEW-EMAIL-ADDRESS TO RP-MASK-WORK.
010850     PERFORM 2890-MASK-ADDRESS THRU 2890-EXIT.
010860     MOVE RP-MASK-WORK TO AU-NEW-EMAIL-ADDRESS.
010870 2725-EXIT.
010880     EXIT.
010890
010900*================================================================
010910* 2730-CARRY-ARCHIVE
010920*================================================================
010930 2730-CARRY-ARCHIVE.
010940     READ ARCHIVE-IN-FILE INTO AUDIT-RECORD
010950         AT END
010960             SET RP-PASS-END-OF-FILE TO TRUE
010970             GO TO 2730-EXIT
010980     END-READ.
010990     PERFORM 2725-MASK-AUDIT-RECORD THRU 2725-EXIT.
011000     IF RP-RECORD-CHANGED
011010         ADD 1 TO RP-ARCH-MASKED-COUNT
011020     END-IF.
011030     WRITE ARCHIVE-OUT-RECORD FROM AUDIT-RECORD.
011040 2730-EXIT.
011050     EXIT.
011060
011070*================================================================
011080* 2740-CARRY-DROPPED
011090*================================================================
011100 2740-CARRY-DROPPED.
011110     READ DROPPED-IN-FILE INTO DROPPED-REQUEST-RECORD
011120         AT END
011130             SET RP-PASS-END-OF-FILE TO TRUE
011140             GO TO 2740-EXIT
011150     END-READ.
011160     MOVE "N" TO RP-CHANGED-SWITCH.
011170     MOVE DR-DROP-DATE TO RP-CHECK-DATE.
011180     MOVE DR-DROP-TIME TO RP-CHECK-TIME.
011190     MOVE DR-ACCOUNT-ID TO RP-CHECK-ID.
011200     PERFORM 2850-CHECK-PURGED THRU 2850-EXIT.
011210     IF RP-ACCOUNT-PURGED
011220         MOVE DR-OLD-EMAIL-ADDRESS TO RP-MASK-WORK
011230         PERFORM 2890-MASK-ADDRESS THRU 2890-EXIT
011240         MOVE RP-MASK-WORK TO DR-OLD-EMAIL-ADDRESS
011250         MOVE DR-NEW-EMAIL-ADDRESS TO RP-MASK-WORK
011260         PERFORM 2890-MASK-ADDRESS THRU 2890-EXIT
011270         MOVE RP-MASK-WORK TO DR-NEW-EMAIL-ADDRESS
011280     END-IF.
011290     IF RP-RECORD-CHANGED
011300         ADD 1 TO RP-DROP-MASKED-COUNT
011310     END-IF.
011320     WRITE DROPPED-OUT-RECORD FROM DROPPED-REQUEST-RECORD.
011330 2740-EXIT.
011340     EXIT.
011350
011360*================================================================
011370* 2750-CARRY-SUSPENSE
011380*     Only the suspended account's own item is masked.  The
011390*     colliding holder is named by id alone, and the address
011400*     in dispute belongs to the request being held.
011410*================================================================
011420 2750-CARRY-SUSPENSE.
011430     READ SUSPENSE-IN-FILE INTO SUSPENSE-RECORD
011440         AT END
011450             SET RP-PASS-END-OF-FILE TO TRUE
011460             GO TO 2750-EXIT
011470     END-READ.
011480     MOVE "N" TO RP-CHANGED-SWITCH.
011490     MOVE SU-SUSPENSE-DATE TO RP-CHECK-DATE.
011500     MOVE SU-SUSPENSE-TIME TO RP-CHECK-TIME.
011510     MOVE SU-ACCOUNT-ID TO RP-CHECK-ID.
011520     PERFORM 2850-CHECK-PURGED THRU 2850-EXIT.
011530     IF RP-ACCOUNT-PURGED
011540         MOVE SU-OLD-EMAIL-ADDRESS TO RP-MASK-WORK
011550         PERFORM 2890-MASK-ADDRESS THRU 2890-EXIT
011560         MOVE RP-MASK-WORK TO SU-OLD-EMAIL-ADDRESS
011570         MOVE SU-NEW-EMAIL-ADDRESS TO RP-MASK-WORK
011580         PERFORM 2890-MASK-ADDRESS THRU 2890-EXIT
011590         MOVE RP-MASK-WORK TO SU-NEW-EMAIL-ADDRESS
011600     END-IF.
011610     IF RP-RECORD-CHANGED
011620         ADD 1 TO RP-SUSP-MASKED-COUNT
011630     END-IF.
011640     WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-RECORD.
011650 2750-EXIT.
011660     EXIT.
011670
011680*================================================================
011690* 2760-CARRY-NOTIFY
011700*================================================================
011710 2760-CARRY-NOTIFY.
011720     READ NOTIFY-IN-FILE INTO NOTIFY-RECORD
011730         AT END
011740             SET RP-PASS-END-OF-FILE TO TRUE
011750             GO TO 2760-EXIT
011760     END-READ.
011770     PERFORM 2765-MASK-NOTIFY-RECORD THRU 2765-EXIT.
011780     IF RP-RECORD-CHANGED
011790         ADD 1 TO RP-NOTIF-MASKED-COUNT
011800     END-IF.
011810     WRITE NOTIFY-OUT-RECORD FROM NOTIFY-RECORD.
011820 2760-EXIT.
011830     EXIT.
011840
011850*================================================================
011860* 2765-MASK-NOTIFY-RECORD
011870*     Shared by the notification and the retry file, which
011880*     carry the same record.
011890*================================================================
011900 2765-MASK-NOTIFY-RECORD.
011910     MOVE "N" TO RP-CHANGED-SWITCH.
011920     MOVE NT-DECISION-DATE TO RP-CHECK-DATE.
011930     MOVE NT-DECISION-TIME TO RP-CHECK-TIME.
011940     MOVE NT-ACCOUNT-ID TO RP-CHECK-ID.
011950     PERFORM 2850-CHECK-PURGED THRU 2850-EXIT.
011960     IF NOT RP-ACCOUNT-PURGED
011970         GO TO 2765-EXIT
011980     END-IF.
011990     MOVE NT-OLD-EMAIL-ADDRESS TO RP-MASK-WORK.
012000     PERFORM 2890-MASK-ADDRESS THRU 2890-EXIT.
012010     MOVE RP-MASK-WORK TO NT-OLD-EMAIL-ADDRESS.
012020     MOVE NT-NEW-EMAIL-ADDRESS TO RP-MASK-WORK.
012030     PERFORM 2890-MASK-ADDRESS THRU 2890-EXIT.
012040     MOVE RP-MASK-WORK TO NT-NEW-EMAIL-ADDRESS.
012050 2765-EXIT.
012060     EXIT.
012070
012080*================================================================
012090* 2770-CARRY-RETRY
012100*================================================================
012110 2770-CARRY-RETRY.
012120     READ RETRY-IN-FILE INTO NOTIFY-RECORD
012130         AT END
012140             SET RP-PASS-END-OF-FILE TO TRUE
012150             GO TO 2770-EXIT
012160     END-READ.
012170     PERFORM 2765-MASK-NOTIFY-RECORD THRU 2765-EXIT.
012180     IF RP-RECORD-CHANGED
012190         ADD 1 TO RP-RETRY-MASKED-COUNT
012200     END-IF.
012210     WRITE RETRY-OUT-RECORD FROM NOTIFY-RECORD.
012220 2770-EXIT.
012230     EXIT.
012240
012250*================================================================
012260* 2790-WRITE-PURGE-AUDIT
012270*     One PURGE maintenance audit record per account masked
012280*     this run.  The address field carries the mask token, so
012290*     the record that proves the purge does not undo it.
012300*================================================================
012310 2790-WRITE-PURGE-AUDIT.
012320     IF NOT RP-PG-MASKED(RP-PG-IDX)
012330         GO TO 2790-EXIT
012340     END-IF.
012350     ADD 1 TO RP-SEQUENCE-NBR.
012360     MOVE RP-SEQUENCE-NBR TO MA-SEQUENCE-NBR.
012370     MOVE "PURGE" TO MA-ACTION.
012380     MOVE RP-PG-ACCOUNT-ID(RP-PG-IDX) TO MA-ACCOUNT-ID.
012390     MOVE SPACES TO MA-NEW-ACCOUNT-ID.
012400     MOVE PURGE-MASK-TOKEN TO MA-EMAIL-ADDRESS.
012410     SET MA-DISP-APPLIED TO TRUE.
012420     SET MA-REASON-NONE TO TRUE.
012430     MOVE RP-BUSINESS-DATE TO MA-MAINT-DATE.
012440     MOVE RP-CURRENT-TIME(1:6) TO MA-MAINT-TIME.
012450     WRITE MAINT-AUDIT-NEW-RECORD FROM MAINT-AUDIT-RECORD.
012460 2790-EXIT.
012470     EXIT.
012480
012490*================================================================
012500* 2800-FIND-ACCOUNT
012510*     Follows RP-CHECK-ID forward through every CHANGE-ID
012520*     applied after the record's own stamp to the id the
012530*     account carries today, then looks that id up in the
012540*     purge table.  RP-PG-IDX is left on the entry found.
012550*================================================================
012560 2800-FIND-ACCOUNT.
012570     MOVE "N" TO RP-MATCH-SWITCH.
012580     IF RP-CHECK-ID = SPACES
012590         GO TO 2800-EXIT
012600     END-IF.
012610     MOVE RP-CHECK-ID TO RP-RESOLVE-ID.
012620     IF RP-XREF-ON-FILE
012630         MOVE RP-CHECK-STAMP TO RP-RESOLVE-STAMP
012640         MOVE ZERO TO RP-HOP-COUNT
012650         MOVE "N" TO RP-CHAIN-SWITCH
012660         PERFORM 2810-FOLLOW-REKEY THRU 2810-EXIT
012670             UNTIL RP-CHAIN-DONE
012680     END-IF.
012690     IF RP-PG-COUNT = ZERO
012700         GO TO 2800-EXIT
012710     END-IF.
012720     SEARCH ALL RP-PG-ENTRY
012730         AT END
012740             MOVE "N" TO RP-MATCH-SWITCH
012750         WHEN RP-PG-ACCOUNT-ID(RP-PG-IDX) = RP-RESOLVE-ID
012760             SET RP-ACCOUNT-MATCHED TO TRUE
012770     END-SEARCH.
012780 2800-EXIT.
012790     EXIT.
012800
012810*================================================================
012820* 2810-FOLLOW-REKEY
012830*     Each step takes the first re-key of the id after the
012840*     stamp it took effect, so a retired id issued again to a
012850*     different account is never confused with this one.  The
012860*     hop limit only guards against a damaged cross-reference
012870*     looping back on itself.
012880*================================================================
012890 2810-FOLLOW-REKEY.
012900     MOVE RP-RESOLVE-ID TO XR-OLD-ACCOUNT-ID.
012910     MOVE RP-RESOLVE-DATE TO XR-CHANGE-DATE.
012920     MOVE RP-RESOLVE-TIME TO XR-CHANGE-TIME.
012930     START ACCOUNT-XREF-FILE
012940         KEY IS GREATER THAN XR-XREF-KEY
012950         INVALID KEY
012960             SET RP-CHAIN-DONE TO TRUE
012970             GO TO 2810-EXIT
012980     END-START.
012990     READ ACCOUNT-XREF-FILE NEXT RECORD
013000         AT END
013010             SET RP-CHAIN-DONE TO TRUE
013020             GO TO 2810-EXIT
013030     END-READ.
013040     IF XR-OLD-ACCOUNT-ID NOT = RP-RESOLVE-ID
013050         SET RP-CHAIN-DONE TO TRUE
013060         GO TO 2810-EXIT
013070     END-IF.
013080     ADD 1 TO RP-HOP-COUNT.
013090     IF RP-HOP-COUNT > RP-MAX-HOPS
013100         DISPLAY "Re-Key Chain Too Long, Stopped At: "
013110             RP-RESOLVE-ID
013120         SET RP-CHAIN-DONE TO TRUE
013130         GO TO 2810-EXIT
013140     END-IF.
013150     MOVE XR-NEW-ACCOUNT-ID TO RP-RESOLVE-ID.
013160     MOVE XR-CHANGE-DATE TO RP-RESOLVE-DATE.
013170     MOVE XR-CHANGE-TIME TO RP-RESOLVE-TIME.
013180 2810-EXIT.
013190     EXIT.
013200
013210*================================================================
013220* 2850-CHECK-PURGED
013230*     Sets RP-ACCOUNT-PURGED when the record's account is
013240*     masked - this run or an earlier one.  An account masked
013250*     this run is on the table; one masked by an earlier run
013260*     is not, and is known by the token on the master record
013270*     of the id it carries today.
013280*================================================================
013290 2850-CHECK-PURGED.
013300     MOVE "N" TO RP-PURGE-SWITCH.
013310     IF RP-CHECK-ID = SPACES
013320         GO TO 2850-EXIT
013330     END-IF.
013340     PERFORM 2800-FIND-ACCOUNT THRU 2800-EXIT.
013350     IF RP-ACCOUNT-MATCHED
013360         IF RP-PG-MASKED(RP-PG-IDX)
013370             SET RP-ACCOUNT-PURGED TO TRUE
013380         END-IF
013390         GO TO 2850-EXIT
013400     END-IF.
013410     MOVE RP-RESOLVE-ID TO AM-ACCOUNT-ID.
013420     READ ACCOUNT-MASTER-FILE
013430         KEY IS AM-ACCOUNT-ID
013440         INVALID KEY
013450             GO TO 2850-EXIT
013460     END-READ.
013470     IF AM-EMAIL-ADDRESS = PURGE-MASK-TOKEN
013480         SET RP-ACCOUNT-PURGED TO TRUE
013490     END-IF.
013500 2850-EXIT.
013510     EXIT.
013520
013530*================================================================
013540* 2890-MASK-ADDRESS
013550*     Replaces RP-MASK-WORK with the token.  A blank address
013560*     stays blank - there was nothing there to purge - and one
013570*     already masked is not counted again.
013580*================================================================
013590 2890-MASK-ADDRESS.
013600     IF RP-MASK-WORK = SPACES
013610         OR RP-MASK-WORK = PURGE-MASK-TOKEN
013620         GO TO 2890-EXIT
013630     END-IF.
013640     MOVE PURGE-MASK-TOKEN TO RP-MASK-WORK.
013650     SET RP-RECORD-CHANGED TO TRUE.
013660 2890-EXIT.
013670     EXIT.
013680
013690*================================================================
013700* 3000-PRINT-SUMMARY
013710*================================================================
013720 3000-PRINT-SUMMARY.
013730     MOVE SPACES TO REPORT-LINE.
013740     WRITE REPORT-LINE.
013750     MOVE "ACCOUNTS ON MASTER" TO RP-SUM-LABEL.
013760     MOVE RP-ACCOUNT-COUNT TO RP-SUM-COUNT.
013770     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
013780     MOVE "INACTIVE ACCOUNTS" TO RP-SUM-LABEL.
013790     MOVE RP-INACTIVE-COUNT TO RP-SUM-COUNT.
013800     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
013810     MOVE "  KEPT - UPDATED WITHIN PERIOD" TO RP-SUM-LABEL.
013820     MOVE RP-WITHIN-PERIOD-COUNT TO RP-SUM-COUNT.
013830     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
013840     MOVE "  KEPT - MAINTENANCE WITHIN PERIOD" TO RP-SUM-LABEL.
013850     MOVE RP-RECENT-MAINT-COUNT TO RP-SUM-COUNT.
013860     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
013870     MOVE "  PURGE FAILED" TO RP-SUM-LABEL.
013880     MOVE RP-FAILED-COUNT TO RP-SUM-COUNT.
013890     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
013900     MOVE "ACCOUNTS PURGED THIS RUN" TO RP-SUM-LABEL.
013910     MOVE RP-PURGED-COUNT TO RP-SUM-COUNT.
013920     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
013930     MOVE "ACCOUNTS PURGED BY EARLIER RUNS" TO RP-SUM-LABEL.
013940     MOVE RP-PRIOR-COUNT TO RP-SUM-COUNT.
013950     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
013960     MOVE SPACES TO REPORT-LINE.
013970     WRITE REPORT-LINE.
013980     MOVE "RECORDS MASKED - ACCTMAST" TO RP-SUM-LABEL.
013990     MOVE RP-PURGED-COUNT TO RP-SUM-COUNT.
014000     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
014010     MOVE "RECORDS MASKED - EMLHIST" TO RP-SUM-LABEL.
014020     MOVE RP-HIST-MASKED-COUNT TO RP-SUM-COUNT.
014030     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
014040     MOVE "RECORDS MASKED - AUDIT TRAIL" TO RP-SUM-LABEL.
014050     MOVE RP-AUDIT-MASKED-COUNT TO RP-SUM-COUNT.
014060     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
014070     MOVE "RECORDS MASKED - ARCHIVED AUDIT TRAIL" TO RP-SUM-LABEL.
014080     MOVE RP-ARCH-MASKED-COUNT TO RP-SUM-COUNT.
014090     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
014100     MOVE "RECORDS MASKED - MAINTENANCE TRAIL" TO RP-SUM-LABEL.
014110     MOVE RP-MAINT-MASKED-COUNT TO RP-SUM-COUNT.
014120     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
014130     MOVE "RECORDS MASKED - DROPPED REQUESTS" TO RP-SUM-LABEL.
014140     MOVE RP-DROP-MASKED-COUNT TO RP-SUM-COUNT.
014150     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
014160     MOVE "RECORDS MASKED - SUSPENSE" TO RP-SUM-LABEL.
014170     MOVE RP-SUSP-MASKED-COUNT TO RP-SUM-COUNT.
014180     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
014190     MOVE "RECORDS MASKED - NOTIFICATIONS" TO RP-SUM-LABEL.
014200     MOVE RP-NOTIF-MASKED-COUNT TO RP-SUM-COUNT.
014210     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
014220     MOVE "RECORDS MASKED - NOTIFICATION RETRIES" TO RP-SUM-LABEL.
014230     MOVE RP-RETRY-MASKED-COUNT TO RP-SUM-COUNT.
014240     PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT.
014250     MOVE SPACES TO REPORT-LINE.
014260     WRITE REPORT-LINE.
014270     IF RP-JOB-SEVERITY > 4
014280         MOVE RP-WITHHELD-LINE TO REPORT-LINE
014290         WRITE REPORT-LINE
014300     ELSE
014310         MOVE RP-CERTIFY-LINE-1 TO REPORT-LINE
014320         WRITE REPORT-LINE
014330         MOVE RP-CERTIFY-LINE-2 TO REPORT-LINE
014340         WRITE REPORT-LINE
014350     END-IF.
014360 3000-EXIT.
014370     EXIT.
014380
014390*================================================================
014400* 3100-WRITE-SUMMARY-LINE
014410*================================================================
014420 3100-WRITE-SUMMARY-LINE.
014430     MOVE RP-SUMMARY-LINE TO REPORT-LINE.
014440     WRITE REPORT-LINE.
014450 3100-EXIT.
014460     EXIT.
014470
014480*================================================================
014490* 4000-TERMINATE
014500*================================================================
014510 4000-TERMINATE.
014520     DISPLAY "RETENTIONPURGE - ACCOUNTS PURGED: "
014530         RP-PURGED-COUNT.
014540     DISPLAY "RETENTIONPURGE - PURGE FAILURES: "
014550         RP-FAILED-COUNT.
014560     DISPLAY "RETENTIONPURGE - HISTORY ROWS MASKED: "
014570         RP-HIST-MASKED-COUNT.
014580     CLOSE ACCOUNT-MASTER-FILE.
014590     CLOSE EMAIL-HISTORY-FILE.
014600     IF RP-XREF-ON-FILE
014610         CLOSE ACCOUNT-XREF-FILE
014620     END-IF.
014630     CLOSE REPORT-FILE.
014640     MOVE RP-JOB-SEVERITY TO RETURN-CODE.
014650 4000-EXIT.
014660     EXIT.
