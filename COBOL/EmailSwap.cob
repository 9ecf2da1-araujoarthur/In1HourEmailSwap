001900*                     numeric "99999999" was released there
001910*                     and re-diverted here every night, with
001920*                     no decision on any trail.
001921*     2026-10-15  RM  The run date, every audit, suspense,
001922*                     history and checkpoint date, and the
001923*                     restart test now come from the business-
001924*                     date control file (BUSDATE, advanced by
001925*                     BusinessDateRoll) instead of the wall
001926*                     clock - a run past midnight or a rerun
001927*                     the next morning keeps the night's date.
001928*     2026-10-15  RM  The velocity check now makes one keyed
001929*                     read of the change-velocity summary
001930*                     (VELSUM.CPY) per request instead of
001931*                     loading the AUDITHIST extract into a
001932*                     10000-account table at start-up.  Every
001933*                     applied swap adds to the account's day on
001934*                     the summary as it lands, and the check
001935*                     counts the days inside the last
001936*                     EV-VELOCITY-WINDOW-DAYS business days, so
001937*                     the window no longer depends on when the
001938*                     archive job last ran.  A trial reads the
001939*                     summary but never writes it, keeping its
001940*                     own would-be swaps in a run table.
001941*     2026-10-15  RM  The received date (SR-RECEIVED-DATE) is
001942*                     now copied to every audit decision and
001943*                     into any suspense item, and a decision
001944*                     routing the request to suspense says so
001945*                     on the trail (AU-SUSPENSE-REASON and
001946*                     AU-STILL-OPEN), for the turnaround report.
001947*     2026-10-15  RM  A live run now appends its control
001948*                     totals to the shared run ledger
001949*                     (RUNLEDGR.CPY) under its pass - requests
001950*                     read and skipped on restart, decisions,
001951*                     holds, swaps applied, notifications and
001952*                     history rows written, suspense items and
001953*                     suspense decisions - for the end-of-night
001954*                     balancing job.  A trial writes none.
001955*                     Every checkpoint now also carries the
001956*                     count of the night's records already on
001957*                     AUDITOUT when the pass first started, and
001958*                     a start checkpoint is written, so a
001959*                     restart reports the decisions its earlier
001960*                     run had written (PRIOR-DEC) and a
001961*                     recovered night still balances.
001963*     2026-10-15  RM  A swap on an account with no open
001965*                     EMLHIST row - one on file since before
001967*                     the history was kept - first writes a
001969*                     closed row, from date and time zero, for
001971*                     the address going off, so the as-of
001973*                     snapshot can rebuild it.  Run-ledger
001975*                     paragraph put back in number order.
001977*================================================================
001979 IDENTIFICATION DIVISION.
001981 PROGRAM-ID. EmailValidation.
001983 AUTHOR. R. MCALLISTER.
001985 INSTALLATION. DATA LIFECYCLE SERVICES.
001987 DATE-WRITTEN. 2024-02-11.
001989 DATE-COMPILED.
002000 
002010 ENVIRONMENT DIVISION.
002020 INPUT-OUTPUT SECTION.
002370         ORGANIZATION IS LINE SEQUENTIAL
002380         FILE STATUS IS EV-PEND-OUT-STATUS.
002390
002396     SELECT VELOCITY-SUMMARY-FILE ASSIGN TO VELSUM
002402         ORGANIZATION IS INDEXED
002408         ACCESS MODE IS DYNAMIC
002414         RECORD KEY IS VS-ACCOUNT-ID
002420         FILE STATUS IS EV-VELSUM-STATUS.
002430
002440     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
002450         ORGANIZATION IS LINE SEQUENTIAL
002590         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS EV-TRIAL-RPT-STATUS.
002610 
002611     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
002612         ORGANIZATION IS LINE SEQUENTIAL
002613         FILE STATUS IS EV-BUSDATE-STATUS.
002614
002615     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
002616         ORGANIZATION IS LINE SEQUENTIAL
002617         FILE STATUS IS EV-LEDGER-STATUS.
002618
002620 DATA DIVISION.
002630 FILE SECTION.
002640 FD  SWAP-REQUEST-FILE
002650     RECORDING MODE IS F.
002660 01  SWAP-REQUEST-IN-RECORD       PIC X(561).
002670 
002680 FD  ACCOUNT-MASTER-FILE.
002690     COPY ACCTMAS.
002760*    The audit record proper lives in working storage - it is
002770*    built for every decision whether the run is live or a
002780*    trial, and a trial never opens this file at all.
002790 01  AUDIT-OUT-RECORD             PIC X(572).
002800 
002810 FD  CHECKPOINT-FILE.
002820     COPY CHKPTREC.
002860
002870 FD  PENDING-FILE
002880     RECORDING MODE IS F.
002890 01  PENDING-OUT-RECORD           PIC X(561).
002900
002910 FD  RUN-PARM-FILE
002920     RECORDING MODE IS F.
002940
002950 FD  TRIAL-AUDIT-FILE
002960     RECORDING MODE IS F.
002970 01  TRIAL-AUDIT-RECORD           PIC X(572).
002980
002990 FD  TRIAL-REPORT-FILE
003000     RECORDING MODE IS F.
003010 01  TRIAL-REPORT-LINE            PIC X(132).
003020
003030 FD  VELOCITY-SUMMARY-FILE.
003040     COPY VELSUM.
003060
003070 FD  NOTIFY-FILE.
003080     COPY NOTIFREC.
003100 FD  EMAIL-HISTORY-FILE.
003110     COPY EMLHIST.
003120
003121 FD  BUSINESS-DATE-FILE
003122     RECORDING MODE IS F.
003123     COPY BUSDATE.
003124
003125 FD  RUN-LEDGER-FILE
003126     RECORDING MODE IS F.
003127     COPY RUNLEDGR.
003128
003130 WORKING-STORAGE SECTION.
003140*----------------------------------------------------------------
003150* Working fields for EmailValidation - app prefix EV-.
003170 77  EV-CHECKPOINT-INTERVAL       PIC 9(05)   VALUE 100.
003180 77  EV-RECORDS-SINCE-CHECKPOINT  PIC 9(05)   VALUE ZERO.
003190 77  EV-LAST-CHECKPOINT-SEQ       PIC 9(08)   VALUE ZERO.
003192 77  EV-AUDIT-ON-FILE-COUNT       PIC 9(08)   VALUE ZERO.
003194 77  EV-AUDIT-BASE-COUNT          PIC 9(08)   VALUE ZERO.
003200 77  EV-JOB-SEVERITY              PIC 9(01)   VALUE ZERO.
003210 77  EV-THIS-SEVERITY             PIC 9(01)   VALUE ZERO.
003220 77  EV-VELOCITY-THRESHOLD        PIC 9(03)   VALUE 3.
003225 77  EV-VELOCITY-WINDOW-DAYS      PIC 9(03)   VALUE 30.
003230 77  EV-TRIAL-APPLY-COUNT         PIC 9(07)   VALUE ZERO.
003240 77  EV-TRIAL-DUP-COUNT           PIC 9(07)   VALUE ZERO.
003250 77  EV-TRIAL-VEL-COUNT           PIC 9(07)   VALUE ZERO.
003320 77  EV-TRIAL-RISK-COUNT          PIC 9(07)   VALUE ZERO.
003330 77  EV-TRIAL-PEND-COUNT          PIC 9(07)   VALUE ZERO.
003340 77  EV-PENDING-COUNT             PIC 9(07)   VALUE ZERO.
003341 77  EV-READ-COUNT                PIC 9(07)   VALUE ZERO.
003342 77  EV-SKIPPED-COUNT             PIC 9(07)   VALUE ZERO.
003343 77  EV-DECISION-COUNT            PIC 9(07)   VALUE ZERO.
003344 77  EV-APPLIED-COUNT             PIC 9(07)   VALUE ZERO.
003345 77  EV-NOTIFIED-COUNT            PIC 9(07)   VALUE ZERO.
003346 77  EV-HISTORY-COUNT             PIC 9(07)   VALUE ZERO.
003347 77  EV-SUSPENDED-COUNT           PIC 9(07)   VALUE ZERO.
003348 77  EV-SUSP-DECIDED-COUNT        PIC 9(07)   VALUE ZERO.
003349 77  EV-PRIOR-DEC-COUNT           PIC 9(07)   VALUE ZERO.
003350
003360 01  EV-TRIAL-HEADING-1.
003370     05  FILLER                   PIC X(25)
003530 COPY AUDITREC.
003540 
003550 01  EMAIL-ADDRESS                PIC X(256).
003555 01  EV-OUTGOING-ADDRESS          PIC X(256).
003560 01  EMAIL-LENGTH                 PIC 9(03).
003570 01  I                            PIC 9(03).
003580 01  J                            PIC 9(03).
003850 01  EV-TRIAL-RPT-STATUS          PIC X(02).
003860     88  EV-TRIAL-RPT-OK          VALUE "00".
003870
003880 01  EV-VELSUM-STATUS             PIC X(02).
003890     88  EV-VELSUM-OK             VALUE "00".
003900     88  EV-VELSUM-NOT-FOUND      VALUE "35".
003910
003920 01  EV-NOTIFY-OUT-STATUS         PIC X(02).
003930     88  EV-NOTIFY-OUT-OK         VALUE "00".
004140 01  EV-CURRENT-DATE              PIC 9(08).
004150 01  EV-CURRENT-TIME              PIC 9(08).
004160 
004166*----------------------------------------------------------------
004172* Velocity window arithmetic.  An applied change on the
004178* account's velocity summary (VELSUM) counts toward the check
004184* while its day is fewer than EV-VELOCITY-WINDOW-DAYS business
004190* days before tonight.  The summary keeps thirty-one days.
004196*----------------------------------------------------------------
004202 77  EV-RUN-INTEGER               PIC 9(07)   VALUE ZERO.
004208 77  EV-VEL-DAY-INTEGER           PIC 9(07)   VALUE ZERO.
004214 77  EV-VEL-AGE-DAYS              PIC S9(07)  VALUE ZERO.
004220 77  EV-VEL-WINDOW-COUNT          PIC 9(05)   VALUE ZERO.
004226 77  EV-VEL-SUB                   PIC 9(02)   VALUE ZERO.
004232 77  EV-VEL-MATCHED-SUB           PIC 9(02)   VALUE ZERO.
004238 77  EV-VEL-OLDEST-SUB            PIC 9(02)   VALUE ZERO.
004244
004250*----------------------------------------------------------------
004256* Swaps a trial would have applied, per account.  A trial never
004262* writes VELSUM, so its would-be swaps are kept here to feed the
004268* velocity check for later requests in the same rehearsal.
004274*----------------------------------------------------------------
004280 01  EV-TRIAL-VEL-TABLE-AREA.
004286     05  EV-TVEL-COUNT            PIC 9(05) VALUE ZERO.
004292     05  EV-TVEL-ENTRY OCCURS 1 TO 10000 TIMES
004298             DEPENDING ON EV-TVEL-COUNT.
004304         10  EV-TVEL-ACCOUNT-ID   PIC X(10).
004310         10  EV-TVEL-SWAP-COUNT   PIC 9(03).
004316 77  EV-TVEL-SUB                  PIC 9(05)   VALUE ZERO.
004322 77  EV-TVEL-MATCHED-SUB          PIC 9(05)   VALUE ZERO.
004340
004350 01  DM-DOMAIN-TABLE-AREA.
004360     05  DM-TBL-COUNT             PIC 9(05) VALUE ZERO.
004510 01  EV-COLLIDING-ACCOUNT-ID      PIC X(10).
004520 01  EV-COLLIDING-STATUS          PIC X(01).
004530 
004531 01  EV-BUSDATE-STATUS            PIC X(02).
004532     88  EV-BUSDATE-OK            VALUE "00".
004533
004534 01  EV-LEDGER-STATUS             PIC X(02).
004535     88  EV-LEDGER-OK             VALUE "00".
004536     88  EV-LEDGER-NOT-FOUND      VALUE "35".
004537
004540 01  EV-SWITCHES.
004550     05  EV-EOF-SWITCH            PIC X(01)   VALUE "N".
004560         88  EV-END-OF-FILE       VALUE "Y".
004820         88  EV-TARGET-ACTIVE     VALUE "Y".
004830     05  EV-DUP-INACT-SWITCH      PIC X(01)   VALUE "N".
004840         88  EV-INACTIVE-DUP-SEEN VALUE "Y".
004845     05  EV-VELSUM-SWITCH         PIC X(01)   VALUE "Y".
004850         88  EV-VELSUM-ON-FILE    VALUE "Y".
004855     05  EV-VELSUM-NEW-SWITCH     PIC X(01)   VALUE "N".
004860         88  EV-VELSUM-NEW-RECORD VALUE "Y".
004865     05  EV-VEL-FOUND-SWITCH      PIC X(01)   VALUE "N".
004870         88  EV-VEL-ENTRY-FOUND   VALUE "Y".
004875     05  EV-TVEL-FULL-SWITCH      PIC X(01)   VALUE "N".
004880         88  EV-TVEL-TABLE-FULL   VALUE "Y".
004890     05  EV-VELOCITY-SWITCH       PIC X(01)   VALUE "N".
004900         88  EV-VELOCITY-HOLD     VALUE "Y".
004910     05  EV-TRIAL-SWITCH          PIC X(01)   VALUE "N".
004940         88  EV-PARM-END-OF-FILE  VALUE "Y".
004950     05  EV-EHIST-SCAN-SWITCH     PIC X(01)   VALUE "N".
004960         88  EV-EHIST-SCAN-DONE   VALUE "Y".
004963     05  EV-EHIST-OPEN-SWITCH     PIC X(01)   VALUE "N".
004966         88  EV-EHIST-OPEN-FOUND  VALUE "Y".
004970     05  EV-TARGET-RISK-SWITCH    PIC X(01)   VALUE "N".
004980         88  EV-TARGET-RISK       VALUE "Y".
004990     05  EV-RISK-HOLD-SWITCH      PIC X(01)   VALUE "N".
005000         88  EV-RISK-HOLD         VALUE "Y".
005002     05  EV-RESTART-SWITCH        PIC X(01)   VALUE "N".
005004         88  EV-RESTARTING        VALUE "Y".
005006     05  EV-AUDIT-EOF-SWITCH      PIC X(01)   VALUE "N".
005008         88  EV-AUDIT-END-OF-FILE VALUE "Y".
005010 
005020 PROCEDURE DIVISION.
005030*================================================================
005140* 1000-INITIALIZE
005150*================================================================
005160 1000-INITIALIZE.
005170     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
005180     PERFORM 1100-READ-RUN-PARM THRU 1100-EXIT.
005190
005200     OPEN INPUT SWAP-REQUEST-FILE.
005690             MOVE 16 TO RETURN-CODE
005700             GOBACK
005710         END-IF
005711*        A trial reads the velocity summary but never writes
005712*        it.  No summary yet (status 35) only means no live run
005713*        has applied a swap since it was introduced.
005714         OPEN INPUT VELOCITY-SUMMARY-FILE
005715         IF EV-VELSUM-NOT-FOUND
005716             MOVE "N" TO EV-VELSUM-SWITCH
005717             DISPLAY "EMAILVALIDATION - NO VELSUM FILE YET, "
005718                 "TRIAL SEES NO VELOCITY HISTORY"
005719         ELSE
005720             IF NOT EV-VELSUM-OK
005721                 DISPLAY "EMAILVALIDATION - UNABLE TO OPEN "
005722                     "VELSUM, STATUS = " EV-VELSUM-STATUS
005723                 MOVE 16 TO RETURN-CODE
005724                 GOBACK
005725             END-IF
005726         END-IF
005727     ELSE
005728         PERFORM 1230-COUNT-AUDIT-ON-FILE THRU 1230-EXIT
005730         OPEN EXTEND AUDIT-FILE
005740         IF NOT EV-AUDIT-OUT-OK
005750             DISPLAY "EMAILVALIDATION - UNABLE TO OPEN "
006170             MOVE 16 TO RETURN-CODE
006180             GOBACK
006190         END-IF
006191*        The velocity summary is created the same way on its
006192*        first-ever open.
006193         OPEN I-O VELOCITY-SUMMARY-FILE
006194         IF EV-VELSUM-NOT-FOUND
006195             OPEN OUTPUT VELOCITY-SUMMARY-FILE
006196             CLOSE VELOCITY-SUMMARY-FILE
006197             OPEN I-O VELOCITY-SUMMARY-FILE
006198         END-IF
006199         IF NOT EV-VELSUM-OK
006200             DISPLAY "EMAILVALIDATION - UNABLE TO OPEN "
006201                 "VELSUM, STATUS = " EV-VELSUM-STATUS
006202             MOVE 16 TO RETURN-CODE
006203             GOBACK
006204         END-IF
006205     END-IF.
006210
006216     COMPUTE EV-RUN-INTEGER =
006222         FUNCTION INTEGER-OF-DATE(EV-RUN-DATE).
006230
006240*    A trial neither honors nor writes checkpoints - the
006250*    rehearsal touches a different extract than the night's
006340         OR SR-SEQUENCE-NBR > EV-LAST-CHECKPOINT-SEQ.
006350 1000-EXIT.
006360     EXIT.
006361
006362*================================================================
006363* 1050-READ-BUSINESS-DATE
006364*     Takes the processing date from the business-date control
006365*     file (BUSDATE.CPY) instead of the wall clock, so a run
006366*     past midnight or a rerun the next morning still carries
006367*     the night's own date.  A missing or unusable control
006368*     record stops the run rather than stamp the wrong day.
006369*================================================================
006370 1050-READ-BUSINESS-DATE.
006371     OPEN INPUT BUSINESS-DATE-FILE.
006372     IF NOT EV-BUSDATE-OK
006373         DISPLAY "EMAILVALIDATION - UNABLE TO OPEN BUSDATE, "
006374             "STATUS = " EV-BUSDATE-STATUS
006375         MOVE 16 TO RETURN-CODE
006376         GOBACK
006377     END-IF.
006378     READ BUSINESS-DATE-FILE
006379         AT END
006380             MOVE SPACES TO BUSINESS-DATE-RECORD
006381     END-READ.
006382     CLOSE BUSINESS-DATE-FILE.
006383     IF BD-BUSINESS-DATE NOT NUMERIC
006384         DISPLAY "EMAILVALIDATION - BUSDATE RECORD MISSING OR "
006385             "NOT NUMERIC: " BUSINESS-DATE-RECORD
006386         MOVE 16 TO RETURN-CODE
006387         GOBACK
006388     END-IF.
006389     MOVE BD-BUSINESS-DATE TO EV-RUN-DATE.
006390 1050-EXIT.
006391     EXIT.
006392
006393*================================================================
006394* 1100-READ-RUN-PARM
006400*     Reads the optional run-mode parameter.  A RUNPARM record
006410*     reading "TRIAL" makes this a validate-only rehearsal;
006420*     "RELEASE" marks the live pending-release pass, which
006750*     record to find the sequence number of the last swap
006760*     request that completed successfully on a prior run, then
006770*     reopens the checkpoint file to append further checkpoints.
006780*     Only checkpoints of this business date are honored -
006790*     HRSwapExtract starts SR-SEQUENCE-NBR back at 1 on every
006800*     run, so a stale checkpoint left over from a prior day's
006810*     (larger) sequence range would otherwise cause tonight's
006820*     whole file to be skipped as "already processed."
006821*     The first start of a pass on a business date takes the
006822*     count of that date's records already on AUDITOUT as its
006823*     audit base and carries it in every checkpoint, starting
006824*     with one written here.  A restart picks the base back up,
006825*     and every record on file above it is a decision its
006826*     earlier run wrote (PRIOR-DEC on the run ledger) - this
006827*     assumes, as the restart procedure does, that no other
006828*     step wrote to AUDITOUT between the abend and the rerun.
006830*================================================================
006840 1300-DETERMINE-RESTART-POINT.
006850     MOVE EV-RUN-DATE TO EV-CURRENT-DATE.
006860     OPEN INPUT CHECKPOINT-FILE.
006870     IF EV-CHKPT-OK
006880         PERFORM 1310-READ-CHECKPOINT THRU 1310-EXIT
006980         MOVE 16 TO RETURN-CODE
006990         GOBACK
007000     END-IF.
007001
007002     IF EV-RESTARTING
007003         AND EV-AUDIT-ON-FILE-COUNT NOT < EV-AUDIT-BASE-COUNT
007004         COMPUTE EV-PRIOR-DEC-COUNT =
007005             EV-AUDIT-ON-FILE-COUNT - EV-AUDIT-BASE-COUNT
007006         DISPLAY "EMAILVALIDATION - RESTART, DECISIONS ALREADY "
007007             "ON AUDITOUT: " EV-PRIOR-DEC-COUNT
007008     ELSE
007009         MOVE EV-AUDIT-ON-FILE-COUNT TO EV-AUDIT-BASE-COUNT
007010     END-IF.
007011     MOVE EV-LAST-CHECKPOINT-SEQ TO CK-LAST-SEQUENCE-NBR.
007012     MOVE EV-RUN-DATE TO CK-CHECKPOINT-DATE.
007013     ACCEPT EV-CURRENT-TIME FROM TIME.
007014     MOVE EV-CURRENT-TIME(1:6) TO CK-CHECKPOINT-TIME.
007015     MOVE EV-RUN-ID TO CK-RUN-ID.
007016     MOVE EV-AUDIT-BASE-COUNT TO CK-AUDIT-BASE.
007017     WRITE CHECKPOINT-RECORD.
007018 1300-EXIT.
007020     EXIT.
007030 
007040*================================================================
007280     IF CK-CHECKPOINT-DATE = EV-CURRENT-DATE
007290         AND CK-RUN-ID = EV-RUN-ID
007300         MOVE CK-LAST-SEQUENCE-NBR TO EV-LAST-CHECKPOINT-SEQ
007302         SET EV-RESTARTING TO TRUE
007304*        A checkpoint written before the audit base existed
007305*        carries spaces - its run's decisions cannot be told
007306*        apart, so the base is taken as what is on file now.
007307         IF CK-AUDIT-BASE IS NUMERIC
007308             MOVE CK-AUDIT-BASE TO EV-AUDIT-BASE-COUNT
007309         ELSE
007310             MOVE EV-AUDIT-ON-FILE-COUNT TO EV-AUDIT-BASE-COUNT
007311         END-IF
007312     END-IF.
007320     PERFORM 1310-READ-CHECKPOINT THRU 1310-EXIT.
007330 1320-EXIT.
007340     EXIT.
007390*     per the checkpoint, instead of reprocessing them.
007400*================================================================
007410 1400-SKIP-PROCESSED-RECORD.
007415     ADD 1 TO EV-SKIPPED-COUNT.
007420     PERFORM 2100-READ-SWAP-REQUEST THRU 2100-EXIT.
007430 1400-EXIT.
007440     EXIT.
007930     EXIT.
007940
007950*================================================================
007960* 1230-COUNT-AUDIT-ON-FILE
007970*     Counts the business date's records already on AUDITOUT
007980*     before a live run opens it to append - the audit base a
007990*     first start records, or the total a restart measures its
008000*     earlier run's decisions against (see 1300).
008010*================================================================
008020 1230-COUNT-AUDIT-ON-FILE.
008030     OPEN INPUT AUDIT-FILE.
008040     IF NOT EV-AUDIT-OUT-OK
008050         DISPLAY "EMAILVALIDATION - UNABLE TO OPEN "
008060             "AUDITOUT, STATUS = " EV-AUDIT-OUT-STATUS
008070         MOVE 16 TO RETURN-CODE
008080         GOBACK
008090     END-IF.
008100     PERFORM 1240-READ-AUDIT-ON-FILE THRU 1240-EXIT
008110         UNTIL EV-AUDIT-END-OF-FILE.
008120     CLOSE AUDIT-FILE.
008130 1230-EXIT.
008140     EXIT.
008150
008160*================================================================
008170* 1240-READ-AUDIT-ON-FILE
008180*================================================================
008190 1240-READ-AUDIT-ON-FILE.
008200     READ AUDIT-FILE INTO AUDIT-RECORD
008210         AT END
008220             SET EV-AUDIT-END-OF-FILE TO TRUE
008230             GO TO 1240-EXIT
008240     END-READ.
008250     IF AU-DECISION-DATE = EV-RUN-DATE
008260         ADD 1 TO EV-AUDIT-ON-FILE-COUNT
008270     END-IF.
008280 1240-EXIT.
008290     EXIT.
008300
008450*================================================================
008460* 2000-PROCESS-SWAPS
008470*     Drives one swap attempt per input record until the swap
009740         AT END
009750             SET EV-END-OF-FILE TO TRUE
009760     END-READ.
009762     IF NOT EV-END-OF-FILE
009764         ADD 1 TO EV-READ-COUNT
009766     END-IF.
009770 2100-EXIT.
009780     EXIT.
009790 
012190     END-EVALUATE.
012200     MOVE SR-SOURCE-SYSTEM TO SU-SOURCE-SYSTEM.
012210     MOVE SR-EXTERNAL-REF TO SU-EXTERNAL-REF.
012215     MOVE SR-RECEIVED-DATE TO SU-RECEIVED-DATE.
012220     MOVE EV-RUN-DATE TO SU-SUSPENSE-DATE.
012230     ACCEPT EV-CURRENT-TIME FROM TIME.
012240     MOVE EV-CURRENT-TIME(1:6) TO SU-SUSPENSE-TIME.
012250     WRITE SUSPENSE-RECORD.
012252     IF EV-SUSPENSE-OUT-OK
012254         ADD 1 TO EV-SUSPENDED-COUNT
012256     END-IF.
012260 2750-EXIT.
012270     EXIT.
012280
012284*================================================================
012288* 2770-CHECK-VELOCITY
012292*     An account already at the velocity threshold inside the
012296*     window is held to suspense instead of swapped again -
012300*     nothing legitimate changes an address that often, but an
012304*     account-takeover attempt does.  One keyed read of the
012308*     velocity summary gives the account's applied changes by
012312*     day; a trial adds the swaps it has itself would-be applied
012316*     for the account, since it never writes the summary.
012320*================================================================
012324 2770-CHECK-VELOCITY.
012328     MOVE ZERO TO EV-VEL-WINDOW-COUNT.
012332     IF EV-VELSUM-ON-FILE
012336         MOVE SR-ACCOUNT-ID TO VS-ACCOUNT-ID
012340         READ VELOCITY-SUMMARY-FILE
012344             KEY IS VS-ACCOUNT-ID
012348             INVALID KEY
012352                 CONTINUE
012356             NOT INVALID KEY
012360                 PERFORM 2775-SUM-VELOCITY-DAY THRU 2775-EXIT
012364                     VARYING EV-VEL-SUB FROM 1 BY 1
012368                     UNTIL EV-VEL-SUB > 31
012372         END-READ
012376     END-IF.
012380     IF EV-TRIAL-RUN
012384         PERFORM 2776-FIND-TRIAL-VELOCITY THRU 2776-EXIT
012388         IF EV-VEL-ENTRY-FOUND
012392             ADD EV-TVEL-SWAP-COUNT(EV-TVEL-MATCHED-SUB)
012396                 TO EV-VEL-WINDOW-COUNT
012400         END-IF
012404     END-IF.
012408     IF EV-VEL-WINDOW-COUNT >= EV-VELOCITY-THRESHOLD
012412         DISPLAY "Velocity Hold - To Suspense: "
012416             SR-ACCOUNT-ID
012420         SET EV-VELOCITY-HOLD TO TRUE
012424     END-IF.
012428 2770-EXIT.
012432     EXIT.
012436
012440*================================================================
012444* 2775-SUM-VELOCITY-DAY
012448*     A day's changes count while the day is fewer than
012452*     EV-VELOCITY-WINDOW-DAYS business days before tonight.
012456*================================================================
012460 2775-SUM-VELOCITY-DAY.
012464     IF NOT VS-DAY-UNUSED(EV-VEL-SUB)
012468         COMPUTE EV-VEL-DAY-INTEGER =
012472             FUNCTION INTEGER-OF-DATE(VS-DAY-DATE(EV-VEL-SUB))
012476         COMPUTE EV-VEL-AGE-DAYS =
012480             EV-RUN-INTEGER - EV-VEL-DAY-INTEGER
012484         IF EV-VEL-AGE-DAYS < EV-VELOCITY-WINDOW-DAYS
012488             ADD VS-DAY-COUNT(EV-VEL-SUB) TO EV-VEL-WINDOW-COUNT
012492         END-IF
012496     END-IF.
012500 2775-EXIT.
012504     EXIT.
012508
012512*================================================================
012516* 2776-FIND-TRIAL-VELOCITY
012520*     Locates SR-ACCOUNT-ID in the trial's would-be swap table.
012524*     Leaves EV-TVEL-MATCHED-SUB pointing at the entry when
012528*     found.
012532*================================================================
012536 2776-FIND-TRIAL-VELOCITY.
012540     MOVE "N" TO EV-VEL-FOUND-SWITCH.
012544     PERFORM 2777-MATCH-TRIAL-VELOCITY THRU 2777-EXIT
012548         VARYING EV-TVEL-SUB FROM 1 BY 1
012552         UNTIL EV-TVEL-SUB > EV-TVEL-COUNT
012556         OR EV-VEL-ENTRY-FOUND.
012560 2776-EXIT.
012564     EXIT.
012568
012572*================================================================
012576* 2777-MATCH-TRIAL-VELOCITY
012580*================================================================
012584 2777-MATCH-TRIAL-VELOCITY.
012588     IF EV-TVEL-ACCOUNT-ID(EV-TVEL-SUB) = SR-ACCOUNT-ID
012592         SET EV-VEL-ENTRY-FOUND TO TRUE
012596         MOVE EV-TVEL-SUB TO EV-TVEL-MATCHED-SUB
012600     END-IF.
012604 2777-EXIT.
012608     EXIT.
012612
012616*================================================================
012620* 2780-RECORD-VELOCITY-CHANGE
012624*     Adds the swap just applied to tonight's day on the
012628*     account's velocity summary, writing the account's first
012632*     summary record if it has none.  A new day takes the
012636*     oldest slot (an unused slot is oldest of all).  A summary
012640*     failure is reported but never undoes the swap - the
012644*     master is already rewritten and the audit trail covers it.
012648*================================================================
012652 2780-RECORD-VELOCITY-CHANGE.
012656     MOVE "N" TO EV-VELSUM-NEW-SWITCH.
012660     MOVE SR-ACCOUNT-ID TO VS-ACCOUNT-ID.
012664     READ VELOCITY-SUMMARY-FILE
012668         KEY IS VS-ACCOUNT-ID
012672         INVALID KEY
012676             MOVE SPACES TO VELOCITY-SUMMARY-RECORD
012680             INITIALIZE VELOCITY-SUMMARY-RECORD
012684             MOVE SR-ACCOUNT-ID TO VS-ACCOUNT-ID
012688             SET EV-VELSUM-NEW-RECORD TO TRUE
012692     END-READ.
012696     MOVE "N" TO EV-VEL-FOUND-SWITCH.
012700     MOVE 1 TO EV-VEL-OLDEST-SUB.
012704     PERFORM 2785-FIND-VELOCITY-DAY THRU 2785-EXIT
012708         VARYING EV-VEL-SUB FROM 1 BY 1
012712         UNTIL EV-VEL-SUB > 31
012716         OR EV-VEL-ENTRY-FOUND.
012720     IF NOT EV-VEL-ENTRY-FOUND
012724         MOVE EV-VEL-OLDEST-SUB TO EV-VEL-MATCHED-SUB
012728         MOVE EV-RUN-DATE TO VS-DAY-DATE(EV-VEL-MATCHED-SUB)
012732         MOVE ZERO TO VS-DAY-COUNT(EV-VEL-MATCHED-SUB)
012736     END-IF.
012740     IF VS-DAY-COUNT(EV-VEL-MATCHED-SUB) < 999
012744         ADD 1 TO VS-DAY-COUNT(EV-VEL-MATCHED-SUB)
012748     END-IF.
012752     MOVE EV-RUN-DATE TO VS-LAST-UPDATE-DATE.
012756     ACCEPT EV-CURRENT-TIME FROM TIME.
012760     MOVE EV-CURRENT-TIME(1:6) TO VS-LAST-UPDATE-TIME.
012764     IF EV-VELSUM-NEW-RECORD
012768         WRITE VELOCITY-SUMMARY-RECORD
012772             INVALID KEY
012776                 DISPLAY "Velocity Summary Write Failed: "
012780                     SR-ACCOUNT-ID
012784         END-WRITE
012788     ELSE
012792         REWRITE VELOCITY-SUMMARY-RECORD
012796             INVALID KEY
012800                 DISPLAY "Velocity Summary Rewrite Failed: "
012804                     SR-ACCOUNT-ID
012808         END-REWRITE
012812     END-IF.
012816 2780-EXIT.
012820     EXIT.
012824
012828*================================================================
012832* 2785-FIND-VELOCITY-DAY
012836*     Looks for tonight's slot, noting the oldest slot on the
012840*     way past in case there is none yet.
012844*================================================================
012848 2785-FIND-VELOCITY-DAY.
012852     IF VS-DAY-DATE(EV-VEL-SUB) = EV-RUN-DATE
012856         SET EV-VEL-ENTRY-FOUND TO TRUE
012860         MOVE EV-VEL-SUB TO EV-VEL-MATCHED-SUB
012864     ELSE
012868         IF VS-DAY-DATE(EV-VEL-SUB) <
012872                 VS-DAY-DATE(EV-VEL-OLDEST-SUB)
012876             MOVE EV-VEL-SUB TO EV-VEL-OLDEST-SUB
012880         END-IF
012884     END-IF.
012888 2785-EXIT.
012892     EXIT.
012896
012900*================================================================
012904* 2790-COUNT-TRIAL-VELOCITY
012908*     Adds one would-be swap for SR-ACCOUNT-ID to the trial's
012912*     table.  A full table only ends the prediction for
012916*     accounts not yet in it - the rehearsal itself carries on.
012920*================================================================
012924 2790-COUNT-TRIAL-VELOCITY.
012928     PERFORM 2776-FIND-TRIAL-VELOCITY THRU 2776-EXIT.
012932     IF EV-VEL-ENTRY-FOUND
012936         ADD 1 TO EV-TVEL-SWAP-COUNT(EV-TVEL-MATCHED-SUB)
012940         GO TO 2790-EXIT
012944     END-IF.
012948     IF EV-TVEL-COUNT >= 10000
012952         IF NOT EV-TVEL-TABLE-FULL
012956             DISPLAY "EMAILVALIDATION - TRIAL VELOCITY TABLE "
012960                 "FULL AT 10000 ACCOUNTS, LATER REPEATS NOT "
012964                 "PREDICTED"
012968             SET EV-TVEL-TABLE-FULL TO TRUE
012972         END-IF
012976         GO TO 2790-EXIT
012980     END-IF.
012984     ADD 1 TO EV-TVEL-COUNT.
012988     MOVE SR-ACCOUNT-ID TO EV-TVEL-ACCOUNT-ID(EV-TVEL-COUNT).
012992     MOVE 1 TO EV-TVEL-SWAP-COUNT(EV-TVEL-COUNT).
012996 2790-EXIT.
013000     EXIT.
013020
013030*================================================================
013040* 2800-APPLY-SWAP
013170             SET EV-APPLY-FAILED TO TRUE
013180             GO TO 2800-EXIT
013190     END-READ.
013195     MOVE AM-EMAIL-ADDRESS TO EV-OUTGOING-ADDRESS.
013200     MOVE EMAIL-ADDRESS TO AM-EMAIL-ADDRESS.
013210     REWRITE ACCOUNT-MASTER-RECORD
013220         INVALID KEY
013260     END-REWRITE.
013270     DISPLAY "Email Swapped: " SR-ACCOUNT-ID " -> " EMAIL-ADDRESS.
013280     SET EV-SWAP-APPLIED TO TRUE.
013285     ADD 1 TO EV-APPLIED-COUNT.
013290*    The swap just applied goes onto the account's velocity
013300*    summary, so it counts toward any later request against the
013310*    same account - in this run or any run inside the window.
013320     PERFORM 2780-RECORD-VELOCITY-CHANGE THRU 2780-EXIT.
013330     PERFORM 2870-RECORD-ADDRESS-HISTORY THRU 2870-EXIT.
013340 2800-EXIT.
013350     EXIT.
013390*     Keeps the keyed address-history file current with the
013400*     swap just applied - the account's open history record
013410*     is closed with this stamp and a new open record written
013420*     for the address now on file.  An account with no open
013430*     record has been on file since before the history was
013440*     kept, and 2890 first writes the address going off as a
013442*     closed record reaching back to the start.  A history
013444*     failure is reported but never undoes the swap - the
013446*     master is already rewritten and the audit trail still
013448*     covers it.
013450*================================================================
013460 2870-RECORD-ADDRESS-HISTORY.
013470     MOVE EV-RUN-DATE TO EV-CURRENT-DATE.
013480     ACCEPT EV-CURRENT-TIME FROM TIME.
013490     PERFORM 2880-CLOSE-OPEN-HISTORY THRU 2880-EXIT.
013492     IF NOT EV-EHIST-OPEN-FOUND
013494         PERFORM 2890-WRITE-PRIOR-HISTORY THRU 2890-EXIT
013496     END-IF.
013500     MOVE SPACES TO EMAIL-HISTORY-RECORD.
013510     MOVE SR-ACCOUNT-ID TO EH-ACCOUNT-ID.
013520     MOVE EV-CURRENT-DATE TO EH-FROM-DATE.
013580     WRITE EMAIL-HISTORY-RECORD
013590         INVALID KEY
013600             DISPLAY "History Write Failed: " SR-ACCOUNT-ID
013605         NOT INVALID KEY
013607             ADD 1 TO EV-HISTORY-COUNT
013610     END-WRITE.
013620 2870-EXIT.
013630     EXIT.
013710*================================================================
013720 2880-CLOSE-OPEN-HISTORY.
013730     MOVE "N" TO EV-EHIST-SCAN-SWITCH.
013735     MOVE "N" TO EV-EHIST-OPEN-SWITCH.
013740     MOVE SR-ACCOUNT-ID TO EH-ACCOUNT-ID.
013750     MOVE ZERO TO EH-FROM-DATE.
013760     MOVE ZERO TO EH-FROM-TIME.
013970             SET EV-EHIST-SCAN-DONE TO TRUE
013980         ELSE
013990             IF EH-STILL-CURRENT
013995                 SET EV-EHIST-OPEN-FOUND TO TRUE
014000                 MOVE EV-CURRENT-DATE TO EH-TO-DATE
014010                 MOVE EV-CURRENT-TIME(1:6) TO EH-TO-TIME
014020                 REWRITE EMAIL-HISTORY-RECORD
014080         END-IF
014090     END-IF.
014100 2885-EXIT.
014101     EXIT.
014102
014103*================================================================
014104* 2890-WRITE-PRIOR-HISTORY
014105*     The address the account carried before its first
014106*     recorded change, on file from date and time zero until
014107*     this swap took it off.
014108*================================================================
014109 2890-WRITE-PRIOR-HISTORY.
014110     MOVE SPACES TO EMAIL-HISTORY-RECORD.
014111     MOVE SR-ACCOUNT-ID TO EH-ACCOUNT-ID.
014112     MOVE ZERO TO EH-FROM-DATE.
014113     MOVE ZERO TO EH-FROM-TIME.
014114     MOVE EV-OUTGOING-ADDRESS TO EH-EMAIL-ADDRESS.
014115     MOVE EV-CURRENT-DATE TO EH-TO-DATE.
014116     MOVE EV-CURRENT-TIME(1:6) TO EH-TO-TIME.
014117     SET EH-SOURCE-BEFORE-HIST TO TRUE.
014118     WRITE EMAIL-HISTORY-RECORD
014119         INVALID KEY
014120             DISPLAY "Prior History Write Failed: " SR-ACCOUNT-ID
014121     END-WRITE.
014122 2890-EXIT.
014123     EXIT.
014124
014130*================================================================
014140* 2850-TRIAL-WOULD-APPLY
014150*     The trial twin of 2800 - every check has passed, so the
014160*     request is marked applied for the trial trail and counted,
014170*     but the master is never touched.  The would-be swap still
014180*     counts toward velocity for the rest of the rehearsal,
014190*     exactly as a real apply would, so the rehearsal predicts
014200*     the night faithfully.
014210*================================================================
014220 2850-TRIAL-WOULD-APPLY.
014230     DISPLAY "Trial - Would Apply: " SR-ACCOUNT-ID " -> "
014240         EMAIL-ADDRESS.
014250     SET EV-SWAP-APPLIED TO TRUE.
014260     PERFORM 2790-COUNT-TRIAL-VELOCITY THRU 2790-EXIT.
014270 2850-EXIT.
014280     EXIT.
014290
014390     MOVE EMAIL-ADDRESS TO AU-NEW-EMAIL-ADDRESS.
014400     MOVE SR-SOURCE-SYSTEM TO AU-SOURCE-SYSTEM.
014410     MOVE SR-EXTERNAL-REF TO AU-EXTERNAL-REF.
014411     MOVE SR-RECEIVED-DATE TO AU-RECEIVED-DATE.
014412
014413*    A held request is not finished - its work-down decision
014414*    follows under the same suspense reason.
014415     MOVE SPACE TO AU-SUSPENSE-REASON.
014416     MOVE "N" TO AU-STILL-OPEN.
014417     EVALUATE TRUE
014418         WHEN EV-VELOCITY-HOLD
014419             SET AU-SUSP-VELOCITY TO TRUE
014420             SET AU-REQUEST-STILL-OPEN TO TRUE
014421         WHEN EV-RISK-HOLD
014422             SET AU-SUSP-RISK-HOLD TO TRUE
014423             SET AU-REQUEST-STILL-OPEN TO TRUE
014424         WHEN EV-DUPLICATE-FOUND
014425             SET AU-SUSP-DUP-ADDRESS TO TRUE
014426             SET AU-REQUEST-STILL-OPEN TO TRUE
014427     END-EVALUATE.
014428 
014430     MOVE ZERO TO EV-THIS-SEVERITY.
014440     IF EV-SWAP-APPLIED
014450         SET AU-DECISION-ACCEPTED TO TRUE
014830         MOVE EV-THIS-SEVERITY TO EV-JOB-SEVERITY
014840     END-IF.
014850 
014860     MOVE EV-RUN-DATE TO EV-CURRENT-DATE.
014870     ACCEPT EV-CURRENT-TIME FROM TIME.
014880     MOVE EV-CURRENT-DATE TO AU-DECISION-DATE.
014890     MOVE EV-CURRENT-TIME(1:6) TO AU-DECISION-TIME.
014930         PERFORM 2930-COUNT-TRIAL-RESULT THRU 2930-EXIT
014940     ELSE
014950         WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD
014952         IF EV-AUDIT-OUT-OK
014954             ADD 1 TO EV-DECISION-COUNT
014956             IF AU-REQUEST-STILL-OPEN
014957                 ADD 1 TO EV-SUSP-DECIDED-COUNT
014958             END-IF
014959         END-IF
014960         IF EV-SWAP-APPLIED
014970             PERFORM 2920-WRITE-NOTIFICATION THRU 2920-EXIT
014980         END-IF
015150     MOVE AU-DECISION-DATE TO NT-DECISION-DATE.
015160     MOVE AU-DECISION-TIME TO NT-DECISION-TIME.
015170     WRITE NOTIFY-RECORD.
015172     IF EV-NOTIFY-OUT-OK
015174         ADD 1 TO EV-NOTIFIED-COUNT
015176     END-IF.
015180 2920-EXIT.
015190     EXIT.
015200
015260*================================================================
015270 2950-WRITE-CHECKPOINT.
015280     MOVE SR-SEQUENCE-NBR TO CK-LAST-SEQUENCE-NBR.
015290     MOVE EV-RUN-DATE TO CK-CHECKPOINT-DATE.
015300     ACCEPT EV-CURRENT-TIME FROM TIME.
015310     MOVE EV-CURRENT-TIME(1:6) TO CK-CHECKPOINT-TIME.
015320     MOVE EV-RUN-ID TO CK-RUN-ID.
015325     MOVE EV-AUDIT-BASE-COUNT TO CK-AUDIT-BASE.
015330     WRITE CHECKPOINT-RECORD.
015340     MOVE ZERO TO EV-RECORDS-SINCE-CHECKPOINT.
015350 2950-EXIT.
015490         PERFORM 3200-PRINT-TRIAL-REPORT THRU 3200-EXIT
015500         CLOSE TRIAL-AUDIT-FILE
015510         CLOSE TRIAL-REPORT-FILE
015512         IF EV-VELSUM-ON-FILE
015514             CLOSE VELOCITY-SUMMARY-FILE
015516         END-IF
015520     ELSE
015530         CLOSE AUDIT-FILE
015540         CLOSE CHECKPOINT-FILE
015550         CLOSE SUSPENSE-FILE
015560         CLOSE NOTIFY-FILE
015570         CLOSE EMAIL-HISTORY-FILE
015575         CLOSE VELOCITY-SUMMARY-FILE
015580         CLOSE PENDING-FILE
015590     END-IF.
015600     MOVE EV-JOB-SEVERITY TO RETURN-CODE.
015602     IF NOT EV-TRIAL-RUN
015604         PERFORM 3100-WRITE-RUN-LEDGER THRU 3100-EXIT
015606     END-IF.
015610 3000-EXIT.
015620     EXIT.
015630
015960     EXIT.
015970
015980*================================================================
015981* 3100-WRITE-RUN-LEDGER
015982*     Appends the pass's control totals to the shared run ledger
015983*     (RUNLEDGR.CPY) under EV-RUN-ID, so the NIGHTLY and RELEASE
015984*     passes balance separately.  Every request read was either
015985*     skipped on a restart, decided, or held to PENDOUT; every
015986*     applied swap should have a notification and a history row;
015987*     every decision routing a request to suspense a suspense
015988*     item.  The ledger is created on its first-ever open; one
015989*     that cannot be opened is reported but does not change the
015990*     return code - the balancing job reports the pass missing.
015991*================================================================
015992 3100-WRITE-RUN-LEDGER.
015993     OPEN EXTEND RUN-LEDGER-FILE.
015994     IF EV-LEDGER-NOT-FOUND
015995         OPEN OUTPUT RUN-LEDGER-FILE
015996     END-IF.
015997     IF NOT EV-LEDGER-OK
015998         DISPLAY "EMAILVALIDATION - UNABLE TO OPEN RUNLEDGR, "
015999             "STATUS = " EV-LEDGER-STATUS
016000             " - NO CONTROL TOTALS WRITTEN"
016001         GO TO 3100-EXIT
016002     END-IF.
016003     MOVE SPACES TO RUN-LEDGER-RECORD.
016004     INITIALIZE RUN-LEDGER-RECORD.
016005     MOVE "EMAILVAL" TO RL-STEP-NAME.
016006     MOVE EV-RUN-ID TO RL-RUN-ID.
016007     MOVE EV-RUN-DATE TO RL-BUSINESS-DATE.
016008     ACCEPT EV-CURRENT-TIME FROM TIME.
016009     MOVE EV-CURRENT-TIME(1:6) TO RL-WRITTEN-TIME.
016010     MOVE RETURN-CODE TO RL-STEP-RC.
016011     MOVE "I" TO RL-COUNT-FLOW(1).
016012     MOVE "READ" TO RL-COUNT-CATEGORY(1).
016013     MOVE EV-READ-COUNT TO RL-COUNT-VALUE(1).
016014     MOVE "I" TO RL-COUNT-FLOW(2).
016015     MOVE "SKIPPED" TO RL-COUNT-CATEGORY(2).
016016     MOVE EV-SKIPPED-COUNT TO RL-COUNT-VALUE(2).
016017     MOVE "O" TO RL-COUNT-FLOW(3).
016018     MOVE "DECISIONS" TO RL-COUNT-CATEGORY(3).
016019     MOVE EV-DECISION-COUNT TO RL-COUNT-VALUE(3).
016020     MOVE "O" TO RL-COUNT-FLOW(4).
016021     MOVE "HELD" TO RL-COUNT-CATEGORY(4).
016022     MOVE EV-PENDING-COUNT TO RL-COUNT-VALUE(4).
016023     MOVE "O" TO RL-COUNT-FLOW(5).
016024     MOVE "APPLIED" TO RL-COUNT-CATEGORY(5).
016025     MOVE EV-APPLIED-COUNT TO RL-COUNT-VALUE(5).
016026     MOVE "O" TO RL-COUNT-FLOW(6).
016027     MOVE "NOTIFIED" TO RL-COUNT-CATEGORY(6).
016028     MOVE EV-NOTIFIED-COUNT TO RL-COUNT-VALUE(6).
016029     MOVE "O" TO RL-COUNT-FLOW(7).
016030     MOVE "HISTORY" TO RL-COUNT-CATEGORY(7).
016031     MOVE EV-HISTORY-COUNT TO RL-COUNT-VALUE(7).
016032     MOVE "O" TO RL-COUNT-FLOW(8).
016033     MOVE "SUSPENDED" TO RL-COUNT-CATEGORY(8).
016034     MOVE EV-SUSPENDED-COUNT TO RL-COUNT-VALUE(8).
016035     MOVE "O" TO RL-COUNT-FLOW(9).
016036     MOVE "SUSP-DECIDED" TO RL-COUNT-CATEGORY(9).
016037     MOVE EV-SUSP-DECIDED-COUNT TO RL-COUNT-VALUE(9).
016038     MOVE "I" TO RL-COUNT-FLOW(10).
016039     MOVE "PRIOR-DEC" TO RL-COUNT-CATEGORY(10).
016040     MOVE EV-PRIOR-DEC-COUNT TO RL-COUNT-VALUE(10).
016041     WRITE RUN-LEDGER-RECORD.
016042     CLOSE RUN-LEDGER-FILE.
016043 3100-EXIT.
016044     EXIT.
016045
016046*================================================================
016047* 3200-PRINT-TRIAL-REPORT
016048*     The would-be results of the rehearsal, in the daily
016049*     report's summary style.
016050*================================================================
016051 3200-PRINT-TRIAL-REPORT.
016052     MOVE EV-TRIAL-HEADING-1 TO TRIAL-REPORT-LINE.
016053     WRITE TRIAL-REPORT-LINE.
016060     MOVE EV-RUN-DATE TO EV-CURRENT-DATE.
016070     MOVE EV-CURRENT-DATE TO EV-TRIAL-HDG-DATE.
016080     MOVE EV-TRIAL-HEADING-2 TO TRIAL-REPORT-LINE.
016090     WRITE TRIAL-REPORT-LINE.
