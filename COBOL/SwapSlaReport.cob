000010*================================================================
000020* SWAPSLAREPORT.COB
000030*
000040* PROGRAM-ID    : SwapSlaReport
000050* AUTHOR        : R. MCALLISTER
000060* INSTALLATION  : DATA LIFECYCLE SERVICES
000070* DATE-WRITTEN  : 2026-10-15
000080* DATE-COMPILED :
000090*
000100* REMARKS.
000110*     Monthly request turnaround SLA report.  The call center
000120*     and the portal are promised that a change lands within a
000130*     set number of days; this measures it.  Intake stamps the
000140*     night each request was received (SR-RECEIVED-DATE) and
000150*     the date travels with the request through the pending
000160*     and suspense files onto every audit decision, so the
000170*     final answer alone says how long the request took.  Every
000180*     final decision of the month - an ACCEPTED or REJECTED
000190*     decision that did not leave the request open (see
000200*     AU-STILL-OPEN) - is read off the live trail (AUDITIN)
000210*     and the archive (ARCHIN, optional), and its elapsed days
000220*     from receipt are bucketed twice: by source channel and
000230*     by the reason the request sat in suspense, if it did.
000240*     Every request over the SLA is listed.  The month and the
000250*     SLA days arrive on the optional SLAPARM file - by default
000260*     the month before the business date's, against five days.
000270*     Decisions written before the received date existed carry
000280*     none and are counted, not measured.  RETURN-CODE is 4
000290*     when any request breached the SLA.
000300*
000310* MODIFICATION HISTORY.
000320*     2026-10-15  RM  Original version.
000330*================================================================
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. SwapSlaReport.
000360 AUTHOR. R. MCALLISTER.
000370 INSTALLATION. DATA LIFECYCLE SERVICES.
000380 DATE-WRITTEN. 2026-10-15.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT SLA-PARM-FILE ASSIGN TO SLAPARM
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS TR-PARM-IN-STATUS.
000470
000480     SELECT AUDIT-IN-FILE ASSIGN TO AUDITIN
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS TR-AUDIT-IN-STATUS.
000510
000520     SELECT ARCHIVE-IN-FILE ASSIGN TO ARCHIN
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS TR-ARCH-IN-STATUS.
000550
000560     SELECT SLA-REPORT-FILE ASSIGN TO SLARPT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS TR-REPORT-OUT-STATUS.
000590
000600     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS TR-BUSDATE-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  SLA-PARM-FILE
000670     RECORDING MODE IS F.
000680 01  SLA-PARM-RECORD.
000690     05  TP-REPORT-MONTH          PIC 9(06).
000700     05  TP-SLA-DAYS              PIC 9(03).
000710
000720 FD  AUDIT-IN-FILE
000730     RECORDING MODE IS F.
000740 01  AUDIT-IN-RECORD              PIC X(572).
000750
000760 FD  ARCHIVE-IN-FILE
000770     RECORDING MODE IS F.
000780 01  ARCHIVE-IN-RECORD            PIC X(572).
000790
000800 FD  SLA-REPORT-FILE
000810     RECORDING MODE IS F.
000820 01  REPORT-LINE                  PIC X(132).
000830
000840 FD  BUSINESS-DATE-FILE
000850     RECORDING MODE IS F.
000860     COPY BUSDATE.
000870
000880 WORKING-STORAGE SECTION.
000890*----------------------------------------------------------------
000900* Working fields for SwapSlaReport - app prefix TR-.
000910*----------------------------------------------------------------
000920 77  TR-SLA-DAYS                  PIC 9(03)   VALUE 5.
000930 77  TR-AUDIT-READ-COUNT          PIC 9(07)   VALUE ZERO.
000940 77  TR-ARCH-READ-COUNT           PIC 9(07)   VALUE ZERO.
000950 77  TR-FINAL-COUNT               PIC 9(07)   VALUE ZERO.
000960 77  TR-MEASURED-COUNT            PIC 9(07)   VALUE ZERO.
000970 77  TR-NO-RECEIPT-COUNT          PIC 9(07)   VALUE ZERO.
000980 77  TR-BREACH-COUNT              PIC 9(07)   VALUE ZERO.
000990 77  TR-LONGEST-DAYS              PIC 9(05)   VALUE ZERO.
001000 77  TR-ELAPSED-DAYS              PIC 9(05)   VALUE ZERO.
001010 77  TR-DECISION-INTEGER          PIC 9(07)   VALUE ZERO.
001020 77  TR-RECEIVED-INTEGER          PIC 9(07)   VALUE ZERO.
001030 77  TR-BUCKET-SUB                PIC 9(01)   VALUE ZERO.
001040 77  TR-ROW-SUB                   PIC 9(01)   VALUE ZERO.
001050
001060 COPY AUDITREC.
001070
001080 01  TR-PARM-IN-STATUS            PIC X(02).
001090     88  TR-PARM-IN-OK            VALUE "00".
001100
001110 01  TR-AUDIT-IN-STATUS           PIC X(02).
001120     88  TR-AUDIT-IN-OK           VALUE "00".
001130
001140 01  TR-ARCH-IN-STATUS            PIC X(02).
001150     88  TR-ARCH-IN-OK            VALUE "00".
001160     88  TR-ARCH-IN-NOT-FOUND     VALUE "35".
001170
001180 01  TR-REPORT-OUT-STATUS         PIC X(02).
001190     88  TR-REPORT-OUT-OK         VALUE "00".
001200
001210 01  TR-BUSDATE-STATUS            PIC X(02).
001220     88  TR-BUSDATE-OK            VALUE "00".
001230
001240 01  TR-BUSINESS-DATE             PIC 9(08).
001250 01  TR-RECEIVED-DATE             PIC 9(08).
001260 01  TR-REPORT-MONTH.
001270     05  TR-REPORT-YEAR           PIC 9(04).
001280     05  TR-REPORT-MM             PIC 9(02).
001290
001300 01  TR-SWITCHES.
001310     05  TR-EOF-SWITCH            PIC X(01)   VALUE "N".
001320         88  TR-END-OF-FILE       VALUE "Y".
001330     05  TR-PARM-EOF-SWITCH       PIC X(01)   VALUE "N".
001340         88  TR-PARM-END-OF-FILE  VALUE "Y".
001350     05  TR-ARCH-SWITCH           PIC X(01)   VALUE "Y".
001360         88  TR-ARCH-ON-FILE      VALUE "Y".
001370
001380*----------------------------------------------------------------
001390* Elapsed-day buckets - same day, 1, 2-3, 4-5, 6-10, 11-30,
001400* over 30 - for each source channel and for each suspense
001410* reason.  An unknown code lands on the OTHER row of its
001420* table, so a new channel or reason never drops out of the
001430* totals.
001440*----------------------------------------------------------------
001450 01  TR-BUCKET-LABEL-AREA.
001460     05  FILLER                   PIC X(11) VALUE " SAME DAY".
001470     05  FILLER                   PIC X(11) VALUE "    1 DAY".
001480     05  FILLER                   PIC X(11) VALUE "      2-3".
001490     05  FILLER                   PIC X(11) VALUE "      4-5".
001500     05  FILLER                   PIC X(11) VALUE "     6-10".
001510     05  FILLER                   PIC X(11) VALUE "    11-30".
001520     05  FILLER                   PIC X(11) VALUE "  OVER 30".
001530 01  TR-BUCKET-LABELS REDEFINES TR-BUCKET-LABEL-AREA.
001540     05  TR-BUCKET-LABEL          PIC X(11) OCCURS 7 TIMES.
001550
001560 01  TR-SOURCE-TABLE-AREA.
001570     05  TR-SRC-ENTRY OCCURS 5 TIMES.
001580         10  TR-SRC-LABEL         PIC X(16) VALUE SPACES.
001590         10  TR-SRC-BUCKET        PIC 9(07) VALUE ZERO
001600                                  OCCURS 7 TIMES.
001610         10  TR-SRC-TOTAL         PIC 9(07) VALUE ZERO.
001620         10  TR-SRC-BREACHES      PIC 9(07) VALUE ZERO.
001630
001640 01  TR-REASON-TABLE-AREA.
001650     05  TR-RSN-ENTRY OCCURS 5 TIMES.
001660         10  TR-RSN-LABEL         PIC X(16) VALUE SPACES.
001670         10  TR-RSN-BUCKET        PIC 9(07) VALUE ZERO
001680                                  OCCURS 7 TIMES.
001690         10  TR-RSN-TOTAL         PIC 9(07) VALUE ZERO.
001700         10  TR-RSN-BREACHES      PIC 9(07) VALUE ZERO.
001710
001720 01  TR-HEADING-1.
001730     05  FILLER                   PIC X(33)
001740         VALUE "EMAIL SWAP - REQUEST TURNAROUND S".
001750     05  FILLER                   PIC X(10)
001760         VALUE "LA REPORT".
001770
001780 01  TR-HEADING-2.
001790     05  FILLER                   PIC X(16)
001800         VALUE "REPORT DATE :   ".
001810     05  TR-HDG-DATE              PIC 9(08).
001820
001830 01  TR-HEADING-3.
001840     05  FILLER                   PIC X(16)
001850         VALUE "DECIDED IN  :   ".
001860     05  TR-HDG-MONTH             PIC 9(06).
001870     05  FILLER                   PIC X(16)
001880         VALUE "   SLA (DAYS): ".
001890     05  TR-HDG-SLA-DAYS          PIC ZZ9.
001900
001910 01  TR-TABLE-HEADING.
001920     05  TR-THD-TITLE             PIC X(18).
001930     05  TR-THD-BUCKET            PIC X(11) OCCURS 7 TIMES.
001940     05  FILLER                   PIC X(11) VALUE "      TOTAL".
001950     05  FILLER                   PIC X(12) VALUE "    BREACHES".
001960
001970 01  TR-TABLE-LINE.
001980     05  TR-TBL-LABEL             PIC X(16).
001990     05  FILLER                   PIC X(02) VALUE SPACES.
002000     05  TR-TBL-BUCKET            PIC Z,ZZZ,ZZ9BB
002010                                  OCCURS 7 TIMES.
002020     05  FILLER                   PIC X(02) VALUE SPACES.
002030     05  TR-TBL-TOTAL             PIC Z,ZZZ,ZZ9.
002040     05  FILLER                   PIC X(03) VALUE SPACES.
002050     05  TR-TBL-BREACHES          PIC Z,ZZZ,ZZ9.
002060
002070 01  TR-DETAIL-LINE.
002080     05  FILLER             PIC X(08) VALUE "BREACH  ".
002090     05  TR-DTL-ACCOUNT-ID  PIC X(10).
002100     05  FILLER             PIC X(06) VALUE "  SRC ".
002110     05  TR-DTL-SOURCE      PIC X(01).
002120     05  FILLER             PIC X(06) VALUE "  REF ".
002130     05  TR-DTL-REF         PIC X(14).
002140     05  FILLER             PIC X(11) VALUE "  RECEIVED ".
002150     05  TR-DTL-RECEIVED    PIC X(08).
002160     05  FILLER             PIC X(10) VALUE "  DECIDED ".
002170     05  TR-DTL-DECIDED     PIC 9(08).
002180     05  FILLER             PIC X(07) VALUE "  DAYS ".
002190     05  TR-DTL-DAYS        PIC ZZ,ZZ9.
002200     05  FILLER             PIC X(02) VALUE SPACES.
002210     05  TR-DTL-DECISION    PIC X(08).
002220     05  FILLER             PIC X(07) VALUE "  SUSP ".
002230     05  TR-DTL-SUSP-REASON PIC X(01).
002240
002250 01  TR-BREACH-HEADING.
002260     05  FILLER                   PIC X(17)
002270         VALUE "REQUESTS OVER SLA".
002280
002290 01  TR-SUMMARY-LINE.
002300     05  TR-SUM-LABEL             PIC X(40).
002310     05  TR-SUM-COUNT             PIC Z,ZZZ,ZZ9.
002320
002330 PROCEDURE DIVISION.
002340*================================================================
002350* 0000-MAINLINE
002360*================================================================
002370 0000-MAINLINE.
002380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002390     PERFORM 2000-READ-AUDIT THRU 2000-EXIT
002400         UNTIL TR-END-OF-FILE.
002410     IF TR-ARCH-ON-FILE
002420         MOVE "N" TO TR-EOF-SWITCH
002430         PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
002440             UNTIL TR-END-OF-FILE
002450     END-IF.
002460     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
002470     PERFORM 4000-TERMINATE THRU 4000-EXIT.
002480     GOBACK.
002490
002500*================================================================
002510* 1000-INITIALIZE
002520*================================================================
002530 1000-INITIALIZE.
002540     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002550     PERFORM 1100-READ-SLA-PARM THRU 1100-EXIT.
002560
002570     MOVE "HR"               TO TR-SRC-LABEL(1).
002580     MOVE "CALL CENTER"      TO TR-SRC-LABEL(2).
002590     MOVE "PORTAL"           TO TR-SRC-LABEL(3).
002600     MOVE "MIGRATION"        TO TR-SRC-LABEL(4).
002610     MOVE "OTHER"            TO TR-SRC-LABEL(5).
002620     MOVE "NOT SUSPENDED"    TO TR-RSN-LABEL(1).
002630     MOVE "DUP ADDRESS"      TO TR-RSN-LABEL(2).
002640     MOVE "VELOCITY"         TO TR-RSN-LABEL(3).
002650     MOVE "RISK HOLD"        TO TR-RSN-LABEL(4).
002660     MOVE "OTHER"            TO TR-RSN-LABEL(5).
002670
002680     OPEN INPUT AUDIT-IN-FILE.
002690     IF NOT TR-AUDIT-IN-OK
002700         DISPLAY "SWAPSLAREPORT - UNABLE TO OPEN AUDITIN, "
002710             "STATUS = " TR-AUDIT-IN-STATUS
002720         MOVE 16 TO RETURN-CODE
002730         GOBACK
002740     END-IF.
002750
002760*    No archive yet (status 35) just means nothing has been
002770*    archived - the live trail is the whole history.
002780     OPEN INPUT ARCHIVE-IN-FILE.
002790     IF TR-ARCH-IN-NOT-FOUND
002800         MOVE "N" TO TR-ARCH-SWITCH
002810     ELSE
002820         IF NOT TR-ARCH-IN-OK
002830             DISPLAY "SWAPSLAREPORT - UNABLE TO OPEN ARCHIN, "
002840                 "STATUS = " TR-ARCH-IN-STATUS
002850             MOVE 16 TO RETURN-CODE
002860             GOBACK
002870         END-IF
002880     END-IF.
002890
002900     OPEN OUTPUT SLA-REPORT-FILE.
002910     IF NOT TR-REPORT-OUT-OK
002920         DISPLAY "SWAPSLAREPORT - UNABLE TO OPEN SLARPT, "
002930             "STATUS = " TR-REPORT-OUT-STATUS
002940         MOVE 16 TO RETURN-CODE
002950         GOBACK
002960     END-IF.
002970
002980     MOVE TR-HEADING-1 TO REPORT-LINE.
002990     WRITE REPORT-LINE.
003000     MOVE TR-BUSINESS-DATE TO TR-HDG-DATE.
003010     MOVE TR-HEADING-2 TO REPORT-LINE.
003020     WRITE REPORT-LINE.
003030     MOVE TR-REPORT-MONTH TO TR-HDG-MONTH.
003040     MOVE TR-SLA-DAYS TO TR-HDG-SLA-DAYS.
003050     MOVE TR-HEADING-3 TO REPORT-LINE.
003060     WRITE REPORT-LINE.
003070     MOVE SPACES TO REPORT-LINE.
003080     WRITE REPORT-LINE.
003090 1000-EXIT.
003100     EXIT.
003110
003120*================================================================
003130* 1050-READ-BUSINESS-DATE
003140*     Takes the processing date from the business-date control
003150*     file (BUSDATE.CPY) instead of the wall clock, as every
003160*     job in the nightly flow does - the default month is the
003170*     one before the business date's.
003180*================================================================
003190 1050-READ-BUSINESS-DATE.
003200     OPEN INPUT BUSINESS-DATE-FILE.
003210     IF NOT TR-BUSDATE-OK
003220         DISPLAY "SWAPSLAREPORT - UNABLE TO OPEN BUSDATE, "
003230             "STATUS = " TR-BUSDATE-STATUS
003240         MOVE 16 TO RETURN-CODE
003250         GOBACK
003260     END-IF.
003270     READ BUSINESS-DATE-FILE
003280         AT END
003290             MOVE SPACES TO BUSINESS-DATE-RECORD
003300     END-READ.
003310     CLOSE BUSINESS-DATE-FILE.
003320     IF BD-BUSINESS-DATE NOT NUMERIC
003330         DISPLAY "SWAPSLAREPORT - BUSDATE RECORD MISSING OR "
003340             "NOT NUMERIC: " BUSINESS-DATE-RECORD
003350         MOVE 16 TO RETURN-CODE
003360         GOBACK
003370     END-IF.
003380     MOVE BD-BUSINESS-DATE TO TR-BUSINESS-DATE.
003390 1050-EXIT.
003400     EXIT.
003410
003420*================================================================
003430* 1100-READ-SLA-PARM
003440*     Reads the optional month and SLA.  A missing file or an
003450*     unusable field only takes that field's default - the
003460*     month before the business date's, and five days - with
003470*     a note in the job log.
003480*================================================================
003490 1100-READ-SLA-PARM.
003500     MOVE TR-BUSINESS-DATE(1:6) TO TR-REPORT-MONTH.
003510     IF TR-REPORT-MM = 1
003520         SUBTRACT 1 FROM TR-REPORT-YEAR
003530         MOVE 12 TO TR-REPORT-MM
003540     ELSE
003550         SUBTRACT 1 FROM TR-REPORT-MM
003560     END-IF.
003570
003580     OPEN INPUT SLA-PARM-FILE.
003590     IF TR-PARM-IN-OK
003600         READ SLA-PARM-FILE
003610             AT END
003620                 SET TR-PARM-END-OF-FILE TO TRUE
003630         END-READ
003640         IF NOT TR-PARM-END-OF-FILE
003650             PERFORM 1150-APPLY-SLA-PARM THRU 1150-EXIT
003660         END-IF
003670         CLOSE SLA-PARM-FILE
003680     ELSE
003690         DISPLAY "SWAPSLAREPORT - SLAPARM NOT AVAILABLE, "
003700             "STATUS = " TR-PARM-IN-STATUS
003710             " - DEFAULT MONTH AND SLA TAKEN"
003720     END-IF.
003730     DISPLAY "SWAPSLAREPORT - DECISIONS OF " TR-REPORT-MONTH
003740         " AGAINST AN SLA OF " TR-SLA-DAYS " DAYS".
003750 1100-EXIT.
003760     EXIT.
003770
003780*================================================================
003790* 1150-APPLY-SLA-PARM
003800*================================================================
003810 1150-APPLY-SLA-PARM.
003820     IF TP-REPORT-MONTH IS NUMERIC
003830         AND TP-REPORT-MONTH(5:2) >= "01"
003840         AND TP-REPORT-MONTH(5:2) <= "12"
003850         MOVE TP-REPORT-MONTH TO TR-REPORT-MONTH
003860     ELSE
003870         DISPLAY "SWAPSLAREPORT - SLAPARM MONTH "
003880             "UNUSABLE, DEFAULT TAKEN"
003890     END-IF.
003900     IF TP-SLA-DAYS IS NUMERIC
003910         AND TP-SLA-DAYS > 0
003920         MOVE TP-SLA-DAYS TO TR-SLA-DAYS
003930     ELSE
003940         DISPLAY "SWAPSLAREPORT - SLAPARM SLA DAYS "
003950             "UNUSABLE, DEFAULT TAKEN"
003960     END-IF.
003970 1150-EXIT.
003980     EXIT.
003990
004000*================================================================
004010* 2000-READ-AUDIT
004020*================================================================
004030 2000-READ-AUDIT.
004040     READ AUDIT-IN-FILE INTO AUDIT-RECORD
004050         AT END
004060             SET TR-END-OF-FILE TO TRUE
004070             GO TO 2000-EXIT
004080     END-READ.
004090     ADD 1 TO TR-AUDIT-READ-COUNT.
004100     PERFORM 2500-MEASURE-DECISION THRU 2500-EXIT.
004110 2000-EXIT.
004120     EXIT.
004130
004140*================================================================
004150* 2100-READ-ARCHIVE
004160*================================================================
004170 2100-READ-ARCHIVE.
004180     READ ARCHIVE-IN-FILE INTO AUDIT-RECORD
004190         AT END
004200             SET TR-END-OF-FILE TO TRUE
004210             GO TO 2100-EXIT
004220     END-READ.
004230     ADD 1 TO TR-ARCH-READ-COUNT.
004240     PERFORM 2500-MEASURE-DECISION THRU 2500-EXIT.
004250 2100-EXIT.
004260     EXIT.
004270
004280*================================================================
004290* 2500-MEASURE-DECISION
004300*     Only a final answer stops the clock - a decision that
004310*     sent the request to suspense, re-queued it, or failed
004320*     its release left it open.  A received date that is
004330*     missing, not a calendar date, or after the decision
004340*     cannot be measured and is only counted.
004350*================================================================
004360 2500-MEASURE-DECISION.
004370     IF AU-DECISION-DATE(1:6) NOT = TR-REPORT-MONTH
004380         GO TO 2500-EXIT
004390     END-IF.
004400     IF NOT AU-DECISION-ACCEPTED
004410         AND NOT AU-DECISION-REJECTED
004420         GO TO 2500-EXIT
004430     END-IF.
004440     IF AU-REQUEST-STILL-OPEN
004450         GO TO 2500-EXIT
004460     END-IF.
004470     ADD 1 TO TR-FINAL-COUNT.
004480
004490     IF AU-RECEIVED-DATE IS NOT NUMERIC
004500         ADD 1 TO TR-NO-RECEIPT-COUNT
004510         GO TO 2500-EXIT
004520     END-IF.
004530     MOVE AU-RECEIVED-DATE TO TR-RECEIVED-DATE.
004540     MOVE ZERO TO TR-RECEIVED-INTEGER.
004550     IF TR-RECEIVED-DATE NOT < 16010101
004560         COMPUTE TR-RECEIVED-INTEGER =
004570             FUNCTION INTEGER-OF-DATE(TR-RECEIVED-DATE)
004580     END-IF.
004590     MOVE ZERO TO TR-DECISION-INTEGER.
004600     IF AU-DECISION-DATE NOT < 16010101
004610         COMPUTE TR-DECISION-INTEGER =
004620             FUNCTION INTEGER-OF-DATE(AU-DECISION-DATE)
004630     END-IF.
004640     IF TR-RECEIVED-INTEGER = ZERO
004650         OR TR-DECISION-INTEGER = ZERO
004660         OR TR-RECEIVED-INTEGER > TR-DECISION-INTEGER
004670         ADD 1 TO TR-NO-RECEIPT-COUNT
004680         GO TO 2500-EXIT
004690     END-IF.
004700     COMPUTE TR-ELAPSED-DAYS =
004710         TR-DECISION-INTEGER - TR-RECEIVED-INTEGER.
004720     ADD 1 TO TR-MEASURED-COUNT.
004730     IF TR-ELAPSED-DAYS > TR-LONGEST-DAYS
004740         MOVE TR-ELAPSED-DAYS TO TR-LONGEST-DAYS
004750     END-IF.
004760
004770     PERFORM 2600-BUCKET-DECISION THRU 2600-EXIT.
004780     IF TR-ELAPSED-DAYS > TR-SLA-DAYS
004790         PERFORM 2700-LIST-BREACH THRU 2700-EXIT
004800     END-IF.
004810 2500-EXIT.
004820     EXIT.
004830
004840*================================================================
004850* 2600-BUCKET-DECISION
004860*     Adds the decision to its bucket on both tables.
004870*================================================================
004880 2600-BUCKET-DECISION.
004890     EVALUATE TRUE
004900         WHEN TR-ELAPSED-DAYS = 0
004910             MOVE 1 TO TR-BUCKET-SUB
004920         WHEN TR-ELAPSED-DAYS = 1
004930             MOVE 2 TO TR-BUCKET-SUB
004940         WHEN TR-ELAPSED-DAYS <= 3
004950             MOVE 3 TO TR-BUCKET-SUB
004960         WHEN TR-ELAPSED-DAYS <= 5
004970             MOVE 4 TO TR-BUCKET-SUB
004980         WHEN TR-ELAPSED-DAYS <= 10
004990             MOVE 5 TO TR-BUCKET-SUB
005000         WHEN TR-ELAPSED-DAYS <= 30
005010             MOVE 6 TO TR-BUCKET-SUB
005020         WHEN OTHER
005030             MOVE 7 TO TR-BUCKET-SUB
005040     END-EVALUATE.
005050
005060     EVALUATE TRUE
005070         WHEN AU-SOURCE-HR
005080             MOVE 1 TO TR-ROW-SUB
005090         WHEN AU-SOURCE-CALLCTR
005100             MOVE 2 TO TR-ROW-SUB
005110         WHEN AU-SOURCE-PORTAL
005120             MOVE 3 TO TR-ROW-SUB
005130         WHEN AU-SOURCE-MIGRATION
005140             MOVE 4 TO TR-ROW-SUB
005150         WHEN OTHER
005160             MOVE 5 TO TR-ROW-SUB
005170     END-EVALUATE.
005180     ADD 1 TO TR-SRC-BUCKET(TR-ROW-SUB, TR-BUCKET-SUB).
005190     ADD 1 TO TR-SRC-TOTAL(TR-ROW-SUB).
005200     IF TR-ELAPSED-DAYS > TR-SLA-DAYS
005210         ADD 1 TO TR-SRC-BREACHES(TR-ROW-SUB)
005220     END-IF.
005230
005240     EVALUATE TRUE
005250         WHEN AU-SUSP-NONE
005260             MOVE 1 TO TR-ROW-SUB
005270         WHEN AU-SUSP-DUP-ADDRESS
005280             MOVE 2 TO TR-ROW-SUB
005290         WHEN AU-SUSP-VELOCITY
005300             MOVE 3 TO TR-ROW-SUB
005310         WHEN AU-SUSP-RISK-HOLD
005320             MOVE 4 TO TR-ROW-SUB
005330         WHEN OTHER
005340             MOVE 5 TO TR-ROW-SUB
005350     END-EVALUATE.
005360     ADD 1 TO TR-RSN-BUCKET(TR-ROW-SUB, TR-BUCKET-SUB).
005370     ADD 1 TO TR-RSN-TOTAL(TR-ROW-SUB).
005380     IF TR-ELAPSED-DAYS > TR-SLA-DAYS
005390         ADD 1 TO TR-RSN-BREACHES(TR-ROW-SUB)
005400     END-IF.
005410 2600-EXIT.
005420     EXIT.
005430
005440*================================================================
005450* 2700-LIST-BREACH
005460*     The breaches are listed as the trail is read, ahead of
005470*     the tables - the first one puts out the list's heading.
005480*================================================================
005490 2700-LIST-BREACH.
005500     ADD 1 TO TR-BREACH-COUNT.
005510     IF TR-BREACH-COUNT = 1
005520         MOVE TR-BREACH-HEADING TO REPORT-LINE
005530         WRITE REPORT-LINE
005540     END-IF.
005550     MOVE AU-ACCOUNT-ID TO TR-DTL-ACCOUNT-ID.
005560     MOVE AU-SOURCE-SYSTEM TO TR-DTL-SOURCE.
005570     MOVE AU-EXTERNAL-REF TO TR-DTL-REF.
005580     MOVE AU-RECEIVED-DATE TO TR-DTL-RECEIVED.
005590     MOVE AU-DECISION-DATE TO TR-DTL-DECIDED.
005600     MOVE TR-ELAPSED-DAYS TO TR-DTL-DAYS.
005610     IF AU-DECISION-ACCEPTED
005620         MOVE "ACCEPTED" TO TR-DTL-DECISION
005630     ELSE
005640         MOVE "REJECTED" TO TR-DTL-DECISION
005650     END-IF.
005660     MOVE AU-SUSPENSE-REASON TO TR-DTL-SUSP-REASON.
005670     MOVE TR-DETAIL-LINE TO REPORT-LINE.
005680     WRITE REPORT-LINE.
005690 2700-EXIT.
005700     EXIT.
005710
005720*================================================================
005730* 3000-PRINT-REPORT
005740*================================================================
005750 3000-PRINT-REPORT.
005760     PERFORM 3050-SET-BUCKET-HEADING THRU 3050-EXIT
005770         VARYING TR-BUCKET-SUB FROM 1 BY 1
005780         UNTIL TR-BUCKET-SUB > 7.
005790
005800     MOVE SPACES TO REPORT-LINE.
005810     WRITE REPORT-LINE.
005820     MOVE "BY SOURCE CHANNEL" TO TR-THD-TITLE.
005830     MOVE TR-TABLE-HEADING TO REPORT-LINE.
005840     WRITE REPORT-LINE.
005850     PERFORM 3100-PRINT-SOURCE-LINE THRU 3100-EXIT
005860         VARYING TR-ROW-SUB FROM 1 BY 1
005870         UNTIL TR-ROW-SUB > 5.
005880
005890     MOVE SPACES TO REPORT-LINE.
005900     WRITE REPORT-LINE.
005910     MOVE "BY SUSPENSE REASON" TO TR-THD-TITLE.
005920     MOVE TR-TABLE-HEADING TO REPORT-LINE.
005930     WRITE REPORT-LINE.
005940     PERFORM 3200-PRINT-REASON-LINE THRU 3200-EXIT
005950         VARYING TR-ROW-SUB FROM 1 BY 1
005960         UNTIL TR-ROW-SUB > 5.
005970
005980     MOVE SPACES TO REPORT-LINE.
005990     WRITE REPORT-LINE.
006000     MOVE "FINAL DECISIONS IN MONTH" TO TR-SUM-LABEL.
006010     MOVE TR-FINAL-COUNT TO TR-SUM-COUNT.
006020     PERFORM 3300-WRITE-SUMMARY-LINE THRU 3300-EXIT.
006030     MOVE "  MEASURED" TO TR-SUM-LABEL.
006040     MOVE TR-MEASURED-COUNT TO TR-SUM-COUNT.
006050     PERFORM 3300-WRITE-SUMMARY-LINE THRU 3300-EXIT.
006060     MOVE "  NO USABLE RECEIVED DATE" TO TR-SUM-LABEL.
006070     MOVE TR-NO-RECEIPT-COUNT TO TR-SUM-COUNT.
006080     PERFORM 3300-WRITE-SUMMARY-LINE THRU 3300-EXIT.
006090     MOVE "SLA BREACHES" TO TR-SUM-LABEL.
006100     MOVE TR-BREACH-COUNT TO TR-SUM-COUNT.
006110     PERFORM 3300-WRITE-SUMMARY-LINE THRU 3300-EXIT.
006120     MOVE "LONGEST TURNAROUND (DAYS)" TO TR-SUM-LABEL.
006130     MOVE TR-LONGEST-DAYS TO TR-SUM-COUNT.
006140     PERFORM 3300-WRITE-SUMMARY-LINE THRU 3300-EXIT.
006150 3000-EXIT.
006160     EXIT.
006170
006180*================================================================
006190* 3050-SET-BUCKET-HEADING
006200*================================================================
006210 3050-SET-BUCKET-HEADING.
006220     MOVE TR-BUCKET-LABEL(TR-BUCKET-SUB)
006230         TO TR-THD-BUCKET(TR-BUCKET-SUB).
006240 3050-EXIT.
006250     EXIT.
006260
006270*================================================================
006280* 3100-PRINT-SOURCE-LINE
006290*================================================================
006300 3100-PRINT-SOURCE-LINE.
006310     MOVE TR-SRC-LABEL(TR-ROW-SUB) TO TR-TBL-LABEL.
006320     PERFORM 3110-MOVE-SOURCE-BUCKET THRU 3110-EXIT
006330         VARYING TR-BUCKET-SUB FROM 1 BY 1
006340         UNTIL TR-BUCKET-SUB > 7.
006350     MOVE TR-SRC-TOTAL(TR-ROW-SUB) TO TR-TBL-TOTAL.
006360     MOVE TR-SRC-BREACHES(TR-ROW-SUB) TO TR-TBL-BREACHES.
006370     MOVE TR-TABLE-LINE TO REPORT-LINE.
006380     WRITE REPORT-LINE.
006390 3100-EXIT.
006400     EXIT.
006410
006420*================================================================
006430* 3110-MOVE-SOURCE-BUCKET
006440*================================================================
006450 3110-MOVE-SOURCE-BUCKET.
006460     MOVE TR-SRC-BUCKET(TR-ROW-SUB, TR-BUCKET-SUB)
006470         TO TR-TBL-BUCKET(TR-BUCKET-SUB).
006480 3110-EXIT.
006490     EXIT.
006500
006510*================================================================
006520* 3200-PRINT-REASON-LINE
006530*================================================================
006540 3200-PRINT-REASON-LINE.
006550     MOVE TR-RSN-LABEL(TR-ROW-SUB) TO TR-TBL-LABEL.
006560     PERFORM 3210-MOVE-REASON-BUCKET THRU 3210-EXIT
006570         VARYING TR-BUCKET-SUB FROM 1 BY 1
006580         UNTIL TR-BUCKET-SUB > 7.
006590     MOVE TR-RSN-TOTAL(TR-ROW-SUB) TO TR-TBL-TOTAL.
006600     MOVE TR-RSN-BREACHES(TR-ROW-SUB) TO TR-TBL-BREACHES.
006610     MOVE TR-TABLE-LINE TO REPORT-LINE.
006620     WRITE REPORT-LINE.
006630 3200-EXIT.
006640     EXIT.
006650
006660*================================================================
006670* 3210-MOVE-REASON-BUCKET
006680*================================================================
006690 3210-MOVE-REASON-BUCKET.
006700     MOVE TR-RSN-BUCKET(TR-ROW-SUB, TR-BUCKET-SUB)
006710         TO TR-TBL-BUCKET(TR-BUCKET-SUB).
006720 3210-EXIT.
006730     EXIT.
006740
006750*================================================================
006760* 3300-WRITE-SUMMARY-LINE
006770*================================================================
006780 3300-WRITE-SUMMARY-LINE.
006790     MOVE TR-SUMMARY-LINE TO REPORT-LINE.
006800     WRITE REPORT-LINE.
006810 3300-EXIT.
006820     EXIT.
006830
006840*================================================================
006850* 4000-TERMINATE
006860*================================================================
006870 4000-TERMINATE.
006880     DISPLAY "SWAPSLAREPORT - FINAL DECISIONS: " TR-FINAL-COUNT.
006890     DISPLAY "SWAPSLAREPORT - MEASURED: " TR-MEASURED-COUNT.
006900     DISPLAY "SWAPSLAREPORT - BREACHES: " TR-BREACH-COUNT.
006910     CLOSE AUDIT-IN-FILE.
006920     IF TR-ARCH-ON-FILE
006930         CLOSE ARCHIVE-IN-FILE
006940     END-IF.
006950     CLOSE SLA-REPORT-FILE.
006960     IF TR-BREACH-COUNT > 0
006970         MOVE 4 TO RETURN-CODE
006980     END-IF.
006990 4000-EXIT.
007000     EXIT.
