000010*================================================================
000020* ACCTMASTASOF.COB
000030*
000040* PROGRAM-ID    : AcctMastAsOf
000050* AUTHOR        : R. MCALLISTER
000060* INSTALLATION  : DATA LIFECYCLE SERVICES
000070* DATE-WRITTEN  : 2026-10-15
000080* DATE-COMPILED :
000090*
000100* REMARKS.
000110*     Point-in-time snapshot of the account master, rebuilt
000120*     from the keyed address-history file.  A parameter record
000130*     gives an as-of date and time; every account on ACCTMAST
000140*     is written to the ASOFOUT snapshot in account-master
000150*     layout (ACCTMAS.CPY) carrying the address its EMLHIST
000160*     history shows on file at that moment - the history
000170*     record that went on at or before the as-of stamp and
000180*     had not come off by it.  EmailHistInquiry answers the
000190*     same question one account at a time; this answers it for
000200*     the whole book, so a bad night can be scoped, or a
000210*     master restore supported, without pulling backup tapes.
000220*
000230*     Only the address is rebuilt.  Status, risk flag and the
000240*     last-update stamp are the live master's, and accounts
000250*     are written under the id they carry today - a CHANGE-ID
000260*     moves the account's history with it, so the history
000270*     under the current id is complete.
000280*
000281*     Every program that writes an address keeps EMLHIST:
000282*     AcctMastMaint opens a row when it ADDs an account, and
000283*     the swap, release and back-out, finding no open row for
000284*     an account, first write a closed row for the address
000285*     going off, from the start of time.  So an account with
000286*     no history at all has never changed address and goes to
000287*     the snapshot as it is live, and one whose history opens
000288*     with its ADD after the as-of point did not exist then
000289*     and is left out; both are only counted.
000290*
000291*     The ASOFRPT report lists every account whose address has
000300*     changed since the as-of point (as-of and live address
000310*     side by side), and every account no history record
000320*     covers - history that only starts after the as-of point
000330*     with a change rather than an ADD, or a gap at it.  Those
000340*     accounts go to the snapshot with the address blank,
000350*     never the live one, and the run ends with RETURN-CODE 4,
000360*     so nobody restores from the snapshot without seeing them.
000370*
000380* MODIFICATION HISTORY.
000390*     2026-10-15  RM  Original version.
000400*================================================================
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. AcctMastAsOf.
000430 AUTHOR. R. MCALLISTER.
000440 INSTALLATION. DATA LIFECYCLE SERVICES.
000450 DATE-WRITTEN. 2026-10-15.
000460 DATE-COMPILED.
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT ASOF-PARM-FILE ASSIGN TO ASOFPARM
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS AO-PARM-IN-STATUS.
000540
000550     SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMAST
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS AM-ACCOUNT-ID
000590         ALTERNATE RECORD KEY IS AM-EMAIL-ADDRESS
000600             WITH DUPLICATES
000610         FILE STATUS IS AO-ACCT-MAST-STATUS.
000620
000630     SELECT EMAIL-HISTORY-FILE ASSIGN TO EMLHIST
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS EH-HISTORY-KEY
000670         FILE STATUS IS AO-EMLHIST-STATUS.
000680
000690     SELECT SNAPSHOT-FILE ASSIGN TO ASOFOUT
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS AO-SNAP-OUT-STATUS.
000720
000730     SELECT REPORT-FILE ASSIGN TO ASOFRPT
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS AO-REPORT-OUT-STATUS.
000760
000770     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS AO-BUSDATE-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  ASOF-PARM-FILE
000840     RECORDING MODE IS F.
000850 01  ASOF-PARM-RECORD.
000860     05  AP-ASOF-DATE             PIC 9(08).
000870     05  FILLER                   PIC X(01).
000880     05  AP-ASOF-TIME             PIC 9(06).
000890
000900 FD  ACCOUNT-MASTER-FILE.
000910     COPY ACCTMAS.
000920
000930 FD  EMAIL-HISTORY-FILE.
000940     COPY EMLHIST.
000950
000960 FD  SNAPSHOT-FILE
000970     RECORDING MODE IS F.
000980 01  SNAPSHOT-OUT-RECORD          PIC X(290).
000990
001000 FD  REPORT-FILE
001010     RECORDING MODE IS F.
001020 01  REPORT-LINE                  PIC X(132).
001030
001040 FD  BUSINESS-DATE-FILE
001050     RECORDING MODE IS F.
001060     COPY BUSDATE.
001070
001080 WORKING-STORAGE SECTION.
001090*----------------------------------------------------------------
001100* Working fields for AcctMastAsOf - app prefix AO-.
001110*----------------------------------------------------------------
001120 77  AO-JOB-SEVERITY              PIC 9(01)   VALUE ZERO.
001130 77  AO-ACCOUNT-COUNT             PIC 9(07)   VALUE ZERO.
001140 77  AO-SNAPSHOT-COUNT            PIC 9(07)   VALUE ZERO.
001150 77  AO-UNCHANGED-COUNT           PIC 9(07)   VALUE ZERO.
001160 77  AO-CHANGED-COUNT             PIC 9(07)   VALUE ZERO.
001170 77  AO-NO-HISTORY-COUNT          PIC 9(07)   VALUE ZERO.
001180 77  AO-LATE-HISTORY-COUNT        PIC 9(07)   VALUE ZERO.
001185 77  AO-ADDED-LATER-COUNT         PIC 9(07)   VALUE ZERO.
001190 77  AO-GAP-COUNT                 PIC 9(07)   VALUE ZERO.
001200 77  AO-ASOF-INTEGER              PIC 9(07)   VALUE ZERO.
001210
001220 01  AO-PARM-IN-STATUS            PIC X(02).
001230     88  AO-PARM-IN-OK            VALUE "00".
001240
001250 01  AO-ACCT-MAST-STATUS          PIC X(02).
001260     88  AO-ACCT-MAST-OK          VALUE "00".
001270     88  AO-ACCT-MAST-EOF         VALUE "10".
001280
001290 01  AO-EMLHIST-STATUS            PIC X(02).
001300     88  AO-EMLHIST-OK            VALUE "00".
001310
001320 01  AO-SNAP-OUT-STATUS           PIC X(02).
001330     88  AO-SNAP-OUT-OK           VALUE "00".
001340
001350 01  AO-REPORT-OUT-STATUS         PIC X(02).
001360     88  AO-REPORT-OUT-OK         VALUE "00".
001370
001380 01  AO-BUSDATE-STATUS            PIC X(02).
001390     88  AO-BUSDATE-OK            VALUE "00".
001400
001410 01  AO-BUSINESS-DATE             PIC 9(08).
001420
001430*----------------------------------------------------------------
001440* Stamps are date * 1000000 + time, so one compare orders them
001450* the way EmailSwapBackout orders its range.
001460*----------------------------------------------------------------
001470 01  AO-ASOF-STAMP                PIC 9(14).
001480 01  AO-FROM-STAMP                PIC 9(14).
001490 01  AO-TO-STAMP                  PIC 9(14).
001500 01  AO-COVER-TO-STAMP            PIC 9(14).
001510
001520 01  AO-LIVE-EMAIL-ADDRESS        PIC X(256).
001530 01  AO-ASOF-EMAIL-ADDRESS        PIC X(256).
001540
001550*----------------------------------------------------------------
001551* Change source of the account's first history record, which
001552* tells an account added after the as-of point from one whose
001553* history simply starts late.
001554*----------------------------------------------------------------
001555 01  AO-FIRST-SOURCE              PIC X(01).
001556     88  AO-FIRST-IS-ADD          VALUE "A".
001557
001558*----------------------------------------------------------------
001560* How the account's history stands at the as-of point.
001570*----------------------------------------------------------------
001580 01  AO-COVER-CODE                PIC X(01).
001590     88  AO-COVERED               VALUE "C".
001600     88  AO-NO-HISTORY            VALUE "N".
001610     88  AO-LATE-HISTORY          VALUE "L".
001615     88  AO-ADDED-LATER           VALUE "A".
001620     88  AO-HISTORY-GAP           VALUE "G".
001630
001640 01  AO-SWITCHES.
001650     05  AO-EOF-SWITCH            PIC X(01)   VALUE "N".
001660         88  AO-END-OF-FILE       VALUE "Y".
001670     05  AO-SCAN-SWITCH           PIC X(01)   VALUE "N".
001680         88  AO-SCAN-DONE         VALUE "Y".
001690     05  AO-ANY-HIST-SWITCH       PIC X(01)   VALUE "N".
001700         88  AO-HISTORY-SEEN      VALUE "Y".
001710     05  AO-CAND-SWITCH           PIC X(01)   VALUE "N".
001720         88  AO-CANDIDATE-FOUND   VALUE "Y".
001730     05  AO-CAND-OPEN-SWITCH      PIC X(01)   VALUE "N".
001740         88  AO-CANDIDATE-OPEN    VALUE "Y".
001750
001760 01  AO-HEADING-1.
001770     05  FILLER                   PIC X(30)
001780         VALUE "ACCOUNT MASTER - AS-OF SNAPSHO".
001790     05  FILLER                   PIC X(25)
001800         VALUE "T / DIFFERENCE REPORT".
001810
001820 01  AO-HEADING-2.
001830     05  FILLER                   PIC X(16)
001840         VALUE "REPORT DATE :   ".
001850     05  AO-HDG-DATE              PIC 9(08).
001860
001870 01  AO-HEADING-3.
001880     05  FILLER                   PIC X(16)
001890         VALUE "AS-OF POINT :   ".
001900     05  AO-HDG-ASOF-DATE         PIC 9(08).
001910     05  FILLER                   PIC X(01) VALUE SPACES.
001920     05  AO-HDG-ASOF-TIME         PIC 9(06).
001930
001940 01  AO-CHANGED-LINE.
001950     05  FILLER             PIC X(14) VALUE "CHANGED   ACCT".
001960     05  FILLER             PIC X(02) VALUE SPACES.
001970     05  AO-CHG-ACCOUNT-ID  PIC X(10).
001980     05  FILLER             PIC X(02) VALUE SPACES.
001990     05  FILLER             PIC X(07) VALUE "AS-OF: ".
002000     05  AO-CHG-ASOF-EMAIL  PIC X(44).
002010     05  FILLER             PIC X(02) VALUE SPACES.
002020     05  FILLER             PIC X(06) VALUE "LIVE: ".
002030     05  AO-CHG-LIVE-EMAIL  PIC X(44).
002040
002050 01  AO-NO-COVER-LINE.
002060     05  FILLER             PIC X(14) VALUE "NO COVER  ACCT".
002070     05  FILLER             PIC X(02) VALUE SPACES.
002080     05  AO-NCV-ACCOUNT-ID  PIC X(10).
002090     05  FILLER             PIC X(02) VALUE SPACES.
002100     05  AO-NCV-REASON      PIC X(45).
002110     05  FILLER             PIC X(02) VALUE SPACES.
002120     05  FILLER             PIC X(06) VALUE "LIVE: ".
002130     05  AO-NCV-LIVE-EMAIL  PIC X(44).
002140
002150 01  AO-SUMMARY-LINE.
002160     05  AO-SUM-LABEL             PIC X(40).
002170     05  AO-SUM-COUNT             PIC ZZZ,ZZ9.
002180
002190 PROCEDURE DIVISION.
002200*================================================================
002210* 0000-MAINLINE
002220*================================================================
002230 0000-MAINLINE.
002240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002250     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
002260         UNTIL AO-END-OF-FILE.
002270     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
002280     PERFORM 4000-TERMINATE THRU 4000-EXIT.
002290     GOBACK.
002300
002310*================================================================
002320* 1000-INITIALIZE
002330*================================================================
002340 1000-INITIALIZE.
002350     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002360     PERFORM 1100-READ-PARM THRU 1100-EXIT.
002370
002380     OPEN INPUT ACCOUNT-MASTER-FILE.
002390     IF NOT AO-ACCT-MAST-OK
002400         DISPLAY "ACCTMASTASOF - UNABLE TO OPEN ACCTMAST, "
002410             "STATUS = " AO-ACCT-MAST-STATUS
002420         MOVE 16 TO RETURN-CODE
002430         GOBACK
002440     END-IF.
002450
002460     OPEN INPUT EMAIL-HISTORY-FILE.
002470     IF NOT AO-EMLHIST-OK
002480         DISPLAY "ACCTMASTASOF - UNABLE TO OPEN EMLHIST, "
002490             "STATUS = " AO-EMLHIST-STATUS
002500         MOVE 16 TO RETURN-CODE
002510         GOBACK
002520     END-IF.
002530
002540     OPEN OUTPUT SNAPSHOT-FILE.
002550     IF NOT AO-SNAP-OUT-OK
002560         DISPLAY "ACCTMASTASOF - UNABLE TO OPEN ASOFOUT, "
002570             "STATUS = " AO-SNAP-OUT-STATUS
002580         MOVE 16 TO RETURN-CODE
002590         GOBACK
002600     END-IF.
002610
002620     OPEN OUTPUT REPORT-FILE.
002630     IF NOT AO-REPORT-OUT-OK
002640         DISPLAY "ACCTMASTASOF - UNABLE TO OPEN ASOFRPT, "
002650             "STATUS = " AO-REPORT-OUT-STATUS
002660         MOVE 16 TO RETURN-CODE
002670         GOBACK
002680     END-IF.
002690
002700     MOVE AO-HEADING-1 TO REPORT-LINE.
002710     WRITE REPORT-LINE.
002720     MOVE AO-BUSINESS-DATE TO AO-HDG-DATE.
002730     MOVE AO-HEADING-2 TO REPORT-LINE.
002740     WRITE REPORT-LINE.
002750     MOVE AP-ASOF-DATE TO AO-HDG-ASOF-DATE.
002760     MOVE AP-ASOF-TIME TO AO-HDG-ASOF-TIME.
002770     MOVE AO-HEADING-3 TO REPORT-LINE.
002780     WRITE REPORT-LINE.
002790     MOVE SPACES TO REPORT-LINE.
002800     WRITE REPORT-LINE.
002810
002820     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
002830 1000-EXIT.
002840     EXIT.
002850
002860*================================================================
002870* 1050-READ-BUSINESS-DATE
002880*     Takes the report date from the business-date control
002890*     file (BUSDATE.CPY) instead of the wall clock, as every
002900*     job in the nightly flow does.  A missing or unusable
002910*     control record stops the run rather than stamp the
002920*     wrong day.
002930*================================================================
002940 1050-READ-BUSINESS-DATE.
002950     OPEN INPUT BUSINESS-DATE-FILE.
002960     IF NOT AO-BUSDATE-OK
002970         DISPLAY "ACCTMASTASOF - UNABLE TO OPEN BUSDATE, "
002980             "STATUS = " AO-BUSDATE-STATUS
002990         MOVE 16 TO RETURN-CODE
003000         GOBACK
003010     END-IF.
003020     READ BUSINESS-DATE-FILE
003030         AT END
003040             MOVE SPACES TO BUSINESS-DATE-RECORD
003050     END-READ.
003060     CLOSE BUSINESS-DATE-FILE.
003070     IF BD-BUSINESS-DATE NOT NUMERIC
003080         DISPLAY "ACCTMASTASOF - BUSDATE RECORD MISSING OR "
003090             "NOT NUMERIC: " BUSINESS-DATE-RECORD
003100         MOVE 16 TO RETURN-CODE
003110         GOBACK
003120     END-IF.
003130     MOVE BD-BUSINESS-DATE TO AO-BUSINESS-DATE.
003140 1050-EXIT.
003150     EXIT.
003160
003170*================================================================
003180* 1100-READ-PARM
003190*     The as-of point is required - a snapshot of an unstated
003200*     moment is worse than none.  The date must be a real
003210*     calendar date and the time a real time of day.
003220*================================================================
003230 1100-READ-PARM.
003240     OPEN INPUT ASOF-PARM-FILE.
003250     IF NOT AO-PARM-IN-OK
003260         DISPLAY "ACCTMASTASOF - UNABLE TO OPEN ASOFPARM, "
003270             "STATUS = " AO-PARM-IN-STATUS
003280         MOVE 16 TO RETURN-CODE
003290         GOBACK
003300     END-IF.
003310     READ ASOF-PARM-FILE
003320         AT END
003330             MOVE SPACES TO ASOF-PARM-RECORD
003340     END-READ.
003350     CLOSE ASOF-PARM-FILE.
003360     IF AP-ASOF-DATE NOT NUMERIC
003370         OR AP-ASOF-TIME NOT NUMERIC
003380         DISPLAY "ACCTMASTASOF - ASOFPARM MISSING OR NOT "
003390             "NUMERIC: " ASOF-PARM-RECORD
003400         MOVE 16 TO RETURN-CODE
003410         GOBACK
003420     END-IF.
003430     MOVE ZERO TO AO-ASOF-INTEGER.
003440     IF AP-ASOF-DATE NOT < 16010101
003450         COMPUTE AO-ASOF-INTEGER =
003460             FUNCTION INTEGER-OF-DATE(AP-ASOF-DATE)
003470     END-IF.
003480     IF AO-ASOF-INTEGER = ZERO
003490         OR AP-ASOF-TIME > 235959
003500         DISPLAY "ACCTMASTASOF - ASOFPARM NOT A VALID DATE "
003510             "AND TIME: " ASOF-PARM-RECORD
003520         MOVE 16 TO RETURN-CODE
003530         GOBACK
003540     END-IF.
003550     COMPUTE AO-ASOF-STAMP =
003560         AP-ASOF-DATE * 1000000 + AP-ASOF-TIME.
003570 1100-EXIT.
003580     EXIT.
003590
003600*================================================================
003610* 2000-PROCESS-ACCOUNT
003620*     Rebuilds one account's address as of the parameter
003630*     point, reports it when it differs from the live address
003640*     or cannot be rebuilt, and writes the snapshot record -
003645*     unless the account was only added after the as-of point.
003650*================================================================
003660 2000-PROCESS-ACCOUNT.
003670     ADD 1 TO AO-ACCOUNT-COUNT.
003680     MOVE AM-EMAIL-ADDRESS TO AO-LIVE-EMAIL-ADDRESS.
003690     PERFORM 2200-FIND-ASOF-ADDRESS THRU 2200-EXIT.
003700
003710     EVALUATE TRUE
003720         WHEN AO-COVERED
003730             IF FUNCTION LOWER-CASE(AO-ASOF-EMAIL-ADDRESS) =
003740                FUNCTION LOWER-CASE(AO-LIVE-EMAIL-ADDRESS)
003750                 ADD 1 TO AO-UNCHANGED-COUNT
003760             ELSE
003770                 ADD 1 TO AO-CHANGED-COUNT
003780                 PERFORM 2300-WRITE-CHANGED-LINE THRU 2300-EXIT
003790             END-IF
003800             MOVE AO-ASOF-EMAIL-ADDRESS TO AM-EMAIL-ADDRESS
003810         WHEN AO-NO-HISTORY
003820             ADD 1 TO AO-NO-HISTORY-COUNT
003830         WHEN AO-ADDED-LATER
003840             ADD 1 TO AO-ADDED-LATER-COUNT
003843             PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT
003846             GO TO 2000-EXIT
003850         WHEN AO-LATE-HISTORY
003860             ADD 1 TO AO-LATE-HISTORY-COUNT
003870             MOVE "HISTORY STARTS AFTER AS-OF POINT"
003880                 TO AO-NCV-REASON
003890             PERFORM 2400-WRITE-NO-COVER-LINE THRU 2400-EXIT
003900         WHEN AO-HISTORY-GAP
003910             ADD 1 TO AO-GAP-COUNT
003920             MOVE "HISTORY GAP AT AS-OF POINT" TO AO-NCV-REASON
003930             PERFORM 2400-WRITE-NO-COVER-LINE THRU 2400-EXIT
003940     END-EVALUATE.
003950
003960     WRITE SNAPSHOT-OUT-RECORD FROM ACCOUNT-MASTER-RECORD.
003970     ADD 1 TO AO-SNAPSHOT-COUNT.
003980     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
003990 2000-EXIT.
004000     EXIT.
004010
004020*================================================================
004030* 2100-READ-ACCOUNT
004040*     Walks the master in account-id order.  The history reads
004050*     in 2200 are on another file and leave this position be.
004060*================================================================
004070 2100-READ-ACCOUNT.
004080     READ ACCOUNT-MASTER-FILE NEXT RECORD
004090         AT END
004100             SET AO-END-OF-FILE TO TRUE
004110     END-READ.
004120 2100-EXIT.
004130     EXIT.
004140
004150*================================================================
004160* 2200-FIND-ASOF-ADDRESS
004170*     Walks the account's history records in the order they
004180*     went on file, keeping the last one that went on at or
004190*     before the as-of stamp; the walk stops at the first that
004200*     went on after it.  That record covers the as-of point
004210*     when it is still current or came off after the stamp.
004220*     Any other outcome is classified for the report; history
004223*     that starts late with the account's ADD means it was not
004226*     yet on file at the as-of point.
004230*================================================================
004240 2200-FIND-ASOF-ADDRESS.
004250     MOVE "N" TO AO-SCAN-SWITCH.
004260     MOVE "N" TO AO-ANY-HIST-SWITCH.
004270     MOVE "N" TO AO-CAND-SWITCH.
004280     MOVE "N" TO AO-CAND-OPEN-SWITCH.
004290     MOVE SPACES TO AO-ASOF-EMAIL-ADDRESS.
004295     MOVE SPACES TO AO-FIRST-SOURCE.
004300     MOVE ZERO TO AO-COVER-TO-STAMP.
004310     MOVE AM-ACCOUNT-ID TO EH-ACCOUNT-ID.
004320     MOVE ZERO TO EH-FROM-DATE.
004330     MOVE ZERO TO EH-FROM-TIME.
004340     START EMAIL-HISTORY-FILE
004350         KEY IS NOT LESS THAN EH-HISTORY-KEY
004360         INVALID KEY
004370             SET AO-SCAN-DONE TO TRUE
004380     END-START.
004390     PERFORM 2210-SCAN-HISTORY-RECORD THRU 2210-EXIT
004400         UNTIL AO-SCAN-DONE.
004410
004420     EVALUATE TRUE
004430         WHEN NOT AO-HISTORY-SEEN
004440             SET AO-NO-HISTORY TO TRUE
004442         WHEN NOT AO-CANDIDATE-FOUND
004444             AND AO-FIRST-IS-ADD
004446             SET AO-ADDED-LATER TO TRUE
004450         WHEN NOT AO-CANDIDATE-FOUND
004460             SET AO-LATE-HISTORY TO TRUE
004470         WHEN AO-CANDIDATE-OPEN
004480             SET AO-COVERED TO TRUE
004490         WHEN AO-COVER-TO-STAMP > AO-ASOF-STAMP
004500             SET AO-COVERED TO TRUE
004510         WHEN OTHER
004520             SET AO-HISTORY-GAP TO TRUE
004530     END-EVALUATE.
004540 2200-EXIT.
004550     EXIT.
004560
004570*================================================================
004580* 2210-SCAN-HISTORY-RECORD
004590*================================================================
004600 2210-SCAN-HISTORY-RECORD.
004610     READ EMAIL-HISTORY-FILE NEXT RECORD
004620         AT END
004630             SET AO-SCAN-DONE TO TRUE
004640             GO TO 2210-EXIT
004650     END-READ.
004660     IF EH-ACCOUNT-ID NOT = AM-ACCOUNT-ID
004670         SET AO-SCAN-DONE TO TRUE
004680         GO TO 2210-EXIT
004682     END-IF.
004684     IF NOT AO-HISTORY-SEEN
004686         MOVE EH-CHANGE-SOURCE TO AO-FIRST-SOURCE
004690     END-IF.
004700     SET AO-HISTORY-SEEN TO TRUE.
004710     COMPUTE AO-FROM-STAMP =
004720         EH-FROM-DATE * 1000000 + EH-FROM-TIME.
004730     IF AO-FROM-STAMP > AO-ASOF-STAMP
004740         SET AO-SCAN-DONE TO TRUE
004750         GO TO 2210-EXIT
004760     END-IF.
004770
004780     SET AO-CANDIDATE-FOUND TO TRUE.
004790     MOVE EH-EMAIL-ADDRESS TO AO-ASOF-EMAIL-ADDRESS.
004800     IF EH-STILL-CURRENT
004810         SET AO-CANDIDATE-OPEN TO TRUE
004820         MOVE ZERO TO AO-COVER-TO-STAMP
004830     ELSE
004840         MOVE "N" TO AO-CAND-OPEN-SWITCH
004850         COMPUTE AO-TO-STAMP =
004860             EH-TO-DATE * 1000000 + EH-TO-TIME
004870         MOVE AO-TO-STAMP TO AO-COVER-TO-STAMP
004880     END-IF.
004890 2210-EXIT.
004900     EXIT.
004910
004920*================================================================
004930* 2300-WRITE-CHANGED-LINE
004940*================================================================
004950 2300-WRITE-CHANGED-LINE.
004960     MOVE AM-ACCOUNT-ID TO AO-CHG-ACCOUNT-ID.
004970     MOVE AO-ASOF-EMAIL-ADDRESS TO AO-CHG-ASOF-EMAIL.
004980     MOVE AO-LIVE-EMAIL-ADDRESS TO AO-CHG-LIVE-EMAIL.
004990     MOVE AO-CHANGED-LINE TO REPORT-LINE.
005000     WRITE REPORT-LINE.
005010 2300-EXIT.
005020     EXIT.
005030
005040*================================================================
005050* 2400-WRITE-NO-COVER-LINE
005060*     An account the history cannot rebuild goes to the
005070*     snapshot with its address blank - the live address may
005080*     be the very one the bad night put there - and the return
005083*     code makes sure the report is read before the snapshot
005086*     is used.
005090*================================================================
005100 2400-WRITE-NO-COVER-LINE.
005110     MOVE AM-ACCOUNT-ID TO AO-NCV-ACCOUNT-ID.
005120     MOVE AO-LIVE-EMAIL-ADDRESS TO AO-NCV-LIVE-EMAIL.
005130     MOVE AO-NO-COVER-LINE TO REPORT-LINE.
005140     WRITE REPORT-LINE.
005145     MOVE SPACES TO AM-EMAIL-ADDRESS.
005150     MOVE 4 TO AO-JOB-SEVERITY.
005160 2400-EXIT.
005170     EXIT.
005180
005190*================================================================
005200* 3000-PRINT-SUMMARY
005210*================================================================
005220 3000-PRINT-SUMMARY.
005230     MOVE SPACES TO REPORT-LINE.
005240     WRITE REPORT-LINE.
005250     MOVE "ACCOUNTS ON MASTER" TO AO-SUM-LABEL.
005260     MOVE AO-ACCOUNT-COUNT TO AO-SUM-COUNT.
005270     MOVE AO-SUMMARY-LINE TO REPORT-LINE.
005280     WRITE REPORT-LINE.
005290     MOVE "SNAPSHOT RECORDS WRITTEN" TO AO-SUM-LABEL.
005300     MOVE AO-SNAPSHOT-COUNT TO AO-SUM-COUNT.
005310     MOVE AO-SUMMARY-LINE TO REPORT-LINE.
005320     WRITE REPORT-LINE.
005330     MOVE "UNCHANGED SINCE AS-OF POINT" TO AO-SUM-LABEL.
005340     MOVE AO-UNCHANGED-COUNT TO AO-SUM-COUNT.
005350     MOVE AO-SUMMARY-LINE TO REPORT-LINE.
005360     WRITE REPORT-LINE.
005370     MOVE "CHANGED SINCE AS-OF POINT" TO AO-SUM-LABEL.
005380     MOVE AO-CHANGED-COUNT TO AO-SUM-COUNT.
005390     MOVE AO-SUMMARY-LINE TO REPORT-LINE.
005400     WRITE REPORT-LINE.
005410     MOVE "NO HISTORY - NEVER CHANGED" TO AO-SUM-LABEL.
005420     MOVE AO-NO-HISTORY-COUNT TO AO-SUM-COUNT.
005422     MOVE AO-SUMMARY-LINE TO REPORT-LINE.
005424     WRITE REPORT-LINE.
005426     MOVE "ADDED AFTER AS-OF POINT - LEFT OUT" TO AO-SUM-LABEL.
005428     MOVE AO-ADDED-LATER-COUNT TO AO-SUM-COUNT.
005430     MOVE AO-SUMMARY-LINE TO REPORT-LINE.
005440     WRITE REPORT-LINE.
005450     MOVE "NO COVER - HISTORY STARTS AFTER" TO AO-SUM-LABEL.
005460     MOVE AO-LATE-HISTORY-COUNT TO AO-SUM-COUNT.
005470     MOVE AO-SUMMARY-LINE TO REPORT-LINE.
005480     WRITE REPORT-LINE.
005490     MOVE "NO COVER - HISTORY GAP" TO AO-SUM-LABEL.
005500     MOVE AO-GAP-COUNT TO AO-SUM-COUNT.
005510     MOVE AO-SUMMARY-LINE TO REPORT-LINE.
005520     WRITE REPORT-LINE.
005530 3000-EXIT.
005540     EXIT.
005550
005560*================================================================
005570* 4000-TERMINATE
005580*================================================================
005590 4000-TERMINATE.
005600     DISPLAY "ACCTMASTASOF - ACCOUNTS READ: " AO-ACCOUNT-COUNT.
005610     DISPLAY "ACCTMASTASOF - CHANGED SINCE AS-OF: "
005620         AO-CHANGED-COUNT.
005623     DISPLAY "ACCTMASTASOF - ADDED AFTER AS-OF, LEFT OUT: "
005626         AO-ADDED-LATER-COUNT.
005630     DISPLAY "ACCTMASTASOF - NOT COVERED BY HISTORY: "
005640         AO-LATE-HISTORY-COUNT " / " AO-GAP-COUNT.
005660     CLOSE ACCOUNT-MASTER-FILE.
005670     CLOSE EMAIL-HISTORY-FILE.
005680     CLOSE SNAPSHOT-FILE.
005690     CLOSE REPORT-FILE.
005700     MOVE AO-JOB-SEVERITY TO RETURN-CODE.
005710 4000-EXIT.
005720     EXIT.
