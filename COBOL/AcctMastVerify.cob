000284*                     anything but "Y" or a space is the same
000285*                     hand-edit damage the status checks
000286*                     exist for.
000287*     2026-10-15  RM  The processing date now comes from the
000288*                     business-date control file (BUSDATE,
000289*                     advanced by BusinessDateRoll) instead of
000290*                     the wall clock, so a run past midnight or
000291*                     a rerun the next morning keeps the
000292*                     night's own date.
000293*     2026-10-15  RM  An inactive account holding the purge
000294*                     mask token (PURGMASK.CPY) is counted on
000295*                     its own PURGED (MASKED) line instead of
000296*                     failing the lower-case and syntax checks,
000297*                     so a retention purge no longer fails the
000298*                     nightly verify.
000299*================================================================
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. AcctMastVerify.
000320 AUTHOR. R. MCALLISTER.
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS AV-REPORT-OUT-STATUS.
000510
000512     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000514         ORGANIZATION IS LINE SEQUENTIAL
000516         FILE STATUS IS AV-BUSDATE-STATUS.
000518
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  ACCOUNT-MASTER-FILE.
000580     RECORDING MODE IS F.
000590 01  REPORT-LINE                  PIC X(132).
000600
000602 FD  BUSINESS-DATE-FILE
000604     RECORDING MODE IS F.
000606     COPY BUSDATE.
000608
000610 WORKING-STORAGE SECTION.
000620*----------------------------------------------------------------
000630* Working fields for AcctMastVerify - app prefix AV-.
000700 77  AV-DUP-ACTIVE-COUNT          PIC 9(07)   VALUE ZERO.
000710 77  AV-ERROR-COUNT               PIC 9(07)   VALUE ZERO.
000720 77  AV-GROUP-ACTIVE-COUNT        PIC 9(05)   VALUE ZERO.
000725 77  AV-PURGED-COUNT              PIC 9(07)   VALUE ZERO.
000730
000740 01  AV-EMAIL-ADDRESS             PIC X(256).
000750 01  AV-EMAIL-LENGTH              PIC 9(03).
000790 01  AV-AT-COUNT                  PIC 9(03).
000800 01  AV-AT-POSITION               PIC 9(03).
000810
000812 COPY PURGMASK.
000814
000820 01  AV-ACCT-MAST-STATUS          PIC X(02).
000830     88  AV-ACCT-MAST-OK          VALUE "00".
000840
000870
000880 01  AV-TODAY-DATE                PIC 9(08).
000890
000892 01  AV-BUSDATE-STATUS            PIC X(02).
000894     88  AV-BUSDATE-OK            VALUE "00".
000896
000900 01  AV-SWITCHES.
000910     05  AV-SCAN-SWITCH           PIC X(01)   VALUE "N".
000920         88  AV-SCAN-DONE         VALUE "Y".
001510         GOBACK
001520     END-IF.
001530
001540     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001550     MOVE AV-HEADING-1 TO REPORT-LINE.
001560     WRITE REPORT-LINE.
001570     MOVE AV-TODAY-DATE TO AV-HDG-DATE.
001610     WRITE REPORT-LINE.
001620 1000-EXIT.
001630     EXIT.
001631
001632*================================================================
001633* 1050-READ-BUSINESS-DATE
001634*     Takes the processing date from the business-date control
001635*     file (BUSDATE.CPY) instead of the wall clock, so a run
001636*     past midnight or a rerun the next morning still carries
001637*     the night's own date.  A missing or unusable control
001638*     record stops the run rather than stamp the wrong day.
001639*================================================================
001640 1050-READ-BUSINESS-DATE.
001641     OPEN INPUT BUSINESS-DATE-FILE.
001642     IF NOT AV-BUSDATE-OK
001643         DISPLAY "ACCTMASTVERIFY - UNABLE TO OPEN BUSDATE, "
001644             "STATUS = " AV-BUSDATE-STATUS
001645         MOVE 16 TO RETURN-CODE
001646         GOBACK
001647     END-IF.
001648     READ BUSINESS-DATE-FILE
001649         AT END
001650             MOVE SPACES TO BUSINESS-DATE-RECORD
001651     END-READ.
001652     CLOSE BUSINESS-DATE-FILE.
001653     IF BD-BUSINESS-DATE NOT NUMERIC
001654         DISPLAY "ACCTMASTVERIFY - BUSDATE RECORD MISSING OR "
001655             "NOT NUMERIC: " BUSINESS-DATE-RECORD
001656         MOVE 16 TO RETURN-CODE
001657         GOBACK
001658     END-IF.
001659     MOVE BD-BUSINESS-DATE TO AV-TODAY-DATE.
001660 1050-EXIT.
001661     EXIT.
001662
001663*================================================================
001664* 2000-WALK-PRIMARY-KEY
001670*     One pass in account-id sequence - every per-record check
001680*     is made here, and the record count is kept for the
001690*     two-path comparison.
002058         PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT
002059     END-IF.
002060
002061*    A retention purge leaves the mask token on an inactive
002062*    account by design - it is counted, not a finding.
002063     IF AM-STATUS-INACTIVE AND AM-EMAIL-ADDRESS = PURGE-MASK-TOKEN
002064         ADD 1 TO AV-PURGED-COUNT
002065         GO TO 2100-EXIT
002066     END-IF.
002067
002068     IF AM-EMAIL-ADDRESS NOT =
002070         FUNCTION LOWER-CASE(AM-EMAIL-ADDRESS)
002080         ADD 1 TO AV-NOT-LOWER-COUNT
002090         MOVE "ADDRESS NOT LOWER-CASED" TO AV-DTL-TAG
003980     MOVE AV-SUMMARY-LINE TO REPORT-LINE.
003990     WRITE REPORT-LINE.
004000
004001     MOVE "PURGED (MASKED)" TO AV-SUM-LABEL.
004002     MOVE AV-PURGED-COUNT TO AV-SUM-COUNT.
004003     MOVE AV-SUMMARY-LINE TO REPORT-LINE.
004004     WRITE REPORT-LINE.
004005
004010     MOVE "ACTIVE ACCOUNTS SHARING AN ADDRESS"
004020         TO AV-SUM-LABEL.
004030     MOVE AV-DUP-ACTIVE-COUNT TO AV-SUM-COUNT.
