000485*                     months or forever with no decision on any
000486*                     trail - the very missed-night failure the
000487*                     effective date exists to eliminate.
000488*     2026-10-15  RM  The new received-date field on the
000489*                     request rides blank - intake stamps it
000490*                     with the night the request arrives.
000491*     2026-10-15  RM  The run now reads the business date
000492*                     (BUSDATE) and appends its control totals
000493*                     - data rows read, rows handed to SWAPIN,
000494*                     rows rejected - to the shared run ledger
000495*                     (RUNLEDGR.CPY) for the end-of-night
000496*                     balancing job.  A failed transmission
000497*                     reports nothing handed downstream.
000498*================================================================
000499 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. HRSwapExtract.
000510 AUTHOR. R. MCALLISTER.
000520 INSTALLATION. DATA LIFECYCLE SERVICES.
000670     SELECT REJECT-FILE ASSIGN TO HRREJECT
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS HL-REJECT-OUT-STATUS.
000700
000701     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000702         ORGANIZATION IS LINE SEQUENTIAL
000703         FILE STATUS IS HL-BUSDATE-STATUS.
000704
000705     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000706         ORGANIZATION IS LINE SEQUENTIAL
000707         FILE STATUS IS HL-LEDGER-STATUS.
000708
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  HR-CSV-FILE
000860     05  RJ-REASON                PIC X(30).
000870     05  FILLER                   PIC X(01).
000880     05  RJ-CSV-ROW               PIC X(600).
000881
000882 FD  BUSINESS-DATE-FILE
000883     RECORDING MODE IS F.
000884     COPY BUSDATE.
000885
000886 FD  RUN-LEDGER-FILE
000887     RECORDING MODE IS F.
000888     COPY RUNLEDGR.
000890
000900 WORKING-STORAGE SECTION.
000910*----------------------------------------------------------------
000920* Working fields for HRSwapExtract - app prefix HL-.
001070 01  HL-REJECT-OUT-STATUS         PIC X(02).
001080     88  HL-REJECT-OUT-OK         VALUE "00".
001090
001091 01  HL-BUSDATE-STATUS            PIC X(02).
001092     88  HL-BUSDATE-OK            VALUE "00".
001093
001094 01  HL-LEDGER-STATUS             PIC X(02).
001095     88  HL-LEDGER-OK             VALUE "00".
001096     88  HL-LEDGER-NOT-FOUND      VALUE "35".
001097
001098 01  HL-BUSINESS-DATE             PIC 9(08).
001099 01  HL-CURRENT-TIME              PIC 9(08).
001100
001101 01  HL-TRAILER-COUNT-X           PIC X(08).
001110 01  HL-REJECT-REASON             PIC X(30).
001120 
001130 01  HL-ACCOUNT-ID                PIC X(10).
001230         88  HL-ROWS-AFTER-TRAILER VALUE "Y".
001240     05  HL-BAD-TRAILER-SWITCH    PIC X(01)   VALUE "N".
001250         88  HL-TRAILER-UNUSABLE  VALUE "Y".
001253     05  HL-EMPTIED-SWITCH        PIC X(01)   VALUE "N".
001256         88  HL-OUTPUT-EMPTIED    VALUE "Y".
001260 
001270 PROCEDURE DIVISION.
001280*================================================================
001390* 1000-INITIALIZE
001400*================================================================
001410 1000-INITIALIZE.
001413     PERFORM 1020-READ-BUSINESS-DATE THRU 1020-EXIT.
001416
001420     OPEN INPUT HR-CSV-FILE.
001430     IF NOT HL-CSV-IN-OK
001440         DISPLAY "HRSWAPEXTRACT - UNABLE TO OPEN HRCSVIN, "
001660     PERFORM 2100-READ-CSV-RECORD THRU 2100-EXIT.
001670     PERFORM 1050-SKIP-HEADER-RECORD THRU 1050-EXIT.
001680 1000-EXIT.
001681     EXIT.
001682 
001683*================================================================
001684* 1020-READ-BUSINESS-DATE
001685*     Takes the business date from the control file
001686*     (BUSDATE.CPY), as every job in the nightly flow does, to
001687*     date the step's control totals on the run ledger.  A
001688*     missing or unusable control record stops the run.
001689*================================================================
001690 1020-READ-BUSINESS-DATE.
001691     OPEN INPUT BUSINESS-DATE-FILE.
001692     IF NOT HL-BUSDATE-OK
001693         DISPLAY "HRSWAPEXTRACT - UNABLE TO OPEN BUSDATE, "
001694             "STATUS = " HL-BUSDATE-STATUS
001695         MOVE 16 TO RETURN-CODE
001696         GOBACK
001697     END-IF.
001698     READ BUSINESS-DATE-FILE
001699         AT END
001700             MOVE SPACES TO BUSINESS-DATE-RECORD
001701     END-READ.
001702     CLOSE BUSINESS-DATE-FILE.
001703     IF BD-BUSINESS-DATE NOT NUMERIC
001704         DISPLAY "HRSWAPEXTRACT - BUSDATE RECORD MISSING OR "
001705             "NOT NUMERIC: " BUSINESS-DATE-RECORD
001706         MOVE 16 TO RETURN-CODE
001707         GOBACK
001708     END-IF.
001709     MOVE BD-BUSINESS-DATE TO HL-BUSINESS-DATE.
001710 1020-EXIT.
001711     EXIT.
001712
001713*================================================================
001720* 1050-SKIP-HEADER-RECORD
001730*     The HR extract's first line is always a column-name header,
001740*     not a data row - the priming read in 1000-INITIALIZE landed
002694*    HR has no per-row reference of its own - the trailer
002696*    reconciliation is its control - so the field rides blank.
002698     MOVE SPACES TO SR-EXTERNAL-REF.
002699     MOVE SPACES TO SR-RECEIVED-DATE.
002700     WRITE SWAP-REQUEST-RECORD.
002710 2300-EXIT.
002720     EXIT.
003490         WHEN HL-REJECT-COUNT > 0
003500             MOVE 4 TO RETURN-CODE
003510     END-EVALUATE.
003515     PERFORM 3200-WRITE-RUN-LEDGER THRU 3200-EXIT.
003520 3000-EXIT.
003530     EXIT.
003540
003620     OPEN OUTPUT SWAP-REQUEST-FILE.
003630     IF HL-SWAP-OUT-OK
003640         CLOSE SWAP-REQUEST-FILE
003645         SET HL-OUTPUT-EMPTIED TO TRUE
003650         DISPLAY "HRSWAPEXTRACT - SWAPIN EMPTIED, JOB FAILED"
003660     ELSE
003670         DISPLAY "HRSWAPEXTRACT - UNABLE TO EMPTY SWAPIN, "
003710     MOVE 16 TO RETURN-CODE.
003720 3100-EXIT.
003730     EXIT.
003740
003750*================================================================
003760* 3200-WRITE-RUN-LEDGER
003770*     Appends the extract's control totals to the shared run
003780*     ledger (RUNLEDGR.CPY) for the end-of-night balancing job.
003790*     An emptied SWAPIN handed nothing downstream, so it is
003800*     reported as zero rows written.  The ledger is created on
003810*     its first-ever open; one that cannot be opened is
003820*     reported but does not change the step's return code -
003830*     the balancing job reports the step as missing.
003840*================================================================
003850 3200-WRITE-RUN-LEDGER.
003860     OPEN EXTEND RUN-LEDGER-FILE.
003870     IF HL-LEDGER-NOT-FOUND
003880         OPEN OUTPUT RUN-LEDGER-FILE
003890     END-IF.
003900     IF NOT HL-LEDGER-OK
003910         DISPLAY "HRSWAPEXTRACT - UNABLE TO OPEN RUNLEDGR, "
003920             "STATUS = " HL-LEDGER-STATUS
003930             " - NO CONTROL TOTALS WRITTEN"
003940         GO TO 3200-EXIT
003950     END-IF.
003960     MOVE SPACES TO RUN-LEDGER-RECORD.
003970     INITIALIZE RUN-LEDGER-RECORD.
003980     MOVE "HREXTRACT" TO RL-STEP-NAME.
003990     MOVE HL-BUSINESS-DATE TO RL-BUSINESS-DATE.
004000     ACCEPT HL-CURRENT-TIME FROM TIME.
004010     MOVE HL-CURRENT-TIME(1:6) TO RL-WRITTEN-TIME.
004020     MOVE RETURN-CODE TO RL-STEP-RC.
004030     MOVE "I" TO RL-COUNT-FLOW(1).
004040     MOVE "ROWS-READ" TO RL-COUNT-CATEGORY(1).
004050     MOVE HL-DATA-ROW-COUNT TO RL-COUNT-VALUE(1).
004060     MOVE "O" TO RL-COUNT-FLOW(2).
004070     MOVE "SWAPIN" TO RL-COUNT-CATEGORY(2).
004080     IF HL-OUTPUT-EMPTIED
004090         MOVE ZERO TO RL-COUNT-VALUE(2)
004100     ELSE
004110         MOVE HL-SEQUENCE-NBR TO RL-COUNT-VALUE(2)
004120     END-IF.
004130     MOVE "O" TO RL-COUNT-FLOW(3).
004140     MOVE "REJECTED" TO RL-COUNT-CATEGORY(3).
004150     MOVE HL-REJECT-COUNT TO RL-COUNT-VALUE(3).
004160     WRITE RUN-LEDGER-RECORD.
004170     CLOSE RUN-LEDGER-FILE.
004180 3200-EXIT.
004190     EXIT.
