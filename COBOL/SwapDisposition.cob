000270*
000280* MODIFICATION HISTORY.
000290*     2026-09-02  RM  Original version.
000291*     2026-10-15  RM  The processing date now comes from the
000292*                     business-date control file (BUSDATE,
000293*                     advanced by BusinessDateRoll) instead of
000294*                     the wall clock, so a run past midnight or
000295*                     a rerun the next morning keeps the
000296*                     night's own date.
000297*     2026-10-15  RM  Mass domain migration decisions (source
000298*                     "M") are counted on their own line but
000299*                     cut no disposition - DomainMigration
000300*                     generated them, no channel holds an
000301*                     open ticket to close, and the audit
000302*                     trail already carries each answer.
000303*     2026-10-15  RM  Each run now appends its control totals
000304*                     to the shared run ledger (RUNLEDGR.CPY) -
000305*                     today's decisions read and the
000306*                     dispositions cut for each channel, the
000307*                     migration count and the unknown sources -
000308*                     for the end-of-night balancing job.
000309*================================================================
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. SwapDisposition.
000330 AUTHOR. R. MCALLISTER.
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS SD-PORTAL-OUT-STATUS.
000560
000561     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000562         ORGANIZATION IS LINE SEQUENTIAL
000563         FILE STATUS IS SD-BUSDATE-STATUS.
000564
000565     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000566         ORGANIZATION IS LINE SEQUENTIAL
000567         FILE STATUS IS SD-LEDGER-STATUS.
000568
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  AUDIT-IN-FILE
000600     RECORDING MODE IS F.
000610 01  AUDIT-IN-RECORD              PIC X(572).
000620
000630 FD  CALLCTR-DISP-FILE
000640     RECORDING MODE IS F.
000720     RECORDING MODE IS F.
000730 01  PORTAL-DISP-RECORD           PIC X(41).
000740
000741 FD  BUSINESS-DATE-FILE
000742     RECORDING MODE IS F.
000743     COPY BUSDATE.
000744
000745 FD  RUN-LEDGER-FILE
000746     RECORDING MODE IS F.
000747     COPY RUNLEDGR.
000748
000750 WORKING-STORAGE SECTION.
000760*----------------------------------------------------------------
000770* Working fields for SwapDisposition - app prefix SD-.
000810 77  SD-PORTAL-COUNT              PIC 9(07)   VALUE ZERO.
000820 77  SD-SKIPPED-COUNT             PIC 9(07)   VALUE ZERO.
000830 77  SD-UNKNOWN-COUNT             PIC 9(07)   VALUE ZERO.
000835 77  SD-MIGRATION-COUNT           PIC 9(07)   VALUE ZERO.
000836 77  SD-DECISION-COUNT            PIC 9(07)   VALUE ZERO.
000840
000850 COPY AUDITREC.
000860
001010
001020 01  SD-TODAY-DATE                PIC 9(08).
001030
001031 01  SD-BUSDATE-STATUS            PIC X(02).
001032     88  SD-BUSDATE-OK            VALUE "00".
001033
001034 01  SD-LEDGER-STATUS             PIC X(02).
001035     88  SD-LEDGER-OK             VALUE "00".
001036     88  SD-LEDGER-NOT-FOUND      VALUE "35".
001037
001038 01  SD-CURRENT-TIME              PIC 9(08).
001039
001040 01  SD-SWITCHES.
001050     05  SD-EOF-SWITCH            PIC X(01)   VALUE "N".
001060         88  SD-END-OF-FILE       VALUE "Y".
001540         GOBACK
001550     END-IF.
001560
001570     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001580     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
001590 1000-EXIT.
001600     EXIT.
001601
001602*================================================================
001603* 1050-READ-BUSINESS-DATE
001604*     Takes the processing date from the business-date control
001605*     file (BUSDATE.CPY) instead of the wall clock, so a run
001606*     past midnight or a rerun the next morning still carries
001607*     the night's own date.  A missing or unusable control
001608*     record stops the run rather than stamp the wrong day.
001609*================================================================
001610 1050-READ-BUSINESS-DATE.
001611     OPEN INPUT BUSINESS-DATE-FILE.
001612     IF NOT SD-BUSDATE-OK
001613         DISPLAY "SWAPDISPOSITION - UNABLE TO OPEN BUSDATE, "
001614             "STATUS = " SD-BUSDATE-STATUS
001615         MOVE 16 TO RETURN-CODE
001616         GOBACK
001617     END-IF.
001618     READ BUSINESS-DATE-FILE
001619         AT END
001620             MOVE SPACES TO BUSINESS-DATE-RECORD
001621     END-READ.
001622     CLOSE BUSINESS-DATE-FILE.
001623     IF BD-BUSINESS-DATE NOT NUMERIC
001624         DISPLAY "SWAPDISPOSITION - BUSDATE RECORD MISSING OR "
001625             "NOT NUMERIC: " BUSINESS-DATE-RECORD
001626         MOVE 16 TO RETURN-CODE
001627         GOBACK
001628     END-IF.
001629     MOVE BD-BUSINESS-DATE TO SD-TODAY-DATE.
001630 1050-EXIT.
001631     EXIT.
001632
001633*================================================================
001634* 2000-PROCESS-AUDIT-RECORDS
001640*     One disposition per decision made today - older history
001650*     was extracted on its own night, and reversals are not a
001660*     disposition of any channel's open request.
001680 2000-PROCESS-AUDIT-RECORDS.
001690     IF AU-DECISION-DATE = SD-TODAY-DATE
001700         AND NOT AU-DECISION-REVERSED
001705         ADD 1 TO SD-DECISION-COUNT
001710         PERFORM 2200-BUILD-DISPOSITION THRU 2200-EXIT
001720         IF SD-RECORD-SELECTED
001730             PERFORM 2300-ROUTE-DISPOSITION THRU 2300-EXIT
002290* 2300-ROUTE-DISPOSITION
002300*     Each channel gets its own file - the consuming systems
002310*     pull only their own and never see another channel's
002320*     references.  A mass domain migration answers to no
002325*     channel, so its decisions are only counted.
002330*================================================================
002340 2300-ROUTE-DISPOSITION.
002350     EVALUATE TRUE
002450             ADD 1 TO SD-PORTAL-COUNT
002460             WRITE PORTAL-DISP-RECORD
002470                 FROM DISPOSITION-RECORD
002473         WHEN AU-SOURCE-MIGRATION
002476             ADD 1 TO SD-MIGRATION-COUNT
002480         WHEN OTHER
002490             ADD 1 TO SD-UNKNOWN-COUNT
002500             DISPLAY "Disposition Unroutable - Unknown "
002650         SD-PORTAL-COUNT.
002660     DISPLAY "SWAPDISPOSITION - UNKNOWN SOURCE: "
002670         SD-UNKNOWN-COUNT.
002671     DISPLAY "SWAPDISPOSITION - MIGRATION (NO CHANNEL): "
002672         SD-MIGRATION-COUNT.
002673     DISPLAY "SWAPDISPOSITION - SKIPPED (PRIOR DATE / "
002674         "REVERSED): " SD-SKIPPED-COUNT.
002680     CLOSE AUDIT-IN-FILE.
002690     CLOSE CALLCTR-DISP-FILE.
002720     IF SD-UNKNOWN-COUNT > 0
002730         MOVE 4 TO RETURN-CODE
002740     END-IF.
002745     PERFORM 3100-WRITE-RUN-LEDGER THRU 3100-EXIT.
002750 3000-EXIT.
002760     EXIT.
002770
002780*================================================================
002790* 3100-WRITE-RUN-LEDGER
002800*     Appends this run's control totals to the shared run
002810*     ledger (RUNLEDGR.CPY).  Every decision made today should
002820*     have been routed to a channel file or counted as a
002830*     migration; the balancing job sets these against the
002840*     decisions the writing steps report.  The ledger is
002850*     created on its first-ever open; one that cannot be opened
002860*     is reported but does not change the return code - the
002870*     balancing job reports the step missing.
002880*================================================================
002890 3100-WRITE-RUN-LEDGER.
002900     OPEN EXTEND RUN-LEDGER-FILE.
002910     IF SD-LEDGER-NOT-FOUND
002920         OPEN OUTPUT RUN-LEDGER-FILE
002930     END-IF.
002940     IF NOT SD-LEDGER-OK
002950         DISPLAY "SWAPDISPOSITION - UNABLE TO OPEN RUNLEDGR, "
002960             "STATUS = " SD-LEDGER-STATUS
002970             " - NO CONTROL TOTALS WRITTEN"
002980         GO TO 3100-EXIT
002990     END-IF.
003000     MOVE SPACES TO RUN-LEDGER-RECORD.
003010     INITIALIZE RUN-LEDGER-RECORD.
003020     MOVE "DISPOSITION" TO RL-STEP-NAME.
003030     MOVE SD-TODAY-DATE TO RL-BUSINESS-DATE.
003040     ACCEPT SD-CURRENT-TIME FROM TIME.
003050     MOVE SD-CURRENT-TIME(1:6) TO RL-WRITTEN-TIME.
003060     MOVE RETURN-CODE TO RL-STEP-RC.
003070     MOVE "I" TO RL-COUNT-FLOW(1).
003080     MOVE "DECISIONS" TO RL-COUNT-CATEGORY(1).
003090     MOVE SD-DECISION-COUNT TO RL-COUNT-VALUE(1).
003100     MOVE "O" TO RL-COUNT-FLOW(2).
003110     MOVE "DISPCC" TO RL-COUNT-CATEGORY(2).
003120     MOVE SD-CC-COUNT TO RL-COUNT-VALUE(2).
003130     MOVE "O" TO RL-COUNT-FLOW(3).
003140     MOVE "DISPHR" TO RL-COUNT-CATEGORY(3).
003150     MOVE SD-HR-COUNT TO RL-COUNT-VALUE(3).
003160     MOVE "O" TO RL-COUNT-FLOW(4).
003170     MOVE "DISPPORT" TO RL-COUNT-CATEGORY(4).
003180     MOVE SD-PORTAL-COUNT TO RL-COUNT-VALUE(4).
003190     MOVE "O" TO RL-COUNT-FLOW(5).
003200     MOVE "MIGRATION" TO RL-COUNT-CATEGORY(5).
003210     MOVE SD-MIGRATION-COUNT TO RL-COUNT-VALUE(5).
003220     MOVE "O" TO RL-COUNT-FLOW(6).
003230     MOVE "UNKNOWN" TO RL-COUNT-CATEGORY(6).
003240     MOVE SD-UNKNOWN-COUNT TO RL-COUNT-VALUE(6).
003250     WRITE RUN-LEDGER-RECORD.
003260     CLOSE RUN-LEDGER-FILE.
003270 3100-EXIT.
003280     EXIT.
