000760*                     on a flagged account, and the usual
000770*                     account, old-address and collision
000780*                     re-checks still apply before it lands.
000781*     2026-10-15  RM  The processing date now comes from the
000782*                     business-date control file (BUSDATE,
000783*                     advanced by BusinessDateRoll) instead of
000784*                     the wall clock, so a run past midnight or
000785*                     a rerun the next morning keeps the
000786*                     night's own date.
000787*     2026-10-15  RM  A released-and-applied swap now also
000788*                     adds to the account's day on the keyed
000789*                     change-velocity summary (VELSUM.CPY), the
000790*                     same leg the nightly run has, so the
000791*                     nightly velocity check counts releases
000792*                     without reading the audit trail.
000793*     2026-10-15  RM  Every audit decision now carries the
000794*                     item's received date, its suspense reason
000795*                     and whether the item is still open after
000796*                     it, for the turnaround report.
000797*     2026-10-15  RM  Each run now appends its control totals
000798*                     to the shared run ledger (RUNLEDGR.CPY) -
000799*                     items read, decisions, swaps applied,
000800*                     notifications and history rows written,
000801*                     and items carried forward still open -
000802*                     for the end-of-night balancing job.
000806*     2026-10-15  RM  A release on an account with no open
000810*                     EMLHIST row first writes a closed row,
000814*                     from date and time zero, for the address
000818*                     going off, as the nightly swap does.
000822*================================================================
000826 IDENTIFICATION DIVISION.
000830 PROGRAM-ID. SuspenseWorkdown.
000834 AUTHOR. R. MCALLISTER.
000838 INSTALLATION. DATA LIFECYCLE SERVICES.
000842 DATE-WRITTEN. 2026-08-21.
000846 DATE-COMPILED.
000860
000870 ENVIRONMENT DIVISION.
000880 INPUT-OUTPUT SECTION.
001200         ACCESS MODE IS DYNAMIC
001210         RECORD KEY IS EH-HISTORY-KEY
001220         FILE STATUS IS SW-EMLHIST-STATUS.
001221
001222     SELECT VELOCITY-SUMMARY-FILE ASSIGN TO VELSUM
001223         ORGANIZATION IS INDEXED
001224         ACCESS MODE IS DYNAMIC
001225         RECORD KEY IS VS-ACCOUNT-ID
001226         FILE STATUS IS SW-VELSUM-STATUS.
001230
001231     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
001232         ORGANIZATION IS LINE SEQUENTIAL
001233         FILE STATUS IS SW-BUSDATE-STATUS.
001234
001235     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
001236         ORGANIZATION IS LINE SEQUENTIAL
001237         FILE STATUS IS SW-LEDGER-STATUS.
001238
001240 DATA DIVISION.
001250 FILE SECTION.
001260 FD  SUSPENSE-IN-FILE
001270     RECORDING MODE IS F.
001280 01  SUSPENSE-IN-RECORD           PIC X(579).
001290
001300 FD  DECISION-FILE
001310     RECORDING MODE IS F.
001390
001400 FD  SUSPENSE-OUT-FILE
001410     RECORDING MODE IS F.
001420 01  SUSPENSE-OUT-RECORD          PIC X(579).
001430
001440 FD  NOTIFY-FILE.
001450     COPY NOTIFREC.
001460
001470 FD  EMAIL-HISTORY-FILE.
001480     COPY EMLHIST.
001481
001483 FD  VELOCITY-SUMMARY-FILE.
001486     COPY VELSUM.
001490
001491 FD  BUSINESS-DATE-FILE
001492     RECORDING MODE IS F.
001493     COPY BUSDATE.
001494
001495 FD  RUN-LEDGER-FILE
001496     RECORDING MODE IS F.
001497     COPY RUNLEDGR.
001498
001500 WORKING-STORAGE SECTION.
001510*----------------------------------------------------------------
001520* Working fields for SuspenseWorkdown - app prefix SW-.
001580 77  SW-REJECTED-COUNT            PIC 9(05)   VALUE ZERO.
001590 77  SW-REQUEUED-COUNT            PIC 9(05)   VALUE ZERO.
001600 77  SW-STILL-OPEN-COUNT          PIC 9(05)   VALUE ZERO.
001601 77  SW-READ-COUNT                PIC 9(05)   VALUE ZERO.
001602 77  SW-DECISION-COUNT            PIC 9(05)   VALUE ZERO.
001603 77  SW-NOTIFIED-COUNT            PIC 9(05)   VALUE ZERO.
001604 77  SW-HISTORY-COUNT             PIC 9(05)   VALUE ZERO.
001605 77  SW-SUSP-OUT-COUNT            PIC 9(05)   VALUE ZERO.
001610
001620 COPY SUSPREC.
001630
001640 01  SW-NEW-EMAIL-ADDRESS         PIC X(256).
001645 01  SW-OUTGOING-ADDRESS          PIC X(256).
001650 77  SW-DEC-SUB                   PIC 9(05)   VALUE ZERO.
001660 77  SW-MATCHED-SUB               PIC 9(05)   VALUE ZERO.
001662 77  SW-VEL-SUB                   PIC 9(02)   VALUE ZERO.
001664 77  SW-VEL-MATCHED-SUB           PIC 9(02)   VALUE ZERO.
001666 77  SW-VEL-OLDEST-SUB            PIC 9(02)   VALUE ZERO.
001670
001680 01  SW-SUSP-IN-STATUS            PIC X(02).
001690     88  SW-SUSP-IN-OK            VALUE "00".
001890 01  SW-EMLHIST-STATUS            PIC X(02).
001900     88  SW-EMLHIST-OK            VALUE "00".
001910     88  SW-EMLHIST-NOT-FOUND     VALUE "35".
001911
001912 01  SW-VELSUM-STATUS             PIC X(02).
001914     88  SW-VELSUM-OK             VALUE "00".
001916     88  SW-VELSUM-NOT-FOUND      VALUE "35".
001920
001930 01  SW-CURRENT-DATE              PIC 9(08).
001940 01  SW-CURRENT-TIME              PIC 9(08).
002060         10  SW-DEC-MATCHED       PIC X(01).
002070             88  SW-DEC-WAS-MATCHED VALUE "Y".
002080
002081 01  SW-BUSINESS-DATE             PIC 9(08).
002082
002083 01  SW-BUSDATE-STATUS            PIC X(02).
002084     88  SW-BUSDATE-OK            VALUE "00".
002085
002086 01  SW-LEDGER-STATUS             PIC X(02).
002087     88  SW-LEDGER-OK             VALUE "00".
002088     88  SW-LEDGER-NOT-FOUND      VALUE "35".
002089
002090 01  SW-SWITCHES.
002100     05  SW-EOF-SWITCH            PIC X(01)   VALUE "N".
002110         88  SW-END-OF-FILE       VALUE "Y".
002290         88  SW-TARGET-ACTIVE     VALUE "Y".
002300     05  SW-EHIST-SCAN-SWITCH     PIC X(01)   VALUE "N".
002310         88  SW-EHIST-SCAN-DONE   VALUE "Y".
002311     05  SW-EHIST-OPEN-SWITCH     PIC X(01)   VALUE "N".
002312         88  SW-EHIST-OPEN-FOUND  VALUE "Y".
002313     05  SW-VELSUM-NEW-SWITCH     PIC X(01)   VALUE "N".
002314         88  SW-VELSUM-NEW-RECORD VALUE "Y".
002316     05  SW-VEL-FOUND-SWITCH      PIC X(01)   VALUE "N".
002318         88  SW-VEL-DAY-FOUND     VALUE "Y".
002320
002330 PROCEDURE DIVISION.
002340*================================================================
002450* 1000-INITIALIZE
002460*================================================================
002470 1000-INITIALIZE.
002473     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002476
002480     OPEN INPUT SUSPENSE-IN-FILE.
002490     IF NOT SW-SUSP-IN-OK
002500         DISPLAY "SUSPENSEWORKDOWN - UNABLE TO OPEN SUSPIN, "
003100         MOVE 16 TO RETURN-CODE
003110         GOBACK
003120     END-IF.
003121*    The velocity summary is created the same way on its
003122*    first-ever open.
003123     OPEN I-O VELOCITY-SUMMARY-FILE.
003124     IF SW-VELSUM-NOT-FOUND
003125         OPEN OUTPUT VELOCITY-SUMMARY-FILE
003126         CLOSE VELOCITY-SUMMARY-FILE
003127         OPEN I-O VELOCITY-SUMMARY-FILE
003128     END-IF.
003129     IF NOT SW-VELSUM-OK
003130         DISPLAY "SUSPENSEWORKDOWN - UNABLE TO OPEN VELSUM, "
003131             "STATUS = " SW-VELSUM-STATUS
003132         MOVE 16 TO RETURN-CODE
003133         GOBACK
003134     END-IF.
003135
003140     PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
003150 1000-EXIT.
003160     EXIT.
003161
003162*================================================================
003163* 1050-READ-BUSINESS-DATE
003164*     Takes the processing date from the business-date control
003165*     file (BUSDATE.CPY) instead of the wall clock, so a run
003166*     past midnight or a rerun the next morning still carries
003167*     the night's own date.  A missing or unusable control
003168*     record stops the run rather than stamp the wrong day.
003169*================================================================
003170 1050-READ-BUSINESS-DATE.
003171     OPEN INPUT BUSINESS-DATE-FILE.
003172     IF NOT SW-BUSDATE-OK
003173         DISPLAY "SUSPENSEWORKDOWN - UNABLE TO OPEN BUSDATE, "
003174             "STATUS = " SW-BUSDATE-STATUS
003175         MOVE 16 TO RETURN-CODE
003176         GOBACK
003177     END-IF.
003178     READ BUSINESS-DATE-FILE
003179         AT END
003180             MOVE SPACES TO BUSINESS-DATE-RECORD
003181     END-READ.
003182     CLOSE BUSINESS-DATE-FILE.
003183     IF BD-BUSINESS-DATE NOT NUMERIC
003184         DISPLAY "SUSPENSEWORKDOWN - BUSDATE RECORD MISSING OR "
003185             "NOT NUMERIC: " BUSINESS-DATE-RECORD
003186         MOVE 16 TO RETURN-CODE
003187         GOBACK
003188     END-IF.
003189     MOVE BD-BUSINESS-DATE TO SW-BUSINESS-DATE.
003190 1050-EXIT.
003191     EXIT.
003192
003193*================================================================
003194* 1200-LOAD-DECISION-TABLE
003200*     Loads the operator decision file into a table so each
003210*     suspense item can be matched without re-reading the file.
003220*     The table holds at most 2000 decisions - a decision file
004290         AT END
004300             SET SW-END-OF-FILE TO TRUE
004310     END-READ.
004312     IF NOT SW-END-OF-FILE
004314         ADD 1 TO SW-READ-COUNT
004316     END-IF.
004320 2100-EXIT.
004330     EXIT.
004340
005660             SET SW-APPLY-FAILED TO TRUE
005670             GO TO 2500-EXIT
005680     END-READ.
005685     MOVE AM-EMAIL-ADDRESS TO SW-OUTGOING-ADDRESS.
005690     MOVE SW-NEW-EMAIL-ADDRESS TO AM-EMAIL-ADDRESS.
005700     REWRITE ACCOUNT-MASTER-RECORD
005710         INVALID KEY
005780         SU-ACCOUNT-ID " -> " SW-NEW-EMAIL-ADDRESS.
005790     SET SW-SWAP-APPLIED TO TRUE.
005800     PERFORM 2550-RECORD-ADDRESS-HISTORY THRU 2550-EXIT.
005805     PERFORM 2570-RECORD-VELOCITY-CHANGE THRU 2570-EXIT.
005810 2500-EXIT.
005820     EXIT.
005830
005870*     release just applied - the account's open history
005880*     record is closed with this stamp and a new open record
005890*     written for the released address, marked with the
005900*     release source code.  With no open record to close,
005910*     2580 first writes the address going off as a closed
005920*     record reaching back to the start.  A history failure is
005923*     reported but never undoes the release - the master is
005926*     already rewritten and the audit trail still covers it.
005930*================================================================
005940 2550-RECORD-ADDRESS-HISTORY.
005950     MOVE SW-BUSINESS-DATE TO SW-CURRENT-DATE.
005960     ACCEPT SW-CURRENT-TIME FROM TIME.
005970     PERFORM 2560-CLOSE-OPEN-HISTORY THRU 2560-EXIT.
005972     IF NOT SW-EHIST-OPEN-FOUND
005974         PERFORM 2580-WRITE-PRIOR-HISTORY THRU 2580-EXIT
005976     END-IF.
005980     MOVE SPACES TO EMAIL-HISTORY-RECORD.
005990     MOVE SU-ACCOUNT-ID TO EH-ACCOUNT-ID.
006000     MOVE SW-CURRENT-DATE TO EH-FROM-DATE.
006060     WRITE EMAIL-HISTORY-RECORD
006070         INVALID KEY
006080             DISPLAY "History Write Failed: " SU-ACCOUNT-ID
006085         NOT INVALID KEY
006087             ADD 1 TO SW-HISTORY-COUNT
006090     END-WRITE.
006100 2550-EXIT.
006110     EXIT.
006180*================================================================
006190 2560-CLOSE-OPEN-HISTORY.
006200     MOVE "N" TO SW-EHIST-SCAN-SWITCH.
006205     MOVE "N" TO SW-EHIST-OPEN-SWITCH.
006210     MOVE SU-ACCOUNT-ID TO EH-ACCOUNT-ID.
006220     MOVE ZERO TO EH-FROM-DATE.
006230     MOVE ZERO TO EH-FROM-TIME.
006440             SET SW-EHIST-SCAN-DONE TO TRUE
006450         ELSE
006460             IF EH-STILL-CURRENT
006465                 SET SW-EHIST-OPEN-FOUND TO TRUE
006470                 MOVE SW-CURRENT-DATE TO EH-TO-DATE
006480                 MOVE SW-CURRENT-TIME(1:6) TO EH-TO-TIME
006490                 REWRITE EMAIL-HISTORY-RECORD
006560     END-IF.
006570 2565-EXIT.
006580     EXIT.
006581
006582*================================================================
006583* 2570-RECORD-VELOCITY-CHANGE
006584*     A release is an applied change like any other - it goes
006585*     onto tonight's day on the account's velocity summary
006586*     (VELSUM.CPY), as the nightly run's swaps do, so a later
006587*     request inside the window sees it.  A new day takes the
006588*     oldest slot.  A summary failure is reported but never
006589*     undoes the release.
006590*================================================================
006591 2570-RECORD-VELOCITY-CHANGE.
006592     MOVE "N" TO SW-VELSUM-NEW-SWITCH.
006593     MOVE SU-ACCOUNT-ID TO VS-ACCOUNT-ID.
006594     READ VELOCITY-SUMMARY-FILE
006595         KEY IS VS-ACCOUNT-ID
006596         INVALID KEY
006597             MOVE SPACES TO VELOCITY-SUMMARY-RECORD
006598             INITIALIZE VELOCITY-SUMMARY-RECORD
006599             MOVE SU-ACCOUNT-ID TO VS-ACCOUNT-ID
006600             SET SW-VELSUM-NEW-RECORD TO TRUE
006601     END-READ.
006602     MOVE "N" TO SW-VEL-FOUND-SWITCH.
006603     MOVE 1 TO SW-VEL-OLDEST-SUB.
006604     PERFORM 2575-FIND-VELOCITY-DAY THRU 2575-EXIT
006605         VARYING SW-VEL-SUB FROM 1 BY 1
006606         UNTIL SW-VEL-SUB > 31
006607         OR SW-VEL-DAY-FOUND.
006608     IF NOT SW-VEL-DAY-FOUND
006609         MOVE SW-VEL-OLDEST-SUB TO SW-VEL-MATCHED-SUB
006610         MOVE SW-BUSINESS-DATE TO VS-DAY-DATE(SW-VEL-MATCHED-SUB)
006611         MOVE ZERO TO VS-DAY-COUNT(SW-VEL-MATCHED-SUB)
006612     END-IF.
006613     IF VS-DAY-COUNT(SW-VEL-MATCHED-SUB) < 999
006614         ADD 1 TO VS-DAY-COUNT(SW-VEL-MATCHED-SUB)
006615     END-IF.
006616     MOVE SW-CURRENT-DATE TO VS-LAST-UPDATE-DATE.
006617     MOVE SW-CURRENT-TIME(1:6) TO VS-LAST-UPDATE-TIME.
006618     IF SW-VELSUM-NEW-RECORD
006619         WRITE VELOCITY-SUMMARY-RECORD
006620             INVALID KEY
006621                 DISPLAY "Velocity Summary Write Failed: "
006622                     SU-ACCOUNT-ID
006623         END-WRITE
006624     ELSE
006625         REWRITE VELOCITY-SUMMARY-RECORD
006626             INVALID KEY
006627                 DISPLAY "Velocity Summary Rewrite Failed: "
006628                     SU-ACCOUNT-ID
006629         END-REWRITE
006630     END-IF.
006631 2570-EXIT.
006632     EXIT.
006633
006634*================================================================
006635* 2575-FIND-VELOCITY-DAY
006636*     Looks for tonight's slot, noting the oldest slot on the
006637*     way past in case there is none yet.
006638*================================================================
006639 2575-FIND-VELOCITY-DAY.
006640     IF VS-DAY-DATE(SW-VEL-SUB) = SW-BUSINESS-DATE
006641         SET SW-VEL-DAY-FOUND TO TRUE
006642         MOVE SW-VEL-SUB TO SW-VEL-MATCHED-SUB
006643     ELSE
006644         IF VS-DAY-DATE(SW-VEL-SUB) <
006645                 VS-DAY-DATE(SW-VEL-OLDEST-SUB)
006646             MOVE SW-VEL-SUB TO SW-VEL-OLDEST-SUB
006647         END-IF
006648     END-IF.
006649 2575-EXIT.
006650     EXIT.
006651
006652*================================================================
006653* 2580-WRITE-PRIOR-HISTORY
006654*     The address the account carried before its first
006655*     recorded change, on file from date and time zero until
006656*     this release took it off.
006657*================================================================
006658 2580-WRITE-PRIOR-HISTORY.
006659     MOVE SPACES TO EMAIL-HISTORY-RECORD.
006660     MOVE SU-ACCOUNT-ID TO EH-ACCOUNT-ID.
006661     MOVE ZERO TO EH-FROM-DATE.
006662     MOVE ZERO TO EH-FROM-TIME.
006663     MOVE SW-OUTGOING-ADDRESS TO EH-EMAIL-ADDRESS.
006664     MOVE SW-CURRENT-DATE TO EH-TO-DATE.
006665     MOVE SW-CURRENT-TIME(1:6) TO EH-TO-TIME.
006666     SET EH-SOURCE-BEFORE-HIST TO TRUE.
006667     WRITE EMAIL-HISTORY-RECORD
006668         INVALID KEY
006669             DISPLAY "Prior History Write Failed: " SU-ACCOUNT-ID
006670     END-WRITE.
006671 2580-EXIT.
006672     EXIT.
006673
006674*================================================================
006675* 2600-WRITE-STILL-OPEN
006676*     Carries an item that remains open into the rewritten
006677*     suspense file.
006678*================================================================
006679 2600-WRITE-STILL-OPEN.
006680     WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-RECORD.
006681     IF SW-SUSP-OUT-OK
006682         ADD 1 TO SW-SUSP-OUT-COUNT
006683     END-IF.
006684 2600-EXIT.
006685     EXIT.
006690
006700*================================================================
006710* 2900-WRITE-AUDIT-RECORD
006800     MOVE SW-NEW-EMAIL-ADDRESS TO AU-NEW-EMAIL-ADDRESS.
006810     MOVE SU-SOURCE-SYSTEM TO AU-SOURCE-SYSTEM.
006820     MOVE SU-EXTERNAL-REF TO AU-EXTERNAL-REF.
006822     MOVE SU-RECEIVED-DATE TO AU-RECEIVED-DATE.
006824     MOVE SU-SUSPENSE-REASON TO AU-SUSPENSE-REASON.
006826     IF SU-SUSPENSE-REASON = SPACE
006828         SET AU-SUSP-DUP-ADDRESS TO TRUE
006829     END-IF.
006830
006840     MOVE ZERO TO SW-THIS-SEVERITY.
006850     EVALUATE TRUE
007140                     SET AU-REASON-NONE TO TRUE
007150             END-EVALUATE
007160     END-EVALUATE.
007162
007164*    Only an applied release or an operator reject finishes
007166*    the request - a re-queue or a failed release leaves the
007168*    item open for another night.
007170     IF SW-SWAP-APPLIED OR SW-DEC-REJECT(SW-MATCHED-SUB)
007172         MOVE "N" TO AU-STILL-OPEN
007174     ELSE
007176         SET AU-REQUEST-STILL-OPEN TO TRUE
007178     END-IF.
007179
007180     IF SW-THIS-SEVERITY > SW-JOB-SEVERITY
007190         MOVE SW-THIS-SEVERITY TO SW-JOB-SEVERITY
007200     END-IF.
007210
007220     MOVE SW-BUSINESS-DATE TO SW-CURRENT-DATE.
007230     ACCEPT SW-CURRENT-TIME FROM TIME.
007240     MOVE SW-CURRENT-DATE TO AU-DECISION-DATE.
007250     MOVE SW-CURRENT-TIME(1:6) TO AU-DECISION-TIME.
007260
007270     WRITE AUDIT-RECORD.
007272     IF SW-AUDIT-OUT-OK
007274         ADD 1 TO SW-DECISION-COUNT
007276     END-IF.
007280
007290     IF SW-SWAP-APPLIED
007300         PERFORM 2920-WRITE-NOTIFICATION THRU 2920-EXIT
007450     MOVE AU-DECISION-DATE TO NT-DECISION-DATE.
007460     MOVE AU-DECISION-TIME TO NT-DECISION-TIME.
007470     WRITE NOTIFY-RECORD.
007472     IF SW-NOTIFY-OUT-OK
007474         ADD 1 TO SW-NOTIFIED-COUNT
007476     END-IF.
007480 2920-EXIT.
007490     EXIT.
007500
007740     CLOSE SUSPENSE-OUT-FILE.
007750     CLOSE NOTIFY-FILE.
007760     CLOSE EMAIL-HISTORY-FILE.
007765     CLOSE VELOCITY-SUMMARY-FILE.
007770     MOVE SW-JOB-SEVERITY TO RETURN-CODE.
007775     PERFORM 3200-WRITE-RUN-LEDGER THRU 3200-EXIT.
007780 3000-EXIT.
007790     EXIT.
007800
007890     END-IF.
007900 3100-EXIT.
007910     EXIT.
007920
007930*================================================================
007940* 3200-WRITE-RUN-LEDGER
007950*     Appends this run's control totals to the shared run
007960*     ledger (RUNLEDGR.CPY).  Every item read is either closed
007970*     by its decision or carried forward to SUSPOUT; every
007980*     applied release should have a notification and a history
007990*     row.  The ledger is created on its first-ever open; one
008000*     that cannot be opened is reported but does not change the
008010*     return code - the balancing job reports the step missing.
008020*================================================================
008030 3200-WRITE-RUN-LEDGER.
008040     OPEN EXTEND RUN-LEDGER-FILE.
008050     IF SW-LEDGER-NOT-FOUND
008060         OPEN OUTPUT RUN-LEDGER-FILE
008070     END-IF.
008080     IF NOT SW-LEDGER-OK
008090         DISPLAY "SUSPENSEWORKDOWN - UNABLE TO OPEN RUNLEDGR, "
008100             "STATUS = " SW-LEDGER-STATUS
008110             " - NO CONTROL TOTALS WRITTEN"
008120         GO TO 3200-EXIT
008130     END-IF.
008140     MOVE SPACES TO RUN-LEDGER-RECORD.
008150     INITIALIZE RUN-LEDGER-RECORD.
008160     MOVE "WORKDOWN" TO RL-STEP-NAME.
008170     MOVE SW-BUSINESS-DATE TO RL-BUSINESS-DATE.
008180     ACCEPT SW-CURRENT-TIME FROM TIME.
008190     MOVE SW-CURRENT-TIME(1:6) TO RL-WRITTEN-TIME.
008200     MOVE RETURN-CODE TO RL-STEP-RC.
008210     MOVE "I" TO RL-COUNT-FLOW(1).
008220     MOVE "SUSPIN" TO RL-COUNT-CATEGORY(1).
008230     MOVE SW-READ-COUNT TO RL-COUNT-VALUE(1).
008240     MOVE "O" TO RL-COUNT-FLOW(2).
008250     MOVE "DECISIONS" TO RL-COUNT-CATEGORY(2).
008260     MOVE SW-DECISION-COUNT TO RL-COUNT-VALUE(2).
008270     MOVE "O" TO RL-COUNT-FLOW(3).
008280     MOVE "APPLIED" TO RL-COUNT-CATEGORY(3).
008290     MOVE SW-RELEASED-COUNT TO RL-COUNT-VALUE(3).
008300     MOVE "O" TO RL-COUNT-FLOW(4).
008310     MOVE "NOTIFIED" TO RL-COUNT-CATEGORY(4).
008320     MOVE SW-NOTIFIED-COUNT TO RL-COUNT-VALUE(4).
008330     MOVE "O" TO RL-COUNT-FLOW(5).
008340     MOVE "HISTORY" TO RL-COUNT-CATEGORY(5).
008350     MOVE SW-HISTORY-COUNT TO RL-COUNT-VALUE(5).
008360     MOVE "O" TO RL-COUNT-FLOW(6).
008370     MOVE "SUSPOUT" TO RL-COUNT-CATEGORY(6).
008380     MOVE SW-SUSP-OUT-COUNT TO RL-COUNT-VALUE(6).
008390     WRITE RUN-LEDGER-RECORD.
008400     CLOSE RUN-LEDGER-FILE.
008410 3200-EXIT.
008420     EXIT.
