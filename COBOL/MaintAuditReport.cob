000250*
000260* MODIFICATION HISTORY.
000270*     2026-09-02  RM  Original version.
000271*     2026-10-15  RM  Spell out reason "11", the CHANGE-ID
000272*                     rejected once a run's re-key limit is hit.
000273*     2026-10-15  RM  The processing date now comes from the
000274*                     business-date control file (BUSDATE,
000275*                     advanced by BusinessDateRoll) instead of
000276*                     the wall clock, so a run past midnight or
000277*                     a rerun the next morning keeps the
000278*                     night's own date.
000279*     2026-10-15  RM  PURGE, written by RetentionPurge for
000280*                     every account it masks, has its own row
000281*                     in the daily totals instead of OTHER.
000282*     2026-10-15  RM  Spell out reason "12", the CHANGE-ID
000283*                     rejected onto an id already retired.
000284*     2026-10-15  RM  Spell out reason "13", the REACTIVATE
000285*                     rejected on an account already purged.
000289*================================================================
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. MaintAuditReport.
000310 AUTHOR. R. MCALLISTER.
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS MR-REPORT-OUT-STATUS.
000540
000542     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000544         ORGANIZATION IS LINE SEQUENTIAL
000546         FILE STATUS IS MR-BUSDATE-STATUS.
000548
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  MAINT-AUDIT-FILE.
000640     RECORDING MODE IS F.
000650 01  REPORT-LINE                  PIC X(132).
000660
000662 FD  BUSINESS-DATE-FILE
000664     RECORDING MODE IS F.
000666     COPY BUSDATE.
000668
000670 WORKING-STORAGE SECTION.
000680*----------------------------------------------------------------
000690* Working fields for MaintAuditReport - app prefix MR-.
000910 01  MR-TODAY-DATE                PIC 9(08).
000920 01  MR-REASON-TEXT               PIC X(24).
000930
000932 01  MR-BUSDATE-STATUS            PIC X(02).
000934     88  MR-BUSDATE-OK            VALUE "00".
000936
000940 01  MR-SWITCHES.
000950     05  MR-EOF-SWITCH            PIC X(01)   VALUE "N".
000960         88  MR-END-OF-FILE       VALUE "Y".
000980         88  MR-SCAN-DONE         VALUE "Y".
000990
001000*----------------------------------------------------------------
001010* Today's totals by action - the six maintenance actions, the
001015* retention purge's PURGE, and an OTHER row, so a record
001020* carrying an action this report does not know can never
001030* vanish from the totals.
001040*----------------------------------------------------------------
001050 01  MR-ACTION-TABLE-AREA.
001060     05  MR-ACT-ENTRY OCCURS 8 TIMES.
001070         10  MR-ACT-LABEL         PIC X(12) VALUE SPACES.
001080         10  MR-ACT-APPLIED       PIC 9(07) VALUE ZERO.
001090         10  MR-ACT-REJECTED      PIC 9(07) VALUE ZERO.
001860         GOBACK
001870     END-IF.
001880
001890     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001900
001910     MOVE "ADD" TO MR-ACT-LABEL(1).
001920     MOVE "INACTIVATE" TO MR-ACT-LABEL(2).
001940     MOVE "CHANGE-ID" TO MR-ACT-LABEL(4).
001950     MOVE "SET-RISK" TO MR-ACT-LABEL(5).
001960     MOVE "CLEAR-RISK" TO MR-ACT-LABEL(6).
001965     MOVE "PURGE" TO MR-ACT-LABEL(7).
001970     MOVE "OTHER" TO MR-ACT-LABEL(8).
001980
001990     MOVE MR-HEADING-1 TO REPORT-LINE.
002000     WRITE REPORT-LINE.
002070     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
002080 1000-EXIT.
002090     EXIT.
002091
002092*================================================================
002093* 1050-READ-BUSINESS-DATE
002094*     Takes the processing date from the business-date control
002095*     file (BUSDATE.CPY) instead of the wall clock, so a run
002096*     past midnight or a rerun the next morning still carries
002097*     the night's own date.  A missing or unusable control
002098*     record stops the run rather than stamp the wrong day.
002099*================================================================
002100 1050-READ-BUSINESS-DATE.
002101     OPEN INPUT BUSINESS-DATE-FILE.
002102     IF NOT MR-BUSDATE-OK
002103         DISPLAY "MAINTAUDITREPORT - UNABLE TO OPEN BUSDATE, "
002104             "STATUS = " MR-BUSDATE-STATUS
002105         MOVE 16 TO RETURN-CODE
002106         GOBACK
002107     END-IF.
002108     READ BUSINESS-DATE-FILE
002109         AT END
002110             MOVE SPACES TO BUSINESS-DATE-RECORD
002111     END-READ.
002112     CLOSE BUSINESS-DATE-FILE.
002113     IF BD-BUSINESS-DATE NOT NUMERIC
002114         DISPLAY "MAINTAUDITREPORT - BUSDATE RECORD MISSING OR "
002115             "NOT NUMERIC: " BUSINESS-DATE-RECORD
002116         MOVE 16 TO RETURN-CODE
002117         GOBACK
002118     END-IF.
002119     MOVE BD-BUSINESS-DATE TO MR-TODAY-DATE.
002120 1050-EXIT.
002121     EXIT.
002122
002123*================================================================
002124* 2000-PROCESS-AUDIT-RECORDS
002130*     Today's records feed the daily totals and the rejected
002140*     listing; applied status changes from the whole trail
002150*     feed the period tie-out, whatever their date.
002650             MOVE 5 TO MR-ACTION-SUB
002660         WHEN MA-ACTION = "CLEAR-RISK"
002670             MOVE 6 TO MR-ACTION-SUB
002675         WHEN MA-ACTION = "PURGE"
002680             MOVE 7 TO MR-ACTION-SUB
002685         WHEN OTHER
002690             MOVE 8 TO MR-ACTION-SUB
002700     END-EVALUATE.
002710     IF MA-DISP-APPLIED
002720         ADD 1 TO MR-TODAY-APPLIED-COUNT
003210             MOVE "ALREADY FLAGGED" TO MR-REASON-TEXT
003220         WHEN MA-REASON-NOT-FLAGGED
003230             MOVE "NOT FLAGGED" TO MR-REASON-TEXT
003232         WHEN MA-REASON-REKEY-LIMIT
003234             MOVE "RE-KEY LIMIT REACHED" TO MR-REASON-TEXT
003236         WHEN MA-REASON-ID-RETIRED
003237             MOVE "NEW ID ALREADY RETIRED" TO MR-REASON-TEXT
003238         WHEN MA-REASON-PURGED
003239             MOVE "ACCOUNT ADDRESS PURGED" TO MR-REASON-TEXT
003240         WHEN OTHER
003250             MOVE "UNKNOWN REASON" TO MR-REASON-TEXT
003260     END-EVALUATE.
003760     WRITE REPORT-LINE.
003770     PERFORM 4100-PRINT-ACTION-LINE THRU 4100-EXIT
003780         VARYING MR-ACTION-SUB FROM 1 BY 1
003790         UNTIL MR-ACTION-SUB > 8.
003800
003810     MOVE SPACES TO REPORT-LINE.
003820     WRITE REPORT-LINE.
