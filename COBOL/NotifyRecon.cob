000300*
000310* MODIFICATION HISTORY.
000320*     2026-09-02  RM  Original version.
000321*     2026-10-15  RM  The processing date now comes from the
000322*                     business-date control file (BUSDATE,
000323*                     advanced by BusinessDateRoll) instead of
000324*                     the wall clock, so a run past midnight or
000325*                     a rerun the next morning keeps the
000326*                     night's own date.
000330*================================================================
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. NotifyRecon.
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS NR-REPORT-OUT-STATUS.
000590
000592     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000594         ORGANIZATION IS LINE SEQUENTIAL
000596         FILE STATUS IS NR-BUSDATE-STATUS.
000598
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  NOTIFY-IN-FILE
000750     RECORDING MODE IS F.
000760 01  REPORT-LINE                  PIC X(132).
000770
000772 FD  BUSINESS-DATE-FILE
000774     RECORDING MODE IS F.
000776     COPY BUSDATE.
000778
000780 WORKING-STORAGE SECTION.
000790*----------------------------------------------------------------
000800* Working fields for NotifyRecon - app prefix NR-.
001280         10  NR-RET-MATCHED       PIC X(01).
001290             88  NR-RET-WAS-MATCHED VALUE "Y".
001300
001302 01  NR-BUSDATE-STATUS            PIC X(02).
001304     88  NR-BUSDATE-OK            VALUE "00".
001306
001310 01  NR-SWITCHES.
001320     05  NR-EOF-SWITCH            PIC X(01)   VALUE "N".
001330         88  NR-END-OF-FILE       VALUE "Y".
002130         GOBACK
002140     END-IF.
002150
002160     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002170     MOVE NR-HEADING-1 TO REPORT-LINE.
002180     WRITE REPORT-LINE.
002190     MOVE NR-TODAY-DATE TO NR-HDG-DATE.
002250     PERFORM 2100-READ-NOTIFICATION THRU 2100-EXIT.
002260 1000-EXIT.
002270     EXIT.
002271
002272*================================================================
002273* 1050-READ-BUSINESS-DATE
002274*     Takes the processing date from the business-date control
002275*     file (BUSDATE.CPY) instead of the wall clock, so a run
002276*     past midnight or a rerun the next morning still carries
002277*     the night's own date.  A missing or unusable control
002278*     record stops the run rather than stamp the wrong day.
002279*================================================================
002280 1050-READ-BUSINESS-DATE.
002281     OPEN INPUT BUSINESS-DATE-FILE.
002282     IF NOT NR-BUSDATE-OK
002283         DISPLAY "NOTIFYRECON - UNABLE TO OPEN BUSDATE, "
002284             "STATUS = " NR-BUSDATE-STATUS
002285         MOVE 16 TO RETURN-CODE
002286         GOBACK
002287     END-IF.
002288     READ BUSINESS-DATE-FILE
002289         AT END
002290             MOVE SPACES TO BUSINESS-DATE-RECORD
002291     END-READ.
002292     CLOSE BUSINESS-DATE-FILE.
002293     IF BD-BUSINESS-DATE NOT NUMERIC
002294         DISPLAY "NOTIFYRECON - BUSDATE RECORD MISSING OR "
002295             "NOT NUMERIC: " BUSINESS-DATE-RECORD
002296         MOVE 16 TO RETURN-CODE
002297         GOBACK
002298     END-IF.
002299     MOVE BD-BUSINESS-DATE TO NR-TODAY-DATE.
002300 1050-EXIT.
002301     EXIT.
002302
002303*================================================================
002304* 1200-LOAD-RETURN-TABLE
002310*================================================================
002320 1200-LOAD-RETURN-TABLE.
002330     PERFORM 1210-READ-RETURN THRU 1210-EXIT.
