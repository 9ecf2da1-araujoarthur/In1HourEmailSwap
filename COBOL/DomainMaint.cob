000330*
000340* MODIFICATION HISTORY.
000350*     2026-09-02  RM  Original version.
000351*     2026-10-15  RM  The processing date now comes from the
000352*                     business-date control file (BUSDATE,
000353*                     advanced by BusinessDateRoll) instead of
000354*                     the wall clock, so a run past midnight or
000355*                     a rerun the next morning keeps the
000356*                     night's own date.
000360*================================================================
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. DomainMaint.
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS MD-AUDIT-OUT-STATUS.
000660
000662     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000664         ORGANIZATION IS LINE SEQUENTIAL
000666         FILE STATUS IS MD-BUSDATE-STATUS.
000668
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  DOMAIN-IN-FILE
000850 FD  DOMAIN-AUDIT-FILE.
000860     COPY DOMAUDIT.
000870
000872 FD  BUSINESS-DATE-FILE
000874     RECORDING MODE IS F.
000876     COPY BUSDATE.
000878
000880 WORKING-STORAGE SECTION.
000890*----------------------------------------------------------------
000900* Working fields for DomainMaint - app prefix MD-.
001380 01  MD-AUDIT-OUT-STATUS          PIC X(02).
001390     88  MD-AUDIT-OUT-OK          VALUE "00".
001400
001402 01  MD-BUSDATE-STATUS            PIC X(02).
001404     88  MD-BUSDATE-OK            VALUE "00".
001406
001410 01  MD-SWITCHES.
001420     05  MD-EOF-SWITCH            PIC X(01)   VALUE "N".
001430         88  MD-END-OF-FILE       VALUE "Y".
001970         GOBACK
001980     END-IF.
001990
002000     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002010     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
002020 1000-EXIT.
002030     EXIT.
002031
002032*================================================================
002033* 1050-READ-BUSINESS-DATE
002034*     Takes the processing date from the business-date control
002035*     file (BUSDATE.CPY) instead of the wall clock, so a run
002036*     past midnight or a rerun the next morning still carries
002037*     the night's own date.  A missing or unusable control
002038*     record stops the run rather than stamp the wrong day.
002039*================================================================
002040 1050-READ-BUSINESS-DATE.
002041     OPEN INPUT BUSINESS-DATE-FILE.
002042     IF NOT MD-BUSDATE-OK
002043         DISPLAY "DOMAINMAINT - UNABLE TO OPEN BUSDATE, "
002044             "STATUS = " MD-BUSDATE-STATUS
002045         MOVE 16 TO RETURN-CODE
002046         GOBACK
002047     END-IF.
002048     READ BUSINESS-DATE-FILE
002049         AT END
002050             MOVE SPACES TO BUSINESS-DATE-RECORD
002051     END-READ.
002052     CLOSE BUSINESS-DATE-FILE.
002053     IF BD-BUSINESS-DATE NOT NUMERIC
002054         DISPLAY "DOMAINMAINT - BUSDATE RECORD MISSING OR "
002055             "NOT NUMERIC: " BUSINESS-DATE-RECORD
002056         MOVE 16 TO RETURN-CODE
002057         GOBACK
002058     END-IF.
002059     MOVE BD-BUSINESS-DATE TO MD-TODAY-DATE.
002060 1050-EXIT.
002061     EXIT.
002062
002063*================================================================
002064* 1200-LOAD-DOMAIN-TABLE
002070*================================================================
002080 1200-LOAD-DOMAIN-TABLE.
002090     PERFORM 1210-READ-DOMAIN THRU 1210-EXIT.
