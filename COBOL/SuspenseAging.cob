000310*                     freshest bucket and escaped escalation -
000311*                     the exact inverse of the report's
000312*                     purpose.  Widened to five digits.
000313*     2026-10-15  RM  The processing date now comes from the
000314*                     business-date control file (BUSDATE,
000315*                     advanced by BusinessDateRoll) instead of
000316*                     the wall clock, so a run past midnight or
000317*                     a rerun the next morning keeps the
000318*                     night's own date.
000319*================================================================
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. SuspenseAging.
000340 AUTHOR. R. MCALLISTER.
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS SA-REPORT-OUT-STATUS.
000570
000572     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000574         ORGANIZATION IS LINE SEQUENTIAL
000576         FILE STATUS IS SA-BUSDATE-STATUS.
000578
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  SUSPENSE-IN-FILE
000610     RECORDING MODE IS F.
000620 01  SUSPENSE-IN-RECORD           PIC X(579).
000630
000640 FD  AGE-PARM-FILE
000650     RECORDING MODE IS F.
000680
000690 FD  ESCALATION-FILE
000700     RECORDING MODE IS F.
000710 01  ESCALATION-OUT-RECORD        PIC X(579).
000720
000730 FD  AGING-REPORT-FILE
000740     RECORDING MODE IS F.
000750 01  REPORT-LINE                  PIC X(132).
000760
000762 FD  BUSINESS-DATE-FILE
000764     RECORDING MODE IS F.
000766     COPY BUSDATE.
000768
000770 WORKING-STORAGE SECTION.
000780*----------------------------------------------------------------
000790* Working fields for SuspenseAging - app prefix SA-.
001040
001050 01  SA-TODAY-DATE                PIC 9(08).
001060
001062 01  SA-BUSDATE-STATUS            PIC X(02).
001064     88  SA-BUSDATE-OK            VALUE "00".
001066
001070 01  SA-SWITCHES.
001080     05  SA-EOF-SWITCH            PIC X(01)   VALUE "N".
001090         88  SA-END-OF-FILE       VALUE "Y".
002190         GOBACK
002200     END-IF.
002210
002220     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002230     COMPUTE SA-TODAY-INTEGER =
002240         FUNCTION INTEGER-OF-DATE(SA-TODAY-DATE).
002250
002312     PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
002320 1000-EXIT.
002330     EXIT.
002331
002332*================================================================
002333* 1050-READ-BUSINESS-DATE
002334*     Takes the processing date from the business-date control
002335*     file (BUSDATE.CPY) instead of the wall clock, so a run
002336*     past midnight or a rerun the next morning still carries
002337*     the night's own date.  A missing or unusable control
002338*     record stops the run rather than stamp the wrong day.
002339*================================================================
002340 1050-READ-BUSINESS-DATE.
002341     OPEN INPUT BUSINESS-DATE-FILE.
002342     IF NOT SA-BUSDATE-OK
002343         DISPLAY "SUSPENSEAGING - UNABLE TO OPEN BUSDATE, "
002344             "STATUS = " SA-BUSDATE-STATUS
002345         MOVE 16 TO RETURN-CODE
002346         GOBACK
002347     END-IF.
002348     READ BUSINESS-DATE-FILE
002349         AT END
002350             MOVE SPACES TO BUSINESS-DATE-RECORD
002351     END-READ.
002352     CLOSE BUSINESS-DATE-FILE.
002353     IF BD-BUSINESS-DATE NOT NUMERIC
002354         DISPLAY "SUSPENSEAGING - BUSDATE RECORD MISSING OR "
002355             "NOT NUMERIC: " BUSINESS-DATE-RECORD
002356         MOVE 16 TO RETURN-CODE
002357         GOBACK
002358     END-IF.
002359     MOVE BD-BUSINESS-DATE TO SA-TODAY-DATE.
002360 1050-EXIT.
002361     EXIT.
002362
002363*================================================================
002364* 1100-READ-AGE-PARM
002370*     Reads the optional escalation threshold.  A missing file
002380*     or an unusable record only takes the default - the aging
002390*     run must not die for a parameter - but the operator
