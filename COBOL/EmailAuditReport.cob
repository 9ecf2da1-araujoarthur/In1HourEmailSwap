000510*                     otherwise-valid swaps on flagged
000511*                     accounts now suspend for a two-person
000512*                     release instead of applying.
000513*     2026-10-15  RM  The processing date now comes from the
000514*                     business-date control file (BUSDATE,
000515*                     advanced by BusinessDateRoll) instead of
000516*                     the wall clock, so a run past midnight or
000517*                     a rerun the next morning keeps the
000518*                     night's own date.
000519*     2026-10-15  RM  Mass domain migration requests (source
000520*                     "M", from DomainMigration) get their own
000521*                     line in the by-source rollup instead of
000522*                     falling into UNKNOWN.
000523*================================================================
000524 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. EmailAuditReport.
000540 AUTHOR. R. MCALLISTER.
000550 INSTALLATION. DATA LIFECYCLE SERVICES.
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS EA-REPORT-OUT-STATUS.
000690 
000692     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000694         ORGANIZATION IS LINE SEQUENTIAL
000696         FILE STATUS IS EA-BUSDATE-STATUS.
000698
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  AUDIT-FILE.
000760     RECORDING MODE IS F.
000770 01  REPORT-LINE                  PIC X(132).
000780 
000782 FD  BUSINESS-DATE-FILE
000784     RECORDING MODE IS F.
000786     COPY BUSDATE.
000788
000790 WORKING-STORAGE SECTION.
000800*----------------------------------------------------------------
000810* Working fields for EmailAuditReport - app prefix EA-.
001070
001080*----------------------------------------------------------------
001090* By-source rollup - 1 HR extract, 2 call center, 3 portal,
001100* 4 domain migration, 5 unknown (records written before the
001105* source field existed).
001110* Requeued and reversed decisions count toward the total only.
001120*----------------------------------------------------------------
001130 01  EA-SOURCE-TABLE-AREA.
001140     05  EA-SRC-ENTRY OCCURS 5 TIMES.
001150         10  EA-SRC-LABEL         PIC X(12) VALUE SPACES.
001160         10  EA-SRC-TOTAL         PIC 9(07) VALUE ZERO.
001170         10  EA-SRC-ACCEPTED      PIC 9(07) VALUE ZERO.
001180         10  EA-SRC-REJECTED      PIC 9(07) VALUE ZERO.
001190 77  EA-SRC-SUB                   PIC 9(02)  VALUE ZERO.
001200 
001202 01  EA-BUSDATE-STATUS            PIC X(02).
001204     88  EA-BUSDATE-OK            VALUE "00".
001206
001210 01  EA-SWITCHES.
001220     05  EA-EOF-SWITCH            PIC X(01)   VALUE "N".
001230         88  EA-END-OF-FILE       VALUE "Y".
001950         GOBACK
001960     END-IF.
001970 
001980     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001990
002000     MOVE "HR EXTRACT" TO EA-SRC-LABEL(1).
002010     MOVE "CALL CENTER" TO EA-SRC-LABEL(2).
002020     MOVE "PORTAL" TO EA-SRC-LABEL(3).
002030     MOVE "MIGRATION" TO EA-SRC-LABEL(4).
002035     MOVE "UNKNOWN" TO EA-SRC-LABEL(5).
002040 
002050     MOVE EA-HEADING-1 TO REPORT-LINE.
002060     WRITE REPORT-LINE.
002130     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
002140 1000-EXIT.
002150     EXIT.
002151
002152*================================================================
002153* 1050-READ-BUSINESS-DATE
002154*     Takes the processing date from the business-date control
002155*     file (BUSDATE.CPY) instead of the wall clock, so a run
002156*     past midnight or a rerun the next morning still carries
002157*     the night's own date.  A missing or unusable control
002158*     record stops the run rather than stamp the wrong day.
002159*================================================================
002160 1050-READ-BUSINESS-DATE.
002161     OPEN INPUT BUSINESS-DATE-FILE.
002162     IF NOT EA-BUSDATE-OK
002163         DISPLAY "EMAILAUDITREPORT - UNABLE TO OPEN BUSDATE, "
002164             "STATUS = " EA-BUSDATE-STATUS
002165         MOVE 16 TO RETURN-CODE
002166         GOBACK
002167     END-IF.
002168     READ BUSINESS-DATE-FILE
002169         AT END
002170             MOVE SPACES TO BUSINESS-DATE-RECORD
002171     END-READ.
002172     CLOSE BUSINESS-DATE-FILE.
002173     IF BD-BUSINESS-DATE NOT NUMERIC
002174         DISPLAY "EMAILAUDITREPORT - BUSDATE RECORD MISSING OR "
002175             "NOT NUMERIC: " BUSINESS-DATE-RECORD
002176         MOVE 16 TO RETURN-CODE
002177         GOBACK
002178     END-IF.
002179     MOVE BD-BUSINESS-DATE TO EA-TODAY-DATE.
002180 1050-EXIT.
002181     EXIT.
002182 
002183*================================================================
002184* 2000-PROCESS-AUDIT-RECORDS
002190*     Accumulates the day's counts and lists today's rejections.
002200*================================================================
002210 2000-PROCESS-AUDIT-RECORDS.
002830             MOVE 2 TO EA-SRC-SUB
002840         WHEN AU-SOURCE-PORTAL
002850             MOVE 3 TO EA-SRC-SUB
002853         WHEN AU-SOURCE-MIGRATION
002856             MOVE 4 TO EA-SRC-SUB
002860         WHEN OTHER
002870             MOVE 5 TO EA-SRC-SUB
002880     END-EVALUATE.
002890     ADD 1 TO EA-SRC-TOTAL(EA-SRC-SUB).
002900     EVALUATE TRUE
003960     WRITE REPORT-LINE.
003970     PERFORM 3100-PRINT-SOURCE-LINE THRU 3100-EXIT
003980         VARYING EA-SRC-SUB FROM 1 BY 1
003990         UNTIL EA-SRC-SUB > 5.
004000 3000-EXIT.
004010     EXIT.
004020
