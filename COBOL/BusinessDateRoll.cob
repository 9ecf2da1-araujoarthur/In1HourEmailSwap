000010*================================================================
000020* BUSINESSDATEROLL.COB
000030*
000040* PROGRAM-ID    : BusinessDateRoll
000050* AUTHOR        : R. MCALLISTER
000060* INSTALLATION  : DATA LIFECYCLE SERVICES
000070* DATE-WRITTEN  : 2026-10-15
000080* DATE-COMPILED :
000090*
000100* REMARKS.
000110*     Sets and advances the business-date control file
000120*     (BUSDATE.CPY) that every program in the nightly flow
000130*     reads as its processing date.  Runs as the last step of
000140*     a night that completed, rolling the date one calendar
000150*     day forward - so a night that fails leaves the date
000160*     where it was, and its rerun the next morning writes the
000170*     failed night's dates, not the morning's.  A DATEPARM
000180*     record reading "SET yyyymmdd" sets the date outright:
000190*     the first-ever run, which has no control record to
000200*     roll, and an operations correction.  A missing or blank
000210*     DATEPARM means an ordinary roll.  Setting the date
000220*     backwards is allowed - it is how an older night is
000230*     rerun - but ends with RETURN-CODE 4 so it is never done
000240*     by accident.
000250*
000260* MODIFICATION HISTORY.
000270*     2026-10-15  RM  Original version.
000280*================================================================
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. BusinessDateRoll.
000310 AUTHOR. R. MCALLISTER.
000320 INSTALLATION. DATA LIFECYCLE SERVICES.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT DATE-PARM-FILE ASSIGN TO DATEPARM
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS BR-PARM-IN-STATUS.
000420
000430     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS BR-BUSDATE-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  DATE-PARM-FILE
000500     RECORDING MODE IS F.
000510 01  DATE-PARM-RECORD.
000520     05  DP-ACTION                PIC X(04).
000530         88  DP-ACTION-ROLL       VALUE "ROLL" "    ".
000540         88  DP-ACTION-SET        VALUE "SET ".
000550     05  DP-SET-DATE              PIC 9(08).
000560
000570 FD  BUSINESS-DATE-FILE
000580     RECORDING MODE IS F.
000590     COPY BUSDATE.
000600
000610 WORKING-STORAGE SECTION.
000620*----------------------------------------------------------------
000630* Working fields for BusinessDateRoll - app prefix BR-.
000640*----------------------------------------------------------------
000650 77  BR-JOB-SEVERITY              PIC 9(01)   VALUE ZERO.
000660 77  BR-DATE-INTEGER              PIC 9(07)   VALUE ZERO.
000670
000680 01  BR-PARM-IN-STATUS            PIC X(02).
000690     88  BR-PARM-IN-OK            VALUE "00".
000700     88  BR-PARM-IN-NOT-FOUND     VALUE "35".
000710
000720 01  BR-BUSDATE-STATUS            PIC X(02).
000730     88  BR-BUSDATE-OK            VALUE "00".
000740     88  BR-BUSDATE-NOT-FOUND     VALUE "35".
000750
000760 01  BR-OLD-BUSINESS-DATE         PIC 9(08)   VALUE ZERO.
000770 01  BR-NEW-BUSINESS-DATE         PIC 9(08)   VALUE ZERO.
000780 01  BR-CHECK-DATE                PIC 9(08)   VALUE ZERO.
000790 01  BR-CURRENT-DATE              PIC 9(08).
000800 01  BR-CURRENT-TIME              PIC 9(08).
000810
000820 01  BR-SWITCHES.
000830     05  BR-ACTION-SWITCH         PIC X(01)   VALUE "R".
000840         88  BR-ROLL-REQUESTED    VALUE "R".
000850         88  BR-SET-REQUESTED     VALUE "S".
000860     05  BR-CONTROL-SWITCH        PIC X(01)   VALUE "N".
000870         88  BR-CONTROL-ON-FILE   VALUE "Y".
000880
000890 PROCEDURE DIVISION.
000900*================================================================
000910* 0000-MAINLINE
000920*================================================================
000930 0000-MAINLINE.
000940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000950     PERFORM 2000-DETERMINE-NEW-DATE THRU 2000-EXIT.
000960     PERFORM 2500-WRITE-CONTROL-RECORD THRU 2500-EXIT.
000970     PERFORM 3000-TERMINATE THRU 3000-EXIT.
000980     GOBACK.
000990
001000*================================================================
001010* 1000-INITIALIZE
001020*     Reads the parameter and the current control record.  No
001030*     control file at all (status 35) is only acceptable on a
001040*     SET - there is no date to roll forward from.
001050*================================================================
001060 1000-INITIALIZE.
001070     PERFORM 1100-READ-PARM THRU 1100-EXIT.
001080
001090     OPEN INPUT BUSINESS-DATE-FILE.
001100     IF BR-BUSDATE-NOT-FOUND
001110         GO TO 1000-CHECK-CONTROL
001120     END-IF.
001130     IF NOT BR-BUSDATE-OK
001140         DISPLAY "BUSINESSDATEROLL - UNABLE TO OPEN BUSDATE, "
001150             "STATUS = " BR-BUSDATE-STATUS
001160         MOVE 16 TO RETURN-CODE
001170         GOBACK
001180     END-IF.
001190     READ BUSINESS-DATE-FILE
001200         AT END
001210             MOVE SPACES TO BUSINESS-DATE-RECORD
001220     END-READ.
001230     CLOSE BUSINESS-DATE-FILE.
001240     IF BD-BUSINESS-DATE IS NUMERIC
001250         MOVE BD-BUSINESS-DATE TO BR-CHECK-DATE
001260         PERFORM 8000-CHECK-CALENDAR-DATE THRU 8000-EXIT
001270         IF BR-DATE-INTEGER NOT = ZERO
001280             MOVE BD-BUSINESS-DATE TO BR-OLD-BUSINESS-DATE
001290             SET BR-CONTROL-ON-FILE TO TRUE
001300         END-IF
001310     END-IF.
001320
001330 1000-CHECK-CONTROL.
001340     IF BR-ROLL-REQUESTED
001350         AND NOT BR-CONTROL-ON-FILE
001360         DISPLAY "BUSINESSDATEROLL - NO USABLE BUSINESS DATE "
001370             "ON BUSDATE TO ROLL - RUN WITH DATEPARM SET"
001380         MOVE 16 TO RETURN-CODE
001390         GOBACK
001400     END-IF.
001410 1000-EXIT.
001420     EXIT.
001430
001440*================================================================
001450* 1100-READ-PARM
001460*     A missing DATEPARM file or an empty one is an ordinary
001470*     roll; anything other than ROLL or a SET with a real
001480*     calendar date is a setup error.
001490*================================================================
001500 1100-READ-PARM.
001510     OPEN INPUT DATE-PARM-FILE.
001520     IF BR-PARM-IN-NOT-FOUND
001530         GO TO 1100-EXIT
001540     END-IF.
001550     IF NOT BR-PARM-IN-OK
001560         DISPLAY "BUSINESSDATEROLL - UNABLE TO OPEN DATEPARM, "
001570             "STATUS = " BR-PARM-IN-STATUS
001580         MOVE 16 TO RETURN-CODE
001590         GOBACK
001600     END-IF.
001610     READ DATE-PARM-FILE
001620         AT END
001630             MOVE SPACES TO DATE-PARM-RECORD
001640     END-READ.
001650     CLOSE DATE-PARM-FILE.
001660
001670     EVALUATE TRUE
001680         WHEN DP-ACTION-ROLL
001690             SET BR-ROLL-REQUESTED TO TRUE
001700         WHEN DP-ACTION-SET
001710             SET BR-SET-REQUESTED TO TRUE
001720         WHEN OTHER
001730             DISPLAY "BUSINESSDATEROLL - DATEPARM ACTION NOT "
001740                 "ROLL OR SET: " DATE-PARM-RECORD
001750             MOVE 16 TO RETURN-CODE
001760             GOBACK
001770     END-EVALUATE.
001780
001790     IF BR-SET-REQUESTED
001800         MOVE ZERO TO BR-DATE-INTEGER
001810         IF DP-SET-DATE IS NUMERIC
001820             MOVE DP-SET-DATE TO BR-CHECK-DATE
001830             PERFORM 8000-CHECK-CALENDAR-DATE THRU 8000-EXIT
001840         END-IF
001850         IF BR-DATE-INTEGER = ZERO
001860             DISPLAY "BUSINESSDATEROLL - DATEPARM SET DATE IS "
001870                 "NOT A CALENDAR DATE: " DATE-PARM-RECORD
001880             MOVE 16 TO RETURN-CODE
001890             GOBACK
001900         END-IF
001910     END-IF.
001920 1100-EXIT.
001930     EXIT.
001940
001950*================================================================
001960* 2000-DETERMINE-NEW-DATE
001970*     A roll moves one calendar day on - the nightly flow runs
001980*     every night, weekends included.  A SET takes the parm
001990*     date, and warns when it moves the date backwards.
002000*================================================================
002010 2000-DETERMINE-NEW-DATE.
002020     IF BR-SET-REQUESTED
002030         MOVE DP-SET-DATE TO BR-NEW-BUSINESS-DATE
002040         IF BR-CONTROL-ON-FILE
002050             AND BR-NEW-BUSINESS-DATE < BR-OLD-BUSINESS-DATE
002060             DISPLAY "Business Date Set Backwards: "
002070                 BR-OLD-BUSINESS-DATE " -> "
002080                 BR-NEW-BUSINESS-DATE
002090             MOVE 4 TO BR-JOB-SEVERITY
002100         END-IF
002110     ELSE
002120         MOVE BR-OLD-BUSINESS-DATE TO BR-CHECK-DATE
002130         PERFORM 8000-CHECK-CALENDAR-DATE THRU 8000-EXIT
002140         ADD 1 TO BR-DATE-INTEGER
002150         COMPUTE BR-NEW-BUSINESS-DATE =
002160             FUNCTION DATE-OF-INTEGER(BR-DATE-INTEGER)
002170     END-IF.
002180 2000-EXIT.
002190     EXIT.
002200
002210*================================================================
002220* 2500-WRITE-CONTROL-RECORD
002230*     Replaces the control file with the one new record.  The
002240*     stamp of the roll is the only wall-clock date this job
002250*     flow still records.
002260*================================================================
002270 2500-WRITE-CONTROL-RECORD.
002280     OPEN OUTPUT BUSINESS-DATE-FILE.
002290     IF NOT BR-BUSDATE-OK
002300         DISPLAY "BUSINESSDATEROLL - UNABLE TO OPEN BUSDATE "
002310             "FOR OUTPUT, STATUS = " BR-BUSDATE-STATUS
002320         MOVE 16 TO RETURN-CODE
002330         GOBACK
002340     END-IF.
002350     ACCEPT BR-CURRENT-DATE FROM DATE YYYYMMDD.
002360     ACCEPT BR-CURRENT-TIME FROM TIME.
002370     MOVE SPACES TO BUSINESS-DATE-RECORD.
002380     MOVE BR-NEW-BUSINESS-DATE TO BD-BUSINESS-DATE.
002390     MOVE BR-OLD-BUSINESS-DATE TO BD-PRIOR-BUSINESS-DATE.
002400     IF BR-SET-REQUESTED
002410         SET BD-ACTION-SET TO TRUE
002420     ELSE
002430         SET BD-ACTION-ROLL TO TRUE
002440     END-IF.
002450     MOVE BR-CURRENT-DATE TO BD-ROLLED-DATE.
002460     MOVE BR-CURRENT-TIME(1:6) TO BD-ROLLED-TIME.
002470     WRITE BUSINESS-DATE-RECORD.
002480     CLOSE BUSINESS-DATE-FILE.
002490 2500-EXIT.
002500     EXIT.
002510
002520*================================================================
002530* 3000-TERMINATE
002540*================================================================
002550 3000-TERMINATE.
002560     IF BR-SET-REQUESTED
002570         DISPLAY "BUSINESSDATEROLL - BUSINESS DATE SET: "
002580             BR-OLD-BUSINESS-DATE " -> " BR-NEW-BUSINESS-DATE
002590     ELSE
002600         DISPLAY "BUSINESSDATEROLL - BUSINESS DATE ROLLED: "
002610             BR-OLD-BUSINESS-DATE " -> " BR-NEW-BUSINESS-DATE
002620     END-IF.
002630     MOVE BR-JOB-SEVERITY TO RETURN-CODE.
002640 3000-EXIT.
002650     EXIT.
002660
002670*================================================================
002680* 8000-CHECK-CALENDAR-DATE
002690*     Leaves the day number of BR-CHECK-DATE in BR-DATE-INTEGER,
002700*     or zero when it is not a real calendar date.
002710*================================================================
002720 8000-CHECK-CALENDAR-DATE.
002730     MOVE ZERO TO BR-DATE-INTEGER.
002740     IF BR-CHECK-DATE < 16010101
002750         GO TO 8000-EXIT
002760     END-IF.
002770     COMPUTE BR-DATE-INTEGER =
002780         FUNCTION INTEGER-OF-DATE(BR-CHECK-DATE).
002790 8000-EXIT.
002800     EXIT.
