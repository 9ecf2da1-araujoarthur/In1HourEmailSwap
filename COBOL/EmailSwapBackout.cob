000310*                     restored address, marked with the
000320*                     back-out source code, so the history
000330*                     shows both the bad swap and its undoing.
000331*     2026-10-15  RM  An audit record naming an id since
000332*                     retired by a CHANGE-ID is followed
000333*                     through the ACCTXREF cross-reference to
000334*                     the id the account carries now, so a
000335*                     re-keyed account is still backed out
000336*                     rather than skipped as not found.
000337*     2026-10-15  RM  The processing date now comes from the
000338*                     business-date control file (BUSDATE,
000339*                     advanced by BusinessDateRoll) instead of
000340*                     the wall clock, so a run past midnight or
000341*                     a rerun the next morning keeps the
000342*                     night's own date.
000343*     2026-10-15  RM  Every reversal now also takes the
000344*                     reversed swap back off the account's day
000345*                     on the keyed change-velocity summary
000346*                     (VELSUM.CPY), so a backed-out night does
000347*                     not hold the corrected requests that
000348*                     follow it for velocity.
000349*     2026-10-15  RM  A reversal on an account with no open
000350*                     EMLHIST row first writes a closed row,
000351*                     from date and time zero, for the address
000352*                     going off, as the nightly swap does.
000353*================================================================
000354 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. EmailSwapBackout.
000370 AUTHOR. R. MCALLISTER.
000380 INSTALLATION. DATA LIFECYCLE SERVICES.
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS EH-HISTORY-KEY
000690         FILE STATUS IS BK-EMLHIST-STATUS.
000691
000692     SELECT ACCOUNT-XREF-FILE ASSIGN TO ACCTXREF
000693         ORGANIZATION IS INDEXED
000694         ACCESS MODE IS DYNAMIC
000695         RECORD KEY IS XR-XREF-KEY
000696         FILE STATUS IS BK-XREF-STATUS.
000697
000698     SELECT VELOCITY-SUMMARY-FILE ASSIGN TO VELSUM
000699         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000701         RECORD KEY IS VS-ACCOUNT-ID
000702         FILE STATUS IS BK-VELSUM-STATUS.
000703
000704     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000705         ORGANIZATION IS LINE SEQUENTIAL
000706         FILE STATUS IS BK-BUSDATE-STATUS.
000708
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  BACKOUT-PARM-FILE
000830
000840 FD  AUDIT-IN-FILE
000850     RECORDING MODE IS F.
000860 01  AUDIT-IN-RECORD              PIC X(572).
000870
000880 FD  ACCOUNT-MASTER-FILE.
000890     COPY ACCTMAS.
000900
000910 FD  AUDIT-OUT-FILE
000920     RECORDING MODE IS F.
000930 01  AUDIT-OUT-RECORD             PIC X(572).
000940
000950 FD  EMAIL-HISTORY-FILE.
000960     COPY EMLHIST.
000962
000964 FD  ACCOUNT-XREF-FILE.
000966     COPY ACCTXREF.
000967
000968 FD  VELOCITY-SUMMARY-FILE.
000969     COPY VELSUM.
000970
000972 FD  BUSINESS-DATE-FILE
000974     RECORDING MODE IS F.
000976     COPY BUSDATE.
000978
000980 WORKING-STORAGE SECTION.
000990*----------------------------------------------------------------
001000* Working fields for EmailSwapBackout - app prefix BK-.
001060 77  BK-SKIP-CHANGED-COUNT        PIC 9(07)   VALUE ZERO.
001070 77  BK-REWRITE-FAIL-COUNT        PIC 9(07)   VALUE ZERO.
001080 77  BK-SKIP-COLLIDE-COUNT        PIC 9(07)   VALUE ZERO.
001082 77  BK-REKEY-FOLLOWED-COUNT      PIC 9(07)   VALUE ZERO.
001084 77  BK-HOP-COUNT                 PIC 9(02)   VALUE ZERO.
001086 77  BK-MAX-HOPS                  PIC 9(02)   VALUE 20.
001087 77  BK-VEL-SUB                   PIC 9(02)   VALUE ZERO.
001088 77  BK-VEL-MATCHED-SUB           PIC 9(02)   VALUE ZERO.
001090
001100 COPY AUDITREC.
001110
001130 01  BK-TO-STAMP                  PIC 9(14).
001140 01  BK-THIS-STAMP                PIC 9(14).
001150 01  BK-RESTORE-ADDRESS           PIC X(256).
001155 01  BK-OUTGOING-ADDRESS          PIC X(256).
001160
001170 01  BK-PARM-IN-STATUS            PIC X(02).
001180     88  BK-PARM-IN-OK            VALUE "00".
001310 01  BK-EMLHIST-STATUS            PIC X(02).
001320     88  BK-EMLHIST-OK            VALUE "00".
001330     88  BK-EMLHIST-NOT-FOUND     VALUE "35".
001331
001332 01  BK-XREF-STATUS               PIC X(02).
001333     88  BK-XREF-OK               VALUE "00".
001334     88  BK-XREF-NOT-FOUND        VALUE "35".
001335
001336 01  BK-VELSUM-STATUS             PIC X(02).
001337     88  BK-VELSUM-OK             VALUE "00".
001338     88  BK-VELSUM-NOT-FOUND      VALUE "35".
001339
001340 01  BK-RESOLVE-ID                PIC X(10).
001341 01  BK-RESOLVE-STAMP.
001342     05  BK-RESOLVE-DATE          PIC 9(08).
001343     05  BK-RESOLVE-TIME          PIC 9(06).
001344
001350 01  BK-CURRENT-DATE              PIC 9(08).
001360 01  BK-CURRENT-TIME              PIC 9(08).
001370
001371 01  BK-BUSINESS-DATE             PIC 9(08).
001372
001373 01  BK-BUSDATE-STATUS            PIC X(02).
001374     88  BK-BUSDATE-OK            VALUE "00".
001375
001380 01  BK-SWITCHES.
001390     05  BK-EOF-SWITCH            PIC X(01)   VALUE "N".
001400         88  BK-END-OF-FILE       VALUE "Y".
001460         88  BK-COLLISION-FOUND   VALUE "Y".
001470     05  BK-EHIST-SCAN-SWITCH     PIC X(01)   VALUE "N".
001480         88  BK-EHIST-SCAN-DONE   VALUE "Y".
001481     05  BK-EHIST-OPEN-SWITCH     PIC X(01)   VALUE "N".
001482         88  BK-EHIST-OPEN-FOUND  VALUE "Y".
001483     05  BK-XREF-SWITCH           PIC X(01)   VALUE "Y".
001484         88  BK-XREF-ON-FILE      VALUE "Y".
001486     05  BK-CHAIN-SWITCH          PIC X(01)   VALUE "N".
001488         88  BK-CHAIN-DONE        VALUE "Y".
001489     05  BK-VEL-FOUND-SWITCH      PIC X(01)   VALUE "N".
001490         88  BK-VEL-DAY-FOUND     VALUE "Y".
001491
001500 PROCEDURE DIVISION.
001510*================================================================
001520* 0000-MAINLINE
001620* 1000-INITIALIZE
001630*================================================================
001640 1000-INITIALIZE.
001643     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001646
001650     PERFORM 1100-READ-PARM THRU 1100-EXIT.
001660
001670     OPEN INPUT AUDIT-IN-FILE.
002040         GOBACK
002050     END-IF.
002060
002061*    No cross-reference yet (status 35) just means no account
002062*    has ever been re-keyed - there is nothing to follow.
002063     OPEN INPUT ACCOUNT-XREF-FILE.
002064     IF BK-XREF-NOT-FOUND
002065         MOVE "N" TO BK-XREF-SWITCH
002066     ELSE
002067         IF NOT BK-XREF-OK
002068             DISPLAY "EMAILSWAPBACKOUT - UNABLE TO OPEN "
002069                 "ACCTXREF, STATUS = " BK-XREF-STATUS
002070             MOVE 16 TO RETURN-CODE
002071             GOBACK
002072         END-IF
002073     END-IF.
002074*    The velocity summary is created empty on its first-ever
002075*    open, like the history file.
002076     OPEN I-O VELOCITY-SUMMARY-FILE.
002077     IF BK-VELSUM-NOT-FOUND
002078         OPEN OUTPUT VELOCITY-SUMMARY-FILE
002079         CLOSE VELOCITY-SUMMARY-FILE
002080         OPEN I-O VELOCITY-SUMMARY-FILE
002081     END-IF.
002082     IF NOT BK-VELSUM-OK
002083         DISPLAY "EMAILSWAPBACKOUT - UNABLE TO OPEN VELSUM, "
002084             "STATUS = " BK-VELSUM-STATUS
002085         MOVE 16 TO RETURN-CODE
002086         GOBACK
002087     END-IF.
002088
002089     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
002090 1000-EXIT.
002091     EXIT.
002092
002093*================================================================
002094* 1050-READ-BUSINESS-DATE
002095*     Takes the processing date from the business-date control
002096*     file (BUSDATE.CPY) instead of the wall clock, so a run
002097*     past midnight or a rerun the next morning still carries
002098*     the night's own date.  A missing or unusable control
002099*     record stops the run rather than stamp the wrong day.
002100*================================================================
002101 1050-READ-BUSINESS-DATE.
002102     OPEN INPUT BUSINESS-DATE-FILE.
002103     IF NOT BK-BUSDATE-OK
002104         DISPLAY "EMAILSWAPBACKOUT - UNABLE TO OPEN BUSDATE, "
002105             "STATUS = " BK-BUSDATE-STATUS
002106         MOVE 16 TO RETURN-CODE
002107         GOBACK
002108     END-IF.
002109     READ BUSINESS-DATE-FILE
002110         AT END
002111             MOVE SPACES TO BUSINESS-DATE-RECORD
002112     END-READ.
002113     CLOSE BUSINESS-DATE-FILE.
002114     IF BD-BUSINESS-DATE NOT NUMERIC
002115         DISPLAY "EMAILSWAPBACKOUT - BUSDATE RECORD MISSING OR "
002116             "NOT NUMERIC: " BUSINESS-DATE-RECORD
002117         MOVE 16 TO RETURN-CODE
002118         GOBACK
002119     END-IF.
002120     MOVE BD-BUSINESS-DATE TO BK-BUSINESS-DATE.
002121 1050-EXIT.
002122     EXIT.
002123
002124*================================================================
002125* 1100-READ-PARM
002130*     Reads and validates the decision date/time range to back
002140*     out.  A bad or missing range is a setup error - better to
002150*     stop than to reverse the wrong night.
002880 2100-EXIT.
002890     EXIT.
002900
002901*================================================================
002902* 2150-RESOLVE-CURRENT-ID
002903*     Follows the audit record's account id forward through
002904*     every CHANGE-ID applied after the swap was decided -
002905*     each step takes the first re-key of the id after the
002906*     stamp it took effect, so a retired id issued again to a
002907*     different account is never confused with this one.  The
002908*     id found replaces AU-ACCOUNT-ID for the rest of the
002909*     reversal.  The hop limit only guards against a damaged
002910*     cross-reference looping back on itself.
002911*================================================================
002912 2150-RESOLVE-CURRENT-ID.
002913     MOVE AU-ACCOUNT-ID TO BK-RESOLVE-ID.
002914     MOVE AU-DECISION-DATE TO BK-RESOLVE-DATE.
002915     MOVE AU-DECISION-TIME TO BK-RESOLVE-TIME.
002916     MOVE ZERO TO BK-HOP-COUNT.
002917     MOVE "N" TO BK-CHAIN-SWITCH.
002918     PERFORM 2160-FOLLOW-REKEY THRU 2160-EXIT
002919         UNTIL BK-CHAIN-DONE.
002920     IF BK-RESOLVE-ID NOT = AU-ACCOUNT-ID
002921         ADD 1 TO BK-REKEY-FOLLOWED-COUNT
002922         DISPLAY "Backout Following Re-Key: " AU-ACCOUNT-ID
002923             " -> " BK-RESOLVE-ID
002924         MOVE BK-RESOLVE-ID TO AU-ACCOUNT-ID
002925     END-IF.
002926 2150-EXIT.
002927     EXIT.
002928
002929*================================================================
002930* 2160-FOLLOW-REKEY
002931*================================================================
002932 2160-FOLLOW-REKEY.
002933     MOVE BK-RESOLVE-ID TO XR-OLD-ACCOUNT-ID.
002934     MOVE BK-RESOLVE-DATE TO XR-CHANGE-DATE.
002935     MOVE BK-RESOLVE-TIME TO XR-CHANGE-TIME.
002936     START ACCOUNT-XREF-FILE
002937         KEY IS GREATER THAN XR-XREF-KEY
002938         INVALID KEY
002939             SET BK-CHAIN-DONE TO TRUE
002940             GO TO 2160-EXIT
002941     END-START.
002942     READ ACCOUNT-XREF-FILE NEXT RECORD
002943         AT END
002944             SET BK-CHAIN-DONE TO TRUE
002945             GO TO 2160-EXIT
002946     END-READ.
002947     IF XR-OLD-ACCOUNT-ID NOT = BK-RESOLVE-ID
002948         SET BK-CHAIN-DONE TO TRUE
002949         GO TO 2160-EXIT
002950     END-IF.
002951     ADD 1 TO BK-HOP-COUNT.
002952     IF BK-HOP-COUNT > BK-MAX-HOPS
002953         DISPLAY "Re-Key Chain Too Long, Stopped At: "
002954             BK-RESOLVE-ID
002955         SET BK-CHAIN-DONE TO TRUE
002956         GO TO 2160-EXIT
002957     END-IF.
002958     MOVE XR-NEW-ACCOUNT-ID TO BK-RESOLVE-ID.
002959     MOVE XR-CHANGE-DATE TO BK-RESOLVE-DATE.
002960     MOVE XR-CHANGE-TIME TO BK-RESOLVE-TIME.
002961 2160-EXIT.
002962     EXIT.
002963
002964*================================================================
002965* 2200-REVERSE-ONE-SWAP
002966*     Puts the old address back, but only when the account still
002967*     carries the address this run applied - an account swapped
002968*     again since, released from suspense, or hand-corrected is
002969*     skipped and reported, never overwritten.
002970*     An account re-keyed since the run is found under the id
002971*     it carries now (2150), and the reversal is recorded
002972*     under that id.
002973*================================================================
002980 2200-REVERSE-ONE-SWAP.
002982     IF BK-XREF-ON-FILE
002984         PERFORM 2150-RESOLVE-CURRENT-ID THRU 2150-EXIT
002986     END-IF.
002990     MOVE AU-ACCOUNT-ID TO AM-ACCOUNT-ID.
003000     READ ACCOUNT-MASTER-FILE
003010         INVALID KEY
003400             MOVE 8 TO BK-JOB-SEVERITY
003410             GO TO 2200-EXIT
003420     END-READ.
003425     MOVE AM-EMAIL-ADDRESS TO BK-OUTGOING-ADDRESS.
003430     MOVE BK-RESTORE-ADDRESS TO AM-EMAIL-ADDRESS.
003440     REWRITE ACCOUNT-MASTER-RECORD
003450         INVALID KEY
003520     DISPLAY "Backout Applied: " AU-ACCOUNT-ID " -> "
003530         BK-RESTORE-ADDRESS.
003540     PERFORM 2350-RECORD-ADDRESS-HISTORY THRU 2350-EXIT.
003545     PERFORM 2370-REMOVE-VELOCITY-CHANGE THRU 2370-EXIT.
003550     PERFORM 2300-WRITE-REVERSAL-AUDIT THRU 2300-EXIT.
003560 2200-EXIT.
003570     EXIT.
004140     MOVE BK-RESTORE-ADDRESS TO AU-NEW-EMAIL-ADDRESS.
004150     SET AU-DECISION-REVERSED TO TRUE.
004160     SET AU-REASON-NONE TO TRUE.
004170     MOVE BK-BUSINESS-DATE TO BK-CURRENT-DATE.
004180     ACCEPT BK-CURRENT-TIME FROM TIME.
004190     MOVE BK-CURRENT-DATE TO AU-DECISION-DATE.
004200     MOVE BK-CURRENT-TIME(1:6) TO AU-DECISION-TIME.
004280*     reversal just applied - the account's open history
004290*     record is closed with this stamp and a new open record
004300*     written for the restored address, marked with the
004310*     back-out source code.  With no open record to close,
004320*     2368 first writes the address going off as a closed
004330*     record reaching back to the start.  A history failure
004332*     is reported but never undoes the reversal - the master
004334*     is already rewritten and the audit trail still covers
004336*     it.
004340*================================================================
004350 2350-RECORD-ADDRESS-HISTORY.
004360     MOVE BK-BUSINESS-DATE TO BK-CURRENT-DATE.
004370     ACCEPT BK-CURRENT-TIME FROM TIME.
004380     PERFORM 2360-CLOSE-OPEN-HISTORY THRU 2360-EXIT.
004382     IF NOT BK-EHIST-OPEN-FOUND
004384         PERFORM 2368-WRITE-PRIOR-HISTORY THRU 2368-EXIT
004386     END-IF.
004390     MOVE SPACES TO EMAIL-HISTORY-RECORD.
004400     MOVE AU-ACCOUNT-ID TO EH-ACCOUNT-ID.
004410     MOVE BK-CURRENT-DATE TO EH-FROM-DATE.
004590*================================================================
004600 2360-CLOSE-OPEN-HISTORY.
004610     MOVE "N" TO BK-EHIST-SCAN-SWITCH.
004615     MOVE "N" TO BK-EHIST-OPEN-SWITCH.
004620     MOVE AU-ACCOUNT-ID TO EH-ACCOUNT-ID.
004630     MOVE ZERO TO EH-FROM-DATE.
004640     MOVE ZERO TO EH-FROM-TIME.
004850             SET BK-EHIST-SCAN-DONE TO TRUE
004860         ELSE
004870             IF EH-STILL-CURRENT
004875                 SET BK-EHIST-OPEN-FOUND TO TRUE
004880                 MOVE BK-CURRENT-DATE TO EH-TO-DATE
004890                 MOVE BK-CURRENT-TIME(1:6) TO EH-TO-TIME
004900                 REWRITE EMAIL-HISTORY-RECORD
004940                 END-REWRITE
004950             END-IF
004960         END-IF
004961     END-IF.
004962 2365-EXIT.
004963     EXIT.
004964
004965*================================================================
004966* 2368-WRITE-PRIOR-HISTORY
004967*     The address the account carried before its first
004968*     recorded change, on file from date and time zero until
004969*     this reversal took it off.
004970*================================================================
004971 2368-WRITE-PRIOR-HISTORY.
004972     MOVE SPACES TO EMAIL-HISTORY-RECORD.
004973     MOVE AU-ACCOUNT-ID TO EH-ACCOUNT-ID.
004974     MOVE ZERO TO EH-FROM-DATE.
004975     MOVE ZERO TO EH-FROM-TIME.
004976     MOVE BK-OUTGOING-ADDRESS TO EH-EMAIL-ADDRESS.
004977     MOVE BK-CURRENT-DATE TO EH-TO-DATE.
004978     MOVE BK-CURRENT-TIME(1:6) TO EH-TO-TIME.
004979     SET EH-SOURCE-BEFORE-HIST TO TRUE.
004980     WRITE EMAIL-HISTORY-RECORD
004981         INVALID KEY
004982             DISPLAY "Prior History Write Failed: " AU-ACCOUNT-ID
004983     END-WRITE.
004984 2368-EXIT.
004990     EXIT.
004991
004992*================================================================
004993* 2370-REMOVE-VELOCITY-CHANGE
004994*     Takes the reversed swap back off the account's velocity
004995*     summary (VELSUM.CPY), from the day it was applied - a
004996*     swap that has been undone should not push the member
004997*     toward a velocity hold when the corrected request comes
004998*     through.  Nothing is done when that day has already aged
004999*     off the summary or holds no count.  Must run before 2300
005000*     restamps the audit record with tonight's date.
005001*================================================================
005002 2370-REMOVE-VELOCITY-CHANGE.
005003     MOVE AU-ACCOUNT-ID TO VS-ACCOUNT-ID.
005004     READ VELOCITY-SUMMARY-FILE
005005         KEY IS VS-ACCOUNT-ID
005006         INVALID KEY
005007             GO TO 2370-EXIT
005008     END-READ.
005009     MOVE "N" TO BK-VEL-FOUND-SWITCH.
005010     PERFORM 2375-FIND-VELOCITY-DAY THRU 2375-EXIT
005011         VARYING BK-VEL-SUB FROM 1 BY 1
005012         UNTIL BK-VEL-SUB > 31
005013         OR BK-VEL-DAY-FOUND.
005014     IF NOT BK-VEL-DAY-FOUND
005015         GO TO 2370-EXIT
005016     END-IF.
005017     IF VS-DAY-COUNT(BK-VEL-MATCHED-SUB) = ZERO
005018         GO TO 2370-EXIT
005019     END-IF.
005020     SUBTRACT 1 FROM VS-DAY-COUNT(BK-VEL-MATCHED-SUB).
005021     MOVE BK-CURRENT-DATE TO VS-LAST-UPDATE-DATE.
005022     MOVE BK-CURRENT-TIME(1:6) TO VS-LAST-UPDATE-TIME.
005023     REWRITE VELOCITY-SUMMARY-RECORD
005024         INVALID KEY
005025             DISPLAY "Velocity Summary Rewrite Failed: "
005026                 AU-ACCOUNT-ID
005027     END-REWRITE.
005028 2370-EXIT.
005029     EXIT.
005030
005031*================================================================
005032* 2375-FIND-VELOCITY-DAY
005033*================================================================
005034 2375-FIND-VELOCITY-DAY.
005035     IF VS-DAY-DATE(BK-VEL-SUB) = AU-DECISION-DATE
005036         SET BK-VEL-DAY-FOUND TO TRUE
005037         MOVE BK-VEL-SUB TO BK-VEL-MATCHED-SUB
005038     END-IF.
005039 2375-EXIT.
005040     EXIT.
005041
005042*================================================================
005043* 3000-TERMINATE
005044*================================================================
005045 3000-TERMINATE.
005050     DISPLAY "EMAILSWAPBACKOUT - RECORDS SELECTED: "
005060         BK-SELECTED-COUNT.
005070     DISPLAY "EMAILSWAPBACKOUT - SWAPS REVERSED: "
005140         "HELD ELSEWHERE: " BK-SKIP-COLLIDE-COUNT.
005150     DISPLAY "EMAILSWAPBACKOUT - REWRITE FAILURES: "
005160         BK-REWRITE-FAIL-COUNT.
005163     DISPLAY "EMAILSWAPBACKOUT - RE-KEYED ACCOUNTS FOLLOWED: "
005166         BK-REKEY-FOLLOWED-COUNT.
005170     CLOSE AUDIT-IN-FILE.
005180     CLOSE ACCOUNT-MASTER-FILE.
005190     CLOSE AUDIT-OUT-FILE.
005200     CLOSE EMAIL-HISTORY-FILE.
005201     CLOSE VELOCITY-SUMMARY-FILE.
005202     IF BK-XREF-ON-FILE
005204         CLOSE ACCOUNT-XREF-FILE
005206     END-IF.
005210     MOVE BK-JOB-SEVERITY TO RETURN-CODE.
005220 3000-EXIT.
005230     EXIT.
