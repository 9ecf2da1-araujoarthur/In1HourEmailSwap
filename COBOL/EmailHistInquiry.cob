000240*
000250* MODIFICATION HISTORY.
000260*     2026-09-02  RM  Original version.
000261*     2026-10-15  RM  Follow the account across CHANGE-ID
000262*                     re-keys through the ACCTXREF cross-
000263*                     reference - the history under every id
000264*                     the account has since carried is cut
000265*                     too, and each re-key followed is noted
000266*                     in the job log.
000270*================================================================
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. EmailHistInquiry.
000480     SELECT EXTRACT-FILE ASSIGN TO HISTEXT
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS HQ-EXTRACT-OUT-STATUS.
000501
000502     SELECT ACCOUNT-XREF-FILE ASSIGN TO ACCTXREF
000503         ORGANIZATION IS INDEXED
000504         ACCESS MODE IS DYNAMIC
000505         RECORD KEY IS XR-XREF-KEY
000506         FILE STATUS IS HQ-XREF-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000660 FD  EXTRACT-FILE
000670     RECORDING MODE IS F.
000680 01  EXTRACT-OUT-RECORD           PIC X(304).
000682
000684 FD  ACCOUNT-XREF-FILE.
000686     COPY ACCTXREF.
000690
000700 WORKING-STORAGE SECTION.
000710*----------------------------------------------------------------
000750 77  HQ-REJECTED-COUNT            PIC 9(05)   VALUE ZERO.
000760 77  HQ-EXTRACTED-COUNT           PIC 9(07)   VALUE ZERO.
000770 77  HQ-THIS-EXTRACT-COUNT        PIC 9(05)   VALUE ZERO.
000773 77  HQ-HOP-COUNT                 PIC 9(02)   VALUE ZERO.
000776 77  HQ-MAX-HOPS                  PIC 9(02)   VALUE 20.
000780
000790 01  HQ-PARM-IN-STATUS            PIC X(02).
000800     88  HQ-PARM-IN-OK            VALUE "00".
000850
000860 01  HQ-EXTRACT-OUT-STATUS        PIC X(02).
000870     88  HQ-EXTRACT-OUT-OK        VALUE "00".
000871
000872 01  HQ-XREF-STATUS               PIC X(02).
000873     88  HQ-XREF-OK               VALUE "00".
000874     88  HQ-XREF-NOT-FOUND        VALUE "35".
000875
000876*----------------------------------------------------------------
000877* The id being extracted and the stamp it took effect - zero
000878* for the id asked about, the re-key date and time for each id
000879* followed to after it.
000880*----------------------------------------------------------------
000881 01  HQ-CURRENT-ID                PIC X(10).
000882 01  HQ-CURRENT-STAMP.
000883     05  HQ-CURRENT-DATE          PIC 9(08).
000884     05  HQ-CURRENT-TIME          PIC 9(06).
000885
000890 01  HQ-SWITCHES.
000900     05  HQ-EOF-SWITCH            PIC X(01)   VALUE "N".
000910         88  HQ-END-OF-FILE       VALUE "Y".
000920     05  HQ-SCAN-SWITCH           PIC X(01)   VALUE "N".
000930         88  HQ-SCAN-DONE         VALUE "Y".
000932     05  HQ-XREF-SWITCH           PIC X(01)   VALUE "Y".
000934         88  HQ-XREF-ON-FILE      VALUE "Y".
000936     05  HQ-CHAIN-SWITCH          PIC X(01)   VALUE "N".
000938         88  HQ-CHAIN-DONE        VALUE "Y".
000940
000950 PROCEDURE DIVISION.
000960*================================================================
001310         GOBACK
001320     END-IF.
001330
001331*    No cross-reference yet (status 35) just means no account
001332*    has ever been re-keyed - there is nothing to follow.
001333     OPEN INPUT ACCOUNT-XREF-FILE.
001334     IF HQ-XREF-NOT-FOUND
001335         MOVE "N" TO HQ-XREF-SWITCH
001336     ELSE
001337         IF NOT HQ-XREF-OK
001338             DISPLAY "EMAILHISTINQUIRY - UNABLE TO OPEN "
001339                 "ACCTXREF, STATUS = " HQ-XREF-STATUS
001340             MOVE 16 TO RETURN-CODE
001341             GOBACK
001342         END-IF
001343     END-IF.
001344
001345     PERFORM 2100-READ-INQUIRY THRU 2100-EXIT.
001350 1000-EXIT.
001360     EXIT.
001370
001600         GO TO 2000-NEXT
001610     END-IF.
001620
001622     MOVE HP-ACCOUNT-ID TO HQ-CURRENT-ID.
001624     MOVE ZERO TO HQ-CURRENT-DATE.
001626     MOVE ZERO TO HQ-CURRENT-TIME.
001628     MOVE ZERO TO HQ-HOP-COUNT.
001630     PERFORM 2200-EXTRACT-ACCOUNT-HISTORY THRU 2200-EXIT.
001631     MOVE "N" TO HQ-CHAIN-SWITCH.
001632     IF NOT HQ-XREF-ON-FILE
001633         SET HQ-CHAIN-DONE TO TRUE
001634     END-IF.
001635     PERFORM 2300-FOLLOW-REKEY THRU 2300-EXIT
001636         UNTIL HQ-CHAIN-DONE.
001640     IF HQ-THIS-EXTRACT-COUNT = ZERO
001650         DISPLAY "No History In Range: " HP-ACCOUNT-ID
001660             " " HP-FROM-DATE " - " HP-TO-DATE
001870
001880*================================================================
001890* 2200-EXTRACT-ACCOUNT-HISTORY
001900*     Positions at the start of the current id's key range and
001910*     walks its history records.  A record is in range when
001920*     its tenure overlaps the inquiry window - it went on
001930*     file no later than the window's end, and either came
001960*================================================================
001970 2200-EXTRACT-ACCOUNT-HISTORY.
001980     MOVE "N" TO HQ-SCAN-SWITCH.
001990     MOVE HQ-CURRENT-ID TO EH-ACCOUNT-ID.
002000     MOVE ZERO TO EH-FROM-DATE.
002010     MOVE ZERO TO EH-FROM-TIME.
002020     START EMAIL-HISTORY-FILE
002180             SET HQ-SCAN-DONE TO TRUE
002190     END-READ.
002200     IF NOT HQ-SCAN-DONE
002210         IF EH-ACCOUNT-ID NOT = HQ-CURRENT-ID
002220             SET HQ-SCAN-DONE TO TRUE
002230         ELSE
002240             IF EH-FROM-DATE <= HP-TO-DATE
002330     END-IF.
002340 2210-EXIT.
002350     EXIT.
002351
002352*================================================================
002353* 2300-FOLLOW-REKEY
002354*     Looks for the first re-key of the current id after the
002355*     stamp it took effect and, when there is one, moves on to
002356*     the new id and extracts its history as well.  Starting
002357*     after the stamp matters when a retired id has been issued
002358*     again - an earlier re-key of the same id belongs to a
002359*     different account.  The hop limit only guards against a
002360*     damaged cross-reference looping back on itself.
002361*================================================================
002362 2300-FOLLOW-REKEY.
002363     MOVE HQ-CURRENT-ID TO XR-OLD-ACCOUNT-ID.
002364     MOVE HQ-CURRENT-DATE TO XR-CHANGE-DATE.
002365     MOVE HQ-CURRENT-TIME TO XR-CHANGE-TIME.
002366     START ACCOUNT-XREF-FILE
002367         KEY IS GREATER THAN XR-XREF-KEY
002368         INVALID KEY
002369             SET HQ-CHAIN-DONE TO TRUE
002370             GO TO 2300-EXIT
002371     END-START.
002372     READ ACCOUNT-XREF-FILE NEXT RECORD
002373         AT END
002374             SET HQ-CHAIN-DONE TO TRUE
002375             GO TO 2300-EXIT
002376     END-READ.
002377     IF XR-OLD-ACCOUNT-ID NOT = HQ-CURRENT-ID
002378         SET HQ-CHAIN-DONE TO TRUE
002379         GO TO 2300-EXIT
002380     END-IF.
002381
002382     ADD 1 TO HQ-HOP-COUNT.
002383     IF HQ-HOP-COUNT > HQ-MAX-HOPS
002384         DISPLAY "Re-Key Chain Too Long, Stopped At: "
002385             HQ-CURRENT-ID
002386         SET HQ-CHAIN-DONE TO TRUE
002387         GO TO 2300-EXIT
002388     END-IF.
002389     DISPLAY "Following Re-Key: " HQ-CURRENT-ID " -> "
002390         XR-NEW-ACCOUNT-ID " ON " XR-CHANGE-DATE.
002391     MOVE XR-NEW-ACCOUNT-ID TO HQ-CURRENT-ID.
002392     MOVE XR-CHANGE-DATE TO HQ-CURRENT-DATE.
002393     MOVE XR-CHANGE-TIME TO HQ-CURRENT-TIME.
002394     PERFORM 2200-EXTRACT-ACCOUNT-HISTORY THRU 2200-EXIT.
002395 2300-EXIT.
002396     EXIT.
002397
002398*================================================================
002399* 3000-TERMINATE
002400*================================================================
002401 3000-TERMINATE.
002410     DISPLAY "EMAILHISTINQUIRY - INQUIRY ROWS READ: "
002420         HQ-REQUEST-COUNT.
002430     DISPLAY "EMAILHISTINQUIRY - ROWS REJECTED: "
002470     CLOSE INQUIRY-PARM-FILE.
002480     CLOSE EMAIL-HISTORY-FILE.
002490     CLOSE EXTRACT-FILE.
002492     IF HQ-XREF-ON-FILE
002494         CLOSE ACCOUNT-XREF-FILE
002496     END-IF.
002500     IF HQ-REJECTED-COUNT > 0
002510         MOVE 4 TO RETURN-CODE
002520     END-IF.
