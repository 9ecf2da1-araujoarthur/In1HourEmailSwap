000310*                     ("09" / "10") like the status-change
000320*                     pairs, and both write the usual
000330*                     maintenance audit record.
000331*     2026-10-15  RM  A CHANGE-ID now carries the account
000332*                     across to the new id everywhere it is
000333*                     keyed - the EMLHIST history is moved on
000334*                     the spot, and the suspense, pending and
000335*                     audit files are copied through at end of
000336*                     run (SUSPIN/SUSPOUT, PENDIN/PENDOUT,
000337*                     AUDITIN/AUDITNEW) with every re-keyed id
000338*                     translated.  Each re-key is also written
000339*                     to the permanent ACCTXREF cross-reference
000340*                     so the inquiry and back-out jobs can
000341*                     follow an account across its re-keys.
000342*                     A run that fills its re-key table rejects
000343*                     further CHANGE-IDs with reason "11".
000344*     2026-10-15  RM  The processing date now comes from the
000345*                     business-date control file (BUSDATE,
000346*                     advanced by BusinessDateRoll) instead of
000347*                     the wall clock, so a run past midnight or
000348*                     a rerun the next morning keeps the
000349*                     night's own date.
000350*     2026-10-15  RM  A CHANGE-ID now also moves the
000351*                     account's keyed change-velocity summary
000352*                     (VELSUM.CPY) to the new id, so a re-key
000353*                     does not reset the velocity check.
000354*     2026-10-15  RM  Appends its control totals to the shared
000355*                     run ledger (RUNLEDGR) at end of run -
000356*                     transactions read, applied and rejected,
000357*                     and the applied ADD / CHANGE-ID /
000358*                     INACTIVATE / REACTIVATE count the
000359*                     balancing job sets against the address
000360*                     feed's MNTAUDIT side.  Re-key and carry
000361*                     paragraphs put back in number order.
000362*     2026-10-15  RM  A CHANGE-ID onto an id that has itself
000363*                     been retired by an earlier CHANGE-ID is
000364*                     rejected with reason "12" - records
000365*                     carried under the retired id keep their
000366*                     own stamps, and a second account under
000367*                     the same id would be taken for the first.
000368*     2026-10-15  RM  An ADD now opens the new account's
000369*                     EMLHIST address history (source "A"),
000370*                     so the as-of snapshot can tell an account
000371*                     added later from one with no history.  A
000372*                     REACTIVATE of an account RetentionPurge
000373*                     has masked (PURGMASK.CPY) is rejected
000374*                     with reason "13" - it has no address left
000375*                     to reactivate with.
000376*================================================================
000377 IDENTIFICATION DIVISION.
000378 PROGRAM-ID. AcctMastMaint.
000379 AUTHOR. R. MCALLISTER.
000380 INSTALLATION. DATA LIFECYCLE SERVICES.
000390 DATE-WRITTEN. 2026-08-21.
000400 DATE-COMPILED.
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS MM-AUDIT-OUT-STATUS.
000600
000601     SELECT ACCOUNT-XREF-FILE ASSIGN TO ACCTXREF
000602         ORGANIZATION IS INDEXED
000603         ACCESS MODE IS DYNAMIC
000604         RECORD KEY IS XR-XREF-KEY
000605         FILE STATUS IS MM-XREF-STATUS.
000606
000607     SELECT EMAIL-HISTORY-FILE ASSIGN TO EMLHIST
000608         ORGANIZATION IS INDEXED
000609         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS EH-HISTORY-KEY
000611         FILE STATUS IS MM-EMLHIST-STATUS.
000612
000613     SELECT VELOCITY-SUMMARY-FILE ASSIGN TO VELSUM
000614         ORGANIZATION IS INDEXED
000615         ACCESS MODE IS DYNAMIC
000616         RECORD KEY IS VS-ACCOUNT-ID
000617         FILE STATUS IS MM-VELSUM-STATUS.
000618
000619     SELECT SUSPENSE-IN-FILE ASSIGN TO SUSPIN
000620         ORGANIZATION IS LINE SEQUENTIAL
000621         FILE STATUS IS MM-SUSP-IN-STATUS.
000622
000623     SELECT SUSPENSE-OUT-FILE ASSIGN TO SUSPOUT
000624         ORGANIZATION IS LINE SEQUENTIAL
000625         FILE STATUS IS MM-SUSP-OUT-STATUS.
000626
000627     SELECT PENDING-IN-FILE ASSIGN TO PENDIN
000628         ORGANIZATION IS LINE SEQUENTIAL
000629         FILE STATUS IS MM-PEND-IN-STATUS.
000630
000631     SELECT PENDING-OUT-FILE ASSIGN TO PENDOUT
000632         ORGANIZATION IS LINE SEQUENTIAL
000633         FILE STATUS IS MM-PEND-OUT-STATUS.
000634
000635     SELECT AUDIT-IN-FILE ASSIGN TO AUDITIN
000636         ORGANIZATION IS LINE SEQUENTIAL
000637         FILE STATUS IS MM-AUDIT-IN-STATUS.
000638
000639     SELECT AUDIT-NEW-FILE ASSIGN TO AUDITNEW
000640         ORGANIZATION IS LINE SEQUENTIAL
000641         FILE STATUS IS MM-AUDIT-NEW-STATUS.
000642
000643     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000644         ORGANIZATION IS LINE SEQUENTIAL
000645         FILE STATUS IS MM-BUSDATE-STATUS.
000646
000647     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000648         ORGANIZATION IS LINE SEQUENTIAL
000649         FILE STATUS IS MM-LEDGER-STATUS.
000650
000651 DATA DIVISION.
000652 FILE SECTION.
000653 FD  MAINT-TRAN-FILE
000654     RECORDING MODE IS F.
000655     COPY ACCTTRN.
000660
000670 FD  ACCOUNT-MASTER-FILE.
000680     COPY ACCTMAS.
000700 FD  MAINT-AUDIT-FILE.
000710     COPY MNTAUDIT.
000720
000721 FD  ACCOUNT-XREF-FILE.
000722     COPY ACCTXREF.
000723
000724 FD  EMAIL-HISTORY-FILE.
000725     COPY EMLHIST.
000726
000727 FD  VELOCITY-SUMMARY-FILE.
000728     COPY VELSUM.
000729
000730 FD  SUSPENSE-IN-FILE
000731     RECORDING MODE IS F.
000732 01  SUSPENSE-IN-RECORD           PIC X(579).
000733
000734 FD  SUSPENSE-OUT-FILE
000735     RECORDING MODE IS F.
000736 01  SUSPENSE-OUT-RECORD          PIC X(579).
000737
000738 FD  PENDING-IN-FILE
000739     RECORDING MODE IS F.
000740 01  PENDING-IN-RECORD            PIC X(561).
000741
000742 FD  PENDING-OUT-FILE
000743     RECORDING MODE IS F.
000744 01  PENDING-OUT-RECORD           PIC X(561).
000745
000746 FD  AUDIT-IN-FILE
000747     RECORDING MODE IS F.
000748 01  AUDIT-IN-RECORD              PIC X(572).
000749
000750 FD  AUDIT-NEW-FILE
000751     RECORDING MODE IS F.
000752 01  AUDIT-NEW-RECORD             PIC X(572).
000753
000754 FD  BUSINESS-DATE-FILE
000755     RECORDING MODE IS F.
000756     COPY BUSDATE.
000757
000758 FD  RUN-LEDGER-FILE
000759     RECORDING MODE IS F.
000760     COPY RUNLEDGR.
000761
000762 WORKING-STORAGE SECTION.
000763*----------------------------------------------------------------
000764* Working fields for AcctMastMaint - app prefix MM-.
000765*----------------------------------------------------------------
000770 77  MM-SEQUENCE-NBR              PIC 9(08)   VALUE ZERO.
000780 77  MM-JOB-SEVERITY              PIC 9(01)   VALUE ZERO.
000790 77  MM-APPLIED-COUNT             PIC 9(05)   VALUE ZERO.
000800 77  MM-REJECTED-COUNT            PIC 9(05)   VALUE ZERO.
000801 77  MM-ACCT-CHANGE-COUNT         PIC 9(05)   VALUE ZERO.
000802 77  MM-HIST-MOVED-COUNT          PIC 9(07)   VALUE ZERO.
000803 77  MM-SUSP-CARRIED-COUNT        PIC 9(07)   VALUE ZERO.
000804 77  MM-PEND-CARRIED-COUNT        PIC 9(07)   VALUE ZERO.
000805 77  MM-AUDIT-CARRIED-COUNT       PIC 9(07)   VALUE ZERO.
000806 77  MM-RK-SUB                    PIC 9(04)   VALUE ZERO.
000807
000808 COPY SUSPREC.
000809
000810 COPY SWAPREQ.
000811
000812 COPY AUDITREC.
000813
000814 COPY PURGMASK.
000815
000820 01  MM-TRAN-IN-STATUS            PIC X(02).
000830     88  MM-TRAN-IN-OK            VALUE "00".
000840     88  MM-TRAN-IN-EOF           VALUE "10".
000900 01  MM-AUDIT-OUT-STATUS          PIC X(02).
000910     88  MM-AUDIT-OUT-OK          VALUE "00".
000920
000921 01  MM-XREF-STATUS               PIC X(02).
000922     88  MM-XREF-OK               VALUE "00".
000923     88  MM-XREF-NOT-FOUND        VALUE "35".
000924
000925 01  MM-EMLHIST-STATUS            PIC X(02).
000926     88  MM-EMLHIST-OK            VALUE "00".
000927     88  MM-EMLHIST-NOT-FOUND     VALUE "35".
000928
000929 01  MM-VELSUM-STATUS             PIC X(02).
000930     88  MM-VELSUM-OK             VALUE "00".
000931     88  MM-VELSUM-NOT-FOUND      VALUE "35".
000932
000933 01  MM-SUSP-IN-STATUS            PIC X(02).
000934     88  MM-SUSP-IN-OK            VALUE "00".
000935
000936 01  MM-SUSP-OUT-STATUS           PIC X(02).
000937     88  MM-SUSP-OUT-OK           VALUE "00".
000938
000939 01  MM-PEND-IN-STATUS            PIC X(02).
000940     88  MM-PEND-IN-OK            VALUE "00".
000941
000942 01  MM-PEND-OUT-STATUS           PIC X(02).
000943     88  MM-PEND-OUT-OK           VALUE "00".
000944
000945 01  MM-AUDIT-IN-STATUS           PIC X(02).
000946     88  MM-AUDIT-IN-OK           VALUE "00".
000947
000948 01  MM-AUDIT-NEW-STATUS          PIC X(02).
000949     88  MM-AUDIT-NEW-OK          VALUE "00".
000950
000951 01  MM-CURRENT-DATE              PIC 9(08).
000952 01  MM-CURRENT-TIME              PIC 9(08).
000953
000960 01  MM-REASON-CODE               PIC X(02).
000970 01  MM-SAVE-EMAIL-ADDRESS        PIC X(256).
000980 01  MM-SAVE-STATUS               PIC X(01).
000990 01  MM-SAVE-RISK-FLAG            PIC X(01).
000991 01  MM-SAVE-HISTORY-KEY          PIC X(24).
000992 01  MM-XLATE-ID                  PIC X(10).
000993 01  MM-XLATE-NEW-ID              PIC X(10).
000994
000995*----------------------------------------------------------------
000996* The re-keys applied this run, old id to the id the account
000997* carries at end of run - a chain of re-keys in one run is
000998* collapsed as each link is added, so every old id maps
000999* straight to the final one.  The suspense, pending and audit
001000* files are translated against this table when the run ends.
001001* A retired id issued again and re-keyed a second time in the
001002* same run appears twice; the first entry is the one that
001003* applies to records already on file.
001004*----------------------------------------------------------------
001005 01  MM-REKEY-TABLE-AREA.
001006     05  MM-REKEY-COUNT           PIC 9(04) VALUE ZERO.
001007     05  MM-REKEY-ENTRY OCCURS 1 TO 1000 TIMES
001008             DEPENDING ON MM-REKEY-COUNT.
001009         10  MM-RK-OLD-ID         PIC X(10).
001010         10  MM-RK-NEW-ID         PIC X(10).
001011
001012 01  MM-BUSINESS-DATE             PIC 9(08).
001013
001014 01  MM-BUSDATE-STATUS            PIC X(02).
001015     88  MM-BUSDATE-OK            VALUE "00".
001016
001017 01  MM-LEDGER-STATUS             PIC X(02).
001018     88  MM-LEDGER-OK             VALUE "00".
001019     88  MM-LEDGER-NOT-FOUND      VALUE "35".
001020
001021 01  MM-SWITCHES.
001022     05  MM-EOF-SWITCH            PIC X(01)   VALUE "N".
001030         88  MM-END-OF-FILE       VALUE "Y".
001040     05  MM-ACCOUNT-SWITCH        PIC X(01)   VALUE "N".
001050         88  MM-ACCOUNT-FOUND     VALUE "Y".
001060     05  MM-APPLIED-SWITCH        PIC X(01)   VALUE "N".
001070         88  MM-TRAN-APPLIED      VALUE "Y".
001071     05  MM-EHIST-SCAN-SWITCH     PIC X(01)   VALUE "N".
001072         88  MM-EHIST-SCAN-DONE   VALUE "Y".
001073     05  MM-PASS-EOF-SWITCH       PIC X(01)   VALUE "N".
001074         88  MM-PASS-END-OF-FILE  VALUE "Y".
001075     05  MM-XLATE-SWITCH          PIC X(01)   VALUE "N".
001076         88  MM-XLATE-FOUND       VALUE "Y".
001077     05  MM-RETIRED-SWITCH        PIC X(01)   VALUE "N".
001078         88  MM-ID-RETIRED        VALUE "Y".
001080
001090 PROCEDURE DIVISION.
001100*================================================================
001140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001150     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
001160         UNTIL MM-END-OF-FILE.
001165     PERFORM 2950-CARRY-REKEYS THRU 2950-EXIT.
001170     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001180     GOBACK.
001190
001210* 1000-INITIALIZE
001220*================================================================
001230 1000-INITIALIZE.
001233     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001236
001240     OPEN INPUT MAINT-TRAN-FILE.
001250     IF NOT MM-TRAN-IN-OK
001260         DISPLAY "ACCTMASTMAINT - UNABLE TO OPEN MNTTRAN, "
001450         GOBACK
001460     END-IF.
001470
001471*    The cross-reference and the address-history file are
001472*    created empty on their first-ever open (status 35), as
001473*    the nightly run creates EMLHIST.
001474     OPEN I-O ACCOUNT-XREF-FILE.
001475     IF MM-XREF-NOT-FOUND
001476         OPEN OUTPUT ACCOUNT-XREF-FILE
001477         CLOSE ACCOUNT-XREF-FILE
001478         OPEN I-O ACCOUNT-XREF-FILE
001479     END-IF.
001480     IF NOT MM-XREF-OK
001481         DISPLAY "ACCTMASTMAINT - UNABLE TO OPEN ACCTXREF, "
001482             "STATUS = " MM-XREF-STATUS
001483         MOVE 16 TO RETURN-CODE
001484         GOBACK
001485     END-IF.
001486
001487     OPEN I-O EMAIL-HISTORY-FILE.
001488     IF MM-EMLHIST-NOT-FOUND
001489         OPEN OUTPUT EMAIL-HISTORY-FILE
001490         CLOSE EMAIL-HISTORY-FILE
001491         OPEN I-O EMAIL-HISTORY-FILE
001492     END-IF.
001493     IF NOT MM-EMLHIST-OK
001494         DISPLAY "ACCTMASTMAINT - UNABLE TO OPEN EMLHIST, "
001495             "STATUS = " MM-EMLHIST-STATUS
001496         MOVE 16 TO RETURN-CODE
001497         GOBACK
001498     END-IF.
001499
001500     OPEN I-O VELOCITY-SUMMARY-FILE.
001501     IF MM-VELSUM-NOT-FOUND
001502         OPEN OUTPUT VELOCITY-SUMMARY-FILE
001503         CLOSE VELOCITY-SUMMARY-FILE
001504         OPEN I-O VELOCITY-SUMMARY-FILE
001505     END-IF.
001506     IF NOT MM-VELSUM-OK
001507         DISPLAY "ACCTMASTMAINT - UNABLE TO OPEN VELSUM, "
001508             "STATUS = " MM-VELSUM-STATUS
001509         MOVE 16 TO RETURN-CODE
001510         GOBACK
001511     END-IF.
001512
001513*    The files the re-keys are carried through are all opened
001514*    here, before the master is touched - a run that cannot
001515*    reach one of them must stop before a re-key is applied
001516*    that it could not then carry across.
001517     OPEN INPUT SUSPENSE-IN-FILE.
001518     IF NOT MM-SUSP-IN-OK
001519         DISPLAY "ACCTMASTMAINT - UNABLE TO OPEN SUSPIN, "
001520             "STATUS = " MM-SUSP-IN-STATUS
001521         MOVE 16 TO RETURN-CODE
001522         GOBACK
001523     END-IF.
001524
001525     OPEN OUTPUT SUSPENSE-OUT-FILE.
001526     IF NOT MM-SUSP-OUT-OK
001527         DISPLAY "ACCTMASTMAINT - UNABLE TO OPEN SUSPOUT, "
001528             "STATUS = " MM-SUSP-OUT-STATUS
001529         MOVE 16 TO RETURN-CODE
001530         GOBACK
001531     END-IF.
001532
001533     OPEN INPUT PENDING-IN-FILE.
001534     IF NOT MM-PEND-IN-OK
001535         DISPLAY "ACCTMASTMAINT - UNABLE TO OPEN PENDIN, "
001536             "STATUS = " MM-PEND-IN-STATUS
001537         MOVE 16 TO RETURN-CODE
001538         GOBACK
001539     END-IF.
001540
001541     OPEN OUTPUT PENDING-OUT-FILE.
001542     IF NOT MM-PEND-OUT-OK
001543         DISPLAY "ACCTMASTMAINT - UNABLE TO OPEN PENDOUT, "
001544             "STATUS = " MM-PEND-OUT-STATUS
001545         MOVE 16 TO RETURN-CODE
001546         GOBACK
001547     END-IF.
001548
001549     OPEN INPUT AUDIT-IN-FILE.
001550     IF NOT MM-AUDIT-IN-OK
001551         DISPLAY "ACCTMASTMAINT - UNABLE TO OPEN AUDITIN, "
001552             "STATUS = " MM-AUDIT-IN-STATUS
001553         MOVE 16 TO RETURN-CODE
001554         GOBACK
001555     END-IF.
001556
001557     OPEN OUTPUT AUDIT-NEW-FILE.
001558     IF NOT MM-AUDIT-NEW-OK
001559         DISPLAY "ACCTMASTMAINT - UNABLE TO OPEN AUDITNEW, "
001560             "STATUS = " MM-AUDIT-NEW-STATUS
001561         MOVE 16 TO RETURN-CODE
001562         GOBACK
001563     END-IF.
001564
001565     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
001566 1000-EXIT.
001567     EXIT.
001568
001569*================================================================
001570* 1050-READ-BUSINESS-DATE
001571*     Takes the processing date from the business-date control
001572*     file (BUSDATE.CPY) instead of the wall clock, so a run
001573*     past midnight or a rerun the next morning still carries
001574*     the night's own date.  A missing or unusable control
001575*     record stops the run rather than stamp the wrong day.
001576*================================================================
001577 1050-READ-BUSINESS-DATE.
001578     OPEN INPUT BUSINESS-DATE-FILE.
001579     IF NOT MM-BUSDATE-OK
001580         DISPLAY "ACCTMASTMAINT - UNABLE TO OPEN BUSDATE, "
001581             "STATUS = " MM-BUSDATE-STATUS
001582         MOVE 16 TO RETURN-CODE
001583         GOBACK
001584     END-IF.
001585     READ BUSINESS-DATE-FILE
001586         AT END
001587             MOVE SPACES TO BUSINESS-DATE-RECORD
001588     END-READ.
001589     CLOSE BUSINESS-DATE-FILE.
001590     IF BD-BUSINESS-DATE NOT NUMERIC
001591         DISPLAY "ACCTMASTMAINT - BUSDATE RECORD MISSING OR "
001592             "NOT NUMERIC: " BUSINESS-DATE-RECORD
001593         MOVE 16 TO RETURN-CODE
001594         GOBACK
001595     END-IF.
001596     MOVE BD-BUSINESS-DATE TO MM-BUSINESS-DATE.
001597 1050-EXIT.
001598     EXIT.
001599
001600*================================================================
001601* 2000-PROCESS-TRANSACTIONS
001602*     Drives one maintenance transaction per iteration.  Every
001603*     transaction ends in 2900 with an audit record, applied or
001604*     rejected.
001605*================================================================
001606 2000-PROCESS-TRANSACTIONS.
001607     ADD 1 TO MM-SEQUENCE-NBR.
001608     MOVE "N" TO MM-ACCOUNT-SWITCH.
001610     MOVE "N" TO MM-APPLIED-SWITCH.
001620     MOVE "00" TO MM-REASON-CODE.
001630     MOVE MM-BUSINESS-DATE TO MM-CURRENT-DATE.
001640     ACCEPT MM-CURRENT-TIME FROM TIME.
001650
001660     IF MT-ACCOUNT-ID = SPACES
002220* 2300-ADD-ACCOUNT
002230*     A new account must carry an email address and must not
002240*     already be on file.  The address is stored lower-cased,
002250*     matching what EmailValidation writes on a swap, and goes
002255*     on the address history as the account's first record.
002260*================================================================
002270 2300-ADD-ACCOUNT.
002280     IF MT-EMAIL-ADDRESS = SPACES
002540     END-WRITE.
002550     SET MM-TRAN-APPLIED TO TRUE.
002560     DISPLAY "Account Added: " MT-ACCOUNT-ID.
002565     PERFORM 2350-OPEN-ADDRESS-HISTORY THRU 2350-EXIT.
002570 2300-EXIT.
002571     EXIT.
002572
002573*================================================================
002574* 2350-OPEN-ADDRESS-HISTORY
002575*     Writes the open history record for a new account's
002576*     address, stamped as the master was.  A history failure
002577*     is reported but never undoes the ADD - the master is
002578*     already written and MNTAUDIT still covers it.
002579*================================================================
002580 2350-OPEN-ADDRESS-HISTORY.
002581     MOVE SPACES TO EMAIL-HISTORY-RECORD.
002582     MOVE AM-ACCOUNT-ID TO EH-ACCOUNT-ID.
002583     MOVE AM-LAST-UPDATE-DATE TO EH-FROM-DATE.
002584     MOVE AM-LAST-UPDATE-TIME TO EH-FROM-TIME.
002585     MOVE AM-EMAIL-ADDRESS TO EH-EMAIL-ADDRESS.
002586     MOVE ZERO TO EH-TO-DATE.
002587     MOVE ZERO TO EH-TO-TIME.
002588     SET EH-SOURCE-ADD TO TRUE.
002589     WRITE EMAIL-HISTORY-RECORD
002590         INVALID KEY
002591             DISPLAY "History Write Failed: " MT-ACCOUNT-ID
002592     END-WRITE.
002593 2350-EXIT.
002594     EXIT.
002595
002600*================================================================
002610* 2400-INACTIVATE-ACCOUNT
002620*     Only an active account can be inactivated - inactivating
002900*     Reactivation is accepted for any account that is not
002910*     active - including one whose status byte holds garbage
002920*     from hand-editing - so a damaged status can be repaired
002930*     through the normal, audited channel.  An account the
002932*     retention purge has masked is refused: its address is
002934*     the purge token, which no check downstream takes as an
002936*     active account's address.
002940*================================================================
002950 2500-REACTIVATE-ACCOUNT.
002960     PERFORM 2200-LOOKUP-ACCOUNT THRU 2200-EXIT.
003030     IF AM-STATUS-ACTIVE
003040         MOVE "05" TO MM-REASON-CODE
003050         DISPLAY "Maint Rejected - Account Already Active: "
003051             MT-ACCOUNT-ID
003052         GO TO 2500-EXIT
003053     END-IF.
003054     IF AM-EMAIL-ADDRESS = PURGE-MASK-TOKEN
003055         MOVE "13" TO MM-REASON-CODE
003056         DISPLAY "Maint Rejected - Account Address Purged: "
003060             MT-ACCOUNT-ID
003070         GO TO 2500-EXIT
003080     END-IF.
003220*     same address and status followed by a delete of the old
003230*     one - in that order, so a failure between the two leaves
003240*     the account on file twice rather than not at all.
003241*     Once both have succeeded the account's address history
003242*     and velocity summary are moved to the new id, the re-key
003243*     is written to the permanent cross-reference, and it is
003244*     added to the run's re-key table for the end-of-run carry
003245*     (2950).
003250*================================================================
003260 2600-CHANGE-ACCOUNT-ID.
003270     IF MT-NEW-ACCOUNT-ID = SPACES
003280         MOVE "07" TO MM-REASON-CODE
003290         DISPLAY "Maint Rejected - CHANGE-ID Without New Id: "
003300             MT-ACCOUNT-ID
003301         GO TO 2600-EXIT
003302     END-IF.
003303     IF MM-REKEY-COUNT >= 1000
003304         MOVE "11" TO MM-REASON-CODE
003305         DISPLAY "Maint Rejected - Re-Key Limit For Run "
003306             "Reached: " MT-ACCOUNT-ID
003310         GO TO 2600-EXIT
003320     END-IF.
003330     PERFORM 2200-LOOKUP-ACCOUNT THRU 2200-EXIT.
003510                 "File: " MT-NEW-ACCOUNT-ID
003520             GO TO 2600-EXIT
003530     END-READ.
003531     PERFORM 2610-CHECK-RETIRED-ID THRU 2610-EXIT.
003532     IF MM-ID-RETIRED
003533         MOVE "12" TO MM-REASON-CODE
003534         DISPLAY "Maint Rejected - New Id Retired By An "
003535             "Earlier Change-Id: " MT-NEW-ACCOUNT-ID
003536         GO TO 2600-EXIT
003537     END-IF.
003540
003550     MOVE SPACES TO ACCOUNT-MASTER-RECORD.
003560     MOVE MT-NEW-ACCOUNT-ID TO AM-ACCOUNT-ID.
003790     SET MM-TRAN-APPLIED TO TRUE.
003800     DISPLAY "Account Id Changed: " MT-ACCOUNT-ID " -> "
003810         MT-NEW-ACCOUNT-ID.
003812     PERFORM 2650-REKEY-HISTORY THRU 2650-EXIT.
003814     PERFORM 2680-REKEY-VELOCITY THRU 2680-EXIT.
003816     PERFORM 2660-WRITE-XREF THRU 2660-EXIT.
003818     PERFORM 2670-RECORD-REKEY THRU 2670-EXIT.
003820 2600-EXIT.
003821     EXIT.
003822
003823*================================================================
003824* 2610-CHECK-RETIRED-ID
003825*     An id is retired once any CHANGE-ID has moved an account
003826*     off it - the cross-reference then holds a record keyed
003827*     on it as the old id.
003828*================================================================
003829 2610-CHECK-RETIRED-ID.
003830     MOVE "N" TO MM-RETIRED-SWITCH.
003831     MOVE MT-NEW-ACCOUNT-ID TO XR-OLD-ACCOUNT-ID.
003832     MOVE ZERO TO XR-CHANGE-DATE.
003833     MOVE ZERO TO XR-CHANGE-TIME.
003834     START ACCOUNT-XREF-FILE
003835         KEY IS NOT LESS THAN XR-XREF-KEY
003836         INVALID KEY
003837             GO TO 2610-EXIT
003838     END-START.
003839     READ ACCOUNT-XREF-FILE NEXT RECORD
003840         AT END
003841             GO TO 2610-EXIT
003842     END-READ.
003843     IF XR-OLD-ACCOUNT-ID = MT-NEW-ACCOUNT-ID
003844         SET MM-ID-RETIRED TO TRUE
003845     END-IF.
003846 2610-EXIT.
003847     EXIT.
003848
003849*================================================================
003850* 2650-REKEY-HISTORY
003851*     Moves every address-history record of the old id under
003852*     the new one.  The account id leads the history key, so
003853*     each record is written again under the new id and the
003854*     old one deleted - in that order, like the master itself.
003855*     Each pass re-positions at the start of the old id's key
003856*     range, since the delete leaves nothing to read forward
003857*     from; the range is empty when every record has moved.
003858*================================================================
003859 2650-REKEY-HISTORY.
003860     MOVE "N" TO MM-EHIST-SCAN-SWITCH.
003861     PERFORM 2655-MOVE-ONE-HISTORY THRU 2655-EXIT
003862         UNTIL MM-EHIST-SCAN-DONE.
003863 2650-EXIT.
003864     EXIT.
003865
003866*================================================================
003867* 2655-MOVE-ONE-HISTORY
003868*     A failed write or delete stops the move and is reported -
003869*     the records left under the old id are still reachable
003870*     through the cross-reference, and retrying the same record
003871*     would only fail again.
003872*================================================================
003873 2655-MOVE-ONE-HISTORY.
003874     MOVE MT-ACCOUNT-ID TO EH-ACCOUNT-ID.
003875     MOVE ZERO TO EH-FROM-DATE.
003876     MOVE ZERO TO EH-FROM-TIME.
003877     START EMAIL-HISTORY-FILE
003878         KEY IS NOT LESS THAN EH-HISTORY-KEY
003879         INVALID KEY
003880             SET MM-EHIST-SCAN-DONE TO TRUE
003881             GO TO 2655-EXIT
003882     END-START.
003883     READ EMAIL-HISTORY-FILE NEXT RECORD
003884         AT END
003885             SET MM-EHIST-SCAN-DONE TO TRUE
003886             GO TO 2655-EXIT
003887     END-READ.
003888     IF EH-ACCOUNT-ID NOT = MT-ACCOUNT-ID
003889         SET MM-EHIST-SCAN-DONE TO TRUE
003890         GO TO 2655-EXIT
003891     END-IF.
003892
003893     MOVE EH-HISTORY-KEY TO MM-SAVE-HISTORY-KEY.
003894     MOVE MT-NEW-ACCOUNT-ID TO EH-ACCOUNT-ID.
003895     WRITE EMAIL-HISTORY-RECORD
003896         INVALID KEY
003897             DISPLAY "History Re-Key Failed, Left Under Old "
003898                 "Id: " MT-ACCOUNT-ID
003899             MOVE 8 TO MM-JOB-SEVERITY
003900             SET MM-EHIST-SCAN-DONE TO TRUE
003901             GO TO 2655-EXIT
003902     END-WRITE.
003903     MOVE MM-SAVE-HISTORY-KEY TO EH-HISTORY-KEY.
003904     DELETE EMAIL-HISTORY-FILE
003905         INVALID KEY
003906             DISPLAY "History Delete Of Old Id Failed, Record "
003907                 "Now Under Both Ids: " MT-ACCOUNT-ID
003908             MOVE 8 TO MM-JOB-SEVERITY
003909             SET MM-EHIST-SCAN-DONE TO TRUE
003910             GO TO 2655-EXIT
003911     END-DELETE.
003912     ADD 1 TO MM-HIST-MOVED-COUNT.
003913 2655-EXIT.
003914     EXIT.
003915
003916*================================================================
003917* 2660-WRITE-XREF
003918*     Records the re-key on the permanent cross-reference.  A
003919*     failure is reported but never undoes the re-key - the
003920*     maintenance audit record still shows both ids.
003921*================================================================
003922 2660-WRITE-XREF.
003923     MOVE SPACES TO ACCOUNT-XREF-RECORD.
003924     MOVE MT-ACCOUNT-ID TO XR-OLD-ACCOUNT-ID.
003925     MOVE MM-CURRENT-DATE TO XR-CHANGE-DATE.
003926     MOVE MM-CURRENT-TIME(1:6) TO XR-CHANGE-TIME.
003927     MOVE MT-NEW-ACCOUNT-ID TO XR-NEW-ACCOUNT-ID.
003928     WRITE ACCOUNT-XREF-RECORD
003929         INVALID KEY
003930             DISPLAY "Cross-Reference Write Failed: "
003931                 MT-ACCOUNT-ID " -> " MT-NEW-ACCOUNT-ID
003932             MOVE 8 TO MM-JOB-SEVERITY
003933     END-WRITE.
003934 2660-EXIT.
003935     EXIT.
003936
003937*================================================================
003938* 2670-RECORD-REKEY
003939*     Adds the re-key to the run's table.  Any earlier entry
003940*     that led to the id now being retired is pointed on to
003941*     the new one first, so a chain of re-keys in one run
003942*     translates in a single lookup.  2600 has already made
003943*     sure the table has room.
003944*================================================================
003945 2670-RECORD-REKEY.
003946     PERFORM 2675-FORWARD-CHAIN THRU 2675-EXIT
003947         VARYING MM-RK-SUB FROM 1 BY 1
003948         UNTIL MM-RK-SUB > MM-REKEY-COUNT.
003949     ADD 1 TO MM-REKEY-COUNT.
003950     MOVE MT-ACCOUNT-ID TO MM-RK-OLD-ID(MM-REKEY-COUNT).
003951     MOVE MT-NEW-ACCOUNT-ID TO MM-RK-NEW-ID(MM-REKEY-COUNT).
003952 2670-EXIT.
003953     EXIT.
003954
003955*================================================================
003956* 2675-FORWARD-CHAIN
003957*================================================================
003958 2675-FORWARD-CHAIN.
003959     IF MM-RK-NEW-ID(MM-RK-SUB) = MT-ACCOUNT-ID
003960         MOVE MT-NEW-ACCOUNT-ID TO MM-RK-NEW-ID(MM-RK-SUB)
003961     END-IF.
003962 2675-EXIT.
003963     EXIT.
003964
003965*================================================================
003966* 2680-REKEY-VELOCITY
003967*     Moves the account's change-velocity summary record
003968*     (VELSUM.CPY) under the new id - written again and the old
003969*     one deleted, like the history - so the nightly velocity
003970*     check still sees the changes made under the old id.  An
003971*     account with no summary record has nothing to move.
003972*================================================================
003973 2680-REKEY-VELOCITY.
003974     MOVE MT-ACCOUNT-ID TO VS-ACCOUNT-ID.
003975     READ VELOCITY-SUMMARY-FILE
003976         KEY IS VS-ACCOUNT-ID
003977         INVALID KEY
003978             GO TO 2680-EXIT
003979     END-READ.
003980     MOVE MT-NEW-ACCOUNT-ID TO VS-ACCOUNT-ID.
003981     WRITE VELOCITY-SUMMARY-RECORD
003982         INVALID KEY
003983             DISPLAY "Velocity Summary Re-Key Failed, Left Under "
003984                 "Old Id: " MT-ACCOUNT-ID
003985             MOVE 8 TO MM-JOB-SEVERITY
003986             GO TO 2680-EXIT
003987     END-WRITE.
003988     MOVE MT-ACCOUNT-ID TO VS-ACCOUNT-ID.
003989     DELETE VELOCITY-SUMMARY-FILE
003990         INVALID KEY
003991             DISPLAY "Velocity Summary Delete Of Old Id Failed, "
003992                 "Record Now Under Both Ids: " MT-ACCOUNT-ID
003993             MOVE 8 TO MM-JOB-SEVERITY
003994     END-DELETE.
003995 2680-EXIT.
003996     EXIT.
003997
003998*================================================================
003999* 2700-STAMP-AND-REWRITE
004000*     Stamps the last-update date and time and rewrites the
004001*     record just read.
004002*================================================================
004003 2700-STAMP-AND-REWRITE.
004004     MOVE MM-CURRENT-DATE TO AM-LAST-UPDATE-DATE.
004005     MOVE MM-CURRENT-TIME(1:6) TO AM-LAST-UPDATE-TIME.
004006     REWRITE ACCOUNT-MASTER-RECORD
004007         INVALID KEY
004008             MOVE "08" TO MM-REASON-CODE
004009             DISPLAY "Maint Rejected - Rewrite Failed: "
004010                 MT-ACCOUNT-ID
004011             GO TO 2700-EXIT
004012     END-REWRITE.
004013     SET MM-TRAN-APPLIED TO TRUE.
004014 2700-EXIT.
004020     EXIT.
004030
004040*================================================================
004870     IF MM-TRAN-APPLIED
004880         SET MA-DISP-APPLIED TO TRUE
004890         ADD 1 TO MM-APPLIED-COUNT
004892         IF MT-ACTION-ADD OR MT-ACTION-CHANGE-ID
004894             OR MT-ACTION-INACTIVATE OR MT-ACTION-REACTIVATE
004896             ADD 1 TO MM-ACCT-CHANGE-COUNT
004898         END-IF
004900     ELSE
004910         SET MA-DISP-REJECTED TO TRUE
004920         ADD 1 TO MM-REJECTED-COUNT
005010     EXIT.
005020
005030*================================================================
005040* 2950-CARRY-REKEYS
005050*     Copies the suspense, pending and audit files through,
005060*     translating every account id re-keyed this run to the
005070*     id the account now carries - so a released suspense
005080*     item or a matured pending request finds its account,
005090*     and the audit trail reads under the id on the master.
005100*     The copy is made every run, re-keys or not, so the new
005110*     files can always replace the old ones.
005120*================================================================
005130 2950-CARRY-REKEYS.
005140     MOVE "N" TO MM-PASS-EOF-SWITCH.
005150     PERFORM 2955-CARRY-SUSPENSE THRU 2955-EXIT
005160         UNTIL MM-PASS-END-OF-FILE.
005170     CLOSE SUSPENSE-IN-FILE.
005180     CLOSE SUSPENSE-OUT-FILE.
005190
005200     MOVE "N" TO MM-PASS-EOF-SWITCH.
005210     PERFORM 2960-CARRY-PENDING THRU 2960-EXIT
005220         UNTIL MM-PASS-END-OF-FILE.
005230     CLOSE PENDING-IN-FILE.
005240     CLOSE PENDING-OUT-FILE.
005250
005260     MOVE "N" TO MM-PASS-EOF-SWITCH.
005270     PERFORM 2965-CARRY-AUDIT THRU 2965-EXIT
005280         UNTIL MM-PASS-END-OF-FILE.
005290     CLOSE AUDIT-IN-FILE.
005300     CLOSE AUDIT-NEW-FILE.
005310 2950-EXIT.
005320     EXIT.
005330
005340*================================================================
005350* 2955-CARRY-SUSPENSE
005360*     Both the suspended account and the colliding holder are
005370*     translated - either may have been re-keyed.
005380*================================================================
005390 2955-CARRY-SUSPENSE.
005400     READ SUSPENSE-IN-FILE INTO SUSPENSE-RECORD
005410         AT END
005420             SET MM-PASS-END-OF-FILE TO TRUE
005430             GO TO 2955-EXIT
005440     END-READ.
005450     MOVE SU-ACCOUNT-ID TO MM-XLATE-ID.
005460     PERFORM 2980-TRANSLATE-ID THRU 2980-EXIT.
005470     IF MM-XLATE-FOUND
005480         MOVE MM-XLATE-ID TO SU-ACCOUNT-ID
005490         ADD 1 TO MM-SUSP-CARRIED-COUNT
005500     END-IF.
005510     MOVE SU-COLLIDING-ACCOUNT-ID TO MM-XLATE-ID.
005520     PERFORM 2980-TRANSLATE-ID THRU 2980-EXIT.
005530     IF MM-XLATE-FOUND
005540         MOVE MM-XLATE-ID TO SU-COLLIDING-ACCOUNT-ID
005550     END-IF.
005560     WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-RECORD.
005570 2955-EXIT.
005580     EXIT.
005590
005600*================================================================
005610* 2960-CARRY-PENDING
005620*================================================================
005630 2960-CARRY-PENDING.
005640     READ PENDING-IN-FILE INTO SWAP-REQUEST-RECORD
005650         AT END
005660             SET MM-PASS-END-OF-FILE TO TRUE
005670             GO TO 2960-EXIT
005680     END-READ.
005690     MOVE SR-ACCOUNT-ID TO MM-XLATE-ID.
005700     PERFORM 2980-TRANSLATE-ID THRU 2980-EXIT.
005710     IF MM-XLATE-FOUND
005720         MOVE MM-XLATE-ID TO SR-ACCOUNT-ID
005730         ADD 1 TO MM-PEND-CARRIED-COUNT
005740     END-IF.
005750     WRITE PENDING-OUT-RECORD FROM SWAP-REQUEST-RECORD.
005760 2960-EXIT.
005770     EXIT.
005780
005790*================================================================
005800* 2965-CARRY-AUDIT
005810*================================================================
005820 2965-CARRY-AUDIT.
005830     READ AUDIT-IN-FILE INTO AUDIT-RECORD
005840         AT END
005850             SET MM-PASS-END-OF-FILE TO TRUE
005860             GO TO 2965-EXIT
005870     END-READ.
005880     MOVE AU-ACCOUNT-ID TO MM-XLATE-ID.
005890     PERFORM 2980-TRANSLATE-ID THRU 2980-EXIT.
005900     IF MM-XLATE-FOUND
005910         MOVE MM-XLATE-ID TO AU-ACCOUNT-ID
005920         ADD 1 TO MM-AUDIT-CARRIED-COUNT
005930     END-IF.
005940     WRITE AUDIT-NEW-RECORD FROM AUDIT-RECORD.
005950 2965-EXIT.
005960     EXIT.
005970
005980*================================================================
005990* 2980-TRANSLATE-ID
006000*     Looks MM-XLATE-ID up among this run's re-keys and, when
006010*     it was retired, replaces it with the id the account now
006020*     carries.  The first matching entry wins (see the table).
006030*================================================================
006040 2980-TRANSLATE-ID.
006050     MOVE "N" TO MM-XLATE-SWITCH.
006060     IF MM-XLATE-ID = SPACES
006070         GO TO 2980-EXIT
006080     END-IF.
006090     PERFORM 2985-MATCH-REKEY THRU 2985-EXIT
006100         VARYING MM-RK-SUB FROM 1 BY 1
006110         UNTIL MM-RK-SUB > MM-REKEY-COUNT
006120         OR MM-XLATE-FOUND.
006130     IF MM-XLATE-FOUND
006140         MOVE MM-XLATE-NEW-ID TO MM-XLATE-ID
006150     END-IF.
006160 2980-EXIT.
006170     EXIT.
006180
006190*================================================================
006200* 2985-MATCH-REKEY
006210*================================================================
006220 2985-MATCH-REKEY.
006230     IF MM-RK-OLD-ID(MM-RK-SUB) = MM-XLATE-ID
006240         SET MM-XLATE-FOUND TO TRUE
006250         MOVE MM-RK-NEW-ID(MM-RK-SUB) TO MM-XLATE-NEW-ID
006260     END-IF.
006270 2985-EXIT.
006280     EXIT.
006290
006300*================================================================
006310* 3000-TERMINATE
006320*================================================================
006330 3000-TERMINATE.
006340     DISPLAY "ACCTMASTMAINT - TRANSACTIONS APPLIED: "
006350         MM-APPLIED-COUNT.
006360     DISPLAY "ACCTMASTMAINT - TRANSACTIONS REJECTED: "
006370         MM-REJECTED-COUNT.
006380     DISPLAY "ACCTMASTMAINT - ACCOUNTS RE-KEYED: "
006390         MM-REKEY-COUNT.
006400     DISPLAY "ACCTMASTMAINT - HISTORY RECORDS MOVED: "
006410         MM-HIST-MOVED-COUNT.
006420     DISPLAY "ACCTMASTMAINT - SUSPENSE ITEMS CARRIED: "
006430         MM-SUSP-CARRIED-COUNT.
006440     DISPLAY "ACCTMASTMAINT - PENDING REQUESTS CARRIED: "
006450         MM-PEND-CARRIED-COUNT.
006460     DISPLAY "ACCTMASTMAINT - AUDIT RECORDS CARRIED: "
006470         MM-AUDIT-CARRIED-COUNT.
006480     CLOSE MAINT-TRAN-FILE.
006490     CLOSE ACCOUNT-MASTER-FILE.
006500     CLOSE MAINT-AUDIT-FILE.
006510     CLOSE ACCOUNT-XREF-FILE.
006520     CLOSE EMAIL-HISTORY-FILE.
006530     CLOSE VELOCITY-SUMMARY-FILE.
006540     MOVE MM-JOB-SEVERITY TO RETURN-CODE.
006550     PERFORM 3100-WRITE-RUN-LEDGER THRU 3100-EXIT.
006560 3000-EXIT.
006570     EXIT.
006580
006590*================================================================
006600* 3100-WRITE-RUN-LEDGER
006610*     Appends this run's control totals to the shared run
006620*     ledger (RUNLEDGR.CPY).  ACCT-CHANGES is the applied ADD,
006630*     CHANGE-ID, INACTIVATE and REACTIVATE transactions - the
006640*     ones the address feed takes off MNTAUDIT - so the
006650*     balancing job can prove the feed saw every one; the
006660*     risk-flag transactions are in APPLIED only.  The ledger
006670*     is created on its first-ever open; one that cannot be
006680*     opened is reported but does not change the return code.
006690*================================================================
006700 3100-WRITE-RUN-LEDGER.
006710     OPEN EXTEND RUN-LEDGER-FILE.
006720     IF MM-LEDGER-NOT-FOUND
006730         OPEN OUTPUT RUN-LEDGER-FILE
006740     END-IF.
006750     IF NOT MM-LEDGER-OK
006760         DISPLAY "ACCTMASTMAINT - UNABLE TO OPEN RUNLEDGR, "
006770             "STATUS = " MM-LEDGER-STATUS
006780             " - NO CONTROL TOTALS WRITTEN"
006790         GO TO 3100-EXIT
006800     END-IF.
006810     MOVE SPACES TO RUN-LEDGER-RECORD.
006820     INITIALIZE RUN-LEDGER-RECORD.
006830     MOVE "ACCTMAINT" TO RL-STEP-NAME.
006840     MOVE MM-BUSINESS-DATE TO RL-BUSINESS-DATE.
006850     ACCEPT MM-CURRENT-TIME FROM TIME.
006860     MOVE MM-CURRENT-TIME(1:6) TO RL-WRITTEN-TIME.
006870     MOVE RETURN-CODE TO RL-STEP-RC.
006880     MOVE "I" TO RL-COUNT-FLOW(1).
006890     MOVE "TRANSACTIONS" TO RL-COUNT-CATEGORY(1).
006900     MOVE MM-SEQUENCE-NBR TO RL-COUNT-VALUE(1).
006910     MOVE "O" TO RL-COUNT-FLOW(2).
006920     MOVE "APPLIED" TO RL-COUNT-CATEGORY(2).
006930     MOVE MM-APPLIED-COUNT TO RL-COUNT-VALUE(2).
006940     MOVE "O" TO RL-COUNT-FLOW(3).
006950     MOVE "REJECTED" TO RL-COUNT-CATEGORY(3).
006960     MOVE MM-REJECTED-COUNT TO RL-COUNT-VALUE(3).
006970     MOVE "O" TO RL-COUNT-FLOW(4).
006980     MOVE "ACCT-CHANGES" TO RL-COUNT-CATEGORY(4).
006990     MOVE MM-ACCT-CHANGE-COUNT TO RL-COUNT-VALUE(4).
007000     WRITE RUN-LEDGER-RECORD.
007010     CLOSE RUN-LEDGER-FILE.
007020 3100-EXIT.
007030     EXIT.
