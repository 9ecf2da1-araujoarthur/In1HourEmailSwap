000010*================================================================
000020* ADDRCHANGEFEED.COB
000030*
000040* PROGRAM-ID    : AddrChangeFeed
000050* AUTHOR        : R. MCALLISTER
000060* INSTALLATION  : DATA LIFECYCLE SERVICES
000070* DATE-WRITTEN  : 2026-10-15
000080* DATE-COMPILED :
000090*
000100* REMARKS.
000110*     Daily address-change delta feed for the corporate
000120*     directory, CRM and billing.  ACCTMAST is the book of
000130*     record for member addresses, but those systems only
000140*     learned of a change when someone re-keyed it.  Every
000150*     change to the master already leaves a trail, so this job
000160*     changes nothing upstream - it reads the business day's
000170*     entries off the two trails:
000180*         - the swap audit trail (AUDITIN): ACCEPTED decisions
000190*           are the nightly swaps and the suspense work-down
000200*           releases, REVERSED decisions the mass back-outs;
000210*         - the maintenance trail (MNTAUDIT): applied ADD,
000220*           INACTIVATE, REACTIVATE and CHANGE-ID transactions,
000230*           and the PURGE records of the retention purge.
000240*     Every id is followed forward through ACCTXREF to the id
000250*     the account carries now, and the day's changes are
000260*     netted per account - the address the account started
000270*     the day with against the one it ended with - so a swap
000280*     backed out the same night sends nothing at all.  The
000290*     ADDRFEED file (ADDRFEED.CPY) gets a header, one sequenced
000300*     detail per account with a net change, and a trailer with
000310*     the detail count.  Runs last in the nightly flow, after
000320*     every step that can change the master, and before the
000330*     balancing job - its counts go on the shared run ledger
000340*     (RUNLEDGR.CPY) so the balancing job can set the applied
000350*     maintenance it took off MNTAUDIT against what
000360*     AcctMastMaint reports it applied.
000370*
000380* MODIFICATION HISTORY.
000390*     2026-10-15  RM  Original version.
000400*================================================================
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. AddrChangeFeed.
000430 AUTHOR. R. MCALLISTER.
000440 INSTALLATION. DATA LIFECYCLE SERVICES.
000450 DATE-WRITTEN. 2026-10-15.
000460 DATE-COMPILED.
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT AUDIT-IN-FILE ASSIGN TO AUDITIN
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CF-AUDIT-IN-STATUS.
000540
000550     SELECT MAINT-AUDIT-FILE ASSIGN TO MNTAUDIT
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CF-MAINT-IN-STATUS.
000580
000590     SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMAST
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS AM-ACCOUNT-ID
000630         ALTERNATE RECORD KEY IS AM-EMAIL-ADDRESS
000640             WITH DUPLICATES
000650         FILE STATUS IS CF-ACCT-MAST-STATUS.
000660
000670     SELECT ACCOUNT-XREF-FILE ASSIGN TO ACCTXREF
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS XR-XREF-KEY
000710         FILE STATUS IS CF-XREF-STATUS.
000720
000730     SELECT FEED-FILE ASSIGN TO ADDRFEED
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS CF-FEED-OUT-STATUS.
000760
000770     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS CF-BUSDATE-STATUS.
000800
000810     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS CF-LEDGER-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  AUDIT-IN-FILE
000880     RECORDING MODE IS F.
000890     COPY AUDITREC.
000900
000910 FD  MAINT-AUDIT-FILE
000920     RECORDING MODE IS F.
000930     COPY MNTAUDIT.
000940
000950 FD  ACCOUNT-MASTER-FILE.
000960     COPY ACCTMAS.
000970
000980 FD  ACCOUNT-XREF-FILE.
000990     COPY ACCTXREF.
001000
001010 FD  FEED-FILE
001020     RECORDING MODE IS F.
001030     COPY ADDRFEED.
001040
001050 FD  BUSINESS-DATE-FILE
001060     RECORDING MODE IS F.
001070     COPY BUSDATE.
001080
001090 FD  RUN-LEDGER-FILE
001100     RECORDING MODE IS F.
001110     COPY RUNLEDGR.
001120
001130 WORKING-STORAGE SECTION.
001140*----------------------------------------------------------------
001150* Working fields for AddrChangeFeed - app prefix CF-.
001160*----------------------------------------------------------------
001170 77  CF-AUDIT-READ-COUNT          PIC 9(07)   VALUE ZERO.
001180 77  CF-MAINT-READ-COUNT          PIC 9(07)   VALUE ZERO.
001190 77  CF-AUDIT-TAKEN-COUNT         PIC 9(07)   VALUE ZERO.
001200 77  CF-MAINT-TAKEN-COUNT         PIC 9(07)   VALUE ZERO.
001210 77  CF-PURGE-TAKEN-COUNT         PIC 9(07)   VALUE ZERO.
001220 77  CF-EVENT-COUNT               PIC 9(07)   VALUE ZERO.
001230 77  CF-NETTED-OUT-COUNT          PIC 9(07)   VALUE ZERO.
001240 77  CF-DETAIL-COUNT              PIC 9(08)   VALUE ZERO.
001250 77  CF-AC-SUB                    PIC 9(05)   VALUE ZERO.
001260 77  CF-HOP-COUNT                 PIC 9(02)   VALUE ZERO.
001270 77  CF-MAX-HOPS                  PIC 9(02)   VALUE 20.
001280
001290 01  CF-AUDIT-IN-STATUS           PIC X(02).
001300     88  CF-AUDIT-IN-OK           VALUE "00".
001310
001320 01  CF-MAINT-IN-STATUS           PIC X(02).
001330     88  CF-MAINT-IN-OK           VALUE "00".
001340
001350 01  CF-ACCT-MAST-STATUS          PIC X(02).
001360     88  CF-ACCT-MAST-OK          VALUE "00".
001370
001380 01  CF-XREF-STATUS               PIC X(02).
001390     88  CF-XREF-OK               VALUE "00".
001400     88  CF-XREF-NOT-FOUND        VALUE "35".
001410
001420 01  CF-FEED-OUT-STATUS           PIC X(02).
001430     88  CF-FEED-OUT-OK           VALUE "00".
001440
001450 01  CF-BUSDATE-STATUS            PIC X(02).
001460     88  CF-BUSDATE-OK            VALUE "00".
001470
001480 01  CF-LEDGER-STATUS             PIC X(02).
001490     88  CF-LEDGER-OK             VALUE "00".
001500     88  CF-LEDGER-NOT-FOUND      VALUE "35".
001510
001520 01  CF-BUSINESS-DATE             PIC 9(08).
001530 01  CF-CURRENT-TIME              PIC 9(08).
001540
001550*----------------------------------------------------------------
001560* One change read off either trail, reduced to what the
001570* netting needs.  CF-EV-KIND says what it did to the account.
001580*----------------------------------------------------------------
001590 01  CF-EVENT.
001600     05  CF-EV-ACCOUNT-ID         PIC X(10).
001610     05  CF-EV-PRIOR-ID           PIC X(10).
001620     05  CF-EV-STAMP.
001630         10  CF-EV-DATE           PIC 9(08).
001640         10  CF-EV-TIME           PIC 9(06).
001650     05  CF-EV-OLD-EMAIL          PIC X(256).
001660     05  CF-EV-NEW-EMAIL          PIC X(256).
001670     05  CF-EV-KIND               PIC X(01).
001680         88  CF-EV-SWAP           VALUE "S".
001690         88  CF-EV-ADD            VALUE "A".
001700         88  CF-EV-INACTIVATE     VALUE "I".
001710         88  CF-EV-REACTIVATE     VALUE "R".
001720         88  CF-EV-REKEY          VALUE "K".
001730         88  CF-EV-PURGE          VALUE "P".
001740
001750 01  CF-RESOLVE-ID                PIC X(10).
001760 01  CF-RESOLVE-STAMP.
001770     05  CF-RESOLVE-DATE          PIC 9(08).
001780     05  CF-RESOLVE-TIME          PIC 9(06).
001790
001800*----------------------------------------------------------------
001810* The day's net change per account, under the id it carries
001820* now.  The earliest change supplies the address the account
001830* started the day with, the latest the one it ended with,
001840* whatever order the two trails deliver them in.  The prior
001850* id and status come from the earliest re-key and status
001860* change.  20000 accounts is well beyond any night including
001870* a retention purge - more than that is a setup error.
001880*----------------------------------------------------------------
001890 01  CF-ACCOUNT-TABLE-AREA.
001900     05  CF-AC-COUNT              PIC 9(05) VALUE ZERO.
001910     05  CF-AC-ENTRY OCCURS 1 TO 20000 TIMES
001920             DEPENDING ON CF-AC-COUNT.
001930         10  CF-AC-ACCOUNT-ID     PIC X(10).
001940         10  CF-AC-PRIOR-ID       PIC X(10).
001950         10  CF-AC-FIRST-STAMP    PIC X(14).
001960         10  CF-AC-LAST-STAMP     PIC X(14).
001970         10  CF-AC-REKEY-STAMP    PIC X(14).
001980         10  CF-AC-STATUS-STAMP   PIC X(14).
001990         10  CF-AC-OLD-EMAIL      PIC X(256).
002000         10  CF-AC-NEW-EMAIL      PIC X(256).
002010         10  CF-AC-PRIOR-STATUS   PIC X(01).
002020         10  CF-AC-CHANGES        PIC 9(03).
002030         10  CF-AC-ADDED-SWITCH   PIC X(01).
002040             88  CF-AC-ADDED      VALUE "Y".
002050         10  CF-AC-PURGED-SWITCH  PIC X(01).
002060             88  CF-AC-PURGED     VALUE "Y".
002070
002080 01  CF-SWITCHES.
002090     05  CF-EOF-SWITCH            PIC X(01)   VALUE "N".
002100         88  CF-END-OF-FILE       VALUE "Y".
002110     05  CF-XREF-SWITCH           PIC X(01)   VALUE "Y".
002120         88  CF-XREF-ON-FILE      VALUE "Y".
002130     05  CF-CHAIN-SWITCH          PIC X(01)   VALUE "N".
002140         88  CF-CHAIN-DONE        VALUE "Y".
002150     05  CF-FOUND-SWITCH          PIC X(01)   VALUE "N".
002160         88  CF-ENTRY-FOUND       VALUE "Y".
002170
002180 PROCEDURE DIVISION.
002190*================================================================
002200* 0000-MAINLINE
002210*================================================================
002220 0000-MAINLINE.
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002240     PERFORM 2000-READ-AUDIT THRU 2000-EXIT
002250         UNTIL CF-END-OF-FILE.
002260     MOVE "N" TO CF-EOF-SWITCH.
002270     PERFORM 2100-READ-MAINT-AUDIT THRU 2100-EXIT
002280         UNTIL CF-END-OF-FILE.
002290     PERFORM 3000-WRITE-FEED THRU 3000-EXIT.
002300     PERFORM 4000-TERMINATE THRU 4000-EXIT.
002310     GOBACK.
002320
002330*================================================================
002340* 1000-INITIALIZE
002350*================================================================
002360 1000-INITIALIZE.
002370     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002380     ACCEPT CF-CURRENT-TIME FROM TIME.
002390
002400     OPEN INPUT AUDIT-IN-FILE.
002410     IF NOT CF-AUDIT-IN-OK
002420         DISPLAY "ADDRCHANGEFEED - UNABLE TO OPEN AUDITIN, "
002430             "STATUS = " CF-AUDIT-IN-STATUS
002440         MOVE 16 TO RETURN-CODE
002450         GOBACK
002460     END-IF.
002470
002480     OPEN INPUT MAINT-AUDIT-FILE.
002490     IF NOT CF-MAINT-IN-OK
002500         DISPLAY "ADDRCHANGEFEED - UNABLE TO OPEN MNTAUDIT, "
002510             "STATUS = " CF-MAINT-IN-STATUS
002520         MOVE 16 TO RETURN-CODE
002530         GOBACK
002540     END-IF.
002550
002560     OPEN INPUT ACCOUNT-MASTER-FILE.
002570     IF NOT CF-ACCT-MAST-OK
002580         DISPLAY "ADDRCHANGEFEED - UNABLE TO OPEN ACCTMAST, "
002590             "STATUS = " CF-ACCT-MAST-STATUS
002600         MOVE 16 TO RETURN-CODE
002610         GOBACK
002620     END-IF.
002630
002640*    No cross-reference yet (status 35) just means no account
002650*    has ever been re-keyed - there is nothing to follow.
002660     OPEN INPUT ACCOUNT-XREF-FILE.
002670     IF CF-XREF-NOT-FOUND
002680         MOVE "N" TO CF-XREF-SWITCH
002690     ELSE
002700         IF NOT CF-XREF-OK
002710             DISPLAY "ADDRCHANGEFEED - UNABLE TO OPEN "
002720                 "ACCTXREF, STATUS = " CF-XREF-STATUS
002730             MOVE 16 TO RETURN-CODE
002740             GOBACK
002750         END-IF
002760     END-IF.
002770
002780     OPEN OUTPUT FEED-FILE.
002790     IF NOT CF-FEED-OUT-OK
002800         DISPLAY "ADDRCHANGEFEED - UNABLE TO OPEN ADDRFEED, "
002810             "STATUS = " CF-FEED-OUT-STATUS
002820         MOVE 16 TO RETURN-CODE
002830         GOBACK
002840     END-IF.
002850 1000-EXIT.
002860     EXIT.
002870
002880*================================================================
002890* 1050-READ-BUSINESS-DATE
002900*     Takes the processing date from the business-date control
002910*     file (BUSDATE.CPY) instead of the wall clock, as every
002920*     job in the nightly flow does - the feed is the business
002930*     day's changes, whenever the job itself runs.
002940*================================================================
002950 1050-READ-BUSINESS-DATE.
002960     OPEN INPUT BUSINESS-DATE-FILE.
002970     IF NOT CF-BUSDATE-OK
002980         DISPLAY "ADDRCHANGEFEED - UNABLE TO OPEN BUSDATE, "
002990             "STATUS = " CF-BUSDATE-STATUS
003000         MOVE 16 TO RETURN-CODE
003010         GOBACK
003020     END-IF.
003030     READ BUSINESS-DATE-FILE
003040         AT END
003050             MOVE SPACES TO BUSINESS-DATE-RECORD
003060     END-READ.
003070     CLOSE BUSINESS-DATE-FILE.
003080     IF BD-BUSINESS-DATE NOT NUMERIC
003090         DISPLAY "ADDRCHANGEFEED - BUSDATE RECORD MISSING OR "
003100             "NOT NUMERIC: " BUSINESS-DATE-RECORD
003110         MOVE 16 TO RETURN-CODE
003120         GOBACK
003130     END-IF.
003140     MOVE BD-BUSINESS-DATE TO CF-BUSINESS-DATE.
003150 1050-EXIT.
003160     EXIT.
003170
003180*================================================================
003190* 2000-READ-AUDIT
003200*     Only the day's ACCEPTED and REVERSED decisions changed
003210*     the master.  Both read as the change actually made - a
003220*     reversal's old address is the one it removed.
003230*================================================================
003240 2000-READ-AUDIT.
003250     READ AUDIT-IN-FILE
003260         AT END
003270             SET CF-END-OF-FILE TO TRUE
003280             GO TO 2000-EXIT
003290     END-READ.
003300     ADD 1 TO CF-AUDIT-READ-COUNT.
003310     IF AU-DECISION-DATE NOT = CF-BUSINESS-DATE
003320         GO TO 2000-EXIT
003330     END-IF.
003340     IF NOT AU-DECISION-ACCEPTED
003350         AND NOT AU-DECISION-REVERSED
003360         GO TO 2000-EXIT
003370     END-IF.
003380     MOVE AU-ACCOUNT-ID TO CF-EV-ACCOUNT-ID.
003390     MOVE SPACES TO CF-EV-PRIOR-ID.
003400     MOVE AU-DECISION-DATE TO CF-EV-DATE.
003410     MOVE AU-DECISION-TIME TO CF-EV-TIME.
003420     MOVE AU-OLD-EMAIL-ADDRESS TO CF-EV-OLD-EMAIL.
003430     MOVE AU-NEW-EMAIL-ADDRESS TO CF-EV-NEW-EMAIL.
003440     SET CF-EV-SWAP TO TRUE.
003450     ADD 1 TO CF-AUDIT-TAKEN-COUNT.
003460     PERFORM 2500-APPLY-EVENT THRU 2500-EXIT.
003470 2000-EXIT.
003480     EXIT.
003490
003500*================================================================
003510* 2100-READ-MAINT-AUDIT
003520*     The day's applied maintenance.  Only ADD and PURGE move
003530*     the address; the others carry the address the account
003540*     held at the time as both old and new.  A CHANGE-ID is
003550*     netted under its new id and remembers the old one.  The
003560*     risk-flag transactions are of no interest downstream.
003570*================================================================
003580 2100-READ-MAINT-AUDIT.
003590     READ MAINT-AUDIT-FILE
003600         AT END
003610             SET CF-END-OF-FILE TO TRUE
003620             GO TO 2100-EXIT
003630     END-READ.
003640     ADD 1 TO CF-MAINT-READ-COUNT.
003650     IF MA-MAINT-DATE NOT = CF-BUSINESS-DATE
003660         OR NOT MA-DISP-APPLIED
003670         GO TO 2100-EXIT
003680     END-IF.
003690     MOVE MA-ACCOUNT-ID TO CF-EV-ACCOUNT-ID.
003700     MOVE SPACES TO CF-EV-PRIOR-ID.
003710     MOVE MA-MAINT-DATE TO CF-EV-DATE.
003720     MOVE MA-MAINT-TIME TO CF-EV-TIME.
003730     MOVE MA-EMAIL-ADDRESS TO CF-EV-OLD-EMAIL.
003740     MOVE MA-EMAIL-ADDRESS TO CF-EV-NEW-EMAIL.
003750     EVALUATE MA-ACTION
003760         WHEN "ADD"
003770             SET CF-EV-ADD TO TRUE
003780             MOVE SPACES TO CF-EV-OLD-EMAIL
003790         WHEN "INACTIVATE"
003800             SET CF-EV-INACTIVATE TO TRUE
003810         WHEN "REACTIVATE"
003820             SET CF-EV-REACTIVATE TO TRUE
003830         WHEN "CHANGE-ID"
003840             SET CF-EV-REKEY TO TRUE
003850             MOVE MA-ACCOUNT-ID TO CF-EV-PRIOR-ID
003860             MOVE MA-NEW-ACCOUNT-ID TO CF-EV-ACCOUNT-ID
003870         WHEN "PURGE"
003880             SET CF-EV-PURGE TO TRUE
003890             MOVE SPACES TO CF-EV-OLD-EMAIL
003900         WHEN OTHER
003910             GO TO 2100-EXIT
003920     END-EVALUATE.
003930     IF CF-EV-PURGE
003940         ADD 1 TO CF-PURGE-TAKEN-COUNT
003950     ELSE
003960         ADD 1 TO CF-MAINT-TAKEN-COUNT
003970     END-IF.
003980     PERFORM 2500-APPLY-EVENT THRU 2500-EXIT.
003990 2100-EXIT.
004000     EXIT.
004010
004020*================================================================
004030* 2500-APPLY-EVENT
004040*     Nets one change into its account's entry.
004050*================================================================
004060 2500-APPLY-EVENT.
004070     ADD 1 TO CF-EVENT-COUNT.
004080     PERFORM 2800-RESOLVE-ACCOUNT THRU 2800-EXIT.
004090     PERFORM 2600-LOCATE-ACCOUNT THRU 2600-EXIT.
004100     IF CF-AC-CHANGES(CF-AC-SUB) < 999
004110         ADD 1 TO CF-AC-CHANGES(CF-AC-SUB)
004120     END-IF.
004130
004140     IF CF-AC-FIRST-STAMP(CF-AC-SUB) = SPACES
004150         OR CF-EV-STAMP < CF-AC-FIRST-STAMP(CF-AC-SUB)
004160         MOVE CF-EV-STAMP TO CF-AC-FIRST-STAMP(CF-AC-SUB)
004170         MOVE CF-EV-OLD-EMAIL TO CF-AC-OLD-EMAIL(CF-AC-SUB)
004180     END-IF.
004190     IF CF-AC-LAST-STAMP(CF-AC-SUB) = SPACES
004200         OR CF-EV-STAMP NOT < CF-AC-LAST-STAMP(CF-AC-SUB)
004210         MOVE CF-EV-STAMP TO CF-AC-LAST-STAMP(CF-AC-SUB)
004220         MOVE CF-EV-NEW-EMAIL TO CF-AC-NEW-EMAIL(CF-AC-SUB)
004230     END-IF.
004240
004250     EVALUATE TRUE
004260         WHEN CF-EV-ADD
004270             SET CF-AC-ADDED(CF-AC-SUB) TO TRUE
004280         WHEN CF-EV-PURGE
004290             SET CF-AC-PURGED(CF-AC-SUB) TO TRUE
004300         WHEN CF-EV-REKEY
004310             IF CF-AC-REKEY-STAMP(CF-AC-SUB) = SPACES
004320                 OR CF-EV-STAMP < CF-AC-REKEY-STAMP(CF-AC-SUB)
004330                 MOVE CF-EV-STAMP
004340                     TO CF-AC-REKEY-STAMP(CF-AC-SUB)
004350                 MOVE CF-EV-PRIOR-ID TO CF-AC-PRIOR-ID(CF-AC-SUB)
004360             END-IF
004370         WHEN CF-EV-INACTIVATE
004380         WHEN CF-EV-REACTIVATE
004390             IF CF-AC-STATUS-STAMP(CF-AC-SUB) = SPACES
004400                 OR CF-EV-STAMP < CF-AC-STATUS-STAMP(CF-AC-SUB)
004410                 MOVE CF-EV-STAMP
004420                     TO CF-AC-STATUS-STAMP(CF-AC-SUB)
004430                 IF CF-EV-INACTIVATE
004440                     MOVE "A" TO CF-AC-PRIOR-STATUS(CF-AC-SUB)
004450                 ELSE
004460                     MOVE "I" TO CF-AC-PRIOR-STATUS(CF-AC-SUB)
004470                 END-IF
004480             END-IF
004490     END-EVALUATE.
004500 2500-EXIT.
004510     EXIT.
004520
004530*================================================================
004540* 2600-LOCATE-ACCOUNT
004550*     Finds or adds the entry for CF-RESOLVE-ID; leaves its
004560*     subscript in CF-AC-SUB.
004570*================================================================
004580 2600-LOCATE-ACCOUNT.
004590     MOVE "N" TO CF-FOUND-SWITCH.
004600     PERFORM 2610-MATCH-ACCOUNT THRU 2610-EXIT
004610         VARYING CF-AC-SUB FROM 1 BY 1
004620         UNTIL CF-AC-SUB > CF-AC-COUNT
004630         OR CF-ENTRY-FOUND.
004640     IF CF-ENTRY-FOUND
004650         SUBTRACT 1 FROM CF-AC-SUB
004660         GO TO 2600-EXIT
004670     END-IF.
004680     IF CF-AC-COUNT NOT < 20000
004690         DISPLAY "ADDRCHANGEFEED - ACCOUNT TABLE FULL AT 20000"
004700         MOVE 16 TO RETURN-CODE
004710         GOBACK
004720     END-IF.
004730     ADD 1 TO CF-AC-COUNT.
004740     MOVE CF-AC-COUNT TO CF-AC-SUB.
004750     MOVE CF-RESOLVE-ID TO CF-AC-ACCOUNT-ID(CF-AC-SUB).
004760     MOVE SPACES TO CF-AC-PRIOR-ID(CF-AC-SUB).
004770     MOVE SPACES TO CF-AC-FIRST-STAMP(CF-AC-SUB).
004780     MOVE SPACES TO CF-AC-LAST-STAMP(CF-AC-SUB).
004790     MOVE SPACES TO CF-AC-REKEY-STAMP(CF-AC-SUB).
004800     MOVE SPACES TO CF-AC-STATUS-STAMP(CF-AC-SUB).
004810     MOVE SPACES TO CF-AC-OLD-EMAIL(CF-AC-SUB).
004820     MOVE SPACES TO CF-AC-NEW-EMAIL(CF-AC-SUB).
004830     MOVE SPACE TO CF-AC-PRIOR-STATUS(CF-AC-SUB).
004840     MOVE ZERO TO CF-AC-CHANGES(CF-AC-SUB).
004850     MOVE "N" TO CF-AC-ADDED-SWITCH(CF-AC-SUB).
004860     MOVE "N" TO CF-AC-PURGED-SWITCH(CF-AC-SUB).
004870 2600-EXIT.
004880     EXIT.
004890
004900*================================================================
004910* 2610-MATCH-ACCOUNT
004920*================================================================
004930 2610-MATCH-ACCOUNT.
004940     IF CF-AC-ACCOUNT-ID(CF-AC-SUB) = CF-RESOLVE-ID
004950         SET CF-ENTRY-FOUND TO TRUE
004960     END-IF.
004970 2610-EXIT.
004980     EXIT.
004990
005000*================================================================
005010* 2800-RESOLVE-ACCOUNT
005020*     Follows CF-EV-ACCOUNT-ID forward through every CHANGE-ID
005030*     applied after the change's own stamp to the id the
005040*     account carries today, so changes made under an id
005050*     retired later the same night net with the ones after it.
005060*================================================================
005070 2800-RESOLVE-ACCOUNT.
005080     MOVE CF-EV-ACCOUNT-ID TO CF-RESOLVE-ID.
005090     IF CF-XREF-ON-FILE
005100         MOVE CF-EV-STAMP TO CF-RESOLVE-STAMP
005110         MOVE ZERO TO CF-HOP-COUNT
005120         MOVE "N" TO CF-CHAIN-SWITCH
005130         PERFORM 2810-FOLLOW-REKEY THRU 2810-EXIT
005140             UNTIL CF-CHAIN-DONE
005150     END-IF.
005160 2800-EXIT.
005170     EXIT.
005180
005190*================================================================
005200* 2810-FOLLOW-REKEY
005210*     Each step takes the first re-key of the id after the
005220*     stamp it took effect, so a retired id issued again to a
005230*     different account is never confused with this one.  The
005240*     hop limit only guards against a damaged cross-reference
005250*     looping back on itself.
005260*================================================================
005270 2810-FOLLOW-REKEY.
005280     MOVE CF-RESOLVE-ID TO XR-OLD-ACCOUNT-ID.
005290     MOVE CF-RESOLVE-DATE TO XR-CHANGE-DATE.
005300     MOVE CF-RESOLVE-TIME TO XR-CHANGE-TIME.
005310     START ACCOUNT-XREF-FILE
005320         KEY IS GREATER THAN XR-XREF-KEY
005330         INVALID KEY
005340             SET CF-CHAIN-DONE TO TRUE
005350             GO TO 2810-EXIT
005360     END-START.
005370     READ ACCOUNT-XREF-FILE NEXT RECORD
005380         AT END
005390             SET CF-CHAIN-DONE TO TRUE
005400             GO TO 2810-EXIT
005410     END-READ.
005420     IF XR-OLD-ACCOUNT-ID NOT = CF-RESOLVE-ID
005430         SET CF-CHAIN-DONE TO TRUE
005440         GO TO 2810-EXIT
005450     END-IF.
005460     ADD 1 TO CF-HOP-COUNT.
005470     IF CF-HOP-COUNT > CF-MAX-HOPS
005480         DISPLAY "Re-Key Chain Too Long, Stopped At: "
005490             CF-RESOLVE-ID
005500         SET CF-CHAIN-DONE TO TRUE
005510         GO TO 2810-EXIT
005520     END-IF.
005530     MOVE XR-NEW-ACCOUNT-ID TO CF-RESOLVE-ID.
005540     MOVE XR-CHANGE-DATE TO CF-RESOLVE-DATE.
005550     MOVE XR-CHANGE-TIME TO CF-RESOLVE-TIME.
005560 2810-EXIT.
005570     EXIT.
005580
005590*================================================================
005600* 3000-WRITE-FEED
005610*     Header, one detail per account with a net change, then
005620*     the trailer.  An empty day still sends both control
005630*     records, so the receiver can tell a quiet day from a
005640*     missing file.
005650*================================================================
005660 3000-WRITE-FEED.
005670     MOVE SPACES TO ADDRESS-FEED-RECORD.
005680     SET DF-TYPE-HEADER TO TRUE.
005690     MOVE ZERO TO DF-SEQUENCE-NBR.
005700     MOVE CF-BUSINESS-DATE TO DF-BUSINESS-DATE.
005710     MOVE "ADDRFEED" TO DF-FEED-NAME.
005720     MOVE CF-CURRENT-TIME(1:6) TO DF-CREATED-TIME.
005730     MOVE ZERO TO DF-DETAIL-COUNT.
005740     WRITE ADDRESS-FEED-RECORD.
005750
005760     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
005770         VARYING CF-AC-SUB FROM 1 BY 1
005780         UNTIL CF-AC-SUB > CF-AC-COUNT.
005790
005800     MOVE SPACES TO ADDRESS-FEED-RECORD.
005810     SET DF-TYPE-TRAILER TO TRUE.
005820     COMPUTE DF-SEQUENCE-NBR = CF-DETAIL-COUNT + 1.
005830     MOVE CF-BUSINESS-DATE TO DF-BUSINESS-DATE.
005840     MOVE "ADDRFEED" TO DF-FEED-NAME.
005850     MOVE CF-CURRENT-TIME(1:6) TO DF-CREATED-TIME.
005860     MOVE CF-DETAIL-COUNT TO DF-DETAIL-COUNT.
005870     WRITE ADDRESS-FEED-RECORD.
005880 3000-EXIT.
005890     EXIT.
005900
005910*================================================================
005920* 3100-WRITE-DETAIL
005930*     Classifies the account's net change.  An account opened
005940*     today is an ADD whatever else happened to it; a purge
005950*     never sends the address it removed.  An account that
005960*     ends the day as it began - same address, same id, same
005970*     status - is netted out and sends nothing.  The status
005980*     sent is the account's status on the master now.
005990*================================================================
006000 3100-WRITE-DETAIL.
006010     MOVE CF-AC-ACCOUNT-ID(CF-AC-SUB) TO AM-ACCOUNT-ID.
006020     READ ACCOUNT-MASTER-FILE
006030         KEY IS AM-ACCOUNT-ID
006040         INVALID KEY
006050             MOVE SPACE TO AM-ACCOUNT-STATUS
006060     END-READ.
006070
006080     MOVE SPACES TO ADDRESS-FEED-RECORD.
006090     MOVE CF-AC-PRIOR-ID(CF-AC-SUB) TO DF-PRIOR-ACCOUNT-ID.
006100     MOVE CF-AC-OLD-EMAIL(CF-AC-SUB) TO DF-OLD-EMAIL-ADDRESS.
006110     EVALUATE TRUE
006120         WHEN CF-AC-ADDED(CF-AC-SUB)
006130             SET DF-CHANGE-ADD TO TRUE
006140             MOVE SPACES TO DF-PRIOR-ACCOUNT-ID
006150             MOVE SPACES TO DF-OLD-EMAIL-ADDRESS
006160         WHEN CF-AC-PURGED(CF-AC-SUB)
006170             SET DF-CHANGE-PURGE TO TRUE
006180             MOVE SPACES TO DF-OLD-EMAIL-ADDRESS
006190         WHEN CF-AC-OLD-EMAIL(CF-AC-SUB) NOT =
006200              CF-AC-NEW-EMAIL(CF-AC-SUB)
006210             SET DF-CHANGE-ADDRESS TO TRUE
006220         WHEN CF-AC-PRIOR-ID(CF-AC-SUB) NOT = SPACES
006230             SET DF-CHANGE-REKEY TO TRUE
006240         WHEN CF-AC-PRIOR-STATUS(CF-AC-SUB) NOT = SPACE
006250              AND CF-AC-PRIOR-STATUS(CF-AC-SUB) NOT =
006260                  AM-ACCOUNT-STATUS
006270             SET DF-CHANGE-STATUS TO TRUE
006280         WHEN OTHER
006290             ADD 1 TO CF-NETTED-OUT-COUNT
006300             GO TO 3100-EXIT
006310     END-EVALUATE.
006320
006330     ADD 1 TO CF-DETAIL-COUNT.
006340     SET DF-TYPE-DETAIL TO TRUE.
006350     MOVE CF-DETAIL-COUNT TO DF-SEQUENCE-NBR.
006360     MOVE CF-BUSINESS-DATE TO DF-BUSINESS-DATE.
006370     MOVE CF-AC-ACCOUNT-ID(CF-AC-SUB) TO DF-ACCOUNT-ID.
006380     MOVE CF-AC-NEW-EMAIL(CF-AC-SUB) TO DF-NEW-EMAIL-ADDRESS.
006390     MOVE AM-ACCOUNT-STATUS TO DF-ACCOUNT-STATUS.
006400     MOVE CF-AC-LAST-STAMP(CF-AC-SUB)(1:8) TO DF-EFFECTIVE-DATE.
006410     MOVE CF-AC-LAST-STAMP(CF-AC-SUB)(9:6) TO DF-EFFECTIVE-TIME.
006420     MOVE CF-AC-CHANGES(CF-AC-SUB) TO DF-CHANGES-NETTED.
006430     WRITE ADDRESS-FEED-RECORD.
006440 3100-EXIT.
006450     EXIT.
006460
006470*================================================================
006480* 4000-TERMINATE
006490*================================================================
006500 4000-TERMINATE.
006510     DISPLAY "ADDRCHANGEFEED - BUSINESS DATE: " CF-BUSINESS-DATE.
006520     DISPLAY "ADDRCHANGEFEED - AUDIT RECORDS READ: "
006530         CF-AUDIT-READ-COUNT.
006540     DISPLAY "ADDRCHANGEFEED - MAINT AUDIT RECORDS READ: "
006550         CF-MAINT-READ-COUNT.
006560     DISPLAY "ADDRCHANGEFEED - CHANGES NETTED: " CF-EVENT-COUNT.
006570     DISPLAY "ADDRCHANGEFEED - ACCOUNTS NETTED OUT: "
006580         CF-NETTED-OUT-COUNT.
006590     DISPLAY "ADDRCHANGEFEED - DETAIL RECORDS WRITTEN: "
006600         CF-DETAIL-COUNT.
006610     CLOSE AUDIT-IN-FILE.
006620     CLOSE MAINT-AUDIT-FILE.
006630     CLOSE ACCOUNT-MASTER-FILE.
006640     IF CF-XREF-ON-FILE
006650         CLOSE ACCOUNT-XREF-FILE
006660     END-IF.
006670     CLOSE FEED-FILE.
006680     MOVE ZERO TO RETURN-CODE.
006690     PERFORM 4100-WRITE-RUN-LEDGER THRU 4100-EXIT.
006700 4000-EXIT.
006710     EXIT.
006720
006730*================================================================
006740* 4100-WRITE-RUN-LEDGER
006750*     Appends this run's control totals to the shared run
006760*     ledger (RUNLEDGR.CPY) - the day's changes taken off each
006770*     trail and the details sent.  The applied ADD, CHANGE-ID,
006780*     INACTIVATE and REACTIVATE transactions taken off MNTAUDIT
006790*     (MAINT) are what AcctMastMaint reports it applied to the
006800*     master; the retention purge's records are counted apart
006810*     (PURGES).  The ledger is created on its first-ever open;
006820*     one that cannot be opened is reported but does not change
006830*     the return code - the feed itself is complete.
006840*================================================================
006850 4100-WRITE-RUN-LEDGER.
006860     OPEN EXTEND RUN-LEDGER-FILE.
006870     IF CF-LEDGER-NOT-FOUND
006880         OPEN OUTPUT RUN-LEDGER-FILE
006890     END-IF.
006900     IF NOT CF-LEDGER-OK
006910         DISPLAY "ADDRCHANGEFEED - UNABLE TO OPEN RUNLEDGR, "
006920             "STATUS = " CF-LEDGER-STATUS
006930             " - NO CONTROL TOTALS WRITTEN"
006940         GO TO 4100-EXIT
006950     END-IF.
006960     MOVE SPACES TO RUN-LEDGER-RECORD.
006970     INITIALIZE RUN-LEDGER-RECORD.
006980     MOVE "ADDRFEED" TO RL-STEP-NAME.
006990     MOVE CF-BUSINESS-DATE TO RL-BUSINESS-DATE.
007000     ACCEPT CF-CURRENT-TIME FROM TIME.
007010     MOVE CF-CURRENT-TIME(1:6) TO RL-WRITTEN-TIME.
007020     MOVE RETURN-CODE TO RL-STEP-RC.
007030     MOVE "I" TO RL-COUNT-FLOW(1).
007040     MOVE "AUDIT" TO RL-COUNT-CATEGORY(1).
007050     MOVE CF-AUDIT-TAKEN-COUNT TO RL-COUNT-VALUE(1).
007060     MOVE "I" TO RL-COUNT-FLOW(2).
007070     MOVE "MAINT" TO RL-COUNT-CATEGORY(2).
007080     MOVE CF-MAINT-TAKEN-COUNT TO RL-COUNT-VALUE(2).
007090     MOVE "I" TO RL-COUNT-FLOW(3).
007100     MOVE "PURGES" TO RL-COUNT-CATEGORY(3).
007110     MOVE CF-PURGE-TAKEN-COUNT TO RL-COUNT-VALUE(3).
007120     MOVE "O" TO RL-COUNT-FLOW(4).
007130     MOVE "DETAILS" TO RL-COUNT-CATEGORY(4).
007140     MOVE CF-DETAIL-COUNT TO RL-COUNT-VALUE(4).
007150     WRITE RUN-LEDGER-RECORD.
007160     CLOSE RUN-LEDGER-FILE.
007170 4100-EXIT.
007180     EXIT.
