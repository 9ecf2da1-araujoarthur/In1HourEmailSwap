000360         88  AU-SOURCE-HR            VALUE "H".
000370         88  AU-SOURCE-CALLCTR       VALUE "C".
000380         88  AU-SOURCE-PORTAL        VALUE "P".
000382         88  AU-SOURCE-MIGRATION     VALUE "M".
000390*    The source system's own reference for the request,
000400*    carried from SWAPREQ.CPY - the call-center ticket or the
000410*    portal submission timestamp - so the disposition extract
000430*    end so history written before the field existed still
000440*    reads - old records show spaces.
000450     05  AU-EXTERNAL-REF             PIC X(14).
000460*    The date the request was first received, carried from
000470*    SWAPREQ.CPY (or SUSPREC.CPY for a work-down decision), so
000480*    the turnaround report can measure receipt to decision.
000485*    This and the two fields after it were added at the end
000487*    so older history still reads - old records show spaces.
000490     05  AU-RECEIVED-DATE            PIC X(08).
000500*    Why the request went to suspense - the nightly decision
000510*    that routed it there and every work-down decision on it
000520*    carry the suspense item's reason; spaces when the request
000530*    never went to suspense.
000540     05  AU-SUSPENSE-REASON          PIC X(01).
000550         88  AU-SUSP-NONE            VALUE SPACE.
000560         88  AU-SUSP-DUP-ADDRESS     VALUE "D".
000570         88  AU-SUSP-VELOCITY        VALUE "V".
000580         88  AU-SUSP-RISK-HOLD       VALUE "R".
000590*    "Y" when the decision did not finish the request - the
000600*    nightly rejection that routed it to suspense, a work-down
000610*    re-queue, or a release that failed re-verification and
000620*    left the item open.  A later decision will follow.
000630     05  AU-STILL-OPEN               PIC X(01).
000640         88  AU-REQUEST-STILL-OPEN   VALUE "Y".
