000010*================================================================
000020* VELSUM.CPY
000030* Per-account change-velocity summary record, keyed by account
000040* id.  Holds a count of the address changes applied to the
000050* account on each of its most recent change days - one slot
000060* per business date, up to thirty-one distinct days, the
000070* oldest slot reused when a new day needs one.  Maintained by
000080* every program that applies a change to AM-EMAIL-ADDRESS on
000090* a member's behalf - the nightly swap and the suspense
000100* release add one to the day they apply it, the mass back-out
000110* takes one off the day of the swap it reverses - so the
000120* nightly velocity check is a single keyed read, whatever the
000130* size of the audit trail and whenever it was last archived.
000140* A reader's window must not be longer than thirty-one days.
000150*================================================================
000160 01  VELOCITY-SUMMARY-RECORD.
000170     05  VS-ACCOUNT-ID               PIC X(10).
000180     05  VS-DAY-ENTRY OCCURS 31 TIMES.
000190         10  VS-DAY-DATE             PIC 9(08).
000200             88  VS-DAY-UNUSED       VALUE ZERO.
000210         10  VS-DAY-COUNT            PIC 9(03).
000220     05  VS-LAST-UPDATE-DATE         PIC 9(08).
000230     05  VS-LAST-UPDATE-TIME         PIC 9(06).
000240     05  FILLER                      PIC X(20).
