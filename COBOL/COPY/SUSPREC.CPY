000320         88  SU-SOURCE-HR            VALUE "H".
000330         88  SU-SOURCE-CALLCTR       VALUE "C".
000340         88  SU-SOURCE-PORTAL        VALUE "P".
000342         88  SU-SOURCE-MIGRATION     VALUE "M".
000350*    Why the item is in suspense - a duplicate-address
000360*    collision, or an account whose address is changing too
000370*    often (velocity hold).  Items written before the field
000450*    cover worked-down items.  Added at the end so items
000460*    suspended before the field existed still read.
000470     05  SU-EXTERNAL-REF             PIC X(14).
000480*    The date the request was first received, carried from
000490*    SWAPREQ.CPY so the work-down's audit decisions keep it
000500*    for the turnaround report.  Added at the end so items
000510*    suspended before the field existed still read.
000520     05  SU-RECEIVED-DATE            PIC X(08).
