000050* plus the date and time the address went on file, with the
000060* date and time it came off again (zero while the address is
000070* still current) and the source of the change.  Maintained by
000080* every program that writes AM-EMAIL-ADDRESS - the account
000085* ADD, the nightly swap, the suspense release and the mass
000090* back-out - so a compliance question about the addresses an
000100* account held in a date range reads one keyed file instead
000110* of the live audit trail plus months of archive extracts.
000120* An account on file before the history was kept has no row
000122* for the address it started with; the first swap, release
000124* or back-out to find no open row for it writes one, closed,
000126* from date and time zero, so the history always reaches
000128* back to the start.
000130*================================================================
000140 01  EMAIL-HISTORY-RECORD.
000150     05  EH-HISTORY-KEY.
000240         88  EH-SOURCE-SWAP          VALUE "S".
000250         88  EH-SOURCE-RELEASE       VALUE "R".
000260         88  EH-SOURCE-BACKOUT       VALUE "B".
000262         88  EH-SOURCE-ADD           VALUE "A".
000264         88  EH-SOURCE-BEFORE-HIST   VALUE "P".
000270     05  FILLER                      PIC X(09).
