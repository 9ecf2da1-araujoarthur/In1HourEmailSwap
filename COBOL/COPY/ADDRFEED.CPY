000010*================================================================
000020* ADDRFEED.CPY
000030* Daily address-change delta feed record.  One file per
000040* business day: a header, one detail per account whose
000050* address, id or status changed that day - netted, so a
000060* swap backed out the same night sends nothing - and a
000070* trailer carrying the detail count for the receiving system
000080* to reconcile against.  Every record carries the sequence
000090* number of its place in the file, header zero.
000100*     ADD      - account opened; old address blank.
000110*     ADDRESS  - address changed.
000120*     REKEY    - id changed, address unchanged.
000130*     STATUS   - only the active/inactive status changed.
000140*     PURGE    - address masked under the retention policy;
000150*                old address blank by design.
000160* DF-PRIOR-ACCOUNT-ID is the id the receiver last knew the
000170* account by when it was re-keyed that day, blank otherwise.
000180*================================================================
000190 01  ADDRESS-FEED-RECORD.
000200     05  DF-RECORD-TYPE              PIC X(01).
000210         88  DF-TYPE-HEADER          VALUE "H".
000220         88  DF-TYPE-DETAIL          VALUE "D".
000230         88  DF-TYPE-TRAILER         VALUE "T".
000240     05  DF-SEQUENCE-NBR             PIC 9(08).
000250     05  DF-BUSINESS-DATE            PIC 9(08).
000260     05  DF-DETAIL.
000270         10  DF-ACCOUNT-ID           PIC X(10).
000280         10  DF-PRIOR-ACCOUNT-ID     PIC X(10).
000290         10  DF-OLD-EMAIL-ADDRESS    PIC X(256).
000300         10  DF-NEW-EMAIL-ADDRESS    PIC X(256).
000310         10  DF-CHANGE-TYPE          PIC X(08).
000320             88  DF-CHANGE-ADD       VALUE "ADD".
000330             88  DF-CHANGE-ADDRESS   VALUE "ADDRESS".
000340             88  DF-CHANGE-REKEY     VALUE "REKEY".
000350             88  DF-CHANGE-STATUS    VALUE "STATUS".
000360             88  DF-CHANGE-PURGE     VALUE "PURGE".
000370         10  DF-ACCOUNT-STATUS       PIC X(01).
000380             88  DF-STATUS-ACTIVE    VALUE "A".
000390             88  DF-STATUS-INACTIVE  VALUE "I".
000400         10  DF-EFFECTIVE-DATE       PIC 9(08).
000410         10  DF-EFFECTIVE-TIME       PIC 9(06).
000420         10  DF-CHANGES-NETTED       PIC 9(03).
000430         10  FILLER                  PIC X(20).
000440*    Header and trailer view of the same area.
000450     05  DF-CONTROL REDEFINES DF-DETAIL.
000460         10  DF-FEED-NAME            PIC X(08).
000470         10  DF-CREATED-TIME         PIC 9(06).
000480         10  DF-DETAIL-COUNT         PIC 9(08).
000490         10  FILLER                  PIC X(556).
