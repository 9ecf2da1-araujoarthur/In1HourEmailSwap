000010*================================================================
000020* ACCTXREF.CPY
000030* Account id cross-reference record.  One occurrence is written
000040* by AcctMastMaint for every CHANGE-ID it applies, keyed by the
000050* retired id plus the date and time of the re-key, and is never
000060* deleted - the permanent trail of every id an account has
000070* carried.  The re-key carries the account's history, suspense,
000080* pending and audit records across to the new id, but files
000090* cut before the re-key (archives, extracts kept aside) still
000100* name the old one; EmailHistInquiry and EmailSwapBackout
000110* follow an id forward through this file to the id the
000120* account carries today.  The date and time are part of the
000130* key because a retired id may be issued again and re-keyed
000140* a second time - the re-key that applies to a record is the
000150* first one after that record's own stamp.
000160*================================================================
000170 01  ACCOUNT-XREF-RECORD.
000180     05  XR-XREF-KEY.
000190         10  XR-OLD-ACCOUNT-ID       PIC X(10).
000200         10  XR-CHANGE-DATE          PIC 9(08).
000210         10  XR-CHANGE-TIME          PIC 9(06).
000220     05  XR-NEW-ACCOUNT-ID           PIC X(10).
000230     05  FILLER                      PIC X(16).
