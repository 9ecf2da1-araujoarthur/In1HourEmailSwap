000260         88  MA-REASON-WRITE-FAILED  VALUE "08".
000262         88  MA-REASON-ALREADY-FLAGGED VALUE "09".
000264         88  MA-REASON-NOT-FLAGGED   VALUE "10".
000266         88  MA-REASON-REKEY-LIMIT   VALUE "11".
000268         88  MA-REASON-ID-RETIRED    VALUE "12".
000269         88  MA-REASON-PURGED        VALUE "13".
000270     05  MA-MAINT-DATE               PIC 9(08).
000280     05  MA-MAINT-TIME               PIC 9(06).
