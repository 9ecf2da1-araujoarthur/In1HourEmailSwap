000010*================================================================
000020* DOMMAP.CPY
000030* Domain migration map record.  One occurrence names one old
000040* corporate domain, the domain its holders move to, and the
000050* cutover night - the input DomainMigration turns into one
000060* dated swap request per active holder.  MP-EFFECTIVE-DATE is
000070* carried onto each request as SR-EFFECTIVE-DATE: spaces or
000080* zeros mean tonight, a future date holds the requests on the
000090* pending-swaps file until the cutover night, the same way
000100* DT-EFFECTIVE-DATE stages the matching ADD and REMOVE on the
000110* DOMAINS reference file.
000120*================================================================
000130 01  DOMAIN-MAP-RECORD.
000140     05  MP-OLD-DOMAIN               PIC X(64).
000150     05  MP-NEW-DOMAIN               PIC X(64).
000160     05  MP-EFFECTIVE-DATE           PIC X(08).
