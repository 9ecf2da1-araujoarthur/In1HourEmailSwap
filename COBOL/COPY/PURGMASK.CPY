000010*================================================================
000020* PURGMASK.CPY
000030* The fixed token RetentionPurge replaces every purged address
000040* with, on the master and on every file that carried it.  It
000050* carries no "@", so it can never pass the nightly syntax
000060* check as a requested address, and the master's alternate
000070* key allows any number of accounts to hold it.  Programs that
000080* check addresses on file compare against this copy to tell a
000090* purged account from a damaged one.
000100*================================================================
000110 01  PURGE-MASK-TOKEN                PIC X(256)
000120         VALUE "*** ADDRESS PURGED ***".
