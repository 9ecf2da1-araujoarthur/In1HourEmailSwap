000010*================================================================
000020* BUSDATE.CPY
000030* Business-date control record.  The BUSDATE file holds one
000040* occurrence, set and advanced only by BusinessDateRoll, and
000050* every program in the nightly flow takes BD-BUSINESS-DATE as
000060* its processing date instead of the wall clock - so a batch
000070* window that runs past midnight, or a failed night rerun the
000080* next morning, stamps every audit, suspense, history and
000090* checkpoint record with the night's own date.  Times of day
000100* are still taken from the clock.  The prior date and the
000110* stamp of the last roll are kept for the operations desk.
000120*================================================================
000130 01  BUSINESS-DATE-RECORD.
000140     05  BD-BUSINESS-DATE            PIC 9(08).
000150     05  BD-PRIOR-BUSINESS-DATE      PIC 9(08).
000160     05  BD-LAST-ACTION              PIC X(04).
000170         88  BD-ACTION-ROLL          VALUE "ROLL".
000180         88  BD-ACTION-SET           VALUE "SET ".
000190     05  BD-ROLLED-DATE              PIC 9(08).
000200     05  BD-ROLLED-TIME              PIC 9(06).
000210     05  FILLER                      PIC X(06).
