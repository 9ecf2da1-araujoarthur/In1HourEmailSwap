000170         88  DR-SOURCE-HR            VALUE "H".
000180         88  DR-SOURCE-CALLCTR       VALUE "C".
000190         88  DR-SOURCE-PORTAL        VALUE "P".
000192         88  DR-SOURCE-MIGRATION     VALUE "M".
000200     05  DR-WINNING-SOURCE           PIC X(01).
000210         88  DR-WINNER-HR            VALUE "H".
000220         88  DR-WINNER-CALLCTR       VALUE "C".
000230         88  DR-WINNER-PORTAL        VALUE "P".
000232         88  DR-WINNER-MIGRATION     VALUE "M".
000240     05  DR-DROP-DATE                PIC 9(08).
000250     05  DR-DROP-TIME                PIC 9(06).
000260*    The losing request's own source reference, carried from
