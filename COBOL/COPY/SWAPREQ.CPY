000050* account.  Used as the primary input record for EmailValidation
000060* and as the output record produced by the intake front ends.
000070* SR-SOURCE-SYSTEM says which channel the request arrived on -
000080* the HR extract, the call center, the member self-service
000090* portal, or a corporate domain migration generated by
000095* DomainMigration - and travels through to the audit trail.
000100*================================================================
000110 01  SWAP-REQUEST-RECORD.
000120     05  SR-SEQUENCE-NBR             PIC 9(08).
000170         88  SR-SOURCE-HR            VALUE "H".
000180         88  SR-SOURCE-CALLCTR       VALUE "C".
000190         88  SR-SOURCE-PORTAL        VALUE "P".
000192         88  SR-SOURCE-MIGRATION     VALUE "M".
000200*    The night the swap is meant to apply - spaces or zeros
000210*    mean tonight, a future date diverts the request to the
000220*    pending-swaps file until its effective night.  Added at
000310*    the ticket system can close its own tickets.  Added at
000320*    the end so older records still read.
000330     05  SR-EXTERNAL-REF             PIC X(14).
000340*    The date the request was received - stamped by
000350*    SwapRequestIntake with the business date of the night it
000360*    arrived, unless the feed already supplied one.  Travels
000370*    with the request through the pending and suspense files
000380*    to the audit trail, so turnaround can be measured from
000390*    receipt to final decision.  Added at the end so older
000400*    records still read - they show spaces.
000410     05  SR-RECEIVED-DATE            PIC X(08).
