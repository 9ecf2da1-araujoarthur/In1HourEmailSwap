000170*    checkpoints still read; old records show spaces, which
000180*    matches no run id and is simply not honored.
000190     05  CK-RUN-ID                   PIC X(08).
000200*    The count of the business date's records already on the
000210*    audit trail (AUDITOUT) when the pass first started that
000220*    night, carried forward by every later checkpoint of the
000230*    pass - a restart takes the records on file above it as
000240*    the decisions its earlier run wrote.  Added at the end;
000250*    older checkpoints show spaces.
000260     05  CK-AUDIT-BASE               PIC 9(08).
