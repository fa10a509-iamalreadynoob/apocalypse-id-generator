      *>----------------------------------------------------------*>
      *> IDGNOPR.CPY                                                *>
      *> Record layout for IDGEN-OPERATOR-FILE, the authorized-     *>
      *> operator file every clerk-keyed transaction is checked     *>
      *> against: one line per operator ID with the role it holds   *>
      *> and whether it may key at all. A leaver is set inactive    *>
      *> rather than removed, so the IDs on old audit lines still   *>
      *> resolve to a name on the activity report.                  *>
      *>----------------------------------------------------------*>
       01  IDGEN-OPERATOR-RECORD.
           05  IDGEN-OPR-ID                PIC X(5).
           05  FILLER                      PIC X(1).
           05  IDGEN-OPR-ROLE              PIC X(1).
               88  IDGEN-OPR-CLERK             VALUE "C".
               88  IDGEN-OPR-SUPERVISOR        VALUE "S".
      *>       A supervisor may also key transactions as a clerk,
      *>       but never sign off a transaction they keyed.
           05  FILLER                      PIC X(1).
           05  IDGEN-OPR-ACTIVE-FLAG       PIC X(1).
               88  IDGEN-OPR-ACTIVE            VALUE "A".
               88  IDGEN-OPR-INACTIVE          VALUE "I".
           05  FILLER                      PIC X(1).
           05  IDGEN-OPR-NAME              PIC X(30).
           05  FILLER                      PIC X(40).
