      *>       reports the card lost or stolen: the issued entry
      *>       is revoked with lost/stolen status and a
      *>       replacement serial is issued in the same step,
      *>       cross-referenced both ways on the master. "E"
      *>       issues an emergency temporary ID the same day under
      *>       relaxed rules: an unknown birth year (zeros) and a
      *>       shelter or camp region code not on the region table
      *>       are accepted, the re-registration check is skipped,
      *>       and the card goes out flagged as temporary. "P"
      *>       converts that temporary ID to a permanent one once
      *>       the documents are verified: the record is fully
      *>       validated and re-registration checked, and the
      *>       temporary entry for the same record key is closed
      *>       with a cross-reference to the new serial.
           05  PI-TRANS-CODE           PIC X(1).
      *>       The reject reason code and reject date are spaces on
      *>       ordinary intake; IdGenerator fills them when it writes
      *>       file is this same layout and can be corrected and fed
      *>       straight back in as a rework batch. Intake processing
      *>       ignores both fields.
           05  PI-REJECT-FIELDS.
               10  PI-REJECT-CODE      PIC X(2).
               10  PI-REJECT-DATE      PIC X(8).
      *>       YYYYMMDD
      *>       On intake the same columns carry the clerk who keyed
      *>       the transaction and, for a void or lost/stolen report,
      *>       the supervisor who signed it off, both checked against
      *>       the authorized-operator file (IDGNOPR). The reject
      *>       write overlays them, so a reworked reject is keyed
      *>       afresh by whoever corrects it.
           05  PI-OPERATOR-FIELDS REDEFINES PI-REJECT-FIELDS.
               10  PI-OPERATOR-ID      PIC X(5).
               10  PI-SUPERVISOR-ID    PIC X(5).
      *>       Office of origin, spaces on ordinary intake; filled
      *>       on the reject file so a reject can be routed back to
      *>       the regional office that sent it.
