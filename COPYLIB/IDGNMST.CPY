      *>       stolen and replaced in one step; distinct from a
      *>       plain revocation, with the replacement chain in
      *>       the cross-reference fields below.
               88  IDGEN-MST-MERGED            VALUE "M".
      *>       Retired by IdMerge as a confirmed duplicate of
      *>       another registrant's entry: handled as revoked
      *>       everywhere, with the surviving serial in
      *>       IDGEN-MST-MERGED-INTO.
               88  IDGEN-MST-TEMPORARY         VALUE "T".
      *>       Temporary ID issued in emergency mode under relaxed
      *>       intake rules (unknown birth year, shelter or camp
      *>       region) with a short validity set on the control
      *>       card; valid until its expiry date or conversion.
               88  IDGEN-MST-CONVERTED         VALUE "C".
      *>       Temporary ID closed by conversion once the person's
      *>       documents were verified: handled as revoked
      *>       everywhere, with the permanent serial in
      *>       IDGEN-MST-REPLACED-BY and the conversion date in
      *>       IDGEN-MST-REVOKE-DATE.
           05  IDGEN-MST-SOURCE-KEY        PIC X(10).
           05  IDGEN-MST-PERSON-ID.
               10  IDGEN-MST-SURNAME       PIC X(20).
      *>       lost/stolen replacement); spaces while issued and
      *>       on entries revoked before the field existed. The
      *>       year-end purge ages revocations on this date.
      *>       A merged entry carries its merge date here, and
      *>       a converted temporary entry its conversion date.
           05  IDGEN-MST-DEATH-REF         PIC X(10).
      *>       Vital-statistics death-registration reference,
      *>       filled by IdDeathMatch when the entry is flagged
      *> Lost/stolen replacement chain: the dead serial points   *>
      *> at its replacement and the replacement points back, so  *>
      *> a stolen-card investigation walks the chain from either *>
      *> end instead of pairing audit lines by hand. A temporary *>
      *> ID and the permanent serial it was converted to are     *>
      *> chained the same way.                                   *>
      *>--------------------------------------------------------*>
           05  IDGEN-MST-REPLACES          PIC X(22).
      *>       On a replacement entry: the lost/stolen serial it
      *>       replaced; on a permanent entry converted from a
      *>       temporary ID, that temporary serial; spaces
      *>       otherwise.
           05  IDGEN-MST-REPLACED-BY       PIC X(22).
      *>       On a lost/stolen entry: the serial issued in its
      *>       place; on a converted temporary entry, the
      *>       permanent serial; spaces otherwise.
           05  IDGEN-MST-MERGED-INTO       PIC X(22).
      *>       On a merged entry: the surviving serial the
      *>       duplicate was folded into; spaces otherwise.
           05  IDGEN-MST-REG-DATE          PIC X(8).
      *>       YYYYMMDD the registrant signed up at the office, from
      *>       the validated PI-REG-DATE of the intake record the
      *>       entry was last issued from, so turnaround is timed
      *>       from registration rather than from the issuing
      *>       night; spaces on entries issued before the field
      *>       existed. Brings the entry to the full 200 bytes of
      *>       the archive and image-copy records.
