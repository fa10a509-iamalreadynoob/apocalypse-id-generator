      *>----------------------------------------------------------*>
      *> IDGNIMG.CPY                                                *>
      *> Record layouts for the master image copy IDGENMSB.DAT,     *>
      *> written by IdMasterBackup and read back by                 *>
      *> IdForwardRecovery: an MIH header stamped with the date     *>
      *> and time the copy was taken, one MID record per master     *>
      *> entry carrying the whole IDGEN-MASTER-RECORD (200 bytes,   *>
      *> live layout leading, as on the year-end archive), and an   *>
      *> MIT trailer with the entry count and the serial hash       *>
      *> total, figured the same way as the card-transmittal hash,  *>
      *> so a short or damaged copy is refused before it is         *>
      *> loaded.                                                    *>
      *>----------------------------------------------------------*>
       01  IDGEN-IMAGE-RECORD.
           05  IDGEN-IMG-TYPE              PIC X(3).
      *>       "MIH" header, "MID" detail, "MIT" trailer
           05  FILLER                      PIC X(7).
           05  IDGEN-IMG-MASTER            PIC X(200).

       01  IDGEN-IMAGE-HEADER REDEFINES IDGEN-IMAGE-RECORD.
           05  IDGEN-IMH-TYPE              PIC X(3).
           05  FILLER                      PIC X(7).
           05  IDGEN-IMH-DATE              PIC X(8).
      *>       YYYYMMDD the copy was taken
           05  IDGEN-IMH-TIME              PIC X(8).
           05  IDGEN-IMH-JOB-ID            PIC X(8).
           05  FILLER                      PIC X(176).

       01  IDGEN-IMAGE-TRAILER REDEFINES IDGEN-IMAGE-RECORD.
           05  IDGEN-IMT-TYPE              PIC X(3).
           05  FILLER                      PIC X(7).
           05  IDGEN-IMT-COUNT             PIC 9(9).
           05  IDGEN-IMT-HASH              PIC 9(18).
           05  FILLER                      PIC X(173).
