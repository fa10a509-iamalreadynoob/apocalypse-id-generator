      *>----------------------------------------------------------*>
      *> IDGNJRN.CPY                                                *>
      *> Record layouts for the master change journal IDGENJRN.DAT. *>
      *> Every program that writes, rewrites, or deletes an         *>
      *> IDGEN-MASTER-FILE entry appends one JDT record per touch   *>
      *> carrying the entry's full after-image (the deleted image   *>
      *> for a delete), so IdForwardRecovery can rebuild the        *>
      *> master from the last image copy without re-running a       *>
      *> single job. IdMasterBackup starts a fresh journal with     *>
      *> each image copy: its first record is a JHD header          *>
      *> repeating the copy's date/time stamp, count, and hash, so  *>
      *> recovery knows the journal begins exactly where that copy  *>
      *> ends. Unlike the DDT delta spool, which carries only the   *>
      *> name and status, the image here is the whole record.       *>
      *>----------------------------------------------------------*>
       01  IDGEN-JOURNAL-RECORD.
           05  IDGEN-JRN-TYPE              PIC X(3).
      *>       "JDT" detail, "JHD" header
           05  IDGEN-JRN-CHANGE            PIC X(1).
               88  IDGEN-JRN-ADD               VALUE "A".
               88  IDGEN-JRN-UPDATE            VALUE "C".
               88  IDGEN-JRN-DELETE            VALUE "D".
           05  IDGEN-JRN-PROGRAM           PIC X(16).
      *>       PROGRAM-ID of the job that touched the entry
           05  IDGEN-JRN-ACTION            PIC X(7).
      *>       The audit action of the touch (ISSUE / REISSUE /
      *>       VOID / RENEW / REPLACE / LOST / CARDACK / MAINT /
      *>       DECEASE / MERGE / TEMPISS / CONVERT / TMPCLOS), or
      *>       ARCHIVE for a year-end purge
           05  IDGEN-JRN-JOB-ID            PIC X(8).
           05  IDGEN-JRN-DATE              PIC X(8).
           05  IDGEN-JRN-TIME              PIC X(8).
           05  FILLER                      PIC X(9).
           05  IDGEN-JRN-MASTER            PIC X(200).

       01  IDGEN-JOURNAL-HEADER REDEFINES IDGEN-JOURNAL-RECORD.
           05  IDGEN-JRH-TYPE              PIC X(3).
           05  FILLER                      PIC X(1).
           05  IDGEN-JRH-IMAGE-DATE        PIC X(8).
           05  IDGEN-JRH-IMAGE-TIME        PIC X(8).
           05  IDGEN-JRH-IMAGE-COUNT       PIC 9(9).
           05  IDGEN-JRH-IMAGE-HASH        PIC 9(18).
           05  FILLER                      PIC X(213).
