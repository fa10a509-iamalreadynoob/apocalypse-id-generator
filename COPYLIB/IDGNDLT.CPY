           05  IDGEN-DLT-ACTION            PIC X(7).
      *>       The audit action that touched the master: ISSUE /
      *>       REISSUE / VOID / RENEW / REPLACE / LOST / MAINT /
      *>       DECEASE / CARDACK / MERGE / TEMPISS / CONVERT /
      *>       TMPCLOS, or BASE on a baseline extract.
           05  IDGEN-DLT-SERIAL            PIC X(22).
           05  IDGEN-DLT-STATUS            PIC X(1).
      *>       The entry's status after the touch.
