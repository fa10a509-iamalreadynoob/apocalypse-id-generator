      *>----------------------------------------------------------*>
      *> IDGNRUN.CPY                                                *>
      *> Record layout for IDGEN-RUN-CONTROL-FILE, the nightly      *>
      *> cycle's run-control file: one record per program per cycle *>
      *> date, written when the program starts and rewritten when   *>
      *> it completes, with the job id, return code, and the        *>
      *> program's key counts. Every job reads it before opening    *>
      *> anything of its own, so no job runs while one it depends   *>
      *> on is part-way through, and IdRunStatus lists it each      *>
      *> morning.                                                   *>
      *>----------------------------------------------------------*>
       01  IDGEN-RUN-CONTROL-RECORD.
           05  IDGEN-RCF-KEY.
               10  IDGEN-RCF-CYCLE-DATE    PIC X(8).
      *>           YYYYMMDD cycle date from the parameter card,
      *>           the run date when the card leaves it blank
               10  IDGEN-RCF-PROGRAM       PIC X(20).
      *>           PROGRAM-ID of the registering job; alternate
      *>           key, so one program's runs can be read together
           05  IDGEN-RCF-JOB-ID            PIC X(8).
           05  IDGEN-RCF-STATE             PIC X(1).
               88  IDGEN-RCF-STARTED           VALUE "S".
               88  IDGEN-RCF-COMPLETED         VALUE "C".
               88  IDGEN-RCF-ABANDONED         VALUE "A".
      *>       Abandoned: started, never completed, and since
      *>       superseded by a later start of the same program.
           05  IDGEN-RCF-START-DATE        PIC X(8).
           05  IDGEN-RCF-START-TIME        PIC X(8).
           05  IDGEN-RCF-END-DATE          PIC X(8).
           05  IDGEN-RCF-END-TIME          PIC X(8).
      *>       HHMMSSCC; end date and time stay blank until the
      *>       program completes.
           05  IDGEN-RCF-RETURN-CODE       PIC 9(4).
           05  IDGEN-RCF-START-COUNT       PIC 9(3).
      *>       Starts registered this cycle, reruns and restarts
      *>       included.
           05  IDGEN-RCF-TALLIES.
               10  IDGEN-RCF-TALLY OCCURS 3 TIMES.
                   15  IDGEN-RCF-TLY-LABEL PIC X(10).
                   15  IDGEN-RCF-TLY-VALUE PIC 9(9).
      *>       Up to three of the program's own key counts, each
      *>       under a short label, as of completion.
           05  FILLER                      PIC X(17).
