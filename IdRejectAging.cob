      *>                   when an issued entry exists, and an      *>
      *>                   already-revoked reject (code 41) is      *>
      *>                   resolved outright.                       *>
      *>   2026-10-15  SK  A rejected emergency issue resolves once *>
      *>                   a temporary entry exists for the source  *>
      *>                   key.                                     *>
      *>   2026-10-15  SK  Registers its start and completion on   *>
      *>                   the run-control file IDGENRUN.DAT       *>
      *>                   against the parameter card's cycle      *>
      *>                   date.                                   *>
      *>   2026-10-15  SK  A rejected emergency issue is resolved  *>
      *>                   by a temporary entry, that entry once   *>
      *>                   converted, or a permanent ID issued     *>
      *>                   directly, not by a temporary entry      *>
      *>                   alone.                                  *>
      *>--------------------------------------------------------*>

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-RPT-STATUS.

           SELECT IDGEN-RUN-CONTROL-FILE ASSIGN TO "IDGENRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-RCF-KEY
               ALTERNATE RECORD KEY IS IDGEN-RCF-PROGRAM
                   WITH DUPLICATES
               FILE STATUS IS AGE-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IDGEN-REJECT-FILE
           05  IDGEN-CTL-RESTART-IN         PIC X(1).
           05  FILLER                       PIC X(1).
           05  IDGEN-CTL-AGING-DAYS-IN      PIC 9(3).
           05  FILLER                       PIC X(26).
           05  IDGEN-CTL-CYCLE-DATE-IN      PIC 9(8).
      *>       YYYYMMDD nightly cycle the run registers against
      *>       on IDGEN-RUN-CONTROL-FILE; zeros or blank mean
      *>       the run date
           05  FILLER                       PIC X(26).

       FD  IDGEN-AGING-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  AGE-REPORT-RECORD               PIC X(80).

       FD  IDGEN-RUN-CONTROL-FILE.
           COPY IDGNRUN.

       WORKING-STORAGE SECTION.

       01  AGE-FILE-STATUSES.
           05  AGE-MST-STATUS              PIC X(2) VALUE SPACES.
           05  AGE-CTL-STATUS              PIC X(2) VALUE SPACES.
           05  AGE-RPT-STATUS              PIC X(2) VALUE SPACES.
           05  AGE-RUN-STATUS              PIC X(2) VALUE SPACES.

       01  AGE-SWITCHES.
           05  AGE-RJF-EOF-SWITCH          PIC X(1) VALUE "N".
           05  AGE-DETAIL-READ-SWITCH      PIC X(1) VALUE "N".
               88  DETAIL-RECORD-READ          VALUE "Y".
           05  AGE-RESOLVE-TARGET          PIC X(1) VALUE "I".
               88  RESOLVE-ON-EMERGENCY        VALUE "E".
      *>       Master status that counts as resolved for the
      *>       reject in hand: "I" for a failed issue, "R" for a
      *>       failed void (resolution means the revocation has
      *>       since gone through). "E" marks a failed emergency
      *>       temporary issue, resolved by any entry that
      *>       settles it - see AGE-ENTRY-STATUS.
           05  AGE-ENTRY-STATUS            PIC X(1) VALUE SPACES.
               88  EMERGENCY-SETTLED           VALUE "T" "C" "I".
      *>       Status of the master entry in hand: a temporary
      *>       entry, the same entry once converted, or a
      *>       permanent ID issued directly all settle an
      *>       emergency reject.

      *>--------------------------------------------------------*>
      *> Run-control registration: this job's entry on             *>
      *> IDGEN-RUN-CONTROL-FILE, keyed by cycle date and program,  *>
      *> and the fields used to look up the runs of the jobs it    *>
      *> depends on.                                               *>
      *>--------------------------------------------------------*>
       01  AGE-RUN-CONTROL-FIELDS.
           05  AGE-RUN-PROGRAM             PIC X(20)
               VALUE "IdRejectAging".
           05  AGE-RUN-JOB-ID              PIC X(8) VALUE "IDGEN001".
           05  AGE-RUN-CYCLE-DATE          PIC X(8) VALUE SPACES.
           05  AGE-RUN-SCAN-SWITCH         PIC X(1) VALUE "N".
               88  END-OF-RUN-SCAN             VALUE "Y".
           05  AGE-RUN-ENTRY-SWITCH        PIC X(1) VALUE "N".
               88  RUN-ENTRY-ON-FILE           VALUE "Y".

       77  AGE-THRESHOLD-DAYS              PIC 9(3) VALUE 7.

      *> 0000-MAINLINE                                             *>
      *>--------------------------------------------------------*>
       0000-MAINLINE.
           PERFORM 0100-REGISTER-RUN-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-REJECT THRU 2000-EXIT
               UNTIL END-OF-REJECT-FILE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9900-REGISTER-RUN-END THRU 9900-EXIT.
           STOP RUN.

       0000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 0100-REGISTER-RUN-START - before any file of its own is   *>
      *> opened, the job picks up its job id and cycle date from   *>
      *> the parameter card, looks itself up on                    *>
      *> IDGEN-RUN-CONTROL-FILE, and records its start against the *>
      *> cycle date. No other job has to be complete first.        *>
      *>--------------------------------------------------------*>
       0100-REGISTER-RUN-START.
           PERFORM 0110-READ-RUN-PARAMETERS THRU 0110-EXIT.
           OPEN I-O IDGEN-RUN-CONTROL-FILE.
           IF AGE-RUN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-RUN-CONTROL-FILE
               CLOSE IDGEN-RUN-CONTROL-FILE
               OPEN I-O IDGEN-RUN-CONTROL-FILE
           END-IF.
           IF AGE-RUN-STATUS NOT = "00"
               DISPLAY "IDREJECTAGING - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " AGE-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0150-CLOSE-OUT-OPEN-RUNS THRU 0150-EXIT.
           PERFORM 0160-WRITE-START-ENTRY THRU 0160-EXIT.
           CLOSE IDGEN-RUN-CONTROL-FILE.

       0100-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 0110-READ-RUN-PARAMETERS - job id and cycle date off the  *>
      *> parameter card; with no cycle date on the card the run    *>
      *> date is the cycle.                                        *>
      *>--------------------------------------------------------*>
       0110-READ-RUN-PARAMETERS.
           OPEN INPUT IDGEN-CONTROL-FILE.
           IF AGE-CTL-STATUS = "00"
               READ IDGEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IDGEN-CTL-JOB-ID-IN TO AGE-RUN-JOB-ID
                       IF IDGEN-CTL-CYCLE-DATE-IN IS NUMERIC
                          AND IDGEN-CTL-CYCLE-DATE-IN > ZERO
                           MOVE IDGEN-CTL-CYCLE-DATE-IN
                               TO AGE-RUN-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE IDGEN-CONTROL-FILE
           END-IF.
           IF AGE-RUN-CYCLE-DATE = SPACES
               ACCEPT AGE-RUN-CYCLE-DATE FROM DATE YYYYMMDD
           END-IF.

       0110-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 0150-CLOSE-OUT-OPEN-RUNS - an earlier start of this job   *>
      *> that never completed is superseded by this one; it is     *>
      *> marked abandoned so it no longer holds up the jobs that   *>
      *> wait on it.                                               *>
      *>--------------------------------------------------------*>
       0150-CLOSE-OUT-OPEN-RUNS.
           MOVE "N" TO AGE-RUN-SCAN-SWITCH.
           MOVE AGE-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
           START IDGEN-RUN-CONTROL-FILE KEY = IDGEN-RCF-PROGRAM
               INVALID KEY
                   SET END-OF-RUN-SCAN TO TRUE
           END-START.
           PERFORM 0151-CLOSE-OUT-RUN-ENTRY THRU 0151-EXIT
               UNTIL END-OF-RUN-SCAN.

       0150-EXIT.
           EXIT.

       0151-CLOSE-OUT-RUN-ENTRY.
           READ IDGEN-RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET END-OF-RUN-SCAN TO TRUE
               NOT AT END
                   IF IDGEN-RCF-PROGRAM NOT = AGE-RUN-PROGRAM
                       SET END-OF-RUN-SCAN TO TRUE
                   ELSE
                       IF IDGEN-RCF-STARTED
                           SET IDGEN-RCF-ABANDONED TO TRUE
                           REWRITE IDGEN-RUN-CONTROL-RECORD
                       END-IF
                   END-IF
           END-READ.

       0151-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 0160-WRITE-START-ENTRY - one entry per program per cycle: *>
      *> a rerun in the same cycle rewrites it and counts the      *>
      *> extra start.                                              *>
      *>--------------------------------------------------------*>
       0160-WRITE-START-ENTRY.
           MOVE AGE-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE.
           MOVE AGE-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
           MOVE "N" TO AGE-RUN-ENTRY-SWITCH.
           READ IDGEN-RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-ENTRY-ON-FILE TO TRUE
           END-READ.
           IF NOT RUN-ENTRY-ON-FILE
               MOVE SPACES TO IDGEN-RUN-CONTROL-RECORD
               MOVE AGE-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE AGE-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               MOVE ZERO TO IDGEN-RCF-START-COUNT
           END-IF.
           MOVE AGE-RUN-JOB-ID TO IDGEN-RCF-JOB-ID.
           SET IDGEN-RCF-STARTED TO TRUE.
           ACCEPT IDGEN-RCF-START-DATE FROM DATE YYYYMMDD.
           ACCEPT IDGEN-RCF-START-TIME FROM TIME.
           MOVE SPACES TO IDGEN-RCF-END-DATE.
           MOVE SPACES TO IDGEN-RCF-END-TIME.
           MOVE ZERO TO IDGEN-RCF-RETURN-CODE.
           INITIALIZE IDGEN-RCF-TALLIES.
           ADD 1 TO IDGEN-RCF-START-COUNT.
           IF RUN-ENTRY-ON-FILE
               REWRITE IDGEN-RUN-CONTROL-RECORD
           ELSE
               WRITE IDGEN-RUN-CONTROL-RECORD
           END-IF.
           IF AGE-RUN-STATUS NOT = "00"
               DISPLAY "IDREJECTAGING - UNABLE TO RECORD THE RUN "
                   "START, STATUS " AGE-RUN-STATUS
               CLOSE IDGEN-RUN-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0160-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1000-INITIALIZE - open the files, pick the aging          *>
      *> threshold off the parameter card, and fix today's day     *>
      *> 2200-CHECK-RESOLVED - keyed scan of the master's          *>
      *> source-key alternate index, with resolution judged by     *>
      *> what the reject was trying to do: a failed issue is       *>
      *> resolved once an issued entry exists for the source key   *>
      *> (for an emergency issue, a temporary entry, that entry    *>
      *> converted, or a permanent ID issued directly),            *>
      *> a failed void (transaction "V", reject codes 40/42) is    *>
      *> resolved once the entry is revoked, and a void rejected   *>
      *> because the ID was already revoked (code 41) has nothing  *>
           ELSE
               IF PI-TRANS-CODE = "V"
                   MOVE "R" TO AGE-RESOLVE-TARGET
               ELSE
               IF PI-TRANS-CODE = "E"
                   SET RESOLVE-ON-EMERGENCY TO TRUE
               ELSE
                   MOVE "I" TO AGE-RESOLVE-TARGET
               END-IF
               END-IF
               MOVE PI-RECORD-KEY TO IDGEN-MST-SOURCE-KEY
               START IDGEN-MASTER-FILE
                   KEY = IDGEN-MST-SOURCE-KEY
                   IF IDGEN-MST-SOURCE-KEY NOT = PI-RECORD-KEY
                       SET MASTER-SCAN-DONE TO TRUE
                   ELSE
                       MOVE IDGEN-MST-STATUS-CODE TO AGE-ENTRY-STATUS
                       IF IDGEN-MST-STATUS-CODE = AGE-RESOLVE-TARGET
                          OR (RESOLVE-ON-EMERGENCY
                              AND EMERGENCY-SETTLED)
                           SET REJECT-RESOLVED TO TRUE
                       END-IF
                   END-IF

       9000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 9900-REGISTER-RUN-END - the job ran to its end: its entry *>
      *> on IDGEN-RUN-CONTROL-FILE is marked completed with the    *>
      *> return code and key counts. A completion that cannot be   *>
      *> recorded leaves the run open, so the return code is       *>
      *> raised to 8 to bring it to the operator.                  *>
      *>--------------------------------------------------------*>
       9900-REGISTER-RUN-END.
           OPEN I-O IDGEN-RUN-CONTROL-FILE.
           IF AGE-RUN-STATUS NOT = "00"
               DISPLAY "IDREJECTAGING - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " AGE-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE AGE-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE AGE-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               READ IDGEN-RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "IDREJECTAGING - RUN START ENTRY NOT "
                           "FOUND, COMPLETION NOT RECORDED"
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM 9910-WRITE-END-ENTRY THRU 9910-EXIT
               END-READ
               CLOSE IDGEN-RUN-CONTROL-FILE
           END-IF.

       9900-EXIT.
           EXIT.

       9910-WRITE-END-ENTRY.
           SET IDGEN-RCF-COMPLETED TO TRUE.
           ACCEPT IDGEN-RCF-END-DATE FROM DATE YYYYMMDD.
           ACCEPT IDGEN-RCF-END-TIME FROM TIME.
           MOVE RETURN-CODE TO IDGEN-RCF-RETURN-CODE.
           MOVE "REJECTS" TO IDGEN-RCF-TLY-LABEL (1).
           MOVE AGE-REJECTS-READ TO IDGEN-RCF-TLY-VALUE (1).
           MOVE "UNRESOLVED" TO IDGEN-RCF-TLY-LABEL (2).
           MOVE AGE-REJECTS-UNRESOLVED TO IDGEN-RCF-TLY-VALUE (2).
           MOVE "LISTED" TO IDGEN-RCF-TLY-LABEL (3).
           MOVE AGE-REJECTS-LISTED TO IDGEN-RCF-TLY-VALUE (3).
           REWRITE IDGEN-RUN-CONTROL-RECORD.
           IF AGE-RUN-STATUS NOT = "00"
               DISPLAY "IDREJECTAGING - UNABLE TO RECORD THE RUN "
                   "COMPLETION, STATUS " AGE-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9910-EXIT.
           EXIT.
