      *>                   output ledger), so the audit load now    *>
      *>                   accepts that action when matching the    *>
      *>                   run's master adds.                       *>
      *>   2026-10-15  SK  Emergency temporary IDs and conversions  *>
      *>                   to permanent add master entries audited  *>
      *>                   as "TEMPISS" and "CONVERT", so the audit *>
      *>                   load accepts those actions too.          *>
      *>   2026-10-15  SK  Registers its start and completion on   *>
      *>                   the run-control file IDGENRUN.DAT       *>
      *>                   against the parameter card's cycle      *>
      *>                   date, and runs only behind a completed  *>
      *>                   IdGenerator run: the latest one, for    *>
      *>                   the job on the card.                    *>
      *>   2026-10-15  SK  The job id read for run registration is *>
      *>                   used throughout; the second read of the *>
      *>                   parameter card is gone.                 *>
      *>   2026-10-15  SK  Recompiled for the IDGNCKP checkpoint   *>
      *>                   record, which grows by 14 bytes with    *>
      *>                   the temporary-ID counters; IDGENCKP.DAT *>
      *>                   must be converted or started new.       *>
      *>--------------------------------------------------------*>

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCN-RPT-STATUS.

           SELECT IDGEN-RUN-CONTROL-FILE ASSIGN TO "IDGENRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-RCF-KEY
               ALTERNATE RECORD KEY IS IDGEN-RCF-PROGRAM
                   WITH DUPLICATES
               FILE STATUS IS RCN-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IDGEN-OUTPUT-FILE
           05  IDGEN-CTL-RESTART-IN         PIC X(1).
           05  FILLER                       PIC X(1).
           05  IDGEN-CTL-AGING-DAYS-IN      PIC 9(3).
           05  FILLER                       PIC X(26).
           05  IDGEN-CTL-CYCLE-DATE-IN      PIC 9(8).
      *>       YYYYMMDD nightly cycle the run registers against
      *>       on IDGEN-RUN-CONTROL-FILE; zeros or blank mean
      *>       the run date
           05  FILLER                       PIC X(26).

       FD  IDGEN-RECON-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  RCN-REPORT-RECORD               PIC X(80).

       FD  IDGEN-RUN-CONTROL-FILE.
           COPY IDGNRUN.

       WORKING-STORAGE SECTION.

       01  RCN-FILE-STATUSES.
           05  RCN-CKP-STATUS              PIC X(2) VALUE SPACES.
           05  RCN-CTL-STATUS              PIC X(2) VALUE SPACES.
           05  RCN-RPT-STATUS              PIC X(2) VALUE SPACES.
           05  RCN-RUN-STATUS              PIC X(2) VALUE SPACES.

       01  RCN-SWITCHES.
           05  RCN-OUT-EOF-SWITCH          PIC X(1) VALUE "N".
           05  RCN-AUD-FOUND-SWITCH        PIC X(1) VALUE "N".
               88  AUDIT-SERIAL-FOUND          VALUE "Y".

      *>--------------------------------------------------------*>
      *> Run-control registration: this job's entry on             *>
      *> IDGEN-RUN-CONTROL-FILE, keyed by cycle date and program,  *>
      *> and the fields used to look up the runs of the jobs it    *>
      *> depends on.                                               *>
      *>--------------------------------------------------------*>
       01  RCN-RUN-CONTROL-FIELDS.
           05  RCN-RUN-PROGRAM             PIC X(20)
               VALUE "IdReconcile".
           05  RCN-RUN-JOB-ID              PIC X(8) VALUE "IDGEN001".
           05  RCN-RUN-CYCLE-DATE          PIC X(8) VALUE SPACES.
           05  RCN-RUN-ENTRY-STAMP.
               10  RCN-RES-DATE            PIC X(8).
               10  RCN-RES-TIME            PIC X(8).
           05  RCN-RUN-LATEST-STAMP        PIC X(16) VALUE SPACES.
           05  RCN-RUN-LATEST-JOB-ID       PIC X(8) VALUE SPACES.
           05  RCN-RUN-LATEST-CYCLE        PIC X(8) VALUE SPACES.
           05  RCN-RUN-LATEST-STATE        PIC X(1) VALUE SPACES.
               88  LATEST-RUN-COMPLETED        VALUE "C".
           05  RCN-RUN-LATEST-SWITCH       PIC X(1) VALUE "N".
               88  LATEST-RUN-FOUND            VALUE "Y".
           05  RCN-RUN-SCAN-SWITCH         PIC X(1) VALUE "N".
               88  END-OF-RUN-SCAN             VALUE "Y".
           05  RCN-RUN-ENTRY-SWITCH        PIC X(1) VALUE "N".
               88  RUN-ENTRY-ON-FILE           VALUE "Y".

       77  RCN-RUN-DATE                    PIC X(8) VALUE SPACES.

       01  RCN-COUNTERS.
      *> 0000-MAINLINE                                             *>
      *>--------------------------------------------------------*>
       0000-MAINLINE.
           PERFORM 0100-REGISTER-RUN-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-AUDIT-TRAIL THRU 2000-EXIT.
           PERFORM 3000-CHECK-OUTPUT-FILE THRU 3000-EXIT
               UNTIL END-OF-OUTPUT-FILE.
           PERFORM 4000-CHECK-MASTER-ADDS THRU 4000-EXIT.
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
      *> cycle date. It runs only behind the latest IdGenerator    *>
      *> run, once that run has completed, and only for the job id *>
      *> it ran under.                                             *>
      *>--------------------------------------------------------*>
       0100-REGISTER-RUN-START.
           PERFORM 0110-READ-RUN-PARAMETERS THRU 0110-EXIT.
           OPEN I-O IDGEN-RUN-CONTROL-FILE.
           IF RCN-RUN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-RUN-CONTROL-FILE
               CLOSE IDGEN-RUN-CONTROL-FILE
               OPEN I-O IDGEN-RUN-CONTROL-FILE
           END-IF.
           IF RCN-RUN-STATUS NOT = "00"
               DISPLAY "IDRECONCILE - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " RCN-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0140-FIND-LATEST-GENERATOR-RUN THRU 0140-EXIT.
           IF NOT LATEST-RUN-FOUND
               DISPLAY "IDRECONCILE - NO IDGENERATOR RUN ON "
                   "IDGEN-RUN-CONTROL-FILE"
               PERFORM 0190-REFUSE-RUN THRU 0190-EXIT
           END-IF.
           IF NOT LATEST-RUN-COMPLETED
               DISPLAY "IDRECONCILE - IDGENERATOR JOB "
                   RCN-RUN-LATEST-JOB-ID " FOR CYCLE "
                   RCN-RUN-LATEST-CYCLE " HAS NOT COMPLETED"
               PERFORM 0190-REFUSE-RUN THRU 0190-EXIT
           END-IF.
           IF RCN-RUN-LATEST-JOB-ID NOT = RCN-RUN-JOB-ID
               DISPLAY "IDRECONCILE - LAST IDGENERATOR RUN WAS "
                   "JOB " RCN-RUN-LATEST-JOB-ID
                   ", NOT JOB " RCN-RUN-JOB-ID
               PERFORM 0190-REFUSE-RUN THRU 0190-EXIT
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
           IF RCN-CTL-STATUS = "00"
               READ IDGEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IDGEN-CTL-JOB-ID-IN TO RCN-RUN-JOB-ID
                       IF IDGEN-CTL-CYCLE-DATE-IN IS NUMERIC
                          AND IDGEN-CTL-CYCLE-DATE-IN > ZERO
                           MOVE IDGEN-CTL-CYCLE-DATE-IN
                               TO RCN-RUN-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE IDGEN-CONTROL-FILE
           END-IF.
           IF RCN-RUN-CYCLE-DATE = SPACES
               ACCEPT RCN-RUN-CYCLE-DATE FROM DATE YYYYMMDD
           END-IF.

       0110-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 0140-FIND-LATEST-GENERATOR-RUN - the IdGenerator run this *>
      *> reconciliation follows is the one started most recently,  *>
      *> whatever its cycle.                                       *>
      *>--------------------------------------------------------*>
       0140-FIND-LATEST-GENERATOR-RUN.
           MOVE "N" TO RCN-RUN-SCAN-SWITCH.
           MOVE "N" TO RCN-RUN-LATEST-SWITCH.
           MOVE SPACES TO RCN-RUN-LATEST-STAMP.
           MOVE "IdGenerator" TO IDGEN-RCF-PROGRAM.
           START IDGEN-RUN-CONTROL-FILE KEY = IDGEN-RCF-PROGRAM
               INVALID KEY
                   SET END-OF-RUN-SCAN TO TRUE
           END-START.
           PERFORM 0141-EXAMINE-GENERATOR-RUN THRU 0141-EXIT
               UNTIL END-OF-RUN-SCAN.

       0140-EXIT.
           EXIT.

       0141-EXAMINE-GENERATOR-RUN.
           READ IDGEN-RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET END-OF-RUN-SCAN TO TRUE
               NOT AT END
                   IF IDGEN-RCF-PROGRAM NOT = "IdGenerator"
                       SET END-OF-RUN-SCAN TO TRUE
                   ELSE
                       MOVE IDGEN-RCF-START-DATE TO RCN-RES-DATE
                       MOVE IDGEN-RCF-START-TIME TO RCN-RES-TIME
                       IF RCN-RUN-ENTRY-STAMP
                          > RCN-RUN-LATEST-STAMP
                           SET LATEST-RUN-FOUND TO TRUE
                           MOVE RCN-RUN-ENTRY-STAMP
                               TO RCN-RUN-LATEST-STAMP
                           MOVE IDGEN-RCF-JOB-ID
                               TO RCN-RUN-LATEST-JOB-ID
                           MOVE IDGEN-RCF-CYCLE-DATE
                               TO RCN-RUN-LATEST-CYCLE
                           MOVE IDGEN-RCF-STATE
                               TO RCN-RUN-LATEST-STATE
                       END-IF
                   END-IF
           END-READ.

       0141-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 0150-CLOSE-OUT-OPEN-RUNS - an earlier start of this job   *>
      *> that never completed is superseded by this one; it is     *>
      *> marked abandoned so it no longer holds up the jobs that   *>
      *> wait on it.                                               *>
      *>--------------------------------------------------------*>
       0150-CLOSE-OUT-OPEN-RUNS.
           MOVE "N" TO RCN-RUN-SCAN-SWITCH.
           MOVE RCN-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = RCN-RUN-PROGRAM
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
           MOVE RCN-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE.
           MOVE RCN-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
           MOVE "N" TO RCN-RUN-ENTRY-SWITCH.
           READ IDGEN-RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-ENTRY-ON-FILE TO TRUE
           END-READ.
           IF NOT RUN-ENTRY-ON-FILE
               MOVE SPACES TO IDGEN-RUN-CONTROL-RECORD
               MOVE RCN-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE RCN-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               MOVE ZERO TO IDGEN-RCF-START-COUNT
           END-IF.
           MOVE RCN-RUN-JOB-ID TO IDGEN-RCF-JOB-ID.
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
           IF RCN-RUN-STATUS NOT = "00"
               DISPLAY "IDRECONCILE - UNABLE TO RECORD THE RUN "
                   "START, STATUS " RCN-RUN-STATUS
               CLOSE IDGEN-RUN-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0160-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 0190-REFUSE-RUN - a job this one depends on is not where  *>
      *> it must be: nothing of this job's own has been opened     *>
      *> yet, so it simply stops with return code 8.               *>
      *>--------------------------------------------------------*>
       0190-REFUSE-RUN.
           DISPLAY "IDRECONCILE - PREREQUISITES NOT MET, "
               "RUN REFUSED".
           CLOSE IDGEN-RUN-CONTROL-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0190-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1000-INITIALIZE - open the files and fetch the job's     *>
      *> checkpoint record for the control counts.                *>
      *>--------------------------------------------------------*>
       1000-INITIALIZE.
           OPEN INPUT IDGEN-OUTPUT-FILE.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-READ-CHECKPOINT-RECORD THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1200-READ-CHECKPOINT-RECORD - the checkpoint's issued    *>
      *> count is the figure the output and master must balance   *>
      *> of balance.                                              *>
      *>--------------------------------------------------------*>
       1200-READ-CHECKPOINT-RECORD.
           MOVE RCN-RUN-JOB-ID TO IDGEN-CKPT-JOB-ID.
           READ IDGEN-CHECKPOINT-FILE
               INVALID KEY
                   DISPLAY "IDRECONCILE - NO CHECKPOINT ON FILE FOR "
                       "JOB " RCN-RUN-JOB-ID
                   SET RECON-OUT-OF-BALANCE TO TRUE
               NOT INVALID KEY
                   SET CHECKPOINT-FOUND TO TRUE

      *>--------------------------------------------------------*>
      *> 2000-LOAD-AUDIT-TRAIL - collects the serials audited as  *>
      *> issued (ISSUE / REISSUE / REPLACE / TEMPISS / CONVERT)   *>
      *> by this job on the run date fixed by the checkpoint      *>
      *> record.                                                  *>
      *>--------------------------------------------------------*>
       2000-LOAD-AUDIT-TRAIL.
           PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
                   SET END-OF-AUDIT-FILE TO TRUE
               NOT AT END
                   MOVE RCN-AUDIT-RECORD TO IDGEN-AUDIT-LINE
                   IF IDGEN-AUD-JOB-ID = RCN-RUN-JOB-ID
                      AND IDGEN-AUD-DATE = RCN-RUN-DATE
                      AND (IDGEN-AUD-ACTION = "ISSUE"
                           OR IDGEN-AUD-ACTION = "REISSUE"
                           OR IDGEN-AUD-ACTION = "REPLACE"
                           OR IDGEN-AUD-ACTION = "TEMPISS"
                           OR IDGEN-AUD-ACTION = "CONVERT")
                       IF RCN-AUDIT-COUNT >= RCN-AUDIT-TABLE-MAX
                           DISPLAY "IDRECONCILE - AUDIT TABLE FULL "
                               "AT " RCN-AUDIT-TABLE-MAX " ENTRIES"
               AT END
                   SET END-OF-MASTER-FILE TO TRUE
               NOT AT END
                   IF IDGEN-MST-JOB-ID = RCN-RUN-JOB-ID
                      AND IDGEN-MST-ISSUE-DATE = RCN-RUN-DATE
                       ADD 1 TO RCN-MASTER-ADDS
                       PERFORM 4200-MATCH-AUDIT-SERIAL THRU 4200-EXIT
       9000-TERMINATE.
           WRITE RCN-REPORT-RECORD FROM RCN-BLANK-LINE.
           WRITE RCN-REPORT-RECORD FROM RCN-HEADING-LINE.
           MOVE RCN-RUN-JOB-ID TO RCN-JOB-LINE-ID.
           MOVE RCN-RUN-DATE TO RCN-JOB-LINE-DATE.
           WRITE RCN-REPORT-RECORD FROM RCN-JOB-LINE.
           WRITE RCN-REPORT-RECORD FROM RCN-BLANK-LINE.
           ELSE
               WRITE RCN-REPORT-RECORD FROM RCN-UNBALANCED-LINE
               DISPLAY "IDRECONCILE - OUT OF BALANCE FOR JOB "
                   RCN-RUN-JOB-ID
               MOVE 8 TO RETURN-CODE
           END-IF.


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
           IF RCN-RUN-STATUS NOT = "00"
               DISPLAY "IDRECONCILE - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " RCN-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE RCN-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE RCN-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               READ IDGEN-RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "IDRECONCILE - RUN START ENTRY NOT "
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
           MOVE "OUTPUT" TO IDGEN-RCF-TLY-LABEL (1).
           MOVE RCN-OUTPUT-READ TO IDGEN-RCF-TLY-VALUE (1).
           MOVE "ORPHANS" TO IDGEN-RCF-TLY-LABEL (2).
           MOVE RCN-OUTPUT-ORPHANS TO IDGEN-RCF-TLY-VALUE (2).
           MOVE "UNAUDITED" TO IDGEN-RCF-TLY-LABEL (3).
           MOVE RCN-MASTER-UNAUDITED TO IDGEN-RCF-TLY-VALUE (3).
           REWRITE IDGEN-RUN-CONTROL-RECORD.
           IF RCN-RUN-STATUS NOT = "00"
               DISPLAY "IDRECONCILE - UNABLE TO RECORD THE RUN "
                   "COMPLETION, STATUS " RCN-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9910-EXIT.
           EXIT.
