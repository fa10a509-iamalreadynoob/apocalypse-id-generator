      *>                   replace, not apply). Run for a first-   *>
      *>                   time subscriber or to resynchronize     *>
      *>                   after a gap in the sequence numbers.    *>
      *>   2026-10-15  SK  Registers its start and completion on   *>
      *>                   the run-control file IDGENRUN.DAT       *>
      *>                   against the parameter card's cycle      *>
      *>                   date, and refuses to run while an       *>
      *>                   IdGenerator or IdDisposition run is     *>
      *>                   open.                                   *>
      *>--------------------------------------------------------*>

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DBL-RPT-STATUS.

           SELECT IDGEN-RUN-CONTROL-FILE ASSIGN TO "IDGENRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-RCF-KEY
               ALTERNATE RECORD KEY IS IDGEN-RCF-PROGRAM
                   WITH DUPLICATES
               FILE STATUS IS DBL-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IDGEN-MASTER-FILE.
           RECORD CONTAINS 80 CHARACTERS.
       01  IDGEN-CONTROL-RECORD.
           05  IDGEN-CTL-JOB-ID-IN          PIC X(8).
           05  FILLER                       PIC X(38).
           05  IDGEN-CTL-CYCLE-DATE-IN      PIC 9(8).
      *>       YYYYMMDD nightly cycle the run registers against
      *>       on IDGEN-RUN-CONTROL-FILE; zeros or blank mean
      *>       the run date
           05  FILLER                       PIC X(26).
       01  IDGEN-CTL-AGENCY-RECORD.
           05  IDGEN-CTL-AGY-TAG            PIC X(6).
      *>       "AGENCY"
           RECORD CONTAINS 80 CHARACTERS.
       01  DBL-REPORT-RECORD               PIC X(80).

       FD  IDGEN-RUN-CONTROL-FILE.
           COPY IDGNRUN.

       WORKING-STORAGE SECTION.

       01  DBL-FILE-STATUSES.
           05  DBL-DSQ-STATUS              PIC X(2) VALUE SPACES.
           05  DBL-CTL-STATUS              PIC X(2) VALUE SPACES.
           05  DBL-RPT-STATUS              PIC X(2) VALUE SPACES.
           05  DBL-RUN-STATUS              PIC X(2) VALUE SPACES.

       01  DBL-SWITCHES.
           05  DBL-CTL-EOF-SWITCH          PIC X(1) VALUE "N".
           05  DBL-MST-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-MASTER-FILE          VALUE "Y".

      *>--------------------------------------------------------*>
      *> Run-control registration: this job's entry on             *>
      *> IDGEN-RUN-CONTROL-FILE, keyed by cycle date and program,  *>
      *> and the fields used to look up the runs of the jobs it    *>
      *> depends on.                                               *>
      *>--------------------------------------------------------*>
       01  DBL-RUN-CONTROL-FIELDS.
           05  DBL-RUN-PROGRAM             PIC X(20)
               VALUE "IdDeltaBaseline".
           05  DBL-RUN-JOB-ID              PIC X(8) VALUE "IDGEN001".
           05  DBL-RUN-CYCLE-DATE          PIC X(8) VALUE SPACES.
           05  DBL-RUN-LOOK-PROGRAM        PIC X(20) VALUE SPACES.
           05  DBL-RUN-OPEN-JOB-ID         PIC X(8) VALUE SPACES.
           05  DBL-RUN-OPEN-CYCLE          PIC X(8) VALUE SPACES.
           05  DBL-RUN-SCAN-SWITCH         PIC X(1) VALUE "N".
               88  END-OF-RUN-SCAN             VALUE "Y".
           05  DBL-RUN-OPEN-SWITCH         PIC X(1) VALUE "N".
               88  OPEN-RUN-FOUND              VALUE "Y".
           05  DBL-RUN-ENTRY-SWITCH        PIC X(1) VALUE "N".
               88  RUN-ENTRY-ON-FILE           VALUE "Y".

       77  DBL-DLT-FILE-NAME               PIC X(44) VALUE SPACES.

      *>--------------------------------------------------------*>
      *> 0000-MAINLINE                                             *>
      *>--------------------------------------------------------*>
       0000-MAINLINE.
           PERFORM 0100-REGISTER-RUN-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-EXTRACT-FOR-AGENCY THRU 2000-EXIT
               VARYING DBL-AGY-IDX FROM 1 BY 1
               UNTIL DBL-AGY-IDX > DBL-AGENCY-COUNT.
           PERFORM 8000-SAVE-SEQUENCE-NUMBERS THRU 8000-EXIT.
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
      *> cycle date. It does not run while an IdGenerator or       *>
      *> IdDisposition run is open - part-way through or waiting   *>
      *> on a restart - since both change the master it works      *>
      *> from.                                                     *>
      *>--------------------------------------------------------*>
       0100-REGISTER-RUN-START.
           PERFORM 0110-READ-RUN-PARAMETERS THRU 0110-EXIT.
           OPEN I-O IDGEN-RUN-CONTROL-FILE.
           IF DBL-RUN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-RUN-CONTROL-FILE
               CLOSE IDGEN-RUN-CONTROL-FILE
               OPEN I-O IDGEN-RUN-CONTROL-FILE
           END-IF.
           IF DBL-RUN-STATUS NOT = "00"
               DISPLAY "IDDELTABASELINE - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " DBL-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "IdGenerator" TO DBL-RUN-LOOK-PROGRAM.
           PERFORM 0120-FIND-OPEN-RUN THRU 0120-EXIT.
           IF OPEN-RUN-FOUND
               DISPLAY "IDDELTABASELINE - IDGENERATOR JOB "
                   DBL-RUN-OPEN-JOB-ID " FOR CYCLE "
                   DBL-RUN-OPEN-CYCLE " HAS NOT COMPLETED"
               PERFORM 0190-REFUSE-RUN THRU 0190-EXIT
           END-IF.
           MOVE "IdDisposition" TO DBL-RUN-LOOK-PROGRAM.
           PERFORM 0120-FIND-OPEN-RUN THRU 0120-EXIT.
           IF OPEN-RUN-FOUND
               DISPLAY "IDDELTABASELINE - IDDISPOSITION JOB "
                   DBL-RUN-OPEN-JOB-ID " FOR CYCLE "
                   DBL-RUN-OPEN-CYCLE " HAS NOT COMPLETED"
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
           IF DBL-CTL-STATUS = "00"
               READ IDGEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IDGEN-CTL-JOB-ID-IN TO DBL-RUN-JOB-ID
                       IF IDGEN-CTL-CYCLE-DATE-IN IS NUMERIC
                          AND IDGEN-CTL-CYCLE-DATE-IN > ZERO
                           MOVE IDGEN-CTL-CYCLE-DATE-IN
                               TO DBL-RUN-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE IDGEN-CONTROL-FILE
           END-IF.
           IF DBL-RUN-CYCLE-DATE = SPACES
               ACCEPT DBL-RUN-CYCLE-DATE FROM DATE YYYYMMDD
           END-IF.

       0110-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 0120-FIND-OPEN-RUN - reads every run of the program in    *>
      *> DBL-RUN-LOOK-PROGRAM, in any cycle, and stops at the      *>
      *> first one started and never completed.                    *>
      *>--------------------------------------------------------*>
       0120-FIND-OPEN-RUN.
           MOVE "N" TO DBL-RUN-OPEN-SWITCH.
           MOVE "N" TO DBL-RUN-SCAN-SWITCH.
           MOVE DBL-RUN-LOOK-PROGRAM TO IDGEN-RCF-PROGRAM.
           START IDGEN-RUN-CONTROL-FILE KEY = IDGEN-RCF-PROGRAM
               INVALID KEY
                   SET END-OF-RUN-SCAN TO TRUE
           END-START.
           PERFORM 0121-EXAMINE-RUN-ENTRY THRU 0121-EXIT
               UNTIL END-OF-RUN-SCAN OR OPEN-RUN-FOUND.

       0120-EXIT.
           EXIT.

       0121-EXAMINE-RUN-ENTRY.
           READ IDGEN-RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET END-OF-RUN-SCAN TO TRUE
               NOT AT END
                   IF IDGEN-RCF-PROGRAM NOT = DBL-RUN-LOOK-PROGRAM
                       SET END-OF-RUN-SCAN TO TRUE
                   ELSE
                       IF IDGEN-RCF-STARTED
                           SET OPEN-RUN-FOUND TO TRUE
                           MOVE IDGEN-RCF-JOB-ID
                               TO DBL-RUN-OPEN-JOB-ID
                           MOVE IDGEN-RCF-CYCLE-DATE
                               TO DBL-RUN-OPEN-CYCLE
                       END-IF
                   END-IF
           END-READ.

       0121-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 0150-CLOSE-OUT-OPEN-RUNS - an earlier start of this job   *>
      *> that never completed is superseded by this one; it is     *>
      *> marked abandoned so it no longer holds up the jobs that   *>
      *> wait on it.                                               *>
      *>--------------------------------------------------------*>
       0150-CLOSE-OUT-OPEN-RUNS.
           MOVE "N" TO DBL-RUN-SCAN-SWITCH.
           MOVE DBL-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = DBL-RUN-PROGRAM
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
           MOVE DBL-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE.
           MOVE DBL-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
           MOVE "N" TO DBL-RUN-ENTRY-SWITCH.
           READ IDGEN-RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-ENTRY-ON-FILE TO TRUE
           END-READ.
           IF NOT RUN-ENTRY-ON-FILE
               MOVE SPACES TO IDGEN-RUN-CONTROL-RECORD
               MOVE DBL-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE DBL-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               MOVE ZERO TO IDGEN-RCF-START-COUNT
           END-IF.
           MOVE DBL-RUN-JOB-ID TO IDGEN-RCF-JOB-ID.
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
           IF DBL-RUN-STATUS NOT = "00"
               DISPLAY "IDDELTABASELINE - UNABLE TO RECORD THE RUN "
                   "START, STATUS " DBL-RUN-STATUS
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
           DISPLAY "IDDELTABASELINE - PREREQUISITES NOT MET, "
               "RUN REFUSED".
           CLOSE IDGEN-RUN-CONTROL-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0190-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1000-INITIALIZE - open the master and report, load the    *>
      *> AGENCY entries from the control file, and bring back      *>

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
           IF DBL-RUN-STATUS NOT = "00"
               DISPLAY "IDDELTABASELINE - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " DBL-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE DBL-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE DBL-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               READ IDGEN-RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "IDDELTABASELINE - RUN START ENTRY NOT "
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
           MOVE "MASTER" TO IDGEN-RCF-TLY-LABEL (1).
           MOVE DBL-MASTER-READ TO IDGEN-RCF-TLY-VALUE (1).
           MOVE "EXTRACTS" TO IDGEN-RCF-TLY-LABEL (2).
           MOVE DBL-EXTRACTS-WRITTEN TO IDGEN-RCF-TLY-VALUE (2).
           REWRITE IDGEN-RUN-CONTROL-RECORD.
           IF DBL-RUN-STATUS NOT = "00"
               DISPLAY "IDDELTABASELINE - UNABLE TO RECORD THE RUN "
                   "COMPLETION, STATUS " DBL-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9910-EXIT.
           EXIT.
