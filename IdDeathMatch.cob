      *>                   same way the intake and bureau files     *>
      *>                   are - a truncated transfer fails         *>
      *>                   loudly instead of half-processing.       *>
      *>   2026-10-15  SK  Every flagged entry's after-image is     *>
      *>                   appended to the master change journal    *>
      *>                   for forward recovery.                    *>
      *>   2026-10-15  SK  A temporary ID takes the deceased flag   *>
      *>                   like an issued one.                      *>
      *>   2026-10-15  SK  Registers its start and completion on   *>
      *>                   the run-control file IDGENRUN.DAT       *>
      *>                   against the parameter card's cycle      *>
      *>                   date, and refuses to run while an       *>
      *>                   IdGenerator or IdDisposition run is     *>
      *>                   open.                                   *>
      *>   2026-10-15  SK  The job id read for run registration is *>
      *>                   used throughout; the second read of the *>
      *>                   parameter card is gone.                 *>
      *>--------------------------------------------------------*>

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DTH-DLS-STATUS.

           SELECT IDGEN-JOURNAL-FILE ASSIGN TO "IDGENJRN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DTH-JRN-STATUS.

           SELECT IDGEN-CONTROL-FILE ASSIGN TO "IDGENCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DTH-CTL-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DTH-RPT-STATUS.

           SELECT IDGEN-RUN-CONTROL-FILE ASSIGN TO "IDGENRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-RCF-KEY
               ALTERNATE RECORD KEY IS IDGEN-RCF-PROGRAM
                   WITH DUPLICATES
               FILE STATUS IS DTH-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>--------------------------------------------------------*>
           RECORD CONTAINS 80 CHARACTERS.
           COPY IDGNDLT.

      *>--------------------------------------------------------*>
      *> Master change journal: one JDT after-image per master   *>
      *> touch, replayed by IdForwardRecovery over the last      *>
      *> image copy.                                              *>
      *>--------------------------------------------------------*>
       FD  IDGEN-JOURNAL-FILE
           RECORD CONTAINS 260 CHARACTERS.
           COPY IDGNJRN.

       FD  IDGEN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  IDGEN-CONTROL-RECORD.
           05  IDGEN-CTL-RESTART-IN         PIC X(1).
           05  FILLER                       PIC X(1).
           05  IDGEN-CTL-AGING-DAYS-IN      PIC 9(3).
           05  FILLER                       PIC X(26).
           05  IDGEN-CTL-CYCLE-DATE-IN      PIC 9(8).
      *>       YYYYMMDD nightly cycle the run registers against
      *>       on IDGEN-RUN-CONTROL-FILE; zeros or blank mean
      *>       the run date
           05  FILLER                       PIC X(26).

       FD  IDGEN-DEATH-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  DTH-REPORT-RECORD               PIC X(80).

       FD  IDGEN-RUN-CONTROL-FILE.
           COPY IDGNRUN.

       WORKING-STORAGE SECTION.

       01  DTH-FILE-STATUSES.
           05  DTH-MST-STATUS              PIC X(2) VALUE SPACES.
           05  DTH-AUD-STATUS              PIC X(2) VALUE SPACES.
           05  DTH-DLS-STATUS              PIC X(2) VALUE SPACES.
           05  DTH-JRN-STATUS              PIC X(2) VALUE SPACES.
           05  DTH-CTL-STATUS              PIC X(2) VALUE SPACES.
           05  DTH-RPT-STATUS              PIC X(2) VALUE SPACES.
           05  DTH-RUN-STATUS              PIC X(2) VALUE SPACES.

       01  DTH-SWITCHES.
           05  DTH-EOF-SWITCH              PIC X(1) VALUE "N".
           05  DTH-DETAIL-READ-SWITCH      PIC X(1) VALUE "N".
               88  DETAIL-RECORD-READ          VALUE "Y".

      *>--------------------------------------------------------*>
      *> Run-control registration: this job's entry on             *>
      *> IDGEN-RUN-CONTROL-FILE, keyed by cycle date and program,  *>
      *> and the fields used to look up the runs of the jobs it    *>
      *> depends on.                                               *>
      *>--------------------------------------------------------*>
       01  DTH-RUN-CONTROL-FIELDS.
           05  DTH-RUN-PROGRAM             PIC X(20)
               VALUE "IdDeathMatch".
           05  DTH-RUN-JOB-ID              PIC X(8) VALUE "IDGEN001".
           05  DTH-RUN-CYCLE-DATE          PIC X(8) VALUE SPACES.
           05  DTH-RUN-LOOK-PROGRAM        PIC X(20) VALUE SPACES.
           05  DTH-RUN-OPEN-JOB-ID         PIC X(8) VALUE SPACES.
           05  DTH-RUN-OPEN-CYCLE          PIC X(8) VALUE SPACES.
           05  DTH-RUN-SCAN-SWITCH         PIC X(1) VALUE "N".
               88  END-OF-RUN-SCAN             VALUE "Y".
           05  DTH-RUN-OPEN-SWITCH         PIC X(1) VALUE "N".
               88  OPEN-RUN-FOUND              VALUE "Y".
           05  DTH-RUN-ENTRY-SWITCH        PIC X(1) VALUE "N".
               88  RUN-ENTRY-ON-FILE           VALUE "Y".


       01  DTH-CONTROL-FIELDS.
           05  DTH-SCAN-COUNT              PIC 9(7) COMP VALUE ZERO.
      *> 0000-MAINLINE                                             *>
      *>--------------------------------------------------------*>
       0000-MAINLINE.
           PERFORM 0100-REGISTER-RUN-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF DTH-CONTROLS-OK
               PERFORM 2000-PROCESS-DEATH-RECORD THRU 2000-EXIT
                   UNTIL END-OF-DEATH-FILE
           END-IF.
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
           IF DTH-RUN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-RUN-CONTROL-FILE
               CLOSE IDGEN-RUN-CONTROL-FILE
               OPEN I-O IDGEN-RUN-CONTROL-FILE
           END-IF.
           IF DTH-RUN-STATUS NOT = "00"
               DISPLAY "IDDEATHMATCH - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " DTH-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "IdGenerator" TO DTH-RUN-LOOK-PROGRAM.
           PERFORM 0120-FIND-OPEN-RUN THRU 0120-EXIT.
           IF OPEN-RUN-FOUND
               DISPLAY "IDDEATHMATCH - IDGENERATOR JOB "
                   DTH-RUN-OPEN-JOB-ID " FOR CYCLE "
                   DTH-RUN-OPEN-CYCLE " HAS NOT COMPLETED"
               PERFORM 0190-REFUSE-RUN THRU 0190-EXIT
           END-IF.
           MOVE "IdDisposition" TO DTH-RUN-LOOK-PROGRAM.
           PERFORM 0120-FIND-OPEN-RUN THRU 0120-EXIT.
           IF OPEN-RUN-FOUND
               DISPLAY "IDDEATHMATCH - IDDISPOSITION JOB "
                   DTH-RUN-OPEN-JOB-ID " FOR CYCLE "
                   DTH-RUN-OPEN-CYCLE " HAS NOT COMPLETED"
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
           IF DTH-CTL-STATUS = "00"
               READ IDGEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IDGEN-CTL-JOB-ID-IN TO DTH-RUN-JOB-ID
                       IF IDGEN-CTL-CYCLE-DATE-IN IS NUMERIC
                          AND IDGEN-CTL-CYCLE-DATE-IN > ZERO
                           MOVE IDGEN-CTL-CYCLE-DATE-IN
                               TO DTH-RUN-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE IDGEN-CONTROL-FILE
           END-IF.
           IF DTH-RUN-CYCLE-DATE = SPACES
               ACCEPT DTH-RUN-CYCLE-DATE FROM DATE YYYYMMDD
           END-IF.

       0110-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 0120-FIND-OPEN-RUN - reads every run of the program in    *>
      *> DTH-RUN-LOOK-PROGRAM, in any cycle, and stops at the      *>
      *> first one started and never completed.                    *>
      *>--------------------------------------------------------*>
       0120-FIND-OPEN-RUN.
           MOVE "N" TO DTH-RUN-OPEN-SWITCH.
           MOVE "N" TO DTH-RUN-SCAN-SWITCH.
           MOVE DTH-RUN-LOOK-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = DTH-RUN-LOOK-PROGRAM
                       SET END-OF-RUN-SCAN TO TRUE
                   ELSE
                       IF IDGEN-RCF-STARTED
                           SET OPEN-RUN-FOUND TO TRUE
                           MOVE IDGEN-RCF-JOB-ID
                               TO DTH-RUN-OPEN-JOB-ID
                           MOVE IDGEN-RCF-CYCLE-DATE
                               TO DTH-RUN-OPEN-CYCLE
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
           MOVE "N" TO DTH-RUN-SCAN-SWITCH.
           MOVE DTH-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = DTH-RUN-PROGRAM
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
           MOVE DTH-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE.
           MOVE DTH-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
           MOVE "N" TO DTH-RUN-ENTRY-SWITCH.
           READ IDGEN-RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-ENTRY-ON-FILE TO TRUE
           END-READ.
           IF NOT RUN-ENTRY-ON-FILE
               MOVE SPACES TO IDGEN-RUN-CONTROL-RECORD
               MOVE DTH-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE DTH-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               MOVE ZERO TO IDGEN-RCF-START-COUNT
           END-IF.
           MOVE DTH-RUN-JOB-ID TO IDGEN-RCF-JOB-ID.
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
           IF DTH-RUN-STATUS NOT = "00"
               DISPLAY "IDDEATHMATCH - UNABLE TO RECORD THE RUN "
                   "START, STATUS " DTH-RUN-STATUS
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
           DISPLAY "IDDEATHMATCH - PREREQUISITES NOT MET, "
               "RUN REFUSED".
           CLOSE IDGEN-RUN-CONTROL-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0190-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1000-INITIALIZE                                           *>
      *>--------------------------------------------------------*>
                   "IDGEN-DELTA-SPOOL, STATUS " DTH-DLS-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND IDGEN-JOURNAL-FILE.
           IF DTH-JRN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-JOURNAL-FILE
               CLOSE IDGEN-JOURNAL-FILE
               OPEN EXTEND IDGEN-JOURNAL-FILE
           END-IF.
           IF DTH-JRN-STATUS NOT = "00"
               DISPLAY "IDDEATHMATCH - UNABLE TO OPEN "
                   "IDGEN-JOURNAL-FILE, STATUS " DTH-JRN-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT IDGEN-DEATH-REPORT.
           IF DTH-RPT-STATUS NOT = "00"
               DISPLAY "IDDEATHMATCH - UNABLE TO OPEN "
           END-IF.
           WRITE DTH-REPORT-RECORD FROM DTH-HEADING-LINE.
           WRITE DTH-REPORT-RECORD FROM DTH-BLANK-LINE.
           PERFORM 1500-VERIFY-DEATH-CONTROLS THRU 1500-EXIT.
           IF DTH-CONTROLS-OK
               PERFORM 4000-READ-DEATH-RECORD THRU 4000-EXIT
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1500-VERIFY-DEATH-CONTROLS - pre-scans the weekly file   *>
      *> and refuses the whole transfer when the VTR trailer is   *>
           EXIT.

      *>--------------------------------------------------------*>
      *> 2300-FLAG-DECEASED-ENTRY - only an issued (or temporary)  *>
      *> entry takes the deceased flag; one already flagged is     *>
      *> counted, and a revoked entry keeps its revoked history    *>
      *> and is listed so the clerk knows the match landed on dead *>
      *> wood.                                                     *>
      *>--------------------------------------------------------*>
       2300-FLAG-DECEASED-ENTRY.
           EVALUATE TRUE
               WHEN IDGEN-MST-DECEASED
                   ADD 1 TO DTH-ALREADY-FLAGGED
               WHEN IDGEN-MST-ISSUED
               WHEN IDGEN-MST-TEMPORARY
                   SET IDGEN-MST-DECEASED TO TRUE
                   MOVE DTH-DEATH-REF TO IDGEN-MST-DEATH-REF
                   REWRITE IDGEN-MASTER-RECORD
                           DISPLAY "IDDEATHMATCH - MASTER REWRITE "
                               "FAILED FOR ID " IDGEN-MASTER-KEY
                   END-REWRITE
                   IF DTH-MST-STATUS = "00"
                       PERFORM 2700-WRITE-JOURNAL-RECORD
                           THRU 2700-EXIT
                   END-IF
                   ADD 1 TO DTH-ENTRIES-FLAGGED
                   MOVE DTH-DEATH-REF TO DTH-DTL-REF
                   MOVE "FLAGGED" TO DTH-DTL-TAG
      *> the vital-statistics record that killed it.               *>
      *>--------------------------------------------------------*>
       2400-WRITE-AUDIT-RECORD.
           MOVE DTH-RUN-JOB-ID TO IDGEN-AUD-JOB-ID.
           MOVE DTH-DEATH-REF TO IDGEN-AUD-SOURCE-KEY.
           MOVE IDGEN-MST-OFFICE TO IDGEN-AUD-OFFICE.
           MOVE IDGEN-MASTER-KEY TO IDGEN-AUD-SERIAL.
       2600-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2700-WRITE-JOURNAL-RECORD - the flagged entry's whole    *>
      *> after-image goes onto the master change journal.         *>
      *>--------------------------------------------------------*>
       2700-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO IDGEN-JOURNAL-RECORD.
           MOVE "JDT" TO IDGEN-JRN-TYPE.
           SET IDGEN-JRN-UPDATE TO TRUE.
           MOVE "IDDEATHMATCH" TO IDGEN-JRN-PROGRAM.
           MOVE "DECEASE" TO IDGEN-JRN-ACTION.
           MOVE DTH-RUN-JOB-ID TO IDGEN-JRN-JOB-ID.
           ACCEPT IDGEN-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT IDGEN-JRN-TIME FROM TIME.
           MOVE IDGEN-MASTER-RECORD TO IDGEN-JRN-MASTER.
           WRITE IDGEN-JOURNAL-RECORD.

       2700-EXIT.
           EXIT.

       2500-FORMAT-DEATH-NAME.
           MOVE DTH-GIVEN-NAME TO DTH-NAME-GIVEN.
           MOVE DTH-SURNAME TO DTH-NAME-SURNAME.
           END-IF.
           CLOSE IDGEN-MASTER-FILE.
           CLOSE IDGEN-DELTA-SPOOL.
           CLOSE IDGEN-JOURNAL-FILE.
           CLOSE IDGEN-AUDIT-FILE.
           CLOSE IDGEN-DEATH-REPORT.

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
           IF DTH-RUN-STATUS NOT = "00"
               DISPLAY "IDDEATHMATCH - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " DTH-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE DTH-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE DTH-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               READ IDGEN-RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "IDDEATHMATCH - RUN START ENTRY NOT "
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
           MOVE "DEATHS" TO IDGEN-RCF-TLY-LABEL (1).
           MOVE DTH-DEATHS-READ TO IDGEN-RCF-TLY-VALUE (1).
           MOVE "FLAGGED" TO IDGEN-RCF-TLY-LABEL (2).
           MOVE DTH-ENTRIES-FLAGGED TO IDGEN-RCF-TLY-VALUE (2).
           MOVE "UNMATCHED" TO IDGEN-RCF-TLY-LABEL (3).
           MOVE DTH-UNMATCHED TO IDGEN-RCF-TLY-VALUE (3).
           REWRITE IDGEN-RUN-CONTROL-RECORD.
           IF DTH-RUN-STATUS NOT = "00"
               DISPLAY "IDDEATHMATCH - UNABLE TO RECORD THE RUN "
                   "COMPLETION, STATUS " DTH-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9910-EXIT.
           EXIT.
