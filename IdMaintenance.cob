      *>                   year-end archive rolls them with the     *>
      *>                   rest of the trail instead of keeping     *>
      *>                   them forever.                            *>
      *>   2026-10-15  SK  Every transaction now carries the ID of  *>
      *>                   the clerk who keyed it, checked against  *>
      *>                   the authorized-operator file; a birth-   *>
      *>                   year change also needs a supervisor      *>
      *>                   sign-off. Both IDs go onto an OPERATOR   *>
      *>                   line after the audit images.             *>
      *>   2026-10-15  SK  Every applied change's after-image is    *>
      *>                   appended to the master change journal    *>
      *>                   for forward recovery.                    *>
      *>   2026-10-15  SK  Registers its start and completion on   *>
      *>                   the run-control file IDGENRUN.DAT       *>
      *>                   against the parameter card's cycle      *>
      *>                   date, and refuses to run while an       *>
      *>                   IdGenerator or IdDisposition run is     *>
      *>                   open.                                   *>
      *>   2026-10-15  SK  Blanks the audit-line columns the       *>
      *>                   OPERATOR line's supervisor ID runs      *>
      *>                   into, so it no longer carries over onto *>
      *>                   the next action line.                   *>
      *>   2026-10-15  SK  The job id read for run registration is *>
      *>                   used throughout; the second read of the *>
      *>                   parameter card is gone.                 *>
      *>--------------------------------------------------------*>

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MNT-DLS-STATUS.

           SELECT IDGEN-JOURNAL-FILE ASSIGN TO "IDGENJRN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MNT-JRN-STATUS.

           SELECT IDGEN-CONTROL-FILE ASSIGN TO "IDGENCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MNT-CTL-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MNT-RPT-STATUS.

           SELECT IDGEN-OPERATOR-FILE ASSIGN TO "IDGENOPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MNT-OPR-STATUS.

           SELECT IDGEN-RUN-CONTROL-FILE ASSIGN TO "IDGENRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-RCF-KEY
               ALTERNATE RECORD KEY IS IDGEN-RCF-PROGRAM
                   WITH DUPLICATES
               FILE STATUS IS MNT-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>--------------------------------------------------------*>
           05  MNT-TRN-GIVEN-NAME          PIC X(15).
           05  FILLER                      PIC X(1).
           05  MNT-TRN-BIRTH-YEAR          PIC X(4).
           05  FILLER                      PIC X(1).
           05  MNT-TRN-OPERATOR-ID         PIC X(5).
           05  FILLER                      PIC X(1).
           05  MNT-TRN-SUPERVISOR-ID       PIC X(5).
      *>       Required only when the birth year changes
           05  FILLER                      PIC X(4).

       FD  IDGEN-MASTER-FILE.
           COPY IDGNMST.
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

       FD  IDGEN-MAINT-REGISTER
           RECORD CONTAINS 80 CHARACTERS.
       01  MNT-REGISTER-RECORD             PIC X(80).

       FD  IDGEN-OPERATOR-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY IDGNOPR.

       FD  IDGEN-RUN-CONTROL-FILE.
           COPY IDGNRUN.

       WORKING-STORAGE SECTION.

       01  MNT-FILE-STATUSES.
           05  MNT-MST-STATUS              PIC X(2) VALUE SPACES.
           05  MNT-AUD-STATUS              PIC X(2) VALUE SPACES.
           05  MNT-DLS-STATUS              PIC X(2) VALUE SPACES.
           05  MNT-JRN-STATUS              PIC X(2) VALUE SPACES.
           05  MNT-CTL-STATUS              PIC X(2) VALUE SPACES.
           05  MNT-RPT-STATUS              PIC X(2) VALUE SPACES.
           05  MNT-OPR-STATUS              PIC X(2) VALUE SPACES.
           05  MNT-RUN-STATUS              PIC X(2) VALUE SPACES.

       01  MNT-SWITCHES.
           05  MNT-TRN-EOF-SWITCH          PIC X(1) VALUE "N".
           05  MNT-TRN-OK-SWITCH           PIC X(1) VALUE "Y".
               88  TRANS-IS-GOOD               VALUE "Y".
               88  TRANS-IS-BAD                VALUE "N".
           05  MNT-OPR-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-OPERATOR-FILE        VALUE "Y".
           05  MNT-OPR-FOUND-SWITCH        PIC X(1) VALUE "N".
               88  OPERATOR-FOUND              VALUE "Y".

      *>--------------------------------------------------------*>
      *> Run-control registration: this job's entry on             *>
      *> IDGEN-RUN-CONTROL-FILE, keyed by cycle date and program,  *>
      *> and the fields used to look up the runs of the jobs it    *>
      *> depends on.                                               *>
      *>--------------------------------------------------------*>
       01  MNT-RUN-CONTROL-FIELDS.
           05  MNT-RUN-PROGRAM             PIC X(20)
               VALUE "IdMaintenance".
           05  MNT-RUN-JOB-ID              PIC X(8) VALUE "IDGEN001".
           05  MNT-RUN-CYCLE-DATE          PIC X(8) VALUE SPACES.
           05  MNT-RUN-LOOK-PROGRAM        PIC X(20) VALUE SPACES.
           05  MNT-RUN-OPEN-JOB-ID         PIC X(8) VALUE SPACES.
           05  MNT-RUN-OPEN-CYCLE          PIC X(8) VALUE SPACES.
           05  MNT-RUN-SCAN-SWITCH         PIC X(1) VALUE "N".
               88  END-OF-RUN-SCAN             VALUE "Y".
           05  MNT-RUN-OPEN-SWITCH         PIC X(1) VALUE "N".
               88  OPEN-RUN-FOUND              VALUE "Y".
           05  MNT-RUN-ENTRY-SWITCH        PIC X(1) VALUE "N".
               88  RUN-ENTRY-ON-FILE           VALUE "Y".

       77  MNT-REJECT-REASON               PIC X(40) VALUE SPACES.

       01  MNT-COUNTERS.
           05  MNT-TRANS-APPLIED           PIC 9(7) COMP VALUE ZERO.
           05  MNT-TRANS-REJECTED          PIC 9(7) COMP VALUE ZERO.

      *>--------------------------------------------------------*>
      *> Authorized-operator table, loaded whole from             *>
      *> IDGEN-OPERATOR-FILE at start-up.                         *>
      *>--------------------------------------------------------*>
       77  MNT-OPERATOR-TABLE-MAX          PIC 9(5) COMP VALUE 500.

       01  MNT-OPERATOR-TABLE.
           05  MNT-OPERATOR-ENTRY OCCURS 500 TIMES.
               10  MNT-OPT-ID              PIC X(5).
               10  MNT-OPT-ROLE            PIC X(1).
               10  MNT-OPT-ACTIVE-FLAG     PIC X(1).

       01  MNT-OPERATOR-FIELDS.
           05  MNT-OPERATOR-COUNT          PIC 9(5) COMP VALUE ZERO.
           05  MNT-OPT-IDX                 PIC 9(5) COMP VALUE ZERO.
           05  MNT-OPT-MATCH-IDX           PIC 9(5) COMP VALUE ZERO.
           05  MNT-OPT-SEARCH-ID           PIC X(5) VALUE SPACES.

           COPY IDGNAUD.

      *>--------------------------------------------------------*>
      *> 0000-MAINLINE                                             *>
      *>--------------------------------------------------------*>
       0000-MAINLINE.
           PERFORM 0100-REGISTER-RUN-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
               UNTIL END-OF-MAINT-FILE.
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
           IF MNT-RUN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-RUN-CONTROL-FILE
               CLOSE IDGEN-RUN-CONTROL-FILE
               OPEN I-O IDGEN-RUN-CONTROL-FILE
           END-IF.
           IF MNT-RUN-STATUS NOT = "00"
               DISPLAY "IDMAINTENANCE - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " MNT-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "IdGenerator" TO MNT-RUN-LOOK-PROGRAM.
           PERFORM 0120-FIND-OPEN-RUN THRU 0120-EXIT.
           IF OPEN-RUN-FOUND
               DISPLAY "IDMAINTENANCE - IDGENERATOR JOB "
                   MNT-RUN-OPEN-JOB-ID " FOR CYCLE "
                   MNT-RUN-OPEN-CYCLE " HAS NOT COMPLETED"
               PERFORM 0190-REFUSE-RUN THRU 0190-EXIT
           END-IF.
           MOVE "IdDisposition" TO MNT-RUN-LOOK-PROGRAM.
           PERFORM 0120-FIND-OPEN-RUN THRU 0120-EXIT.
           IF OPEN-RUN-FOUND
               DISPLAY "IDMAINTENANCE - IDDISPOSITION JOB "
                   MNT-RUN-OPEN-JOB-ID " FOR CYCLE "
                   MNT-RUN-OPEN-CYCLE " HAS NOT COMPLETED"
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
           IF MNT-CTL-STATUS = "00"
               READ IDGEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IDGEN-CTL-JOB-ID-IN TO MNT-RUN-JOB-ID
                       IF IDGEN-CTL-CYCLE-DATE-IN IS NUMERIC
                          AND IDGEN-CTL-CYCLE-DATE-IN > ZERO
                           MOVE IDGEN-CTL-CYCLE-DATE-IN
                               TO MNT-RUN-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE IDGEN-CONTROL-FILE
           END-IF.
           IF MNT-RUN-CYCLE-DATE = SPACES
               ACCEPT MNT-RUN-CYCLE-DATE FROM DATE YYYYMMDD
           END-IF.

       0110-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 0120-FIND-OPEN-RUN - reads every run of the program in    *>
      *> MNT-RUN-LOOK-PROGRAM, in any cycle, and stops at the      *>
      *> first one started and never completed.                    *>
      *>--------------------------------------------------------*>
       0120-FIND-OPEN-RUN.
           MOVE "N" TO MNT-RUN-OPEN-SWITCH.
           MOVE "N" TO MNT-RUN-SCAN-SWITCH.
           MOVE MNT-RUN-LOOK-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = MNT-RUN-LOOK-PROGRAM
                       SET END-OF-RUN-SCAN TO TRUE
                   ELSE
                       IF IDGEN-RCF-STARTED
                           SET OPEN-RUN-FOUND TO TRUE
                           MOVE IDGEN-RCF-JOB-ID
                               TO MNT-RUN-OPEN-JOB-ID
                           MOVE IDGEN-RCF-CYCLE-DATE
                               TO MNT-RUN-OPEN-CYCLE
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
           MOVE "N" TO MNT-RUN-SCAN-SWITCH.
           MOVE MNT-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = MNT-RUN-PROGRAM
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
           MOVE MNT-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE.
           MOVE MNT-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
           MOVE "N" TO MNT-RUN-ENTRY-SWITCH.
           READ IDGEN-RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-ENTRY-ON-FILE TO TRUE
           END-READ.
           IF NOT RUN-ENTRY-ON-FILE
               MOVE SPACES TO IDGEN-RUN-CONTROL-RECORD
               MOVE MNT-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE MNT-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               MOVE ZERO TO IDGEN-RCF-START-COUNT
           END-IF.
           MOVE MNT-RUN-JOB-ID TO IDGEN-RCF-JOB-ID.
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
           IF MNT-RUN-STATUS NOT = "00"
               DISPLAY "IDMAINTENANCE - UNABLE TO RECORD THE RUN "
                   "START, STATUS " MNT-RUN-STATUS
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
           DISPLAY "IDMAINTENANCE - PREREQUISITES NOT MET, "
               "RUN REFUSED".
           CLOSE IDGEN-RUN-CONTROL-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0190-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1000-INITIALIZE - open every file and prime the           *>
      *> transaction loop.                                         *>
      *>--------------------------------------------------------*>
       1000-INITIALIZE.
           OPEN INPUT IDGEN-MAINT-FILE.
                   "IDGEN-DELTA-SPOOL, STATUS " MNT-DLS-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND IDGEN-JOURNAL-FILE.
           IF MNT-JRN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-JOURNAL-FILE
               CLOSE IDGEN-JOURNAL-FILE
               OPEN EXTEND IDGEN-JOURNAL-FILE
           END-IF.
           IF MNT-JRN-STATUS NOT = "00"
               DISPLAY "IDMAINTENANCE - UNABLE TO OPEN "
                   "IDGEN-JOURNAL-FILE, STATUS " MNT-JRN-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT IDGEN-MAINT-REGISTER.
           IF MNT-RPT-STATUS NOT = "00"
               DISPLAY "IDMAINTENANCE - UNABLE TO OPEN "
           END-IF.
           WRITE MNT-REGISTER-RECORD FROM MNT-HEADING-LINE.
           WRITE MNT-REGISTER-RECORD FROM MNT-BLANK-LINE.
           PERFORM 1200-LOAD-OPERATOR-TABLE THRU 1200-EXIT.
           PERFORM 4000-READ-TRANSACTION THRU 4000-EXIT.

       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1200-LOAD-OPERATOR-TABLE - every maintenance is keyed by  *>
      *> a named clerk, so the run cannot proceed without the      *>
      *> authorized-operator file.                                 *>
      *>--------------------------------------------------------*>
       1200-LOAD-OPERATOR-TABLE.
           OPEN INPUT IDGEN-OPERATOR-FILE.
           IF MNT-OPR-STATUS NOT = "00"
               DISPLAY "IDMAINTENANCE - UNABLE TO OPEN "
                   "IDGEN-OPERATOR-FILE, STATUS " MNT-OPR-STATUS
               STOP RUN
           END-IF.
           PERFORM 1210-READ-OPERATOR-RECORD THRU 1210-EXIT
               UNTIL END-OF-OPERATOR-FILE.
           CLOSE IDGEN-OPERATOR-FILE.

       1200-EXIT.
           EXIT.

       1210-READ-OPERATOR-RECORD.
           READ IDGEN-OPERATOR-FILE
               AT END
                   SET END-OF-OPERATOR-FILE TO TRUE
               NOT AT END
                   IF MNT-OPERATOR-COUNT >= MNT-OPERATOR-TABLE-MAX
                       DISPLAY "IDMAINTENANCE - OPERATOR TABLE FULL AT "
                           MNT-OPERATOR-TABLE-MAX " ENTRIES"
                       STOP RUN
                   END-IF
                   ADD 1 TO MNT-OPERATOR-COUNT
                   MOVE IDGEN-OPR-ID
                       TO MNT-OPT-ID (MNT-OPERATOR-COUNT)
                   MOVE IDGEN-OPR-ROLE
                       TO MNT-OPT-ROLE (MNT-OPERATOR-COUNT)
                   MOVE IDGEN-OPR-ACTIVE-FLAG
                       TO MNT-OPT-ACTIVE-FLAG (MNT-OPERATOR-COUNT)
           END-READ.

       1210-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
           MOVE "Y" TO MNT-TRN-OK-SWITCH.
           MOVE SPACES TO MNT-REJECT-REASON.
           PERFORM 2100-EDIT-TRANSACTION THRU 2100-EXIT.
           IF TRANS-IS-GOOD
               PERFORM 2150-CHECK-OPERATOR THRU 2150-EXIT
           END-IF.
           IF TRANS-IS-GOOD
               PERFORM 2200-FETCH-MASTER-ENTRY THRU 2200-EXIT
           END-IF.
           IF TRANS-IS-GOOD
               PERFORM 2250-CHECK-SIGN-OFF THRU 2250-EXIT
           END-IF.
           IF TRANS-IS-GOOD
               PERFORM 2300-APPLY-CHANGES THRU 2300-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2150-CHECK-OPERATOR - the keying clerk must be on the     *>
      *> authorized-operator file and active.                      *>
      *>--------------------------------------------------------*>
       2150-CHECK-OPERATOR.
           MOVE MNT-TRN-OPERATOR-ID TO MNT-OPT-SEARCH-ID.
           PERFORM 2800-FIND-OPERATOR THRU 2800-EXIT.
           IF NOT OPERATOR-FOUND
               SET TRANS-IS-BAD TO TRUE
               MOVE "OPERATOR NOT AUTHORIZED" TO MNT-REJECT-REASON
           ELSE
               IF MNT-OPT-ACTIVE-FLAG (MNT-OPT-MATCH-IDX) NOT = "A"
                   SET TRANS-IS-BAD TO TRUE
                   MOVE "OPERATOR NOT AUTHORIZED" TO MNT-REJECT-REASON
               END-IF
           END-IF.

       2150-EXIT.
           EXIT.

       2200-FETCH-MASTER-ENTRY.
           MOVE "N" TO MNT-FOUND-SWITCH.
           MOVE MNT-TRN-SERIAL TO IDGEN-MASTER-KEY.
       2200-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2250-CHECK-SIGN-OFF - a birth year is what the renewal    *>
      *> cycle and the re-registration check key on, so changing   *>
      *> it needs a second, supervisor-level ID: active, role S,   *>
      *> and not the clerk who keyed the change. A birth year      *>
      *> keyed the same as the master is no change and needs none. *>
      *>--------------------------------------------------------*>
       2250-CHECK-SIGN-OFF.
           IF MNT-TRN-BIRTH-YEAR NOT = SPACES
              AND MNT-TRN-BIRTH-YEAR NOT = IDGEN-MST-BIRTH-YEAR
               MOVE MNT-TRN-SUPERVISOR-ID TO MNT-OPT-SEARCH-ID
               PERFORM 2800-FIND-OPERATOR THRU 2800-EXIT
               IF NOT OPERATOR-FOUND
                  OR MNT-TRN-SUPERVISOR-ID = MNT-TRN-OPERATOR-ID
                   SET TRANS-IS-BAD TO TRUE
                   MOVE "SUPERVISOR SIGN-OFF REQUIRED"
                       TO MNT-REJECT-REASON
               ELSE
                   IF MNT-OPT-ROLE (MNT-OPT-MATCH-IDX) NOT = "S"
                      OR MNT-OPT-ACTIVE-FLAG (MNT-OPT-MATCH-IDX)
                             NOT = "A"
                       SET TRANS-IS-BAD TO TRUE
                       MOVE "SUPERVISOR SIGN-OFF REQUIRED"
                           TO MNT-REJECT-REASON
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO MNT-TRN-SUPERVISOR-ID
           END-IF.

       2250-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2300-APPLY-CHANGES - the before image is saved, the       *>
      *> non-blank transaction fields go onto the entry, and the   *>
                   DISPLAY "IDMAINTENANCE - MASTER REWRITE FAILED "
                       "FOR ID " IDGEN-MASTER-KEY
           END-REWRITE.
           IF MNT-MST-STATUS = "00"
               PERFORM 2700-WRITE-JOURNAL-RECORD THRU 2700-EXIT
           END-IF.
           PERFORM 2400-WRITE-AUDIT-IMAGES THRU 2400-EXIT.
           PERFORM 2600-WRITE-DELTA-RECORD THRU 2600-EXIT.
           ADD 1 TO MNT-TRANS-APPLIED.
           MOVE MNT-OLD-BIRTH-YEAR TO MNT-IMG-BIRTH-YEAR.
           WRITE MNT-AUDIT-RECORD FROM MNT-IMAGE-LINE.

           MOVE MNT-RUN-JOB-ID TO IDGEN-AUD-JOB-ID.
           MOVE IDGEN-MST-SOURCE-KEY TO IDGEN-AUD-SOURCE-KEY.
           MOVE IDGEN-MST-OFFICE TO IDGEN-AUD-OFFICE.
           MOVE IDGEN-MASTER-KEY TO IDGEN-AUD-SERIAL.
           MOVE IDGEN-MST-BIRTH-YEAR TO MNT-IMG-BIRTH-YEAR.
           WRITE MNT-AUDIT-RECORD FROM MNT-IMAGE-LINE.

      *> The OPERATOR line reuses the MAINT line still in the
      *> buffer, so it carries the same serial, date, and time.
           MOVE "OPERATOR" TO IDGEN-AUDO-TAG.
           MOVE SPACES TO IDGEN-AUD-SOURCE-KEY.
           MOVE MNT-TRN-OPERATOR-ID TO IDGEN-AUDO-OPERATOR-ID.
           MOVE MNT-TRN-SUPERVISOR-ID TO IDGEN-AUDO-SUPERVISOR-ID.
           WRITE MNT-AUDIT-RECORD FROM IDGEN-AUDIT-LINE.
      *> The supervisor ID ends one column past the source key;
      *> blank it out so the next action line carries none of it.
           MOVE SPACES TO IDGEN-AUDIT-LINE (21:2).

       2400-EXIT.
           EXIT.

       2600-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2700-WRITE-JOURNAL-RECORD - the changed entry's whole    *>
      *> after-image goes onto the master change journal.         *>
      *>--------------------------------------------------------*>
       2700-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO IDGEN-JOURNAL-RECORD.
           MOVE "JDT" TO IDGEN-JRN-TYPE.
           SET IDGEN-JRN-UPDATE TO TRUE.
           MOVE "IDMAINTENANCE" TO IDGEN-JRN-PROGRAM.
           MOVE "MAINT" TO IDGEN-JRN-ACTION.
           MOVE MNT-RUN-JOB-ID TO IDGEN-JRN-JOB-ID.
           ACCEPT IDGEN-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT IDGEN-JRN-TIME FROM TIME.
           MOVE IDGEN-MASTER-RECORD TO IDGEN-JRN-MASTER.
           WRITE IDGEN-JOURNAL-RECORD.

       2700-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2800-FIND-OPERATOR - looks MNT-OPT-SEARCH-ID up in the    *>
      *> operator table; a blank ID never matches.                 *>
      *>--------------------------------------------------------*>
       2800-FIND-OPERATOR.
           MOVE "N" TO MNT-OPR-FOUND-SWITCH.
           IF MNT-OPT-SEARCH-ID NOT = SPACES
               PERFORM 2810-COMPARE-OPERATOR THRU 2810-EXIT
                   VARYING MNT-OPT-IDX FROM 1 BY 1
                   UNTIL MNT-OPT-IDX > MNT-OPERATOR-COUNT
                      OR OPERATOR-FOUND
           END-IF.

       2800-EXIT.
           EXIT.

       2810-COMPARE-OPERATOR.
           IF MNT-OPT-ID (MNT-OPT-IDX) = MNT-OPT-SEARCH-ID
               SET OPERATOR-FOUND TO TRUE
               MOVE MNT-OPT-IDX TO MNT-OPT-MATCH-IDX
           END-IF.

       2810-EXIT.
           EXIT.

       3000-LIST-TRANSACTION.
           MOVE MNT-TRN-SERIAL TO MNT-REG-SERIAL.
           IF TRANS-IS-GOOD
           CLOSE IDGEN-MAINT-FILE.
           CLOSE IDGEN-MASTER-FILE.
           CLOSE IDGEN-DELTA-SPOOL.
           CLOSE IDGEN-JOURNAL-FILE.
           CLOSE IDGEN-AUDIT-FILE.
           CLOSE IDGEN-MAINT-REGISTER.

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
           IF MNT-RUN-STATUS NOT = "00"
               DISPLAY "IDMAINTENANCE - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " MNT-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE MNT-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE MNT-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               READ IDGEN-RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "IDMAINTENANCE - RUN START ENTRY NOT "
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
           MOVE "TRANS READ" TO IDGEN-RCF-TLY-LABEL (1).
           MOVE MNT-TRANS-READ TO IDGEN-RCF-TLY-VALUE (1).
           MOVE "APPLIED" TO IDGEN-RCF-TLY-LABEL (2).
           MOVE MNT-TRANS-APPLIED TO IDGEN-RCF-TLY-VALUE (2).
           MOVE "REJECTED" TO IDGEN-RCF-TLY-LABEL (3).
           MOVE MNT-TRANS-REJECTED TO IDGEN-RCF-TLY-VALUE (3).
           REWRITE IDGEN-RUN-CONTROL-RECORD.
           IF MNT-RUN-STATUS NOT = "00"
               DISPLAY "IDMAINTENANCE - UNABLE TO RECORD THE RUN "
                   "COMPLETION, STATUS " MNT-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9910-EXIT.
           EXIT.
