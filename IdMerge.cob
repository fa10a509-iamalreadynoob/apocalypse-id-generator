       IDENTIFICATION DIVISION.
       PROGRAM-ID. IdMerge.
       AUTHOR. Saythek.
       INSTALLATION. NATIONAL REGISTRY DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *>--------------------------------------------------------*>
      *> MODIFICATION HISTORY                                     *>
      *>   2026-10-15  SK  Initial version: duplicate-person merge *>
      *>                   cycle. A clerk who confirms a pair from *>
      *>                   the IdDuplicateSweep listing keys the   *>
      *>                   surviving serial and the serial to      *>
      *>                   retire; the retired entry goes to       *>
      *>                   merged status with the merge date and   *>
      *>                   a cross-reference to the survivor, so   *>
      *>                   intake, inquiry, and the renewal sweep  *>
      *>                   treat it as revoked and the person      *>
      *>                   holds one live ID. Retiring a live ID   *>
      *>                   needs a supervisor sign-off, as a void  *>
      *>                   does. Each merge is audited with its    *>
      *>                   OPERATOR line, spooled for the agency   *>
      *>                   delta extracts, and printed on a merge  *>
      *>                   register.                               *>
      *>   2026-10-15  SK  Every merged entry's after-image is      *>
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
      *>   2026-10-15  SK  Audit and journal lines are stamped     *>
      *>                   with the job id read for run            *>
      *>                   registration; the second read of the    *>
      *>                   parameter card is gone.                 *>
      *>--------------------------------------------------------*>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDGEN-MERGE-FILE ASSIGN TO "IDGENMGQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRG-TRN-STATUS.

           SELECT IDGEN-MASTER-FILE ASSIGN TO "IDGENMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-MASTER-KEY
               ALTERNATE RECORD KEY IS IDGEN-MST-SOURCE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IDGEN-MST-PERSON-ID
                   WITH DUPLICATES
               FILE STATUS IS MRG-MST-STATUS.

           SELECT IDGEN-AUDIT-FILE ASSIGN TO "IDGENAUD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRG-AUD-STATUS.

           SELECT IDGEN-DELTA-SPOOL ASSIGN TO "IDGENDLT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MRG-DLS-STATUS.

           SELECT IDGEN-JOURNAL-FILE ASSIGN TO "IDGENJRN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MRG-JRN-STATUS.

           SELECT IDGEN-CONTROL-FILE ASSIGN TO "IDGENCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRG-CTL-STATUS.

           SELECT IDGEN-MERGE-REGISTER ASSIGN TO "IDGENMGR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRG-RPT-STATUS.

           SELECT IDGEN-OPERATOR-FILE ASSIGN TO "IDGENOPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRG-OPR-STATUS.

           SELECT IDGEN-RUN-CONTROL-FILE ASSIGN TO "IDGENRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-RCF-KEY
               ALTERNATE RECORD KEY IS IDGEN-RCF-PROGRAM
                   WITH DUPLICATES
               FILE STATUS IS MRG-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>--------------------------------------------------------*>
      *> Merge transactions, one per confirmed duplicate pair:    *>
      *> the serial the person keeps, the serial to retire, the   *>
      *> clerk who keyed it, and the supervisor who signed it.    *>
      *>--------------------------------------------------------*>
       FD  IDGEN-MERGE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MRG-TRANS-RECORD.
           05  MRG-TRN-SURVIVOR            PIC X(22).
           05  FILLER                      PIC X(1).
           05  MRG-TRN-RETIRED             PIC X(22).
           05  FILLER                      PIC X(1).
           05  MRG-TRN-OPERATOR-ID         PIC X(5).
           05  FILLER                      PIC X(1).
           05  MRG-TRN-SUPERVISOR-ID       PIC X(5).
           05  FILLER                      PIC X(23).

       FD  IDGEN-MASTER-FILE.
           COPY IDGNMST.

       FD  IDGEN-AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MRG-AUDIT-RECORD                PIC X(80).

      *>--------------------------------------------------------*>
      *> Change-data spool shared across the suite: one DDT      *>
      *> record per master touch, distributed to the subscribing *>
      *> agencies by IdGenerator at the end of its run.          *>
      *>--------------------------------------------------------*>
       FD  IDGEN-DELTA-SPOOL
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
           05  IDGEN-CTL-JOB-ID-IN          PIC X(8).
           05  FILLER                       PIC X(1).
           05  IDGEN-CTL-INTERVAL-IN        PIC 9(5).
           05  FILLER                       PIC X(1).
           05  IDGEN-CTL-RESTART-IN         PIC X(1).
           05  FILLER                       PIC X(1).
           05  IDGEN-CTL-AGING-DAYS-IN      PIC 9(3).
           05  FILLER                       PIC X(26).
           05  IDGEN-CTL-CYCLE-DATE-IN      PIC 9(8).
      *>       YYYYMMDD nightly cycle the run registers against
      *>       on IDGEN-RUN-CONTROL-FILE; zeros or blank mean
      *>       the run date
           05  FILLER                       PIC X(26).

       FD  IDGEN-MERGE-REGISTER
           RECORD CONTAINS 80 CHARACTERS.
       01  MRG-REGISTER-RECORD             PIC X(80).

       FD  IDGEN-OPERATOR-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY IDGNOPR.

       FD  IDGEN-RUN-CONTROL-FILE.
           COPY IDGNRUN.

       WORKING-STORAGE SECTION.

       01  MRG-FILE-STATUSES.
           05  MRG-TRN-STATUS              PIC X(2) VALUE SPACES.
           05  MRG-MST-STATUS              PIC X(2) VALUE SPACES.
           05  MRG-AUD-STATUS              PIC X(2) VALUE SPACES.
           05  MRG-DLS-STATUS              PIC X(2) VALUE SPACES.
           05  MRG-JRN-STATUS              PIC X(2) VALUE SPACES.
           05  MRG-CTL-STATUS              PIC X(2) VALUE SPACES.
           05  MRG-RPT-STATUS              PIC X(2) VALUE SPACES.
           05  MRG-OPR-STATUS              PIC X(2) VALUE SPACES.
           05  MRG-RUN-STATUS              PIC X(2) VALUE SPACES.

       01  MRG-SWITCHES.
           05  MRG-TRN-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-MERGE-FILE           VALUE "Y".
           05  MRG-FOUND-SWITCH            PIC X(1) VALUE "N".
               88  MASTER-ENTRY-FOUND          VALUE "Y".
           05  MRG-TRN-OK-SWITCH           PIC X(1) VALUE "Y".
               88  TRANS-IS-GOOD               VALUE "Y".
               88  TRANS-IS-BAD                VALUE "N".
           05  MRG-OPR-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-OPERATOR-FILE        VALUE "Y".
           05  MRG-OPR-FOUND-SWITCH        PIC X(1) VALUE "N".
               88  OPERATOR-FOUND              VALUE "Y".

      *>--------------------------------------------------------*>
      *> Run-control registration: this job's entry on             *>
      *> IDGEN-RUN-CONTROL-FILE, keyed by cycle date and program,  *>
      *> and the fields used to look up the runs of the jobs it    *>
      *> depends on.                                               *>
      *>--------------------------------------------------------*>
       01  MRG-RUN-CONTROL-FIELDS.
           05  MRG-RUN-PROGRAM             PIC X(20)
               VALUE "IdMerge".
           05  MRG-RUN-JOB-ID              PIC X(8) VALUE "IDGEN001".
           05  MRG-RUN-CYCLE-DATE          PIC X(8) VALUE SPACES.
           05  MRG-RUN-LOOK-PROGRAM        PIC X(20) VALUE SPACES.
           05  MRG-RUN-OPEN-JOB-ID         PIC X(8) VALUE SPACES.
           05  MRG-RUN-OPEN-CYCLE          PIC X(8) VALUE SPACES.
           05  MRG-RUN-SCAN-SWITCH         PIC X(1) VALUE "N".
               88  END-OF-RUN-SCAN             VALUE "Y".
           05  MRG-RUN-OPEN-SWITCH         PIC X(1) VALUE "N".
               88  OPEN-RUN-FOUND              VALUE "Y".
           05  MRG-RUN-ENTRY-SWITCH        PIC X(1) VALUE "N".
               88  RUN-ENTRY-ON-FILE           VALUE "Y".

       77  MRG-REJECT-REASON               PIC X(40) VALUE SPACES.
       77  MRG-TODAY-DATE                  PIC X(8) VALUE SPACES.

       01  MRG-COUNTERS.
           05  MRG-TRANS-READ              PIC 9(7) COMP VALUE ZERO.
           05  MRG-TRANS-APPLIED           PIC 9(7) COMP VALUE ZERO.
           05  MRG-TRANS-REJECTED          PIC 9(7) COMP VALUE ZERO.

      *>--------------------------------------------------------*>
      *> Authorized-operator table, loaded whole from             *>
      *> IDGEN-OPERATOR-FILE at start-up.                         *>
      *>--------------------------------------------------------*>
       77  MRG-OPERATOR-TABLE-MAX          PIC 9(5) COMP VALUE 500.

       01  MRG-OPERATOR-TABLE.
           05  MRG-OPERATOR-ENTRY OCCURS 500 TIMES.
               10  MRG-OPT-ID              PIC X(5).
               10  MRG-OPT-ROLE            PIC X(1).
               10  MRG-OPT-ACTIVE-FLAG     PIC X(1).

       01  MRG-OPERATOR-FIELDS.
           05  MRG-OPERATOR-COUNT          PIC 9(5) COMP VALUE ZERO.
           05  MRG-OPT-IDX                 PIC 9(5) COMP VALUE ZERO.
           05  MRG-OPT-MATCH-IDX           PIC 9(5) COMP VALUE ZERO.
           05  MRG-OPT-SEARCH-ID           PIC X(5) VALUE SPACES.

           COPY IDGNAUD.

       01  MRG-HEADING-LINE                PIC X(80)
               VALUE "IDMERGE DUPLICATE-PERSON MERGE REGISTER".

       01  MRG-REGISTER-LINE.
           05  MRG-REG-SERIAL              PIC X(22).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  MRG-REG-RESULT              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  MRG-REG-DETAIL              PIC X(40).
           05  FILLER                      PIC X(6) VALUE SPACES.

       01  MRG-BLANK-LINE                  PIC X(80) VALUE SPACES.

       01  MRG-TOTAL-LINE.
           05  MRG-TOT-LABEL               PIC X(30).
           05  MRG-TOT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

      *>--------------------------------------------------------*>
      *> 0000-MAINLINE                                             *>
      *>--------------------------------------------------------*>
       0000-MAINLINE.
           PERFORM 0100-REGISTER-RUN-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
               UNTIL END-OF-MERGE-FILE.
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
           IF MRG-RUN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-RUN-CONTROL-FILE
               CLOSE IDGEN-RUN-CONTROL-FILE
               OPEN I-O IDGEN-RUN-CONTROL-FILE
           END-IF.
           IF MRG-RUN-STATUS NOT = "00"
               DISPLAY "IDMERGE - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " MRG-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "IdGenerator" TO MRG-RUN-LOOK-PROGRAM.
           PERFORM 0120-FIND-OPEN-RUN THRU 0120-EXIT.
           IF OPEN-RUN-FOUND
               DISPLAY "IDMERGE - IDGENERATOR JOB "
                   MRG-RUN-OPEN-JOB-ID " FOR CYCLE "
                   MRG-RUN-OPEN-CYCLE " HAS NOT COMPLETED"
               PERFORM 0190-REFUSE-RUN THRU 0190-EXIT
           END-IF.
           MOVE "IdDisposition" TO MRG-RUN-LOOK-PROGRAM.
           PERFORM 0120-FIND-OPEN-RUN THRU 0120-EXIT.
           IF OPEN-RUN-FOUND
               DISPLAY "IDMERGE - IDDISPOSITION JOB "
                   MRG-RUN-OPEN-JOB-ID " FOR CYCLE "
                   MRG-RUN-OPEN-CYCLE " HAS NOT COMPLETED"
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
           IF MRG-CTL-STATUS = "00"
               READ IDGEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IDGEN-CTL-JOB-ID-IN TO MRG-RUN-JOB-ID
                       IF IDGEN-CTL-CYCLE-DATE-IN IS NUMERIC
                          AND IDGEN-CTL-CYCLE-DATE-IN > ZERO
                           MOVE IDGEN-CTL-CYCLE-DATE-IN
                               TO MRG-RUN-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE IDGEN-CONTROL-FILE
           END-IF.
           IF MRG-RUN-CYCLE-DATE = SPACES
               ACCEPT MRG-RUN-CYCLE-DATE FROM DATE YYYYMMDD
           END-IF.

       0110-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 0120-FIND-OPEN-RUN - reads every run of the program in    *>
      *> MRG-RUN-LOOK-PROGRAM, in any cycle, and stops at the      *>
      *> first one started and never completed.                    *>
      *>--------------------------------------------------------*>
       0120-FIND-OPEN-RUN.
           MOVE "N" TO MRG-RUN-OPEN-SWITCH.
           MOVE "N" TO MRG-RUN-SCAN-SWITCH.
           MOVE MRG-RUN-LOOK-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = MRG-RUN-LOOK-PROGRAM
                       SET END-OF-RUN-SCAN TO TRUE
                   ELSE
                       IF IDGEN-RCF-STARTED
                           SET OPEN-RUN-FOUND TO TRUE
                           MOVE IDGEN-RCF-JOB-ID
                               TO MRG-RUN-OPEN-JOB-ID
                           MOVE IDGEN-RCF-CYCLE-DATE
                               TO MRG-RUN-OPEN-CYCLE
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
           MOVE "N" TO MRG-RUN-SCAN-SWITCH.
           MOVE MRG-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = MRG-RUN-PROGRAM
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
           MOVE MRG-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE.
           MOVE MRG-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
           MOVE "N" TO MRG-RUN-ENTRY-SWITCH.
           READ IDGEN-RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-ENTRY-ON-FILE TO TRUE
           END-READ.
           IF NOT RUN-ENTRY-ON-FILE
               MOVE SPACES TO IDGEN-RUN-CONTROL-RECORD
               MOVE MRG-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE MRG-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               MOVE ZERO TO IDGEN-RCF-START-COUNT
           END-IF.
           MOVE MRG-RUN-JOB-ID TO IDGEN-RCF-JOB-ID.
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
           IF MRG-RUN-STATUS NOT = "00"
               DISPLAY "IDMERGE - UNABLE TO RECORD THE RUN "
                   "START, STATUS " MRG-RUN-STATUS
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
           DISPLAY "IDMERGE - PREREQUISITES NOT MET, "
               "RUN REFUSED".
           CLOSE IDGEN-RUN-CONTROL-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0190-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1000-INITIALIZE - open every file, load the operator      *>
      *> table, and prime the transaction loop.                    *>
      *>--------------------------------------------------------*>
       1000-INITIALIZE.
           ACCEPT MRG-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT IDGEN-MERGE-FILE.
           IF MRG-TRN-STATUS NOT = "00"
               DISPLAY "IDMERGE - UNABLE TO OPEN "
                   "IDGEN-MERGE-FILE, STATUS " MRG-TRN-STATUS
               STOP RUN
           END-IF.
           OPEN I-O IDGEN-MASTER-FILE.
           IF MRG-MST-STATUS NOT = "00"
               DISPLAY "IDMERGE - UNABLE TO OPEN "
                   "IDGEN-MASTER-FILE, STATUS " MRG-MST-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND IDGEN-AUDIT-FILE.
           IF MRG-AUD-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-AUDIT-FILE
               CLOSE IDGEN-AUDIT-FILE
               OPEN EXTEND IDGEN-AUDIT-FILE
           END-IF.
           IF MRG-AUD-STATUS NOT = "00"
               DISPLAY "IDMERGE - UNABLE TO OPEN "
                   "IDGEN-AUDIT-FILE, STATUS " MRG-AUD-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND IDGEN-DELTA-SPOOL.
           IF MRG-DLS-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-DELTA-SPOOL
               CLOSE IDGEN-DELTA-SPOOL
               OPEN EXTEND IDGEN-DELTA-SPOOL
           END-IF.
           IF MRG-DLS-STATUS NOT = "00"
               DISPLAY "IDMERGE - UNABLE TO OPEN "
                   "IDGEN-DELTA-SPOOL, STATUS " MRG-DLS-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND IDGEN-JOURNAL-FILE.
           IF MRG-JRN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-JOURNAL-FILE
               CLOSE IDGEN-JOURNAL-FILE
               OPEN EXTEND IDGEN-JOURNAL-FILE
           END-IF.
           IF MRG-JRN-STATUS NOT = "00"
               DISPLAY "IDMERGE - UNABLE TO OPEN "
                   "IDGEN-JOURNAL-FILE, STATUS " MRG-JRN-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT IDGEN-MERGE-REGISTER.
           IF MRG-RPT-STATUS NOT = "00"
               DISPLAY "IDMERGE - UNABLE TO OPEN "
                   "IDGEN-MERGE-REGISTER, STATUS " MRG-RPT-STATUS
               STOP RUN
           END-IF.
           WRITE MRG-REGISTER-RECORD FROM MRG-HEADING-LINE.
           WRITE MRG-REGISTER-RECORD FROM MRG-BLANK-LINE.
           PERFORM 1200-LOAD-OPERATOR-TABLE THRU 1200-EXIT.
           PERFORM 4000-READ-TRANSACTION THRU 4000-EXIT.

       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1200-LOAD-OPERATOR-TABLE - every merge is keyed by a      *>
      *> named clerk and signed by a supervisor, so the run cannot *>
      *> proceed without the authorized-operator file.             *>
      *>--------------------------------------------------------*>
       1200-LOAD-OPERATOR-TABLE.
           OPEN INPUT IDGEN-OPERATOR-FILE.
           IF MRG-OPR-STATUS NOT = "00"
               DISPLAY "IDMERGE - UNABLE TO OPEN "
                   "IDGEN-OPERATOR-FILE, STATUS " MRG-OPR-STATUS
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
                   IF MRG-OPERATOR-COUNT >= MRG-OPERATOR-TABLE-MAX
                       DISPLAY "IDMERGE - OPERATOR TABLE FULL AT "
                           MRG-OPERATOR-TABLE-MAX " ENTRIES"
                       STOP RUN
                   END-IF
                   ADD 1 TO MRG-OPERATOR-COUNT
                   MOVE IDGEN-OPR-ID
                       TO MRG-OPT-ID (MRG-OPERATOR-COUNT)
                   MOVE IDGEN-OPR-ROLE
                       TO MRG-OPT-ROLE (MRG-OPERATOR-COUNT)
                   MOVE IDGEN-OPR-ACTIVE-FLAG
                       TO MRG-OPT-ACTIVE-FLAG (MRG-OPERATOR-COUNT)
           END-READ.

       1210-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2000-PROCESS-TRANSACTION - one merge: edit it, check the  *>
      *> clerk and the sign-off, verify both entries are on file   *>
      *> and issued, then retire the duplicate. The retiring entry *>
      *> is read last so it is the one left in the record area.    *>
      *>--------------------------------------------------------*>
       2000-PROCESS-TRANSACTION.
           MOVE "Y" TO MRG-TRN-OK-SWITCH.
           MOVE SPACES TO MRG-REJECT-REASON.
           PERFORM 2100-EDIT-TRANSACTION THRU 2100-EXIT.
           IF TRANS-IS-GOOD
               PERFORM 2150-CHECK-OPERATOR THRU 2150-EXIT
           END-IF.
           IF TRANS-IS-GOOD
               PERFORM 2160-CHECK-SIGN-OFF THRU 2160-EXIT
           END-IF.
           IF TRANS-IS-GOOD
               PERFORM 2200-FETCH-SURVIVOR THRU 2200-EXIT
           END-IF.
           IF TRANS-IS-GOOD
               PERFORM 2250-FETCH-RETIRED THRU 2250-EXIT
           END-IF.
           IF TRANS-IS-GOOD
               PERFORM 2300-APPLY-MERGE THRU 2300-EXIT
           END-IF.
           PERFORM 3000-LIST-TRANSACTION THRU 3000-EXIT.
           PERFORM 4000-READ-TRANSACTION THRU 4000-EXIT.

       2000-EXIT.
           EXIT.

       2100-EDIT-TRANSACTION.
           IF MRG-TRN-SURVIVOR = SPACES
              OR MRG-TRN-RETIRED = SPACES
               SET TRANS-IS-BAD TO TRUE
               MOVE "BOTH SERIALS REQUIRED" TO MRG-REJECT-REASON
           ELSE
               IF MRG-TRN-SURVIVOR = MRG-TRN-RETIRED
                   SET TRANS-IS-BAD TO TRUE
                   MOVE "SERIAL CANNOT MERGE INTO ITSELF"
                       TO MRG-REJECT-REASON
               END-IF
           END-IF.

       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2150-CHECK-OPERATOR - the keying clerk must be on the     *>
      *> authorized-operator file and active.                      *>
      *>--------------------------------------------------------*>
       2150-CHECK-OPERATOR.
           MOVE MRG-TRN-OPERATOR-ID TO MRG-OPT-SEARCH-ID.
           PERFORM 2800-FIND-OPERATOR THRU 2800-EXIT.
           IF NOT OPERATOR-FOUND
               SET TRANS-IS-BAD TO TRUE
               MOVE "OPERATOR NOT AUTHORIZED" TO MRG-REJECT-REASON
           ELSE
               IF MRG-OPT-ACTIVE-FLAG (MRG-OPT-MATCH-IDX) NOT = "A"
                   SET TRANS-IS-BAD TO TRUE
                   MOVE "OPERATOR NOT AUTHORIZED" TO MRG-REJECT-REASON
               END-IF
           END-IF.

       2150-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2160-CHECK-SIGN-OFF - a merge retires a live ID, so like  *>
      *> a void it always needs a second, supervisor-level ID:     *>
      *> active, role S, and not the clerk who keyed it.           *>
      *>--------------------------------------------------------*>
       2160-CHECK-SIGN-OFF.
           MOVE MRG-TRN-SUPERVISOR-ID TO MRG-OPT-SEARCH-ID.
           PERFORM 2800-FIND-OPERATOR THRU 2800-EXIT.
           IF NOT OPERATOR-FOUND
              OR MRG-TRN-SUPERVISOR-ID = MRG-TRN-OPERATOR-ID
               SET TRANS-IS-BAD TO TRUE
               MOVE "SUPERVISOR SIGN-OFF REQUIRED"
                   TO MRG-REJECT-REASON
           ELSE
               IF MRG-OPT-ROLE (MRG-OPT-MATCH-IDX) NOT = "S"
                  OR MRG-OPT-ACTIVE-FLAG (MRG-OPT-MATCH-IDX)
                         NOT = "A"
                   SET TRANS-IS-BAD TO TRUE
                   MOVE "SUPERVISOR SIGN-OFF REQUIRED"
                       TO MRG-REJECT-REASON
               END-IF
           END-IF.

       2160-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2200-FETCH-SURVIVOR - the serial the person keeps must    *>
      *> be on file and live; merging into a dead entry would      *>
      *> leave the person with no ID at all.                       *>
      *>--------------------------------------------------------*>
       2200-FETCH-SURVIVOR.
           MOVE "N" TO MRG-FOUND-SWITCH.
           MOVE MRG-TRN-SURVIVOR TO IDGEN-MASTER-KEY.
           READ IDGEN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-ENTRY-FOUND TO TRUE
           END-READ.
           IF NOT MASTER-ENTRY-FOUND
               SET TRANS-IS-BAD TO TRUE
               MOVE "SURVIVING SERIAL NOT ON MASTER FILE"
                   TO MRG-REJECT-REASON
           ELSE
               IF NOT IDGEN-MST-ISSUED
                   SET TRANS-IS-BAD TO TRUE
                   MOVE "SURVIVING ENTRY NOT IN ISSUED STATUS"
                       TO MRG-REJECT-REASON
               END-IF
           END-IF.

       2200-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2250-FETCH-RETIRED - only an issued entry can be merged   *>
      *> away; a revoked, lost/stolen, deceased, or already        *>
      *> merged entry is history and is left exactly as it is.     *>
      *>--------------------------------------------------------*>
       2250-FETCH-RETIRED.
           MOVE "N" TO MRG-FOUND-SWITCH.
           MOVE MRG-TRN-RETIRED TO IDGEN-MASTER-KEY.
           READ IDGEN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-ENTRY-FOUND TO TRUE
           END-READ.
           IF NOT MASTER-ENTRY-FOUND
               SET TRANS-IS-BAD TO TRUE
               MOVE "RETIRED SERIAL NOT ON MASTER FILE"
                   TO MRG-REJECT-REASON
           ELSE
               IF NOT IDGEN-MST-ISSUED
                   SET TRANS-IS-BAD TO TRUE
                   MOVE "RETIRED ENTRY NOT IN ISSUED STATUS"
                       TO MRG-REJECT-REASON
               END-IF
           END-IF.

       2250-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2300-APPLY-MERGE - the duplicate goes to merged status    *>
      *> with today as its revoke date, so the year-end archive    *>
      *> ages it like any revocation, and the surviving serial in  *>
      *> its cross-reference.                                      *>
      *>--------------------------------------------------------*>
       2300-APPLY-MERGE.
           SET IDGEN-MST-MERGED TO TRUE.
           MOVE MRG-TODAY-DATE TO IDGEN-MST-REVOKE-DATE.
           MOVE MRG-TRN-SURVIVOR TO IDGEN-MST-MERGED-INTO.
           REWRITE IDGEN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "IDMERGE - MASTER REWRITE FAILED "
                       "FOR ID " IDGEN-MASTER-KEY
           END-REWRITE.
           IF MRG-MST-STATUS = "00"
               PERFORM 2700-WRITE-JOURNAL-RECORD THRU 2700-EXIT
           END-IF.
           PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT.
           PERFORM 2600-WRITE-DELTA-RECORD THRU 2600-EXIT.
           ADD 1 TO MRG-TRANS-APPLIED.

       2300-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2400-WRITE-AUDIT-RECORD - the MERGE line carries the      *>
      *> retired serial and its own source key and office; the     *>
      *> OPERATOR line after it names the clerk and supervisor.    *>
      *>--------------------------------------------------------*>
       2400-WRITE-AUDIT-RECORD.
           MOVE MRG-RUN-JOB-ID TO IDGEN-AUD-JOB-ID.
           MOVE IDGEN-MST-SOURCE-KEY TO IDGEN-AUD-SOURCE-KEY.
           MOVE IDGEN-MST-OFFICE TO IDGEN-AUD-OFFICE.
           MOVE IDGEN-MASTER-KEY TO IDGEN-AUD-SERIAL.
           MOVE "MERGE" TO IDGEN-AUD-ACTION.
           ACCEPT IDGEN-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT IDGEN-AUD-TIME FROM TIME.
           WRITE MRG-AUDIT-RECORD FROM IDGEN-AUDIT-LINE.

           MOVE "OPERATOR" TO IDGEN-AUDO-TAG.
           MOVE SPACES TO IDGEN-AUD-SOURCE-KEY.
           MOVE MRG-TRN-OPERATOR-ID TO IDGEN-AUDO-OPERATOR-ID.
           MOVE MRG-TRN-SUPERVISOR-ID TO IDGEN-AUDO-SUPERVISOR-ID.
           WRITE MRG-AUDIT-RECORD FROM IDGEN-AUDIT-LINE.
      *> The supervisor ID ends one column past the source key;
      *> blank it out so the next action line carries none of it.
           MOVE SPACES TO IDGEN-AUDIT-LINE (21:2).

       2400-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2600-WRITE-DELTA-RECORD - the retired serial goes out on  *>
      *> the change-data spool with its merged status, so the      *>
      *> subscribing agencies stop honoring it.                    *>
      *>--------------------------------------------------------*>
       2600-WRITE-DELTA-RECORD.
           MOVE SPACES TO IDGEN-DELTA-RECORD.
           MOVE "DDT" TO IDGEN-DLT-TYPE.
           MOVE "MERGE" TO IDGEN-DLT-ACTION.
           MOVE IDGEN-MASTER-KEY TO IDGEN-DLT-SERIAL.
           MOVE IDGEN-MST-STATUS-CODE TO IDGEN-DLT-STATUS.
           MOVE MRG-TODAY-DATE TO IDGEN-DLT-DATE.
           MOVE IDGEN-MST-SURNAME TO IDGEN-DLT-SURNAME.
           MOVE IDGEN-MST-GIVEN-NAME TO IDGEN-DLT-GIVEN-NAME.
           WRITE IDGEN-DELTA-RECORD.

       2600-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2700-WRITE-JOURNAL-RECORD - the merged entry's whole     *>
      *> after-image goes onto the master change journal.         *>
      *>--------------------------------------------------------*>
       2700-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO IDGEN-JOURNAL-RECORD.
           MOVE "JDT" TO IDGEN-JRN-TYPE.
           SET IDGEN-JRN-UPDATE TO TRUE.
           MOVE "IDMERGE" TO IDGEN-JRN-PROGRAM.
           MOVE "MERGE" TO IDGEN-JRN-ACTION.
           MOVE MRG-RUN-JOB-ID TO IDGEN-JRN-JOB-ID.
           ACCEPT IDGEN-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT IDGEN-JRN-TIME FROM TIME.
           MOVE IDGEN-MASTER-RECORD TO IDGEN-JRN-MASTER.
           WRITE IDGEN-JOURNAL-RECORD.

       2700-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2800-FIND-OPERATOR - looks MRG-OPT-SEARCH-ID up in the    *>
      *> operator table; a blank ID never matches.                 *>
      *>--------------------------------------------------------*>
       2800-FIND-OPERATOR.
           MOVE "N" TO MRG-OPR-FOUND-SWITCH.
           IF MRG-OPT-SEARCH-ID NOT = SPACES
               PERFORM 2810-COMPARE-OPERATOR THRU 2810-EXIT
                   VARYING MRG-OPT-IDX FROM 1 BY 1
                   UNTIL MRG-OPT-IDX > MRG-OPERATOR-COUNT
                      OR OPERATOR-FOUND
           END-IF.

       2800-EXIT.
           EXIT.

       2810-COMPARE-OPERATOR.
           IF MRG-OPT-ID (MRG-OPT-IDX) = MRG-OPT-SEARCH-ID
               SET OPERATOR-FOUND TO TRUE
               MOVE MRG-OPT-IDX TO MRG-OPT-MATCH-IDX
           END-IF.

       2810-EXIT.
           EXIT.

       3000-LIST-TRANSACTION.
           MOVE MRG-TRN-RETIRED TO MRG-REG-SERIAL.
           IF TRANS-IS-GOOD
               MOVE "MERGED" TO MRG-REG-RESULT
               MOVE SPACES TO MRG-REG-DETAIL
               STRING "INTO " DELIMITED BY SIZE
                      MRG-TRN-SURVIVOR DELIMITED BY SIZE
                      INTO MRG-REG-DETAIL
               END-STRING
           ELSE
               MOVE "REJECTED" TO MRG-REG-RESULT
               MOVE MRG-REJECT-REASON TO MRG-REG-DETAIL
               ADD 1 TO MRG-TRANS-REJECTED
           END-IF.
           WRITE MRG-REGISTER-RECORD FROM MRG-REGISTER-LINE.

       3000-EXIT.
           EXIT.

       4000-READ-TRANSACTION.
           READ IDGEN-MERGE-FILE
               AT END
                   SET END-OF-MERGE-FILE TO TRUE
               NOT AT END
                   ADD 1 TO MRG-TRANS-READ
           END-READ.

       4000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 9000-TERMINATE                                            *>
      *>--------------------------------------------------------*>
       9000-TERMINATE.
           WRITE MRG-REGISTER-RECORD FROM MRG-BLANK-LINE.

           MOVE "TRANSACTIONS READ............:" TO MRG-TOT-LABEL.
           MOVE MRG-TRANS-READ TO MRG-TOT-VALUE.
           WRITE MRG-REGISTER-RECORD FROM MRG-TOTAL-LINE.

           MOVE "ENTRIES MERGED...............:" TO MRG-TOT-LABEL.
           MOVE MRG-TRANS-APPLIED TO MRG-TOT-VALUE.
           WRITE MRG-REGISTER-RECORD FROM MRG-TOTAL-LINE.

           MOVE "TRANSACTIONS REJECTED........:" TO MRG-TOT-LABEL.
           MOVE MRG-TRANS-REJECTED TO MRG-TOT-VALUE.
           WRITE MRG-REGISTER-RECORD FROM MRG-TOTAL-LINE.

           CLOSE IDGEN-MERGE-FILE.
           CLOSE IDGEN-MASTER-FILE.
           CLOSE IDGEN-DELTA-SPOOL.
           CLOSE IDGEN-JOURNAL-FILE.
           CLOSE IDGEN-AUDIT-FILE.
           CLOSE IDGEN-MERGE-REGISTER.

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
           IF MRG-RUN-STATUS NOT = "00"
               DISPLAY "IDMERGE - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " MRG-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE MRG-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE MRG-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               READ IDGEN-RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "IDMERGE - RUN START ENTRY NOT "
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
           MOVE MRG-TRANS-READ TO IDGEN-RCF-TLY-VALUE (1).
           MOVE "APPLIED" TO IDGEN-RCF-TLY-LABEL (2).
           MOVE MRG-TRANS-APPLIED TO IDGEN-RCF-TLY-VALUE (2).
           MOVE "REJECTED" TO IDGEN-RCF-TLY-LABEL (3).
           MOVE MRG-TRANS-REJECTED TO IDGEN-RCF-TLY-VALUE (3).
           REWRITE IDGEN-RUN-CONTROL-RECORD.
           IF MRG-RUN-STATUS NOT = "00"
               DISPLAY "IDMERGE - UNABLE TO RECORD THE RUN "
                   "COMPLETION, STATUS " MRG-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9910-EXIT.
           EXIT.
