      *>                   every agency extract was written, so a   *>
      *>                   failed extract leaves the day's deltas   *>
      *>                   to go out with the next run.             *>
      *>   2026-10-15  SK  Voids and lost/stolen reports now carry  *>
      *>                   the keying clerk and a supervisor        *>
      *>                   sign-off in the old reject-code columns, *>
      *>                   both checked against the new authorized- *>
      *>                   operator file: new reason code 80 for a  *>
      *>                   clerk not on file or inactive, 81 for a  *>
      *>                   missing or invalid sign-off. Each of     *>
      *>                   their audit lines is followed by an      *>
      *>                   OPERATOR line naming both.               *>
      *>   2026-10-15  SK  A merged entry (status M, retired by     *>
      *>                   IdMerge) is handled as revoked: a void   *>
      *>                   of it rejects as already revoked and a   *>
      *>                   correction may reissue it.               *>
      *>   2026-10-15  SK  Every master write and rewrite (issue,   *>
      *>                   reissue, void, renew, replacement, lost) *>
      *>                   appends the entry's after-image to the   *>
      *>                   master change journal IDGENJRN.DAT for   *>
      *>                   forward recovery from the last image     *>
      *>                   copy.                                    *>
      *>   2026-10-15  SK  Emergency transaction "E" issues a       *>
      *>                   temporary ID (status T) the same day     *>
      *>                   under relaxed rules - unknown birth      *>
      *>                   year, shelter or camp region code, no    *>
      *>                   name/birth-year re-registration check -  *>
      *>                   valid for the days on the control card   *>
      *>                   and flagged "T" on the transmittal for   *>
      *>                   the temporary card stock. Conversion     *>
      *>                   transaction "P" runs the full checks     *>
      *>                   (new reason 11 for a missing birth       *>
      *>                   year), issues the permanent serial, and  *>
      *>                   closes the temporary entry (status C)    *>
      *>                   chained both ways; reason 46 when there  *>
      *>                   is no temporary ID to convert.           *>
      *>   2026-10-15  SK  Master entries carry the registration    *>
      *>                   date for turnaround reporting; parameter *>
      *>                   card gains the turnaround report month   *>
      *>                   and overdue-card threshold.              *>
      *>   2026-10-15  SK  Registers its start and completion on   *>
      *>                   the run-control file IDGENRUN.DAT       *>
      *>                   against the parameter card's cycle      *>
      *>                   date. A new job is refused while the    *>
      *>                   previous job's checkpoint shows it      *>
      *>                   stopped part-way through and the        *>
      *>                   restart flag is not set, and while an   *>
      *>                   IdDisposition run is open.              *>
      *>   2026-10-15  SK  Blanks the audit-line columns the       *>
      *>                   OPERATOR line's supervisor ID runs      *>
      *>                   into, so it no longer carries over onto *>
      *>                   the next action line.                   *>
      *>   2026-10-15  SK  Temporary IDs issued and converted are  *>
      *>                   saved in the checkpoint and restored on *>
      *>                   restart, so the report shows the whole  *>
      *>                   job. The IDGENCKP.DAT record grows by   *>
      *>                   14 bytes; convert the existing file or  *>
      *>                   start a new one before the first run.   *>
      *>--------------------------------------------------------*>

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IDGEN-DSQ-STATUS.

           SELECT IDGEN-OPERATOR-FILE ASSIGN TO "IDGENOPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IDGEN-OPR-STATUS.

           SELECT IDGEN-JOURNAL-FILE ASSIGN TO "IDGENJRN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IDGEN-JRN-STATUS.

           SELECT IDGEN-RUN-CONTROL-FILE ASSIGN TO "IDGENRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-RCF-KEY
               ALTERNATE RECORD KEY IS IDGEN-RCF-PROGRAM
                   WITH DUPLICATES
               FILE STATUS IS IDGEN-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-INPUT-FILE
      *>       IdDisposition's own restart flag - separate from
      *>       IDGEN-CTL-RESTART-IN so restarting this job never
      *>       silently restarts the disposition cycle
           05  FILLER                       PIC X(1).
           05  IDGEN-CTL-TEMP-DAYS-IN       PIC 9(3).
      *>       Validity in days of an emergency temporary ID
           05  FILLER                       PIC X(1).
           05  IDGEN-CTL-TEMP-WARN-DAYS-IN  PIC 9(3).
      *>       Look-ahead window in days, used by IdTempExpiry to
      *>       list temporary IDs close to expiry unconverted
           05  FILLER                       PIC X(1).
           05  IDGEN-CTL-TAT-MONTH-IN       PIC 9(6).
      *>       YYYYMM issue month reported by IdTurnaround; zeros
      *>       report the month before the run date
           05  FILLER                       PIC X(1).
           05  IDGEN-CTL-OVERDUE-DAYS-IN    PIC 9(3).
      *>       Days after issue with no printed card before
      *>       IdTurnaround lists the serial as overdue
           05  FILLER                       PIC X(1).
           05  IDGEN-CTL-CYCLE-DATE-IN      PIC 9(8).
      *>       YYYYMMDD nightly cycle the run registers against
      *>       on IDGEN-RUN-CONTROL-FILE; zeros or blank mean
      *>       the run date
           05  FILLER                       PIC X(26).
      *>  Office entries follow the parameter card, one line per
      *>  regional intake file to process, in processing order.
       01  IDGEN-CTL-OFFICE-RECORD.
           05  IDGEN-XMT-DTL-GIVEN-NAME     PIC X(15).
           05  IDGEN-XMT-DTL-SURNAME        PIC X(20).
           05  IDGEN-XMT-DTL-ISSUE-DATE     PIC X(8).
           05  IDGEN-XMT-DTL-CARD-TYPE      PIC X(1).
      *>       "T" temporary card stock; space for the standard card
           05  FILLER                       PIC X(11).
       01  IDGEN-XMT-TRAILER-RECORD.
           05  IDGEN-XMT-TRL-TYPE           PIC X(3).
           05  IDGEN-XMT-TRL-COUNT          PIC 9(7).
           RECORD CONTAINS 80 CHARACTERS.
           COPY IDGNDLT.

      *>--------------------------------------------------------*>
      *> Master change journal: one JDT after-image per master    *>
      *> touch, appended by every program that updates the master *>
      *> and replayed by IdForwardRecovery over the last image    *>
      *> copy.                                                     *>
      *>--------------------------------------------------------*>
       FD  IDGEN-JOURNAL-FILE
           RECORD CONTAINS 260 CHARACTERS.
           COPY IDGNJRN.

      *>--------------------------------------------------------*>
      *> Per-agency delta extract, one file per AGENCY entry on   *>
      *> the control file, rebuilt each run from the spool with   *>
           05  IDGEN-DSQ-SEQUENCE           PIC 9(7).
           05  FILLER                       PIC X(69).

       FD  IDGEN-OPERATOR-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY IDGNOPR.

       FD  IDGEN-RUN-CONTROL-FILE.
           COPY IDGNRUN.

       WORKING-STORAGE SECTION.

       01  serialNumber.
       77  IDGEN-LOST-SERIAL-WORK          PIC X(22) VALUE SPACES.
       77  IDGEN-NEW-SERIAL-WORK           PIC X(22) VALUE SPACES.

      *>--------------------------------------------------------*>
      *> Change type of the master touch being journaled: "A" for *>
      *> a new entry written, "C" for an entry rewritten.         *>
      *>--------------------------------------------------------*>
       77  IDGEN-JOURNAL-CHANGE            PIC X(1) VALUE SPACES.

      *>--------------------------------------------------------*>
      *> Expiry date of a temporary ID issued this run: today     *>
      *> pushed out IDGEN-TEMP-VALIDITY-DAYS days, worked out     *>
      *> once at start of run.                                    *>
      *>--------------------------------------------------------*>
       01  IDGEN-TEMP-EXPIRY-WORK.
           05  IDGEN-TXP-YYYY              PIC 9(4).
           05  IDGEN-TXP-MM                PIC 9(2).
           05  IDGEN-TXP-DD                PIC 9(2).

       01  IDGEN-TEMP-EXPIRY-ALPHA REDEFINES IDGEN-TEMP-EXPIRY-WORK
               PIC X(8).

      *>--------------------------------------------------------*>
      *> The open temporary serial a conversion closes, staged    *>
      *> when the source-key scan finds it, because the scan and  *>
      *> the permanent-serial walk both overwrite the master      *>
      *> record area.                                             *>
      *>--------------------------------------------------------*>
       77  IDGEN-TEMP-SERIAL-WORK          PIC X(22) VALUE SPACES.

       01  IDGEN-SWITCHES.
           05  IDGEN-EOF-SWITCH            PIC X(1) VALUE "N".
               88  END-OF-PERSON-FILE          VALUE "Y".
               88  TRANS-IS-REWORK             VALUE "R".
               88  TRANS-IS-RENEW              VALUE "N".
               88  TRANS-IS-REPLACE            VALUE "L".
               88  TRANS-IS-EMERGENCY          VALUE "E".
               88  TRANS-IS-CONVERT            VALUE "P".
           05  IDGEN-DETAIL-READ-SWITCH    PIC X(1) VALUE "N".
               88  DETAIL-RECORD-READ          VALUE "Y".
           05  IDGEN-BATCH-OK-SWITCH       PIC X(1) VALUE "Y".
               88  VOID-REVOKED-SEEN           VALUE "Y".
           05  IDGEN-REPL-FOUND-SWITCH     PIC X(1) VALUE "N".
               88  REPLACE-TARGET-FOUND        VALUE "Y".
           05  IDGEN-OPR-EOF-SWITCH        PIC X(1) VALUE "N".
               88  END-OF-OPERATOR-FILE        VALUE "Y".
           05  IDGEN-OPR-FOUND-SWITCH      PIC X(1) VALUE "N".
               88  OPERATOR-FOUND              VALUE "Y".
           05  IDGEN-TEMP-FOUND-SWITCH     PIC X(1) VALUE "N".
               88  TEMPORARY-ID-FOUND          VALUE "Y".

      *>--------------------------------------------------------*>
      *> Run-control registration: this job's entry on             *>
      *> IDGEN-RUN-CONTROL-FILE, keyed by cycle date and program,  *>
      *> and the fields used to look up the runs of the jobs it    *>
      *> depends on.                                               *>
      *>--------------------------------------------------------*>
       01  IDGEN-RUN-CONTROL-FIELDS.
           05  IDGEN-RUN-PROGRAM           PIC X(20)
               VALUE "IdGenerator".
           05  IDGEN-RUN-JOB-ID            PIC X(8) VALUE "IDGEN001".
           05  IDGEN-RUN-CYCLE-DATE        PIC X(8) VALUE SPACES.
           05  IDGEN-RUN-LOOK-PROGRAM      PIC X(20) VALUE SPACES.
           05  IDGEN-RUN-OPEN-JOB-ID       PIC X(8) VALUE SPACES.
           05  IDGEN-RUN-OPEN-CYCLE        PIC X(8) VALUE SPACES.
           05  IDGEN-RUN-OPEN-START        PIC X(8) VALUE SPACES.
           05  IDGEN-RUN-SCAN-SWITCH       PIC X(1) VALUE "N".
               88  END-OF-RUN-SCAN             VALUE "Y".
           05  IDGEN-RUN-OPEN-SWITCH       PIC X(1) VALUE "N".
               88  OPEN-RUN-FOUND              VALUE "Y".
           05  IDGEN-RUN-CKPT-SWITCH       PIC X(1) VALUE "N".
               88  OPEN-JOB-PART-DONE          VALUE "Y".
           05  IDGEN-RUN-ENTRY-SWITCH      PIC X(1) VALUE "N".
               88  RUN-ENTRY-ON-FILE           VALUE "Y".

      *>--------------------------------------------------------*>
      *> Run parameters, normally supplied on IDGEN-CONTROL-FILE   *>
           05  IDGEN-CHECKPOINT-INTERVAL   PIC 9(5) COMP VALUE 50.
           05  IDGEN-RESTART-FLAG          PIC X(1) VALUE "N".
               88  IDGEN-RESTART-REQUESTED     VALUE "Y".
           05  IDGEN-TEMP-VALIDITY-DAYS    PIC 9(3) COMP VALUE 90.

       01  IDGEN-CHECKPOINT-WORK-FIELDS.
           05  IDGEN-CKPT-DIVIDE-QUOT      PIC 9(7) COMP.
       01  IDGEN-GENDER-TABLE REDEFINES IDGEN-GENDER-TABLE-DATA.
           05  IDGEN-GENDER-CODE-TBL       PIC X(1) OCCURS 3 TIMES.

      *>--------------------------------------------------------*>
      *> Authorized-operator table, loaded from                   *>
      *> IDGEN-OPERATOR-FILE at start of run, against which the   *>
      *> clerk and supervisor IDs on a void or lost/stolen        *>
      *> report are checked.                                      *>
      *>--------------------------------------------------------*>
       77  IDGEN-OPERATOR-TABLE-MAX        PIC 9(5) COMP VALUE 500.

       01  IDGEN-OPERATOR-TABLE.
           05  IDGEN-OPERATOR-ENTRY OCCURS 500 TIMES.
               10  IDGEN-OPT-ID            PIC X(5).
               10  IDGEN-OPT-ROLE          PIC X(1).
               10  IDGEN-OPT-ACTIVE-FLAG   PIC X(1).

       01  IDGEN-OPERATOR-FIELDS.
           05  IDGEN-OPERATOR-COUNT        PIC 9(5) COMP VALUE ZERO.
           05  IDGEN-OPT-IDX               PIC 9(5) COMP VALUE ZERO.
           05  IDGEN-OPT-MATCH-IDX         PIC 9(5) COMP VALUE ZERO.
           05  IDGEN-OPT-SEARCH-ID         PIC X(5) VALUE SPACES.

       01  IDGEN-VALIDATE-WORK-FIELDS.
           05  IDGEN-VAL-IDX               PIC 9(2) COMP.
           05  IDGEN-CTRY-IDX              PIC 9(2) COMP VALUE ZERO.
      *> Machine-readable reason code, set alongside every reject  *>
      *> and review reason text:                                   *>
      *>   10 invalid registration date   41 void - already revoked *>
      *>   11 invalid birth year             (or converted)         *>
      *>   20 invalid country code        42 void - wrong source    *>
      *>   21 invalid region code            record (historical -   *>
      *>                                     voids now locate by    *>
      *>                                     source key)            *>
      *>   30 invalid transaction code    43 renew - no issued ID   *>
      *>                                  45 replace - no issued ID *>
      *>                                  46 convert - no temporary *>
      *>                                     ID                     *>
      *>   40 void - not on master        50 duplicate serial      *>
      *>                                  60 prior ID, source key  *>
      *>                                  61 prior ID, name/birth  *>
      *>                                  70 registrant deceased   *>
      *>                                  80 operator not           *>
      *>                                     authorized             *>
      *>                                  81 no supervisor sign-off *>
      *>--------------------------------------------------------*>
       77  IDGEN-REASON-CODE               PIC X(2) VALUE SPACES.

           05  IDGEN-DLS-STATUS            PIC X(2) VALUE SPACES.
           05  IDGEN-DAG-STATUS            PIC X(2) VALUE SPACES.
           05  IDGEN-DSQ-STATUS            PIC X(2) VALUE SPACES.
           05  IDGEN-OPR-STATUS            PIC X(2) VALUE SPACES.
           05  IDGEN-JRN-STATUS            PIC X(2) VALUE SPACES.
           05  IDGEN-RUN-STATUS            PIC X(2) VALUE SPACES.

       01  IDGEN-COUNTERS.
           05  IDGEN-RECORDS-READ          PIC 9(7) COMP VALUE ZERO.
           05  IDGEN-IDS-RENEWED           PIC 9(7) COMP VALUE ZERO.
           05  IDGEN-IDS-REPLACED          PIC 9(7) COMP VALUE ZERO.
           05  IDGEN-IDS-REPLAYED          PIC 9(7) COMP VALUE ZERO.
           05  IDGEN-TEMP-IDS-ISSUED       PIC 9(7) COMP VALUE ZERO.
           05  IDGEN-IDS-CONVERTED         PIC 9(7) COMP VALUE ZERO.
           05  IDGEN-REJECTS-WRITTEN       PIC 9(7) COMP VALUE ZERO.
           05  IDGEN-REJECT-HASH-TOTAL     PIC 9(18) COMP VALUE ZERO.
           05  IDGEN-REJECT-KEY-VALUE      PIC 9(10).
      *> 0000-MAINLINE                                             *>
      *>--------------------------------------------------------*>
       0000-MAINLINE.
           PERFORM 0100-REGISTER-RUN-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 5000-PROCESS-OFFICE-FILE THRU 5000-EXIT
               VARYING IDGEN-OFC-IDX FROM 1 BY 1
               UNTIL IDGEN-OFC-IDX > IDGEN-OFFICE-COUNT.
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
      *> cycle date. A new job is refused while the previous       *>
      *> IdGenerator job stopped part-way through and the restart  *>
      *> flag is not set, and while an IdDisposition run is open.  *>
      *>--------------------------------------------------------*>
       0100-REGISTER-RUN-START.
           PERFORM 0110-READ-RUN-PARAMETERS THRU 0110-EXIT.
           OPEN I-O IDGEN-RUN-CONTROL-FILE.
           IF IDGEN-RUN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-RUN-CONTROL-FILE
               CLOSE IDGEN-RUN-CONTROL-FILE
               OPEN I-O IDGEN-RUN-CONTROL-FILE
           END-IF.
           IF IDGEN-RUN-STATUS NOT = "00"
               DISPLAY "IDGENERATOR - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " IDGEN-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "IdGenerator" TO IDGEN-RUN-LOOK-PROGRAM.
           PERFORM 0120-FIND-OPEN-RUN THRU 0120-EXIT.
           IF OPEN-RUN-FOUND
               PERFORM 0130-CHECK-OPEN-JOB-CHECKPOINT THRU 0130-EXIT
           END-IF.
           MOVE "IdDisposition" TO IDGEN-RUN-LOOK-PROGRAM.
           PERFORM 0120-FIND-OPEN-RUN THRU 0120-EXIT.
           IF OPEN-RUN-FOUND
               DISPLAY "IDGENERATOR - IDDISPOSITION JOB "
                   IDGEN-RUN-OPEN-JOB-ID " FOR CYCLE "
                   IDGEN-RUN-OPEN-CYCLE " HAS NOT COMPLETED"
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
           IF IDGEN-CTL-STATUS = "00"
               READ IDGEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IDGEN-CTL-JOB-ID-IN TO IDGEN-RUN-JOB-ID
                       MOVE IDGEN-CTL-RESTART-IN TO IDGEN-RESTART-FLAG
                       IF IDGEN-CTL-CYCLE-DATE-IN IS NUMERIC
                          AND IDGEN-CTL-CYCLE-DATE-IN > ZERO
                           MOVE IDGEN-CTL-CYCLE-DATE-IN
                               TO IDGEN-RUN-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE IDGEN-CONTROL-FILE
           END-IF.
           IF IDGEN-RUN-CYCLE-DATE = SPACES
               ACCEPT IDGEN-RUN-CYCLE-DATE FROM DATE YYYYMMDD
           END-IF.

       0110-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 0120-FIND-OPEN-RUN - reads every run of the program in    *>
      *> IDGEN-RUN-LOOK-PROGRAM, in any cycle, and stops at the    *>
      *> first one started and never completed.                    *>
      *>--------------------------------------------------------*>
       0120-FIND-OPEN-RUN.
           MOVE "N" TO IDGEN-RUN-OPEN-SWITCH.
           MOVE "N" TO IDGEN-RUN-SCAN-SWITCH.
           MOVE IDGEN-RUN-LOOK-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = IDGEN-RUN-LOOK-PROGRAM
                       SET END-OF-RUN-SCAN TO TRUE
                   ELSE
                       IF IDGEN-RCF-STARTED
                           SET OPEN-RUN-FOUND TO TRUE
                           MOVE IDGEN-RCF-JOB-ID
                               TO IDGEN-RUN-OPEN-JOB-ID
                           MOVE IDGEN-RCF-CYCLE-DATE
                               TO IDGEN-RUN-OPEN-CYCLE
                           MOVE IDGEN-RCF-START-DATE
                               TO IDGEN-RUN-OPEN-START
                       END-IF
                   END-IF
           END-READ.

       0121-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 0130-CHECK-OPEN-JOB-CHECKPOINT - an earlier IdGenerator   *>
      *> run never completed. If its job's checkpoint shows        *>
      *> records committed since that run started, the job stopped *>
      *> part-way through and only a restart of that same job may  *>
      *> run; a run that stopped before its first commit left      *>
      *> nothing to resume and is simply superseded.               *>
      *>--------------------------------------------------------*>
       0130-CHECK-OPEN-JOB-CHECKPOINT.
           MOVE "N" TO IDGEN-RUN-CKPT-SWITCH.
           OPEN INPUT IDGEN-CHECKPOINT-FILE.
           IF IDGEN-CKPT-STATUS = "00"
               MOVE IDGEN-RUN-OPEN-JOB-ID TO IDGEN-CKPT-JOB-ID
               READ IDGEN-CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IDGEN-CKPT-RECORDS-READ > ZERO
                          AND IDGEN-CKPT-RUN-DATE
                              NOT < IDGEN-RUN-OPEN-START
                           SET OPEN-JOB-PART-DONE TO TRUE
                       END-IF
               END-READ
               CLOSE IDGEN-CHECKPOINT-FILE
           END-IF.
           IF OPEN-JOB-PART-DONE
              AND NOT IDGEN-RESTART-REQUESTED
               DISPLAY "IDGENERATOR - JOB " IDGEN-RUN-OPEN-JOB-ID
                   " FOR CYCLE " IDGEN-RUN-OPEN-CYCLE
                   " STOPPED PART-WAY THROUGH"
               DISPLAY "IDGENERATOR - SET THE RESTART FLAG TO "
                   "RESUME IT BEFORE A NEW JOB IS STARTED"
               PERFORM 0190-REFUSE-RUN THRU 0190-EXIT
           END-IF.
           IF OPEN-JOB-PART-DONE
              AND IDGEN-RUN-JOB-ID NOT = IDGEN-RUN-OPEN-JOB-ID
               DISPLAY "IDGENERATOR - RESTART REQUESTED FOR "
                   "JOB " IDGEN-RUN-JOB-ID ", BUT JOB "
                   IDGEN-RUN-OPEN-JOB-ID " IS THE ONE STOPPED"
               PERFORM 0190-REFUSE-RUN THRU 0190-EXIT
           END-IF.

       0130-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 0150-CLOSE-OUT-OPEN-RUNS - an earlier start of this job   *>
      *> that never completed is superseded by this one; it is     *>
      *> marked abandoned so it no longer holds up the jobs that   *>
      *> wait on it.                                               *>
      *>--------------------------------------------------------*>
       0150-CLOSE-OUT-OPEN-RUNS.
           MOVE "N" TO IDGEN-RUN-SCAN-SWITCH.
           MOVE IDGEN-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = IDGEN-RUN-PROGRAM
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
           MOVE IDGEN-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE.
           MOVE IDGEN-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
           MOVE "N" TO IDGEN-RUN-ENTRY-SWITCH.
           READ IDGEN-RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-ENTRY-ON-FILE TO TRUE
           END-READ.
           IF NOT RUN-ENTRY-ON-FILE
               MOVE SPACES TO IDGEN-RUN-CONTROL-RECORD
               MOVE IDGEN-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE IDGEN-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               MOVE ZERO TO IDGEN-RCF-START-COUNT
           END-IF.
           MOVE IDGEN-RUN-JOB-ID TO IDGEN-RCF-JOB-ID.
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
           IF IDGEN-RUN-STATUS NOT = "00"
               DISPLAY "IDGENERATOR - UNABLE TO RECORD THE RUN "
                   "START, STATUS " IDGEN-RUN-STATUS
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
           DISPLAY "IDGENERATOR - PREREQUISITES NOT MET, "
               "RUN REFUSED".
           CLOSE IDGEN-RUN-CONTROL-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0190-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1000-INITIALIZE - open the batch input and prime the     *>
      *> end-of-file test with the first READ.                    *>
           ACCEPT IDGEN-TODAY-DATE FROM DATE YYYYMMDD.
           INITIALIZE IDGEN-OFFICE-TABLE.
           PERFORM 1100-READ-CONTROL-PARAMETERS THRU 1100-EXIT.
           PERFORM 1800-SET-TEMP-EXPIRY-DATE THRU 1800-EXIT.
           PERFORM 1150-MEASURE-RUN-FILES THRU 1150-EXIT.
           IF IDGEN-RESTART-REQUESTED
               OPEN EXTEND IDGEN-OUTPUT-FILE
               OPEN OUTPUT IDGEN-OUTPUT-FILE
           END-IF.
           IF IDGEN-OUT-STATUS NOT = "00"
               DISPLAY "IDGENERATOR - UNABLE TO OPEN "
                   "IDGEN-OUTPUT-FILE, "
                   "STATUS " IDGEN-OUT-STATUS
               STOP RUN
           END-IF.
               OPEN OUTPUT IDGEN-REPORT-FILE
           END-IF.
           IF IDGEN-RPT-STATUS NOT = "00"
               DISPLAY "IDGENERATOR - UNABLE TO OPEN "
                   "IDGEN-REPORT-FILE, "
                   "STATUS " IDGEN-RPT-STATUS
               STOP RUN
           END-IF.
               OPEN OUTPUT IDGEN-REVIEW-FILE
           END-IF.
           IF IDGEN-REV-STATUS NOT = "00"
               DISPLAY "IDGENERATOR - UNABLE TO OPEN "
                   "IDGEN-REVIEW-FILE, "
                   "STATUS " IDGEN-REV-STATUS
               STOP RUN
           END-IF.
           INITIALIZE IDGEN-PRIOR-REGION-TABLE.
           INITIALIZE IDGEN-STAT-REASON-TABLE.
           PERFORM 1700-LOAD-REFERENCE-TABLES THRU 1700-EXIT.
           PERFORM 1750-LOAD-OPERATOR-TABLE THRU 1750-EXIT.
           PERFORM 1600-LOAD-PRIOR-RUN-STATS THRU 1600-EXIT.
      *> The audit trail is a cumulative history shared with
      *> IdDisposition, so it is always extended, never recreated;
                   "IDGEN-DELTA-SPOOL, STATUS " IDGEN-DLS-STATUS
               STOP RUN
           END-IF.
      *> The journal likewise runs from one image copy to the next
      *> across every job, so it is only ever appended to here.
           OPEN EXTEND IDGEN-JOURNAL-FILE.
           IF IDGEN-JRN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-JOURNAL-FILE
               CLOSE IDGEN-JOURNAL-FILE
               OPEN EXTEND IDGEN-JOURNAL-FILE
           END-IF.
           IF IDGEN-JRN-STATUS NOT = "00"
               DISPLAY "IDGENERATOR - UNABLE TO OPEN "
                   "IDGEN-JOURNAL-FILE, STATUS " IDGEN-JRN-STATUS
               STOP RUN
           END-IF.
           PERFORM 1200-OPEN-CHECKPOINT-FILE THRU 1200-EXIT.
           PERFORM 1210-SEED-CHECKPOINT-EXISTS THRU 1210-EXIT.
           PERFORM 1400-OPEN-MASTER-FILE THRU 1400-EXIT.

      *>--------------------------------------------------------*>
      *> 1100-READ-CONTROL-PARAMETERS - picks up the job id,       *>
      *> checkpoint interval, restart flag, and temporary-ID       *>
      *> validity from the one-line parameter card on              *>
      *> IDGEN-CONTROL-FILE, if present.                           *>
      *>--------------------------------------------------------*>
       1100-READ-CONTROL-PARAMETERS.
           OPEN INPUT IDGEN-CONTROL-FILE.
                       MOVE IDGEN-CTL-INTERVAL-IN
                           TO IDGEN-CHECKPOINT-INTERVAL
                       MOVE IDGEN-CTL-RESTART-IN TO IDGEN-RESTART-FLAG
                       IF IDGEN-CTL-TEMP-DAYS-IN IS NUMERIC
                          AND IDGEN-CTL-TEMP-DAYS-IN > ZERO
                           MOVE IDGEN-CTL-TEMP-DAYS-IN
                               TO IDGEN-TEMP-VALIDITY-DAYS
                       END-IF
               END-READ
               PERFORM 1110-READ-OFFICE-ENTRY THRU 1110-EXIT
                   UNTIL END-OF-CONTROL-FILE
                   IF IDGEN-AUD-JOB-ID = IDGEN-JOB-ID
                      AND (IDGEN-AUD-ACTION = "ISSUE"
                           OR IDGEN-AUD-ACTION = "REISSUE"
                           OR IDGEN-AUD-ACTION = "CONVERT"
                           OR IDGEN-AUD-ACTION = "SUMMARY")
                       IF IDGEN-AUD-DATE NOT = IDGEN-AHX-BLOCK-DATE
                           INITIALIZE IDGEN-PRIOR-REGION-TABLE
       1730-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1750-LOAD-OPERATOR-TABLE - only voids and lost/stolen     *>
      *> reports need it, so a missing operator file does not stop *>
      *> the night's issuance: the table stays empty and each such *>
      *> transaction rejects with reason code 80 for re-keying.    *>
      *>--------------------------------------------------------*>
       1750-LOAD-OPERATOR-TABLE.
           OPEN INPUT IDGEN-OPERATOR-FILE.
           IF IDGEN-OPR-STATUS NOT = "00"
               DISPLAY "IDGENERATOR - UNABLE TO OPEN "
                   "IDGEN-OPERATOR-FILE, STATUS " IDGEN-OPR-STATUS
                   " - VOIDS AND LOST/STOLEN WILL REJECT"
           ELSE
               PERFORM 1760-READ-OPERATOR-RECORD THRU 1760-EXIT
                   UNTIL END-OF-OPERATOR-FILE
               CLOSE IDGEN-OPERATOR-FILE
           END-IF.

       1750-EXIT.
           EXIT.

       1760-READ-OPERATOR-RECORD.
           READ IDGEN-OPERATOR-FILE
               AT END
                   SET END-OF-OPERATOR-FILE TO TRUE
               NOT AT END
                   IF IDGEN-OPERATOR-COUNT >= IDGEN-OPERATOR-TABLE-MAX
                       DISPLAY "IDGENERATOR - OPERATOR TABLE FULL AT "
                           IDGEN-OPERATOR-TABLE-MAX " ENTRIES"
                       STOP RUN
                   END-IF
                   ADD 1 TO IDGEN-OPERATOR-COUNT
                   MOVE IDGEN-OPR-ID
                       TO IDGEN-OPT-ID (IDGEN-OPERATOR-COUNT)
                   MOVE IDGEN-OPR-ROLE
                       TO IDGEN-OPT-ROLE (IDGEN-OPERATOR-COUNT)
                   MOVE IDGEN-OPR-ACTIVE-FLAG
                       TO IDGEN-OPT-ACTIVE-FLAG (IDGEN-OPERATOR-COUNT)
           END-READ.

       1760-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1800-SET-TEMP-EXPIRY-DATE - today's date advanced one     *>
      *> day at a time for the temporary-ID validity, rolling the  *>
      *> month and year over with the same month-length and leap-  *>
      *> year rules the registration-date check uses. No record is *>
      *> in flight yet, so the date work fields are free.          *>
      *>--------------------------------------------------------*>
       1800-SET-TEMP-EXPIRY-DATE.
           MOVE IDGEN-TODAY-DATE TO IDGEN-TEMP-EXPIRY-ALPHA.
           MOVE IDGEN-TXP-YYYY TO IDGEN-DATE-YYYY.
           MOVE IDGEN-TXP-MM TO IDGEN-DATE-MM.
           MOVE IDGEN-TXP-DD TO IDGEN-DATE-DD.
           PERFORM 2121-CHECK-LEAP-YEAR THRU 2121-EXIT.
           PERFORM 1810-ADVANCE-ONE-DAY THRU 1810-EXIT
               IDGEN-TEMP-VALIDITY-DAYS TIMES.
           MOVE IDGEN-DATE-YYYY TO IDGEN-TXP-YYYY.
           MOVE IDGEN-DATE-MM TO IDGEN-TXP-MM.
           MOVE IDGEN-DATE-DD TO IDGEN-TXP-DD.

       1800-EXIT.
           EXIT.

       1810-ADVANCE-ONE-DAY.
           ADD 1 TO IDGEN-DATE-DD.
           MOVE IDGEN-MONTH-DAYS (IDGEN-DATE-MM) TO IDGEN-DATE-MAX-DD.
           IF IDGEN-DATE-MM = 2 AND IDGEN-LEAP-YEAR
               MOVE 29 TO IDGEN-DATE-MAX-DD
           END-IF.
           IF IDGEN-DATE-DD > IDGEN-DATE-MAX-DD
               MOVE 1 TO IDGEN-DATE-DD
               ADD 1 TO IDGEN-DATE-MM
               IF IDGEN-DATE-MM > 12
                   MOVE 1 TO IDGEN-DATE-MM
                   ADD 1 TO IDGEN-DATE-YYYY
                   PERFORM 2121-CHECK-LEAP-YEAR THRU 2121-EXIT
               END-IF
           END-IF.

       1810-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1300-RESTART-FROM-CHECKPOINT - resumes this job past the  *>
      *> last committed record instead of reprocessing from record *>
           MOVE IDGEN-JOB-ID TO IDGEN-CKPT-JOB-ID.
           READ IDGEN-CHECKPOINT-FILE
               INVALID KEY
                   DISPLAY "IDGENERATOR - NO CHECKPOINT ON FILE "
                       "FOR JOB "
                       IDGEN-JOB-ID
               NOT INVALID KEY
                   SET IDGEN-CHECKPOINT-EXISTS TO TRUE
                   MOVE IDGEN-CKPT-IDS-VOIDED TO IDGEN-IDS-VOIDED
                   MOVE IDGEN-CKPT-IDS-RENEWED TO IDGEN-IDS-RENEWED
                   MOVE IDGEN-CKPT-IDS-REPLACED TO IDGEN-IDS-REPLACED
                   MOVE IDGEN-CKPT-TEMP-ISSUED
                       TO IDGEN-TEMP-IDS-ISSUED
                   MOVE IDGEN-CKPT-IDS-CONVERTED
                       TO IDGEN-IDS-CONVERTED
                   MOVE IDGEN-CKPT-RECORDS-READ TO IDGEN-SKIP-REMAINING
           END-READ.

           SET RECORD-IS-VALID TO TRUE.
           MOVE "N" TO IDGEN-REPLAY-SWITCH.
           MOVE "N" TO IDGEN-DECEASED-SWITCH.
           MOVE "N" TO IDGEN-TEMP-FOUND-SWITCH.
           MOVE PI-TRANS-CODE TO IDGEN-TRANS-CODE.
           IF NOT TRANS-IS-ADD AND NOT TRANS-IS-CORRECT
              AND NOT TRANS-IS-VOID AND NOT TRANS-IS-REWORK
              AND NOT TRANS-IS-RENEW AND NOT TRANS-IS-REPLACE
              AND NOT TRANS-IS-EMERGENCY AND NOT TRANS-IS-CONVERT
               SET RECORD-IS-INVALID TO TRUE
               MOVE "INVALID TRANSACTION CODE" TO IDGEN-ERR-REASON
               MOVE "30" TO IDGEN-REASON-CODE
           END-IF.
      *> A void or lost/stolen report takes a registrant's ID out
      *> of service, so it applies only when keyed by an active
      *> clerk and signed off by a second, supervisor-level ID.
           IF RECORD-IS-VALID
              AND (TRANS-IS-VOID OR TRANS-IS-REPLACE)
               PERFORM 2050-CHECK-OPERATOR-SIGN-OFF THRU 2050-EXIT
           END-IF.
           IF RECORD-IS-VALID
               PERFORM 2100-BUILD-SERIAL-NUMBER THRU 2100-EXIT
           END-IF.
                           THRU 2180-EXIT
                   ELSE
                   IF PRIOR-ID-FOUND
      *> An emergency record is not queued for review either -
      *> the registrant already holds an ID the office can look
      *> up - so it is rejected with the review reason.
                       IF TRANS-IS-EMERGENCY
                           MOVE IDGEN-REV-REASON TO IDGEN-ERR-REASON
                           PERFORM 2300-REJECT-RECORD THRU 2300-EXIT
                       ELSE
                           PERFORM 2310-ROUTE-TO-REVIEW THRU 2310-EXIT
                       END-IF
                   ELSE
      *> A conversion ("P") - or a clerk-approved one coming back
      *> from the disposition cycle as "R" - closes the open
      *> temporary ID for this record and issues the permanent
      *> serial in its place.
                   IF TEMPORARY-ID-FOUND
                       PERFORM 2700-CONVERT-TEMPORARY-ID
                           THRU 2700-EXIT
                   ELSE
                   IF TRANS-IS-CONVERT
                       MOVE "CONVERT - NO TEMPORARY ID FOR RECORD"
                           TO IDGEN-ERR-REASON
                       MOVE "46" TO IDGEN-REASON-CODE
                       PERFORM 2300-REJECT-RECORD THRU 2300-EXIT
                   ELSE
      *> The sequence digit walks 0-9 for a free serial, so a
      *> same-day demographic twin issues cleanly; a duplicate
                               PERFORM 2300-REJECT-RECORD
                                   THRU 2300-EXIT
                           ELSE
      *> A merged entry is handled as revoked: a correction that
      *> rebuilds its serial puts it back in force.
                           IF TRANS-IS-CORRECT
                              AND (IDGEN-MST-REVOKED
                                   OR IDGEN-MST-MERGED)
                              AND IDGEN-MST-SOURCE-KEY = PI-RECORD-KEY
                               PERFORM 2250-REISSUE-REVOKED-ID
                                   THRU 2250-EXIT
                           ELSE
                               IF (IDGEN-MST-ISSUED
                                   OR IDGEN-MST-TEMPORARY)
                                  AND IDGEN-MST-SOURCE-KEY
                                          = PI-RECORD-KEY
                                   PERFORM 2180-COUNT-REPLAYED-RECORD
                                       THRU 2180-EXIT
                               ELSE
      *> An emergency record is never queued for review: a clerk
      *> approval would come back as a permanent issue under the
      *> relaxed rules, so it is rejected to be fed again.
                               IF TRANS-IS-EMERGENCY
                                   MOVE
                                     "DUPLICATE SERIAL - NO FREE SLOT"
                                       TO IDGEN-ERR-REASON
                                   MOVE "50" TO IDGEN-REASON-CODE
                                   PERFORM 2300-REJECT-RECORD
                                       THRU 2300-EXIT
                               ELSE
                                   MOVE
                                 "DUPLICATE SERIAL - ROUTED FOR REVIEW"
                                       TO IDGEN-REV-REASON
                                   MOVE "50" TO IDGEN-REASON-CODE
                                   PERFORM 2310-ROUTE-TO-REVIEW
                                       THRU 2310-EXIT
                               END-IF
                               END-IF
                           END-IF
                           END-IF
                       ELSE
                       IF TRANS-IS-EMERGENCY
                           PERFORM 2650-ISSUE-TEMPORARY-ID
                               THRU 2650-EXIT
                       ELSE
                           PERFORM 2200-WRITE-ID THRU 2200-EXIT
                       END-IF
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2050-CHECK-OPERATOR-SIGN-OFF - the clerk ID must be on    *>
      *> the operator file and active (reason code 80); the        *>
      *> supervisor ID must be on file, active, role S, and not    *>
      *> the clerk's own (reason code 81).                         *>
      *>--------------------------------------------------------*>
       2050-CHECK-OPERATOR-SIGN-OFF.
           MOVE PI-OPERATOR-ID TO IDGEN-OPT-SEARCH-ID.
           PERFORM 2060-FIND-OPERATOR THRU 2060-EXIT.
           IF NOT OPERATOR-FOUND
               SET RECORD-IS-INVALID TO TRUE
           ELSE
               IF IDGEN-OPT-ACTIVE-FLAG (IDGEN-OPT-MATCH-IDX) NOT = "A"
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
           END-IF.
           IF RECORD-IS-INVALID
               MOVE "OPERATOR NOT AUTHORIZED" TO IDGEN-ERR-REASON
               MOVE "80" TO IDGEN-REASON-CODE
           ELSE
               MOVE PI-SUPERVISOR-ID TO IDGEN-OPT-SEARCH-ID
               PERFORM 2060-FIND-OPERATOR THRU 2060-EXIT
               IF NOT OPERATOR-FOUND
                  OR PI-SUPERVISOR-ID = PI-OPERATOR-ID
                   SET RECORD-IS-INVALID TO TRUE
               ELSE
                   IF IDGEN-OPT-ROLE (IDGEN-OPT-MATCH-IDX) NOT = "S"
                      OR IDGEN-OPT-ACTIVE-FLAG (IDGEN-OPT-MATCH-IDX)
                             NOT = "A"
                       SET RECORD-IS-INVALID TO TRUE
                   END-IF
               END-IF
               IF RECORD-IS-INVALID
                   MOVE "SUPERVISOR SIGN-OFF REQUIRED"
                       TO IDGEN-ERR-REASON
                   MOVE "81" TO IDGEN-REASON-CODE
               END-IF
           END-IF.

       2050-EXIT.
           EXIT.

       2060-FIND-OPERATOR.
           MOVE "N" TO IDGEN-OPR-FOUND-SWITCH.
           IF IDGEN-OPT-SEARCH-ID NOT = SPACES
               PERFORM 2061-COMPARE-OPERATOR THRU 2061-EXIT
                   VARYING IDGEN-OPT-IDX FROM 1 BY 1
                   UNTIL IDGEN-OPT-IDX > IDGEN-OPERATOR-COUNT
                      OR OPERATOR-FOUND
           END-IF.

       2060-EXIT.
           EXIT.

       2061-COMPARE-OPERATOR.
           IF IDGEN-OPT-ID (IDGEN-OPT-IDX) = IDGEN-OPT-SEARCH-ID
               SET OPERATOR-FOUND TO TRUE
               MOVE IDGEN-OPT-IDX TO IDGEN-OPT-MATCH-IDX
           END-IF.

       2061-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2100-BUILD-SERIAL-NUMBER                                  *>
      *>--------------------------------------------------------*>
       2100-BUILD-SERIAL-NUMBER.
      *> An emergency registrant who cannot give a birth year is
      *> carried as year zero, on the serial and on the master.
           IF TRANS-IS-EMERGENCY AND PI-BIRTH-YEAR IS NOT NUMERIC
               MOVE ZERO TO PI-BIRTH-YEAR
           END-IF.
           PERFORM 2120-DERIVE-DATE-FIELDS THRU 2120-EXIT.
           MOVE PI-GIVEN-NAME (1:1) TO firstLetter.
           MOVE PI-SURNAME (1:1) TO lastLetter.
               VARYING IDGEN-VAL-IDX FROM 1 BY 1
               UNTIL IDGEN-VAL-IDX > IDGEN-REGION-TABLE-SIZE
                  OR REGION-CODE-FOUND.
      *> An emergency record may carry a placeholder region for
      *> the shelter or camp it was registered at, which need not
      *> be on the reference table but must still be numeric; it
      *> is kept out of the issued-by-region statistics.
           IF NOT REGION-CODE-FOUND
               IF TRANS-IS-EMERGENCY AND PI-REGION-CODE IS NUMERIC
                   MOVE ZERO TO IDGEN-REG-IDX
               ELSE
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "INVALID REGION CODE" TO IDGEN-ERR-REASON
                   MOVE "21" TO IDGEN-REASON-CODE
               END-IF
           END-IF.

       2110-EXIT.
           MOVE IDGEN-DATE-YYYY TO recy.
           PERFORM 2122-VALIDATE-DATE-FIELDS THRU 2122-EXIT.
           IF RECORD-IS-VALID
               COMPUTE doy = IDGEN-CUM-DAYS (IDGEN-DATE-MM)
                   + IDGEN-DATE-DD
               IF IDGEN-DATE-MM > 2 AND IDGEN-LEAP-YEAR
                   ADD 1 TO doy
               END-IF
      *> month drive an out-of-range reference into IDGEN-CUM-DAYS, *>
      *> and rejects an impossible day (02/30, 04/31, and the like) *>
      *> by checking IDGEN-DATE-DD against the actual maximum for   *>
      *> that month, leap years included. A conversion to a         *>
      *> permanent ID must also carry the verified birth year:      *>
      *> numeric, not zero, and not after the registration year.    *>
      *>--------------------------------------------------------*>
       2122-VALIDATE-DATE-FIELDS.
           IF IDGEN-DATE-MM IS NOT NUMERIC
                   IF IDGEN-DATE-MM = 2 AND IDGEN-LEAP-YEAR
                       MOVE 29 TO IDGEN-DATE-MAX-DD
                   END-IF
                   IF IDGEN-DATE-DD < 1
                      OR IDGEN-DATE-DD > IDGEN-DATE-MAX-DD
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "INVALID REGISTRATION DATE"
                           TO IDGEN-ERR-REASON
                       MOVE "10" TO IDGEN-REASON-CODE
                   END-IF
               END-IF
           END-IF.
           IF RECORD-IS-VALID AND TRANS-IS-CONVERT
               IF PI-BIRTH-YEAR IS NOT NUMERIC
                   SET RECORD-IS-INVALID TO TRUE
               ELSE
                   IF PI-BIRTH-YEAR = ZERO
                      OR PI-BIRTH-YEAR > IDGEN-DATE-YYYY
                       SET RECORD-IS-INVALID TO TRUE
                   END-IF
               END-IF
               IF RECORD-IS-INVALID
                   MOVE "INVALID BIRTH YEAR" TO IDGEN-ERR-REASON
                   MOVE "11" TO IDGEN-REASON-CODE
               END-IF
           END-IF.

       2122-EXIT.
           EXIT.
                   SET IDGEN-LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE IDGEN-DATE-YYYY BY 400
                       GIVING IDGEN-DATE-QUOT
                       REMAINDER IDGEN-DATE-REM400
                   IF IDGEN-DATE-REM400 = ZERO
                       SET IDGEN-LEAP-YEAR TO TRUE
                   END-IF
      *> to its A=1...Z=26 table position for the check digit.      *>
      *>--------------------------------------------------------*>
       2152-SEARCH-ALPHA-TABLE.
           IF IDGEN-CD-ALPHA-CHAR
                  = IDGEN-CD-ALPHA-TBL (IDGEN-CD-ALPHA-IDX)
               SET ALPHA-VALUE-FOUND TO TRUE
               MOVE IDGEN-CD-ALPHA-IDX TO IDGEN-CD-ALPHA-VALUE
           END-IF.
      *> found either by the same source record key or by the same *>
      *> surname/given-name/birth-year, is a suspected             *>
      *> re-registration and is routed to manual review instead    *>
      *> of being issued a second, different serialNumber. An      *>
      *> emergency record gets the source-key scan only: a         *>
      *> half-remembered name or an unknown birth year would make  *>
      *> the name/birth-year match meaningless, and the person is  *>
      *> checked in full when the temporary ID is converted.       *>
      *>--------------------------------------------------------*>
       2165-CHECK-FOR-PRIOR-ID.
           MOVE "N" TO IDGEN-PRIOR-ID-SWITCH.
           PERFORM 2166-SCAN-BY-SOURCE-KEY THRU 2166-EXIT.
           IF NOT PRIOR-ID-FOUND AND NOT ALREADY-ISSUED-REPLAY
              AND NOT TRANS-IS-EMERGENCY
               PERFORM 2167-SCAN-BY-PERSON-ID THRU 2167-EXIT
           END-IF.

      *> serial is identical to the one just rebuilt, this very    *>
      *> record was already committed (a restart is replaying the  *>
      *> crash window) and it is passed over instead of being      *>
      *> re-issued or queued against itself. A temporary entry     *>
      *> under the same source key is the one a conversion (or an  *>
      *> approved rework of one) closes; for an emergency record   *>
      *> it is handled like an issued entry, and for any other     *>
      *> transaction it is a prior ID.                             *>
      *>--------------------------------------------------------*>
       2168-READ-NEXT-BY-SOURCE.
           READ IDGEN-MASTER-FILE NEXT RECORD
                           SET DECEASED-ID-FOUND TO TRUE
                           SET MASTER-SCAN-DONE TO TRUE
                       ELSE
                       IF IDGEN-MST-TEMPORARY
                          AND (TRANS-IS-CONVERT OR TRANS-IS-REWORK)
                           SET TEMPORARY-ID-FOUND TO TRUE
                           MOVE IDGEN-MASTER-KEY
                               TO IDGEN-TEMP-SERIAL-WORK
                       ELSE
                       IF IDGEN-MST-ISSUED OR IDGEN-MST-TEMPORARY
      *> The attribute part of the serial (through gender) is
      *> compared without the sequence and check digits: the
      *> committed entry may sit on any sequence slot, but the
      *> same source key with the same attributes is this very
      *> record already on file from the crash window - in
      *> temporary status only if the record is an emergency one.
                           IF IDGEN-MASTER-KEY (1:20)
                                  = SERIAL-NUMBER-ALPHA (1:20)
                              AND ((IDGEN-MST-ISSUED
                                    AND NOT TRANS-IS-EMERGENCY)
                                OR (IDGEN-MST-TEMPORARY
                                    AND TRANS-IS-EMERGENCY))
                               SET ALREADY-ISSUED-REPLAY TO TRUE
                               SET MASTER-SCAN-DONE TO TRUE
                           ELSE
                               SET PRIOR-ID-FOUND TO TRUE
                               MOVE
                               "PRIOR ID ON FILE FOR SOURCE RECORD KEY"
                                   TO IDGEN-REV-REASON
                               MOVE "60" TO IDGEN-REASON-CODE
                           END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-IF
           END-READ.

                           SET DECEASED-ID-FOUND TO TRUE
                           SET MASTER-SCAN-DONE TO TRUE
                       ELSE
      *> This record's own temporary entry is the one being
      *> converted, not a prior ID.
                       IF IDGEN-MST-ISSUED
                          OR (IDGEN-MST-TEMPORARY
                              AND IDGEN-MST-SOURCE-KEY
                                      NOT = PI-RECORD-KEY)
                           SET PRIOR-ID-FOUND TO TRUE
                           MOVE "PRIOR ID ON FILE FOR NAME/BIRTH YEAR"
                               TO IDGEN-REV-REASON
           PERFORM 2230-WRITE-TRANSMIT-DETAIL THRU 2230-EXIT.
           PERFORM 2240-TALLY-ISSUE-STATS THRU 2240-EXIT.
           MOVE "ISSUE" TO IDGEN-AUD-ACTION.
           IF IDGEN-MST-STATUS = "00"
               MOVE "A" TO IDGEN-JOURNAL-CHANGE
               PERFORM 2610-WRITE-JOURNAL-RECORD THRU 2610-EXIT
           END-IF.
           PERFORM 2210-WRITE-AUDIT-RECORD THRU 2210-EXIT.
           PERFORM 2600-WRITE-DELTA-RECORD THRU 2600-EXIT.
           ADD 1 TO IDGEN-IDS-ISSUED.
           PERFORM 2230-WRITE-TRANSMIT-DETAIL THRU 2230-EXIT.
           PERFORM 2240-TALLY-ISSUE-STATS THRU 2240-EXIT.
           MOVE "REISSUE" TO IDGEN-AUD-ACTION.
           IF IDGEN-MST-STATUS = "00"
               MOVE "C" TO IDGEN-JOURNAL-CHANGE
               PERFORM 2610-WRITE-JOURNAL-RECORD THRU 2610-EXIT
           END-IF.
           PERFORM 2210-WRITE-AUDIT-RECORD THRU 2210-EXIT.
           PERFORM 2600-WRITE-DELTA-RECORD THRU 2600-EXIT.
           ADD 1 TO IDGEN-IDS-ISSUED.
      *> the one rebuilt from the record's attributes.
                   MOVE IDGEN-MASTER-KEY TO SERIAL-NUMBER-ALPHA
                   MOVE "VOID" TO IDGEN-AUD-ACTION
                   IF IDGEN-MST-STATUS = "00"
                       MOVE "C" TO IDGEN-JOURNAL-CHANGE
                       PERFORM 2610-WRITE-JOURNAL-RECORD
                           THRU 2610-EXIT
                   END-IF
                   PERFORM 2210-WRITE-AUDIT-RECORD THRU 2210-EXIT
                   PERFORM 2600-WRITE-DELTA-RECORD THRU 2600-EXIT
                   ADD 1 TO IDGEN-IDS-VOIDED
                               SET DECEASED-ID-FOUND TO TRUE
                               SET MASTER-SCAN-DONE TO TRUE
                           WHEN IDGEN-MST-ISSUED
                           WHEN IDGEN-MST-TEMPORARY
                               SET VOID-TARGET-FOUND TO TRUE
                           WHEN IDGEN-MST-REVOKED
                           WHEN IDGEN-MST-MERGED
                           WHEN IDGEN-MST-CONVERTED
                               SET VOID-REVOKED-SEEN TO TRUE
                           WHEN OTHER
                               CONTINUE
                   MOVE IDGEN-MASTER-KEY TO SERIAL-NUMBER-ALPHA
                   PERFORM 2230-WRITE-TRANSMIT-DETAIL THRU 2230-EXIT
                   MOVE "RENEW" TO IDGEN-AUD-ACTION
                   IF IDGEN-MST-STATUS = "00"
                       MOVE "C" TO IDGEN-JOURNAL-CHANGE
                       PERFORM 2610-WRITE-JOURNAL-RECORD
                           THRU 2610-EXIT
                   END-IF
                   PERFORM 2210-WRITE-AUDIT-RECORD THRU 2210-EXIT
                   PERFORM 2600-WRITE-DELTA-RECORD THRU 2600-EXIT
                   ADD 1 TO IDGEN-IDS-RENEWED
           END-WRITE.
           PERFORM 2230-WRITE-TRANSMIT-DETAIL THRU 2230-EXIT.
           MOVE "REPLACE" TO IDGEN-AUD-ACTION.
           IF IDGEN-MST-STATUS = "00"
               MOVE "A" TO IDGEN-JOURNAL-CHANGE
               PERFORM 2610-WRITE-JOURNAL-RECORD THRU 2610-EXIT
           END-IF.
           PERFORM 2210-WRITE-AUDIT-RECORD THRU 2210-EXIT.
           PERFORM 2600-WRITE-DELTA-RECORD THRU 2600-EXIT.
           ADD 1 TO IDGEN-IDS-REPLACED.
                   MOVE SERIAL-NUMBER-ALPHA TO IDGEN-NEW-SERIAL-WORK
                   MOVE IDGEN-LOST-SERIAL-WORK TO SERIAL-NUMBER-ALPHA
                   MOVE "LOST" TO IDGEN-AUD-ACTION
                   IF IDGEN-MST-STATUS = "00"
                       MOVE "C" TO IDGEN-JOURNAL-CHANGE
                       PERFORM 2610-WRITE-JOURNAL-RECORD
                           THRU 2610-EXIT
                   END-IF
                   PERFORM 2210-WRITE-AUDIT-RECORD THRU 2210-EXIT
                   PERFORM 2600-WRITE-DELTA-RECORD THRU 2600-EXIT
                   MOVE IDGEN-NEW-SERIAL-WORK TO SERIAL-NUMBER-ALPHA
      *> 2230-WRITE-TRANSMIT-DETAIL - one transmittal detail per   *>
      *> issued (or re-issued) ID, carrying the name to print on   *>
      *> the card, and its serial digits rolled into the           *>
      *> transmission hash total. An emergency issue is flagged    *>
      *> so the bureau prints it on the temporary card stock.      *>
      *>--------------------------------------------------------*>
       2230-WRITE-TRANSMIT-DETAIL.
           MOVE SPACES TO IDGEN-XMT-DETAIL-RECORD.
           MOVE PI-GIVEN-NAME TO IDGEN-XMT-DTL-GIVEN-NAME.
           MOVE PI-SURNAME TO IDGEN-XMT-DTL-SURNAME.
           MOVE IDGEN-ISSUE-DATE-WORK TO IDGEN-XMT-DTL-ISSUE-DATE.
           IF TRANS-IS-EMERGENCY
               MOVE "T" TO IDGEN-XMT-DTL-CARD-TYPE
           END-IF.
           WRITE IDGEN-XMT-DETAIL-RECORD.
           ADD 1 TO IDGEN-XMT-RECORDS.
           MOVE doy TO IDGEN-XMT-DI-DOY.
      *> 2220-FILL-MASTER-DETAIL - carries the registrant's source  *>
      *> record key, name, issue date, and issuing job id onto the  *>
      *> master record, so the master answers "who got this ID,     *>
      *> and when" instead of only "does this serial exist". The    *>
      *> registration date goes on too, for turnaround timing. A    *>
      *> temporary ID runs out on the short expiry set for the run. *>
      *>--------------------------------------------------------*>
       2220-FILL-MASTER-DETAIL.
           MOVE PI-RECORD-KEY TO IDGEN-MST-SOURCE-KEY.
           MOVE IDGEN-ISSUE-DATE-WORK TO IDGEN-EXPIRY-DATE-ALPHA.
           ADD IDGEN-VALIDITY-YEARS TO IDGEN-EXP-YYYY.
           MOVE IDGEN-EXPIRY-DATE-ALPHA TO IDGEN-MST-EXPIRY-DATE.
           IF IDGEN-MST-TEMPORARY
               MOVE IDGEN-TEMP-EXPIRY-ALPHA TO IDGEN-MST-EXPIRY-DATE
           END-IF.
           MOVE IDGEN-JOB-ID TO IDGEN-MST-JOB-ID.
           MOVE IDGEN-CURRENT-OFFICE TO IDGEN-MST-OFFICE.
           MOVE IDGEN-REG-DATE-ALPHA TO IDGEN-MST-REG-DATE.
           MOVE SPACES TO IDGEN-MST-CARD-STATUS.
           MOVE SPACES TO IDGEN-MST-CARD-DATE.
           MOVE SPACES TO IDGEN-MST-REVOKE-DATE.
           MOVE SPACES TO IDGEN-MST-DEATH-REF.
           MOVE SPACES TO IDGEN-MST-REPLACES.
           MOVE SPACES TO IDGEN-MST-REPLACED-BY.
           MOVE SPACES TO IDGEN-MST-MERGED-INTO.

       2220-EXIT.
           EXIT.
      *> 2210-WRITE-AUDIT-RECORD - logs the issued ID to the audit *>
      *> trail with its source record key, job id, and a date/time *>
      *> stamp, so the ID can be traced back to the intake record  *>
      *> and run that produced it. A clerk-keyed void or          *>
      *> lost/stolen line is followed by its OPERATOR line.        *>
      *>--------------------------------------------------------*>
       2210-WRITE-AUDIT-RECORD.
           MOVE IDGEN-JOB-ID TO IDGEN-AUD-JOB-ID.
           ACCEPT IDGEN-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT IDGEN-AUD-TIME FROM TIME.
           WRITE IDGEN-AUDIT-RECORD FROM IDGEN-AUDIT-LINE.
           IF TRANS-IS-VOID OR TRANS-IS-REPLACE
               MOVE "OPERATOR" TO IDGEN-AUDO-TAG
               MOVE SPACES TO IDGEN-AUD-SOURCE-KEY
               MOVE PI-OPERATOR-ID TO IDGEN-AUDO-OPERATOR-ID
               MOVE PI-SUPERVISOR-ID TO IDGEN-AUDO-SUPERVISOR-ID
               WRITE IDGEN-AUDIT-RECORD FROM IDGEN-AUDIT-LINE
      *> The supervisor ID ends one column past the source key;
      *> blank it out so the next action line carries none of it.
               MOVE SPACES TO IDGEN-AUDIT-LINE (21:2)
           END-IF.

       2210-EXIT.
           EXIT.
       2600-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2610-WRITE-JOURNAL-RECORD - the whole after-image of the  *>
      *> entry just written or rewritten goes onto the master      *>
      *> change journal, under the action in IDGEN-AUD-ACTION and  *>
      *> the change type in IDGEN-JOURNAL-CHANGE.                  *>
      *>--------------------------------------------------------*>
       2610-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO IDGEN-JOURNAL-RECORD.
           MOVE "JDT" TO IDGEN-JRN-TYPE.
           MOVE IDGEN-JOURNAL-CHANGE TO IDGEN-JRN-CHANGE.
           MOVE "IDGENERATOR" TO IDGEN-JRN-PROGRAM.
           MOVE IDGEN-AUD-ACTION TO IDGEN-JRN-ACTION.
           MOVE IDGEN-JOB-ID TO IDGEN-JRN-JOB-ID.
           ACCEPT IDGEN-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT IDGEN-JRN-TIME FROM TIME.
           MOVE IDGEN-MASTER-RECORD TO IDGEN-JRN-MASTER.
           WRITE IDGEN-JOURNAL-RECORD.

       2610-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2650-ISSUE-TEMPORARY-ID - an emergency record goes out    *>
      *> like an issue, but in temporary status with the short     *>
      *> expiry, on the temporary card stock, and counted on its   *>
      *> own line; the output ledger and the issuance statistics   *>
      *> take only permanent IDs.                                  *>
      *>--------------------------------------------------------*>
       2650-ISSUE-TEMPORARY-ID.
           DISPLAY serialNumber.
           MOVE SERIAL-NUMBER-ALPHA TO IDGEN-MASTER-KEY.
           SET IDGEN-MST-TEMPORARY TO TRUE.
           PERFORM 2220-FILL-MASTER-DETAIL THRU 2220-EXIT.
           WRITE IDGEN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "IDGENERATOR - MASTER WRITE FAILED FOR ID "
                       SERIAL-NUMBER-ALPHA
           END-WRITE.
           PERFORM 2230-WRITE-TRANSMIT-DETAIL THRU 2230-EXIT.
           MOVE "TEMPISS" TO IDGEN-AUD-ACTION.
           IF IDGEN-MST-STATUS = "00"
               MOVE "A" TO IDGEN-JOURNAL-CHANGE
               PERFORM 2610-WRITE-JOURNAL-RECORD THRU 2610-EXIT
           END-IF.
           PERFORM 2210-WRITE-AUDIT-RECORD THRU 2210-EXIT.
           PERFORM 2600-WRITE-DELTA-RECORD THRU 2600-EXIT.
           ADD 1 TO IDGEN-TEMP-IDS-ISSUED.

       2650-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2700-CONVERT-TEMPORARY-ID - the record passed the full    *>
      *> validations and the re-registration check, so the         *>
      *> permanent serial is issued and the temporary entry the    *>
      *> source-key scan staged is closed. The temporary entry may *>
      *> hold the rebuilt serial's own slot, so the walk treats    *>
      *> every occupied slot as taken, as a replacement does.      *>
      *>--------------------------------------------------------*>
       2700-CONVERT-TEMPORARY-ID.
           PERFORM 2560-FIND-REPLACEMENT-SERIAL THRU 2560-EXIT.
           IF DUPLICATE-ID-FOUND
               MOVE "DUPLICATE SERIAL - ROUTED FOR REVIEW"
                   TO IDGEN-REV-REASON
               MOVE "50" TO IDGEN-REASON-CODE
               PERFORM 2310-ROUTE-TO-REVIEW THRU 2310-EXIT
           ELSE
               PERFORM 2720-ISSUE-PERMANENT-ID THRU 2720-EXIT
           END-IF.

       2700-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2720-ISSUE-PERMANENT-ID - the permanent entry points back *>
      *> at the temporary serial and goes out on the standard card *>
      *> (output ledger excepted - the control figures count it on *>
      *> its own line); then the temporary entry is re-read and    *>
      *> closed in converted status with the forward pointer. Both *>
      *> ends are audited, journaled, and sent on the delta feed.  *>
      *>--------------------------------------------------------*>
       2720-ISSUE-PERMANENT-ID.
           DISPLAY serialNumber.
           MOVE SERIAL-NUMBER-ALPHA TO IDGEN-MASTER-KEY.
           SET IDGEN-MST-ISSUED TO TRUE.
           PERFORM 2220-FILL-MASTER-DETAIL THRU 2220-EXIT.
           MOVE IDGEN-TEMP-SERIAL-WORK TO IDGEN-MST-REPLACES.
           WRITE IDGEN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "IDGENERATOR - MASTER WRITE FAILED FOR ID "
                       SERIAL-NUMBER-ALPHA
           END-WRITE.
           PERFORM 2230-WRITE-TRANSMIT-DETAIL THRU 2230-EXIT.
           PERFORM 2240-TALLY-ISSUE-STATS THRU 2240-EXIT.
           MOVE "CONVERT" TO IDGEN-AUD-ACTION.
           IF IDGEN-MST-STATUS = "00"
               MOVE "A" TO IDGEN-JOURNAL-CHANGE
               PERFORM 2610-WRITE-JOURNAL-RECORD THRU 2610-EXIT
           END-IF.
           PERFORM 2210-WRITE-AUDIT-RECORD THRU 2210-EXIT.
           PERFORM 2600-WRITE-DELTA-RECORD THRU 2600-EXIT.
           ADD 1 TO IDGEN-IDS-CONVERTED.
           MOVE IDGEN-TEMP-SERIAL-WORK TO IDGEN-MASTER-KEY.
           READ IDGEN-MASTER-FILE
               INVALID KEY
                   DISPLAY "IDGENERATOR - TEMPORARY ENTRY GONE FOR ID "
                       IDGEN-TEMP-SERIAL-WORK
               NOT INVALID KEY
                   SET IDGEN-MST-CONVERTED TO TRUE
                   MOVE IDGEN-TODAY-DATE TO IDGEN-MST-REVOKE-DATE
                   MOVE SERIAL-NUMBER-ALPHA TO IDGEN-MST-REPLACED-BY
                   REWRITE IDGEN-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "IDGENERATOR - MASTER REWRITE "
                               "FAILED FOR ID " IDGEN-TEMP-SERIAL-WORK
                   END-REWRITE
      *> The audit line for the closed entry carries the
      *> temporary serial, so the new one is parked while 2210
      *> runs.
                   MOVE SERIAL-NUMBER-ALPHA TO IDGEN-NEW-SERIAL-WORK
                   MOVE IDGEN-TEMP-SERIAL-WORK TO SERIAL-NUMBER-ALPHA
                   MOVE "TMPCLOS" TO IDGEN-AUD-ACTION
                   IF IDGEN-MST-STATUS = "00"
                       MOVE "C" TO IDGEN-JOURNAL-CHANGE
                       PERFORM 2610-WRITE-JOURNAL-RECORD
                           THRU 2610-EXIT
                   END-IF
                   PERFORM 2210-WRITE-AUDIT-RECORD THRU 2210-EXIT
                   PERFORM 2600-WRITE-DELTA-RECORD THRU 2600-EXIT
                   MOVE IDGEN-NEW-SERIAL-WORK TO SERIAL-NUMBER-ALPHA
           END-READ.

       2720-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2300-REJECT-RECORD - routes a record that failed          *>
      *> validation to the error listing instead of issuing it.    *>
           MOVE IDGEN-IDS-VOIDED TO IDGEN-CKPT-IDS-VOIDED.
           MOVE IDGEN-IDS-RENEWED TO IDGEN-CKPT-IDS-RENEWED.
           MOVE IDGEN-IDS-REPLACED TO IDGEN-CKPT-IDS-REPLACED.
           MOVE IDGEN-TEMP-IDS-ISSUED TO IDGEN-CKPT-TEMP-ISSUED.
           MOVE IDGEN-IDS-CONVERTED TO IDGEN-CKPT-IDS-CONVERTED.
           MOVE IDGEN-REJECTS-WRITTEN TO IDGEN-CKPT-REJ-WRITTEN.
           MOVE IDGEN-REJECT-HASH-TOTAL TO IDGEN-CKPT-REJ-HASH.
           MOVE IDGEN-XMT-HASH-TOTAL TO IDGEN-CKPT-XMT-HASH.
           IF IDGEN-CHECKPOINT-EXISTS
               REWRITE IDGEN-CHECKPOINT-RECORD
                   INVALID KEY
                       DISPLAY "IDGENERATOR - CHECKPOINT REWRITE "
                           "FAILED "
                           "FOR JOB " IDGEN-JOB-ID
               END-REWRITE
           ELSE
           MOVE IDGEN-IDS-REPLACED TO IDGEN-RPT-VALUE.
           WRITE IDGEN-REPORT-RECORD FROM IDGEN-RPT-DETAIL-LINE.

           MOVE "TEMPORARY IDS ISSUED.........:" TO IDGEN-RPT-LABEL.
           MOVE IDGEN-TEMP-IDS-ISSUED TO IDGEN-RPT-VALUE.
           WRITE IDGEN-REPORT-RECORD FROM IDGEN-RPT-DETAIL-LINE.

           MOVE "TEMPORARY IDS CONVERTED......:" TO IDGEN-RPT-LABEL.
           MOVE IDGEN-IDS-CONVERTED TO IDGEN-RPT-VALUE.
           WRITE IDGEN-REPORT-RECORD FROM IDGEN-RPT-DETAIL-LINE.

           MOVE "RECORDS ALREADY ISSUED.......:" TO IDGEN-RPT-LABEL.
           MOVE IDGEN-IDS-REPLAYED TO IDGEN-RPT-VALUE.
           WRITE IDGEN-REPORT-RECORD FROM IDGEN-RPT-DETAIL-LINE.
           WRITE IDGEN-RJF-TRAILER-RECORD.

           CLOSE IDGEN-DELTA-SPOOL.
           CLOSE IDGEN-JOURNAL-FILE.
           PERFORM 9300-DISTRIBUTE-DELTAS THRU 9300-EXIT.

           PERFORM 3800-COMMIT-CHECKPOINT THRU 3800-EXIT.

       9200-EXIT.
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
           IF IDGEN-RUN-STATUS NOT = "00"
               DISPLAY "IDGENERATOR - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " IDGEN-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE IDGEN-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE IDGEN-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               READ IDGEN-RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "IDGENERATOR - RUN START ENTRY NOT "
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
           MOVE "READ" TO IDGEN-RCF-TLY-LABEL (1).
           MOVE IDGEN-RECORDS-READ TO IDGEN-RCF-TLY-VALUE (1).
           MOVE "ISSUED" TO IDGEN-RCF-TLY-LABEL (2).
           MOVE IDGEN-IDS-ISSUED TO IDGEN-RCF-TLY-VALUE (2).
           MOVE "REJECTED" TO IDGEN-RCF-TLY-LABEL (3).
           MOVE IDGEN-IDS-REJECTED TO IDGEN-RCF-TLY-VALUE (3).
           REWRITE IDGEN-RUN-CONTROL-RECORD.
           IF IDGEN-RUN-STATUS NOT = "00"
               DISPLAY "IDGENERATOR - UNABLE TO RECORD THE RUN "
                   "COMPLETION, STATUS " IDGEN-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9910-EXIT.
           EXIT.
