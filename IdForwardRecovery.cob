       IDENTIFICATION DIVISION.
       PROGRAM-ID. IdForwardRecovery.
       AUTHOR. Saythek.
       INSTALLATION. NATIONAL REGISTRY DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *>--------------------------------------------------------*>
      *> MODIFICATION HISTORY                                     *>
      *>   2026-10-15  SK  Initial version: rebuilds a lost or     *>
      *>                   damaged IDGEN-MASTER-FILE from the      *>
      *>                   latest IdMasterBackup image copy plus   *>
      *>                   the master change journal, without      *>
      *>                   re-running a single job. The copy is    *>
      *>                   proved whole against its own trailer    *>
      *>                   and the journal's JHD header must name  *>
      *>                   that very copy; if either check fails   *>
      *>                   the master is not touched. Every        *>
      *>                   re-applied change is tallied by the     *>
      *>                   program and action that made it, and    *>
      *>                   anything that would not apply cleanly   *>
      *>                   is listed by serial.                    *>
      *>   2026-10-15  SK  Reads the parameter card for its job id *>
      *>                   and cycle date and registers its start  *>
      *>                   and completion on the run-control file  *>
      *>                   IDGENRUN.DAT.                           *>
      *>   2026-10-15  SK  A delete that finds no entry is listed  *>
      *>                   as an exception only, no longer also    *>
      *>                   counted and tallied as applied.         *>
      *>--------------------------------------------------------*>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDGEN-IMAGE-FILE ASSIGN TO "IDGENMSB.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FWD-IMG-STATUS.

           SELECT IDGEN-JOURNAL-FILE ASSIGN TO "IDGENJRN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FWD-JRN-STATUS.

           SELECT IDGEN-MASTER-FILE ASSIGN TO "IDGENMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-MASTER-KEY
               ALTERNATE RECORD KEY IS IDGEN-MST-SOURCE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IDGEN-MST-PERSON-ID
                   WITH DUPLICATES
               FILE STATUS IS FWD-MST-STATUS.

           SELECT IDGEN-RECOVERY-REPORT ASSIGN TO "IDGENFWR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FWD-RPT-STATUS.

           SELECT IDGEN-CONTROL-FILE ASSIGN TO "IDGENCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FWD-CTL-STATUS.

           SELECT IDGEN-RUN-CONTROL-FILE ASSIGN TO "IDGENRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-RCF-KEY
               ALTERNATE RECORD KEY IS IDGEN-RCF-PROGRAM
                   WITH DUPLICATES
               FILE STATUS IS FWD-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IDGEN-IMAGE-FILE
           RECORD CONTAINS 210 CHARACTERS.
           COPY IDGNIMG.

       FD  IDGEN-JOURNAL-FILE
           RECORD CONTAINS 260 CHARACTERS.
           COPY IDGNJRN.

       FD  IDGEN-MASTER-FILE.
           COPY IDGNMST.

       FD  IDGEN-RECOVERY-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  FWD-REPORT-RECORD               PIC X(80).

       FD  IDGEN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  IDGEN-CONTROL-RECORD.
           05  IDGEN-CTL-JOB-ID-IN          PIC X(8).
           05  FILLER                       PIC X(38).
           05  IDGEN-CTL-CYCLE-DATE-IN      PIC 9(8).
      *>       YYYYMMDD nightly cycle the run registers against
      *>       on IDGEN-RUN-CONTROL-FILE; zeros or blank mean
      *>       the run date
           05  FILLER                       PIC X(26).

       FD  IDGEN-RUN-CONTROL-FILE.
           COPY IDGNRUN.

       WORKING-STORAGE SECTION.

       01  FWD-FILE-STATUSES.
           05  FWD-IMG-STATUS              PIC X(2) VALUE SPACES.
           05  FWD-JRN-STATUS              PIC X(2) VALUE SPACES.
           05  FWD-MST-STATUS              PIC X(2) VALUE SPACES.
           05  FWD-RPT-STATUS              PIC X(2) VALUE SPACES.
           05  FWD-CTL-STATUS              PIC X(2) VALUE SPACES.
           05  FWD-RUN-STATUS              PIC X(2) VALUE SPACES.

       01  FWD-SWITCHES.
           05  FWD-IMG-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-IMAGE-FILE           VALUE "Y".
           05  FWD-JRN-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-JOURNAL-FILE         VALUE "Y".
           05  FWD-TRAILER-SWITCH          PIC X(1) VALUE "N".
               88  IMAGE-TRAILER-SEEN          VALUE "Y".
           05  FWD-REFUSE-SWITCH           PIC X(1) VALUE "N".
               88  RECOVERY-REFUSED            VALUE "Y".
           05  FWD-TALLY-FOUND-SWITCH      PIC X(1) VALUE "N".
               88  TALLY-SLOT-FOUND            VALUE "Y".

      *>--------------------------------------------------------*>
      *> Run-control registration: this job's entry on             *>
      *> IDGEN-RUN-CONTROL-FILE, keyed by cycle date and program,  *>
      *> and the fields used to look up the runs of the jobs it    *>
      *> depends on.                                               *>
      *>--------------------------------------------------------*>
       01  FWD-RUN-CONTROL-FIELDS.
           05  FWD-RUN-PROGRAM             PIC X(20)
               VALUE "IdForwardRecovery".
           05  FWD-RUN-JOB-ID              PIC X(8) VALUE "IDGEN001".
           05  FWD-RUN-CYCLE-DATE          PIC X(8) VALUE SPACES.
           05  FWD-RUN-SCAN-SWITCH         PIC X(1) VALUE "N".
               88  END-OF-RUN-SCAN             VALUE "Y".
           05  FWD-RUN-ENTRY-SWITCH        PIC X(1) VALUE "N".
               88  RUN-ENTRY-ON-FILE           VALUE "Y".

      *>--------------------------------------------------------*>
      *> Stamp, count, and hash of the image copy, as read from    *>
      *> its header and trailer and as figured from its details.   *>
      *>--------------------------------------------------------*>
       01  FWD-IMAGE-CONTROLS.
           05  FWD-IMAGE-DATE              PIC X(8) VALUE SPACES.
           05  FWD-IMAGE-TIME              PIC X(8) VALUE SPACES.
           05  FWD-IMAGE-JOB-ID            PIC X(8) VALUE SPACES.
           05  FWD-TRAILER-COUNT           PIC 9(9) VALUE ZERO.
           05  FWD-TRAILER-HASH            PIC 9(18) VALUE ZERO.
           05  FWD-FIGURED-COUNT           PIC 9(9) COMP VALUE ZERO.
           05  FWD-FIGURED-HASH            PIC 9(18) COMP VALUE ZERO.

       77  FWD-REFUSE-REASON               PIC X(50) VALUE SPACES.

       01  FWD-COUNTERS.
           05  FWD-ENTRIES-LOADED          PIC 9(7) COMP VALUE ZERO.
           05  FWD-JOURNAL-READ            PIC 9(7) COMP VALUE ZERO.
           05  FWD-ADDS-APPLIED            PIC 9(7) COMP VALUE ZERO.
           05  FWD-CHANGES-APPLIED         PIC 9(7) COMP VALUE ZERO.
           05  FWD-DELETES-APPLIED         PIC 9(7) COMP VALUE ZERO.
           05  FWD-EXCEPTIONS              PIC 9(7) COMP VALUE ZERO.

      *>--------------------------------------------------------*>
      *> Field view of a serial for the hash total, figured the    *>
      *> same way IdMasterBackup figured the trailer.              *>
      *>--------------------------------------------------------*>
       01  FWD-MSR-SERIAL.
           05  FWD-MSR-DOY                 PIC X(3).
           05  FWD-MSR-RECY                PIC X(4).
           05  FILLER                      PIC X(2).
           05  FWD-MSR-BIRTH               PIC X(4).
           05  FWD-MSR-COUNTRY             PIC X(3).
           05  FWD-MSR-REGION              PIC X(3).
           05  FILLER                      PIC X(1).
           05  FWD-MSR-SEQ                 PIC X(1).
           05  FWD-MSR-CHECK               PIC X(1).

       01  FWD-HASH-WORK.
           05  FWD-DIGIT-IMAGE.
               10  FWD-DI-DOY              PIC 9(3).
               10  FWD-DI-RECY             PIC 9(4).
               10  FWD-DI-BIRTH            PIC 9(4).
               10  FWD-DI-COUNTRY          PIC 9(3).
               10  FWD-DI-REGION           PIC 9(3).
               10  FWD-DI-CHECK            PIC 9(1).
           05  FWD-DIGIT-VALUE REDEFINES FWD-DIGIT-IMAGE
                                           PIC 9(18).

      *>--------------------------------------------------------*>
      *> Re-applied changes tallied by program and action, in the  *>
      *> order each pair first appears on the journal.             *>
      *>--------------------------------------------------------*>
       77  FWD-TALLY-TABLE-MAX             PIC 9(4) COMP VALUE 60.

       01  FWD-TALLY-TABLE.
           05  FWD-TALLY-ENTRY OCCURS 60 TIMES.
               10  FWD-TAL-PROGRAM         PIC X(16).
               10  FWD-TAL-ACTION          PIC X(7).
               10  FWD-TAL-COUNT           PIC 9(7) COMP.

       01  FWD-TALLY-FIELDS.
           05  FWD-TALLY-USED              PIC 9(4) COMP VALUE ZERO.
           05  FWD-TAL-IDX                 PIC 9(4) COMP.
           05  FWD-TAL-SLOT                PIC 9(4) COMP.

       01  FWD-HEADING-LINE                PIC X(80)
               VALUE "IDFORWARDRECOVERY MASTER FILE FORWARD RECOVERY".

       01  FWD-STAMP-LINE.
           05  FILLER                      PIC X(30)
               VALUE "IMAGE COPY OF.................".
           05  FWD-STL-DATE                PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  FWD-STL-TIME                PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  FWD-STL-JOB-ID              PIC X(8).
           05  FILLER                      PIC X(24) VALUE SPACES.

       01  FWD-REFUSE-LINE.
           05  FILLER                      PIC X(30)
               VALUE "RECOVERY REFUSED.............:".
           05  FWD-RFL-REASON              PIC X(50).

       01  FWD-TALLY-HEADING               PIC X(80)
               VALUE "  PROGRAM           ACTION       RE-APPLIED".

       01  FWD-TALLY-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FWD-TLL-PROGRAM             PIC X(16).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FWD-TLL-ACTION              PIC X(7).
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  FWD-TLL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(40) VALUE SPACES.

       01  FWD-EXCEPTION-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FWD-EXC-SERIAL              PIC X(22).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FWD-EXC-TEXT                PIC X(40).
           05  FILLER                      PIC X(14) VALUE SPACES.

       01  FWD-BLANK-LINE                  PIC X(80) VALUE SPACES.

       01  FWD-TOTAL-LINE.
           05  FWD-TOT-LABEL               PIC X(30).
           05  FWD-TOT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

      *>--------------------------------------------------------*>
      *> 0000-MAINLINE - the copy and the journal are both proved  *>
      *> before the master is opened at all; a refused recovery    *>
      *> leaves whatever master is on disk exactly as it was.      *>
      *>--------------------------------------------------------*>
       0000-MAINLINE.
           PERFORM 0100-REGISTER-RUN-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-VERIFY-IMAGE-COPY THRU 2000-EXIT.
           IF NOT RECOVERY-REFUSED
               PERFORM 3000-VERIFY-JOURNAL THRU 3000-EXIT
           END-IF.
           IF NOT RECOVERY-REFUSED
               PERFORM 4000-LOAD-IMAGE-COPY THRU 4000-EXIT
               PERFORM 5000-APPLY-JOURNAL THRU 5000-EXIT
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
      *> cycle date. No other job has to be complete first:        *>
      *> recovery is what is run when one has failed.              *>
      *>--------------------------------------------------------*>
       0100-REGISTER-RUN-START.
           PERFORM 0110-READ-RUN-PARAMETERS THRU 0110-EXIT.
           OPEN I-O IDGEN-RUN-CONTROL-FILE.
           IF FWD-RUN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-RUN-CONTROL-FILE
               CLOSE IDGEN-RUN-CONTROL-FILE
               OPEN I-O IDGEN-RUN-CONTROL-FILE
           END-IF.
           IF FWD-RUN-STATUS NOT = "00"
               DISPLAY "IDFORWARDRECOVERY - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " FWD-RUN-STATUS
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
           IF FWD-CTL-STATUS = "00"
               READ IDGEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IDGEN-CTL-JOB-ID-IN TO FWD-RUN-JOB-ID
                       IF IDGEN-CTL-CYCLE-DATE-IN IS NUMERIC
                          AND IDGEN-CTL-CYCLE-DATE-IN > ZERO
                           MOVE IDGEN-CTL-CYCLE-DATE-IN
                               TO FWD-RUN-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE IDGEN-CONTROL-FILE
           END-IF.
           IF FWD-RUN-CYCLE-DATE = SPACES
               ACCEPT FWD-RUN-CYCLE-DATE FROM DATE YYYYMMDD
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
           MOVE "N" TO FWD-RUN-SCAN-SWITCH.
           MOVE FWD-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = FWD-RUN-PROGRAM
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
           MOVE FWD-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE.
           MOVE FWD-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
           MOVE "N" TO FWD-RUN-ENTRY-SWITCH.
           READ IDGEN-RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-ENTRY-ON-FILE TO TRUE
           END-READ.
           IF NOT RUN-ENTRY-ON-FILE
               MOVE SPACES TO IDGEN-RUN-CONTROL-RECORD
               MOVE FWD-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE FWD-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               MOVE ZERO TO IDGEN-RCF-START-COUNT
           END-IF.
           MOVE FWD-RUN-JOB-ID TO IDGEN-RCF-JOB-ID.
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
           IF FWD-RUN-STATUS NOT = "00"
               DISPLAY "IDFORWARDRECOVERY - UNABLE TO RECORD THE RUN "
                   "START, STATUS " FWD-RUN-STATUS
               CLOSE IDGEN-RUN-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0160-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN OUTPUT IDGEN-RECOVERY-REPORT.
           IF FWD-RPT-STATUS NOT = "00"
               DISPLAY "IDFORWARDRECOVERY - UNABLE TO OPEN "
                   "IDGEN-RECOVERY-REPORT, STATUS " FWD-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE FWD-REPORT-RECORD FROM FWD-HEADING-LINE.
           WRITE FWD-REPORT-RECORD FROM FWD-BLANK-LINE.

       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2000-VERIFY-IMAGE-COPY - a full pass over the copy: MIH   *>
      *> header first, then the details counted and hashed, and    *>
      *> both figures agreed against the MIT trailer.              *>
      *>--------------------------------------------------------*>
       2000-VERIFY-IMAGE-COPY.
           OPEN INPUT IDGEN-IMAGE-FILE.
           IF FWD-IMG-STATUS NOT = "00"
               MOVE "IMAGE COPY IDGENMSB.DAT CANNOT BE OPENED"
                   TO FWD-REFUSE-REASON
               SET RECOVERY-REFUSED TO TRUE
           ELSE
               PERFORM 2100-READ-IMAGE-RECORD THRU 2100-EXIT
               IF END-OF-IMAGE-FILE
                  OR IDGEN-IMG-TYPE NOT = "MIH"
                   MOVE "IMAGE COPY HAS NO MIH HEADER"
                       TO FWD-REFUSE-REASON
                   SET RECOVERY-REFUSED TO TRUE
               ELSE
                   MOVE IDGEN-IMH-DATE TO FWD-IMAGE-DATE
                   MOVE IDGEN-IMH-TIME TO FWD-IMAGE-TIME
                   MOVE IDGEN-IMH-JOB-ID TO FWD-IMAGE-JOB-ID
                   PERFORM 2100-READ-IMAGE-RECORD THRU 2100-EXIT
                   PERFORM 2200-SCAN-IMAGE-RECORD THRU 2200-EXIT
                       UNTIL END-OF-IMAGE-FILE
                          OR IMAGE-TRAILER-SEEN
                   PERFORM 2300-CHECK-IMAGE-TRAILER THRU 2300-EXIT
               END-IF
               CLOSE IDGEN-IMAGE-FILE
           END-IF.

       2000-EXIT.
           EXIT.

       2100-READ-IMAGE-RECORD.
           READ IDGEN-IMAGE-FILE
               AT END
                   SET END-OF-IMAGE-FILE TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.

       2200-SCAN-IMAGE-RECORD.
           IF IDGEN-IMG-TYPE = "MIT"
               SET IMAGE-TRAILER-SEEN TO TRUE
               MOVE IDGEN-IMT-COUNT TO FWD-TRAILER-COUNT
               MOVE IDGEN-IMT-HASH TO FWD-TRAILER-HASH
           ELSE
               IF IDGEN-IMG-TYPE = "MID"
                   ADD 1 TO FWD-FIGURED-COUNT
                   MOVE IDGEN-IMG-MASTER TO IDGEN-MASTER-RECORD
                   PERFORM 2250-ADD-SERIAL-TO-HASH THRU 2250-EXIT
               END-IF
               PERFORM 2100-READ-IMAGE-RECORD THRU 2100-EXIT
           END-IF.

       2200-EXIT.
           EXIT.

       2250-ADD-SERIAL-TO-HASH.
           MOVE IDGEN-MASTER-KEY TO FWD-MSR-SERIAL.
           IF FWD-MSR-DOY IS NUMERIC
              AND FWD-MSR-RECY IS NUMERIC
              AND FWD-MSR-BIRTH IS NUMERIC
              AND FWD-MSR-COUNTRY IS NUMERIC
              AND FWD-MSR-REGION IS NUMERIC
              AND FWD-MSR-CHECK IS NUMERIC
               MOVE FWD-MSR-DOY TO FWD-DI-DOY
               MOVE FWD-MSR-RECY TO FWD-DI-RECY
               MOVE FWD-MSR-BIRTH TO FWD-DI-BIRTH
               MOVE FWD-MSR-COUNTRY TO FWD-DI-COUNTRY
               MOVE FWD-MSR-REGION TO FWD-DI-REGION
               MOVE FWD-MSR-CHECK TO FWD-DI-CHECK
               ADD FWD-DIGIT-VALUE TO FWD-FIGURED-HASH
           END-IF.

       2250-EXIT.
           EXIT.

       2300-CHECK-IMAGE-TRAILER.
           EVALUATE TRUE
               WHEN NOT IMAGE-TRAILER-SEEN
                   MOVE "IMAGE COPY HAS NO MIT TRAILER - TRUNCATED"
                       TO FWD-REFUSE-REASON
                   SET RECOVERY-REFUSED TO TRUE
               WHEN FWD-FIGURED-COUNT NOT = FWD-TRAILER-COUNT
                   MOVE "IMAGE COPY COUNT DISAGREES WITH TRAILER"
                       TO FWD-REFUSE-REASON
                   SET RECOVERY-REFUSED TO TRUE
               WHEN FWD-FIGURED-HASH NOT = FWD-TRAILER-HASH
                   MOVE "IMAGE COPY HASH DISAGREES WITH TRAILER"
                       TO FWD-REFUSE-REASON
                   SET RECOVERY-REFUSED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2300-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 3000-VERIFY-JOURNAL - the journal's JHD header must carry *>
      *> this copy's stamp, count, and hash; a journal started     *>
      *> behind any other copy would replay the wrong changes.     *>
      *>--------------------------------------------------------*>
       3000-VERIFY-JOURNAL.
           OPEN INPUT IDGEN-JOURNAL-FILE.
           IF FWD-JRN-STATUS NOT = "00"
               MOVE "JOURNAL IDGENJRN.DAT CANNOT BE OPENED"
                   TO FWD-REFUSE-REASON
               SET RECOVERY-REFUSED TO TRUE
           ELSE
               PERFORM 3100-READ-JOURNAL-RECORD THRU 3100-EXIT
               EVALUATE TRUE
                   WHEN END-OF-JOURNAL-FILE
                      OR IDGEN-JRH-TYPE NOT = "JHD"
                       MOVE "JOURNAL HAS NO JHD HEADER"
                           TO FWD-REFUSE-REASON
                       SET RECOVERY-REFUSED TO TRUE
                   WHEN IDGEN-JRH-IMAGE-DATE NOT = FWD-IMAGE-DATE
                      OR IDGEN-JRH-IMAGE-TIME NOT = FWD-IMAGE-TIME
                      OR IDGEN-JRH-IMAGE-COUNT NOT = FWD-TRAILER-COUNT
                      OR IDGEN-JRH-IMAGE-HASH NOT = FWD-TRAILER-HASH
                       MOVE "JOURNAL DOES NOT START AT THIS IMAGE COPY"
                           TO FWD-REFUSE-REASON
                       SET RECOVERY-REFUSED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               CLOSE IDGEN-JOURNAL-FILE
           END-IF.

       3000-EXIT.
           EXIT.

       3100-READ-JOURNAL-RECORD.
           READ IDGEN-JOURNAL-FILE
               AT END
                   SET END-OF-JOURNAL-FILE TO TRUE
           END-READ.

       3100-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 4000-LOAD-IMAGE-COPY - the master is recreated empty and  *>
      *> loaded from the copy's details, which are in key order,   *>
      *> then reopened for update to take the journal.             *>
      *>--------------------------------------------------------*>
       4000-LOAD-IMAGE-COPY.
           PERFORM 9200-PRINT-IMAGE-STAMP THRU 9200-EXIT.
           WRITE FWD-REPORT-RECORD FROM FWD-BLANK-LINE.
           OPEN OUTPUT IDGEN-MASTER-FILE.
           IF FWD-MST-STATUS NOT = "00"
               DISPLAY "IDFORWARDRECOVERY - UNABLE TO OPEN "
                   "IDGEN-MASTER-FILE, STATUS " FWD-MST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT IDGEN-IMAGE-FILE.
           MOVE "N" TO FWD-IMG-EOF-SWITCH.
           PERFORM 2100-READ-IMAGE-RECORD THRU 2100-EXIT.
           PERFORM 2100-READ-IMAGE-RECORD THRU 2100-EXIT.
           PERFORM 4100-LOAD-IMAGE-RECORD THRU 4100-EXIT
               UNTIL END-OF-IMAGE-FILE.
           CLOSE IDGEN-IMAGE-FILE.
           CLOSE IDGEN-MASTER-FILE.
           OPEN I-O IDGEN-MASTER-FILE.
           IF FWD-MST-STATUS NOT = "00"
               DISPLAY "IDFORWARDRECOVERY - UNABLE TO REOPEN "
                   "IDGEN-MASTER-FILE, STATUS " FWD-MST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       4000-EXIT.
           EXIT.

       4100-LOAD-IMAGE-RECORD.
           IF IDGEN-IMG-TYPE = "MIT"
               SET END-OF-IMAGE-FILE TO TRUE
           ELSE
               MOVE IDGEN-IMG-MASTER TO IDGEN-MASTER-RECORD
               WRITE IDGEN-MASTER-RECORD
                   INVALID KEY
                       MOVE "IMAGE ENTRY NOT LOADED - DUPLICATE KEY"
                           TO FWD-EXC-TEXT
                       PERFORM 5900-LIST-EXCEPTION THRU 5900-EXIT
                   NOT INVALID KEY
                       ADD 1 TO FWD-ENTRIES-LOADED
               END-WRITE
               PERFORM 2100-READ-IMAGE-RECORD THRU 2100-EXIT
           END-IF.

       4100-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 5000-APPLY-JOURNAL - every JDT after-image in the order   *>
      *> it was journaled: an add is written, a change rewritten,  *>
      *> a delete taken off. An add whose key is already on file,  *>
      *> or a change whose key is not, is still applied as the     *>
      *> image says, but listed for review.                        *>
      *>--------------------------------------------------------*>
       5000-APPLY-JOURNAL.
           OPEN INPUT IDGEN-JOURNAL-FILE.
           MOVE "N" TO FWD-JRN-EOF-SWITCH.
           PERFORM 3100-READ-JOURNAL-RECORD THRU 3100-EXIT.
           PERFORM 3100-READ-JOURNAL-RECORD THRU 3100-EXIT.
           PERFORM 5100-APPLY-JOURNAL-RECORD THRU 5100-EXIT
               UNTIL END-OF-JOURNAL-FILE.
           CLOSE IDGEN-JOURNAL-FILE.

       5000-EXIT.
           EXIT.

       5100-APPLY-JOURNAL-RECORD.
           ADD 1 TO FWD-JOURNAL-READ.
           MOVE IDGEN-JRN-MASTER TO IDGEN-MASTER-RECORD.
           IF IDGEN-JRN-TYPE NOT = "JDT"
               MOVE "JOURNAL RECORD NOT A JDT DETAIL - SKIPPED"
                   TO FWD-EXC-TEXT
               PERFORM 5900-LIST-EXCEPTION THRU 5900-EXIT
           ELSE
               EVALUATE TRUE
                   WHEN IDGEN-JRN-ADD
                       PERFORM 5200-APPLY-ADD THRU 5200-EXIT
                   WHEN IDGEN-JRN-UPDATE
                       PERFORM 5300-APPLY-CHANGE THRU 5300-EXIT
                   WHEN IDGEN-JRN-DELETE
                       PERFORM 5400-APPLY-DELETE THRU 5400-EXIT
                   WHEN OTHER
                       MOVE "UNKNOWN CHANGE TYPE - SKIPPED"
                           TO FWD-EXC-TEXT
                       PERFORM 5900-LIST-EXCEPTION THRU 5900-EXIT
               END-EVALUATE
           END-IF.
           PERFORM 3100-READ-JOURNAL-RECORD THRU 3100-EXIT.

       5100-EXIT.
           EXIT.

       5200-APPLY-ADD.
           WRITE IDGEN-MASTER-RECORD
               INVALID KEY
                   REWRITE IDGEN-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE "ADD FOUND ENTRY ON FILE - REWRITTEN"
                       TO FWD-EXC-TEXT
                   PERFORM 5900-LIST-EXCEPTION THRU 5900-EXIT
           END-WRITE.
           ADD 1 TO FWD-ADDS-APPLIED.
           PERFORM 5500-TALLY-CHANGE THRU 5500-EXIT.

       5200-EXIT.
           EXIT.

       5300-APPLY-CHANGE.
           REWRITE IDGEN-MASTER-RECORD
               INVALID KEY
                   WRITE IDGEN-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE "CHANGE FOUND NO ENTRY - WRITTEN"
                       TO FWD-EXC-TEXT
                   PERFORM 5900-LIST-EXCEPTION THRU 5900-EXIT
           END-REWRITE.
           ADD 1 TO FWD-CHANGES-APPLIED.
           PERFORM 5500-TALLY-CHANGE THRU 5500-EXIT.

       5300-EXIT.
           EXIT.

       5400-APPLY-DELETE.
           DELETE IDGEN-MASTER-FILE
               INVALID KEY
                   MOVE "DELETE FOUND NO ENTRY ON FILE"
                       TO FWD-EXC-TEXT
                   PERFORM 5900-LIST-EXCEPTION THRU 5900-EXIT
               NOT INVALID KEY
                   ADD 1 TO FWD-DELETES-APPLIED
                   PERFORM 5500-TALLY-CHANGE THRU 5500-EXIT
           END-DELETE.

       5400-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 5500-TALLY-CHANGE - count the change against its program  *>
      *> and action; a pair beyond the table's room is folded into *>
      *> the last slot's count rather than lost.                   *>
      *>--------------------------------------------------------*>
       5500-TALLY-CHANGE.
           MOVE "N" TO FWD-TALLY-FOUND-SWITCH.
           PERFORM 5510-MATCH-TALLY-SLOT THRU 5510-EXIT
               VARYING FWD-TAL-IDX FROM 1 BY 1
               UNTIL FWD-TAL-IDX > FWD-TALLY-USED
                  OR TALLY-SLOT-FOUND.
           IF NOT TALLY-SLOT-FOUND
               IF FWD-TALLY-USED < FWD-TALLY-TABLE-MAX
                   ADD 1 TO FWD-TALLY-USED
                   MOVE FWD-TALLY-USED TO FWD-TAL-SLOT
                   MOVE IDGEN-JRN-PROGRAM
                       TO FWD-TAL-PROGRAM (FWD-TAL-SLOT)
                   MOVE IDGEN-JRN-ACTION
                       TO FWD-TAL-ACTION (FWD-TAL-SLOT)
                   MOVE ZERO TO FWD-TAL-COUNT (FWD-TAL-SLOT)
               ELSE
                   MOVE FWD-TALLY-TABLE-MAX TO FWD-TAL-SLOT
               END-IF
           END-IF.
           ADD 1 TO FWD-TAL-COUNT (FWD-TAL-SLOT).

       5500-EXIT.
           EXIT.

       5510-MATCH-TALLY-SLOT.
           IF FWD-TAL-PROGRAM (FWD-TAL-IDX) = IDGEN-JRN-PROGRAM
              AND FWD-TAL-ACTION (FWD-TAL-IDX) = IDGEN-JRN-ACTION
               SET TALLY-SLOT-FOUND TO TRUE
               MOVE FWD-TAL-IDX TO FWD-TAL-SLOT
           END-IF.

       5510-EXIT.
           EXIT.

       5900-LIST-EXCEPTION.
           ADD 1 TO FWD-EXCEPTIONS.
           MOVE IDGEN-MASTER-KEY TO FWD-EXC-SERIAL.
           WRITE FWD-REPORT-RECORD FROM FWD-EXCEPTION-LINE.

       5900-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 9000-TERMINATE - a refused recovery or one with           *>
      *> exceptions ends with return code 8.                       *>
      *>--------------------------------------------------------*>
       9000-TERMINATE.
           IF RECOVERY-REFUSED
               PERFORM 9200-PRINT-IMAGE-STAMP THRU 9200-EXIT
               MOVE FWD-REFUSE-REASON TO FWD-RFL-REASON
               WRITE FWD-REPORT-RECORD FROM FWD-REFUSE-LINE
               DISPLAY "IDFORWARDRECOVERY - RECOVERY REFUSED, "
                   FWD-REFUSE-REASON
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 9100-PRINT-RECOVERY-TOTALS THRU 9100-EXIT
               CLOSE IDGEN-MASTER-FILE
               IF FWD-EXCEPTIONS > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE IDGEN-RECOVERY-REPORT.

       9000-EXIT.
           EXIT.

       9100-PRINT-RECOVERY-TOTALS.
           IF FWD-EXCEPTIONS > ZERO
               WRITE FWD-REPORT-RECORD FROM FWD-BLANK-LINE
           END-IF.
           MOVE "ENTRIES LOADED FROM COPY.....:" TO FWD-TOT-LABEL.
           MOVE FWD-ENTRIES-LOADED TO FWD-TOT-VALUE.
           WRITE FWD-REPORT-RECORD FROM FWD-TOTAL-LINE.

           WRITE FWD-REPORT-RECORD FROM FWD-BLANK-LINE.
           WRITE FWD-REPORT-RECORD FROM FWD-TALLY-HEADING.
           PERFORM 9110-PRINT-TALLY-LINE THRU 9110-EXIT
               VARYING FWD-TAL-IDX FROM 1 BY 1
               UNTIL FWD-TAL-IDX > FWD-TALLY-USED.
           WRITE FWD-REPORT-RECORD FROM FWD-BLANK-LINE.

           MOVE "JOURNAL RECORDS READ.........:" TO FWD-TOT-LABEL.
           MOVE FWD-JOURNAL-READ TO FWD-TOT-VALUE.
           WRITE FWD-REPORT-RECORD FROM FWD-TOTAL-LINE.
           MOVE "ADDS RE-APPLIED..............:" TO FWD-TOT-LABEL.
           MOVE FWD-ADDS-APPLIED TO FWD-TOT-VALUE.
           WRITE FWD-REPORT-RECORD FROM FWD-TOTAL-LINE.
           MOVE "CHANGES RE-APPLIED...........:" TO FWD-TOT-LABEL.
           MOVE FWD-CHANGES-APPLIED TO FWD-TOT-VALUE.
           WRITE FWD-REPORT-RECORD FROM FWD-TOTAL-LINE.
           MOVE "DELETES RE-APPLIED...........:" TO FWD-TOT-LABEL.
           MOVE FWD-DELETES-APPLIED TO FWD-TOT-VALUE.
           WRITE FWD-REPORT-RECORD FROM FWD-TOTAL-LINE.
           MOVE "EXCEPTIONS LISTED............:" TO FWD-TOT-LABEL.
           MOVE FWD-EXCEPTIONS TO FWD-TOT-VALUE.
           WRITE FWD-REPORT-RECORD FROM FWD-TOTAL-LINE.

       9100-EXIT.
           EXIT.

       9110-PRINT-TALLY-LINE.
           MOVE FWD-TAL-PROGRAM (FWD-TAL-IDX) TO FWD-TLL-PROGRAM.
           MOVE FWD-TAL-ACTION (FWD-TAL-IDX) TO FWD-TLL-ACTION.
           MOVE FWD-TAL-COUNT (FWD-TAL-IDX) TO FWD-TLL-COUNT.
           WRITE FWD-REPORT-RECORD FROM FWD-TALLY-LINE.

       9110-EXIT.
           EXIT.

       9200-PRINT-IMAGE-STAMP.
           MOVE FWD-IMAGE-DATE TO FWD-STL-DATE.
           MOVE FWD-IMAGE-TIME TO FWD-STL-TIME.
           MOVE FWD-IMAGE-JOB-ID TO FWD-STL-JOB-ID.
           WRITE FWD-REPORT-RECORD FROM FWD-STAMP-LINE.

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
           IF FWD-RUN-STATUS NOT = "00"
               DISPLAY "IDFORWARDRECOVERY - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " FWD-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FWD-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE FWD-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               READ IDGEN-RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "IDFORWARDRECOVERY - RUN START ENTRY "
                           "NOT FOUND, COMPLETION NOT RECORDED"
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
           MOVE "LOADED" TO IDGEN-RCF-TLY-LABEL (1).
           MOVE FWD-ENTRIES-LOADED TO IDGEN-RCF-TLY-VALUE (1).
           MOVE "JOURNAL" TO IDGEN-RCF-TLY-LABEL (2).
           MOVE FWD-JOURNAL-READ TO IDGEN-RCF-TLY-VALUE (2).
           MOVE "EXCEPTIONS" TO IDGEN-RCF-TLY-LABEL (3).
           MOVE FWD-EXCEPTIONS TO IDGEN-RCF-TLY-VALUE (3).
           REWRITE IDGEN-RUN-CONTROL-RECORD.
           IF FWD-RUN-STATUS NOT = "00"
               DISPLAY "IDFORWARDRECOVERY - UNABLE TO RECORD THE RUN "
                   "COMPLETION, STATUS " FWD-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9910-EXIT.
           EXIT.
