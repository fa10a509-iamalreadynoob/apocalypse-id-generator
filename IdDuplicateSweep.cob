       IDENTIFICATION DIVISION.
       PROGRAM-ID. IdDuplicateSweep.
       AUTHOR. Saythek.
       INSTALLATION. NATIONAL REGISTRY DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *>--------------------------------------------------------*>
      *> MODIFICATION HISTORY                                     *>
      *>   2026-10-15  SK  Initial version: periodic sweep of      *>
      *>                   IDGEN-MASTER-FILE for suspected         *>
      *>                   duplicate persons the exact-match       *>
      *>                   re-registration check in IdGenerator    *>
      *>                   cannot see: a surname spelled another   *>
      *>                   way that sounds the same, a given name  *>
      *>                   and surname keyed in each other's       *>
      *>                   fields, a birth year off by one. Issued *>
      *>                   entries born within a year of each      *>
      *>                   other are paired on a phonetic code of  *>
      *>                   each name, scored, and listed for the   *>
      *>                   clerks, who merge a confirmed pair      *>
      *>                   with IdMerge.                           *>
      *>   2026-10-15  SK  Reads the parameter card for its job id *>
      *>                   and cycle date and registers its start  *>
      *>                   and completion on the run-control file  *>
      *>                   IDGENRUN.DAT.                           *>
      *>--------------------------------------------------------*>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDGEN-MASTER-FILE ASSIGN TO "IDGENMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-MASTER-KEY
               ALTERNATE RECORD KEY IS IDGEN-MST-SOURCE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IDGEN-MST-PERSON-ID
                   WITH DUPLICATES
               FILE STATUS IS DUP-MST-STATUS.

           SELECT IDGEN-DUPLICATE-REPORT ASSIGN TO "IDGENDUP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUP-RPT-STATUS.

           SELECT IDGEN-CONTROL-FILE ASSIGN TO "IDGENCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUP-CTL-STATUS.

           SELECT IDGEN-RUN-CONTROL-FILE ASSIGN TO "IDGENRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-RCF-KEY
               ALTERNATE RECORD KEY IS IDGEN-RCF-PROGRAM
                   WITH DUPLICATES
               FILE STATUS IS DUP-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IDGEN-MASTER-FILE.
           COPY IDGNMST.

       FD  IDGEN-DUPLICATE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  DUP-REPORT-RECORD               PIC X(80).

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

       01  DUP-FILE-STATUSES.
           05  DUP-MST-STATUS              PIC X(2) VALUE SPACES.
           05  DUP-RPT-STATUS              PIC X(2) VALUE SPACES.
           05  DUP-CTL-STATUS              PIC X(2) VALUE SPACES.
           05  DUP-RUN-STATUS              PIC X(2) VALUE SPACES.

       01  DUP-SWITCHES.
           05  DUP-MST-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-MASTER-FILE          VALUE "Y".
           05  DUP-INCOMPLETE-SWITCH       PIC X(1) VALUE "N".
               88  SWEEP-INCOMPLETE            VALUE "Y".
           05  DUP-ALPHA-FOUND-SWITCH      PIC X(1) VALUE "N".
               88  ALPHA-LETTER-FOUND          VALUE "Y".
           05  DUP-MATCH-SWITCH            PIC X(1) VALUE "N".
               88  NAMES-MATCH-DIRECT          VALUE "D".
               88  NAMES-MATCH-SWAPPED         VALUE "S".
               88  NAMES-DO-NOT-MATCH          VALUE "N".

      *>--------------------------------------------------------*>
      *> Run-control registration: this job's entry on             *>
      *> IDGEN-RUN-CONTROL-FILE, keyed by cycle date and program,  *>
      *> and the fields used to look up the runs of the jobs it    *>
      *> depends on.                                               *>
      *>--------------------------------------------------------*>
       01  DUP-RUN-CONTROL-FIELDS.
           05  DUP-RUN-PROGRAM             PIC X(20)
               VALUE "IdDuplicateSweep".
           05  DUP-RUN-JOB-ID              PIC X(8) VALUE "IDGEN001".
           05  DUP-RUN-CYCLE-DATE          PIC X(8) VALUE SPACES.
           05  DUP-RUN-SCAN-SWITCH         PIC X(1) VALUE "N".
               88  END-OF-RUN-SCAN             VALUE "Y".
           05  DUP-RUN-ENTRY-SWITCH        PIC X(1) VALUE "N".
               88  RUN-ENTRY-ON-FILE           VALUE "Y".

       77  DUP-TODAY-DATE                  PIC X(8) VALUE SPACES.

       01  DUP-COUNTERS.
           05  DUP-MASTER-READ             PIC 9(7) COMP VALUE ZERO.
           05  DUP-ISSUED-SWEPT            PIC 9(7) COMP VALUE ZERO.
           05  DUP-ISSUED-NOT-SWEPT        PIC 9(7) COMP VALUE ZERO.
           05  DUP-PAIRS-LISTED            PIC 9(7) COMP VALUE ZERO.

      *>--------------------------------------------------------*>
      *> Issued entries, held in birth-year order so each entry   *>
      *> is compared only with the entries born the same year or  *>
      *> the year after it, never with the whole master. The      *>
      *> year table is built on a counting pass: DUP-YR-NEXT is   *>
      *> where the year's next entry goes on the loading pass,    *>
      *> and DUP-YR-END the last table slot the year fills. The   *>
      *> extra slot past the last year stays empty so "the year   *>
      *> after" always has an end to stop at.                     *>
      *>--------------------------------------------------------*>
       77  DUP-ENTRY-TABLE-MAX             PIC 9(5) COMP VALUE 50000.

       01  DUP-ENTRY-TABLE.
           05  DUP-ENTRY OCCURS 50000 TIMES.
               10  DUP-ENT-SERIAL          PIC X(22).
               10  DUP-ENT-SURNAME         PIC X(20).
               10  DUP-ENT-GIVEN-NAME      PIC X(15).
               10  DUP-ENT-BIRTH-YEAR      PIC 9(4).
               10  DUP-ENT-OFFICE          PIC X(3).
               10  DUP-ENT-ISSUE-DATE      PIC X(8).
               10  DUP-ENT-SURNAME-CODE    PIC X(4).
               10  DUP-ENT-GIVEN-CODE      PIC X(4).
               10  DUP-ENT-YEAR-SLOT       PIC 9(3) COMP.

       01  DUP-ENTRY-FIELDS.
           05  DUP-ENTRY-COUNT             PIC 9(5) COMP VALUE ZERO.
           05  DUP-A-IDX                   PIC 9(5) COMP VALUE ZERO.
           05  DUP-B-IDX                   PIC 9(5) COMP VALUE ZERO.
           05  DUP-LAST-IDX                PIC 9(5) COMP VALUE ZERO.
           05  DUP-FIRST-IDX               PIC 9(5) COMP VALUE ZERO.
           05  DUP-SECOND-IDX              PIC 9(5) COMP VALUE ZERO.

       77  DUP-YEAR-BASE                   PIC 9(4) COMP VALUE 1799.
       77  DUP-YEAR-SLOTS                  PIC 9(3) COMP VALUE 401.

       01  DUP-YEAR-TABLE.
           05  DUP-YEAR-ENTRY OCCURS 401 TIMES.
               10  DUP-YR-COUNT            PIC 9(5) COMP VALUE ZERO.
               10  DUP-YR-NEXT             PIC 9(5) COMP VALUE ZERO.
               10  DUP-YR-END              PIC 9(5) COMP VALUE ZERO.

       01  DUP-YEAR-FIELDS.
           05  DUP-YR-IDX                  PIC 9(3) COMP VALUE ZERO.
           05  DUP-YR-SLOT                 PIC 9(3) COMP VALUE ZERO.
           05  DUP-YR-RUNNING              PIC 9(5) COMP VALUE ZERO.
           05  DUP-YR-GAP                  PIC 9(4) COMP VALUE ZERO.

      *>--------------------------------------------------------*>
      *> Phonetic name code: the first letter of the name and up  *>
      *> to three digits for the consonant sounds after it, in    *>
      *> the usual sound groups (B F P V / C G J K Q S X Z / D T  *>
      *> / L / M N / R). Vowels and Y separate two sounds; H and  *>
      *> W do not; a sound repeated next to itself counts once;   *>
      *> anything that is not a letter is passed over. MOHAMED    *>
      *> and MUHAMMAD both code M530.                             *>
      *>--------------------------------------------------------*>
       01  DUP-PHN-ALPHA-TABLE-DATA.
           05  FILLER                      PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  DUP-PHN-ALPHA-TABLE REDEFINES DUP-PHN-ALPHA-TABLE-DATA.
           05  DUP-PHN-ALPHA-TBL           PIC X(1) OCCURS 26 TIMES.

       01  DUP-PHN-SOUND-TABLE-DATA.
           05  FILLER                      PIC X(26)
               VALUE "0123012-02245501262301-202".

       01  DUP-PHN-SOUND-TABLE REDEFINES DUP-PHN-SOUND-TABLE-DATA.
           05  DUP-PHN-SOUND-TBL           PIC X(1) OCCURS 26 TIMES.

       77  DUP-PHN-ALPHA-TABLE-SIZE        PIC 9(2) COMP VALUE 26.

       01  DUP-PHN-NAME                    PIC X(20).
       01  DUP-PHN-NAME-TABLE REDEFINES DUP-PHN-NAME.
           05  DUP-PHN-NAME-CHAR           PIC X(1) OCCURS 20 TIMES.

       01  DUP-PHN-CODE                    PIC X(4).
       01  DUP-PHN-CODE-TABLE REDEFINES DUP-PHN-CODE.
           05  DUP-PHN-CODE-CHAR           PIC X(1) OCCURS 4 TIMES.

       01  DUP-PHN-WORK-FIELDS.
           05  DUP-PHN-POS                 PIC 9(2) COMP.
           05  DUP-PHN-OUT                 PIC 9(1) COMP.
           05  DUP-PHN-ALPHA-IDX           PIC 9(2) COMP.
           05  DUP-PHN-LETTER              PIC X(1).
           05  DUP-PHN-SOUND               PIC X(1).
           05  DUP-PHN-PREV-SOUND          PIC X(1).

      *>--------------------------------------------------------*>
      *> Pair score, out of 100: surname 40 spelled the same or   *>
      *> 30 on sound alone, given name 30 or 20, and birth year   *>
      *> 30 the same or 15 a year apart. A swapped pair scores 70 *>
      *> for the names spelled the same or 50 on sound alone.     *>
      *>--------------------------------------------------------*>
       01  DUP-SCORE-FIELDS.
           05  DUP-PAIR-SCORE              PIC 9(3) COMP VALUE ZERO.

       01  DUP-HEADING-LINE                PIC X(80)
               VALUE "IDDUPLICATESWEEP SUSPECTED DUPLICATE PERSONS".

       01  DUP-DATE-LINE.
           05  FILLER                      PIC X(30)
               VALUE "SWEEP RUN DATE                ".
           05  DUP-DATE-VALUE              PIC X(8).
           05  FILLER                      PIC X(42) VALUE SPACES.

       01  DUP-NOTE-LINE.
           05  FILLER                      PIC X(40)
               VALUE "EARLIER ISSUE LISTED FIRST IN EACH PAIR ".
           05  FILLER                      PIC X(40)
               VALUE "- NORMALLY THE SURVIVING SERIAL".

       01  DUP-COLUMN-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(23) VALUE "SERIAL".
           05  FILLER                      PIC X(21) VALUE "SURNAME".
           05  FILLER                      PIC X(16)
               VALUE "GIVEN NAME".
           05  FILLER                      PIC X(5) VALUE "YEAR".
           05  FILLER                      PIC X(4) VALUE "OFC".
           05  FILLER                      PIC X(9) VALUE "ISSUED".

       01  DUP-PAIR-LINE.
           05  FILLER                      PIC X(5) VALUE "PAIR ".
           05  DUP-PRL-NUMBER              PIC ZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(6) VALUE "SCORE ".
           05  DUP-PRL-SCORE               PIC ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DUP-PRL-NAME-TEXT           PIC X(20).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DUP-PRL-YEAR-TEXT           PIC X(20).
           05  FILLER                      PIC X(15) VALUE SPACES.

       01  DUP-ENTRY-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DUP-ENL-SERIAL              PIC X(22).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DUP-ENL-SURNAME             PIC X(20).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DUP-ENL-GIVEN-NAME          PIC X(15).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DUP-ENL-BIRTH-YEAR          PIC 9(4).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DUP-ENL-OFFICE              PIC X(3).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DUP-ENL-ISSUE-DATE          PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.

       01  DUP-NONE-LINE                   PIC X(80)
               VALUE "  (NO SUSPECTED DUPLICATES)".

       01  DUP-INCOMPLETE-LINE             PIC X(80)
               VALUE "*** SWEEP NOT RUN - WORK TABLE FULL ***".

       01  DUP-BLANK-LINE                  PIC X(80) VALUE SPACES.

       01  DUP-TOTAL-LINE.
           05  DUP-TOT-LABEL               PIC X(30).
           05  DUP-TOT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

      *>--------------------------------------------------------*>
      *> 0000-MAINLINE                                             *>
      *>--------------------------------------------------------*>
       0000-MAINLINE.
           PERFORM 0100-REGISTER-RUN-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-COUNT-BIRTH-YEARS THRU 2000-EXIT.
           IF NOT SWEEP-INCOMPLETE
               PERFORM 3000-LOAD-ENTRIES THRU 3000-EXIT
               PERFORM 4000-COMPARE-ENTRIES THRU 4000-EXIT
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
      *> cycle date. No other job has to be complete first.        *>
      *>--------------------------------------------------------*>
       0100-REGISTER-RUN-START.
           PERFORM 0110-READ-RUN-PARAMETERS THRU 0110-EXIT.
           OPEN I-O IDGEN-RUN-CONTROL-FILE.
           IF DUP-RUN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-RUN-CONTROL-FILE
               CLOSE IDGEN-RUN-CONTROL-FILE
               OPEN I-O IDGEN-RUN-CONTROL-FILE
           END-IF.
           IF DUP-RUN-STATUS NOT = "00"
               DISPLAY "IDDUPLICATESWEEP - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " DUP-RUN-STATUS
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
           IF DUP-CTL-STATUS = "00"
               READ IDGEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IDGEN-CTL-JOB-ID-IN TO DUP-RUN-JOB-ID
                       IF IDGEN-CTL-CYCLE-DATE-IN IS NUMERIC
                          AND IDGEN-CTL-CYCLE-DATE-IN > ZERO
                           MOVE IDGEN-CTL-CYCLE-DATE-IN
                               TO DUP-RUN-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE IDGEN-CONTROL-FILE
           END-IF.
           IF DUP-RUN-CYCLE-DATE = SPACES
               ACCEPT DUP-RUN-CYCLE-DATE FROM DATE YYYYMMDD
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
           MOVE "N" TO DUP-RUN-SCAN-SWITCH.
           MOVE DUP-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = DUP-RUN-PROGRAM
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
           MOVE DUP-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE.
           MOVE DUP-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
           MOVE "N" TO DUP-RUN-ENTRY-SWITCH.
           READ IDGEN-RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-ENTRY-ON-FILE TO TRUE
           END-READ.
           IF NOT RUN-ENTRY-ON-FILE
               MOVE SPACES TO IDGEN-RUN-CONTROL-RECORD
               MOVE DUP-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE DUP-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               MOVE ZERO TO IDGEN-RCF-START-COUNT
           END-IF.
           MOVE DUP-RUN-JOB-ID TO IDGEN-RCF-JOB-ID.
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
           IF DUP-RUN-STATUS NOT = "00"
               DISPLAY "IDDUPLICATESWEEP - UNABLE TO RECORD THE RUN "
                   "START, STATUS " DUP-RUN-STATUS
               CLOSE IDGEN-RUN-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0160-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1000-INITIALIZE - open the master and the listing.        *>
      *>--------------------------------------------------------*>
       1000-INITIALIZE.
           ACCEPT DUP-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT IDGEN-MASTER-FILE.
           IF DUP-MST-STATUS NOT = "00"
               DISPLAY "IDDUPLICATESWEEP - UNABLE TO OPEN "
                   "IDGEN-MASTER-FILE, STATUS " DUP-MST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT IDGEN-DUPLICATE-REPORT.
           IF DUP-RPT-STATUS NOT = "00"
               DISPLAY "IDDUPLICATESWEEP - UNABLE TO OPEN "
                   "IDGEN-DUPLICATE-REPORT, STATUS " DUP-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE DUP-REPORT-RECORD FROM DUP-HEADING-LINE.
           MOVE DUP-TODAY-DATE TO DUP-DATE-VALUE.
           WRITE DUP-REPORT-RECORD FROM DUP-DATE-LINE.
           WRITE DUP-REPORT-RECORD FROM DUP-NOTE-LINE.
           WRITE DUP-REPORT-RECORD FROM DUP-BLANK-LINE.
           WRITE DUP-REPORT-RECORD FROM DUP-COLUMN-LINE.
           WRITE DUP-REPORT-RECORD FROM DUP-BLANK-LINE.

       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2000-COUNT-BIRTH-YEARS - first pass: how many issued      *>
      *> entries fall in each birth year, so the loading pass can  *>
      *> place each one straight into its year's stretch of the    *>
      *> table. An issued entry with no usable birth year cannot   *>
      *> be paired on it and is only counted.                      *>
      *>--------------------------------------------------------*>
       2000-COUNT-BIRTH-YEARS.
           PERFORM 2900-START-MASTER-SCAN THRU 2900-EXIT.
           PERFORM 2100-COUNT-MASTER-ENTRY THRU 2100-EXIT
               UNTIL END-OF-MASTER-FILE.
           IF DUP-ISSUED-SWEPT > DUP-ENTRY-TABLE-MAX
               SET SWEEP-INCOMPLETE TO TRUE
               DISPLAY "IDDUPLICATESWEEP - WORK TABLE FULL AT "
                   DUP-ENTRY-TABLE-MAX " ENTRIES"
           ELSE
               MOVE ZERO TO DUP-YR-RUNNING
               PERFORM 2200-SET-YEAR-STRETCH THRU 2200-EXIT
                   VARYING DUP-YR-IDX FROM 1 BY 1
                   UNTIL DUP-YR-IDX > DUP-YEAR-SLOTS
           END-IF.

       2000-EXIT.
           EXIT.

       2100-COUNT-MASTER-ENTRY.
           READ IDGEN-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER-FILE TO TRUE
               NOT AT END
                   ADD 1 TO DUP-MASTER-READ
                   IF IDGEN-MST-ISSUED
                       PERFORM 2800-FIND-YEAR-SLOT THRU 2800-EXIT
                       IF DUP-YR-SLOT = ZERO
                           ADD 1 TO DUP-ISSUED-NOT-SWEPT
                       ELSE
                           ADD 1 TO DUP-ISSUED-SWEPT
                           ADD 1 TO DUP-YR-COUNT (DUP-YR-SLOT)
                       END-IF
                   END-IF
           END-READ.

       2100-EXIT.
           EXIT.

       2200-SET-YEAR-STRETCH.
           COMPUTE DUP-YR-NEXT (DUP-YR-IDX) = DUP-YR-RUNNING + 1.
           ADD DUP-YR-COUNT (DUP-YR-IDX) TO DUP-YR-RUNNING.
           MOVE DUP-YR-RUNNING TO DUP-YR-END (DUP-YR-IDX).

       2200-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2800-FIND-YEAR-SLOT - the year-table slot for the master  *>
      *> entry's birth year, or zero when the year is not numeric  *>
      *> or falls outside 1800 to 2199.                            *>
      *>--------------------------------------------------------*>
       2800-FIND-YEAR-SLOT.
           MOVE ZERO TO DUP-YR-SLOT.
           IF IDGEN-MST-BIRTH-YEAR IS NUMERIC
               IF IDGEN-MST-BIRTH-YEAR > DUP-YEAR-BASE
                  AND IDGEN-MST-BIRTH-YEAR < DUP-YEAR-BASE
                                             + DUP-YEAR-SLOTS
                   COMPUTE DUP-YR-SLOT =
                       IDGEN-MST-BIRTH-YEAR - DUP-YEAR-BASE
               END-IF
           END-IF.

       2800-EXIT.
           EXIT.

       2900-START-MASTER-SCAN.
           MOVE "N" TO DUP-MST-EOF-SWITCH.
           MOVE LOW-VALUES TO IDGEN-MASTER-KEY.
           START IDGEN-MASTER-FILE KEY NOT < IDGEN-MASTER-KEY
               INVALID KEY
                   SET END-OF-MASTER-FILE TO TRUE
           END-START.

       2900-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 3000-LOAD-ENTRIES - second pass: each issued entry goes   *>
      *> into its birth year's stretch with the phonetic codes of  *>
      *> both names worked out once, here, not on every compare.   *>
      *>--------------------------------------------------------*>
       3000-LOAD-ENTRIES.
           PERFORM 2900-START-MASTER-SCAN THRU 2900-EXIT.
           PERFORM 3100-LOAD-MASTER-ENTRY THRU 3100-EXIT
               UNTIL END-OF-MASTER-FILE.
           MOVE DUP-ISSUED-SWEPT TO DUP-ENTRY-COUNT.

       3000-EXIT.
           EXIT.

       3100-LOAD-MASTER-ENTRY.
           READ IDGEN-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER-FILE TO TRUE
               NOT AT END
                   IF IDGEN-MST-ISSUED
                       PERFORM 2800-FIND-YEAR-SLOT THRU 2800-EXIT
                       IF DUP-YR-SLOT NOT = ZERO
                           PERFORM 3200-STORE-ENTRY THRU 3200-EXIT
                       END-IF
                   END-IF
           END-READ.

       3100-EXIT.
           EXIT.

       3200-STORE-ENTRY.
           MOVE DUP-YR-NEXT (DUP-YR-SLOT) TO DUP-A-IDX.
           ADD 1 TO DUP-YR-NEXT (DUP-YR-SLOT).
           MOVE IDGEN-MASTER-KEY TO DUP-ENT-SERIAL (DUP-A-IDX).
           MOVE IDGEN-MST-SURNAME TO DUP-ENT-SURNAME (DUP-A-IDX).
           MOVE IDGEN-MST-GIVEN-NAME
               TO DUP-ENT-GIVEN-NAME (DUP-A-IDX).
           MOVE IDGEN-MST-BIRTH-YEAR
               TO DUP-ENT-BIRTH-YEAR (DUP-A-IDX).
           MOVE IDGEN-MST-OFFICE TO DUP-ENT-OFFICE (DUP-A-IDX).
           MOVE IDGEN-MST-ISSUE-DATE
               TO DUP-ENT-ISSUE-DATE (DUP-A-IDX).
           MOVE DUP-YR-SLOT TO DUP-ENT-YEAR-SLOT (DUP-A-IDX).
           MOVE IDGEN-MST-SURNAME TO DUP-PHN-NAME.
           PERFORM 3500-BUILD-PHONETIC-CODE THRU 3500-EXIT.
           MOVE DUP-PHN-CODE TO DUP-ENT-SURNAME-CODE (DUP-A-IDX).
           MOVE IDGEN-MST-GIVEN-NAME TO DUP-PHN-NAME.
           PERFORM 3500-BUILD-PHONETIC-CODE THRU 3500-EXIT.
           MOVE DUP-PHN-CODE TO DUP-ENT-GIVEN-CODE (DUP-A-IDX).

       3200-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 3500-BUILD-PHONETIC-CODE - DUP-PHN-NAME to DUP-PHN-CODE;  *>
      *> a blank name codes as spaces and never matches.           *>
      *>--------------------------------------------------------*>
       3500-BUILD-PHONETIC-CODE.
           MOVE SPACES TO DUP-PHN-CODE.
           IF DUP-PHN-NAME NOT = SPACES
               MOVE DUP-PHN-NAME-CHAR (1) TO DUP-PHN-CODE-CHAR (1)
               MOVE 1 TO DUP-PHN-OUT
               MOVE DUP-PHN-NAME-CHAR (1) TO DUP-PHN-LETTER
               PERFORM 3520-FIND-SOUND THRU 3520-EXIT
               MOVE DUP-PHN-SOUND TO DUP-PHN-PREV-SOUND
               PERFORM 3510-CODE-NAME-CHAR THRU 3510-EXIT
                   VARYING DUP-PHN-POS FROM 2 BY 1
                   UNTIL DUP-PHN-POS > 20
                      OR DUP-PHN-OUT = 4
               INSPECT DUP-PHN-CODE (2:3) REPLACING ALL " " BY "0"
           END-IF.

       3500-EXIT.
           EXIT.

       3510-CODE-NAME-CHAR.
           MOVE DUP-PHN-NAME-CHAR (DUP-PHN-POS) TO DUP-PHN-LETTER.
           PERFORM 3520-FIND-SOUND THRU 3520-EXIT.
           EVALUATE DUP-PHN-SOUND
               WHEN " "
               WHEN "-"
                   CONTINUE
               WHEN "0"
                   MOVE "0" TO DUP-PHN-PREV-SOUND
               WHEN OTHER
                   IF DUP-PHN-SOUND NOT = DUP-PHN-PREV-SOUND
                       ADD 1 TO DUP-PHN-OUT
                       MOVE DUP-PHN-SOUND
                           TO DUP-PHN-CODE-CHAR (DUP-PHN-OUT)
                       MOVE DUP-PHN-SOUND TO DUP-PHN-PREV-SOUND
                   END-IF
           END-EVALUATE.

       3510-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 3520-FIND-SOUND - the sound group of DUP-PHN-LETTER: a   *>
      *> digit, "0" for a vowel or Y, "-" for H or W, and a space  *>
      *> for anything that is not a letter.                        *>
      *>--------------------------------------------------------*>
       3520-FIND-SOUND.
           MOVE SPACE TO DUP-PHN-SOUND.
           MOVE "N" TO DUP-ALPHA-FOUND-SWITCH.
           PERFORM 3530-COMPARE-LETTER THRU 3530-EXIT
               VARYING DUP-PHN-ALPHA-IDX FROM 1 BY 1
               UNTIL DUP-PHN-ALPHA-IDX > DUP-PHN-ALPHA-TABLE-SIZE
                  OR ALPHA-LETTER-FOUND.

       3520-EXIT.
           EXIT.

       3530-COMPARE-LETTER.
           IF DUP-PHN-ALPHA-TBL (DUP-PHN-ALPHA-IDX) = DUP-PHN-LETTER
               SET ALPHA-LETTER-FOUND TO TRUE
               MOVE DUP-PHN-SOUND-TBL (DUP-PHN-ALPHA-IDX)
                   TO DUP-PHN-SOUND
           END-IF.

       3530-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 4000-COMPARE-ENTRIES - each entry against every later    *>
      *> entry born the same year or the year after; with the     *>
      *> table in birth-year order that is the rest of its own     *>
      *> year's stretch and all of the next year's.                *>
      *>--------------------------------------------------------*>
       4000-COMPARE-ENTRIES.
           PERFORM 4100-COMPARE-ONE-ENTRY THRU 4100-EXIT
               VARYING DUP-A-IDX FROM 1 BY 1
               UNTIL DUP-A-IDX > DUP-ENTRY-COUNT.
           IF DUP-PAIRS-LISTED = ZERO
               WRITE DUP-REPORT-RECORD FROM DUP-NONE-LINE
               WRITE DUP-REPORT-RECORD FROM DUP-BLANK-LINE
           END-IF.

       4000-EXIT.
           EXIT.

       4100-COMPARE-ONE-ENTRY.
           MOVE DUP-ENT-YEAR-SLOT (DUP-A-IDX) TO DUP-YR-SLOT.
           ADD 1 TO DUP-YR-SLOT.
           MOVE DUP-YR-END (DUP-YR-SLOT) TO DUP-LAST-IDX.
           PERFORM 4200-COMPARE-PAIR THRU 4200-EXIT
               VARYING DUP-B-IDX FROM DUP-A-IDX BY 1
               UNTIL DUP-B-IDX > DUP-LAST-IDX.

       4100-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 4200-COMPARE-PAIR - the names agree on sound in the same  *>
      *> fields (direct) or crossed over (swapped), or the pair is *>
      *> not a candidate. The B entry is never earlier in the      *>
      *> table than the A entry, so the year gap is 0 or 1.        *>
      *>--------------------------------------------------------*>
       4200-COMPARE-PAIR.
           IF DUP-B-IDX NOT = DUP-A-IDX
               SET NAMES-DO-NOT-MATCH TO TRUE
               IF DUP-ENT-SURNAME-CODE (DUP-A-IDX) NOT = SPACES
                  AND DUP-ENT-GIVEN-CODE (DUP-A-IDX) NOT = SPACES
                   IF DUP-ENT-SURNAME-CODE (DUP-A-IDX)
                          = DUP-ENT-SURNAME-CODE (DUP-B-IDX)
                      AND DUP-ENT-GIVEN-CODE (DUP-A-IDX)
                          = DUP-ENT-GIVEN-CODE (DUP-B-IDX)
                       SET NAMES-MATCH-DIRECT TO TRUE
                   ELSE
                       IF DUP-ENT-SURNAME-CODE (DUP-A-IDX)
                              = DUP-ENT-GIVEN-CODE (DUP-B-IDX)
                          AND DUP-ENT-GIVEN-CODE (DUP-A-IDX)
                              = DUP-ENT-SURNAME-CODE (DUP-B-IDX)
                           SET NAMES-MATCH-SWAPPED TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF NOT NAMES-DO-NOT-MATCH
                   PERFORM 4300-SCORE-PAIR THRU 4300-EXIT
                   PERFORM 4400-LIST-PAIR THRU 4400-EXIT
               END-IF
           END-IF.

       4200-EXIT.
           EXIT.

       4300-SCORE-PAIR.
           MOVE ZERO TO DUP-PAIR-SCORE.
           IF NAMES-MATCH-DIRECT
               IF DUP-ENT-SURNAME (DUP-A-IDX)
                      = DUP-ENT-SURNAME (DUP-B-IDX)
                   ADD 40 TO DUP-PAIR-SCORE
               ELSE
                   ADD 30 TO DUP-PAIR-SCORE
               END-IF
               IF DUP-ENT-GIVEN-NAME (DUP-A-IDX)
                      = DUP-ENT-GIVEN-NAME (DUP-B-IDX)
                   ADD 30 TO DUP-PAIR-SCORE
               ELSE
                   ADD 20 TO DUP-PAIR-SCORE
               END-IF
               IF DUP-PAIR-SCORE = 70
                   MOVE "SAME NAME" TO DUP-PRL-NAME-TEXT
               ELSE
                   MOVE "NAME SOUNDS ALIKE" TO DUP-PRL-NAME-TEXT
               END-IF
           ELSE
               IF DUP-ENT-SURNAME (DUP-A-IDX)
                      = DUP-ENT-GIVEN-NAME (DUP-B-IDX)
                  AND DUP-ENT-GIVEN-NAME (DUP-A-IDX)
                      = DUP-ENT-SURNAME (DUP-B-IDX)
                   ADD 70 TO DUP-PAIR-SCORE
               ELSE
                   ADD 50 TO DUP-PAIR-SCORE
               END-IF
               MOVE "NAMES SWAPPED" TO DUP-PRL-NAME-TEXT
           END-IF.
           COMPUTE DUP-YR-GAP = DUP-ENT-BIRTH-YEAR (DUP-B-IDX)
                              - DUP-ENT-BIRTH-YEAR (DUP-A-IDX).
           IF DUP-YR-GAP = ZERO
               ADD 30 TO DUP-PAIR-SCORE
               MOVE "SAME BIRTH YEAR" TO DUP-PRL-YEAR-TEXT
           ELSE
               ADD 15 TO DUP-PAIR-SCORE
               MOVE "BIRTH YEAR +/- 1" TO DUP-PRL-YEAR-TEXT
           END-IF.

       4300-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 4400-LIST-PAIR - the pair line and both entries, the     *>
      *> earlier issue first as the likely survivor.               *>
      *>--------------------------------------------------------*>
       4400-LIST-PAIR.
           ADD 1 TO DUP-PAIRS-LISTED.
           MOVE DUP-PAIRS-LISTED TO DUP-PRL-NUMBER.
           MOVE DUP-PAIR-SCORE TO DUP-PRL-SCORE.
           WRITE DUP-REPORT-RECORD FROM DUP-PAIR-LINE.
           IF DUP-ENT-ISSUE-DATE (DUP-B-IDX)
                  < DUP-ENT-ISSUE-DATE (DUP-A-IDX)
               MOVE DUP-B-IDX TO DUP-FIRST-IDX
               MOVE DUP-A-IDX TO DUP-SECOND-IDX
           ELSE
               MOVE DUP-A-IDX TO DUP-FIRST-IDX
               MOVE DUP-B-IDX TO DUP-SECOND-IDX
           END-IF.
           MOVE DUP-FIRST-IDX TO DUP-LAST-IDX.
           PERFORM 4410-LIST-PAIR-ENTRY THRU 4410-EXIT.
           MOVE DUP-SECOND-IDX TO DUP-LAST-IDX.
           PERFORM 4410-LIST-PAIR-ENTRY THRU 4410-EXIT.
           WRITE DUP-REPORT-RECORD FROM DUP-BLANK-LINE.

       4400-EXIT.
           EXIT.

       4410-LIST-PAIR-ENTRY.
           MOVE DUP-ENT-SERIAL (DUP-LAST-IDX) TO DUP-ENL-SERIAL.
           MOVE DUP-ENT-SURNAME (DUP-LAST-IDX) TO DUP-ENL-SURNAME.
           MOVE DUP-ENT-GIVEN-NAME (DUP-LAST-IDX)
               TO DUP-ENL-GIVEN-NAME.
           MOVE DUP-ENT-BIRTH-YEAR (DUP-LAST-IDX)
               TO DUP-ENL-BIRTH-YEAR.
           MOVE DUP-ENT-OFFICE (DUP-LAST-IDX) TO DUP-ENL-OFFICE.
           MOVE DUP-ENT-ISSUE-DATE (DUP-LAST-IDX)
               TO DUP-ENL-ISSUE-DATE.
           WRITE DUP-REPORT-RECORD FROM DUP-ENTRY-LINE.

       4410-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 9000-TERMINATE - totals; a sweep that could not hold the  *>
      *> issued entries ends with return code 8, since a listing   *>
      *> that was never produced must not read as clean.           *>
      *>--------------------------------------------------------*>
       9000-TERMINATE.
           IF SWEEP-INCOMPLETE
               WRITE DUP-REPORT-RECORD FROM DUP-INCOMPLETE-LINE
               WRITE DUP-REPORT-RECORD FROM DUP-BLANK-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE "MASTER ENTRIES READ..........:" TO DUP-TOT-LABEL.
           MOVE DUP-MASTER-READ TO DUP-TOT-VALUE.
           WRITE DUP-REPORT-RECORD FROM DUP-TOTAL-LINE.

           MOVE "ISSUED ENTRIES SWEPT.........:" TO DUP-TOT-LABEL.
           MOVE DUP-ISSUED-SWEPT TO DUP-TOT-VALUE.
           WRITE DUP-REPORT-RECORD FROM DUP-TOTAL-LINE.

           MOVE "ISSUED, NO USABLE BIRTH YEAR.:" TO DUP-TOT-LABEL.
           MOVE DUP-ISSUED-NOT-SWEPT TO DUP-TOT-VALUE.
           WRITE DUP-REPORT-RECORD FROM DUP-TOTAL-LINE.

           MOVE "SUSPECTED DUPLICATE PAIRS....:" TO DUP-TOT-LABEL.
           MOVE DUP-PAIRS-LISTED TO DUP-TOT-VALUE.
           WRITE DUP-REPORT-RECORD FROM DUP-TOTAL-LINE.

           CLOSE IDGEN-MASTER-FILE.
           CLOSE IDGEN-DUPLICATE-REPORT.

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
           IF DUP-RUN-STATUS NOT = "00"
               DISPLAY "IDDUPLICATESWEEP - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " DUP-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE DUP-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE DUP-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               READ IDGEN-RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "IDDUPLICATESWEEP - RUN START ENTRY NOT "
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
           MOVE DUP-MASTER-READ TO IDGEN-RCF-TLY-VALUE (1).
           MOVE "PAIRS" TO IDGEN-RCF-TLY-LABEL (2).
           MOVE DUP-PAIRS-LISTED TO IDGEN-RCF-TLY-VALUE (2).
           REWRITE IDGEN-RUN-CONTROL-RECORD.
           IF DUP-RUN-STATUS NOT = "00"
               DISPLAY "IDDUPLICATESWEEP - UNABLE TO RECORD THE RUN "
                   "COMPLETION, STATUS " DUP-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9910-EXIT.
           EXIT.
