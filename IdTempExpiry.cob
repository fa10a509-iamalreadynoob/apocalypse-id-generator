       IDENTIFICATION DIVISION.
       PROGRAM-ID. IdTempExpiry.
       AUTHOR. Saythek.
       INSTALLATION. NATIONAL REGISTRY DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *>--------------------------------------------------------*>
      *> MODIFICATION HISTORY                                     *>
      *>   2026-10-15  SK  Initial version: daily listing of the  *>
      *>                   emergency temporary IDs still in       *>
      *>                   temporary status whose short validity  *>
      *>                   runs out inside the warning window on  *>
      *>                   the parameter card - already expired   *>
      *>                   ones included - grouped by office of   *>
      *>                   origin, so each office can call its    *>
      *>                   registrants in to convert before the   *>
      *>                   card lapses.                           *>
      *>   2026-10-15  SK  Registers its start and completion on  *>
      *>                   the run-control file IDGENRUN.DAT      *>
      *>                   against the parameter card's cycle     *>
      *>                   date.                                  *>
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
               FILE STATUS IS TXR-MST-STATUS.

           SELECT IDGEN-CONTROL-FILE ASSIGN TO "IDGENCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXR-CTL-STATUS.

           SELECT IDGEN-TEMP-EXPIRY-REPORT ASSIGN TO "IDGENTXR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXR-RPT-STATUS.

           SELECT IDGEN-RUN-CONTROL-FILE ASSIGN TO "IDGENRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-RCF-KEY
               ALTERNATE RECORD KEY IS IDGEN-RCF-PROGRAM
                   WITH DUPLICATES
               FILE STATUS IS TXR-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IDGEN-MASTER-FILE.
           COPY IDGNMST.

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
           05  FILLER                       PIC X(1).
           05  IDGEN-CTL-RENEW-DAYS-IN      PIC 9(3).
           05  FILLER                       PIC X(1).
           05  IDGEN-CTL-DSP-RESTART-IN     PIC X(1).
           05  FILLER                       PIC X(1).
           05  IDGEN-CTL-TEMP-DAYS-IN       PIC 9(3).
           05  FILLER                       PIC X(1).
           05  IDGEN-CTL-TEMP-WARN-DAYS-IN  PIC 9(3).
      *>       Temporary-ID expiry warning window in days
           05  FILLER                       PIC X(12).
           05  IDGEN-CTL-CYCLE-DATE-IN      PIC 9(8).
      *>       YYYYMMDD nightly cycle the run registers against
      *>       on IDGEN-RUN-CONTROL-FILE; zeros or blank mean
      *>       the run date
           05  FILLER                       PIC X(26).

       FD  IDGEN-TEMP-EXPIRY-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  TXR-REPORT-RECORD               PIC X(80).

       FD  IDGEN-RUN-CONTROL-FILE.
           COPY IDGNRUN.

       WORKING-STORAGE SECTION.

       01  TXR-FILE-STATUSES.
           05  TXR-MST-STATUS              PIC X(2) VALUE SPACES.
           05  TXR-CTL-STATUS              PIC X(2) VALUE SPACES.
           05  TXR-RPT-STATUS              PIC X(2) VALUE SPACES.
           05  TXR-RUN-STATUS              PIC X(2) VALUE SPACES.

       01  TXR-SWITCHES.
           05  TXR-MST-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-MASTER-FILE          VALUE "Y".
           05  TXR-OFC-FOUND-SWITCH        PIC X(1) VALUE "N".
               88  OFFICE-SLOT-FOUND           VALUE "Y".
           05  TXR-NEAR-EXPIRY-SWITCH      PIC X(1) VALUE "N".
               88  ENTRY-NEAR-EXPIRY           VALUE "Y".

      *>--------------------------------------------------------*>
      *> Run-control registration: this job's entry on             *>
      *> IDGEN-RUN-CONTROL-FILE, keyed by cycle date and program,  *>
      *> and the fields used to look up the runs of the jobs it    *>
      *> depends on.                                               *>
      *>--------------------------------------------------------*>
       01  TXR-RUN-CONTROL-FIELDS.
           05  TXR-RUN-PROGRAM             PIC X(20)
               VALUE "IdTempExpiry".
           05  TXR-RUN-JOB-ID              PIC X(8) VALUE "IDGEN001".
           05  TXR-RUN-CYCLE-DATE          PIC X(8) VALUE SPACES.
           05  TXR-RUN-SCAN-SWITCH         PIC X(1) VALUE "N".
               88  END-OF-RUN-SCAN             VALUE "Y".
           05  TXR-RUN-ENTRY-SWITCH        PIC X(1) VALUE "N".
               88  RUN-ENTRY-ON-FILE           VALUE "Y".

       77  TXR-WARN-DAYS                   PIC 9(3) VALUE 14.

       01  TXR-COUNTERS.
           05  TXR-MASTER-READ             PIC 9(7) COMP VALUE ZERO.
           05  TXR-TEMPORARY-SEEN          PIC 9(7) COMP VALUE ZERO.
           05  TXR-ENTRIES-LISTED          PIC 9(7) COMP VALUE ZERO.
           05  TXR-ALREADY-EXPIRED         PIC 9(7) COMP VALUE ZERO.
           05  TXR-OFFICE-OVERFLOW         PIC 9(7) COMP VALUE ZERO.

      *>--------------------------------------------------------*>
      *> Offices with at least one temporary ID near expiry, in    *>
      *> the order first met on the master, each with its listed  *>
      *> and already-expired counts. The listing makes one keyed   *>
      *> pass of the master per office in this table; an office    *>
      *> met after the table is full is only counted.             *>
      *>--------------------------------------------------------*>
       77  TXR-OFFICE-TABLE-MAX            PIC 9(2) COMP VALUE 50.

       01  TXR-OFFICE-TABLE.
           05  TXR-OFFICE-ENTRY OCCURS 50 TIMES.
               10  TXR-OFC-ID              PIC X(3).
               10  TXR-OFC-LISTED          PIC 9(7) COMP.
               10  TXR-OFC-EXPIRED         PIC 9(7) COMP.

       01  TXR-OFFICE-FIELDS.
           05  TXR-OFFICE-COUNT            PIC 9(2) COMP VALUE ZERO.
           05  TXR-OFC-IDX                 PIC 9(2) COMP.
           05  TXR-OFC-SLOT                PIC 9(2) COMP.
           05  TXR-LIST-OFFICE             PIC X(3).

      *>--------------------------------------------------------*>
      *> Cumulative day count at the start of each month, used to  *>
      *> turn a YYYYMMDD date into a running day serial for the    *>
      *> expiring-within-N-days arithmetic.                        *>
      *>--------------------------------------------------------*>
       01  TXR-CUM-DAYS-DATA.
           05  FILLER                      PIC 9(3) VALUE 000.
           05  FILLER                      PIC 9(3) VALUE 031.
           05  FILLER                      PIC 9(3) VALUE 059.
           05  FILLER                      PIC 9(3) VALUE 090.
           05  FILLER                      PIC 9(3) VALUE 120.
           05  FILLER                      PIC 9(3) VALUE 151.
           05  FILLER                      PIC 9(3) VALUE 181.
           05  FILLER                      PIC 9(3) VALUE 212.
           05  FILLER                      PIC 9(3) VALUE 243.
           05  FILLER                      PIC 9(3) VALUE 273.
           05  FILLER                      PIC 9(3) VALUE 304.
           05  FILLER                      PIC 9(3) VALUE 334.

       01  TXR-CUM-DAYS-TABLE REDEFINES TXR-CUM-DAYS-DATA.
           05  TXR-CUM-DAYS                PIC 9(3) OCCURS 12 TIMES.

       01  TXR-DATE-WORK.
           05  TXR-DS-DATE                 PIC X(8).
           05  TXR-DS-YYYY                 PIC 9(4).
           05  TXR-DS-MM                   PIC 9(2).
           05  TXR-DS-DD                   PIC 9(2).
           05  TXR-DS-PRIOR-YEARS          PIC 9(4).
           05  TXR-DS-LEAPS4               PIC 9(4) COMP.
           05  TXR-DS-LEAPS100             PIC 9(4) COMP.
           05  TXR-DS-LEAPS400             PIC 9(4) COMP.
           05  TXR-DS-QUOT                 PIC 9(4) COMP.
           05  TXR-DS-REM4                 PIC 9(1).
           05  TXR-DS-REM100               PIC 9(2).
           05  TXR-DS-REM400               PIC 9(3).
           05  TXR-DS-SERIAL               PIC 9(7) COMP.
           05  TXR-TODAY-DATE              PIC X(8).
           05  TXR-TODAY-SERIAL            PIC 9(7) COMP.
           05  TXR-CUTOFF-SERIAL           PIC 9(7) COMP.
           05  TXR-DAYS-LEFT               PIC S9(7) COMP.

       01  TXR-HEADING-LINE                PIC X(80)
               VALUE "IDTEMPEXPIRY TEMPORARY IDS NEAR EXPIRY".

       01  TXR-WINDOW-LINE.
           05  FILLER                      PIC X(30)
               VALUE "TEMPORARY IDS EXPIRING WITHIN ".
           05  TXR-WIN-VALUE               PIC ZZ9.
           05  FILLER                      PIC X(5) VALUE " DAYS".
           05  FILLER                      PIC X(42) VALUE SPACES.

       01  TXR-OFFICE-HEAD-LINE.
           05  FILLER                      PIC X(7) VALUE "OFFICE ".
           05  TXR-OFH-ID                  PIC X(3).
           05  FILLER                      PIC X(70) VALUE SPACES.

       01  TXR-COLUMN-HEAD-LINE.
           05  FILLER                      PIC X(23) VALUE "SERIAL".
           05  FILLER                      PIC X(21) VALUE "SURNAME".
           05  FILLER                      PIC X(16)
               VALUE "GIVEN NAME".
           05  FILLER                      PIC X(9) VALUE "EXPIRES".
           05  FILLER                      PIC X(11) VALUE "DAYS".

       01  TXR-DETAIL-LINE.
           05  TXR-DTL-SERIAL              PIC X(22).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TXR-DTL-SURNAME             PIC X(20).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TXR-DTL-GIVEN-NAME          PIC X(15).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TXR-DTL-EXPIRY-DATE         PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TXR-DTL-DAYS-LEFT           PIC -ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TXR-DTL-FLAG                PIC X(6).

       01  TXR-OFFICE-SUB-LINE.
           05  FILLER                      PIC X(9) VALUE "  LISTED ".
           05  TXR-OFS-LISTED              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10)
               VALUE "  LAPSED  ".
           05  TXR-OFS-EXPIRED             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(47) VALUE SPACES.

       01  TXR-OFC-HEADER-LINE             PIC X(80)
               VALUE "OFC   LISTED   LAPSED".

       01  TXR-OFC-TOTAL-LINE.
           05  TXR-OFT-ID                  PIC X(3).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TXR-OFT-LISTED              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  TXR-OFT-EXPIRED             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(60) VALUE SPACES.

       01  TXR-BLANK-LINE                  PIC X(80) VALUE SPACES.

       01  TXR-TOTAL-LINE.
           05  TXR-TOT-LABEL               PIC X(30).
           05  TXR-TOT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

      *>--------------------------------------------------------*>
      *> 0000-MAINLINE                                             *>
      *>--------------------------------------------------------*>
       0000-MAINLINE.
           PERFORM 0100-REGISTER-RUN-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-TALLY-MASTER-RECORD THRU 2000-EXIT
               UNTIL END-OF-MASTER-FILE.
           PERFORM 3000-LIST-OFFICE THRU 3000-EXIT
               VARYING TXR-OFC-IDX FROM 1 BY 1
               UNTIL TXR-OFC-IDX > TXR-OFFICE-COUNT.
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
           IF TXR-RUN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-RUN-CONTROL-FILE
               CLOSE IDGEN-RUN-CONTROL-FILE
               OPEN I-O IDGEN-RUN-CONTROL-FILE
           END-IF.
           IF TXR-RUN-STATUS NOT = "00"
               DISPLAY "IDTEMPEXPIRY - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " TXR-RUN-STATUS
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
           IF TXR-CTL-STATUS = "00"
               READ IDGEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IDGEN-CTL-JOB-ID-IN TO TXR-RUN-JOB-ID
                       IF IDGEN-CTL-CYCLE-DATE-IN IS NUMERIC
                          AND IDGEN-CTL-CYCLE-DATE-IN > ZERO
                           MOVE IDGEN-CTL-CYCLE-DATE-IN
                               TO TXR-RUN-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE IDGEN-CONTROL-FILE
           END-IF.
           IF TXR-RUN-CYCLE-DATE = SPACES
               ACCEPT TXR-RUN-CYCLE-DATE FROM DATE YYYYMMDD
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
           MOVE "N" TO TXR-RUN-SCAN-SWITCH.
           MOVE TXR-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = TXR-RUN-PROGRAM
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
           MOVE TXR-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE.
           MOVE TXR-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
           MOVE "N" TO TXR-RUN-ENTRY-SWITCH.
           READ IDGEN-RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-ENTRY-ON-FILE TO TRUE
           END-READ.
           IF NOT RUN-ENTRY-ON-FILE
               MOVE SPACES TO IDGEN-RUN-CONTROL-RECORD
               MOVE TXR-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE TXR-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               MOVE ZERO TO IDGEN-RCF-START-COUNT
           END-IF.
           MOVE TXR-RUN-JOB-ID TO IDGEN-RCF-JOB-ID.
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
           IF TXR-RUN-STATUS NOT = "00"
               DISPLAY "IDTEMPEXPIRY - UNABLE TO RECORD THE RUN "
                   "START, STATUS " TXR-RUN-STATUS
               CLOSE IDGEN-RUN-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0160-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1000-INITIALIZE - open the files, pick the warning        *>
      *> window off the parameter card, fix today's and the       *>
      *> cutoff day serials once for the whole run, and position  *>
      *> the first master pass at the first record.               *>
      *>--------------------------------------------------------*>
       1000-INITIALIZE.
           OPEN INPUT IDGEN-MASTER-FILE.
           IF TXR-MST-STATUS NOT = "00"
               DISPLAY "IDTEMPEXPIRY - UNABLE TO OPEN "
                   "IDGEN-MASTER-FILE, STATUS " TXR-MST-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT IDGEN-TEMP-EXPIRY-REPORT.
           IF TXR-RPT-STATUS NOT = "00"
               DISPLAY "IDTEMPEXPIRY - UNABLE TO OPEN "
                   "IDGEN-TEMP-EXPIRY-REPORT, STATUS " TXR-RPT-STATUS
               STOP RUN
           END-IF.
           PERFORM 1100-READ-CONTROL-PARAMETERS THRU 1100-EXIT.
           ACCEPT TXR-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TXR-TODAY-DATE TO TXR-DS-DATE.
           PERFORM 4000-COMPUTE-DAY-SERIAL THRU 4000-EXIT.
           MOVE TXR-DS-SERIAL TO TXR-TODAY-SERIAL.
           COMPUTE TXR-CUTOFF-SERIAL = TXR-DS-SERIAL + TXR-WARN-DAYS.
           WRITE TXR-REPORT-RECORD FROM TXR-HEADING-LINE.
           MOVE TXR-WARN-DAYS TO TXR-WIN-VALUE.
           WRITE TXR-REPORT-RECORD FROM TXR-WINDOW-LINE.
           INITIALIZE TXR-OFFICE-TABLE.
           PERFORM 1200-START-MASTER-SCAN THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1100-READ-CONTROL-PARAMETERS - the warning window rides   *>
      *> on the same one-line parameter card the other jobs read,  *>
      *> after the temporary-ID validity; a missing card or a zero *>
      *> window falls back to the default.                         *>
      *>--------------------------------------------------------*>
       1100-READ-CONTROL-PARAMETERS.
           OPEN INPUT IDGEN-CONTROL-FILE.
           IF TXR-CTL-STATUS = "00"
               READ IDGEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IDGEN-CTL-TEMP-WARN-DAYS-IN IS NUMERIC
                          AND IDGEN-CTL-TEMP-WARN-DAYS-IN > ZERO
                           MOVE IDGEN-CTL-TEMP-WARN-DAYS-IN
                               TO TXR-WARN-DAYS
                       END-IF
               END-READ
               CLOSE IDGEN-CONTROL-FILE
           END-IF.

       1100-EXIT.
           EXIT.

       1200-START-MASTER-SCAN.
           MOVE "N" TO TXR-MST-EOF-SWITCH.
           MOVE LOW-VALUES TO IDGEN-MASTER-KEY.
           START IDGEN-MASTER-FILE KEY NOT < IDGEN-MASTER-KEY
               INVALID KEY
                   SET END-OF-MASTER-FILE TO TRUE
           END-START.

       1200-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2000-TALLY-MASTER-RECORD - first pass: every temporary    *>
      *> entry near expiry is counted against its office, so the   *>
      *> listing pass knows which offices to print.                *>
      *>--------------------------------------------------------*>
       2000-TALLY-MASTER-RECORD.
           READ IDGEN-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER-FILE TO TRUE
               NOT AT END
                   ADD 1 TO TXR-MASTER-READ
                   IF IDGEN-MST-TEMPORARY
                       ADD 1 TO TXR-TEMPORARY-SEEN
                       PERFORM 2100-CHECK-NEAR-EXPIRY THRU 2100-EXIT
                       IF ENTRY-NEAR-EXPIRY
                           PERFORM 2200-TALLY-OFFICE-ENTRY
                               THRU 2200-EXIT
                       END-IF
                   END-IF
           END-READ.

       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2100-CHECK-NEAR-EXPIRY - a temporary entry is near expiry *>
      *> when its expiry falls on or before the cutoff; one       *>
      *> already past today stays on the list until it is         *>
      *> converted or voided. A temporary entry with no readable  *>
      *> expiry is listed too, so it is looked at.                *>
      *>--------------------------------------------------------*>
       2100-CHECK-NEAR-EXPIRY.
           MOVE "N" TO TXR-NEAR-EXPIRY-SWITCH.
           MOVE IDGEN-MST-EXPIRY-DATE TO TXR-DS-DATE.
           PERFORM 4000-COMPUTE-DAY-SERIAL THRU 4000-EXIT.
           IF TXR-DS-SERIAL NOT > TXR-CUTOFF-SERIAL
               SET ENTRY-NEAR-EXPIRY TO TRUE
           END-IF.
           IF TXR-DS-SERIAL = ZERO
               MOVE ZERO TO TXR-DAYS-LEFT
           ELSE
               COMPUTE TXR-DAYS-LEFT
                   = TXR-DS-SERIAL - TXR-TODAY-SERIAL
           END-IF.

       2100-EXIT.
           EXIT.

       2200-TALLY-OFFICE-ENTRY.
           MOVE "N" TO TXR-OFC-FOUND-SWITCH.
           PERFORM 2210-MATCH-OFFICE-SLOT THRU 2210-EXIT
               VARYING TXR-OFC-IDX FROM 1 BY 1
               UNTIL TXR-OFC-IDX > TXR-OFFICE-COUNT
                  OR OFFICE-SLOT-FOUND.
           IF NOT OFFICE-SLOT-FOUND
               IF TXR-OFFICE-COUNT < TXR-OFFICE-TABLE-MAX
                   ADD 1 TO TXR-OFFICE-COUNT
                   MOVE IDGEN-MST-OFFICE
                       TO TXR-OFC-ID (TXR-OFFICE-COUNT)
                   MOVE TXR-OFFICE-COUNT TO TXR-OFC-SLOT
                   SET OFFICE-SLOT-FOUND TO TRUE
               ELSE
                   ADD 1 TO TXR-OFFICE-OVERFLOW
               END-IF
           END-IF.
           IF OFFICE-SLOT-FOUND
               ADD 1 TO TXR-OFC-LISTED (TXR-OFC-SLOT)
               IF TXR-DAYS-LEFT < ZERO
                   ADD 1 TO TXR-OFC-EXPIRED (TXR-OFC-SLOT)
               END-IF
           END-IF.

       2200-EXIT.
           EXIT.

       2210-MATCH-OFFICE-SLOT.
           IF TXR-OFC-ID (TXR-OFC-IDX) = IDGEN-MST-OFFICE
               SET OFFICE-SLOT-FOUND TO TRUE
               MOVE TXR-OFC-IDX TO TXR-OFC-SLOT
           END-IF.

       2210-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 3000-LIST-OFFICE - second pass, once per office found:    *>
      *> a fresh scan of the master picks out that office's        *>
      *> entries near expiry, so the listing comes out grouped by  *>
      *> office without a sort step.                               *>
      *>--------------------------------------------------------*>
       3000-LIST-OFFICE.
           MOVE TXR-OFC-ID (TXR-OFC-IDX) TO TXR-LIST-OFFICE.
           WRITE TXR-REPORT-RECORD FROM TXR-BLANK-LINE.
           MOVE TXR-LIST-OFFICE TO TXR-OFH-ID.
           WRITE TXR-REPORT-RECORD FROM TXR-OFFICE-HEAD-LINE.
           WRITE TXR-REPORT-RECORD FROM TXR-COLUMN-HEAD-LINE.
           PERFORM 1200-START-MASTER-SCAN THRU 1200-EXIT.
           PERFORM 3100-LIST-MASTER-RECORD THRU 3100-EXIT
               UNTIL END-OF-MASTER-FILE.
           MOVE TXR-OFC-LISTED (TXR-OFC-IDX) TO TXR-OFS-LISTED.
           MOVE TXR-OFC-EXPIRED (TXR-OFC-IDX) TO TXR-OFS-EXPIRED.
           WRITE TXR-REPORT-RECORD FROM TXR-OFFICE-SUB-LINE.

       3000-EXIT.
           EXIT.

       3100-LIST-MASTER-RECORD.
           READ IDGEN-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER-FILE TO TRUE
               NOT AT END
                   IF IDGEN-MST-TEMPORARY
                      AND IDGEN-MST-OFFICE = TXR-LIST-OFFICE
                       PERFORM 2100-CHECK-NEAR-EXPIRY THRU 2100-EXIT
                       IF ENTRY-NEAR-EXPIRY
                           PERFORM 3200-WRITE-DETAIL-LINE
                               THRU 3200-EXIT
                       END-IF
                   END-IF
           END-READ.

       3100-EXIT.
           EXIT.

       3200-WRITE-DETAIL-LINE.
           MOVE IDGEN-MASTER-KEY TO TXR-DTL-SERIAL.
           MOVE IDGEN-MST-SURNAME TO TXR-DTL-SURNAME.
           MOVE IDGEN-MST-GIVEN-NAME TO TXR-DTL-GIVEN-NAME.
           MOVE IDGEN-MST-EXPIRY-DATE TO TXR-DTL-EXPIRY-DATE.
           MOVE TXR-DAYS-LEFT TO TXR-DTL-DAYS-LEFT.
           MOVE SPACES TO TXR-DTL-FLAG.
           IF TXR-DAYS-LEFT < ZERO
               MOVE "LAPSED" TO TXR-DTL-FLAG
               ADD 1 TO TXR-ALREADY-EXPIRED
           END-IF.
           WRITE TXR-REPORT-RECORD FROM TXR-DETAIL-LINE.
           ADD 1 TO TXR-ENTRIES-LISTED.

       3200-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 4000-COMPUTE-DAY-SERIAL - turns the YYYYMMDD date in      *>
      *> TXR-DS-DATE into a running day count (years at 365 days   *>
      *> plus the Gregorian leap correction plus the day of        *>
      *> year), leaving zero for a malformed date.                 *>
      *>--------------------------------------------------------*>
       4000-COMPUTE-DAY-SERIAL.
           MOVE ZERO TO TXR-DS-SERIAL.
           IF TXR-DS-DATE IS NUMERIC
               MOVE TXR-DS-DATE (1:4) TO TXR-DS-YYYY
               MOVE TXR-DS-DATE (5:2) TO TXR-DS-MM
               MOVE TXR-DS-DATE (7:2) TO TXR-DS-DD
               IF TXR-DS-MM > 0 AND TXR-DS-MM < 13
                   COMPUTE TXR-DS-PRIOR-YEARS = TXR-DS-YYYY - 1
                   DIVIDE TXR-DS-PRIOR-YEARS BY 4
                       GIVING TXR-DS-LEAPS4
                   DIVIDE TXR-DS-PRIOR-YEARS BY 100
                       GIVING TXR-DS-LEAPS100
                   DIVIDE TXR-DS-PRIOR-YEARS BY 400
                       GIVING TXR-DS-LEAPS400
                   COMPUTE TXR-DS-SERIAL = (TXR-DS-YYYY * 365)
                       + TXR-DS-LEAPS4 - TXR-DS-LEAPS100
                       + TXR-DS-LEAPS400
                       + TXR-CUM-DAYS (TXR-DS-MM) + TXR-DS-DD
                   PERFORM 4100-ADJUST-FOR-LEAP-YEAR THRU 4100-EXIT
               END-IF
           END-IF.

       4000-EXIT.
           EXIT.

       4100-ADJUST-FOR-LEAP-YEAR.
           DIVIDE TXR-DS-YYYY BY 4
               GIVING TXR-DS-QUOT REMAINDER TXR-DS-REM4.
           IF TXR-DS-REM4 = ZERO AND TXR-DS-MM > 2
               DIVIDE TXR-DS-YYYY BY 100
                   GIVING TXR-DS-QUOT REMAINDER TXR-DS-REM100
               IF TXR-DS-REM100 NOT = ZERO
                   ADD 1 TO TXR-DS-SERIAL
               ELSE
                   DIVIDE TXR-DS-YYYY BY 400
                       GIVING TXR-DS-QUOT REMAINDER TXR-DS-REM400
                   IF TXR-DS-REM400 = ZERO
                       ADD 1 TO TXR-DS-SERIAL
                   END-IF
               END-IF
           END-IF.

       4100-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 9000-TERMINATE                                            *>
      *>--------------------------------------------------------*>
       9000-TERMINATE.
           WRITE TXR-REPORT-RECORD FROM TXR-BLANK-LINE.
           WRITE TXR-REPORT-RECORD FROM TXR-OFC-HEADER-LINE.
           PERFORM 9100-PRINT-OFFICE-TOTALS THRU 9100-EXIT
               VARYING TXR-OFC-IDX FROM 1 BY 1
               UNTIL TXR-OFC-IDX > TXR-OFFICE-COUNT.
           WRITE TXR-REPORT-RECORD FROM TXR-BLANK-LINE.

           MOVE "MASTER ENTRIES READ..........:" TO TXR-TOT-LABEL.
           MOVE TXR-MASTER-READ TO TXR-TOT-VALUE.
           WRITE TXR-REPORT-RECORD FROM TXR-TOTAL-LINE.

           MOVE "TEMPORARY ENTRIES SEEN.......:" TO TXR-TOT-LABEL.
           MOVE TXR-TEMPORARY-SEEN TO TXR-TOT-VALUE.
           WRITE TXR-REPORT-RECORD FROM TXR-TOTAL-LINE.

           MOVE "NEAR EXPIRY, LISTED..........:" TO TXR-TOT-LABEL.
           MOVE TXR-ENTRIES-LISTED TO TXR-TOT-VALUE.
           WRITE TXR-REPORT-RECORD FROM TXR-TOTAL-LINE.

           MOVE "ALREADY LAPSED...............:" TO TXR-TOT-LABEL.
           MOVE TXR-ALREADY-EXPIRED TO TXR-TOT-VALUE.
           WRITE TXR-REPORT-RECORD FROM TXR-TOTAL-LINE.

           MOVE "NOT LISTED, OFFICE TABLE FULL:" TO TXR-TOT-LABEL.
           MOVE TXR-OFFICE-OVERFLOW TO TXR-TOT-VALUE.
           WRITE TXR-REPORT-RECORD FROM TXR-TOTAL-LINE.

           CLOSE IDGEN-MASTER-FILE.
           CLOSE IDGEN-TEMP-EXPIRY-REPORT.

       9000-EXIT.
           EXIT.

       9100-PRINT-OFFICE-TOTALS.
           MOVE TXR-OFC-ID (TXR-OFC-IDX) TO TXR-OFT-ID.
           MOVE TXR-OFC-LISTED (TXR-OFC-IDX) TO TXR-OFT-LISTED.
           MOVE TXR-OFC-EXPIRED (TXR-OFC-IDX) TO TXR-OFT-EXPIRED.
           WRITE TXR-REPORT-RECORD FROM TXR-OFC-TOTAL-LINE.

       9100-EXIT.
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
           IF TXR-RUN-STATUS NOT = "00"
               DISPLAY "IDTEMPEXPIRY - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " TXR-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE TXR-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE TXR-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               READ IDGEN-RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "IDTEMPEXPIRY - RUN START ENTRY NOT "
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
           MOVE TXR-MASTER-READ TO IDGEN-RCF-TLY-VALUE (1).
           MOVE "TEMPORARY" TO IDGEN-RCF-TLY-LABEL (2).
           MOVE TXR-TEMPORARY-SEEN TO IDGEN-RCF-TLY-VALUE (2).
           MOVE "LISTED" TO IDGEN-RCF-TLY-LABEL (3).
           MOVE TXR-ENTRIES-LISTED TO IDGEN-RCF-TLY-VALUE (3).
           REWRITE IDGEN-RUN-CONTROL-RECORD.
           IF TXR-RUN-STATUS NOT = "00"
               DISPLAY "IDTEMPEXPIRY - UNABLE TO RECORD THE RUN "
                   "COMPLETION, STATUS " TXR-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9910-EXIT.
           EXIT.
