       IDENTIFICATION DIVISION.
       PROGRAM-ID. IdOperatorActivity.
       AUTHOR. Saythek.
       INSTALLATION. NATIONAL REGISTRY DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *>--------------------------------------------------------*>
      *> MODIFICATION HISTORY                                     *>
      *>   2026-10-15  SK  Initial version: operator activity      *>
      *>                   report for internal control. Reads the  *>
      *>                   OPERATOR lines on the shared audit      *>
      *>                   trail and lists, for each operator and  *>
      *>                   each day, the clerk-keyed actions they  *>
      *>                   applied by kind and the sensitive       *>
      *>                   actions they signed off as supervisor,  *>
      *>                   with the operator's name and status     *>
      *>                   from the authorized-operator file.      *>
      *>   2026-10-15  SK  Reads the parameter card for its job id *>
      *>                   and cycle date and registers its start  *>
      *>                   and completion on the run-control file  *>
      *>                   IDGENRUN.DAT.                           *>
      *>   2026-10-15  SK  An audit trail or listing that cannot   *>
      *>                   be opened now ends the job with return  *>
      *>                   code 8.                                 *>
      *>--------------------------------------------------------*>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDGEN-AUDIT-FILE ASSIGN TO "IDGENAUD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPA-AUD-STATUS.

           SELECT IDGEN-OPERATOR-FILE ASSIGN TO "IDGENOPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPA-OPR-STATUS.

           SELECT IDGEN-ACTIVITY-REPORT ASSIGN TO "IDGENOPA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPA-RPT-STATUS.

           SELECT IDGEN-CONTROL-FILE ASSIGN TO "IDGENCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPA-CTL-STATUS.

           SELECT IDGEN-RUN-CONTROL-FILE ASSIGN TO "IDGENRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-RCF-KEY
               ALTERNATE RECORD KEY IS IDGEN-RCF-PROGRAM
                   WITH DUPLICATES
               FILE STATUS IS OPA-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IDGEN-AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OPA-AUDIT-RECORD                PIC X(80).

       FD  IDGEN-OPERATOR-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY IDGNOPR.

       FD  IDGEN-ACTIVITY-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  OPA-REPORT-RECORD               PIC X(80).

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

       01  OPA-FILE-STATUSES.
           05  OPA-AUD-STATUS              PIC X(2) VALUE SPACES.
           05  OPA-OPR-STATUS              PIC X(2) VALUE SPACES.
           05  OPA-RPT-STATUS              PIC X(2) VALUE SPACES.
           05  OPA-CTL-STATUS              PIC X(2) VALUE SPACES.
           05  OPA-RUN-STATUS              PIC X(2) VALUE SPACES.

       01  OPA-SWITCHES.
           05  OPA-AUD-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-AUDIT-FILE           VALUE "Y".
           05  OPA-OPR-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-OPERATOR-FILE        VALUE "Y".
           05  OPA-OPR-FOUND-SWITCH        PIC X(1) VALUE "N".
               88  OPERATOR-FOUND              VALUE "Y".
           05  OPA-SLOT-FOUND-SWITCH       PIC X(1) VALUE "N".
               88  ACTIVITY-SLOT-FOUND         VALUE "Y".
           05  OPA-SLOT-PLACED-SWITCH      PIC X(1) VALUE "N".
               88  ACTIVITY-SLOT-PLACED        VALUE "Y".

      *>--------------------------------------------------------*>
      *> Run-control registration: this job's entry on             *>
      *> IDGEN-RUN-CONTROL-FILE, keyed by cycle date and program,  *>
      *> and the fields used to look up the runs of the jobs it    *>
      *> depends on.                                               *>
      *>--------------------------------------------------------*>
       01  OPA-RUN-CONTROL-FIELDS.
           05  OPA-RUN-PROGRAM             PIC X(20)
               VALUE "IdOperatorActivity".
           05  OPA-RUN-JOB-ID              PIC X(8) VALUE "IDGEN001".
           05  OPA-RUN-CYCLE-DATE          PIC X(8) VALUE SPACES.
           05  OPA-RUN-SCAN-SWITCH         PIC X(1) VALUE "N".
               88  END-OF-RUN-SCAN             VALUE "Y".
           05  OPA-RUN-ENTRY-SWITCH        PIC X(1) VALUE "N".
               88  RUN-ENTRY-ON-FILE           VALUE "Y".

       01  OPA-COUNTERS.
           05  OPA-AUDIT-READ              PIC 9(7) COMP VALUE ZERO.
           05  OPA-OPERATOR-LINES          PIC 9(7) COMP VALUE ZERO.
           05  OPA-LINES-DROPPED           PIC 9(7) COMP VALUE ZERO.
           05  OPA-UNKNOWN-IDS             PIC 9(7) COMP VALUE ZERO.

      *>--------------------------------------------------------*>
      *> Authorized-operator table, loaded whole from             *>
      *> IDGEN-OPERATOR-FILE so each listed ID prints with its    *>
      *> name; an ID no longer on file is flagged on the listing. *>
      *>--------------------------------------------------------*>
       77  OPA-OPERATOR-TABLE-MAX          PIC 9(5) COMP VALUE 500.

       01  OPA-OPERATOR-TABLE.
           05  OPA-OPERATOR-ENTRY OCCURS 500 TIMES.
               10  OPA-OPT-ID              PIC X(5).
               10  OPA-OPT-ROLE            PIC X(1).
               10  OPA-OPT-ACTIVE-FLAG     PIC X(1).
               10  OPA-OPT-NAME            PIC X(30).

       01  OPA-OPERATOR-FIELDS.
           05  OPA-OPERATOR-COUNT          PIC 9(5) COMP VALUE ZERO.
           05  OPA-OPT-IDX                 PIC 9(5) COMP VALUE ZERO.
           05  OPA-OPT-MATCH-IDX           PIC 9(5) COMP VALUE ZERO.
           05  OPA-OPT-SEARCH-ID           PIC X(5) VALUE SPACES.

      *>--------------------------------------------------------*>
      *> One entry per operator per day, kept in operator/date    *>
      *> order as it is built, so the listing prints straight     *>
      *> from the table with no sort step. The trail is read in   *>
      *> date order, so most new entries land at the end of their *>
      *> operator's run and the shift below them is short.        *>
      *>--------------------------------------------------------*>
       77  OPA-ACTIVITY-TABLE-MAX          PIC 9(5) COMP VALUE 10000.

       01  OPA-ACTIVITY-TABLE.
           05  OPA-ACTIVITY-ENTRY OCCURS 10000 TIMES.
               10  OPA-ACT-KEY.
                   15  OPA-ACT-OPERATOR-ID PIC X(5).
                   15  OPA-ACT-DATE        PIC X(8).
               10  OPA-ACT-VOIDS           PIC 9(5) COMP.
               10  OPA-ACT-LOSTS           PIC 9(5) COMP.
               10  OPA-ACT-MAINTS          PIC 9(5) COMP.
               10  OPA-ACT-APPROVES        PIC 9(5) COMP.
               10  OPA-ACT-REJECTS         PIC 9(5) COMP.
               10  OPA-ACT-OTHERS          PIC 9(5) COMP.
               10  OPA-ACT-SIGN-OFFS       PIC 9(5) COMP.

       01  OPA-ACTIVITY-FIELDS.
           05  OPA-ACTIVITY-COUNT          PIC 9(5) COMP VALUE ZERO.
           05  OPA-ACT-IDX                 PIC 9(5) COMP VALUE ZERO.
           05  OPA-ACT-SLOT-IDX            PIC 9(5) COMP VALUE ZERO.
           05  OPA-ACT-SHIFT-IDX           PIC 9(5) COMP VALUE ZERO.
           05  OPA-ACT-SEARCH-KEY.
               10  OPA-ACT-SEARCH-ID       PIC X(5).
               10  OPA-ACT-SEARCH-DATE     PIC X(8).
           05  OPA-CREDIT-KIND             PIC X(1) VALUE SPACES.
               88  CREDIT-KEYED-ACTION         VALUE "K".
               88  CREDIT-SIGN-OFF             VALUE "S".
           05  OPA-PRIOR-OPERATOR-ID       PIC X(5) VALUE SPACES.

       01  OPA-GRAND-TOTALS.
           05  OPA-TOT-VOIDS               PIC 9(7) COMP VALUE ZERO.
           05  OPA-TOT-LOSTS               PIC 9(7) COMP VALUE ZERO.
           05  OPA-TOT-MAINTS              PIC 9(7) COMP VALUE ZERO.
           05  OPA-TOT-APPROVES            PIC 9(7) COMP VALUE ZERO.
           05  OPA-TOT-REJECTS             PIC 9(7) COMP VALUE ZERO.
           05  OPA-TOT-OTHERS              PIC 9(7) COMP VALUE ZERO.
           05  OPA-TOT-SIGN-OFFS           PIC 9(7) COMP VALUE ZERO.

           COPY IDGNAUD.

       01  OPA-HEADING-LINE                PIC X(80)
               VALUE "OPERATOR ACTIVITY REPORT".

       01  OPA-COLUMN-LINE.
           05  FILLER                      PIC X(37)
               VALUE "OPER   NAME                 DATE     ".
           05  FILLER                      PIC X(43)
               VALUE " VOID  LOST MAINT APPRV REJCT OTHER  SIGNED".

       01  OPA-DETAIL-LINE.
           05  OPA-DTL-OPERATOR-ID         PIC X(5).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  OPA-DTL-NAME                PIC X(20).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  OPA-DTL-DATE                PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  OPA-DTL-VOIDS               PIC ZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  OPA-DTL-LOSTS               PIC ZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  OPA-DTL-MAINTS              PIC ZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  OPA-DTL-APPROVES            PIC ZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  OPA-DTL-REJECTS             PIC ZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  OPA-DTL-OTHERS              PIC ZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  OPA-DTL-SIGN-OFFS           PIC ZZZZ9.
           05  FILLER                      PIC X(5) VALUE SPACES.

       01  OPA-BLANK-LINE                  PIC X(80) VALUE SPACES.

       01  OPA-TOTAL-LINE.
           05  OPA-TOT-LABEL               PIC X(30).
           05  OPA-TOT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

      *>--------------------------------------------------------*>
      *> 0000-MAINLINE                                             *>
      *>--------------------------------------------------------*>
       0000-MAINLINE.
           PERFORM 0100-REGISTER-RUN-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-AUDIT-LINE THRU 2000-EXIT
               UNTIL END-OF-AUDIT-FILE.
           PERFORM 3000-PRINT-ACTIVITY-ENTRY THRU 3000-EXIT
               VARYING OPA-ACT-IDX FROM 1 BY 1
               UNTIL OPA-ACT-IDX > OPA-ACTIVITY-COUNT.
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
           IF OPA-RUN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-RUN-CONTROL-FILE
               CLOSE IDGEN-RUN-CONTROL-FILE
               OPEN I-O IDGEN-RUN-CONTROL-FILE
           END-IF.
           IF OPA-RUN-STATUS NOT = "00"
               DISPLAY "IDOPERATORACTIVITY - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " OPA-RUN-STATUS
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
           IF OPA-CTL-STATUS = "00"
               READ IDGEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IDGEN-CTL-JOB-ID-IN TO OPA-RUN-JOB-ID
                       IF IDGEN-CTL-CYCLE-DATE-IN IS NUMERIC
                          AND IDGEN-CTL-CYCLE-DATE-IN > ZERO
                           MOVE IDGEN-CTL-CYCLE-DATE-IN
                               TO OPA-RUN-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE IDGEN-CONTROL-FILE
           END-IF.
           IF OPA-RUN-CYCLE-DATE = SPACES
               ACCEPT OPA-RUN-CYCLE-DATE FROM DATE YYYYMMDD
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
           MOVE "N" TO OPA-RUN-SCAN-SWITCH.
           MOVE OPA-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = OPA-RUN-PROGRAM
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
           MOVE OPA-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE.
           MOVE OPA-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
           MOVE "N" TO OPA-RUN-ENTRY-SWITCH.
           READ IDGEN-RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-ENTRY-ON-FILE TO TRUE
           END-READ.
           IF NOT RUN-ENTRY-ON-FILE
               MOVE SPACES TO IDGEN-RUN-CONTROL-RECORD
               MOVE OPA-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE OPA-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               MOVE ZERO TO IDGEN-RCF-START-COUNT
           END-IF.
           MOVE OPA-RUN-JOB-ID TO IDGEN-RCF-JOB-ID.
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
           IF OPA-RUN-STATUS NOT = "00"
               DISPLAY "IDOPERATORACTIVITY - UNABLE TO RECORD THE RUN "
                   "START, STATUS " OPA-RUN-STATUS
               CLOSE IDGEN-RUN-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0160-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1000-INITIALIZE - open the trail and the listing, load    *>
      *> the operator names, and prime the read loop.              *>
      *>--------------------------------------------------------*>
       1000-INITIALIZE.
           OPEN INPUT IDGEN-AUDIT-FILE.
           IF OPA-AUD-STATUS NOT = "00"
               DISPLAY "IDOPERATORACTIVITY - UNABLE TO OPEN "
                   "IDGEN-AUDIT-FILE, STATUS " OPA-AUD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT IDGEN-ACTIVITY-REPORT.
           IF OPA-RPT-STATUS NOT = "00"
               DISPLAY "IDOPERATORACTIVITY - UNABLE TO OPEN "
                   "IDGEN-ACTIVITY-REPORT, STATUS " OPA-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-LOAD-OPERATOR-TABLE THRU 1200-EXIT.
           WRITE OPA-REPORT-RECORD FROM OPA-HEADING-LINE.
           WRITE OPA-REPORT-RECORD FROM OPA-BLANK-LINE.
           WRITE OPA-REPORT-RECORD FROM OPA-COLUMN-LINE.
           PERFORM 4000-READ-AUDIT-LINE THRU 4000-EXIT.

       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1200-LOAD-OPERATOR-TABLE - the names are only for the     *>
      *> listing, so a missing operator file still lets the report *>
      *> run, with every ID flagged as not on file.                *>
      *>--------------------------------------------------------*>
       1200-LOAD-OPERATOR-TABLE.
           OPEN INPUT IDGEN-OPERATOR-FILE.
           IF OPA-OPR-STATUS NOT = "00"
               DISPLAY "IDOPERATORACTIVITY - UNABLE TO OPEN "
                   "IDGEN-OPERATOR-FILE, STATUS " OPA-OPR-STATUS
           ELSE
               PERFORM 1210-READ-OPERATOR-RECORD THRU 1210-EXIT
                   UNTIL END-OF-OPERATOR-FILE
               CLOSE IDGEN-OPERATOR-FILE
           END-IF.

       1200-EXIT.
           EXIT.

       1210-READ-OPERATOR-RECORD.
           READ IDGEN-OPERATOR-FILE
               AT END
                   SET END-OF-OPERATOR-FILE TO TRUE
               NOT AT END
                   IF OPA-OPERATOR-COUNT < OPA-OPERATOR-TABLE-MAX
                       ADD 1 TO OPA-OPERATOR-COUNT
                       MOVE IDGEN-OPR-ID
                           TO OPA-OPT-ID (OPA-OPERATOR-COUNT)
                       MOVE IDGEN-OPR-ROLE
                           TO OPA-OPT-ROLE (OPA-OPERATOR-COUNT)
                       MOVE IDGEN-OPR-ACTIVE-FLAG
                           TO OPA-OPT-ACTIVE-FLAG (OPA-OPERATOR-COUNT)
                       MOVE IDGEN-OPR-NAME
                           TO OPA-OPT-NAME (OPA-OPERATOR-COUNT)
                   END-IF
           END-READ.

       1210-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2000-PROCESS-AUDIT-LINE - only OPERATOR lines count. The  *>
      *> clerk is credited with the action on the line; the        *>
      *> supervisor, when there is one, with a sign-off. A         *>
      *> lost/stolen report signs both its REPLACE and its LOST    *>
      *> line, and only the LOST line counts, so each report       *>
      *> counts once.                                              *>
      *>--------------------------------------------------------*>
       2000-PROCESS-AUDIT-LINE.
           MOVE OPA-AUDIT-RECORD TO IDGEN-AUDIT-LINE.
           IF IDGEN-AUDO-TAG = "OPERATOR"
              AND IDGEN-AUDO-ACTION NOT = "REPLACE"
               ADD 1 TO OPA-OPERATOR-LINES
               MOVE IDGEN-AUDO-OPERATOR-ID TO OPA-ACT-SEARCH-ID
               MOVE IDGEN-AUDO-DATE TO OPA-ACT-SEARCH-DATE
               SET CREDIT-KEYED-ACTION TO TRUE
               PERFORM 2100-CREDIT-OPERATOR THRU 2100-EXIT
               IF IDGEN-AUDO-SUPERVISOR-ID NOT = SPACES
                   MOVE IDGEN-AUDO-SUPERVISOR-ID TO OPA-ACT-SEARCH-ID
                   SET CREDIT-SIGN-OFF TO TRUE
                   PERFORM 2100-CREDIT-OPERATOR THRU 2100-EXIT
               END-IF
           END-IF.
           PERFORM 4000-READ-AUDIT-LINE THRU 4000-EXIT.

       2000-EXIT.
           EXIT.

       2100-CREDIT-OPERATOR.
           PERFORM 2200-FIND-ACTIVITY-SLOT THRU 2200-EXIT.
           IF ACTIVITY-SLOT-PLACED
               IF CREDIT-SIGN-OFF
                   ADD 1 TO OPA-ACT-SIGN-OFFS (OPA-ACT-SLOT-IDX)
               ELSE
                   EVALUATE IDGEN-AUDO-ACTION
                       WHEN "VOID"
                           ADD 1 TO OPA-ACT-VOIDS (OPA-ACT-SLOT-IDX)
                       WHEN "LOST"
                           ADD 1 TO OPA-ACT-LOSTS (OPA-ACT-SLOT-IDX)
                       WHEN "MAINT"
                           ADD 1 TO OPA-ACT-MAINTS (OPA-ACT-SLOT-IDX)
                       WHEN "APPROVE"
                           ADD 1 TO OPA-ACT-APPROVES (OPA-ACT-SLOT-IDX)
                       WHEN "REJECT"
                           ADD 1 TO OPA-ACT-REJECTS (OPA-ACT-SLOT-IDX)
                       WHEN OTHER
                           ADD 1 TO OPA-ACT-OTHERS (OPA-ACT-SLOT-IDX)
                   END-EVALUATE
               END-IF
           ELSE
               ADD 1 TO OPA-LINES-DROPPED
           END-IF.

       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2200-FIND-ACTIVITY-SLOT - locates the operator/date entry *>
      *> or the place it belongs in key order; a new entry opens   *>
      *> the gap by moving the entries above it up one slot.       *>
      *>--------------------------------------------------------*>
       2200-FIND-ACTIVITY-SLOT.
           MOVE "N" TO OPA-SLOT-FOUND-SWITCH.
           MOVE "N" TO OPA-SLOT-PLACED-SWITCH.
           MOVE 1 TO OPA-ACT-SLOT-IDX.
           PERFORM 2210-COMPARE-ACTIVITY-KEY THRU 2210-EXIT
               UNTIL OPA-ACT-SLOT-IDX > OPA-ACTIVITY-COUNT
                  OR ACTIVITY-SLOT-FOUND.
           IF ACTIVITY-SLOT-FOUND
               IF OPA-ACT-KEY (OPA-ACT-SLOT-IDX) = OPA-ACT-SEARCH-KEY
                   SET ACTIVITY-SLOT-PLACED TO TRUE
               END-IF
           END-IF.
           IF NOT ACTIVITY-SLOT-PLACED
               IF OPA-ACTIVITY-COUNT < OPA-ACTIVITY-TABLE-MAX
                   PERFORM 2220-SHIFT-ACTIVITY-ENTRY THRU 2220-EXIT
                       VARYING OPA-ACT-SHIFT-IDX
                           FROM OPA-ACTIVITY-COUNT BY -1
                       UNTIL OPA-ACT-SHIFT-IDX < OPA-ACT-SLOT-IDX
                   ADD 1 TO OPA-ACTIVITY-COUNT
                   INITIALIZE OPA-ACTIVITY-ENTRY (OPA-ACT-SLOT-IDX)
                   MOVE OPA-ACT-SEARCH-KEY
                       TO OPA-ACT-KEY (OPA-ACT-SLOT-IDX)
                   SET ACTIVITY-SLOT-PLACED TO TRUE
               END-IF
           END-IF.

       2200-EXIT.
           EXIT.

       2210-COMPARE-ACTIVITY-KEY.
           IF OPA-ACT-KEY (OPA-ACT-SLOT-IDX) NOT < OPA-ACT-SEARCH-KEY
               SET ACTIVITY-SLOT-FOUND TO TRUE
           ELSE
               ADD 1 TO OPA-ACT-SLOT-IDX
           END-IF.

       2210-EXIT.
           EXIT.

       2220-SHIFT-ACTIVITY-ENTRY.
           MOVE OPA-ACTIVITY-ENTRY (OPA-ACT-SHIFT-IDX)
               TO OPA-ACTIVITY-ENTRY (OPA-ACT-SHIFT-IDX + 1).

       2220-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 3000-PRINT-ACTIVITY-ENTRY - one line per operator per     *>
      *> day; the name prints on the operator's first line only,   *>
      *> with a blank line between operators.                      *>
      *>--------------------------------------------------------*>
       3000-PRINT-ACTIVITY-ENTRY.
           MOVE SPACES TO OPA-DTL-OPERATOR-ID.
           MOVE SPACES TO OPA-DTL-NAME.
           IF OPA-ACT-OPERATOR-ID (OPA-ACT-IDX)
                  NOT = OPA-PRIOR-OPERATOR-ID
               IF OPA-ACT-IDX > 1
                   WRITE OPA-REPORT-RECORD FROM OPA-BLANK-LINE
               END-IF
               MOVE OPA-ACT-OPERATOR-ID (OPA-ACT-IDX)
                   TO OPA-PRIOR-OPERATOR-ID
               MOVE OPA-ACT-OPERATOR-ID (OPA-ACT-IDX)
                   TO OPA-DTL-OPERATOR-ID
               PERFORM 3100-NAME-OPERATOR THRU 3100-EXIT
           END-IF.
           MOVE OPA-ACT-DATE (OPA-ACT-IDX) TO OPA-DTL-DATE.
           MOVE OPA-ACT-VOIDS (OPA-ACT-IDX) TO OPA-DTL-VOIDS.
           MOVE OPA-ACT-LOSTS (OPA-ACT-IDX) TO OPA-DTL-LOSTS.
           MOVE OPA-ACT-MAINTS (OPA-ACT-IDX) TO OPA-DTL-MAINTS.
           MOVE OPA-ACT-APPROVES (OPA-ACT-IDX) TO OPA-DTL-APPROVES.
           MOVE OPA-ACT-REJECTS (OPA-ACT-IDX) TO OPA-DTL-REJECTS.
           MOVE OPA-ACT-OTHERS (OPA-ACT-IDX) TO OPA-DTL-OTHERS.
           MOVE OPA-ACT-SIGN-OFFS (OPA-ACT-IDX) TO OPA-DTL-SIGN-OFFS.
           WRITE OPA-REPORT-RECORD FROM OPA-DETAIL-LINE.
           ADD OPA-ACT-VOIDS (OPA-ACT-IDX) TO OPA-TOT-VOIDS.
           ADD OPA-ACT-LOSTS (OPA-ACT-IDX) TO OPA-TOT-LOSTS.
           ADD OPA-ACT-MAINTS (OPA-ACT-IDX) TO OPA-TOT-MAINTS.
           ADD OPA-ACT-APPROVES (OPA-ACT-IDX) TO OPA-TOT-APPROVES.
           ADD OPA-ACT-REJECTS (OPA-ACT-IDX) TO OPA-TOT-REJECTS.
           ADD OPA-ACT-OTHERS (OPA-ACT-IDX) TO OPA-TOT-OTHERS.
           ADD OPA-ACT-SIGN-OFFS (OPA-ACT-IDX) TO OPA-TOT-SIGN-OFFS.

       3000-EXIT.
           EXIT.

       3100-NAME-OPERATOR.
           MOVE OPA-DTL-OPERATOR-ID TO OPA-OPT-SEARCH-ID.
           MOVE "N" TO OPA-OPR-FOUND-SWITCH.
           PERFORM 3110-COMPARE-OPERATOR THRU 3110-EXIT
               VARYING OPA-OPT-IDX FROM 1 BY 1
               UNTIL OPA-OPT-IDX > OPA-OPERATOR-COUNT
                  OR OPERATOR-FOUND.
           IF NOT OPERATOR-FOUND
               MOVE "** NOT ON FILE **" TO OPA-DTL-NAME
               ADD 1 TO OPA-UNKNOWN-IDS
           ELSE
               MOVE OPA-OPT-NAME (OPA-OPT-MATCH-IDX) TO OPA-DTL-NAME
               IF OPA-OPT-ACTIVE-FLAG (OPA-OPT-MATCH-IDX) NOT = "A"
                   MOVE "(INACTIVE)" TO OPA-DTL-NAME (11:10)
               END-IF
           END-IF.

       3100-EXIT.
           EXIT.

       3110-COMPARE-OPERATOR.
           IF OPA-OPT-ID (OPA-OPT-IDX) = OPA-OPT-SEARCH-ID
               SET OPERATOR-FOUND TO TRUE
               MOVE OPA-OPT-IDX TO OPA-OPT-MATCH-IDX
           END-IF.

       3110-EXIT.
           EXIT.

       4000-READ-AUDIT-LINE.
           READ IDGEN-AUDIT-FILE
               AT END
                   SET END-OF-AUDIT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO OPA-AUDIT-READ
           END-READ.

       4000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 9000-TERMINATE                                            *>
      *>--------------------------------------------------------*>
       9000-TERMINATE.
           WRITE OPA-REPORT-RECORD FROM OPA-BLANK-LINE.

           MOVE "AUDIT LINES READ.............:" TO OPA-TOT-LABEL.
           MOVE OPA-AUDIT-READ TO OPA-TOT-VALUE.
           WRITE OPA-REPORT-RECORD FROM OPA-TOTAL-LINE.

           MOVE "OPERATOR LINES COUNTED.......:" TO OPA-TOT-LABEL.
           MOVE OPA-OPERATOR-LINES TO OPA-TOT-VALUE.
           WRITE OPA-REPORT-RECORD FROM OPA-TOTAL-LINE.

           MOVE "VOIDS........................:" TO OPA-TOT-LABEL.
           MOVE OPA-TOT-VOIDS TO OPA-TOT-VALUE.
           WRITE OPA-REPORT-RECORD FROM OPA-TOTAL-LINE.

           MOVE "LOST/STOLEN REPORTS..........:" TO OPA-TOT-LABEL.
           MOVE OPA-TOT-LOSTS TO OPA-TOT-VALUE.
           WRITE OPA-REPORT-RECORD FROM OPA-TOTAL-LINE.

           MOVE "MAINTENANCES.................:" TO OPA-TOT-LABEL.
           MOVE OPA-TOT-MAINTS TO OPA-TOT-VALUE.
           WRITE OPA-REPORT-RECORD FROM OPA-TOTAL-LINE.

           MOVE "REVIEW APPROVALS.............:" TO OPA-TOT-LABEL.
           MOVE OPA-TOT-APPROVES TO OPA-TOT-VALUE.
           WRITE OPA-REPORT-RECORD FROM OPA-TOTAL-LINE.

           MOVE "REVIEW REJECTIONS............:" TO OPA-TOT-LABEL.
           MOVE OPA-TOT-REJECTS TO OPA-TOT-VALUE.
           WRITE OPA-REPORT-RECORD FROM OPA-TOTAL-LINE.

           MOVE "OTHER ACTIONS................:" TO OPA-TOT-LABEL.
           MOVE OPA-TOT-OTHERS TO OPA-TOT-VALUE.
           WRITE OPA-REPORT-RECORD FROM OPA-TOTAL-LINE.

           MOVE "SUPERVISOR SIGN-OFFS.........:" TO OPA-TOT-LABEL.
           MOVE OPA-TOT-SIGN-OFFS TO OPA-TOT-VALUE.
           WRITE OPA-REPORT-RECORD FROM OPA-TOTAL-LINE.

           MOVE "IDS NOT ON OPERATOR FILE.....:" TO OPA-TOT-LABEL.
           MOVE OPA-UNKNOWN-IDS TO OPA-TOT-VALUE.
           WRITE OPA-REPORT-RECORD FROM OPA-TOTAL-LINE.

           IF OPA-LINES-DROPPED > ZERO
               MOVE "NOT TABULATED - TABLE FULL...:" TO OPA-TOT-LABEL
               MOVE OPA-LINES-DROPPED TO OPA-TOT-VALUE
               WRITE OPA-REPORT-RECORD FROM OPA-TOTAL-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE IDGEN-AUDIT-FILE.
           CLOSE IDGEN-ACTIVITY-REPORT.

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
           IF OPA-RUN-STATUS NOT = "00"
               DISPLAY "IDOPERATORACTIVITY - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " OPA-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE OPA-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE OPA-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               READ IDGEN-RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "IDOPERATORACTIVITY - RUN START ENTRY "
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
           MOVE "AUDIT READ" TO IDGEN-RCF-TLY-LABEL (1).
           MOVE OPA-AUDIT-READ TO IDGEN-RCF-TLY-VALUE (1).
           MOVE "OPERATOR" TO IDGEN-RCF-TLY-LABEL (2).
           MOVE OPA-OPERATOR-LINES TO IDGEN-RCF-TLY-VALUE (2).
           MOVE "UNKNOWN ID" TO IDGEN-RCF-TLY-LABEL (3).
           MOVE OPA-UNKNOWN-IDS TO IDGEN-RCF-TLY-VALUE (3).
           REWRITE IDGEN-RUN-CONTROL-RECORD.
           IF OPA-RUN-STATUS NOT = "00"
               DISPLAY "IDOPERATORACTIVITY - UNABLE TO RECORD THE RUN "
                   "COMPLETION, STATUS " OPA-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9910-EXIT.
           EXIT.
