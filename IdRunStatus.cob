       IDENTIFICATION DIVISION.
       PROGRAM-ID. IdRunStatus.
       AUTHOR. Saythek.
       INSTALLATION. NATIONAL REGISTRY DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *>--------------------------------------------------------*>
      *> MODIFICATION HISTORY                                     *>
      *>   2026-10-15  SK  Initial version: morning status of one  *>
      *>                   nightly cycle off the run-control file  *>
      *>                   IDGENRUN.DAT - every step expected by   *>
      *>                   the STEP entries on the control file,   *>
      *>                   in the order given, with its job id,    *>
      *>                   state, start and end times, return      *>
      *>                   code and key counts, any step that      *>
      *>                   never ran, and then every other job     *>
      *>                   that registered against the cycle.      *>
      *>--------------------------------------------------------*>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDGEN-CONTROL-FILE ASSIGN TO "IDGENCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RST-CTL-STATUS.

           SELECT IDGEN-RUN-CONTROL-FILE ASSIGN TO "IDGENRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-RCF-KEY
               ALTERNATE RECORD KEY IS IDGEN-RCF-PROGRAM
                   WITH DUPLICATES
               FILE STATUS IS RST-RUN-STATUS.

           SELECT IDGEN-RUN-STATUS-REPORT ASSIGN TO "IDGENRST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RST-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IDGEN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  IDGEN-CONTROL-RECORD.
           05  IDGEN-CTL-JOB-ID-IN          PIC X(8).
           05  FILLER                       PIC X(38).
           05  IDGEN-CTL-CYCLE-DATE-IN      PIC 9(8).
      *>       YYYYMMDD cycle to report; zeros or blank mean the
      *>       latest cycle on IDGEN-RUN-CONTROL-FILE
           05  FILLER                       PIC X(26).
       01  IDGEN-CTL-STEP-RECORD.
           05  IDGEN-CTL-STP-TAG            PIC X(6).
      *>       "STEP  "
           05  FILLER                       PIC X(1).
           05  IDGEN-CTL-STP-PROGRAM        PIC X(20).
      *>       PROGRAM-ID of a job expected every night, as it
      *>       registers itself on IDGEN-RUN-CONTROL-FILE
           05  FILLER                       PIC X(53).

       FD  IDGEN-RUN-CONTROL-FILE.
           COPY IDGNRUN.

       FD  IDGEN-RUN-STATUS-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  RST-REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       01  RST-FILE-STATUSES.
           05  RST-CTL-STATUS              PIC X(2) VALUE SPACES.
           05  RST-RUN-STATUS              PIC X(2) VALUE SPACES.
           05  RST-RPT-STATUS              PIC X(2) VALUE SPACES.

       01  RST-SWITCHES.
           05  RST-CTL-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-CONTROL-FILE         VALUE "Y".
           05  RST-RUN-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-RUN-CONTROL-FILE     VALUE "Y".
           05  RST-ENTRY-SWITCH            PIC X(1) VALUE "N".
               88  RUN-ENTRY-FOUND             VALUE "Y".
           05  RST-STEP-SWITCH             PIC X(1) VALUE "N".
               88  EXPECTED-STEP               VALUE "Y".

       01  RST-RUN-FIELDS.
           05  RST-CYCLE-DATE              PIC X(8) VALUE SPACES.
           05  RST-TODAY-DATE              PIC X(8) VALUE SPACES.

       01  RST-COUNTERS.
           05  RST-RUN-ENTRIES-READ        PIC 9(7) COMP VALUE ZERO.
           05  RST-STEPS-COMPLETED         PIC 9(5) COMP VALUE ZERO.
           05  RST-STEPS-NOT-ENDED         PIC 9(5) COMP VALUE ZERO.
           05  RST-STEPS-ABANDONED         PIC 9(5) COMP VALUE ZERO.
           05  RST-STEPS-NEVER-RAN         PIC 9(5) COMP VALUE ZERO.
           05  RST-OTHER-JOBS              PIC 9(5) COMP VALUE ZERO.
           05  RST-OTHER-NOT-COMPLETED     PIC 9(5) COMP VALUE ZERO.
           05  RST-NONZERO-RETURN-CODES    PIC 9(5) COMP VALUE ZERO.

      *>--------------------------------------------------------*>
      *> Steps expected every night, from the STEP entries on the  *>
      *> control file, in the order the cycle runs them. A STEP    *>
      *> entry met after the table is full is listed with the      *>
      *> other jobs instead.                                       *>
      *>--------------------------------------------------------*>
       77  RST-STEP-TABLE-MAX              PIC 9(2) COMP VALUE 40.

       01  RST-STEP-TABLE.
           05  RST-STEP-PROGRAM            PIC X(20) OCCURS 40 TIMES.

       01  RST-STEP-FIELDS.
           05  RST-STEP-COUNT              PIC 9(2) COMP VALUE ZERO.
           05  RST-STEP-IDX                PIC 9(2) COMP.
           05  RST-TALLY-IDX               PIC 9(1) COMP.

       01  RST-HEADING-LINE                PIC X(80)
               VALUE "IDRUNSTATUS NIGHTLY CYCLE RUN STATUS".

       01  RST-CYCLE-LINE.
           05  FILLER                      PIC X(14)
               VALUE "CYCLE DATE    ".
           05  RST-CYL-DATE                PIC X(8).
           05  FILLER                      PIC X(14)
               VALUE "   REPORTED   ".
           05  RST-CYL-TODAY               PIC X(8).
           05  FILLER                      PIC X(36) VALUE SPACES.

       01  RST-SECTION-LINE.
           05  RST-SCL-TITLE               PIC X(80).

       01  RST-COLUMN-HEAD-LINE.
           05  FILLER                      PIC X(19) VALUE "PROGRAM".
           05  FILLER                      PIC X(9) VALUE "JOB".
           05  FILLER                      PIC X(11) VALUE "STATE".
           05  FILLER                      PIC X(16) VALUE "STARTED".
           05  FILLER                      PIC X(16) VALUE "ENDED".
           05  FILLER                      PIC X(5) VALUE "  RC".
           05  FILLER                      PIC X(4) VALUE "RUNS".

       01  RST-JOB-LINE.
           05  RST-JBL-PROGRAM             PIC X(18).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  RST-JBL-JOB-ID              PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  RST-JBL-STATE               PIC X(10).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  RST-JBL-START-DATE          PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  RST-JBL-START-TIME          PIC X(6).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  RST-JBL-END-DATE            PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  RST-JBL-END-TIME            PIC X(6).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  RST-JBL-RETURN-CODE         PIC ZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  RST-JBL-STARTS              PIC ZZZ9.

       01  RST-TALLY-LINE.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  RST-TLL-ENTRY OCCURS 3 TIMES.
               10  RST-TLL-LABEL           PIC X(10).
               10  RST-TLL-VALUE           PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(2).
           05  FILLER                      PIC X(1) VALUE SPACES.

       01  RST-NONE-LINE                   PIC X(80)
               VALUE "  NONE".

       01  RST-BLANK-LINE                  PIC X(80) VALUE SPACES.

       01  RST-TOTAL-LINE.
           05  RST-TOT-LABEL               PIC X(30).
           05  RST-TOT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

      *>--------------------------------------------------------*>
      *> 0000-MAINLINE                                             *>
      *>--------------------------------------------------------*>
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-REPORT-EXPECTED-STEP THRU 2000-EXIT
               VARYING RST-STEP-IDX FROM 1 BY 1
               UNTIL RST-STEP-IDX > RST-STEP-COUNT.
           PERFORM 3000-REPORT-OTHER-JOBS THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       0000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1000-INITIALIZE - take the cycle and the expected steps   *>
      *> off the control file, open the run-control file and the  *>
      *> report, and settle on the latest cycle on file when the   *>
      *> card names none.                                          *>
      *>--------------------------------------------------------*>
       1000-INITIALIZE.
           ACCEPT RST-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-READ-CONTROL-PARAMETERS THRU 1100-EXIT.
           IF RST-STEP-COUNT = ZERO
               DISPLAY "IDRUNSTATUS - NO STEP ENTRIES ON "
                   "IDGEN-CONTROL-FILE, EVERY JOB IS LISTED"
           END-IF.
           OPEN INPUT IDGEN-RUN-CONTROL-FILE.
           IF RST-RUN-STATUS NOT = "00"
               DISPLAY "IDRUNSTATUS - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " RST-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT IDGEN-RUN-STATUS-REPORT.
           IF RST-RPT-STATUS NOT = "00"
               DISPLAY "IDRUNSTATUS - UNABLE TO OPEN "
                   "IDGEN-RUN-STATUS-REPORT, STATUS " RST-RPT-STATUS
               CLOSE IDGEN-RUN-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RST-CYCLE-DATE = SPACES
               PERFORM 1200-FIND-LATEST-CYCLE THRU 1200-EXIT
           END-IF.
           IF RST-CYCLE-DATE = SPACES
               DISPLAY "IDRUNSTATUS - IDGEN-RUN-CONTROL-FILE HOLDS "
                   "NO RUNS, CYCLE TAKEN AS THE RUN DATE"
               MOVE RST-TODAY-DATE TO RST-CYCLE-DATE
           END-IF.
           WRITE RST-REPORT-RECORD FROM RST-HEADING-LINE.
           MOVE RST-CYCLE-DATE TO RST-CYL-DATE.
           MOVE RST-TODAY-DATE TO RST-CYL-TODAY.
           WRITE RST-REPORT-RECORD FROM RST-CYCLE-LINE.
           WRITE RST-REPORT-RECORD FROM RST-BLANK-LINE.
           IF RST-STEP-COUNT > ZERO
               MOVE "EXPECTED STEPS, IN CYCLE ORDER" TO RST-SCL-TITLE
               WRITE RST-REPORT-RECORD FROM RST-SECTION-LINE
               WRITE RST-REPORT-RECORD FROM RST-COLUMN-HEAD-LINE
           END-IF.

       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1100-READ-CONTROL-PARAMETERS - the cycle date from the    *>
      *> parameter card, used only when it is a real date, then    *>
      *> one STEP line per expected job; anything else after the   *>
      *> parameter card is ignored.                                *>
      *>--------------------------------------------------------*>
       1100-READ-CONTROL-PARAMETERS.
           OPEN INPUT IDGEN-CONTROL-FILE.
           IF RST-CTL-STATUS = "00"
               READ IDGEN-CONTROL-FILE
                   AT END
                       SET END-OF-CONTROL-FILE TO TRUE
                   NOT AT END
                       IF IDGEN-CTL-CYCLE-DATE-IN IS NUMERIC
                          AND IDGEN-CTL-CYCLE-DATE-IN > ZERO
                           MOVE IDGEN-CTL-CYCLE-DATE-IN
                               TO RST-CYCLE-DATE
                       END-IF
               END-READ
               PERFORM 1110-READ-STEP-ENTRY THRU 1110-EXIT
                   UNTIL END-OF-CONTROL-FILE
               CLOSE IDGEN-CONTROL-FILE
           END-IF.

       1100-EXIT.
           EXIT.

       1110-READ-STEP-ENTRY.
           READ IDGEN-CONTROL-FILE
               AT END
                   SET END-OF-CONTROL-FILE TO TRUE
               NOT AT END
                   IF IDGEN-CTL-STP-TAG = "STEP"
                       IF RST-STEP-COUNT >= RST-STEP-TABLE-MAX
                           DISPLAY "IDRUNSTATUS - STEP TABLE FULL, "
                               "ENTRY IGNORED FOR "
                               IDGEN-CTL-STP-PROGRAM
                       ELSE
                           ADD 1 TO RST-STEP-COUNT
                           MOVE IDGEN-CTL-STP-PROGRAM
                               TO RST-STEP-PROGRAM (RST-STEP-COUNT)
                       END-IF
                   END-IF
           END-READ.

       1110-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1200-FIND-LATEST-CYCLE - the file is in cycle-date order, *>
      *> so the cycle of the last entry read is the latest.        *>
      *>--------------------------------------------------------*>
       1200-FIND-LATEST-CYCLE.
           MOVE "N" TO RST-RUN-EOF-SWITCH.
           MOVE LOW-VALUES TO IDGEN-RCF-KEY.
           START IDGEN-RUN-CONTROL-FILE KEY NOT < IDGEN-RCF-KEY
               INVALID KEY
                   SET END-OF-RUN-CONTROL-FILE TO TRUE
           END-START.
           PERFORM 1210-READ-CYCLE-ENTRY THRU 1210-EXIT
               UNTIL END-OF-RUN-CONTROL-FILE.

       1200-EXIT.
           EXIT.

       1210-READ-CYCLE-ENTRY.
           READ IDGEN-RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET END-OF-RUN-CONTROL-FILE TO TRUE
               NOT AT END
                   MOVE IDGEN-RCF-CYCLE-DATE TO RST-CYCLE-DATE
           END-READ.

       1210-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2000-REPORT-EXPECTED-STEP - the step's own entry for the  *>
      *> cycle, or a NEVER RAN line when it has none. Anything     *>
      *> short of completed holds the whole cycle up.              *>
      *>--------------------------------------------------------*>
       2000-REPORT-EXPECTED-STEP.
           MOVE RST-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE.
           MOVE RST-STEP-PROGRAM (RST-STEP-IDX) TO IDGEN-RCF-PROGRAM.
           MOVE "N" TO RST-ENTRY-SWITCH.
           READ IDGEN-RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-ENTRY-FOUND TO TRUE
           END-READ.
           IF RUN-ENTRY-FOUND
               PERFORM 8000-PRINT-JOB-ENTRY THRU 8000-EXIT
               EVALUATE TRUE
                   WHEN IDGEN-RCF-COMPLETED
                       ADD 1 TO RST-STEPS-COMPLETED
                   WHEN IDGEN-RCF-ABANDONED
                       ADD 1 TO RST-STEPS-ABANDONED
                   WHEN OTHER
                       ADD 1 TO RST-STEPS-NOT-ENDED
               END-EVALUATE
           ELSE
               MOVE SPACES TO RST-JOB-LINE
               MOVE RST-STEP-PROGRAM (RST-STEP-IDX)
                   TO RST-JBL-PROGRAM
               MOVE "NEVER RAN" TO RST-JBL-STATE
               WRITE RST-REPORT-RECORD FROM RST-JOB-LINE
               ADD 1 TO RST-STEPS-NEVER-RAN
           END-IF.

       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 3000-REPORT-OTHER-JOBS - every entry for the cycle whose  *>
      *> program is not an expected step: reports, inquiries, and  *>
      *> one-off jobs run alongside the cycle.                     *>
      *>--------------------------------------------------------*>
       3000-REPORT-OTHER-JOBS.
           WRITE RST-REPORT-RECORD FROM RST-BLANK-LINE.
           IF RST-STEP-COUNT > ZERO
               MOVE "OTHER JOBS THIS CYCLE" TO RST-SCL-TITLE
           ELSE
               MOVE "JOBS THIS CYCLE" TO RST-SCL-TITLE
           END-IF.
           WRITE RST-REPORT-RECORD FROM RST-SECTION-LINE.
           WRITE RST-REPORT-RECORD FROM RST-COLUMN-HEAD-LINE.
           MOVE "N" TO RST-RUN-EOF-SWITCH.
           MOVE RST-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE.
           MOVE LOW-VALUES TO IDGEN-RCF-PROGRAM.
           START IDGEN-RUN-CONTROL-FILE KEY NOT < IDGEN-RCF-KEY
               INVALID KEY
                   SET END-OF-RUN-CONTROL-FILE TO TRUE
           END-START.
           PERFORM 3100-READ-CYCLE-ENTRY THRU 3100-EXIT
               UNTIL END-OF-RUN-CONTROL-FILE.
           IF RST-OTHER-JOBS = ZERO
               WRITE RST-REPORT-RECORD FROM RST-NONE-LINE
           END-IF.

       3000-EXIT.
           EXIT.

       3100-READ-CYCLE-ENTRY.
           READ IDGEN-RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET END-OF-RUN-CONTROL-FILE TO TRUE
               NOT AT END
                   IF IDGEN-RCF-CYCLE-DATE NOT = RST-CYCLE-DATE
                       SET END-OF-RUN-CONTROL-FILE TO TRUE
                   ELSE
                       ADD 1 TO RST-RUN-ENTRIES-READ
                       PERFORM 3200-CHECK-EXPECTED-STEP
                           THRU 3200-EXIT
                       IF NOT EXPECTED-STEP
                           PERFORM 8000-PRINT-JOB-ENTRY
                               THRU 8000-EXIT
                           ADD 1 TO RST-OTHER-JOBS
                           IF NOT IDGEN-RCF-COMPLETED
                               ADD 1 TO RST-OTHER-NOT-COMPLETED
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       3100-EXIT.
           EXIT.

       3200-CHECK-EXPECTED-STEP.
           MOVE "N" TO RST-STEP-SWITCH.
           PERFORM 3210-COMPARE-STEP THRU 3210-EXIT
               VARYING RST-STEP-IDX FROM 1 BY 1
               UNTIL RST-STEP-IDX > RST-STEP-COUNT
                  OR EXPECTED-STEP.

       3200-EXIT.
           EXIT.

       3210-COMPARE-STEP.
           IF RST-STEP-PROGRAM (RST-STEP-IDX) = IDGEN-RCF-PROGRAM
               SET EXPECTED-STEP TO TRUE
           END-IF.

       3210-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 8000-PRINT-JOB-ENTRY - one line for the entry just read,  *>
      *> followed by its key counts when the job recorded any.     *>
      *>--------------------------------------------------------*>
       8000-PRINT-JOB-ENTRY.
           MOVE SPACES TO RST-JOB-LINE.
           MOVE IDGEN-RCF-PROGRAM TO RST-JBL-PROGRAM.
           MOVE IDGEN-RCF-JOB-ID TO RST-JBL-JOB-ID.
           EVALUATE TRUE
               WHEN IDGEN-RCF-COMPLETED
                   MOVE "COMPLETED" TO RST-JBL-STATE
               WHEN IDGEN-RCF-ABANDONED
                   MOVE "ABANDONED" TO RST-JBL-STATE
               WHEN OTHER
                   MOVE "NOT ENDED" TO RST-JBL-STATE
           END-EVALUATE.
           MOVE IDGEN-RCF-START-DATE TO RST-JBL-START-DATE.
           MOVE IDGEN-RCF-START-TIME (1:6) TO RST-JBL-START-TIME.
           MOVE IDGEN-RCF-END-DATE TO RST-JBL-END-DATE.
           MOVE IDGEN-RCF-END-TIME (1:6) TO RST-JBL-END-TIME.
           MOVE IDGEN-RCF-START-COUNT TO RST-JBL-STARTS.
           IF IDGEN-RCF-COMPLETED
               MOVE IDGEN-RCF-RETURN-CODE TO RST-JBL-RETURN-CODE
               IF IDGEN-RCF-RETURN-CODE NOT = ZERO
                   ADD 1 TO RST-NONZERO-RETURN-CODES
               END-IF
           END-IF.
           WRITE RST-REPORT-RECORD FROM RST-JOB-LINE.
           IF IDGEN-RCF-COMPLETED
              AND IDGEN-RCF-TLY-LABEL (1) NOT = SPACES
               MOVE SPACES TO RST-TALLY-LINE
               PERFORM 8100-FORMAT-TALLY THRU 8100-EXIT
                   VARYING RST-TALLY-IDX FROM 1 BY 1
                   UNTIL RST-TALLY-IDX > 3
               WRITE RST-REPORT-RECORD FROM RST-TALLY-LINE
           END-IF.

       8000-EXIT.
           EXIT.

       8100-FORMAT-TALLY.
           IF IDGEN-RCF-TLY-LABEL (RST-TALLY-IDX) NOT = SPACES
               MOVE IDGEN-RCF-TLY-LABEL (RST-TALLY-IDX)
                   TO RST-TLL-LABEL (RST-TALLY-IDX)
               MOVE IDGEN-RCF-TLY-VALUE (RST-TALLY-IDX)
                   TO RST-TLL-VALUE (RST-TALLY-IDX)
           END-IF.

       8100-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 9000-TERMINATE - totals, and the return code the morning  *>
      *> shift acts on: 8 when an expected step did not complete,  *>
      *> 4 when everything expected completed but some job ended   *>
      *> with a non-zero return code or another job is still open. *>
      *>--------------------------------------------------------*>
       9000-TERMINATE.
           WRITE RST-REPORT-RECORD FROM RST-BLANK-LINE.

           MOVE "ENTRIES ON FILE FOR CYCLE....:" TO RST-TOT-LABEL.
           MOVE RST-RUN-ENTRIES-READ TO RST-TOT-VALUE.
           WRITE RST-REPORT-RECORD FROM RST-TOTAL-LINE.

           MOVE "EXPECTED STEPS...............:" TO RST-TOT-LABEL.
           MOVE RST-STEP-COUNT TO RST-TOT-VALUE.
           WRITE RST-REPORT-RECORD FROM RST-TOTAL-LINE.

           MOVE "  COMPLETED..................:" TO RST-TOT-LABEL.
           MOVE RST-STEPS-COMPLETED TO RST-TOT-VALUE.
           WRITE RST-REPORT-RECORD FROM RST-TOTAL-LINE.

           MOVE "  NOT ENDED..................:" TO RST-TOT-LABEL.
           MOVE RST-STEPS-NOT-ENDED TO RST-TOT-VALUE.
           WRITE RST-REPORT-RECORD FROM RST-TOTAL-LINE.

           MOVE "  ABANDONED..................:" TO RST-TOT-LABEL.
           MOVE RST-STEPS-ABANDONED TO RST-TOT-VALUE.
           WRITE RST-REPORT-RECORD FROM RST-TOTAL-LINE.

           MOVE "  NEVER RAN..................:" TO RST-TOT-LABEL.
           MOVE RST-STEPS-NEVER-RAN TO RST-TOT-VALUE.
           WRITE RST-REPORT-RECORD FROM RST-TOTAL-LINE.

           MOVE "OTHER JOBS...................:" TO RST-TOT-LABEL.
           MOVE RST-OTHER-JOBS TO RST-TOT-VALUE.
           WRITE RST-REPORT-RECORD FROM RST-TOTAL-LINE.

           MOVE "  NOT COMPLETED..............:" TO RST-TOT-LABEL.
           MOVE RST-OTHER-NOT-COMPLETED TO RST-TOT-VALUE.
           WRITE RST-REPORT-RECORD FROM RST-TOTAL-LINE.

           MOVE "NON-ZERO RETURN CODES........:" TO RST-TOT-LABEL.
           MOVE RST-NONZERO-RETURN-CODES TO RST-TOT-VALUE.
           WRITE RST-REPORT-RECORD FROM RST-TOTAL-LINE.

           IF RST-STEPS-COMPLETED < RST-STEP-COUNT
               DISPLAY "IDRUNSTATUS - CYCLE " RST-CYCLE-DATE
                   " HAS STEPS THAT DID NOT COMPLETE"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF RST-NONZERO-RETURN-CODES > ZERO
                  OR RST-OTHER-NOT-COMPLETED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE IDGEN-RUN-CONTROL-FILE.
           CLOSE IDGEN-RUN-STATUS-REPORT.

       9000-EXIT.
           EXIT.
