      *>                   restart flag moved to its own parameter  *>
      *>                   card column so an IdGenerator restart    *>
      *>                   does not restart this cycle too.         *>
      *>   2026-10-15  SK  Each decision now carries the ID of the  *>
      *>                   clerk who keyed it, checked against the  *>
      *>                   authorized-operator file; approving an   *>
      *>                   item the same clerk keyed at intake      *>
      *>                   also needs a supervisor sign-off. A      *>
      *>                   decision failing either check is listed  *>
      *>                   and its item stays pending. Both IDs go  *>
      *>                   onto an OPERATOR line after the audit    *>
      *>                   line.                                    *>
      *>   2026-10-15  SK  Registers its start and completion on   *>
      *>                   the run-control file IDGENRUN.DAT       *>
      *>                   against the parameter card's cycle      *>
      *>                   date, and refuses to run while an       *>
      *>                   IdGenerator run is open.                *>
      *>   2026-10-15  SK  Blanks the audit-line columns the       *>
      *>                   OPERATOR line's supervisor ID runs      *>
      *>                   into, so it no longer carries over onto *>
      *>                   the next action line.                   *>
      *>--------------------------------------------------------*>

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSP-RPT-STATUS.

           SELECT IDGEN-OPERATOR-FILE ASSIGN TO "IDGENOPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSP-OPR-STATUS.

           SELECT IDGEN-RUN-CONTROL-FILE ASSIGN TO "IDGENRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-RCF-KEY
               ALTERNATE RECORD KEY IS IDGEN-RCF-PROGRAM
                   WITH DUPLICATES
               FILE STATUS IS DSP-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IDGEN-DECISION-FILE
      *>       review item stays pending.
           05  FILLER                      PIC X(1).
           05  DSP-DEC-REASON              PIC X(40).
           05  FILLER                      PIC X(1).
           05  DSP-DEC-OPERATOR-ID         PIC X(5).
           05  FILLER                      PIC X(1).
           05  DSP-DEC-SUPERVISOR-ID       PIC X(5).
      *>       Required only to approve an item the deciding clerk
      *>       keyed at intake
           05  FILLER                      PIC X(15).

       FD  IDGEN-REVIEW-DATA-FILE
           RECORD CONTAINS 115 CHARACTERS.
      *>       Disposition-cycle restart flag, separate from the
      *>       IdGenerator restart column so restarting one job
      *>       never silently restarts the other.
           05  FILLER                       PIC X(20).
           05  IDGEN-CTL-CYCLE-DATE-IN      PIC 9(8).
      *>       YYYYMMDD nightly cycle the run registers against
      *>       on IDGEN-RUN-CONTROL-FILE; zeros or blank mean
      *>       the run date
           05  FILLER                       PIC X(26).

       FD  IDGEN-DISPOSITION-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  DSP-REPORT-RECORD               PIC X(80).

       FD  IDGEN-OPERATOR-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY IDGNOPR.

       FD  IDGEN-RUN-CONTROL-FILE.
           COPY IDGNRUN.

       WORKING-STORAGE SECTION.

       01  DSP-FILE-STATUSES.
           05  DSP-CKP-STATUS              PIC X(2) VALUE SPACES.
           05  DSP-CTL-STATUS              PIC X(2) VALUE SPACES.
           05  DSP-RPT-STATUS              PIC X(2) VALUE SPACES.
           05  DSP-OPR-STATUS              PIC X(2) VALUE SPACES.
           05  DSP-RUN-STATUS              PIC X(2) VALUE SPACES.

       01  DSP-SWITCHES.
           05  DSP-DEC-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-AUDIT-HISTORY        VALUE "Y".
           05  DSP-AUDITED-SWITCH          PIC X(1) VALUE "N".
               88  ITEM-ALREADY-AUDITED        VALUE "Y".
           05  DSP-OPR-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-OPERATOR-FILE        VALUE "Y".
           05  DSP-OPR-FOUND-SWITCH        PIC X(1) VALUE "N".
               88  OPERATOR-FOUND              VALUE "Y".
           05  DSP-SIGNED-SWITCH           PIC X(1) VALUE "N".
               88  DECISION-SIGNED-OFF         VALUE "Y".

      *>--------------------------------------------------------*>
      *> Run-control registration: this job's entry on             *>
      *> IDGEN-RUN-CONTROL-FILE, keyed by cycle date and program,  *>
      *> and the fields used to look up the runs of the jobs it    *>
      *> depends on.                                               *>
      *>--------------------------------------------------------*>
       01  DSP-RUN-CONTROL-FIELDS.
           05  DSP-RUN-PROGRAM             PIC X(20)
               VALUE "IdDisposition".
           05  DSP-RUN-JOB-ID              PIC X(8) VALUE "IDGEN001".
           05  DSP-RUN-CYCLE-DATE          PIC X(8) VALUE SPACES.
           05  DSP-RUN-LOOK-PROGRAM        PIC X(20) VALUE SPACES.
           05  DSP-RUN-OPEN-JOB-ID         PIC X(8) VALUE SPACES.
           05  DSP-RUN-OPEN-CYCLE          PIC X(8) VALUE SPACES.
           05  DSP-RUN-SCAN-SWITCH         PIC X(1) VALUE "N".
               88  END-OF-RUN-SCAN             VALUE "Y".
           05  DSP-RUN-OPEN-SWITCH         PIC X(1) VALUE "N".
               88  OPEN-RUN-FOUND              VALUE "Y".
           05  DSP-RUN-ENTRY-SWITCH        PIC X(1) VALUE "N".
               88  RUN-ENTRY-ON-FILE           VALUE "Y".

       77  DSP-JOB-ID                      PIC X(8) VALUE "IDGEN001".
       77  DSP-CHECKPOINT-INTERVAL         PIC 9(5) COMP VALUE 50.
               10  DSP-TBL-ACTION          PIC X(1).
               10  DSP-TBL-REASON          PIC X(40).
               10  DSP-TBL-USED            PIC X(1).
               10  DSP-TBL-OPERATOR-ID     PIC X(5).
               10  DSP-TBL-SUPERVISOR-ID   PIC X(5).

       01  DSP-TABLE-FIELDS.
           05  DSP-DECISION-COUNT          PIC 9(5) COMP VALUE ZERO.
           05  DSP-TBL-IDX                 PIC 9(5) COMP.
           05  DSP-MATCH-IDX               PIC 9(5) COMP.

      *>--------------------------------------------------------*>
      *> Authorized-operator table, loaded whole from             *>
      *> IDGEN-OPERATOR-FILE at start-up.                         *>
      *>--------------------------------------------------------*>
       77  DSP-OPERATOR-TABLE-MAX          PIC 9(5) COMP VALUE 500.

       01  DSP-OPERATOR-TABLE.
           05  DSP-OPERATOR-ENTRY OCCURS 500 TIMES.
               10  DSP-OPT-ID              PIC X(5).
               10  DSP-OPT-ROLE            PIC X(1).
               10  DSP-OPT-ACTIVE-FLAG     PIC X(1).

       01  DSP-OPERATOR-FIELDS.
           05  DSP-OPERATOR-COUNT          PIC 9(5) COMP VALUE ZERO.
           05  DSP-OPT-IDX                 PIC 9(5) COMP VALUE ZERO.
           05  DSP-OPT-MATCH-IDX           PIC 9(5) COMP VALUE ZERO.
           05  DSP-OPT-SEARCH-ID           PIC X(5) VALUE SPACES.

      *>--------------------------------------------------------*>
      *> Source keys already audited as APPROVE or REJECT by      *>
      *> this job today, loaded on a restart so the items         *>
      *> 0000-MAINLINE                                             *>
      *>--------------------------------------------------------*>
       0000-MAINLINE.
           PERFORM 0100-REGISTER-RUN-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-REVIEW-ITEM THRU 2000-EXIT
               UNTIL END-OF-REVIEW-DATA.
      *> swapped out and wiping the pending set.
           PERFORM 3900-CLEAR-CHECKPOINT THRU 3900-EXIT.
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
      *> cycle date. It does not run while an IdGenerator run is   *>
      *> open - part-way through or waiting on a restart - since   *>
      *> both change the master and the audit trail.               *>
      *>--------------------------------------------------------*>
       0100-REGISTER-RUN-START.
           PERFORM 0110-READ-RUN-PARAMETERS THRU 0110-EXIT.
           OPEN I-O IDGEN-RUN-CONTROL-FILE.
           IF DSP-RUN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-RUN-CONTROL-FILE
               CLOSE IDGEN-RUN-CONTROL-FILE
               OPEN I-O IDGEN-RUN-CONTROL-FILE
           END-IF.
           IF DSP-RUN-STATUS NOT = "00"
               DISPLAY "IDDISPOSITION - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " DSP-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "IdGenerator" TO DSP-RUN-LOOK-PROGRAM.
           PERFORM 0120-FIND-OPEN-RUN THRU 0120-EXIT.
           IF OPEN-RUN-FOUND
               DISPLAY "IDDISPOSITION - IDGENERATOR JOB "
                   DSP-RUN-OPEN-JOB-ID " FOR CYCLE "
                   DSP-RUN-OPEN-CYCLE " HAS NOT COMPLETED"
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
           IF DSP-CTL-STATUS = "00"
               READ IDGEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IDGEN-CTL-JOB-ID-IN TO DSP-RUN-JOB-ID
                       IF IDGEN-CTL-CYCLE-DATE-IN IS NUMERIC
                          AND IDGEN-CTL-CYCLE-DATE-IN > ZERO
                           MOVE IDGEN-CTL-CYCLE-DATE-IN
                               TO DSP-RUN-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE IDGEN-CONTROL-FILE
           END-IF.
           IF DSP-RUN-CYCLE-DATE = SPACES
               ACCEPT DSP-RUN-CYCLE-DATE FROM DATE YYYYMMDD
           END-IF.

       0110-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 0120-FIND-OPEN-RUN - reads every run of the program in    *>
      *> DSP-RUN-LOOK-PROGRAM, in any cycle, and stops at the      *>
      *> first one started and never completed.                    *>
      *>--------------------------------------------------------*>
       0120-FIND-OPEN-RUN.
           MOVE "N" TO DSP-RUN-OPEN-SWITCH.
           MOVE "N" TO DSP-RUN-SCAN-SWITCH.
           MOVE DSP-RUN-LOOK-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = DSP-RUN-LOOK-PROGRAM
                       SET END-OF-RUN-SCAN TO TRUE
                   ELSE
                       IF IDGEN-RCF-STARTED
                           SET OPEN-RUN-FOUND TO TRUE
                           MOVE IDGEN-RCF-JOB-ID
                               TO DSP-RUN-OPEN-JOB-ID
                           MOVE IDGEN-RCF-CYCLE-DATE
                               TO DSP-RUN-OPEN-CYCLE
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
           MOVE "N" TO DSP-RUN-SCAN-SWITCH.
           MOVE DSP-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = DSP-RUN-PROGRAM
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
           MOVE DSP-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE.
           MOVE DSP-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
           MOVE "N" TO DSP-RUN-ENTRY-SWITCH.
           READ IDGEN-RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-ENTRY-ON-FILE TO TRUE
           END-READ.
           IF NOT RUN-ENTRY-ON-FILE
               MOVE SPACES TO IDGEN-RUN-CONTROL-RECORD
               MOVE DSP-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE DSP-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               MOVE ZERO TO IDGEN-RCF-START-COUNT
           END-IF.
           MOVE DSP-RUN-JOB-ID TO IDGEN-RCF-JOB-ID.
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
           IF DSP-RUN-STATUS NOT = "00"
               DISPLAY "IDDISPOSITION - UNABLE TO RECORD THE RUN "
                   "START, STATUS " DSP-RUN-STATUS
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
           DISPLAY "IDDISPOSITION - PREREQUISITES NOT MET, "
               "RUN REFUSED".
           CLOSE IDGEN-RUN-CONTROL-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0190-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1000-INITIALIZE - open every file, pick up the job id,    *>
      *> interval, and restart flag from the parameter card, load  *>
           END-IF.
           PERFORM 1200-LOAD-DECISIONS THRU 1200-EXIT.
           CLOSE IDGEN-DECISION-FILE.
           PERFORM 1250-LOAD-OPERATOR-TABLE THRU 1250-EXIT.
           OPEN INPUT IDGEN-REVIEW-DATA-FILE.
           IF DSP-RVD-STATUS NOT = "00"
               DISPLAY "IDDISPOSITION - UNABLE TO OPEN "
                   MOVE DSP-DEC-REASON
                       TO DSP-TBL-REASON (DSP-DECISION-COUNT)
                   MOVE "N" TO DSP-TBL-USED (DSP-DECISION-COUNT)
                   MOVE DSP-DEC-OPERATOR-ID
                       TO DSP-TBL-OPERATOR-ID (DSP-DECISION-COUNT)
                   MOVE DSP-DEC-SUPERVISOR-ID
                       TO DSP-TBL-SUPERVISOR-ID (DSP-DECISION-COUNT)
           END-READ.

       1210-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1250-LOAD-OPERATOR-TABLE - every decision is keyed by a   *>
      *> named clerk, so the cycle cannot run without the          *>
      *> authorized-operator file.                                 *>
      *>--------------------------------------------------------*>
       1250-LOAD-OPERATOR-TABLE.
           OPEN INPUT IDGEN-OPERATOR-FILE.
           IF DSP-OPR-STATUS NOT = "00"
               DISPLAY "IDDISPOSITION - UNABLE TO OPEN "
                   "IDGEN-OPERATOR-FILE, STATUS " DSP-OPR-STATUS
               STOP RUN
           END-IF.
           PERFORM 1260-READ-OPERATOR-RECORD THRU 1260-EXIT
               UNTIL END-OF-OPERATOR-FILE.
           CLOSE IDGEN-OPERATOR-FILE.

       1250-EXIT.
           EXIT.

       1260-READ-OPERATOR-RECORD.
           READ IDGEN-OPERATOR-FILE
               AT END
                   SET END-OF-OPERATOR-FILE TO TRUE
               NOT AT END
                   IF DSP-OPERATOR-COUNT >= DSP-OPERATOR-TABLE-MAX
                       DISPLAY "IDDISPOSITION - OPERATOR TABLE FULL AT "
                           DSP-OPERATOR-TABLE-MAX " ENTRIES"
                       STOP RUN
                   END-IF
                   ADD 1 TO DSP-OPERATOR-COUNT
                   MOVE IDGEN-OPR-ID
                       TO DSP-OPT-ID (DSP-OPERATOR-COUNT)
                   MOVE IDGEN-OPR-ROLE
                       TO DSP-OPT-ROLE (DSP-OPERATOR-COUNT)
                   MOVE IDGEN-OPR-ACTIVE-FLAG
                       TO DSP-OPT-ACTIVE-FLAG (DSP-OPERATOR-COUNT)
           END-READ.

       1260-EXIT.
           EXIT.

       1300-WRITE-REWORK-HEADER.
           MOVE SPACES TO PI-BATCH-HEADER.
           MOVE "HDR" TO PI-BH-RECORD-TYPE.
               MOVE "Y" TO DSP-TBL-USED (DSP-MATCH-IDX)
               EVALUATE DSP-TBL-ACTION (DSP-MATCH-IDX)
                   WHEN "A"
                   WHEN "R"
                       PERFORM 2150-CHECK-DECISION-OPERATOR
                           THRU 2150-EXIT
                   WHEN OTHER
                       PERFORM 2350-FLAG-INVALID-DECISION
                           THRU 2350-EXIT
               END-EVALUATE
               IF NOT DECISION-SIGNED-OFF
                   ADD 1 TO DSP-ITEMS-PENDING
                   PERFORM 2500-STAGE-PENDING-ITEM THRU 2500-EXIT
               ELSE
                   IF DSP-TBL-ACTION (DSP-MATCH-IDX) = "A"
                       PERFORM 2200-APPROVE-ITEM THRU 2200-EXIT
                   ELSE
                       PERFORM 2300-REJECT-ITEM THRU 2300-EXIT
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO DSP-ITEMS-DONE.
           DIVIDE DSP-ITEMS-DONE BY DSP-CHECKPOINT-INTERVAL
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2150-CHECK-DECISION-OPERATOR - the deciding clerk must be *>
      *> on the authorized-operator file and active. Approving an  *>
      *> item the same clerk keyed at intake (the operator ID on   *>
      *> the queued image) also needs a second ID: active, role    *>
      *> S, and not the deciding clerk. A decision failing either  *>
      *> check is a keying matter like an invalid action - listed, *>
      *> and the item left pending for a signed decision.          *>
      *>--------------------------------------------------------*>
       2150-CHECK-DECISION-OPERATOR.
           SET DECISION-SIGNED-OFF TO TRUE.
           MOVE DSP-TBL-OPERATOR-ID (DSP-MATCH-IDX)
               TO DSP-OPT-SEARCH-ID.
           PERFORM 2160-FIND-OPERATOR THRU 2160-EXIT.
           IF NOT OPERATOR-FOUND
               MOVE "N" TO DSP-SIGNED-SWITCH
           ELSE
               IF DSP-OPT-ACTIVE-FLAG (DSP-OPT-MATCH-IDX) NOT = "A"
                   MOVE "N" TO DSP-SIGNED-SWITCH
               END-IF
           END-IF.
           IF NOT DECISION-SIGNED-OFF
               MOVE IDGEN-RVD-INPUT-IMAGE (1:10) TO DSP-ERL-KEY
               MOVE "BAD-OPR" TO DSP-ERL-TAG
               MOVE "OPERATOR NOT AUTHORIZED - LEFT PENDING"
                   TO DSP-ERL-REASON
               WRITE DSP-ERROR-RECORD FROM DSP-ERROR-LINE
               ADD 1 TO DSP-DECS-INVALID
           ELSE
               MOVE IDGEN-RVD-INPUT-IMAGE TO PI-INPUT-RECORD
               IF DSP-TBL-ACTION (DSP-MATCH-IDX) = "A"
                  AND PI-OPERATOR-ID
                          = DSP-TBL-OPERATOR-ID (DSP-MATCH-IDX)
                   PERFORM 2155-CHECK-SUPERVISOR THRU 2155-EXIT
               ELSE
                   MOVE SPACES
                       TO DSP-TBL-SUPERVISOR-ID (DSP-MATCH-IDX)
               END-IF
           END-IF.

       2150-EXIT.
           EXIT.

       2155-CHECK-SUPERVISOR.
           MOVE DSP-TBL-SUPERVISOR-ID (DSP-MATCH-IDX)
               TO DSP-OPT-SEARCH-ID.
           PERFORM 2160-FIND-OPERATOR THRU 2160-EXIT.
           IF NOT OPERATOR-FOUND
              OR DSP-OPT-SEARCH-ID
                     = DSP-TBL-OPERATOR-ID (DSP-MATCH-IDX)
               MOVE "N" TO DSP-SIGNED-SWITCH
           ELSE
               IF DSP-OPT-ROLE (DSP-OPT-MATCH-IDX) NOT = "S"
                  OR DSP-OPT-ACTIVE-FLAG (DSP-OPT-MATCH-IDX) NOT = "A"
                   MOVE "N" TO DSP-SIGNED-SWITCH
               END-IF
           END-IF.
           IF NOT DECISION-SIGNED-OFF
               MOVE IDGEN-RVD-INPUT-IMAGE (1:10) TO DSP-ERL-KEY
               MOVE "NO-SUPV" TO DSP-ERL-TAG
               MOVE "OWN ITEM - SUPERVISOR SIGN-OFF REQUIRED"
                   TO DSP-ERL-REASON
               WRITE DSP-ERROR-RECORD FROM DSP-ERROR-LINE
               ADD 1 TO DSP-DECS-INVALID
           END-IF.

       2155-EXIT.
           EXIT.

       2160-FIND-OPERATOR.
           MOVE "N" TO DSP-OPR-FOUND-SWITCH.
           IF DSP-OPT-SEARCH-ID NOT = SPACES
               PERFORM 2170-COMPARE-OPERATOR THRU 2170-EXIT
                   VARYING DSP-OPT-IDX FROM 1 BY 1
                   UNTIL DSP-OPT-IDX > DSP-OPERATOR-COUNT
                      OR OPERATOR-FOUND
           END-IF.

       2160-EXIT.
           EXIT.

       2170-COMPARE-OPERATOR.
           IF DSP-OPT-ID (DSP-OPT-IDX) = DSP-OPT-SEARCH-ID
               SET OPERATOR-FOUND TO TRUE
               MOVE DSP-OPT-IDX TO DSP-OPT-MATCH-IDX
           END-IF.

       2170-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2200-APPROVE-ITEM - the original intake image goes back   *>
      *> out on the rework batch as transaction code "R", keeping  *>
      *> the pending queue for a corrected decision next cycle.    *>
      *>--------------------------------------------------------*>
       2350-FLAG-INVALID-DECISION.
           MOVE "N" TO DSP-SIGNED-SWITCH.
           MOVE IDGEN-RVD-INPUT-IMAGE (1:10) TO DSP-ERL-KEY.
           MOVE "BAD-ACT" TO DSP-ERL-TAG.
           MOVE "INVALID DECISION ACTION - LEFT PENDING"
               ACCEPT IDGEN-AUD-DATE FROM DATE YYYYMMDD
               ACCEPT IDGEN-AUD-TIME FROM TIME
               WRITE DSP-AUDIT-RECORD FROM IDGEN-AUDIT-LINE
               MOVE "OPERATOR" TO IDGEN-AUDO-TAG
               MOVE SPACES TO IDGEN-AUD-SOURCE-KEY
               MOVE DSP-TBL-OPERATOR-ID (DSP-MATCH-IDX)
                   TO IDGEN-AUDO-OPERATOR-ID
               MOVE DSP-TBL-SUPERVISOR-ID (DSP-MATCH-IDX)
                   TO IDGEN-AUDO-SUPERVISOR-ID
               WRITE DSP-AUDIT-RECORD FROM IDGEN-AUDIT-LINE
      *> The supervisor ID ends one column past the source key;
      *> blank it out so the next action line carries none of it.
               MOVE SPACES TO IDGEN-AUDIT-LINE (21:2)
           END-IF.

       2400-EXIT.

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
           IF DSP-RUN-STATUS NOT = "00"
               DISPLAY "IDDISPOSITION - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " DSP-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE DSP-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE DSP-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               READ IDGEN-RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "IDDISPOSITION - RUN START ENTRY NOT "
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
           MOVE "ITEMS" TO IDGEN-RCF-TLY-LABEL (1).
           MOVE DSP-ITEMS-READ TO IDGEN-RCF-TLY-VALUE (1).
           MOVE "APPROVED" TO IDGEN-RCF-TLY-LABEL (2).
           MOVE DSP-ITEMS-APPROVED TO IDGEN-RCF-TLY-VALUE (2).
           MOVE "REJECTED" TO IDGEN-RCF-TLY-LABEL (3).
           MOVE DSP-ITEMS-REJECTED TO IDGEN-RCF-TLY-VALUE (3).
           REWRITE IDGEN-RUN-CONTROL-RECORD.
           IF DSP-RUN-STATUS NOT = "00"
               DISPLAY "IDDISPOSITION - UNABLE TO RECORD THE RUN "
                   "COMPLETION, STATUS " DSP-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9910-EXIT.
           EXIT.
