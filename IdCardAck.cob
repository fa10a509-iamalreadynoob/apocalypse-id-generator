      *>                   week of audit-trail digging.            *>
      *>   2026-09-01  SK  Postings also spool a change-data        *>
      *>                   record for the agency delta extracts.    *>
      *>   2026-10-15  SK  Every posted entry's after-image is      *>
      *>                   appended to the master change journal    *>
      *>                   for forward recovery.                    *>
      *>   2026-10-15  SK  A spoiled temporary card is re-queued    *>
      *>                   like an issued one, flagged for the      *>
      *>                   temporary card stock.                    *>
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
               FILE STATUS IS ACK-DLS-STATUS.

           SELECT IDGEN-JOURNAL-FILE ASSIGN TO "IDGENJRN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACK-JRN-STATUS.

           SELECT IDGEN-CONTROL-FILE ASSIGN TO "IDGENCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-CTL-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-RPT-STATUS.

           SELECT IDGEN-RUN-CONTROL-FILE ASSIGN TO "IDGENRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-RCF-KEY
               ALTERNATE RECORD KEY IS IDGEN-RCF-PROGRAM
                   WITH DUPLICATES
               FILE STATUS IS ACK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>--------------------------------------------------------*>
           05  ACK-RTQ-GIVEN-NAME          PIC X(15).
           05  ACK-RTQ-SURNAME             PIC X(20).
           05  ACK-RTQ-ISSUE-DATE          PIC X(8).
           05  ACK-RTQ-CARD-TYPE           PIC X(1).
      *>       "T" temporary card stock; space for the standard card
           05  FILLER                      PIC X(11).

       FD  IDGEN-AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
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

       FD  IDGEN-ACK-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  ACK-REPORT-RECORD               PIC X(80).

       FD  IDGEN-RUN-CONTROL-FILE.
           COPY IDGNRUN.

       WORKING-STORAGE SECTION.

       01  ACK-FILE-STATUSES.
           05  ACK-RTQ-STATUS              PIC X(2) VALUE SPACES.
           05  ACK-AUD-STATUS              PIC X(2) VALUE SPACES.
           05  ACK-DLS-STATUS              PIC X(2) VALUE SPACES.
           05  ACK-JRN-STATUS              PIC X(2) VALUE SPACES.
           05  ACK-CTL-STATUS              PIC X(2) VALUE SPACES.
           05  ACK-RPT-STATUS              PIC X(2) VALUE SPACES.
           05  ACK-RUN-STATUS              PIC X(2) VALUE SPACES.

       01  ACK-SWITCHES.
           05  ACK-EOF-SWITCH              PIC X(1) VALUE "N".
           05  ACK-DETAIL-READ-SWITCH      PIC X(1) VALUE "N".
               88  DETAIL-RECORD-READ          VALUE "Y".

      *>--------------------------------------------------------*>
      *> Run-control registration: this job's entry on             *>
      *> IDGEN-RUN-CONTROL-FILE, keyed by cycle date and program,  *>
      *> and the fields used to look up the runs of the jobs it    *>
      *> depends on.                                               *>
      *>--------------------------------------------------------*>
       01  ACK-RUN-CONTROL-FIELDS.
           05  ACK-RUN-PROGRAM             PIC X(20)
               VALUE "IdCardAck".
           05  ACK-RUN-JOB-ID              PIC X(8) VALUE "IDGEN001".
           05  ACK-RUN-CYCLE-DATE          PIC X(8) VALUE SPACES.
           05  ACK-RUN-LOOK-PROGRAM        PIC X(20) VALUE SPACES.
           05  ACK-RUN-OPEN-JOB-ID         PIC X(8) VALUE SPACES.
           05  ACK-RUN-OPEN-CYCLE          PIC X(8) VALUE SPACES.
           05  ACK-RUN-SCAN-SWITCH         PIC X(1) VALUE "N".
               88  END-OF-RUN-SCAN             VALUE "Y".
           05  ACK-RUN-OPEN-SWITCH         PIC X(1) VALUE "N".
               88  OPEN-RUN-FOUND              VALUE "Y".
           05  ACK-RUN-ENTRY-SWITCH        PIC X(1) VALUE "N".
               88  RUN-ENTRY-ON-FILE           VALUE "Y".


       01  ACK-CONTROL-FIELDS.
           05  ACK-SCAN-COUNT              PIC 9(7) COMP VALUE ZERO.
      *> 0000-MAINLINE                                             *>
      *>--------------------------------------------------------*>
       0000-MAINLINE.
           PERFORM 0100-REGISTER-RUN-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF ACK-CONTROLS-OK
               PERFORM 2000-PROCESS-ACKNOWLEDGMENT THRU 2000-EXIT
                   UNTIL END-OF-ACK-FILE
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
           IF ACK-RUN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-RUN-CONTROL-FILE
               CLOSE IDGEN-RUN-CONTROL-FILE
               OPEN I-O IDGEN-RUN-CONTROL-FILE
           END-IF.
           IF ACK-RUN-STATUS NOT = "00"
               DISPLAY "IDCARDACK - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " ACK-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "IdGenerator" TO ACK-RUN-LOOK-PROGRAM.
           PERFORM 0120-FIND-OPEN-RUN THRU 0120-EXIT.
           IF OPEN-RUN-FOUND
               DISPLAY "IDCARDACK - IDGENERATOR JOB "
                   ACK-RUN-OPEN-JOB-ID " FOR CYCLE "
                   ACK-RUN-OPEN-CYCLE " HAS NOT COMPLETED"
               PERFORM 0190-REFUSE-RUN THRU 0190-EXIT
           END-IF.
           MOVE "IdDisposition" TO ACK-RUN-LOOK-PROGRAM.
           PERFORM 0120-FIND-OPEN-RUN THRU 0120-EXIT.
           IF OPEN-RUN-FOUND
               DISPLAY "IDCARDACK - IDDISPOSITION JOB "
                   ACK-RUN-OPEN-JOB-ID " FOR CYCLE "
                   ACK-RUN-OPEN-CYCLE " HAS NOT COMPLETED"
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
           IF ACK-CTL-STATUS = "00"
               READ IDGEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IDGEN-CTL-JOB-ID-IN TO ACK-RUN-JOB-ID
                       IF IDGEN-CTL-CYCLE-DATE-IN IS NUMERIC
                          AND IDGEN-CTL-CYCLE-DATE-IN > ZERO
                           MOVE IDGEN-CTL-CYCLE-DATE-IN
                               TO ACK-RUN-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE IDGEN-CONTROL-FILE
           END-IF.
           IF ACK-RUN-CYCLE-DATE = SPACES
               ACCEPT ACK-RUN-CYCLE-DATE FROM DATE YYYYMMDD
           END-IF.

       0110-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 0120-FIND-OPEN-RUN - reads every run of the program in    *>
      *> ACK-RUN-LOOK-PROGRAM, in any cycle, and stops at the      *>
      *> first one started and never completed.                    *>
      *>--------------------------------------------------------*>
       0120-FIND-OPEN-RUN.
           MOVE "N" TO ACK-RUN-OPEN-SWITCH.
           MOVE "N" TO ACK-RUN-SCAN-SWITCH.
           MOVE ACK-RUN-LOOK-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = ACK-RUN-LOOK-PROGRAM
                       SET END-OF-RUN-SCAN TO TRUE
                   ELSE
                       IF IDGEN-RCF-STARTED
                           SET OPEN-RUN-FOUND TO TRUE
                           MOVE IDGEN-RCF-JOB-ID
                               TO ACK-RUN-OPEN-JOB-ID
                           MOVE IDGEN-RCF-CYCLE-DATE
                               TO ACK-RUN-OPEN-CYCLE
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
           MOVE "N" TO ACK-RUN-SCAN-SWITCH.
           MOVE ACK-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = ACK-RUN-PROGRAM
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
           MOVE ACK-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE.
           MOVE ACK-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
           MOVE "N" TO ACK-RUN-ENTRY-SWITCH.
           READ IDGEN-RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-ENTRY-ON-FILE TO TRUE
           END-READ.
           IF NOT RUN-ENTRY-ON-FILE
               MOVE SPACES TO IDGEN-RUN-CONTROL-RECORD
               MOVE ACK-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE ACK-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               MOVE ZERO TO IDGEN-RCF-START-COUNT
           END-IF.
           MOVE ACK-RUN-JOB-ID TO IDGEN-RCF-JOB-ID.
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
           IF ACK-RUN-STATUS NOT = "00"
               DISPLAY "IDCARDACK - UNABLE TO RECORD THE RUN "
                   "START, STATUS " ACK-RUN-STATUS
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
           DISPLAY "IDCARDACK - PREREQUISITES NOT MET, "
               "RUN REFUSED".
           CLOSE IDGEN-RUN-CONTROL-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0190-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1000-INITIALIZE - open every file, verify the bureau      *>
      *> file's ATR trailer count against the details actually on  *>
      *> disk before posting anything, and prime the posting loop. *>
      *>--------------------------------------------------------*>
       1000-INITIALIZE.
           OPEN INPUT IDGEN-ACK-FILE.
                   "IDGEN-DELTA-SPOOL, STATUS " ACK-DLS-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND IDGEN-JOURNAL-FILE.
           IF ACK-JRN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-JOURNAL-FILE
               CLOSE IDGEN-JOURNAL-FILE
               OPEN EXTEND IDGEN-JOURNAL-FILE
           END-IF.
           IF ACK-JRN-STATUS NOT = "00"
               DISPLAY "IDCARDACK - UNABLE TO OPEN "
                   "IDGEN-JOURNAL-FILE, STATUS " ACK-JRN-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT IDGEN-ACK-REPORT.
           IF ACK-RPT-STATUS NOT = "00"
               DISPLAY "IDCARDACK - UNABLE TO OPEN IDGEN-ACK-REPORT, "
           END-IF.
           WRITE ACK-REPORT-RECORD FROM ACK-HEADING-LINE.
           WRITE ACK-REPORT-RECORD FROM ACK-BLANK-LINE.
           PERFORM 1500-VERIFY-ACK-CONTROLS THRU 1500-EXIT.
           IF ACK-CONTROLS-OK
               PERFORM 4000-READ-ACK-RECORD THRU 4000-EXIT
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1500-VERIFY-ACK-CONTROLS - pre-scans the bureau file and  *>
      *> refuses the whole return when the trailer is missing or   *>
                       "ID " IDGEN-MASTER-KEY
           END-REWRITE.
           MOVE "CARDACK" TO IDGEN-AUD-ACTION.
           IF ACK-MST-STATUS = "00"
               PERFORM 2700-WRITE-JOURNAL-RECORD THRU 2700-EXIT
           END-IF.
           PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT.
           PERFORM 2600-WRITE-DELTA-RECORD THRU 2600-EXIT.


      *>--------------------------------------------------------*>
      *> 2200-REQUEUE-SPOILED-CARD - only an entry still in        *>
      *> issued (or temporary) status goes back to the bureau; a   *>
      *> card spoiled on an entry revoked since it was sent has    *>
      *> nothing to print. A temporary ID is reprinted on the      *>
      *> temporary card stock.                                     *>
      *>--------------------------------------------------------*>
       2200-REQUEUE-SPOILED-CARD.
           IF IDGEN-MST-ISSUED OR IDGEN-MST-TEMPORARY
               MOVE SPACES TO ACK-RETRANS-RECORD
               MOVE "XDT" TO ACK-RTQ-TYPE
               MOVE IDGEN-MASTER-KEY TO ACK-RTQ-SERIAL
               MOVE IDGEN-MST-GIVEN-NAME TO ACK-RTQ-GIVEN-NAME
               MOVE IDGEN-MST-SURNAME TO ACK-RTQ-SURNAME
               MOVE IDGEN-MST-ISSUE-DATE TO ACK-RTQ-ISSUE-DATE
               IF IDGEN-MST-TEMPORARY
                   MOVE "T" TO ACK-RTQ-CARD-TYPE
               END-IF
               WRITE ACK-RETRANS-RECORD
               ADD 1 TO ACK-CARDS-REQUEUED
           END-IF.
      *> IdGenerator writes at issue time.                         *>
      *>--------------------------------------------------------*>
       2400-WRITE-AUDIT-RECORD.
           MOVE ACK-RUN-JOB-ID TO IDGEN-AUD-JOB-ID.
           MOVE IDGEN-MST-SOURCE-KEY TO IDGEN-AUD-SOURCE-KEY.
           MOVE IDGEN-MST-OFFICE TO IDGEN-AUD-OFFICE.
           MOVE IDGEN-MASTER-KEY TO IDGEN-AUD-SERIAL.
       2600-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2700-WRITE-JOURNAL-RECORD - the rewritten entry's whole  *>
      *> after-image goes onto the master change journal.         *>
      *>--------------------------------------------------------*>
       2700-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO IDGEN-JOURNAL-RECORD.
           MOVE "JDT" TO IDGEN-JRN-TYPE.
           SET IDGEN-JRN-UPDATE TO TRUE.
           MOVE "IDCARDACK" TO IDGEN-JRN-PROGRAM.
           MOVE IDGEN-AUD-ACTION TO IDGEN-JRN-ACTION.
           MOVE ACK-RUN-JOB-ID TO IDGEN-JRN-JOB-ID.
           ACCEPT IDGEN-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT IDGEN-JRN-TIME FROM TIME.
           MOVE IDGEN-MASTER-RECORD TO IDGEN-JRN-MASTER.
           WRITE IDGEN-JOURNAL-RECORD.

       2700-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 4000-READ-ACK-RECORD - delivers the next ADT detail; the  *>
      *> AHD/ATR control records were already verified and pass    *>
           CLOSE IDGEN-MASTER-FILE.
           CLOSE IDGEN-RETRANS-FILE.
           CLOSE IDGEN-DELTA-SPOOL.
           CLOSE IDGEN-JOURNAL-FILE.
           CLOSE IDGEN-AUDIT-FILE.
           CLOSE IDGEN-ACK-REPORT.

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
           IF ACK-RUN-STATUS NOT = "00"
               DISPLAY "IDCARDACK - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " ACK-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ACK-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE ACK-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               READ IDGEN-RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "IDCARDACK - RUN START ENTRY NOT "
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
           MOVE "ACKS READ" TO IDGEN-RCF-TLY-LABEL (1).
           MOVE ACK-ACKS-READ TO IDGEN-RCF-TLY-VALUE (1).
           MOVE "PRINTED" TO IDGEN-RCF-TLY-LABEL (2).
           MOVE ACK-CARDS-PRINTED TO IDGEN-RCF-TLY-VALUE (2).
           MOVE "REQUEUED" TO IDGEN-RCF-TLY-LABEL (3).
           MOVE ACK-CARDS-REQUEUED TO IDGEN-RCF-TLY-VALUE (3).
           REWRITE IDGEN-RUN-CONTROL-RECORD.
           IF ACK-RUN-STATUS NOT = "00"
               DISPLAY "IDCARDACK - UNABLE TO RECORD THE RUN "
                   "COMPLETION, STATUS " ACK-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9910-EXIT.
           EXIT.
