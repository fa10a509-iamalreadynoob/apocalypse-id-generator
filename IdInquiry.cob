      *>                   REPLACED BY) now print on the response   *>
      *>                   block, so an "S" lookup shows the whole  *>
      *>                   chain.                                   *>
      *>   2026-10-15  SK  A merged duplicate prints as revoked,    *>
      *>                   with the surviving serial on a MERGED    *>
      *>                   INTO line.                               *>
      *>   2026-10-15  SK  Temporary IDs print as TEMPORARY, and a  *>
      *>                   converted one as TEMPORARY - CONVERTED   *>
      *>                   with the permanent serial on the REPLACED*>
      *>                   BY line.                                 *>
      *>   2026-10-15  SK  Reads the parameter card for its job id *>
      *>                   and cycle date and registers its start  *>
      *>                   and completion on the run-control file  *>
      *>                   IDGENRUN.DAT.                           *>
      *>--------------------------------------------------------*>

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INQ-MSA-STATUS.

           SELECT IDGEN-CONTROL-FILE ASSIGN TO "IDGENCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INQ-CTL-STATUS.

           SELECT IDGEN-RUN-CONTROL-FILE ASSIGN TO "IDGENRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-RCF-KEY
               ALTERNATE RECORD KEY IS IDGEN-RCF-PROGRAM
                   WITH DUPLICATES
               FILE STATUS IS INQ-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IDGEN-INQUIRY-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  INQ-ARCHIVE-RECORD              PIC X(200).

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

       01  INQ-FILE-STATUSES.
           05  INQ-MST-STATUS              PIC X(2) VALUE SPACES.
           05  INQ-RPT-STATUS              PIC X(2) VALUE SPACES.
           05  INQ-MSA-STATUS              PIC X(2) VALUE SPACES.
           05  INQ-CTL-STATUS              PIC X(2) VALUE SPACES.
           05  INQ-RUN-STATUS              PIC X(2) VALUE SPACES.

       01  INQ-SWITCHES.
           05  INQ-EOF-SWITCH              PIC X(1) VALUE "N".
           05  INQ-MSA-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-ARCHIVE-FILE         VALUE "Y".

      *>--------------------------------------------------------*>
      *> Run-control registration: this job's entry on             *>
      *> IDGEN-RUN-CONTROL-FILE, keyed by cycle date and program,  *>
      *> and the fields used to look up the runs of the jobs it    *>
      *> depends on.                                               *>
      *>--------------------------------------------------------*>
       01  INQ-RUN-CONTROL-FIELDS.
           05  INQ-RUN-PROGRAM             PIC X(20)
               VALUE "IdInquiry".
           05  INQ-RUN-JOB-ID              PIC X(8) VALUE "IDGEN001".
           05  INQ-RUN-CYCLE-DATE          PIC X(8) VALUE SPACES.
           05  INQ-RUN-SCAN-SWITCH         PIC X(1) VALUE "N".
               88  END-OF-RUN-SCAN             VALUE "Y".
           05  INQ-RUN-ENTRY-SWITCH        PIC X(1) VALUE "N".
               88  RUN-ENTRY-ON-FILE           VALUE "Y".

       01  INQ-COUNTERS.
           05  INQ-REQUESTS-READ           PIC 9(7) COMP VALUE ZERO.
           05  INQ-REQUESTS-FOUND          PIC 9(7) COMP VALUE ZERO.
      *> 0000-MAINLINE                                             *>
      *>--------------------------------------------------------*>
       0000-MAINLINE.
           PERFORM 0100-REGISTER-RUN-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL END-OF-REQUEST-FILE.
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
           IF INQ-RUN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-RUN-CONTROL-FILE
               CLOSE IDGEN-RUN-CONTROL-FILE
               OPEN I-O IDGEN-RUN-CONTROL-FILE
           END-IF.
           IF INQ-RUN-STATUS NOT = "00"
               DISPLAY "IDINQUIRY - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " INQ-RUN-STATUS
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
           IF INQ-CTL-STATUS = "00"
               READ IDGEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IDGEN-CTL-JOB-ID-IN TO INQ-RUN-JOB-ID
                       IF IDGEN-CTL-CYCLE-DATE-IN IS NUMERIC
                          AND IDGEN-CTL-CYCLE-DATE-IN > ZERO
                           MOVE IDGEN-CTL-CYCLE-DATE-IN
                               TO INQ-RUN-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE IDGEN-CONTROL-FILE
           END-IF.
           IF INQ-RUN-CYCLE-DATE = SPACES
               ACCEPT INQ-RUN-CYCLE-DATE FROM DATE YYYYMMDD
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
           MOVE "N" TO INQ-RUN-SCAN-SWITCH.
           MOVE INQ-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = INQ-RUN-PROGRAM
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
           MOVE INQ-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE.
           MOVE INQ-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
           MOVE "N" TO INQ-RUN-ENTRY-SWITCH.
           READ IDGEN-RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-ENTRY-ON-FILE TO TRUE
           END-READ.
           IF NOT RUN-ENTRY-ON-FILE
               MOVE SPACES TO IDGEN-RUN-CONTROL-RECORD
               MOVE INQ-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE INQ-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               MOVE ZERO TO IDGEN-RCF-START-COUNT
           END-IF.
           MOVE INQ-RUN-JOB-ID TO IDGEN-RCF-JOB-ID.
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
           IF INQ-RUN-STATUS NOT = "00"
               DISPLAY "IDINQUIRY - UNABLE TO RECORD THE RUN "
                   "START, STATUS " INQ-RUN-STATUS
               CLOSE IDGEN-RUN-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0160-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1000-INITIALIZE - open the request, master, and report    *>
      *> files and prime the request loop with the first READ.     *>
                   MOVE "DECEASED" TO INQ-DTL-VALUE
               WHEN IDGEN-MST-LOST-STOLEN
                   MOVE "LOST/STOLEN - REPLACED" TO INQ-DTL-VALUE
               WHEN IDGEN-MST-MERGED
                   MOVE "REVOKED - MERGED DUPLICATE" TO INQ-DTL-VALUE
               WHEN IDGEN-MST-TEMPORARY
                   MOVE "TEMPORARY" TO INQ-DTL-VALUE
               WHEN IDGEN-MST-CONVERTED
                   MOVE "TEMPORARY - CONVERTED" TO INQ-DTL-VALUE
               WHEN OTHER
                   MOVE "ISSUED" TO INQ-DTL-VALUE
           END-EVALUATE.
               MOVE IDGEN-MST-REPLACED-BY TO INQ-DTL-VALUE
               WRITE INQ-REPORT-RECORD FROM INQ-DETAIL-LINE
           END-IF.
           IF IDGEN-MST-MERGED-INTO NOT = SPACES
               MOVE "MERGED INTO.:" TO INQ-DTL-LABEL
               MOVE IDGEN-MST-MERGED-INTO TO INQ-DTL-VALUE
               WRITE INQ-REPORT-RECORD FROM INQ-DETAIL-LINE
           END-IF.

           MOVE "SOURCE KEY..:" TO INQ-DTL-LABEL.
           MOVE IDGEN-MST-SOURCE-KEY TO INQ-DTL-VALUE.

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
           IF INQ-RUN-STATUS NOT = "00"
               DISPLAY "IDINQUIRY - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " INQ-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE INQ-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE INQ-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               READ IDGEN-RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "IDINQUIRY - RUN START ENTRY NOT "
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
           MOVE "REQUESTS" TO IDGEN-RCF-TLY-LABEL (1).
           MOVE INQ-REQUESTS-READ TO IDGEN-RCF-TLY-VALUE (1).
           MOVE "FOUND" TO IDGEN-RCF-TLY-LABEL (2).
           MOVE INQ-REQUESTS-FOUND TO IDGEN-RCF-TLY-VALUE (2).
           MOVE "NOT FOUND" TO IDGEN-RCF-TLY-LABEL (3).
           MOVE INQ-REQUESTS-NOT-FOUND TO IDGEN-RCF-TLY-VALUE (3).
           REWRITE IDGEN-RUN-CONTROL-RECORD.
           IF INQ-RUN-STATUS NOT = "00"
               DISPLAY "IDINQUIRY - UNABLE TO RECORD THE RUN "
                   "COMPLETION, STATUS " INQ-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9910-EXIT.
           EXIT.
