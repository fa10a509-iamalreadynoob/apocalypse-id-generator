      *>                   into the new summaries when archived,    *>
      *>                   making the job idempotent across         *>
      *>                   reruns and successive year ends.         *>
      *>   2026-10-15  SK  Merged duplicates age out to the master  *>
      *>                   archive on their merge date, the same    *>
      *>                   way revoked entries do.                  *>
      *>   2026-10-15  SK  Every purged entry's image is appended   *>
      *>                   to the master change journal as an       *>
      *>                   ARCHIVE delete for forward recovery; the *>
      *>                   job id for it comes from the control     *>
      *>                   card.                                    *>
      *>   2026-10-15  SK  Converted temporary IDs age out on their *>
      *>                   conversion date like revoked entries.    *>
      *>   2026-10-15  SK  Registers its start and completion on   *>
      *>                   the run-control file IDGENRUN.DAT       *>
      *>                   against the parameter card's cycle      *>
      *>                   date, and refuses to run while an       *>
      *>                   IdGenerator or IdDisposition run is     *>
      *>                   open.                                   *>
      *>   2026-10-15  SK  CONVERT lines fold into the SUMMARY     *>
      *>                   carry-forward counts with ISSUE and     *>
      *>                   REISSUE, matching the set IdGenerator   *>
      *>                   counts when it rebuilds prior-run       *>
      *>                   figures; the journal job id is the one  *>
      *>                   read for run registration instead of a  *>
      *>                   second read of the card.                *>
      *>   2026-10-15  SK  Recompiled for the IDGNCKP checkpoint   *>
      *>                   record, which grows by 14 bytes with    *>
      *>                   the temporary-ID counters; IDGENCKP.DAT *>
      *>                   must be converted or started new.       *>
      *>--------------------------------------------------------*>

       ENVIRONMENT DIVISION.
               RECORD KEY IS IDGEN-CKPT-JOB-ID
               FILE STATUS IS YEA-CKP-STATUS.

           SELECT IDGEN-JOURNAL-FILE ASSIGN TO "IDGENJRN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS YEA-JRN-STATUS.

           SELECT IDGEN-CONTROL-FILE ASSIGN TO "IDGENCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YEA-CTL-STATUS.

           SELECT IDGEN-ARCHIVE-REPORT ASSIGN TO "IDGENYEA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YEA-RPT-STATUS.

           SELECT IDGEN-RUN-CONTROL-FILE ASSIGN TO "IDGENRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-RCF-KEY
               ALTERNATE RECORD KEY IS IDGEN-RCF-PROGRAM
                   WITH DUPLICATES
               FILE STATUS IS YEA-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IDGEN-AUDIT-FILE
       FD  IDGEN-CHECKPOINT-FILE.
           COPY IDGNCKP.

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
           05  FILLER                       PIC X(38).
           05  IDGEN-CTL-CYCLE-DATE-IN      PIC 9(8).
      *>       YYYYMMDD nightly cycle the run registers against
      *>       on IDGEN-RUN-CONTROL-FILE; zeros or blank mean
      *>       the run date
           05  FILLER                       PIC X(26).

       FD  IDGEN-ARCHIVE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  YEA-REPORT-RECORD               PIC X(80).

       FD  IDGEN-RUN-CONTROL-FILE.
           COPY IDGNRUN.

       WORKING-STORAGE SECTION.

       01  YEA-FILE-STATUSES.
           05  YEA-MST-STATUS              PIC X(2) VALUE SPACES.
           05  YEA-MSA-STATUS              PIC X(2) VALUE SPACES.
           05  YEA-CKP-STATUS              PIC X(2) VALUE SPACES.
           05  YEA-JRN-STATUS              PIC X(2) VALUE SPACES.
           05  YEA-CTL-STATUS              PIC X(2) VALUE SPACES.
           05  YEA-RPT-STATUS              PIC X(2) VALUE SPACES.
           05  YEA-RUN-STATUS              PIC X(2) VALUE SPACES.

       01  YEA-SWITCHES.
           05  YEA-AUD-EOF-SWITCH          PIC X(1) VALUE "N".
           05  YEA-SUM-FOUND-SWITCH        PIC X(1) VALUE "N".
               88  SUMMARY-SLOT-FOUND          VALUE "Y".

      *>--------------------------------------------------------*>
      *> Run-control registration: this job's entry on             *>
      *> IDGEN-RUN-CONTROL-FILE, keyed by cycle date and program,  *>
      *> and the fields used to look up the runs of the jobs it    *>
      *> depends on.                                               *>
      *>--------------------------------------------------------*>
       01  YEA-RUN-CONTROL-FIELDS.
           05  YEA-RUN-PROGRAM             PIC X(20)
               VALUE "IdYearEndArchive".
           05  YEA-RUN-JOB-ID              PIC X(8) VALUE "IDGEN001".
           05  YEA-RUN-CYCLE-DATE          PIC X(8) VALUE SPACES.
           05  YEA-RUN-LOOK-PROGRAM        PIC X(20) VALUE SPACES.
           05  YEA-RUN-OPEN-JOB-ID         PIC X(8) VALUE SPACES.
           05  YEA-RUN-OPEN-CYCLE          PIC X(8) VALUE SPACES.
           05  YEA-RUN-SCAN-SWITCH         PIC X(1) VALUE "N".
               88  END-OF-RUN-SCAN             VALUE "Y".
           05  YEA-RUN-OPEN-SWITCH         PIC X(1) VALUE "N".
               88  OPEN-RUN-FOUND              VALUE "Y".
           05  YEA-RUN-ENTRY-SWITCH        PIC X(1) VALUE "N".
               88  RUN-ENTRY-ON-FILE           VALUE "Y".

       01  YEA-CUTOFF-WORK.
           05  YEA-TODAY-DATE              PIC X(8).
           05  YEA-CUTOFF-DATE.
      *> 0000-MAINLINE                                             *>
      *>--------------------------------------------------------*>
       0000-MAINLINE.
           PERFORM 0100-REGISTER-RUN-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SPLIT-AUDIT-TRAIL THRU 2000-EXIT.
           PERFORM 3000-REBUILD-AUDIT-TRAIL THRU 3000-EXIT.
           PERFORM 4000-PURGE-REVOKED-MASTERS THRU 4000-EXIT.
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
           IF YEA-RUN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-RUN-CONTROL-FILE
               CLOSE IDGEN-RUN-CONTROL-FILE
               OPEN I-O IDGEN-RUN-CONTROL-FILE
           END-IF.
           IF YEA-RUN-STATUS NOT = "00"
               DISPLAY "IDYEARENDARCHIVE - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " YEA-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "IdGenerator" TO YEA-RUN-LOOK-PROGRAM.
           PERFORM 0120-FIND-OPEN-RUN THRU 0120-EXIT.
           IF OPEN-RUN-FOUND
               DISPLAY "IDYEARENDARCHIVE - IDGENERATOR JOB "
                   YEA-RUN-OPEN-JOB-ID " FOR CYCLE "
                   YEA-RUN-OPEN-CYCLE " HAS NOT COMPLETED"
               PERFORM 0190-REFUSE-RUN THRU 0190-EXIT
           END-IF.
           MOVE "IdDisposition" TO YEA-RUN-LOOK-PROGRAM.
           PERFORM 0120-FIND-OPEN-RUN THRU 0120-EXIT.
           IF OPEN-RUN-FOUND
               DISPLAY "IDYEARENDARCHIVE - IDDISPOSITION JOB "
                   YEA-RUN-OPEN-JOB-ID " FOR CYCLE "
                   YEA-RUN-OPEN-CYCLE " HAS NOT COMPLETED"
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
           IF YEA-CTL-STATUS = "00"
               READ IDGEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IDGEN-CTL-JOB-ID-IN TO YEA-RUN-JOB-ID
                       IF IDGEN-CTL-CYCLE-DATE-IN IS NUMERIC
                          AND IDGEN-CTL-CYCLE-DATE-IN > ZERO
                           MOVE IDGEN-CTL-CYCLE-DATE-IN
                               TO YEA-RUN-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE IDGEN-CONTROL-FILE
           END-IF.
           IF YEA-RUN-CYCLE-DATE = SPACES
               ACCEPT YEA-RUN-CYCLE-DATE FROM DATE YYYYMMDD
           END-IF.

       0110-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 0120-FIND-OPEN-RUN - reads every run of the program in    *>
      *> YEA-RUN-LOOK-PROGRAM, in any cycle, and stops at the      *>
      *> first one started and never completed.                    *>
      *>--------------------------------------------------------*>
       0120-FIND-OPEN-RUN.
           MOVE "N" TO YEA-RUN-OPEN-SWITCH.
           MOVE "N" TO YEA-RUN-SCAN-SWITCH.
           MOVE YEA-RUN-LOOK-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = YEA-RUN-LOOK-PROGRAM
                       SET END-OF-RUN-SCAN TO TRUE
                   ELSE
                       IF IDGEN-RCF-STARTED
                           SET OPEN-RUN-FOUND TO TRUE
                           MOVE IDGEN-RCF-JOB-ID
                               TO YEA-RUN-OPEN-JOB-ID
                           MOVE IDGEN-RCF-CYCLE-DATE
                               TO YEA-RUN-OPEN-CYCLE
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
           MOVE "N" TO YEA-RUN-SCAN-SWITCH.
           MOVE YEA-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = YEA-RUN-PROGRAM
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
           MOVE YEA-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE.
           MOVE YEA-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
           MOVE "N" TO YEA-RUN-ENTRY-SWITCH.
           READ IDGEN-RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-ENTRY-ON-FILE TO TRUE
           END-READ.
           IF NOT RUN-ENTRY-ON-FILE
               MOVE SPACES TO IDGEN-RUN-CONTROL-RECORD
               MOVE YEA-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE YEA-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               MOVE ZERO TO IDGEN-RCF-START-COUNT
           END-IF.
           MOVE YEA-RUN-JOB-ID TO IDGEN-RCF-JOB-ID.
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
           IF YEA-RUN-STATUS NOT = "00"
               DISPLAY "IDYEARENDARCHIVE - UNABLE TO RECORD THE RUN "
                   "START, STATUS " YEA-RUN-STATUS
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
           DISPLAY "IDYEARENDARCHIVE - PREREQUISITES NOT MET, "
               "RUN REFUSED".
           CLOSE IDGEN-RUN-CONTROL-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0190-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1000-INITIALIZE - fix the cutoff at January 1 of the      *>
      *> current year, open the files, and load every              *>
                   "IDGEN-MASTER-ARCHIVE, STATUS " YEA-MSA-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND IDGEN-JOURNAL-FILE.
           IF YEA-JRN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-JOURNAL-FILE
               CLOSE IDGEN-JOURNAL-FILE
               OPEN EXTEND IDGEN-JOURNAL-FILE
           END-IF.
           IF YEA-JRN-STATUS NOT = "00"
               DISPLAY "IDYEARENDARCHIVE - UNABLE TO OPEN "
                   "IDGEN-JOURNAL-FILE, STATUS " YEA-JRN-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT IDGEN-ARCHIVE-REPORT.
           IF YEA-RPT-STATUS NOT = "00"
               DISPLAY "IDYEARENDARCHIVE - UNABLE TO OPEN "
                      AND NOT LINE-IS-PROTECTED
                       WRITE YEA-ARCHIVE-RECORD FROM IDGEN-AUDIT-LINE
                       ADD 1 TO YEA-AUDIT-ARCHIVED
      *> The actions folded are the ISSUE/REISSUE/CONVERT set
      *> IdGenerator 1610-READ-AUDIT-HISTORY counts as issues.
      *> A prior year end's SUMMARY carry-forward lines fold
      *> back into the table by their own counts, so running
      *> the archive twice (or across several year ends) never
                       EVALUATE IDGEN-AUD-ACTION
                           WHEN "ISSUE"
                           WHEN "REISSUE"
                           WHEN "CONVERT"
                               MOVE IDGEN-AUD-SERIAL (17:3)
                                   TO YEA-SUM-REGION-WORK
                               MOVE 1 TO YEA-SUM-ADD-COUNT
      *> the cutoff - an old entry voided last week stays. An
      *> entry revoked before the revocation date existed has
      *> spaces there and is kept until the cutover conversion
      *> stamps one. A merged duplicate carries its merge date
      *> there and ages the same way, as does a converted
      *> temporary ID its conversion date.
                   IF (IDGEN-MST-REVOKED OR IDGEN-MST-MERGED
                       OR IDGEN-MST-CONVERTED)
                      AND IDGEN-MST-REVOKE-DATE IS NUMERIC
                      AND IDGEN-MST-REVOKE-DATE < YEA-CUTOFF-DATE
                       MOVE SPACES TO YEA-MASTER-ARCHIVE-RECORD
                               DISPLAY "IDYEARENDARCHIVE - DELETE "
                                   "FAILED FOR ID " IDGEN-MASTER-KEY
                       END-DELETE
                       IF YEA-MST-STATUS = "00"
                           PERFORM 4200-WRITE-JOURNAL-RECORD
                               THRU 4200-EXIT
                       END-IF
                       ADD 1 TO YEA-MASTER-ARCHIVED
                   END-IF
           END-READ.
       4100-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 4200-WRITE-JOURNAL-RECORD - the purged entry's image, as  *>
      *> written to the archive, goes onto the master change       *>
      *> journal so a recovery takes it off the master again.      *>
      *>--------------------------------------------------------*>
       4200-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO IDGEN-JOURNAL-RECORD.
           MOVE "JDT" TO IDGEN-JRN-TYPE.
           SET IDGEN-JRN-DELETE TO TRUE.
           MOVE "IDYEARENDARCHIVE" TO IDGEN-JRN-PROGRAM.
           MOVE "ARCHIVE" TO IDGEN-JRN-ACTION.
           MOVE YEA-RUN-JOB-ID TO IDGEN-JRN-JOB-ID.
           ACCEPT IDGEN-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT IDGEN-JRN-TIME FROM TIME.
           MOVE YEA-MASTER-ARCHIVE-RECORD TO IDGEN-JRN-MASTER.
           WRITE IDGEN-JOURNAL-RECORD.

       4200-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 9000-TERMINATE                                            *>
      *>--------------------------------------------------------*>
           CLOSE IDGEN-AUDIT-ARCHIVE.
           CLOSE IDGEN-MASTER-FILE.
           CLOSE IDGEN-MASTER-ARCHIVE.
           CLOSE IDGEN-JOURNAL-FILE.
           CLOSE IDGEN-ARCHIVE-REPORT.

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
           IF YEA-RUN-STATUS NOT = "00"
               DISPLAY "IDYEARENDARCHIVE - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " YEA-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE YEA-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE YEA-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               READ IDGEN-RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "IDYEARENDARCHIVE - RUN START ENTRY NOT "
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
           MOVE "AUDIT READ" TO IDGEN-RCF-TLY-LABEL (1).
           MOVE YEA-AUDIT-READ TO IDGEN-RCF-TLY-VALUE (1).
           MOVE "ARCHIVED" TO IDGEN-RCF-TLY-LABEL (2).
           MOVE YEA-AUDIT-ARCHIVED TO IDGEN-RCF-TLY-VALUE (2).
           MOVE "PURGED" TO IDGEN-RCF-TLY-LABEL (3).
           MOVE YEA-MASTER-ARCHIVED TO IDGEN-RCF-TLY-VALUE (3).
           REWRITE IDGEN-RUN-CONTROL-RECORD.
           IF YEA-RUN-STATUS NOT = "00"
               DISPLAY "IDYEARENDARCHIVE - UNABLE TO RECORD THE RUN "
                   "COMPLETION, STATUS " YEA-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9910-EXIT.
           EXIT.
