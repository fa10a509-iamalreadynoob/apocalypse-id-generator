       IDENTIFICATION DIVISION.
       PROGRAM-ID. IdMasterBackup.
       AUTHOR. Saythek.
       INSTALLATION. NATIONAL REGISTRY DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *>--------------------------------------------------------*>
      *> MODIFICATION HISTORY                                     *>
      *>   2026-10-15  SK  Initial version: sequential image copy  *>
      *>                   of the whole of IDGEN-MASTER-FILE to    *>
      *>                   IDGENMSB.DAT under an MIH header (date, *>
      *>                   time, job) and an MIT trailer (entry    *>
      *>                   count and serial hash total). The       *>
      *>                   master change journal is started afresh *>
      *>                   behind the copy with a JHD header       *>
      *>                   repeating the copy's stamp, count, and  *>
      *>                   hash, so IdForwardRecovery can prove    *>
      *>                   the journal begins where the copy ends. *>
      *>   2026-10-15  SK  Registers its start and completion on   *>
      *>                   the run-control file IDGENRUN.DAT       *>
      *>                   against the parameter card's cycle      *>
      *>                   date, and refuses to run while an       *>
      *>                   IdGenerator or IdDisposition run is     *>
      *>                   open.                                   *>
      *>   2026-10-15  SK  The image header is stamped with the    *>
      *>                   job id read for run registration; the   *>
      *>                   second read of the parameter card is    *>
      *>                   gone.                                   *>
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
               FILE STATUS IS BKP-MST-STATUS.

           SELECT IDGEN-IMAGE-FILE ASSIGN TO "IDGENMSB.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BKP-IMG-STATUS.

           SELECT IDGEN-JOURNAL-FILE ASSIGN TO "IDGENJRN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BKP-JRN-STATUS.

           SELECT IDGEN-CONTROL-FILE ASSIGN TO "IDGENCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-CTL-STATUS.

           SELECT IDGEN-BACKUP-REPORT ASSIGN TO "IDGENBKR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-RPT-STATUS.

           SELECT IDGEN-RUN-CONTROL-FILE ASSIGN TO "IDGENRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-RCF-KEY
               ALTERNATE RECORD KEY IS IDGEN-RCF-PROGRAM
                   WITH DUPLICATES
               FILE STATUS IS BKP-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IDGEN-MASTER-FILE.
           COPY IDGNMST.

       FD  IDGEN-IMAGE-FILE
           RECORD CONTAINS 210 CHARACTERS.
           COPY IDGNIMG.

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

       FD  IDGEN-BACKUP-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  BKP-REPORT-RECORD               PIC X(80).

       FD  IDGEN-RUN-CONTROL-FILE.
           COPY IDGNRUN.

       WORKING-STORAGE SECTION.

       01  BKP-FILE-STATUSES.
           05  BKP-MST-STATUS              PIC X(2) VALUE SPACES.
           05  BKP-IMG-STATUS              PIC X(2) VALUE SPACES.
           05  BKP-JRN-STATUS              PIC X(2) VALUE SPACES.
           05  BKP-CTL-STATUS              PIC X(2) VALUE SPACES.
           05  BKP-RPT-STATUS              PIC X(2) VALUE SPACES.
           05  BKP-RUN-STATUS              PIC X(2) VALUE SPACES.

       01  BKP-SWITCHES.
           05  BKP-MST-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-MASTER-FILE          VALUE "Y".

      *>--------------------------------------------------------*>
      *> Run-control registration: this job's entry on             *>
      *> IDGEN-RUN-CONTROL-FILE, keyed by cycle date and program,  *>
      *> and the fields used to look up the runs of the jobs it    *>
      *> depends on.                                               *>
      *>--------------------------------------------------------*>
       01  BKP-RUN-CONTROL-FIELDS.
           05  BKP-RUN-PROGRAM             PIC X(20)
               VALUE "IdMasterBackup".
           05  BKP-RUN-JOB-ID              PIC X(8) VALUE "IDGEN001".
           05  BKP-RUN-CYCLE-DATE          PIC X(8) VALUE SPACES.
           05  BKP-RUN-LOOK-PROGRAM        PIC X(20) VALUE SPACES.
           05  BKP-RUN-OPEN-JOB-ID         PIC X(8) VALUE SPACES.
           05  BKP-RUN-OPEN-CYCLE          PIC X(8) VALUE SPACES.
           05  BKP-RUN-SCAN-SWITCH         PIC X(1) VALUE "N".
               88  END-OF-RUN-SCAN             VALUE "Y".
           05  BKP-RUN-OPEN-SWITCH         PIC X(1) VALUE "N".
               88  OPEN-RUN-FOUND              VALUE "Y".
           05  BKP-RUN-ENTRY-SWITCH        PIC X(1) VALUE "N".
               88  RUN-ENTRY-ON-FILE           VALUE "Y".

       77  BKP-COPY-DATE                   PIC X(8) VALUE SPACES.
       77  BKP-COPY-TIME                   PIC X(8) VALUE SPACES.

       01  BKP-COUNTERS.
           05  BKP-ENTRIES-COPIED          PIC 9(9) COMP VALUE ZERO.
           05  BKP-HASH-TOTAL              PIC 9(18) COMP VALUE ZERO.

      *>--------------------------------------------------------*>
      *> Field view of a serial for the trailer hash total,       *>
      *> figured the same way as the card-transmittal hash.       *>
      *>--------------------------------------------------------*>
       01  BKP-MSR-SERIAL.
           05  BKP-MSR-DOY                 PIC X(3).
           05  BKP-MSR-RECY                PIC X(4).
           05  FILLER                      PIC X(2).
           05  BKP-MSR-BIRTH               PIC X(4).
           05  BKP-MSR-COUNTRY             PIC X(3).
           05  BKP-MSR-REGION              PIC X(3).
           05  FILLER                      PIC X(1).
           05  BKP-MSR-SEQ                 PIC X(1).
           05  BKP-MSR-CHECK               PIC X(1).

       01  BKP-HASH-WORK.
           05  BKP-DIGIT-IMAGE.
               10  BKP-DI-DOY              PIC 9(3).
               10  BKP-DI-RECY             PIC 9(4).
               10  BKP-DI-BIRTH            PIC 9(4).
               10  BKP-DI-COUNTRY          PIC 9(3).
               10  BKP-DI-REGION           PIC 9(3).
               10  BKP-DI-CHECK            PIC 9(1).
           05  BKP-DIGIT-VALUE REDEFINES BKP-DIGIT-IMAGE
                                           PIC 9(18).

       01  BKP-HEADING-LINE                PIC X(80)
               VALUE "IDMASTERBACKUP MASTER FILE IMAGE COPY".

       01  BKP-STAMP-LINE.
           05  FILLER                      PIC X(30)
               VALUE "IMAGE COPY TAKEN..............".
           05  BKP-STL-DATE                PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  BKP-STL-TIME                PIC X(8).
           05  FILLER                      PIC X(33) VALUE SPACES.

       01  BKP-HASH-LINE.
           05  FILLER                      PIC X(30)
               VALUE "SERIAL HASH TOTAL.............".
           05  BKP-HSL-HASH                PIC 9(18).
           05  FILLER                      PIC X(32) VALUE SPACES.

       01  BKP-JOURNAL-LINE                PIC X(80)
               VALUE "MASTER CHANGE JOURNAL RESTARTED AT THIS COPY".

       01  BKP-BLANK-LINE                  PIC X(80) VALUE SPACES.

       01  BKP-TOTAL-LINE.
           05  BKP-TOT-LABEL               PIC X(30).
           05  BKP-TOT-VALUE               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.

      *>--------------------------------------------------------*>
      *> 0000-MAINLINE                                             *>
      *>--------------------------------------------------------*>
       0000-MAINLINE.
           PERFORM 0100-REGISTER-RUN-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-COPY-MASTER-FILE THRU 2000-EXIT.
           PERFORM 3000-RESTART-JOURNAL THRU 3000-EXIT.
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
      *> on a restart - since the copy would catch the master      *>
      *> half-updated.                                             *>
      *>--------------------------------------------------------*>
       0100-REGISTER-RUN-START.
           PERFORM 0110-READ-RUN-PARAMETERS THRU 0110-EXIT.
           OPEN I-O IDGEN-RUN-CONTROL-FILE.
           IF BKP-RUN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-RUN-CONTROL-FILE
               CLOSE IDGEN-RUN-CONTROL-FILE
               OPEN I-O IDGEN-RUN-CONTROL-FILE
           END-IF.
           IF BKP-RUN-STATUS NOT = "00"
               DISPLAY "IDMASTERBACKUP - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " BKP-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "IdGenerator" TO BKP-RUN-LOOK-PROGRAM.
           PERFORM 0120-FIND-OPEN-RUN THRU 0120-EXIT.
           IF OPEN-RUN-FOUND
               DISPLAY "IDMASTERBACKUP - IDGENERATOR JOB "
                   BKP-RUN-OPEN-JOB-ID " FOR CYCLE "
                   BKP-RUN-OPEN-CYCLE " HAS NOT COMPLETED"
               PERFORM 0190-REFUSE-RUN THRU 0190-EXIT
           END-IF.
           MOVE "IdDisposition" TO BKP-RUN-LOOK-PROGRAM.
           PERFORM 0120-FIND-OPEN-RUN THRU 0120-EXIT.
           IF OPEN-RUN-FOUND
               DISPLAY "IDMASTERBACKUP - IDDISPOSITION JOB "
                   BKP-RUN-OPEN-JOB-ID " FOR CYCLE "
                   BKP-RUN-OPEN-CYCLE " HAS NOT COMPLETED"
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
           IF BKP-CTL-STATUS = "00"
               READ IDGEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IDGEN-CTL-JOB-ID-IN TO BKP-RUN-JOB-ID
                       IF IDGEN-CTL-CYCLE-DATE-IN IS NUMERIC
                          AND IDGEN-CTL-CYCLE-DATE-IN > ZERO
                           MOVE IDGEN-CTL-CYCLE-DATE-IN
                               TO BKP-RUN-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE IDGEN-CONTROL-FILE
           END-IF.
           IF BKP-RUN-CYCLE-DATE = SPACES
               ACCEPT BKP-RUN-CYCLE-DATE FROM DATE YYYYMMDD
           END-IF.

       0110-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 0120-FIND-OPEN-RUN - reads every run of the program in    *>
      *> BKP-RUN-LOOK-PROGRAM, in any cycle, and stops at the      *>
      *> first one started and never completed.                    *>
      *>--------------------------------------------------------*>
       0120-FIND-OPEN-RUN.
           MOVE "N" TO BKP-RUN-OPEN-SWITCH.
           MOVE "N" TO BKP-RUN-SCAN-SWITCH.
           MOVE BKP-RUN-LOOK-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = BKP-RUN-LOOK-PROGRAM
                       SET END-OF-RUN-SCAN TO TRUE
                   ELSE
                       IF IDGEN-RCF-STARTED
                           SET OPEN-RUN-FOUND TO TRUE
                           MOVE IDGEN-RCF-JOB-ID
                               TO BKP-RUN-OPEN-JOB-ID
                           MOVE IDGEN-RCF-CYCLE-DATE
                               TO BKP-RUN-OPEN-CYCLE
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
           MOVE "N" TO BKP-RUN-SCAN-SWITCH.
           MOVE BKP-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = BKP-RUN-PROGRAM
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
           MOVE BKP-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE.
           MOVE BKP-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
           MOVE "N" TO BKP-RUN-ENTRY-SWITCH.
           READ IDGEN-RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-ENTRY-ON-FILE TO TRUE
           END-READ.
           IF NOT RUN-ENTRY-ON-FILE
               MOVE SPACES TO IDGEN-RUN-CONTROL-RECORD
               MOVE BKP-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE BKP-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               MOVE ZERO TO IDGEN-RCF-START-COUNT
           END-IF.
           MOVE BKP-RUN-JOB-ID TO IDGEN-RCF-JOB-ID.
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
           IF BKP-RUN-STATUS NOT = "00"
               DISPLAY "IDMASTERBACKUP - UNABLE TO RECORD THE RUN "
                   "START, STATUS " BKP-RUN-STATUS
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
           DISPLAY "IDMASTERBACKUP - PREREQUISITES NOT MET, "
               "RUN REFUSED".
           CLOSE IDGEN-RUN-CONTROL-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0190-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1000-INITIALIZE - open the master, the image copy, and    *>
      *> the control report; a copy that cannot be taken ends the  *>
      *> job with return code 8 so the journal is never restarted  *>
      *> behind a copy that does not exist.                        *>
      *>--------------------------------------------------------*>
       1000-INITIALIZE.
           ACCEPT BKP-COPY-DATE FROM DATE YYYYMMDD.
           ACCEPT BKP-COPY-TIME FROM TIME.
           OPEN INPUT IDGEN-MASTER-FILE.
           IF BKP-MST-STATUS NOT = "00"
               DISPLAY "IDMASTERBACKUP - UNABLE TO OPEN "
                   "IDGEN-MASTER-FILE, STATUS " BKP-MST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT IDGEN-IMAGE-FILE.
           IF BKP-IMG-STATUS NOT = "00"
               DISPLAY "IDMASTERBACKUP - UNABLE TO OPEN "
                   "IDGEN-IMAGE-FILE, STATUS " BKP-IMG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT IDGEN-BACKUP-REPORT.
           IF BKP-RPT-STATUS NOT = "00"
               DISPLAY "IDMASTERBACKUP - UNABLE TO OPEN "
                   "IDGEN-BACKUP-REPORT, STATUS " BKP-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE BKP-REPORT-RECORD FROM BKP-HEADING-LINE.
           WRITE BKP-REPORT-RECORD FROM BKP-BLANK-LINE.

       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2000-COPY-MASTER-FILE - the MIH header, one MID record    *>
      *> per master entry whatever its status, in key order, and   *>
      *> the MIT trailer with the count and hash.                  *>
      *>--------------------------------------------------------*>
       2000-COPY-MASTER-FILE.
           MOVE SPACES TO IDGEN-IMAGE-HEADER.
           MOVE "MIH" TO IDGEN-IMH-TYPE.
           MOVE BKP-COPY-DATE TO IDGEN-IMH-DATE.
           MOVE BKP-COPY-TIME TO IDGEN-IMH-TIME.
           MOVE BKP-RUN-JOB-ID TO IDGEN-IMH-JOB-ID.
           WRITE IDGEN-IMAGE-HEADER.

           MOVE "N" TO BKP-MST-EOF-SWITCH.
           MOVE LOW-VALUES TO IDGEN-MASTER-KEY.
           START IDGEN-MASTER-FILE KEY NOT < IDGEN-MASTER-KEY
               INVALID KEY
                   SET END-OF-MASTER-FILE TO TRUE
           END-START.
           PERFORM 2100-COPY-MASTER-ENTRY THRU 2100-EXIT
               UNTIL END-OF-MASTER-FILE.

           MOVE SPACES TO IDGEN-IMAGE-TRAILER.
           MOVE "MIT" TO IDGEN-IMT-TYPE.
           MOVE BKP-ENTRIES-COPIED TO IDGEN-IMT-COUNT.
           MOVE BKP-HASH-TOTAL TO IDGEN-IMT-HASH.
           WRITE IDGEN-IMAGE-TRAILER.
           CLOSE IDGEN-IMAGE-FILE.

       2000-EXIT.
           EXIT.

       2100-COPY-MASTER-ENTRY.
           READ IDGEN-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER-FILE TO TRUE
               NOT AT END
                   MOVE SPACES TO IDGEN-IMAGE-RECORD
                   MOVE "MID" TO IDGEN-IMG-TYPE
                   MOVE IDGEN-MASTER-RECORD TO IDGEN-IMG-MASTER
                   WRITE IDGEN-IMAGE-RECORD
                   ADD 1 TO BKP-ENTRIES-COPIED
                   PERFORM 2200-ADD-SERIAL-TO-HASH THRU 2200-EXIT
           END-READ.

       2100-EXIT.
           EXIT.

       2200-ADD-SERIAL-TO-HASH.
           MOVE IDGEN-MASTER-KEY TO BKP-MSR-SERIAL.
           IF BKP-MSR-DOY IS NUMERIC
              AND BKP-MSR-RECY IS NUMERIC
              AND BKP-MSR-BIRTH IS NUMERIC
              AND BKP-MSR-COUNTRY IS NUMERIC
              AND BKP-MSR-REGION IS NUMERIC
              AND BKP-MSR-CHECK IS NUMERIC
               MOVE BKP-MSR-DOY TO BKP-DI-DOY
               MOVE BKP-MSR-RECY TO BKP-DI-RECY
               MOVE BKP-MSR-BIRTH TO BKP-DI-BIRTH
               MOVE BKP-MSR-COUNTRY TO BKP-DI-COUNTRY
               MOVE BKP-MSR-REGION TO BKP-DI-REGION
               MOVE BKP-MSR-CHECK TO BKP-DI-CHECK
               ADD BKP-DIGIT-VALUE TO BKP-HASH-TOTAL
           END-IF.

       2200-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 3000-RESTART-JOURNAL - everything journaled so far is in  *>
      *> the copy just taken, so the journal starts again empty    *>
      *> but for the JHD header tying it to this copy.             *>
      *>--------------------------------------------------------*>
       3000-RESTART-JOURNAL.
           OPEN OUTPUT IDGEN-JOURNAL-FILE.
           IF BKP-JRN-STATUS NOT = "00"
               DISPLAY "IDMASTERBACKUP - UNABLE TO OPEN "
                   "IDGEN-JOURNAL-FILE, STATUS " BKP-JRN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO IDGEN-JOURNAL-HEADER
               MOVE "JHD" TO IDGEN-JRH-TYPE
               MOVE BKP-COPY-DATE TO IDGEN-JRH-IMAGE-DATE
               MOVE BKP-COPY-TIME TO IDGEN-JRH-IMAGE-TIME
               MOVE BKP-ENTRIES-COPIED TO IDGEN-JRH-IMAGE-COUNT
               MOVE BKP-HASH-TOTAL TO IDGEN-JRH-IMAGE-HASH
               WRITE IDGEN-JOURNAL-HEADER
               CLOSE IDGEN-JOURNAL-FILE
           END-IF.

       3000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 9000-TERMINATE                                            *>
      *>--------------------------------------------------------*>
       9000-TERMINATE.
           MOVE BKP-COPY-DATE TO BKP-STL-DATE.
           MOVE BKP-COPY-TIME TO BKP-STL-TIME.
           WRITE BKP-REPORT-RECORD FROM BKP-STAMP-LINE.

           MOVE "MASTER ENTRIES COPIED........:" TO BKP-TOT-LABEL.
           MOVE BKP-ENTRIES-COPIED TO BKP-TOT-VALUE.
           WRITE BKP-REPORT-RECORD FROM BKP-TOTAL-LINE.

           MOVE BKP-HASH-TOTAL TO BKP-HSL-HASH.
           WRITE BKP-REPORT-RECORD FROM BKP-HASH-LINE.

           IF BKP-JRN-STATUS = "00"
               WRITE BKP-REPORT-RECORD FROM BKP-BLANK-LINE
               WRITE BKP-REPORT-RECORD FROM BKP-JOURNAL-LINE
           END-IF.

           CLOSE IDGEN-MASTER-FILE.
           CLOSE IDGEN-BACKUP-REPORT.

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
           IF BKP-RUN-STATUS NOT = "00"
               DISPLAY "IDMASTERBACKUP - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " BKP-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE BKP-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE BKP-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               READ IDGEN-RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "IDMASTERBACKUP - RUN START ENTRY NOT "
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
           MOVE "COPIED" TO IDGEN-RCF-TLY-LABEL (1).
           MOVE BKP-ENTRIES-COPIED TO IDGEN-RCF-TLY-VALUE (1).
           REWRITE IDGEN-RUN-CONTROL-RECORD.
           IF BKP-RUN-STATUS NOT = "00"
               DISPLAY "IDMASTERBACKUP - UNABLE TO RECORD THE RUN "
                   "COMPLETION, STATUS " BKP-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9910-EXIT.
           EXIT.
