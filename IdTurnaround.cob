       IDENTIFICATION DIVISION.
       PROGRAM-ID. IdTurnaround.
       AUTHOR. Saythek.
       INSTALLATION. NATIONAL REGISTRY DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *>--------------------------------------------------------*>
      *> MODIFICATION HISTORY                                     *>
      *>   2026-10-15  SK  Initial version: monthly registration- *>
      *>                   to-card turnaround by office of origin *>
      *>                   for the entries issued in the report   *>
      *>                   month - count, average, median, and    *>
      *>                   worst elapsed days for registration to *>
      *>                   issue, time in review, and issue to    *>
      *>                   card printed, split out for items that *>
      *>                   went through review or a reject-and-   *>
      *>                   rework cycle - followed by an overdue  *>
      *>                   listing of every issued serial with no *>
      *>                   printed card past the threshold days.  *>
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
               FILE STATUS IS TAT-MST-STATUS.

           SELECT IDGEN-CONTROL-FILE ASSIGN TO "IDGENCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAT-CTL-STATUS.

           SELECT IDGEN-AUDIT-FILE ASSIGN TO "IDGENAUD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAT-AUD-STATUS.

           SELECT IDGEN-AUDIT-ARCHIVE ASSIGN TO "IDGENAUA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAT-AUA-STATUS.

           SELECT IDGEN-REJECT-FILE ASSIGN TO "IDGENRJF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TAT-RJF-STATUS.

           SELECT IDGEN-REVIEW-DATA-FILE ASSIGN TO "IDGENRVD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TAT-RVD-STATUS.

           SELECT IDGEN-TURNAROUND-REPORT ASSIGN TO "IDGENTAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAT-RPT-STATUS.

           SELECT IDGEN-RUN-CONTROL-FILE ASSIGN TO "IDGENRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-RCF-KEY
               ALTERNATE RECORD KEY IS IDGEN-RCF-PROGRAM
                   WITH DUPLICATES
               FILE STATUS IS TAT-RUN-STATUS.

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
           05  FILLER                       PIC X(1).
           05  IDGEN-CTL-TAT-MONTH-IN       PIC 9(6).
      *>       YYYYMM issue month to report; zeros mean the month
      *>       before the run date
           05  FILLER                       PIC X(1).
           05  IDGEN-CTL-OVERDUE-DAYS-IN    PIC 9(3).
      *>       Days after issue with no printed card before the
      *>       serial is listed as overdue
           05  FILLER                       PIC X(1).
           05  IDGEN-CTL-CYCLE-DATE-IN      PIC 9(8).
      *>       YYYYMMDD nightly cycle the run registers against
      *>       on IDGEN-RUN-CONTROL-FILE; zeros or blank mean
      *>       the run date
           05  FILLER                       PIC X(26).

       FD  IDGEN-AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TAT-AUDIT-RECORD                PIC X(80).

       FD  IDGEN-AUDIT-ARCHIVE
           RECORD CONTAINS 80 CHARACTERS.
       01  TAT-AUDIT-ARCHIVE-RECORD        PIC X(80).

       FD  IDGEN-REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY IDGNREC.

       FD  IDGEN-REVIEW-DATA-FILE
           RECORD CONTAINS 115 CHARACTERS.
           COPY IDGNRVW.

       FD  IDGEN-TURNAROUND-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  TAT-REPORT-RECORD               PIC X(80).

       FD  IDGEN-RUN-CONTROL-FILE.
           COPY IDGNRUN.

       WORKING-STORAGE SECTION.

       01  TAT-FILE-STATUSES.
           05  TAT-MST-STATUS              PIC X(2) VALUE SPACES.
           05  TAT-CTL-STATUS              PIC X(2) VALUE SPACES.
           05  TAT-AUD-STATUS              PIC X(2) VALUE SPACES.
           05  TAT-AUA-STATUS              PIC X(2) VALUE SPACES.
           05  TAT-RJF-STATUS              PIC X(2) VALUE SPACES.
           05  TAT-RVD-STATUS              PIC X(2) VALUE SPACES.
           05  TAT-RPT-STATUS              PIC X(2) VALUE SPACES.
           05  TAT-RUN-STATUS              PIC X(2) VALUE SPACES.

       01  TAT-SWITCHES.
           05  TAT-MST-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-MASTER-FILE          VALUE "Y".
           05  TAT-AUD-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-AUDIT-FILE           VALUE "Y".
           05  TAT-RJF-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-REJECT-FILE          VALUE "Y".
           05  TAT-RVD-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-REVIEW-DATA          VALUE "Y".
           05  TAT-OFC-FOUND-SWITCH        PIC X(1) VALUE "N".
               88  OFFICE-SLOT-FOUND           VALUE "Y".
           05  TAT-KEY-FOUND-SWITCH        PIC X(1) VALUE "N".
               88  KEY-ENTRY-FOUND             VALUE "Y".
           05  TAT-KEY-PLACED-SWITCH       PIC X(1) VALUE "N".
               88  KEY-ENTRY-PLACED            VALUE "Y".
           05  TAT-REVIEWED-SWITCH         PIC X(1) VALUE "N".
               88  ENTRY-WAS-REVIEWED          VALUE "Y".
           05  TAT-REWORKED-SWITCH         PIC X(1) VALUE "N".
               88  ENTRY-WAS-REWORKED          VALUE "Y".
           05  TAT-INCOMPLETE-SWITCH       PIC X(1) VALUE "N".
               88  REPORT-INCOMPLETE           VALUE "Y".
           05  TAT-MEDIAN-FOUND-SWITCH     PIC X(1) VALUE "N".
               88  MEDIAN-BUCKET-FOUND         VALUE "Y".

      *>--------------------------------------------------------*>
      *> Run-control registration: this job's entry on             *>
      *> IDGEN-RUN-CONTROL-FILE, keyed by cycle date and program,  *>
      *> and the fields used to look up the runs of the jobs it    *>
      *> depends on.                                               *>
      *>--------------------------------------------------------*>
       01  TAT-RUN-CONTROL-FIELDS.
           05  TAT-RUN-PROGRAM             PIC X(20)
               VALUE "IdTurnaround".
           05  TAT-RUN-JOB-ID              PIC X(8) VALUE "IDGEN001".
           05  TAT-RUN-CYCLE-DATE          PIC X(8) VALUE SPACES.
           05  TAT-RUN-SCAN-SWITCH         PIC X(1) VALUE "N".
               88  END-OF-RUN-SCAN             VALUE "Y".
           05  TAT-RUN-ENTRY-SWITCH        PIC X(1) VALUE "N".
               88  RUN-ENTRY-ON-FILE           VALUE "Y".

       77  TAT-OVERDUE-DAYS                PIC 9(3) VALUE 30.

       01  TAT-COUNTERS.
           05  TAT-MASTER-READ             PIC 9(7) COMP VALUE ZERO.
           05  TAT-ENTRIES-MEASURED        PIC 9(7) COMP VALUE ZERO.
           05  TAT-NO-REG-DATE             PIC 9(7) COMP VALUE ZERO.
           05  TAT-DATES-OUT-OF-ORDER      PIC 9(7) COMP VALUE ZERO.
           05  TAT-CARDS-NOT-PRINTED       PIC 9(7) COMP VALUE ZERO.
           05  TAT-AUDIT-READ              PIC 9(7) COMP VALUE ZERO.
           05  TAT-REJECTS-READ            PIC 9(7) COMP VALUE ZERO.
           05  TAT-REVIEW-ITEMS-READ       PIC 9(7) COMP VALUE ZERO.
           05  TAT-OVERDUE-LISTED          PIC 9(7) COMP VALUE ZERO.

           COPY IDGNAUD.

      *>--------------------------------------------------------*>
      *> Review and reject history by source record key, kept in  *>
      *> key order so each master entry finds its own by halving  *>
      *> the range: the first REVIEW and the last APPROVE from    *>
      *> the archived and live audit trail, the first reject on   *>
      *> the reject file, and a registration date off any review  *>
      *> or reject image, used when the master entry predates its *>
      *> own registration-date field.                             *>
      *>--------------------------------------------------------*>
       77  TAT-KEY-TABLE-MAX               PIC 9(5) COMP VALUE 20000.

       01  TAT-KEY-TABLE.
           05  TAT-KEY-ENTRY OCCURS 20000 TIMES.
               10  TAT-KEY-SOURCE-KEY      PIC X(10).
               10  TAT-KEY-REVIEW-DATE     PIC X(8).
               10  TAT-KEY-APPROVE-DATE    PIC X(8).
               10  TAT-KEY-REJECT-DATE     PIC X(8).
               10  TAT-KEY-REG-DATE        PIC X(8).

       01  TAT-KEY-FIELDS.
           05  TAT-KEY-COUNT               PIC 9(5) COMP VALUE ZERO.
           05  TAT-KEY-LOW                 PIC 9(5) COMP.
           05  TAT-KEY-HIGH                PIC 9(5) COMP.
           05  TAT-KEY-MID                 PIC 9(5) COMP.
           05  TAT-KEY-SHIFT-IDX           PIC 9(5) COMP.
           05  TAT-KEY-SEARCH              PIC X(10).
           05  TAT-IMAGE-REG-DATE.
               10  TAT-IRD-YYYY            PIC X(4).
               10  TAT-IRD-MM              PIC X(2).
               10  TAT-IRD-DD              PIC X(2).

      *>--------------------------------------------------------*>
      *> Offices met in the report month, in the order first met; *>
      *> slot 21 carries all offices together. An office met      *>
      *> after the 20 slots are taken counts in the total only.   *>
      *>--------------------------------------------------------*>
       77  TAT-OFFICE-TABLE-MAX            PIC 9(2) COMP VALUE 20.
       77  TAT-ALL-OFFICE-SLOT             PIC 9(2) COMP VALUE 21.

       01  TAT-OFFICE-TABLE.
           05  TAT-OFC-ID                  PIC X(3) OCCURS 21 TIMES.

       01  TAT-OFFICE-FIELDS.
           05  TAT-OFFICE-COUNT            PIC 9(2) COMP VALUE ZERO.
           05  TAT-OFC-IDX                 PIC 9(2) COMP.
           05  TAT-OFC-SLOT                PIC 9(2) COMP.

      *>--------------------------------------------------------*>
      *> Elapsed-day statistics by office, path, and stage. Path  *>
      *> 1 is every entry, 2 the entries issued straight off      *>
      *> intake, 3 those that went through manual review, and 4   *>
      *> those reworked from the reject file (an item may be both *>
      *> 3 and 4). Stage 1 is registration to issue, 2 time in    *>
      *> review, 3 issue to card printed. Each cell keeps a count *>
      *> of entries per elapsed day - the last bucket taking a    *>
      *> year or more - so the median comes off the buckets       *>
      *> without holding or sorting the individual entries.       *>
      *>--------------------------------------------------------*>
       77  TAT-BUCKET-MAX                  PIC 9(3) COMP VALUE 367.

       01  TAT-STAT-TABLE.
           05  TAT-STAT-OFFICE OCCURS 21 TIMES.
               10  TAT-STAT-PATH OCCURS 4 TIMES.
                   15  TAT-STAT-STAGE OCCURS 3 TIMES.
                       20  TAT-ST-COUNT    PIC 9(7) COMP.
                       20  TAT-ST-TOTAL    PIC 9(9) COMP.
                       20  TAT-ST-WORST    PIC 9(5) COMP.
                       20  TAT-ST-BUCKET   PIC 9(7) COMP
                                           OCCURS 367 TIMES.

       01  TAT-STAT-FIELDS.
           05  TAT-PATH-IDX                PIC 9(1) COMP.
           05  TAT-STAGE-IDX               PIC 9(1) COMP.
           05  TAT-BUCKET-IDX              PIC 9(3) COMP.
           05  TAT-CELL-OFFICE             PIC 9(2) COMP.
           05  TAT-CELL-PATH               PIC 9(1) COMP.
           05  TAT-ELAPSED-DAYS            PIC S9(7) COMP.
           05  TAT-MEDIAN-POSITION         PIC 9(7) COMP.
           05  TAT-MEDIAN-RUNNING          PIC 9(7) COMP.
           05  TAT-MEDIAN-DAYS             PIC 9(5) COMP.
           05  TAT-AVERAGE-DAYS            PIC 9(5) COMP.

       01  TAT-STAGE-TITLE-DATA.
           05  FILLER                      PIC X(22)
               VALUE "REGISTRATION TO ISSUE".
           05  FILLER                      PIC X(22)
               VALUE "TIME IN REVIEW".
           05  FILLER                      PIC X(22)
               VALUE "ISSUE TO CARD PRINTED".

       01  TAT-STAGE-TITLE-TABLE REDEFINES TAT-STAGE-TITLE-DATA.
           05  TAT-STAGE-TITLE             PIC X(22) OCCURS 3 TIMES.

       01  TAT-PATH-TITLE-DATA.
           05  FILLER                      PIC X(9) VALUE "ALL".
           05  FILLER                      PIC X(9) VALUE "DIRECT".
           05  FILLER                      PIC X(9) VALUE "REVIEWED".
           05  FILLER                      PIC X(9) VALUE "REWORKED".

       01  TAT-PATH-TITLE-TABLE REDEFINES TAT-PATH-TITLE-DATA.
           05  TAT-PATH-TITLE              PIC X(9) OCCURS 4 TIMES.

      *>--------------------------------------------------------*>
      *> Cumulative day count at the start of each month, used to  *>
      *> turn a YYYYMMDD date into a running day serial for the    *>
      *> elapsed-day arithmetic.                                   *>
      *>--------------------------------------------------------*>
       01  TAT-CUM-DAYS-DATA.
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

       01  TAT-CUM-DAYS-TABLE REDEFINES TAT-CUM-DAYS-DATA.
           05  TAT-CUM-DAYS                PIC 9(3) OCCURS 12 TIMES.

       01  TAT-DATE-WORK.
           05  TAT-DS-DATE                 PIC X(8).
           05  TAT-DS-YYYY                 PIC 9(4).
           05  TAT-DS-MM                   PIC 9(2).
           05  TAT-DS-DD                   PIC 9(2).
           05  TAT-DS-PRIOR-YEARS          PIC 9(4).
           05  TAT-DS-LEAPS4               PIC 9(4) COMP.
           05  TAT-DS-LEAPS100             PIC 9(4) COMP.
           05  TAT-DS-LEAPS400             PIC 9(4) COMP.
           05  TAT-DS-QUOT                 PIC 9(4) COMP.
           05  TAT-DS-REM4                 PIC 9(1).
           05  TAT-DS-REM100               PIC 9(2).
           05  TAT-DS-REM400               PIC 9(3).
           05  TAT-DS-SERIAL               PIC 9(7) COMP.
           05  TAT-TODAY-DATE              PIC X(8).
           05  TAT-TODAY-SERIAL            PIC 9(7) COMP.
           05  TAT-ISSUE-SERIAL            PIC 9(7) COMP.
           05  TAT-REG-SERIAL              PIC 9(7) COMP.
           05  TAT-REG-DATE-WORK           PIC X(8).
           05  TAT-REVIEW-SERIAL           PIC 9(7) COMP.
           05  TAT-APPROVE-SERIAL          PIC 9(7) COMP.
           05  TAT-CARD-SERIAL             PIC 9(7) COMP.

       01  TAT-REPORT-MONTH.
           05  TAT-RPT-YYYY                PIC 9(4).
           05  TAT-RPT-MM                  PIC 9(2).

       01  TAT-REPORT-MONTH-ALPHA REDEFINES TAT-REPORT-MONTH
               PIC X(6).

       01  TAT-HEADING-LINE                PIC X(80)
               VALUE "IDTURNAROUND REGISTRATION-TO-CARD TURNAROUND".

       01  TAT-MONTH-LINE.
           05  FILLER                      PIC X(21)
               VALUE "ENTRIES ISSUED IN    ".
           05  TAT-MON-VALUE               PIC X(6).
           05  FILLER                      PIC X(53) VALUE SPACES.

       01  TAT-OFFICE-HEAD-LINE.
           05  FILLER                      PIC X(7) VALUE "OFFICE ".
           05  TAT-OFH-ID                  PIC X(11).
           05  FILLER                      PIC X(62) VALUE SPACES.

       01  TAT-COLUMN-HEAD-LINE.
           05  FILLER                      PIC X(23) VALUE "STAGE".
           05  FILLER                      PIC X(10) VALUE "PATH".
           05  FILLER                      PIC X(9) VALUE "  COUNT".
           05  FILLER                      PIC X(8) VALUE "AVERAGE".
           05  FILLER                      PIC X(8) VALUE " MEDIAN".
           05  FILLER                      PIC X(22) VALUE "  WORST".

       01  TAT-STAT-LINE.
           05  TAT-STL-STAGE               PIC X(22).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TAT-STL-PATH                PIC X(9).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TAT-STL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  TAT-STL-AVERAGE             PIC ZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  TAT-STL-MEDIAN              PIC ZZ,ZZ9.
           05  TAT-STL-MEDIAN-FLAG         PIC X(1).
      *>       "+" when the median falls in the year-or-more bucket
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TAT-STL-WORST               PIC ZZ,ZZ9.
           05  FILLER                      PIC X(16) VALUE SPACES.

       01  TAT-OVERDUE-HEAD-LINE.
           05  FILLER                      PIC X(38)
               VALUE "SERIALS WITH NO PRINTED CARD, ISSUED ".
           05  TAT-ODH-DAYS                PIC ZZ9.
           05  FILLER                      PIC X(39)
               VALUE " OR MORE DAYS AGO".

       01  TAT-OVERDUE-COLUMN-LINE.
           05  FILLER                      PIC X(23) VALUE "SERIAL".
           05  FILLER                      PIC X(4) VALUE "OFC".
           05  FILLER                      PIC X(9) VALUE "ISSUED".
           05  FILLER                      PIC X(6) VALUE " DAYS".
           05  FILLER                      PIC X(12) VALUE "CARD".
           05  FILLER                      PIC X(26) VALUE "JOB".

       01  TAT-OVERDUE-LINE.
           05  TAT-ODL-SERIAL              PIC X(22).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TAT-ODL-OFFICE              PIC X(3).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TAT-ODL-ISSUE-DATE          PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TAT-ODL-DAYS                PIC ZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TAT-ODL-CARD-STATUS         PIC X(11).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TAT-ODL-JOB-ID              PIC X(8).
           05  FILLER                      PIC X(18) VALUE SPACES.

       01  TAT-BLANK-LINE                  PIC X(80) VALUE SPACES.

       01  TAT-TOTAL-LINE.
           05  TAT-TOT-LABEL               PIC X(30).
           05  TAT-TOT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

      *>--------------------------------------------------------*>
      *> 0000-MAINLINE                                             *>
      *>--------------------------------------------------------*>
       0000-MAINLINE.
           PERFORM 0100-REGISTER-RUN-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-MEASURE-MASTER-RECORD THRU 2000-EXIT
               UNTIL END-OF-MASTER-FILE.
           PERFORM 8000-PRINT-OFFICE-BLOCK THRU 8000-EXIT
               VARYING TAT-OFC-IDX FROM 1 BY 1
               UNTIL TAT-OFC-IDX > TAT-OFFICE-COUNT.
           MOVE TAT-ALL-OFFICE-SLOT TO TAT-OFC-IDX.
           PERFORM 8000-PRINT-OFFICE-BLOCK THRU 8000-EXIT.
           PERFORM 3000-LIST-OVERDUE-CARDS THRU 3000-EXIT.
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
           IF TAT-RUN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-RUN-CONTROL-FILE
               CLOSE IDGEN-RUN-CONTROL-FILE
               OPEN I-O IDGEN-RUN-CONTROL-FILE
           END-IF.
           IF TAT-RUN-STATUS NOT = "00"
               DISPLAY "IDTURNAROUND - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " TAT-RUN-STATUS
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
           IF TAT-CTL-STATUS = "00"
               READ IDGEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IDGEN-CTL-JOB-ID-IN TO TAT-RUN-JOB-ID
                       IF IDGEN-CTL-CYCLE-DATE-IN IS NUMERIC
                          AND IDGEN-CTL-CYCLE-DATE-IN > ZERO
                           MOVE IDGEN-CTL-CYCLE-DATE-IN
                               TO TAT-RUN-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE IDGEN-CONTROL-FILE
           END-IF.
           IF TAT-RUN-CYCLE-DATE = SPACES
               ACCEPT TAT-RUN-CYCLE-DATE FROM DATE YYYYMMDD
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
           MOVE "N" TO TAT-RUN-SCAN-SWITCH.
           MOVE TAT-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = TAT-RUN-PROGRAM
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
           MOVE TAT-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE.
           MOVE TAT-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
           MOVE "N" TO TAT-RUN-ENTRY-SWITCH.
           READ IDGEN-RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-ENTRY-ON-FILE TO TRUE
           END-READ.
           IF NOT RUN-ENTRY-ON-FILE
               MOVE SPACES TO IDGEN-RUN-CONTROL-RECORD
               MOVE TAT-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE TAT-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               MOVE ZERO TO IDGEN-RCF-START-COUNT
           END-IF.
           MOVE TAT-RUN-JOB-ID TO IDGEN-RCF-JOB-ID.
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
           IF TAT-RUN-STATUS NOT = "00"
               DISPLAY "IDTURNAROUND - UNABLE TO RECORD THE RUN "
                   "START, STATUS " TAT-RUN-STATUS
               CLOSE IDGEN-RUN-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0160-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1000-INITIALIZE - open the master and the report, take    *>
      *> the report month and the overdue threshold off the        *>
      *> parameter card, and load the review and reject history    *>
      *> before the master is measured.                            *>
      *>--------------------------------------------------------*>
       1000-INITIALIZE.
           OPEN INPUT IDGEN-MASTER-FILE.
           IF TAT-MST-STATUS NOT = "00"
               DISPLAY "IDTURNAROUND - UNABLE TO OPEN "
                   "IDGEN-MASTER-FILE, STATUS " TAT-MST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT IDGEN-TURNAROUND-REPORT.
           IF TAT-RPT-STATUS NOT = "00"
               DISPLAY "IDTURNAROUND - UNABLE TO OPEN "
                   "IDGEN-TURNAROUND-REPORT, STATUS " TAT-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT TAT-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TAT-TODAY-DATE TO TAT-DS-DATE.
           PERFORM 4000-COMPUTE-DAY-SERIAL THRU 4000-EXIT.
           MOVE TAT-DS-SERIAL TO TAT-TODAY-SERIAL.
           PERFORM 1150-SET-DEFAULT-MONTH THRU 1150-EXIT.
           PERFORM 1100-READ-CONTROL-PARAMETERS THRU 1100-EXIT.
           INITIALIZE TAT-OFFICE-TABLE.
           INITIALIZE TAT-STAT-TABLE.
           MOVE "ALL" TO TAT-OFC-ID (TAT-ALL-OFFICE-SLOT).
           PERFORM 1200-LOAD-REVIEW-HISTORY THRU 1200-EXIT.
           PERFORM 1300-LOAD-REJECT-IMAGES THRU 1300-EXIT.
           PERFORM 1400-LOAD-REVIEW-IMAGES THRU 1400-EXIT.
           WRITE TAT-REPORT-RECORD FROM TAT-HEADING-LINE.
           MOVE TAT-REPORT-MONTH-ALPHA TO TAT-MON-VALUE.
           WRITE TAT-REPORT-RECORD FROM TAT-MONTH-LINE.
           PERFORM 1700-START-MASTER-SCAN THRU 1700-EXIT.

       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1100-READ-CONTROL-PARAMETERS - a report month is used     *>
      *> only when it is a real YYYYMM, and an overdue threshold   *>
      *> only when above zero; otherwise the defaults stand.       *>
      *>--------------------------------------------------------*>
       1100-READ-CONTROL-PARAMETERS.
           OPEN INPUT IDGEN-CONTROL-FILE.
           IF TAT-CTL-STATUS = "00"
               READ IDGEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IDGEN-CTL-TAT-MONTH-IN IS NUMERIC
                          AND IDGEN-CTL-TAT-MONTH-IN > ZERO
                          AND IDGEN-CTL-TAT-MONTH-IN (5:2) > "00"
                          AND IDGEN-CTL-TAT-MONTH-IN (5:2) < "13"
                           MOVE IDGEN-CTL-TAT-MONTH-IN
                               TO TAT-REPORT-MONTH-ALPHA
                       END-IF
                       IF IDGEN-CTL-OVERDUE-DAYS-IN IS NUMERIC
                          AND IDGEN-CTL-OVERDUE-DAYS-IN > ZERO
                           MOVE IDGEN-CTL-OVERDUE-DAYS-IN
                               TO TAT-OVERDUE-DAYS
                       END-IF
               END-READ
               CLOSE IDGEN-CONTROL-FILE
           END-IF.

       1100-EXIT.
           EXIT.

       1150-SET-DEFAULT-MONTH.
           MOVE TAT-TODAY-DATE (1:6) TO TAT-REPORT-MONTH-ALPHA.
           IF TAT-RPT-MM = 1
               MOVE 12 TO TAT-RPT-MM
               SUBTRACT 1 FROM TAT-RPT-YYYY
           ELSE
               SUBTRACT 1 FROM TAT-RPT-MM
           END-IF.

       1150-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1200-LOAD-REVIEW-HISTORY - the archived trail first, then *>
      *> the live one, so the history posts oldest first. Either   *>
      *> file may be absent.                                       *>
      *>--------------------------------------------------------*>
       1200-LOAD-REVIEW-HISTORY.
           OPEN INPUT IDGEN-AUDIT-ARCHIVE.
           IF TAT-AUA-STATUS = "00"
               MOVE "N" TO TAT-AUD-EOF-SWITCH
               PERFORM 1210-READ-ARCHIVED-LINE THRU 1210-EXIT
                   UNTIL END-OF-AUDIT-FILE
               CLOSE IDGEN-AUDIT-ARCHIVE
           END-IF.
           OPEN INPUT IDGEN-AUDIT-FILE.
           IF TAT-AUD-STATUS = "00"
               MOVE "N" TO TAT-AUD-EOF-SWITCH
               PERFORM 1220-READ-AUDIT-LINE THRU 1220-EXIT
                   UNTIL END-OF-AUDIT-FILE
               CLOSE IDGEN-AUDIT-FILE
           END-IF.

       1200-EXIT.
           EXIT.

       1210-READ-ARCHIVED-LINE.
           READ IDGEN-AUDIT-ARCHIVE
               AT END
                   SET END-OF-AUDIT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO TAT-AUDIT-READ
                   MOVE TAT-AUDIT-ARCHIVE-RECORD TO IDGEN-AUDIT-LINE
                   PERFORM 1230-POST-AUDIT-LINE THRU 1230-EXIT
           END-READ.

       1210-EXIT.
           EXIT.

       1220-READ-AUDIT-LINE.
           READ IDGEN-AUDIT-FILE
               AT END
                   SET END-OF-AUDIT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO TAT-AUDIT-READ
                   MOVE TAT-AUDIT-RECORD TO IDGEN-AUDIT-LINE
                   PERFORM 1230-POST-AUDIT-LINE THRU 1230-EXIT
           END-READ.

       1220-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1230-POST-AUDIT-LINE - the first REVIEW of a source key   *>
      *> opens its time in review and the latest APPROVE after it  *>
      *> closes it. OPERATOR lines repeat the action they sign and *>
      *> are passed over.                                          *>
      *>--------------------------------------------------------*>
       1230-POST-AUDIT-LINE.
           IF IDGEN-AUDO-TAG NOT = "OPERATOR"
              AND (IDGEN-AUD-ACTION = "REVIEW"
                   OR IDGEN-AUD-ACTION = "APPROVE")
               MOVE IDGEN-AUD-SOURCE-KEY TO TAT-KEY-SEARCH
               PERFORM 1600-PLACE-KEY-ENTRY THRU 1600-EXIT
               IF KEY-ENTRY-PLACED
                   IF IDGEN-AUD-ACTION = "REVIEW"
                       IF TAT-KEY-REVIEW-DATE (TAT-KEY-LOW) = SPACES
                           MOVE IDGEN-AUD-DATE
                               TO TAT-KEY-REVIEW-DATE (TAT-KEY-LOW)
                       END-IF
                   ELSE
                       IF TAT-KEY-REVIEW-DATE (TAT-KEY-LOW)
                              NOT = SPACES
                           MOVE IDGEN-AUD-DATE
                               TO TAT-KEY-APPROVE-DATE (TAT-KEY-LOW)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1230-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1300-LOAD-REJECT-IMAGES - every reject detail marks its   *>
      *> source key as reworked from its first reject date, and    *>
      *> leaves its registration date as a fallback.               *>
      *>--------------------------------------------------------*>
       1300-LOAD-REJECT-IMAGES.
           OPEN INPUT IDGEN-REJECT-FILE.
           IF TAT-RJF-STATUS = "00"
               PERFORM 1310-READ-REJECT-IMAGE THRU 1310-EXIT
                   UNTIL END-OF-REJECT-FILE
               CLOSE IDGEN-REJECT-FILE
           END-IF.

       1300-EXIT.
           EXIT.

       1310-READ-REJECT-IMAGE.
           READ IDGEN-REJECT-FILE
               AT END
                   SET END-OF-REJECT-FILE TO TRUE
               NOT AT END
                   IF PI-BH-RECORD-TYPE = "HDR"
                      OR PI-BT-RECORD-TYPE = "TRL"
                       CONTINUE
                   ELSE
                       ADD 1 TO TAT-REJECTS-READ
                       MOVE PI-RECORD-KEY TO TAT-KEY-SEARCH
                       PERFORM 1600-PLACE-KEY-ENTRY THRU 1600-EXIT
                       IF KEY-ENTRY-PLACED
                           IF TAT-KEY-REJECT-DATE (TAT-KEY-LOW)
                                  = SPACES
                               MOVE PI-REJECT-DATE
                                   TO TAT-KEY-REJECT-DATE (TAT-KEY-LOW)
                           END-IF
                           MOVE PI-REG-DATE (7:4) TO TAT-IRD-YYYY
                           MOVE PI-REG-DATE (1:2) TO TAT-IRD-MM
                           MOVE PI-REG-DATE (4:2) TO TAT-IRD-DD
                           PERFORM 1500-KEEP-IMAGE-REG-DATE
                               THRU 1500-EXIT
                       END-IF
                   END-IF
           END-READ.

       1310-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1400-LOAD-REVIEW-IMAGES - the review queue's intake       *>
      *> images give the registration date of a reviewed item,     *>
      *> and its queue date stands in for a REVIEW audit line      *>
      *> rolled off with the archive.                              *>
      *>--------------------------------------------------------*>
       1400-LOAD-REVIEW-IMAGES.
           OPEN INPUT IDGEN-REVIEW-DATA-FILE.
           IF TAT-RVD-STATUS = "00"
               PERFORM 1410-READ-REVIEW-IMAGE THRU 1410-EXIT
                   UNTIL END-OF-REVIEW-DATA
               CLOSE IDGEN-REVIEW-DATA-FILE
           END-IF.

       1400-EXIT.
           EXIT.

       1410-READ-REVIEW-IMAGE.
           READ IDGEN-REVIEW-DATA-FILE
               AT END
                   SET END-OF-REVIEW-DATA TO TRUE
               NOT AT END
                   ADD 1 TO TAT-REVIEW-ITEMS-READ
                   MOVE IDGEN-RVD-INPUT-IMAGE (1:10) TO TAT-KEY-SEARCH
                   PERFORM 1600-PLACE-KEY-ENTRY THRU 1600-EXIT
                   IF KEY-ENTRY-PLACED
                       IF TAT-KEY-REVIEW-DATE (TAT-KEY-LOW) = SPACES
                           MOVE IDGEN-RVD-REVIEW-DATE
                               TO TAT-KEY-REVIEW-DATE (TAT-KEY-LOW)
                       END-IF
                       MOVE IDGEN-RVD-INPUT-IMAGE (56:4)
                           TO TAT-IRD-YYYY
                       MOVE IDGEN-RVD-INPUT-IMAGE (50:2) TO TAT-IRD-MM
                       MOVE IDGEN-RVD-INPUT-IMAGE (53:2) TO TAT-IRD-DD
                       PERFORM 1500-KEEP-IMAGE-REG-DATE THRU 1500-EXIT
                   END-IF
           END-READ.

       1410-EXIT.
           EXIT.

       1500-KEEP-IMAGE-REG-DATE.
           IF TAT-KEY-REG-DATE (TAT-KEY-LOW) = SPACES
              AND TAT-IMAGE-REG-DATE IS NUMERIC
               MOVE TAT-IMAGE-REG-DATE
                   TO TAT-KEY-REG-DATE (TAT-KEY-LOW)
           END-IF.

       1500-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1600-PLACE-KEY-ENTRY - finds the source key in the        *>
      *> history table, or opens a slot for it in key order by     *>
      *> moving the entries above it up one; TAT-KEY-LOW is left   *>
      *> on the entry. A full table marks the report incomplete.   *>
      *>--------------------------------------------------------*>
       1600-PLACE-KEY-ENTRY.
           MOVE "N" TO TAT-KEY-PLACED-SWITCH.
           PERFORM 1650-FIND-KEY-ENTRY THRU 1650-EXIT.
           IF KEY-ENTRY-FOUND
               SET KEY-ENTRY-PLACED TO TRUE
           ELSE
               IF TAT-KEY-COUNT < TAT-KEY-TABLE-MAX
                   PERFORM 1610-SHIFT-KEY-ENTRY THRU 1610-EXIT
                       VARYING TAT-KEY-SHIFT-IDX
                           FROM TAT-KEY-COUNT BY -1
                       UNTIL TAT-KEY-SHIFT-IDX < TAT-KEY-LOW
                   ADD 1 TO TAT-KEY-COUNT
                   MOVE SPACES TO TAT-KEY-ENTRY (TAT-KEY-LOW)
                   MOVE TAT-KEY-SEARCH
                       TO TAT-KEY-SOURCE-KEY (TAT-KEY-LOW)
                   SET KEY-ENTRY-PLACED TO TRUE
               ELSE
                   IF NOT REPORT-INCOMPLETE
                       DISPLAY "IDTURNAROUND - HISTORY TABLE FULL "
                           "AT " TAT-KEY-TABLE-MAX " ENTRIES"
                   END-IF
                   SET REPORT-INCOMPLETE TO TRUE
               END-IF
           END-IF.

       1600-EXIT.
           EXIT.

       1610-SHIFT-KEY-ENTRY.
           MOVE TAT-KEY-ENTRY (TAT-KEY-SHIFT-IDX)
               TO TAT-KEY-ENTRY (TAT-KEY-SHIFT-IDX + 1).

       1610-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1650-FIND-KEY-ENTRY - halves the range on the key; when   *>
      *> the key is not there TAT-KEY-LOW ends on the slot it      *>
      *> belongs in.                                               *>
      *>--------------------------------------------------------*>
       1650-FIND-KEY-ENTRY.
           MOVE "N" TO TAT-KEY-FOUND-SWITCH.
           MOVE 1 TO TAT-KEY-LOW.
           MOVE TAT-KEY-COUNT TO TAT-KEY-HIGH.
           PERFORM 1660-HALVE-KEY-RANGE THRU 1660-EXIT
               UNTIL KEY-ENTRY-FOUND
                  OR TAT-KEY-LOW > TAT-KEY-HIGH.

       1650-EXIT.
           EXIT.

       1660-HALVE-KEY-RANGE.
           COMPUTE TAT-KEY-MID = (TAT-KEY-LOW + TAT-KEY-HIGH) / 2.
           EVALUATE TRUE
               WHEN TAT-KEY-SOURCE-KEY (TAT-KEY-MID) = TAT-KEY-SEARCH
                   SET KEY-ENTRY-FOUND TO TRUE
                   MOVE TAT-KEY-MID TO TAT-KEY-LOW
               WHEN TAT-KEY-SOURCE-KEY (TAT-KEY-MID) < TAT-KEY-SEARCH
                   COMPUTE TAT-KEY-LOW = TAT-KEY-MID + 1
               WHEN TAT-KEY-MID = 1
                   MOVE ZERO TO TAT-KEY-HIGH
               WHEN OTHER
                   COMPUTE TAT-KEY-HIGH = TAT-KEY-MID - 1
           END-EVALUATE.

       1660-EXIT.
           EXIT.

       1700-START-MASTER-SCAN.
           MOVE "N" TO TAT-MST-EOF-SWITCH.
           MOVE LOW-VALUES TO IDGEN-MASTER-KEY.
           START IDGEN-MASTER-FILE KEY NOT < IDGEN-MASTER-KEY
               INVALID KEY
                   SET END-OF-MASTER-FILE TO TRUE
           END-START.

       1700-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2000-MEASURE-MASTER-RECORD - every entry issued in the    *>
      *> report month is measured, whatever has happened to it     *>
      *> since: the clock question is how long it took to get out. *>
      *>--------------------------------------------------------*>
       2000-MEASURE-MASTER-RECORD.
           READ IDGEN-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER-FILE TO TRUE
               NOT AT END
                   ADD 1 TO TAT-MASTER-READ
                   IF IDGEN-MST-ISSUE-DATE (1:6)
                          = TAT-REPORT-MONTH-ALPHA
                       ADD 1 TO TAT-ENTRIES-MEASURED
                       PERFORM 2100-CLASSIFY-ENTRY THRU 2100-EXIT
                       PERFORM 2200-TALLY-OFFICE-SLOT THRU 2200-EXIT
                       PERFORM 2300-MEASURE-STAGES THRU 2300-EXIT
                   END-IF
           END-READ.

       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2100-CLASSIFY-ENTRY - an entry went through review when   *>
      *> its source key was queued for review on or before its     *>
      *> issue date, and through rework when it was rejected on    *>
      *> or before it; the registration date comes off the entry,  *>
      *> or off a review or reject image of the same key.          *>
      *>--------------------------------------------------------*>
       2100-CLASSIFY-ENTRY.
           MOVE "N" TO TAT-REVIEWED-SWITCH.
           MOVE "N" TO TAT-REWORKED-SWITCH.
           MOVE ZERO TO TAT-REVIEW-SERIAL.
           MOVE ZERO TO TAT-APPROVE-SERIAL.
           MOVE IDGEN-MST-REG-DATE TO TAT-REG-DATE-WORK.
           MOVE IDGEN-MST-SOURCE-KEY TO TAT-KEY-SEARCH.
           PERFORM 1650-FIND-KEY-ENTRY THRU 1650-EXIT.
           IF KEY-ENTRY-FOUND
               IF TAT-KEY-REVIEW-DATE (TAT-KEY-LOW) NOT = SPACES
                  AND TAT-KEY-REVIEW-DATE (TAT-KEY-LOW)
                          NOT > IDGEN-MST-ISSUE-DATE
                   SET ENTRY-WAS-REVIEWED TO TRUE
                   MOVE TAT-KEY-REVIEW-DATE (TAT-KEY-LOW)
                       TO TAT-DS-DATE
                   PERFORM 4000-COMPUTE-DAY-SERIAL THRU 4000-EXIT
                   MOVE TAT-DS-SERIAL TO TAT-REVIEW-SERIAL
                   MOVE TAT-KEY-APPROVE-DATE (TAT-KEY-LOW)
                       TO TAT-DS-DATE
                   PERFORM 4000-COMPUTE-DAY-SERIAL THRU 4000-EXIT
                   MOVE TAT-DS-SERIAL TO TAT-APPROVE-SERIAL
               END-IF
               IF TAT-KEY-REJECT-DATE (TAT-KEY-LOW) NOT = SPACES
                  AND TAT-KEY-REJECT-DATE (TAT-KEY-LOW)
                          NOT > IDGEN-MST-ISSUE-DATE
                   SET ENTRY-WAS-REWORKED TO TRUE
               END-IF
               IF TAT-REG-DATE-WORK IS NOT NUMERIC
                   MOVE TAT-KEY-REG-DATE (TAT-KEY-LOW)
                       TO TAT-REG-DATE-WORK
               END-IF
           END-IF.
           MOVE 2 TO TAT-PATH-IDX.
           IF ENTRY-WAS-REVIEWED
               MOVE 3 TO TAT-PATH-IDX
           ELSE
               IF ENTRY-WAS-REWORKED
                   MOVE 4 TO TAT-PATH-IDX
               END-IF
           END-IF.

       2100-EXIT.
           EXIT.

       2200-TALLY-OFFICE-SLOT.
           MOVE "N" TO TAT-OFC-FOUND-SWITCH.
           MOVE ZERO TO TAT-OFC-SLOT.
           PERFORM 2210-MATCH-OFFICE-SLOT THRU 2210-EXIT
               VARYING TAT-OFC-IDX FROM 1 BY 1
               UNTIL TAT-OFC-IDX > TAT-OFFICE-COUNT
                  OR OFFICE-SLOT-FOUND.
           IF NOT OFFICE-SLOT-FOUND
              AND TAT-OFFICE-COUNT < TAT-OFFICE-TABLE-MAX
               ADD 1 TO TAT-OFFICE-COUNT
               MOVE IDGEN-MST-OFFICE TO TAT-OFC-ID (TAT-OFFICE-COUNT)
               MOVE TAT-OFFICE-COUNT TO TAT-OFC-SLOT
           END-IF.

       2200-EXIT.
           EXIT.

       2210-MATCH-OFFICE-SLOT.
           IF TAT-OFC-ID (TAT-OFC-IDX) = IDGEN-MST-OFFICE
               SET OFFICE-SLOT-FOUND TO TRUE
               MOVE TAT-OFC-IDX TO TAT-OFC-SLOT
           END-IF.

       2210-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2300-MEASURE-STAGES - elapsed days for each stage the     *>
      *> entry has both ends of. A stage whose far end comes       *>
      *> before its near end is counted as out of order and left   *>
      *> out of the figures rather than skewing them.              *>
      *>--------------------------------------------------------*>
       2300-MEASURE-STAGES.
           MOVE IDGEN-MST-ISSUE-DATE TO TAT-DS-DATE.
           PERFORM 4000-COMPUTE-DAY-SERIAL THRU 4000-EXIT.
           MOVE TAT-DS-SERIAL TO TAT-ISSUE-SERIAL.

           MOVE TAT-REG-DATE-WORK TO TAT-DS-DATE.
           PERFORM 4000-COMPUTE-DAY-SERIAL THRU 4000-EXIT.
           MOVE TAT-DS-SERIAL TO TAT-REG-SERIAL.
           IF TAT-REG-SERIAL = ZERO
               ADD 1 TO TAT-NO-REG-DATE
           ELSE
               COMPUTE TAT-ELAPSED-DAYS
                   = TAT-ISSUE-SERIAL - TAT-REG-SERIAL
               MOVE 1 TO TAT-STAGE-IDX
               PERFORM 2400-TALLY-STAGE THRU 2400-EXIT
           END-IF.

           IF TAT-REVIEW-SERIAL > ZERO AND TAT-APPROVE-SERIAL > ZERO
               COMPUTE TAT-ELAPSED-DAYS
                   = TAT-APPROVE-SERIAL - TAT-REVIEW-SERIAL
               MOVE 2 TO TAT-STAGE-IDX
               PERFORM 2400-TALLY-STAGE THRU 2400-EXIT
           END-IF.

           IF IDGEN-MST-CARD-PRINTED
               MOVE IDGEN-MST-CARD-DATE TO TAT-DS-DATE
               PERFORM 4000-COMPUTE-DAY-SERIAL THRU 4000-EXIT
               MOVE TAT-DS-SERIAL TO TAT-CARD-SERIAL
               COMPUTE TAT-ELAPSED-DAYS
                   = TAT-CARD-SERIAL - TAT-ISSUE-SERIAL
               MOVE 3 TO TAT-STAGE-IDX
               PERFORM 2400-TALLY-STAGE THRU 2400-EXIT
           ELSE
               ADD 1 TO TAT-CARDS-NOT-PRINTED
           END-IF.

       2300-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2400-TALLY-STAGE - posts the elapsed days to the entry's  *>
      *> office and to all offices, under every entry and under    *>
      *> its own path; a reviewed entry that was also reworked     *>
      *> posts under both.                                         *>
      *>--------------------------------------------------------*>
       2400-TALLY-STAGE.
           IF TAT-ELAPSED-DAYS < ZERO
               ADD 1 TO TAT-DATES-OUT-OF-ORDER
           ELSE
               MOVE 1 TO TAT-CELL-PATH
               PERFORM 2410-TALLY-OFFICE-CELLS THRU 2410-EXIT
               MOVE TAT-PATH-IDX TO TAT-CELL-PATH
               PERFORM 2410-TALLY-OFFICE-CELLS THRU 2410-EXIT
               IF ENTRY-WAS-REVIEWED AND ENTRY-WAS-REWORKED
                   MOVE 4 TO TAT-CELL-PATH
                   PERFORM 2410-TALLY-OFFICE-CELLS THRU 2410-EXIT
               END-IF
           END-IF.

       2400-EXIT.
           EXIT.

       2410-TALLY-OFFICE-CELLS.
           IF TAT-OFC-SLOT > ZERO
               MOVE TAT-OFC-SLOT TO TAT-CELL-OFFICE
               PERFORM 2420-TALLY-CELL THRU 2420-EXIT
           END-IF.
           MOVE TAT-ALL-OFFICE-SLOT TO TAT-CELL-OFFICE.
           PERFORM 2420-TALLY-CELL THRU 2420-EXIT.

       2410-EXIT.
           EXIT.

       2420-TALLY-CELL.
           IF TAT-ELAPSED-DAYS < TAT-BUCKET-MAX
               COMPUTE TAT-BUCKET-IDX = TAT-ELAPSED-DAYS + 1
           ELSE
               MOVE TAT-BUCKET-MAX TO TAT-BUCKET-IDX
           END-IF.
           ADD 1 TO TAT-ST-COUNT (TAT-CELL-OFFICE TAT-CELL-PATH
               TAT-STAGE-IDX).
           ADD TAT-ELAPSED-DAYS TO TAT-ST-TOTAL (TAT-CELL-OFFICE
               TAT-CELL-PATH TAT-STAGE-IDX).
           ADD 1 TO TAT-ST-BUCKET (TAT-CELL-OFFICE TAT-CELL-PATH
               TAT-STAGE-IDX TAT-BUCKET-IDX).
           IF TAT-ELAPSED-DAYS > TAT-ST-WORST (TAT-CELL-OFFICE
                  TAT-CELL-PATH TAT-STAGE-IDX)
               MOVE TAT-ELAPSED-DAYS TO TAT-ST-WORST (TAT-CELL-OFFICE
                   TAT-CELL-PATH TAT-STAGE-IDX)
           END-IF.

       2420-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 3000-LIST-OVERDUE-CARDS - a second pass lists every entry *>
      *> still in force whose card has not come back printed from  *>
      *> the bureau by the threshold: never acknowledged, spoiled  *>
      *> and not reprinted, or undelivered.                        *>
      *>--------------------------------------------------------*>
       3000-LIST-OVERDUE-CARDS.
           WRITE TAT-REPORT-RECORD FROM TAT-BLANK-LINE.
           MOVE TAT-OVERDUE-DAYS TO TAT-ODH-DAYS.
           WRITE TAT-REPORT-RECORD FROM TAT-OVERDUE-HEAD-LINE.
           WRITE TAT-REPORT-RECORD FROM TAT-OVERDUE-COLUMN-LINE.
           PERFORM 1700-START-MASTER-SCAN THRU 1700-EXIT.
           PERFORM 3100-CHECK-OVERDUE-RECORD THRU 3100-EXIT
               UNTIL END-OF-MASTER-FILE.

       3000-EXIT.
           EXIT.

       3100-CHECK-OVERDUE-RECORD.
           READ IDGEN-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER-FILE TO TRUE
               NOT AT END
                   IF (IDGEN-MST-ISSUED OR IDGEN-MST-TEMPORARY)
                      AND NOT IDGEN-MST-CARD-PRINTED
                       MOVE IDGEN-MST-ISSUE-DATE TO TAT-DS-DATE
                       PERFORM 4000-COMPUTE-DAY-SERIAL THRU 4000-EXIT
                       IF TAT-DS-SERIAL > ZERO
                           COMPUTE TAT-ELAPSED-DAYS
                               = TAT-TODAY-SERIAL - TAT-DS-SERIAL
                           IF TAT-ELAPSED-DAYS NOT < TAT-OVERDUE-DAYS
                               PERFORM 3200-WRITE-OVERDUE-LINE
                                   THRU 3200-EXIT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       3100-EXIT.
           EXIT.

       3200-WRITE-OVERDUE-LINE.
           MOVE IDGEN-MASTER-KEY TO TAT-ODL-SERIAL.
           MOVE IDGEN-MST-OFFICE TO TAT-ODL-OFFICE.
           MOVE IDGEN-MST-ISSUE-DATE TO TAT-ODL-ISSUE-DATE.
           MOVE TAT-ELAPSED-DAYS TO TAT-ODL-DAYS.
           EVALUATE TRUE
               WHEN IDGEN-MST-CARD-SPOILED
                   MOVE "SPOILED" TO TAT-ODL-CARD-STATUS
               WHEN IDGEN-MST-CARD-UNDELIVERED
                   MOVE "UNDELIVERED" TO TAT-ODL-CARD-STATUS
               WHEN OTHER
                   MOVE "NOT ACKED" TO TAT-ODL-CARD-STATUS
           END-EVALUATE.
           MOVE IDGEN-MST-JOB-ID TO TAT-ODL-JOB-ID.
           WRITE TAT-REPORT-RECORD FROM TAT-OVERDUE-LINE.
           ADD 1 TO TAT-OVERDUE-LISTED.

       3200-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 4000-COMPUTE-DAY-SERIAL - turns the YYYYMMDD date in      *>
      *> TAT-DS-DATE into a running day count (years at 365 days   *>
      *> plus the Gregorian leap correction plus the day of        *>
      *> year), leaving zero for a blank or malformed date.        *>
      *>--------------------------------------------------------*>
       4000-COMPUTE-DAY-SERIAL.
           MOVE ZERO TO TAT-DS-SERIAL.
           IF TAT-DS-DATE IS NUMERIC
               MOVE TAT-DS-DATE (1:4) TO TAT-DS-YYYY
               MOVE TAT-DS-DATE (5:2) TO TAT-DS-MM
               MOVE TAT-DS-DATE (7:2) TO TAT-DS-DD
               IF TAT-DS-MM > 0 AND TAT-DS-MM < 13
                   COMPUTE TAT-DS-PRIOR-YEARS = TAT-DS-YYYY - 1
                   DIVIDE TAT-DS-PRIOR-YEARS BY 4
                       GIVING TAT-DS-LEAPS4
                   DIVIDE TAT-DS-PRIOR-YEARS BY 100
                       GIVING TAT-DS-LEAPS100
                   DIVIDE TAT-DS-PRIOR-YEARS BY 400
                       GIVING TAT-DS-LEAPS400
                   COMPUTE TAT-DS-SERIAL = (TAT-DS-YYYY * 365)
                       + TAT-DS-LEAPS4 - TAT-DS-LEAPS100
                       + TAT-DS-LEAPS400
                       + TAT-CUM-DAYS (TAT-DS-MM) + TAT-DS-DD
                   PERFORM 4100-ADJUST-FOR-LEAP-YEAR THRU 4100-EXIT
               END-IF
           END-IF.

       4000-EXIT.
           EXIT.

       4100-ADJUST-FOR-LEAP-YEAR.
           DIVIDE TAT-DS-YYYY BY 4
               GIVING TAT-DS-QUOT REMAINDER TAT-DS-REM4.
           IF TAT-DS-REM4 = ZERO AND TAT-DS-MM > 2
               DIVIDE TAT-DS-YYYY BY 100
                   GIVING TAT-DS-QUOT REMAINDER TAT-DS-REM100
               IF TAT-DS-REM100 NOT = ZERO
                   ADD 1 TO TAT-DS-SERIAL
               ELSE
                   DIVIDE TAT-DS-YYYY BY 400
                       GIVING TAT-DS-QUOT REMAINDER TAT-DS-REM400
                   IF TAT-DS-REM400 = ZERO
                       ADD 1 TO TAT-DS-SERIAL
                   END-IF
               END-IF
           END-IF.

       4100-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 8000-PRINT-OFFICE-BLOCK - one block per office and one   *>
      *> for all offices: every stage under every path, the        *>
      *> all-entries line always and a path line when it has       *>
      *> entries.                                                  *>
      *>--------------------------------------------------------*>
       8000-PRINT-OFFICE-BLOCK.
           WRITE TAT-REPORT-RECORD FROM TAT-BLANK-LINE.
           IF TAT-OFC-IDX = TAT-ALL-OFFICE-SLOT
               MOVE "ALL OFFICES" TO TAT-OFH-ID
           ELSE
               MOVE TAT-OFC-ID (TAT-OFC-IDX) TO TAT-OFH-ID
           END-IF.
           WRITE TAT-REPORT-RECORD FROM TAT-OFFICE-HEAD-LINE.
           WRITE TAT-REPORT-RECORD FROM TAT-COLUMN-HEAD-LINE.
           PERFORM 8100-PRINT-STAGE-LINES THRU 8100-EXIT
               VARYING TAT-STAGE-IDX FROM 1 BY 1
               UNTIL TAT-STAGE-IDX > 3.

       8000-EXIT.
           EXIT.

       8100-PRINT-STAGE-LINES.
           PERFORM 8200-PRINT-STAT-LINE THRU 8200-EXIT
               VARYING TAT-PATH-IDX FROM 1 BY 1
               UNTIL TAT-PATH-IDX > 4.

       8100-EXIT.
           EXIT.

       8200-PRINT-STAT-LINE.
           IF TAT-PATH-IDX = 1
              OR TAT-ST-COUNT (TAT-OFC-IDX TAT-PATH-IDX TAT-STAGE-IDX)
                     > ZERO
               MOVE TAT-STAGE-TITLE (TAT-STAGE-IDX) TO TAT-STL-STAGE
               MOVE TAT-PATH-TITLE (TAT-PATH-IDX) TO TAT-STL-PATH
               MOVE TAT-ST-COUNT (TAT-OFC-IDX TAT-PATH-IDX
                   TAT-STAGE-IDX) TO TAT-STL-COUNT
               MOVE ZERO TO TAT-AVERAGE-DAYS
               MOVE ZERO TO TAT-MEDIAN-DAYS
               MOVE SPACES TO TAT-STL-MEDIAN-FLAG
               IF TAT-ST-COUNT (TAT-OFC-IDX TAT-PATH-IDX
                      TAT-STAGE-IDX) > ZERO
                   COMPUTE TAT-AVERAGE-DAYS ROUNDED
                       = TAT-ST-TOTAL (TAT-OFC-IDX TAT-PATH-IDX
                             TAT-STAGE-IDX)
                       / TAT-ST-COUNT (TAT-OFC-IDX TAT-PATH-IDX
                             TAT-STAGE-IDX)
                   PERFORM 8300-FIND-MEDIAN THRU 8300-EXIT
               END-IF
               MOVE TAT-AVERAGE-DAYS TO TAT-STL-AVERAGE
               MOVE TAT-MEDIAN-DAYS TO TAT-STL-MEDIAN
               MOVE TAT-ST-WORST (TAT-OFC-IDX TAT-PATH-IDX
                   TAT-STAGE-IDX) TO TAT-STL-WORST
               WRITE TAT-REPORT-RECORD FROM TAT-STAT-LINE
           END-IF.

       8200-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 8300-FIND-MEDIAN - walks the day buckets until the        *>
      *> running count reaches the middle entry (the lower middle  *>
      *> of an even count).                                        *>
      *>--------------------------------------------------------*>
       8300-FIND-MEDIAN.
           COMPUTE TAT-MEDIAN-POSITION
               = (TAT-ST-COUNT (TAT-OFC-IDX TAT-PATH-IDX
                      TAT-STAGE-IDX) + 1) / 2.
           MOVE ZERO TO TAT-MEDIAN-RUNNING.
           MOVE "N" TO TAT-MEDIAN-FOUND-SWITCH.
           PERFORM 8310-WALK-BUCKET THRU 8310-EXIT
               VARYING TAT-BUCKET-IDX FROM 1 BY 1
               UNTIL TAT-BUCKET-IDX > TAT-BUCKET-MAX
                  OR MEDIAN-BUCKET-FOUND.

       8300-EXIT.
           EXIT.

       8310-WALK-BUCKET.
           ADD TAT-ST-BUCKET (TAT-OFC-IDX TAT-PATH-IDX TAT-STAGE-IDX
               TAT-BUCKET-IDX) TO TAT-MEDIAN-RUNNING.
           IF TAT-MEDIAN-RUNNING NOT < TAT-MEDIAN-POSITION
               SET MEDIAN-BUCKET-FOUND TO TRUE
               COMPUTE TAT-MEDIAN-DAYS = TAT-BUCKET-IDX - 1
               IF TAT-BUCKET-IDX = TAT-BUCKET-MAX
                   MOVE "+" TO TAT-STL-MEDIAN-FLAG
               END-IF
           END-IF.

       8310-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 9000-TERMINATE - run totals; a history table that filled  *>
      *> up leaves the review/rework split short and ends RC 8.    *>
      *>--------------------------------------------------------*>
       9000-TERMINATE.
           WRITE TAT-REPORT-RECORD FROM TAT-BLANK-LINE.

           MOVE "MASTER ENTRIES READ..........:" TO TAT-TOT-LABEL.
           MOVE TAT-MASTER-READ TO TAT-TOT-VALUE.
           WRITE TAT-REPORT-RECORD FROM TAT-TOTAL-LINE.

           MOVE "ISSUED IN REPORT MONTH.......:" TO TAT-TOT-LABEL.
           MOVE TAT-ENTRIES-MEASURED TO TAT-TOT-VALUE.
           WRITE TAT-REPORT-RECORD FROM TAT-TOTAL-LINE.

           MOVE "NO REGISTRATION DATE.........:" TO TAT-TOT-LABEL.
           MOVE TAT-NO-REG-DATE TO TAT-TOT-VALUE.
           WRITE TAT-REPORT-RECORD FROM TAT-TOTAL-LINE.

           MOVE "CARD NOT YET PRINTED.........:" TO TAT-TOT-LABEL.
           MOVE TAT-CARDS-NOT-PRINTED TO TAT-TOT-VALUE.
           WRITE TAT-REPORT-RECORD FROM TAT-TOTAL-LINE.

           MOVE "STAGE DATES OUT OF ORDER.....:" TO TAT-TOT-LABEL.
           MOVE TAT-DATES-OUT-OF-ORDER TO TAT-TOT-VALUE.
           WRITE TAT-REPORT-RECORD FROM TAT-TOTAL-LINE.

           MOVE "AUDIT LINES READ.............:" TO TAT-TOT-LABEL.
           MOVE TAT-AUDIT-READ TO TAT-TOT-VALUE.
           WRITE TAT-REPORT-RECORD FROM TAT-TOTAL-LINE.

           MOVE "REJECT IMAGES READ...........:" TO TAT-TOT-LABEL.
           MOVE TAT-REJECTS-READ TO TAT-TOT-VALUE.
           WRITE TAT-REPORT-RECORD FROM TAT-TOTAL-LINE.

           MOVE "REVIEW IMAGES READ...........:" TO TAT-TOT-LABEL.
           MOVE TAT-REVIEW-ITEMS-READ TO TAT-TOT-VALUE.
           WRITE TAT-REPORT-RECORD FROM TAT-TOTAL-LINE.

           MOVE "OVERDUE CARDS LISTED.........:" TO TAT-TOT-LABEL.
           MOVE TAT-OVERDUE-LISTED TO TAT-TOT-VALUE.
           WRITE TAT-REPORT-RECORD FROM TAT-TOTAL-LINE.

           IF REPORT-INCOMPLETE
               MOVE "HISTORY TABLE FULL - SPLIT   :" TO TAT-TOT-LABEL
               MOVE TAT-KEY-TABLE-MAX TO TAT-TOT-VALUE
               WRITE TAT-REPORT-RECORD FROM TAT-TOTAL-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE IDGEN-MASTER-FILE.
           CLOSE IDGEN-TURNAROUND-REPORT.

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
           IF TAT-RUN-STATUS NOT = "00"
               DISPLAY "IDTURNAROUND - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " TAT-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE TAT-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE TAT-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               READ IDGEN-RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "IDTURNAROUND - RUN START ENTRY NOT "
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
           MOVE TAT-MASTER-READ TO IDGEN-RCF-TLY-VALUE (1).
           MOVE "MEASURED" TO IDGEN-RCF-TLY-LABEL (2).
           MOVE TAT-ENTRIES-MEASURED TO IDGEN-RCF-TLY-VALUE (2).
           MOVE "OVERDUE" TO IDGEN-RCF-TLY-LABEL (3).
           MOVE TAT-OVERDUE-LISTED TO IDGEN-RCF-TLY-VALUE (3).
           REWRITE IDGEN-RUN-CONTROL-RECORD.
           IF TAT-RUN-STATUS NOT = "00"
               DISPLAY "IDTURNAROUND - UNABLE TO RECORD THE RUN "
                   "COMPLETION, STATUS " TAT-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9910-EXIT.
           EXIT.
