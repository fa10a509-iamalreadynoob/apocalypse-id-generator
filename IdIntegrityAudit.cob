       IDENTIFICATION DIVISION.
       PROGRAM-ID. IdIntegrityAudit.
       AUTHOR. Saythek.
       INSTALLATION. NATIONAL REGISTRY DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *>--------------------------------------------------------*>
      *> MODIFICATION HISTORY                                     *>
      *>   2026-10-15  SK  Initial version: periodic integrity     *>
      *>                   audit of IDGEN-MASTER-FILE as a whole.  *>
      *>                   Walks every entry and lists, by rule,   *>
      *>                   the ones that disagree with themselves: *>
      *>                   a check digit that does not recompute,  *>
      *>                   status against revoke date and death    *>
      *>                   reference, an implausible expiry span,  *>
      *>                   a REPLACES / REPLACED-BY link whose     *>
      *>                   other end is missing or does not point  *>
      *>                   back, and a card status posted on a     *>
      *>                   serial no transmittal ever carried.     *>
      *>                   Any exception ends the job with return  *>
      *>                   code 8, as IdReconcile does, so         *>
      *>                   operations gets paged.                  *>
      *>   2026-10-15  SK  Rule 2 also covers merged duplicates,    *>
      *>                   which must carry a merge date and the    *>
      *>                   surviving serial.                        *>
      *>   2026-10-15  SK  Temporary IDs (status T) and converted   *>
      *>                   ones (status C) are checked: a converted *>
      *>                   entry needs its conversion date and      *>
      *>                   permanent serial, a temporary one must   *>
      *>                   carry no revoke date, both are held to a *>
      *>                   short expiry span, and TEMPISS / CONVERT *>
      *>                   count as transmittals.                   *>
      *>   2026-10-15  SK  Reads the parameter card for its job id *>
      *>                   and cycle date and registers its start  *>
      *>                   and completion on the run-control file  *>
      *>                   IDGENRUN.DAT.                           *>
      *>   2026-10-15  SK  Rule 1 accepts a serial with gender "X" *>
      *>                   on either fold IdGenerator uses: 4 for  *>
      *>                   a keyed "X", 3 for a defaulted gender.  *>
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
               FILE STATUS IS ITG-MST-STATUS.

           SELECT IDGEN-MASTER-ARCHIVE ASSIGN TO "IDGENMSA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ITG-MSA-STATUS.

           SELECT IDGEN-AUDIT-FILE ASSIGN TO "IDGENAUD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITG-AUD-STATUS.

           SELECT IDGEN-AUDIT-ARCHIVE ASSIGN TO "IDGENAUA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITG-AUA-STATUS.

           SELECT IDGEN-INTEGRITY-REPORT ASSIGN TO "IDGENITG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITG-RPT-STATUS.

           SELECT IDGEN-CONTROL-FILE ASSIGN TO "IDGENCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITG-CTL-STATUS.

           SELECT IDGEN-RUN-CONTROL-FILE ASSIGN TO "IDGENRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-RCF-KEY
               ALTERNATE RECORD KEY IS IDGEN-RCF-PROGRAM
                   WITH DUPLICATES
               FILE STATUS IS ITG-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IDGEN-MASTER-FILE.
           COPY IDGNMST.

      *>--------------------------------------------------------*>
      *> Archived master entries (200-byte images, live layout    *>
      *> leading): the far end of a replacement link may have     *>
      *> been rolled off by the year-end job and still be real.   *>
      *>--------------------------------------------------------*>
       FD  IDGEN-MASTER-ARCHIVE
           RECORD CONTAINS 200 CHARACTERS.
       01  ITG-ARCHIVE-RECORD              PIC X(200).

       FD  IDGEN-AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ITG-AUDIT-RECORD                PIC X(80).

       FD  IDGEN-AUDIT-ARCHIVE
           RECORD CONTAINS 80 CHARACTERS.
       01  ITG-AUDIT-ARCHIVE-RECORD        PIC X(80).

       FD  IDGEN-INTEGRITY-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  ITG-REPORT-RECORD               PIC X(80).

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

       01  ITG-FILE-STATUSES.
           05  ITG-MST-STATUS              PIC X(2) VALUE SPACES.
           05  ITG-MSA-STATUS              PIC X(2) VALUE SPACES.
           05  ITG-AUD-STATUS              PIC X(2) VALUE SPACES.
           05  ITG-AUA-STATUS              PIC X(2) VALUE SPACES.
           05  ITG-RPT-STATUS              PIC X(2) VALUE SPACES.
           05  ITG-CTL-STATUS              PIC X(2) VALUE SPACES.
           05  ITG-RUN-STATUS              PIC X(2) VALUE SPACES.

       01  ITG-SWITCHES.
           05  ITG-MST-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-MASTER-FILE          VALUE "Y".
           05  ITG-AUD-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-AUDIT-FILE           VALUE "Y".
           05  ITG-MSA-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-ARCHIVE-FILE         VALUE "Y".
           05  ITG-FOUND-SWITCH            PIC X(1) VALUE "N".
               88  OTHER-END-FOUND             VALUE "Y".
           05  ITG-SERIAL-OK-SWITCH        PIC X(1) VALUE "Y".
               88  SERIAL-WELL-FORMED          VALUE "Y".
           05  ITG-CARD-FOUND-SWITCH       PIC X(1) VALUE "N".
               88  CARD-ENTRY-FOUND            VALUE "Y".
           05  ITG-INCOMPLETE-SWITCH       PIC X(1) VALUE "N".
               88  AUDIT-INCOMPLETE            VALUE "Y".

      *>--------------------------------------------------------*>
      *> Run-control registration: this job's entry on             *>
      *> IDGEN-RUN-CONTROL-FILE, keyed by cycle date and program,  *>
      *> and the fields used to look up the runs of the jobs it    *>
      *> depends on.                                               *>
      *>--------------------------------------------------------*>
       01  ITG-RUN-CONTROL-FIELDS.
           05  ITG-RUN-PROGRAM             PIC X(20)
               VALUE "IdIntegrityAudit".
           05  ITG-RUN-JOB-ID              PIC X(8) VALUE "IDGEN001".
           05  ITG-RUN-CYCLE-DATE          PIC X(8) VALUE SPACES.
           05  ITG-RUN-SCAN-SWITCH         PIC X(1) VALUE "N".
               88  END-OF-RUN-SCAN             VALUE "Y".
           05  ITG-RUN-ENTRY-SWITCH        PIC X(1) VALUE "N".
               88  RUN-ENTRY-ON-FILE           VALUE "Y".

       77  ITG-TODAY-DATE                  PIC X(8) VALUE SPACES.

      *>--------------------------------------------------------*>
      *> Ten-year card validity, as IdGenerator establishes it:   *>
      *> an expiry is plausible when it is no earlier than the    *>
      *> issue date plus the span (the issue itself) and no later *>
      *> than today plus the span (a renewal made today).         *>
      *>--------------------------------------------------------*>
       77  ITG-VALIDITY-YEARS              PIC 9(2) COMP VALUE 10.

      *>--------------------------------------------------------*>
      *> A temporary ID runs for the days on the control card -   *>
      *> at most 999 - so its expiry must fall after the issue    *>
      *> date and inside the issue year plus this span.           *>
      *>--------------------------------------------------------*>
       77  ITG-TEMP-SPAN-YEARS             PIC 9(2) COMP VALUE 3.

       01  ITG-EXPIRY-LOW-WORK.
           05  ITG-EXP-LOW-YYYY            PIC 9(4).
           05  ITG-EXP-LOW-MMDD            PIC X(4).

       01  ITG-EXPIRY-LOW-ALPHA REDEFINES ITG-EXPIRY-LOW-WORK
               PIC X(8).

       01  ITG-EXPIRY-HIGH-WORK.
           05  ITG-EXP-HIGH-YYYY           PIC 9(4).
           05  ITG-EXP-HIGH-MMDD           PIC X(4).

       01  ITG-EXPIRY-HIGH-ALPHA REDEFINES ITG-EXPIRY-HIGH-WORK
               PIC X(8).

       01  ITG-COUNTERS.
           05  ITG-MASTER-READ             PIC 9(7) COMP VALUE ZERO.
           05  ITG-AUDIT-READ              PIC 9(7) COMP VALUE ZERO.
           05  ITG-LINKS-CHECKED           PIC 9(7) COMP VALUE ZERO.
           05  ITG-CARDS-CHECKED           PIC 9(7) COMP VALUE ZERO.
           05  ITG-EXCEPTIONS-TOTAL        PIC 9(7) COMP VALUE ZERO.

      *>--------------------------------------------------------*>
      *> Integrity rules, in listing order. ITG-RULE-NO is staged *>
      *> by each check before 2900-RECORD-EXCEPTION is PERFORMed. *>
      *>--------------------------------------------------------*>
       01  ITG-RULE-TITLE-DATA.
           05  FILLER                      PIC X(40)
               VALUE "RULE 1 - CHECK DIGIT DOES NOT RECOMPUTE".
           05  FILLER                      PIC X(40)
               VALUE "RULE 2 - REVOKED/LOST/MERGED, NO DETAIL".
           05  FILLER                      PIC X(40)
               VALUE "RULE 3 - ISSUED BUT CARRIES REVOKE DATE".
           05  FILLER                      PIC X(40)
               VALUE "RULE 4 - DECEASED, NO DEATH REFERENCE".
           05  FILLER                      PIC X(40)
               VALUE "RULE 5 - EXPIRY NOT A PLAUSIBLE SPAN".
           05  FILLER                      PIC X(40)
               VALUE "RULE 6 - REPLACEMENT LINK BROKEN".
           05  FILLER                      PIC X(40)
               VALUE "RULE 7 - CARD STATUS, NEVER TRANSMITTED".

       01  ITG-RULE-TITLE-TABLE REDEFINES ITG-RULE-TITLE-DATA.
           05  ITG-RULE-TITLE              PIC X(40) OCCURS 7 TIMES.

       77  ITG-RULE-COUNT-MAX              PIC 9(2) COMP VALUE 7.

       01  ITG-RULE-COUNT-TABLE.
           05  ITG-RULE-EXCEPTIONS         PIC 9(7) COMP VALUE ZERO
                                           OCCURS 7 TIMES.

       01  ITG-RULE-FIELDS.
           05  ITG-RULE-NO                 PIC 9(2) COMP.
           05  ITG-RULE-IDX                PIC 9(2) COMP.

      *>--------------------------------------------------------*>
      *> Exceptions held for the listing, which prints them       *>
      *> grouped by rule once the sweep is done. Counts by rule   *>
      *> stay exact past the table limit; only the listing is     *>
      *> cut short, and says so.                                  *>
      *>--------------------------------------------------------*>
       77  ITG-EXC-TABLE-MAX               PIC 9(5) COMP VALUE 10000.

       01  ITG-EXCEPTION-TABLE.
           05  ITG-EXC-ENTRY OCCURS 10000 TIMES.
               10  ITG-EXC-RULE            PIC 9(2) COMP.
               10  ITG-EXC-SERIAL          PIC X(22).
               10  ITG-EXC-TEXT            PIC X(30).
               10  ITG-EXC-OTHER           PIC X(22).

       01  ITG-EXCEPTION-FIELDS.
           05  ITG-EXC-COUNT               PIC 9(5) COMP VALUE ZERO.
           05  ITG-EXC-IDX                 PIC 9(5) COMP.
           05  ITG-EXC-DROPPED             PIC 9(7) COMP VALUE ZERO.
           05  ITG-EXC-TEXT-WORK           PIC X(30).
           05  ITG-EXC-OTHER-WORK          PIC X(22).

      *>--------------------------------------------------------*>
      *> Entries carrying a REPLACES or REPLACED-BY pointer,      *>
      *> collected on the sweep and proved by keyed read once     *>
      *> the sequential pass is finished.                         *>
      *>--------------------------------------------------------*>
       77  ITG-LINK-TABLE-MAX              PIC 9(5) COMP VALUE 20000.

       01  ITG-LINK-TABLE.
           05  ITG-LINK-ENTRY OCCURS 20000 TIMES.
               10  ITG-LNK-SERIAL          PIC X(22).
               10  ITG-LNK-REPLACES        PIC X(22).
               10  ITG-LNK-REPLACED-BY     PIC X(22).

       01  ITG-LINK-FIELDS.
           05  ITG-LINK-COUNT              PIC 9(5) COMP VALUE ZERO.
           05  ITG-LNK-IDX                 PIC 9(5) COMP.

      *>--------------------------------------------------------*>
      *> Entries whose card status is anything but pending, in    *>
      *> master key order (the sweep reads in key order), so the  *>
      *> audit-trail pass can find each one by halving the range. *>
      *> A serial any ISSUE / REISSUE / RENEW / REPLACE / TEMPISS *>
      *> / CONVERT line names went out on that night's            *>
      *> transmittal.                                             *>
      *>--------------------------------------------------------*>
       77  ITG-CARD-TABLE-MAX              PIC 9(5) COMP VALUE 50000.

       01  ITG-CARD-TABLE.
           05  ITG-CARD-ENTRY OCCURS 50000 TIMES.
               10  ITG-CRD-SERIAL          PIC X(22).
               10  ITG-CRD-SENT-SWITCH     PIC X(1).
                   88  ITG-CRD-TRANSMITTED     VALUE "Y".

       01  ITG-CARD-FIELDS.
           05  ITG-CARD-COUNT              PIC 9(5) COMP VALUE ZERO.
           05  ITG-CRD-IDX                 PIC 9(5) COMP.
           05  ITG-CRD-LOW                 PIC 9(5) COMP.
           05  ITG-CRD-HIGH                PIC 9(5) COMP.
           05  ITG-CRD-MID                 PIC 9(5) COMP.

      *>--------------------------------------------------------*>
      *> The master key broken out into the fields IdGenerator    *>
      *> builds it from, for the MOD-11 recompute.                *>
      *>--------------------------------------------------------*>
       01  ITG-SERIAL-WORK.
           05  ITG-SER-DOY                 PIC 9(3).
           05  ITG-SER-RECY                PIC 9(4).
           05  ITG-SER-FIRST-LETTER        PIC X(1).
           05  ITG-SER-LAST-LETTER         PIC X(1).
           05  ITG-SER-BIRTH               PIC 9(4).
           05  ITG-SER-COUNTRY             PIC 9(3).
           05  ITG-SER-REGION              PIC 9(3).
           05  ITG-SER-GENDER              PIC X(1).
           05  ITG-SER-SEQD                PIC 9(1).
           05  ITG-SER-CHECK-DIGIT         PIC 9(1).

       01  ITG-SERIAL-ALPHA REDEFINES ITG-SERIAL-WORK
               PIC X(22).

       01  ITG-CHECK-DIGIT-WORK.
           05  ITG-CD-DOY                  PIC 9(3).
           05  ITG-CD-RECY                 PIC 9(4).
           05  ITG-CD-BIRTH                PIC 9(4).
           05  ITG-CD-COUNTRY              PIC 9(3).
           05  ITG-CD-REGION               PIC 9(3).
           05  ITG-CD-FIRST-LETTER         PIC 9(2).
           05  ITG-CD-LAST-LETTER          PIC 9(2).
           05  ITG-CD-GENDER               PIC 9(1).
           05  ITG-CD-SEQ                  PIC 9(1).

       01  ITG-CD-DIGIT-TABLE REDEFINES ITG-CHECK-DIGIT-WORK.
           05  ITG-CD-DIGIT                PIC 9(1) OCCURS 23 TIMES.

       01  ITG-CD-WEIGHT-DATA.
           05  FILLER                      PIC 9(1) VALUE 2.
           05  FILLER                      PIC 9(1) VALUE 3.
           05  FILLER                      PIC 9(1) VALUE 4.
           05  FILLER                      PIC 9(1) VALUE 5.
           05  FILLER                      PIC 9(1) VALUE 6.
           05  FILLER                      PIC 9(1) VALUE 7.
           05  FILLER                      PIC 9(1) VALUE 2.
           05  FILLER                      PIC 9(1) VALUE 3.
           05  FILLER                      PIC 9(1) VALUE 4.
           05  FILLER                      PIC 9(1) VALUE 5.
           05  FILLER                      PIC 9(1) VALUE 6.
           05  FILLER                      PIC 9(1) VALUE 7.
           05  FILLER                      PIC 9(1) VALUE 2.
           05  FILLER                      PIC 9(1) VALUE 3.
           05  FILLER                      PIC 9(1) VALUE 4.
           05  FILLER                      PIC 9(1) VALUE 5.
           05  FILLER                      PIC 9(1) VALUE 6.
           05  FILLER                      PIC 9(1) VALUE 7.
           05  FILLER                      PIC 9(1) VALUE 2.
           05  FILLER                      PIC 9(1) VALUE 3.
           05  FILLER                      PIC 9(1) VALUE 4.
           05  FILLER                      PIC 9(1) VALUE 5.
           05  FILLER                      PIC 9(1) VALUE 6.

       01  ITG-CD-WEIGHT-TABLE REDEFINES ITG-CD-WEIGHT-DATA.
           05  ITG-CD-WEIGHT               PIC 9(1) OCCURS 23 TIMES.

       01  ITG-CD-WORK-FIELDS.
           05  ITG-CD-IDX                  PIC 9(2) COMP.
           05  ITG-CD-WEIGHT-SUM           PIC 9(4) COMP.
           05  ITG-CD-QUOTIENT             PIC 9(4) COMP.
           05  ITG-CD-REMAINDER            PIC 9(2) COMP.
           05  ITG-CD-RESULT               PIC 9(2) COMP.
           05  ITG-CD-EXPECTED             PIC 9(1).

       01  ITG-CD-ALPHA-TABLE-DATA.
           05  FILLER                      PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  ITG-CD-ALPHA-TABLE REDEFINES ITG-CD-ALPHA-TABLE-DATA.
           05  ITG-CD-ALPHA-TBL            PIC X(1) OCCURS 26 TIMES.

       77  ITG-CD-ALPHA-TABLE-SIZE         PIC 9(2) COMP VALUE 26.

       01  ITG-CD-ALPHA-WORK-FIELDS.
           05  ITG-CD-ALPHA-CHAR           PIC X(1).
           05  ITG-CD-ALPHA-VALUE          PIC 9(2).
           05  ITG-CD-ALPHA-IDX            PIC 9(2) COMP.
           05  ITG-CD-ALPHA-FOUND-SWITCH   PIC X(1) VALUE "N".
               88  ALPHA-VALUE-FOUND           VALUE "Y".

      *>--------------------------------------------------------*>
      *> Gender codes as IdGenerator folds them into the check    *>
      *> digit. Its table search leaves the index one past the    *>
      *> match, so a keyed code folds as M = 2, F = 3, X = 4; a   *>
      *> blank or unknown code is issued as "X" and folds as 3.   *>
      *>--------------------------------------------------------*>
       01  ITG-GENDER-TABLE-DATA.
           05  FILLER                      PIC X(3) VALUE "MFX".

       01  ITG-GENDER-TABLE REDEFINES ITG-GENDER-TABLE-DATA.
           05  ITG-GENDER-CODE-TBL         PIC X(1) OCCURS 3 TIMES.

       77  ITG-GENDER-TABLE-SIZE           PIC 9(1) COMP VALUE 3.

       01  ITG-GENDER-WORK-FIELDS.
           05  ITG-GENDER-IDX              PIC 9(2) COMP.
           05  ITG-GENDER-FOUND-SWITCH     PIC X(1) VALUE "N".
               88  GENDER-CODE-FOUND           VALUE "Y".

      *>--------------------------------------------------------*>
      *> Far end of a replacement link, as found on the master    *>
      *> or the archive.                                          *>
      *>--------------------------------------------------------*>
       01  ITG-OTHER-END-WORK.
           05  ITG-OTH-SERIAL              PIC X(22).
           05  ITG-OTH-REPLACES            PIC X(22).
           05  ITG-OTH-REPLACED-BY         PIC X(22).

           COPY IDGNAUD.

       01  ITG-HEADING-LINE                PIC X(80)
               VALUE "IDINTEGRITYAUDIT MASTER FILE INTEGRITY AUDIT".

       01  ITG-DATE-LINE.
           05  FILLER                      PIC X(30)
               VALUE "AUDIT RUN DATE                ".
           05  ITG-DATE-VALUE              PIC X(8).
           05  FILLER                      PIC X(42) VALUE SPACES.

       01  ITG-RULE-HEADING-LINE.
           05  ITG-RULE-HDG-TITLE          PIC X(40).
           05  FILLER                      PIC X(40) VALUE SPACES.

       01  ITG-EXCEPTION-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  ITG-EXL-SERIAL              PIC X(22).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  ITG-EXL-TEXT                PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  ITG-EXL-OTHER               PIC X(22).

       01  ITG-NONE-LINE                   PIC X(80)
               VALUE "  (NONE)".

       01  ITG-TRUNCATED-LINE              PIC X(80)
               VALUE "  ** LISTING FULL - COUNTS STILL EXACT **".

       01  ITG-INCOMPLETE-LINE             PIC X(80)
               VALUE "*** AUDIT INCOMPLETE - WORK TABLE FULL ***".

       01  ITG-CLEAN-LINE                  PIC X(80)
               VALUE "MASTER FILE PASSES EVERY INTEGRITY RULE".

       01  ITG-EXCEPTIONS-LINE             PIC X(80)
               VALUE "*** MASTER FILE INTEGRITY EXCEPTIONS FOUND ***".

       01  ITG-BLANK-LINE                  PIC X(80) VALUE SPACES.

       01  ITG-TOTAL-LINE.
           05  ITG-TOT-LABEL               PIC X(30).
           05  ITG-TOT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

      *>--------------------------------------------------------*>
      *> 0000-MAINLINE                                             *>
      *>--------------------------------------------------------*>
       0000-MAINLINE.
           PERFORM 0100-REGISTER-RUN-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SWEEP-MASTER-FILE THRU 2000-EXIT.
           PERFORM 3000-CHECK-TRANSMITTALS THRU 3000-EXIT.
           PERFORM 4000-CHECK-REPLACEMENT-LINKS THRU 4000-EXIT.
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
           IF ITG-RUN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-RUN-CONTROL-FILE
               CLOSE IDGEN-RUN-CONTROL-FILE
               OPEN I-O IDGEN-RUN-CONTROL-FILE
           END-IF.
           IF ITG-RUN-STATUS NOT = "00"
               DISPLAY "IDINTEGRITYAUDIT - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " ITG-RUN-STATUS
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
           IF ITG-CTL-STATUS = "00"
               READ IDGEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IDGEN-CTL-JOB-ID-IN TO ITG-RUN-JOB-ID
                       IF IDGEN-CTL-CYCLE-DATE-IN IS NUMERIC
                          AND IDGEN-CTL-CYCLE-DATE-IN > ZERO
                           MOVE IDGEN-CTL-CYCLE-DATE-IN
                               TO ITG-RUN-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE IDGEN-CONTROL-FILE
           END-IF.
           IF ITG-RUN-CYCLE-DATE = SPACES
               ACCEPT ITG-RUN-CYCLE-DATE FROM DATE YYYYMMDD
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
           MOVE "N" TO ITG-RUN-SCAN-SWITCH.
           MOVE ITG-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = ITG-RUN-PROGRAM
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
           MOVE ITG-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE.
           MOVE ITG-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
           MOVE "N" TO ITG-RUN-ENTRY-SWITCH.
           READ IDGEN-RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-ENTRY-ON-FILE TO TRUE
           END-READ.
           IF NOT RUN-ENTRY-ON-FILE
               MOVE SPACES TO IDGEN-RUN-CONTROL-RECORD
               MOVE ITG-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE ITG-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               MOVE ZERO TO IDGEN-RCF-START-COUNT
           END-IF.
           MOVE ITG-RUN-JOB-ID TO IDGEN-RCF-JOB-ID.
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
           IF ITG-RUN-STATUS NOT = "00"
               DISPLAY "IDINTEGRITYAUDIT - UNABLE TO RECORD THE RUN "
                   "START, STATUS " ITG-RUN-STATUS
               CLOSE IDGEN-RUN-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0160-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1000-INITIALIZE - open the master and the listing; a     *>
      *> file that cannot be opened ends the job with return code  *>
      *> 8, since an audit that could not run must not read as     *>
      *> clean.                                                    *>
      *>--------------------------------------------------------*>
       1000-INITIALIZE.
           ACCEPT ITG-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE ITG-TODAY-DATE TO ITG-EXPIRY-HIGH-ALPHA.
           ADD ITG-VALIDITY-YEARS TO ITG-EXP-HIGH-YYYY.
           OPEN INPUT IDGEN-MASTER-FILE.
           IF ITG-MST-STATUS NOT = "00"
               DISPLAY "IDINTEGRITYAUDIT - UNABLE TO OPEN "
                   "IDGEN-MASTER-FILE, STATUS " ITG-MST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT IDGEN-INTEGRITY-REPORT.
           IF ITG-RPT-STATUS NOT = "00"
               DISPLAY "IDINTEGRITYAUDIT - UNABLE TO OPEN "
                   "IDGEN-INTEGRITY-REPORT, STATUS " ITG-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE ITG-REPORT-RECORD FROM ITG-HEADING-LINE.
           MOVE ITG-TODAY-DATE TO ITG-DATE-VALUE.
           WRITE ITG-REPORT-RECORD FROM ITG-DATE-LINE.
           WRITE ITG-REPORT-RECORD FROM ITG-BLANK-LINE.

       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2000-SWEEP-MASTER-FILE - one pass over the whole master   *>
      *> in key order, applying every rule that needs only the     *>
      *> entry itself and collecting what the later passes need.   *>
      *>--------------------------------------------------------*>
       2000-SWEEP-MASTER-FILE.
           MOVE "N" TO ITG-MST-EOF-SWITCH.
           MOVE LOW-VALUES TO IDGEN-MASTER-KEY.
           START IDGEN-MASTER-FILE KEY NOT < IDGEN-MASTER-KEY
               INVALID KEY
                   SET END-OF-MASTER-FILE TO TRUE
           END-START.
           PERFORM 2100-CHECK-MASTER-ENTRY THRU 2100-EXIT
               UNTIL END-OF-MASTER-FILE.

       2000-EXIT.
           EXIT.

       2100-CHECK-MASTER-ENTRY.
           READ IDGEN-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER-FILE TO TRUE
               NOT AT END
                   ADD 1 TO ITG-MASTER-READ
                   PERFORM 2200-CHECK-SERIAL-DIGIT THRU 2200-EXIT
                   PERFORM 2300-CHECK-STATUS-DATES THRU 2300-EXIT
                   PERFORM 2400-CHECK-EXPIRY-SPAN THRU 2400-EXIT
                   PERFORM 2500-COLLECT-LINK-ENTRY THRU 2500-EXIT
                   PERFORM 2600-COLLECT-CARD-ENTRY THRU 2600-EXIT
           END-READ.

       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2200-CHECK-SERIAL-DIGIT - rule 1: the MOD-11 digit in the *>
      *> master key must recompute by IdGenerator's                *>
      *> 2150-COMPUTE-CHECK-DIGIT weights and letter/gender        *>
      *> folding; a key that is not even well formed fails too.    *>
      *>--------------------------------------------------------*>
       2200-CHECK-SERIAL-DIGIT.
           MOVE IDGEN-MASTER-KEY TO ITG-SERIAL-ALPHA.
           MOVE "Y" TO ITG-SERIAL-OK-SWITCH.
           IF ITG-SER-DOY IS NOT NUMERIC
              OR ITG-SER-RECY IS NOT NUMERIC
              OR ITG-SER-BIRTH IS NOT NUMERIC
              OR ITG-SER-COUNTRY IS NOT NUMERIC
              OR ITG-SER-REGION IS NOT NUMERIC
              OR ITG-SER-SEQD IS NOT NUMERIC
              OR ITG-SER-CHECK-DIGIT IS NOT NUMERIC
               MOVE "N" TO ITG-SERIAL-OK-SWITCH
           END-IF.

           IF SERIAL-WELL-FORMED
               MOVE ITG-SER-DOY TO ITG-CD-DOY
               MOVE ITG-SER-RECY TO ITG-CD-RECY
               MOVE ITG-SER-BIRTH TO ITG-CD-BIRTH
               MOVE ITG-SER-COUNTRY TO ITG-CD-COUNTRY
               MOVE ITG-SER-REGION TO ITG-CD-REGION
               MOVE ITG-SER-SEQD TO ITG-CD-SEQ

               MOVE ITG-SER-FIRST-LETTER TO ITG-CD-ALPHA-CHAR
               PERFORM 2210-RESOLVE-LETTER THRU 2210-EXIT
               MOVE ITG-CD-ALPHA-VALUE TO ITG-CD-FIRST-LETTER

               MOVE ITG-SER-LAST-LETTER TO ITG-CD-ALPHA-CHAR
               PERFORM 2210-RESOLVE-LETTER THRU 2210-EXIT
               MOVE ITG-CD-ALPHA-VALUE TO ITG-CD-LAST-LETTER

               MOVE "N" TO ITG-GENDER-FOUND-SWITCH
               PERFORM 2230-SEARCH-GENDER-TABLE THRU 2230-EXIT
                   VARYING ITG-GENDER-IDX FROM 1 BY 1
                   UNTIL ITG-GENDER-IDX > ITG-GENDER-TABLE-SIZE
                      OR GENDER-CODE-FOUND
               IF GENDER-CODE-FOUND
                   MOVE ITG-GENDER-IDX TO ITG-CD-GENDER
               ELSE
                   MOVE "N" TO ITG-SERIAL-OK-SWITCH
               END-IF
           END-IF.

           IF SERIAL-WELL-FORMED
               PERFORM 2240-COMPUTE-EXPECTED-DIGIT THRU 2240-EXIT
      *> A blank or unknown intake gender is issued as "X" but
      *> folded as 3 rather than the 4 of a keyed "X", so an "X"
      *> serial passes on either digit.
               IF ITG-CD-EXPECTED NOT = ITG-SER-CHECK-DIGIT
                  AND ITG-SER-GENDER = "X"
                   MOVE 3 TO ITG-CD-GENDER
                   PERFORM 2240-COMPUTE-EXPECTED-DIGIT
                       THRU 2240-EXIT
               END-IF
               IF ITG-CD-EXPECTED NOT = ITG-SER-CHECK-DIGIT
                   MOVE "N" TO ITG-SERIAL-OK-SWITCH
               END-IF
           END-IF.

           IF NOT SERIAL-WELL-FORMED
               MOVE 1 TO ITG-RULE-NO
               MOVE "CHECK DIGIT MISMATCH" TO ITG-EXC-TEXT-WORK
               MOVE SPACES TO ITG-EXC-OTHER-WORK
               PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
           END-IF.

       2200-EXIT.
           EXIT.

       2210-RESOLVE-LETTER.
           MOVE ZERO TO ITG-CD-ALPHA-VALUE.
           MOVE "N" TO ITG-CD-ALPHA-FOUND-SWITCH.
           PERFORM 2211-SEARCH-ALPHA-TABLE THRU 2211-EXIT
               VARYING ITG-CD-ALPHA-IDX FROM 1 BY 1
               UNTIL ITG-CD-ALPHA-IDX > ITG-CD-ALPHA-TABLE-SIZE
                  OR ALPHA-VALUE-FOUND.
           IF NOT ALPHA-VALUE-FOUND
               MOVE "N" TO ITG-SERIAL-OK-SWITCH
           END-IF.

       2210-EXIT.
           EXIT.

       2211-SEARCH-ALPHA-TABLE.
           IF ITG-CD-ALPHA-CHAR = ITG-CD-ALPHA-TBL (ITG-CD-ALPHA-IDX)
               SET ALPHA-VALUE-FOUND TO TRUE
               MOVE ITG-CD-ALPHA-IDX TO ITG-CD-ALPHA-VALUE
           END-IF.

       2211-EXIT.
           EXIT.

       2220-ACCUMULATE-WEIGHTED-DIGIT.
           COMPUTE ITG-CD-WEIGHT-SUM =
               ITG-CD-WEIGHT-SUM
               + (ITG-CD-DIGIT (ITG-CD-IDX)
                  * ITG-CD-WEIGHT (ITG-CD-IDX)).

       2220-EXIT.
           EXIT.

       2230-SEARCH-GENDER-TABLE.
           IF ITG-SER-GENDER = ITG-GENDER-CODE-TBL (ITG-GENDER-IDX)
               SET GENDER-CODE-FOUND TO TRUE
           END-IF.

       2230-EXIT.
           EXIT.

       2240-COMPUTE-EXPECTED-DIGIT.
           MOVE ZERO TO ITG-CD-WEIGHT-SUM.
           PERFORM 2220-ACCUMULATE-WEIGHTED-DIGIT THRU 2220-EXIT
               VARYING ITG-CD-IDX FROM 1 BY 1
               UNTIL ITG-CD-IDX > 23.
           DIVIDE ITG-CD-WEIGHT-SUM BY 11
               GIVING ITG-CD-QUOTIENT REMAINDER ITG-CD-REMAINDER.
           IF ITG-CD-REMAINDER = ZERO
               MOVE ZERO TO ITG-CD-EXPECTED
           ELSE
               COMPUTE ITG-CD-RESULT = 11 - ITG-CD-REMAINDER
               IF ITG-CD-RESULT > 9
                   MOVE ZERO TO ITG-CD-EXPECTED
               ELSE
                   MOVE ITG-CD-RESULT TO ITG-CD-EXPECTED
               END-IF
           END-IF.

       2240-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2300-CHECK-STATUS-DATES - rules 2 to 4: a revoked,        *>
      *> lost/stolen, merged, or converted entry must carry the    *>
      *> date it was revoked (a merged one also its surviving      *>
      *> serial, a converted one its permanent serial), an issued  *>
      *> or temporary entry must not, and a deceased entry must    *>
      *> carry the death registry's reference.                     *>
      *>--------------------------------------------------------*>
       2300-CHECK-STATUS-DATES.
           MOVE SPACES TO ITG-EXC-OTHER-WORK.
           EVALUATE TRUE
               WHEN IDGEN-MST-REVOKED
               WHEN IDGEN-MST-LOST-STOLEN
                   IF IDGEN-MST-REVOKE-DATE = SPACES
                       MOVE 2 TO ITG-RULE-NO
                       IF IDGEN-MST-REVOKED
                           MOVE "REVOKED, NO REVOKE DATE"
                               TO ITG-EXC-TEXT-WORK
                       ELSE
                           MOVE "LOST/STOLEN, NO REVOKE DATE"
                               TO ITG-EXC-TEXT-WORK
                       END-IF
                       PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
                   END-IF
               WHEN IDGEN-MST-ISSUED
               WHEN IDGEN-MST-TEMPORARY
                   IF IDGEN-MST-REVOKE-DATE NOT = SPACES
                       MOVE 3 TO ITG-RULE-NO
                       IF IDGEN-MST-ISSUED
                           MOVE "ISSUED, REVOKE DATE"
                               TO ITG-EXC-TEXT-WORK
                       ELSE
                           MOVE "TEMPORARY, REVOKE DATE"
                               TO ITG-EXC-TEXT-WORK
                       END-IF
                       MOVE IDGEN-MST-REVOKE-DATE TO ITG-EXC-OTHER-WORK
                       PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
                   END-IF
               WHEN IDGEN-MST-MERGED
                   MOVE 2 TO ITG-RULE-NO
                   IF IDGEN-MST-REVOKE-DATE = SPACES
                       MOVE "MERGED, NO REVOKE DATE"
                           TO ITG-EXC-TEXT-WORK
                       PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
                   END-IF
                   IF IDGEN-MST-MERGED-INTO = SPACES
                       MOVE "MERGED, NO SURVIVING SERIAL"
                           TO ITG-EXC-TEXT-WORK
                       PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
                   END-IF
               WHEN IDGEN-MST-CONVERTED
                   MOVE 2 TO ITG-RULE-NO
                   IF IDGEN-MST-REVOKE-DATE = SPACES
                       MOVE "CONVERTED, NO REVOKE DATE"
                           TO ITG-EXC-TEXT-WORK
                       PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
                   END-IF
                   IF IDGEN-MST-REPLACED-BY = SPACES
                       MOVE "CONVERTED, NO PERMANENT SERIAL"
                           TO ITG-EXC-TEXT-WORK
                       PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
                   END-IF
               WHEN IDGEN-MST-DECEASED
                   IF IDGEN-MST-DEATH-REF = SPACES
                       MOVE 4 TO ITG-RULE-NO
                       MOVE "DECEASED, NO DEATH REFERENCE"
                           TO ITG-EXC-TEXT-WORK
                       PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2300-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2400-CHECK-EXPIRY-SPAN - rule 5: an expiry is only ever  *>
      *> set to the issue or renewal date plus the validity span, *>
      *> so it can be no earlier than issue-plus-span and no      *>
      *> later than today-plus-span. An entry issued before the   *>
      *> master carried expiry dates has spaces there and is not  *>
      *> an exception. A temporary or converted temporary entry   *>
      *> is held to its own short span instead.                   *>
      *>--------------------------------------------------------*>
       2400-CHECK-EXPIRY-SPAN.
           IF IDGEN-MST-EXPIRY-DATE NOT = SPACES
               MOVE 5 TO ITG-RULE-NO
               MOVE IDGEN-MST-EXPIRY-DATE TO ITG-EXC-OTHER-WORK
               IF IDGEN-MST-ISSUE-DATE IS NOT NUMERIC
                  OR IDGEN-MST-EXPIRY-DATE IS NOT NUMERIC
                   MOVE "ISSUE OR EXPIRY NOT A DATE"
                       TO ITG-EXC-TEXT-WORK
                   PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
               ELSE
               IF IDGEN-MST-TEMPORARY OR IDGEN-MST-CONVERTED
                   MOVE IDGEN-MST-ISSUE-DATE TO ITG-EXPIRY-LOW-ALPHA
                   ADD ITG-TEMP-SPAN-YEARS TO ITG-EXP-LOW-YYYY
                   IF IDGEN-MST-EXPIRY-DATE NOT > IDGEN-MST-ISSUE-DATE
                      OR IDGEN-MST-EXPIRY-DATE > ITG-EXPIRY-LOW-ALPHA
                       MOVE "TEMPORARY EXPIRY OUT OF SPAN"
                           TO ITG-EXC-TEXT-WORK
                       PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
                   END-IF
               ELSE
                   MOVE IDGEN-MST-ISSUE-DATE TO ITG-EXPIRY-LOW-ALPHA
                   ADD ITG-VALIDITY-YEARS TO ITG-EXP-LOW-YYYY
                   IF IDGEN-MST-EXPIRY-DATE < ITG-EXPIRY-LOW-ALPHA
                       MOVE "EXPIRY SHORT OF ISSUE + SPAN"
                           TO ITG-EXC-TEXT-WORK
                       PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
                   ELSE
                       IF IDGEN-MST-EXPIRY-DATE
                              > ITG-EXPIRY-HIGH-ALPHA
                           MOVE "EXPIRY BEYOND TODAY + SPAN"
                               TO ITG-EXC-TEXT-WORK
                           PERFORM 2900-RECORD-EXCEPTION
                               THRU 2900-EXIT
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

       2400-EXIT.
           EXIT.

       2500-COLLECT-LINK-ENTRY.
           IF IDGEN-MST-REPLACES NOT = SPACES
              OR IDGEN-MST-REPLACED-BY NOT = SPACES
               IF ITG-LINK-COUNT >= ITG-LINK-TABLE-MAX
                   IF NOT AUDIT-INCOMPLETE
                       DISPLAY "IDINTEGRITYAUDIT - LINK TABLE FULL "
                           "AT " ITG-LINK-TABLE-MAX " ENTRIES"
                   END-IF
                   SET AUDIT-INCOMPLETE TO TRUE
               ELSE
                   ADD 1 TO ITG-LINK-COUNT
                   MOVE IDGEN-MASTER-KEY
                       TO ITG-LNK-SERIAL (ITG-LINK-COUNT)
                   MOVE IDGEN-MST-REPLACES
                       TO ITG-LNK-REPLACES (ITG-LINK-COUNT)
                   MOVE IDGEN-MST-REPLACED-BY
                       TO ITG-LNK-REPLACED-BY (ITG-LINK-COUNT)
               END-IF
           END-IF.

       2500-EXIT.
           EXIT.

       2600-COLLECT-CARD-ENTRY.
           IF NOT IDGEN-MST-CARD-PENDING
               IF ITG-CARD-COUNT >= ITG-CARD-TABLE-MAX
                   IF NOT AUDIT-INCOMPLETE
                       DISPLAY "IDINTEGRITYAUDIT - CARD TABLE FULL "
                           "AT " ITG-CARD-TABLE-MAX " ENTRIES"
                   END-IF
                   SET AUDIT-INCOMPLETE TO TRUE
               ELSE
                   ADD 1 TO ITG-CARD-COUNT
                   MOVE IDGEN-MASTER-KEY
                       TO ITG-CRD-SERIAL (ITG-CARD-COUNT)
                   MOVE "N" TO ITG-CRD-SENT-SWITCH (ITG-CARD-COUNT)
               END-IF
           END-IF.

       2600-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2900-RECORD-EXCEPTION - counts the exception against its  *>
      *> rule (ITG-RULE-NO) and holds it for the listing, with the *>
      *> text and related value staged by the caller.              *>
      *>--------------------------------------------------------*>
       2900-RECORD-EXCEPTION.
           ADD 1 TO ITG-RULE-EXCEPTIONS (ITG-RULE-NO).
           ADD 1 TO ITG-EXCEPTIONS-TOTAL.
           IF ITG-EXC-COUNT >= ITG-EXC-TABLE-MAX
               ADD 1 TO ITG-EXC-DROPPED
           ELSE
               ADD 1 TO ITG-EXC-COUNT
               MOVE ITG-RULE-NO TO ITG-EXC-RULE (ITG-EXC-COUNT)
               MOVE IDGEN-MASTER-KEY TO ITG-EXC-SERIAL (ITG-EXC-COUNT)
               MOVE ITG-EXC-TEXT-WORK TO ITG-EXC-TEXT (ITG-EXC-COUNT)
               MOVE ITG-EXC-OTHER-WORK
                   TO ITG-EXC-OTHER (ITG-EXC-COUNT)
           END-IF.

       2900-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 3000-CHECK-TRANSMITTALS - rule 7: the bureau can only     *>
      *> acknowledge a card it was sent, and every transmittal     *>
      *> detail IdGenerator cuts is audited (ISSUE, REISSUE,       *>
      *> RENEW, REPLACE, TEMPISS, CONVERT). The live trail and the *>
      *> year-end audit archive are both read; a carded entry no   *>
      *> such line names has a card status with no card behind    *>
      *> it.                                                       *>
      *>--------------------------------------------------------*>
       3000-CHECK-TRANSMITTALS.
           OPEN INPUT IDGEN-AUDIT-FILE.
           IF ITG-AUD-STATUS = "00"
               MOVE "N" TO ITG-AUD-EOF-SWITCH
               PERFORM 3100-READ-AUDIT-LINE THRU 3100-EXIT
                   UNTIL END-OF-AUDIT-FILE
               CLOSE IDGEN-AUDIT-FILE
           END-IF.
           OPEN INPUT IDGEN-AUDIT-ARCHIVE.
           IF ITG-AUA-STATUS = "00"
               MOVE "N" TO ITG-AUD-EOF-SWITCH
               PERFORM 3110-READ-ARCHIVED-LINE THRU 3110-EXIT
                   UNTIL END-OF-AUDIT-FILE
               CLOSE IDGEN-AUDIT-ARCHIVE
           END-IF.
           PERFORM 3300-LIST-UNSENT-CARD THRU 3300-EXIT
               VARYING ITG-CRD-IDX FROM 1 BY 1
               UNTIL ITG-CRD-IDX > ITG-CARD-COUNT.

       3000-EXIT.
           EXIT.

       3100-READ-AUDIT-LINE.
           READ IDGEN-AUDIT-FILE
               AT END
                   SET END-OF-AUDIT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO ITG-AUDIT-READ
                   MOVE ITG-AUDIT-RECORD TO IDGEN-AUDIT-LINE
                   PERFORM 3200-MARK-TRANSMITTED THRU 3200-EXIT
           END-READ.

       3100-EXIT.
           EXIT.

       3110-READ-ARCHIVED-LINE.
           READ IDGEN-AUDIT-ARCHIVE
               AT END
                   SET END-OF-AUDIT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO ITG-AUDIT-READ
                   MOVE ITG-AUDIT-ARCHIVE-RECORD TO IDGEN-AUDIT-LINE
                   PERFORM 3200-MARK-TRANSMITTED THRU 3200-EXIT
           END-READ.

       3110-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 3200-MARK-TRANSMITTED - halves the key-ordered card table *>
      *> down to the audited serial and marks it sent.             *>
      *>--------------------------------------------------------*>
       3200-MARK-TRANSMITTED.
           IF IDGEN-AUD-ACTION = "ISSUE"
              OR IDGEN-AUD-ACTION = "REISSUE"
              OR IDGEN-AUD-ACTION = "RENEW"
              OR IDGEN-AUD-ACTION = "REPLACE"
              OR IDGEN-AUD-ACTION = "TEMPISS"
              OR IDGEN-AUD-ACTION = "CONVERT"
               MOVE "N" TO ITG-CARD-FOUND-SWITCH
               MOVE 1 TO ITG-CRD-LOW
               MOVE ITG-CARD-COUNT TO ITG-CRD-HIGH
               PERFORM 3210-HALVE-CARD-RANGE THRU 3210-EXIT
                   UNTIL CARD-ENTRY-FOUND
                      OR ITG-CRD-LOW > ITG-CRD-HIGH
           END-IF.

       3200-EXIT.
           EXIT.

       3210-HALVE-CARD-RANGE.
           COMPUTE ITG-CRD-MID = (ITG-CRD-LOW + ITG-CRD-HIGH) / 2.
           EVALUATE TRUE
               WHEN ITG-CRD-SERIAL (ITG-CRD-MID) = IDGEN-AUD-SERIAL
                   SET CARD-ENTRY-FOUND TO TRUE
                   SET ITG-CRD-TRANSMITTED (ITG-CRD-MID) TO TRUE
               WHEN ITG-CRD-SERIAL (ITG-CRD-MID) < IDGEN-AUD-SERIAL
                   COMPUTE ITG-CRD-LOW = ITG-CRD-MID + 1
               WHEN ITG-CRD-MID = 1
                   MOVE ZERO TO ITG-CRD-HIGH
               WHEN OTHER
                   COMPUTE ITG-CRD-HIGH = ITG-CRD-MID - 1
           END-EVALUATE.

       3210-EXIT.
           EXIT.

       3300-LIST-UNSENT-CARD.
           ADD 1 TO ITG-CARDS-CHECKED.
           IF NOT ITG-CRD-TRANSMITTED (ITG-CRD-IDX)
               MOVE ITG-CRD-SERIAL (ITG-CRD-IDX) TO IDGEN-MASTER-KEY
               MOVE 7 TO ITG-RULE-NO
               MOVE "CARD STATUS, NO TRANSMITTAL" TO ITG-EXC-TEXT-WORK
               MOVE SPACES TO ITG-EXC-OTHER-WORK
               PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
           END-IF.

       3300-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 4000-CHECK-REPLACEMENT-LINKS - rule 6: each pointer must  *>
      *> land on an entry (live, or archived by the year-end job)  *>
      *> whose opposite pointer names this entry back. The lost    *>
      *> entry's REPLACED-BY and the replacement's REPLACES are    *>
      *> written together by IdGenerator, so either end alone is   *>
      *> a broken chain.                                           *>
      *>--------------------------------------------------------*>
       4000-CHECK-REPLACEMENT-LINKS.
           PERFORM 4100-CHECK-LINK-ENTRY THRU 4100-EXIT
               VARYING ITG-LNK-IDX FROM 1 BY 1
               UNTIL ITG-LNK-IDX > ITG-LINK-COUNT.

       4000-EXIT.
           EXIT.

       4100-CHECK-LINK-ENTRY.
           ADD 1 TO ITG-LINKS-CHECKED.
           MOVE 6 TO ITG-RULE-NO.
           IF ITG-LNK-REPLACED-BY (ITG-LNK-IDX) NOT = SPACES
               MOVE ITG-LNK-REPLACED-BY (ITG-LNK-IDX)
                   TO ITG-OTH-SERIAL
               PERFORM 4200-FIND-OTHER-END THRU 4200-EXIT
               MOVE ITG-LNK-SERIAL (ITG-LNK-IDX) TO IDGEN-MASTER-KEY
               MOVE ITG-LNK-REPLACED-BY (ITG-LNK-IDX)
                   TO ITG-EXC-OTHER-WORK
               IF NOT OTHER-END-FOUND
                   MOVE "REPLACED-BY NOT ON FILE"
                       TO ITG-EXC-TEXT-WORK
                   PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
               ELSE
                   IF ITG-OTH-REPLACES
                          NOT = ITG-LNK-SERIAL (ITG-LNK-IDX)
                       MOVE "REPLACED-BY DOES NOT POINT BACK"
                           TO ITG-EXC-TEXT-WORK
                       PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
                   END-IF
               END-IF
           END-IF.
           IF ITG-LNK-REPLACES (ITG-LNK-IDX) NOT = SPACES
               MOVE ITG-LNK-REPLACES (ITG-LNK-IDX) TO ITG-OTH-SERIAL
               PERFORM 4200-FIND-OTHER-END THRU 4200-EXIT
               MOVE ITG-LNK-SERIAL (ITG-LNK-IDX) TO IDGEN-MASTER-KEY
               MOVE ITG-LNK-REPLACES (ITG-LNK-IDX)
                   TO ITG-EXC-OTHER-WORK
               IF NOT OTHER-END-FOUND
                   MOVE "REPLACES NOT ON FILE" TO ITG-EXC-TEXT-WORK
                   PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
               ELSE
                   IF ITG-OTH-REPLACED-BY
                          NOT = ITG-LNK-SERIAL (ITG-LNK-IDX)
                       MOVE "REPLACES DOES NOT POINT BACK"
                           TO ITG-EXC-TEXT-WORK
                       PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
                   END-IF
               END-IF
           END-IF.

       4100-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 4200-FIND-OTHER-END - keyed read on the live master,      *>
      *> falling through to the archive image file; no archive on  *>
      *> disk just means nothing was ever purged.                  *>
      *>--------------------------------------------------------*>
       4200-FIND-OTHER-END.
           MOVE "N" TO ITG-FOUND-SWITCH.
           MOVE ITG-OTH-SERIAL TO IDGEN-MASTER-KEY.
           READ IDGEN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET OTHER-END-FOUND TO TRUE
                   MOVE IDGEN-MST-REPLACES TO ITG-OTH-REPLACES
                   MOVE IDGEN-MST-REPLACED-BY TO ITG-OTH-REPLACED-BY
           END-READ.
           IF NOT OTHER-END-FOUND
               MOVE "N" TO ITG-MSA-EOF-SWITCH
               OPEN INPUT IDGEN-MASTER-ARCHIVE
               IF ITG-MSA-STATUS = "00"
                   PERFORM 4210-READ-ARCHIVE-RECORD THRU 4210-EXIT
                       UNTIL END-OF-ARCHIVE-FILE OR OTHER-END-FOUND
                   CLOSE IDGEN-MASTER-ARCHIVE
               END-IF
           END-IF.

       4200-EXIT.
           EXIT.

       4210-READ-ARCHIVE-RECORD.
           READ IDGEN-MASTER-ARCHIVE
               AT END
                   SET END-OF-ARCHIVE-FILE TO TRUE
               NOT AT END
                   IF ITG-ARCHIVE-RECORD (1:22) = ITG-OTH-SERIAL
                       SET OTHER-END-FOUND TO TRUE
                       MOVE ITG-ARCHIVE-RECORD TO IDGEN-MASTER-RECORD
                       MOVE IDGEN-MST-REPLACES TO ITG-OTH-REPLACES
                       MOVE IDGEN-MST-REPLACED-BY
                           TO ITG-OTH-REPLACED-BY
                   END-IF
           END-READ.

       4210-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 9000-TERMINATE - the exceptions listing, one section per  *>
      *> rule with its count, then the totals. Any exception (or   *>
      *> an audit cut short by a full work table) ends the job     *>
      *> with return code 8.                                       *>
      *>--------------------------------------------------------*>
       9000-TERMINATE.
           PERFORM 9100-LIST-RULE-SECTION THRU 9100-EXIT
               VARYING ITG-RULE-IDX FROM 1 BY 1
               UNTIL ITG-RULE-IDX > ITG-RULE-COUNT-MAX.
           IF ITG-EXC-DROPPED > ZERO
               WRITE ITG-REPORT-RECORD FROM ITG-TRUNCATED-LINE
               WRITE ITG-REPORT-RECORD FROM ITG-BLANK-LINE
           END-IF.

           MOVE "MASTER ENTRIES READ..........:" TO ITG-TOT-LABEL.
           MOVE ITG-MASTER-READ TO ITG-TOT-VALUE.
           WRITE ITG-REPORT-RECORD FROM ITG-TOTAL-LINE.

           MOVE "REPLACEMENT LINKS CHECKED....:" TO ITG-TOT-LABEL.
           MOVE ITG-LINKS-CHECKED TO ITG-TOT-VALUE.
           WRITE ITG-REPORT-RECORD FROM ITG-TOTAL-LINE.

           MOVE "CARD STATUSES CHECKED........:" TO ITG-TOT-LABEL.
           MOVE ITG-CARDS-CHECKED TO ITG-TOT-VALUE.
           WRITE ITG-REPORT-RECORD FROM ITG-TOTAL-LINE.

           MOVE "AUDIT LINES READ.............:" TO ITG-TOT-LABEL.
           MOVE ITG-AUDIT-READ TO ITG-TOT-VALUE.
           WRITE ITG-REPORT-RECORD FROM ITG-TOTAL-LINE.

           MOVE "EXCEPTIONS, ALL RULES........:" TO ITG-TOT-LABEL.
           MOVE ITG-EXCEPTIONS-TOTAL TO ITG-TOT-VALUE.
           WRITE ITG-REPORT-RECORD FROM ITG-TOTAL-LINE.

           WRITE ITG-REPORT-RECORD FROM ITG-BLANK-LINE.
           IF AUDIT-INCOMPLETE
               WRITE ITG-REPORT-RECORD FROM ITG-INCOMPLETE-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF ITG-EXCEPTIONS-TOTAL = ZERO
               WRITE ITG-REPORT-RECORD FROM ITG-CLEAN-LINE
           ELSE
               WRITE ITG-REPORT-RECORD FROM ITG-EXCEPTIONS-LINE
               DISPLAY "IDINTEGRITYAUDIT - " ITG-EXCEPTIONS-TOTAL
                   " MASTER INTEGRITY EXCEPTIONS"
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE IDGEN-MASTER-FILE.
           CLOSE IDGEN-INTEGRITY-REPORT.

       9000-EXIT.
           EXIT.

       9100-LIST-RULE-SECTION.
           MOVE ITG-RULE-TITLE (ITG-RULE-IDX) TO ITG-RULE-HDG-TITLE.
           WRITE ITG-REPORT-RECORD FROM ITG-RULE-HEADING-LINE.
           IF ITG-RULE-EXCEPTIONS (ITG-RULE-IDX) = ZERO
               WRITE ITG-REPORT-RECORD FROM ITG-NONE-LINE
           ELSE
               PERFORM 9110-LIST-RULE-EXCEPTION THRU 9110-EXIT
                   VARYING ITG-EXC-IDX FROM 1 BY 1
                   UNTIL ITG-EXC-IDX > ITG-EXC-COUNT
           END-IF.
           MOVE "  EXCEPTIONS UNDER RULE......:" TO ITG-TOT-LABEL.
           MOVE ITG-RULE-EXCEPTIONS (ITG-RULE-IDX) TO ITG-TOT-VALUE.
           WRITE ITG-REPORT-RECORD FROM ITG-TOTAL-LINE.
           WRITE ITG-REPORT-RECORD FROM ITG-BLANK-LINE.

       9100-EXIT.
           EXIT.

       9110-LIST-RULE-EXCEPTION.
           IF ITG-EXC-RULE (ITG-EXC-IDX) = ITG-RULE-IDX
               MOVE ITG-EXC-SERIAL (ITG-EXC-IDX) TO ITG-EXL-SERIAL
               MOVE ITG-EXC-TEXT (ITG-EXC-IDX) TO ITG-EXL-TEXT
               MOVE ITG-EXC-OTHER (ITG-EXC-IDX) TO ITG-EXL-OTHER
               WRITE ITG-REPORT-RECORD FROM ITG-EXCEPTION-LINE
           END-IF.

       9110-EXIT.
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
           IF ITG-RUN-STATUS NOT = "00"
               DISPLAY "IDINTEGRITYAUDIT - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " ITG-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ITG-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE ITG-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               READ IDGEN-RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "IDINTEGRITYAUDIT - RUN START ENTRY NOT "
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
           MOVE ITG-MASTER-READ TO IDGEN-RCF-TLY-VALUE (1).
           MOVE "EXCEPTIONS" TO IDGEN-RCF-TLY-LABEL (2).
           MOVE ITG-EXCEPTIONS-TOTAL TO IDGEN-RCF-TLY-VALUE (2).
           REWRITE IDGEN-RUN-CONTROL-RECORD.
           IF ITG-RUN-STATUS NOT = "00"
               DISPLAY "IDINTEGRITYAUDIT - UNABLE TO RECORD THE RUN "
                   "COMPLETION, STATUS " ITG-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9910-EXIT.
           EXIT.
