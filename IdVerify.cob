       IDENTIFICATION DIVISION.
       PROGRAM-ID. IdVerify.
       AUTHOR. Saythek.
       INSTALLATION. NATIONAL REGISTRY DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *>--------------------------------------------------------*>
      *> MODIFICATION HISTORY                                     *>
      *>   2026-10-15  SK  Initial version: batch card             *>
      *>                   verification for outside agencies       *>
      *>                   (banks, border control, benefits).      *>
      *>                   Reads an agency request file under      *>
      *>                   VHD/VTR controls, each detail a         *>
      *>                   presented serial plus the name and      *>
      *>                   birth year the holder claims, and       *>
      *>                   returns one machine-readable verdict    *>
      *>                   per request: MOD-11 check digit, live   *>
      *>                   master or archive, status, expiry,      *>
      *>                   name / birth-year match, and the        *>
      *>                   replacement serial for a lost/stolen    *>
      *>                   card. Every verification is audited     *>
      *>                   with the requesting agency.             *>
      *>   2026-10-15  SK  A merged duplicate answers as revoked;   *>
      *>                   the merge is internal to the registry.   *>
      *>   2026-10-15  SK  A temporary ID answers T; a converted one*>
      *>                   answers as revoked with the permanent    *>
      *>                   serial in the replacement column.        *>
      *>   2026-10-15  SK  Registers its start and completion on   *>
      *>                   the run-control file IDGENRUN.DAT       *>
      *>                   against the parameter card's cycle      *>
      *>                   date.                                   *>
      *>   2026-10-15  SK  A serial with gender "X" now passes the *>
      *>                   check digit on either fold IdGenerator  *>
      *>                   uses: 4 for a keyed "X", 3 for a        *>
      *>                   defaulted gender.                       *>
      *>   2026-10-15  SK  The parameter card is read once, for    *>
      *>                   run registration, and the audit lines   *>
      *>                   are stamped with the job id taken       *>
      *>                   there.                                  *>
      *>--------------------------------------------------------*>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDGEN-VERIFY-FILE ASSIGN TO "IDGENVRQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VFY-REQ-STATUS.

           SELECT IDGEN-MASTER-FILE ASSIGN TO "IDGENMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-MASTER-KEY
               ALTERNATE RECORD KEY IS IDGEN-MST-SOURCE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IDGEN-MST-PERSON-ID
                   WITH DUPLICATES
               FILE STATUS IS VFY-MST-STATUS.

           SELECT IDGEN-MASTER-ARCHIVE ASSIGN TO "IDGENMSA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VFY-MSA-STATUS.

           SELECT IDGEN-VERDICT-FILE ASSIGN TO "IDGENVRS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VFY-VRS-STATUS.

           SELECT IDGEN-AUDIT-FILE ASSIGN TO "IDGENAUD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VFY-AUD-STATUS.

           SELECT IDGEN-CONTROL-FILE ASSIGN TO "IDGENCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VFY-CTL-STATUS.

           SELECT IDGEN-VERIFY-REPORT ASSIGN TO "IDGENVRP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VFY-RPT-STATUS.

           SELECT IDGEN-RUN-CONTROL-FILE ASSIGN TO "IDGENRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-RCF-KEY
               ALTERNATE RECORD KEY IS IDGEN-RCF-PROGRAM
                   WITH DUPLICATES
               FILE STATUS IS VFY-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>--------------------------------------------------------*>
      *> The agency's request file: one VHD header naming the     *>
      *> requesting agency, one VDT detail per card presented,    *>
      *> and one VTR trailer carrying the detail count, verified  *>
      *> before any verdict is returned so a truncated file       *>
      *> fails loudly.                                            *>
      *>--------------------------------------------------------*>
       FD  IDGEN-VERIFY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VFY-HEADER-RECORD.
           05  VFY-HDR-TYPE                PIC X(3).
           05  VFY-HDR-AGENCY              PIC X(3).
           05  VFY-HDR-DATE                PIC X(8).
           05  FILLER                      PIC X(66).
       01  VFY-DETAIL-RECORD.
           05  VFY-DTL-TYPE                PIC X(3).
           05  VFY-DTL-SERIAL              PIC X(22).
           05  VFY-DTL-SURNAME             PIC X(20).
           05  VFY-DTL-GIVEN-NAME          PIC X(15).
           05  VFY-DTL-BIRTH-YEAR          PIC X(4).
           05  VFY-DTL-REFERENCE           PIC X(10).
      *>       The agency's own reference for the request, echoed
      *>       on the verdict so they can match answers to asks.
           05  FILLER                      PIC X(6).
       01  VFY-TRAILER-RECORD.
           05  VFY-TRL-TYPE                PIC X(3).
           05  VFY-TRL-COUNT               PIC 9(7).
           05  FILLER                      PIC X(70).

       FD  IDGEN-MASTER-FILE.
           COPY IDGNMST.

      *>--------------------------------------------------------*>
      *> Archived master entries rolled off the live file by the  *>
      *> year-end archive job: fixed 200-byte images with the     *>
      *> live layout in the leading bytes.                        *>
      *>--------------------------------------------------------*>
       FD  IDGEN-MASTER-ARCHIVE
           RECORD CONTAINS 200 CHARACTERS.
       01  VFY-ARCHIVE-RECORD              PIC X(200).

      *>--------------------------------------------------------*>
      *> Verdict file returned to the agency: a VRH header, one   *>
      *> VRD verdict per VDT request in request order, and a VRT  *>
      *> trailer with the verdict count. Every flag is a single   *>
      *> fixed column so the agency's systems read it without a   *>
      *> parser.                                                  *>
      *>--------------------------------------------------------*>
       FD  IDGEN-VERDICT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VFY-VERDICT-HEADER.
           05  VFY-VRH-TYPE                PIC X(3).
           05  VFY-VRH-AGENCY              PIC X(3).
           05  VFY-VRH-DATE                PIC X(8).
           05  FILLER                      PIC X(66).
       01  VFY-VERDICT-RECORD.
           05  VFY-VRD-TYPE                PIC X(3).
           05  VFY-VRD-SERIAL              PIC X(22).
           05  VFY-VRD-REFERENCE           PIC X(10).
           05  VFY-VRD-CHECK-DIGIT         PIC X(1).
      *>       "Y" = MOD-11 check digit recomputes, "N" = it does
      *>       not (or the serial is not well formed)
           05  VFY-VRD-ON-FILE             PIC X(1).
      *>       "M" = on the live master, "A" = on the year-end
      *>       archive only, "N" = never issued
           05  VFY-VRD-STATUS              PIC X(1).
      *>       IDGEN-MST-STATUS-CODE as held on file (I / R / D /
      *>       L / T), blank when the serial is not on file; a
      *>       merged duplicate or a converted temporary ID is
      *>       returned as R
           05  VFY-VRD-EXPIRED             PIC X(1).
      *>       "Y" = past IDGEN-MST-EXPIRY-DATE, "N" = not
           05  VFY-VRD-NAME-MATCH          PIC X(1).
      *>       "Y" = surname and given name both match the entry
           05  VFY-VRD-BIRTH-MATCH         PIC X(1).
      *>       "Y" = claimed birth year matches the entry
           05  VFY-VRD-EXPIRY-DATE         PIC X(8).
           05  VFY-VRD-REPLACED-BY         PIC X(22).
      *>       Replacement serial, lost/stolen entries only, or
      *>       the permanent serial of a converted temporary ID
           05  FILLER                      PIC X(9).
       01  VFY-VERDICT-TRAILER.
           05  VFY-VRT-TYPE                PIC X(3).
           05  VFY-VRT-COUNT               PIC 9(7).
           05  FILLER                      PIC X(70).

       FD  IDGEN-AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VFY-AUDIT-RECORD                PIC X(80).

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

       FD  IDGEN-VERIFY-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  VFY-REPORT-RECORD               PIC X(80).

       FD  IDGEN-RUN-CONTROL-FILE.
           COPY IDGNRUN.

       WORKING-STORAGE SECTION.

       01  VFY-FILE-STATUSES.
           05  VFY-REQ-STATUS              PIC X(2) VALUE SPACES.
           05  VFY-MST-STATUS              PIC X(2) VALUE SPACES.
           05  VFY-MSA-STATUS              PIC X(2) VALUE SPACES.
           05  VFY-VRS-STATUS              PIC X(2) VALUE SPACES.
           05  VFY-AUD-STATUS              PIC X(2) VALUE SPACES.
           05  VFY-CTL-STATUS              PIC X(2) VALUE SPACES.
           05  VFY-RPT-STATUS              PIC X(2) VALUE SPACES.
           05  VFY-RUN-STATUS              PIC X(2) VALUE SPACES.

       01  VFY-SWITCHES.
           05  VFY-EOF-SWITCH              PIC X(1) VALUE "N".
               88  END-OF-REQUEST-FILE         VALUE "Y".
           05  VFY-FOUND-SWITCH            PIC X(1) VALUE "N".
               88  MASTER-ENTRY-FOUND          VALUE "Y".
           05  VFY-MSA-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-ARCHIVE-FILE         VALUE "Y".
           05  VFY-BATCH-OK-SWITCH         PIC X(1) VALUE "Y".
               88  VFY-CONTROLS-OK             VALUE "Y".
               88  VFY-CONTROLS-FAILED         VALUE "N".
           05  VFY-HEADER-SWITCH           PIC X(1) VALUE "N".
               88  VFY-HEADER-SEEN             VALUE "Y".
           05  VFY-TRAILER-SWITCH          PIC X(1) VALUE "N".
               88  VFY-TRAILER-SEEN            VALUE "Y".
           05  VFY-DETAIL-READ-SWITCH      PIC X(1) VALUE "N".
               88  DETAIL-RECORD-READ          VALUE "Y".
           05  VFY-SERIAL-OK-SWITCH        PIC X(1) VALUE "Y".
               88  SERIAL-WELL-FORMED          VALUE "Y".

      *>--------------------------------------------------------*>
      *> Run-control registration: this job's entry on             *>
      *> IDGEN-RUN-CONTROL-FILE, keyed by cycle date and program,  *>
      *> and the fields used to look up the runs of the jobs it    *>
      *> depends on.                                               *>
      *>--------------------------------------------------------*>
       01  VFY-RUN-CONTROL-FIELDS.
           05  VFY-RUN-PROGRAM             PIC X(20)
               VALUE "IdVerify".
           05  VFY-RUN-JOB-ID              PIC X(8) VALUE "IDGEN001".
           05  VFY-RUN-CYCLE-DATE          PIC X(8) VALUE SPACES.
           05  VFY-RUN-SCAN-SWITCH         PIC X(1) VALUE "N".
               88  END-OF-RUN-SCAN             VALUE "Y".
           05  VFY-RUN-ENTRY-SWITCH        PIC X(1) VALUE "N".
               88  RUN-ENTRY-ON-FILE           VALUE "Y".

       77  VFY-AGENCY-ID                   PIC X(3) VALUE SPACES.
       77  VFY-TODAY-DATE                  PIC X(8) VALUE SPACES.

       01  VFY-CONTROL-FIELDS.
           05  VFY-SCAN-COUNT              PIC 9(7) COMP VALUE ZERO.
           05  VFY-TRL-COUNT-SAVED         PIC 9(7) COMP VALUE ZERO.

       01  VFY-COUNTERS.
           05  VFY-REQUESTS-READ           PIC 9(7) COMP VALUE ZERO.
           05  VFY-VERDICTS-WRITTEN        PIC 9(7) COMP VALUE ZERO.
           05  VFY-CHECK-DIGIT-FAILED      PIC 9(7) COMP VALUE ZERO.
           05  VFY-ON-MASTER               PIC 9(7) COMP VALUE ZERO.
           05  VFY-ON-ARCHIVE              PIC 9(7) COMP VALUE ZERO.
           05  VFY-NOT-ON-FILE             PIC 9(7) COMP VALUE ZERO.
           05  VFY-NOT-ISSUED-STATUS       PIC 9(7) COMP VALUE ZERO.
           05  VFY-EXPIRED-CARDS           PIC 9(7) COMP VALUE ZERO.
           05  VFY-NAME-MISMATCHES         PIC 9(7) COMP VALUE ZERO.
           05  VFY-BIRTH-MISMATCHES        PIC 9(7) COMP VALUE ZERO.

      *>--------------------------------------------------------*>
      *> The presented serial broken out into the same fields     *>
      *> IdGenerator builds it from, so the MOD-11 check digit    *>
      *> is recomputed exactly as 2150-COMPUTE-CHECK-DIGIT        *>
      *> computed it at issue time.                               *>
      *>--------------------------------------------------------*>
       01  VFY-SERIAL-WORK.
           05  VFY-SER-DOY                 PIC 9(3).
           05  VFY-SER-RECY                PIC 9(4).
           05  VFY-SER-FIRST-LETTER        PIC X(1).
           05  VFY-SER-LAST-LETTER         PIC X(1).
           05  VFY-SER-BIRTH               PIC 9(4).
           05  VFY-SER-COUNTRY             PIC 9(3).
           05  VFY-SER-REGION              PIC 9(3).
           05  VFY-SER-GENDER              PIC X(1).
           05  VFY-SER-SEQD                PIC 9(1).
           05  VFY-SER-CHECK-DIGIT         PIC 9(1).

       01  VFY-SERIAL-ALPHA REDEFINES VFY-SERIAL-WORK
               PIC X(22).

       01  VFY-CHECK-DIGIT-WORK.
           05  VFY-CD-DOY                  PIC 9(3).
           05  VFY-CD-RECY                 PIC 9(4).
           05  VFY-CD-BIRTH                PIC 9(4).
           05  VFY-CD-COUNTRY              PIC 9(3).
           05  VFY-CD-REGION               PIC 9(3).
           05  VFY-CD-FIRST-LETTER         PIC 9(2).
           05  VFY-CD-LAST-LETTER          PIC 9(2).
           05  VFY-CD-GENDER               PIC 9(1).
           05  VFY-CD-SEQ                  PIC 9(1).

       01  VFY-CD-DIGIT-TABLE REDEFINES VFY-CHECK-DIGIT-WORK.
           05  VFY-CD-DIGIT                PIC 9(1) OCCURS 23 TIMES.

       01  VFY-CD-WEIGHT-DATA.
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

       01  VFY-CD-WEIGHT-TABLE REDEFINES VFY-CD-WEIGHT-DATA.
           05  VFY-CD-WEIGHT               PIC 9(1) OCCURS 23 TIMES.

       01  VFY-CD-WORK-FIELDS.
           05  VFY-CD-IDX                  PIC 9(2) COMP.
           05  VFY-CD-WEIGHT-SUM           PIC 9(4) COMP.
           05  VFY-CD-QUOTIENT             PIC 9(4) COMP.
           05  VFY-CD-REMAINDER            PIC 9(2) COMP.
           05  VFY-CD-RESULT               PIC 9(2) COMP.
           05  VFY-CD-EXPECTED             PIC 9(1).

       01  VFY-CD-ALPHA-TABLE-DATA.
           05  FILLER                      PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  VFY-CD-ALPHA-TABLE REDEFINES VFY-CD-ALPHA-TABLE-DATA.
           05  VFY-CD-ALPHA-TBL            PIC X(1) OCCURS 26 TIMES.

       77  VFY-CD-ALPHA-TABLE-SIZE         PIC 9(2) COMP VALUE 26.

       01  VFY-CD-ALPHA-WORK-FIELDS.
           05  VFY-CD-ALPHA-CHAR           PIC X(1).
           05  VFY-CD-ALPHA-VALUE          PIC 9(2).
           05  VFY-CD-ALPHA-IDX            PIC 9(2) COMP.
           05  VFY-CD-ALPHA-FOUND-SWITCH   PIC X(1) VALUE "N".
               88  ALPHA-VALUE-FOUND           VALUE "Y".

      *>--------------------------------------------------------*>
      *> Gender codes as IdGenerator folds them into the check    *>
      *> digit. Its table search leaves the index one past the    *>
      *> match, so a keyed code folds as M = 2, F = 3, X = 4; a   *>
      *> blank or unknown code is issued as "X" and folds as 3.   *>
      *>--------------------------------------------------------*>
       01  VFY-GENDER-TABLE-DATA.
           05  FILLER                      PIC X(3) VALUE "MFX".

       01  VFY-GENDER-TABLE REDEFINES VFY-GENDER-TABLE-DATA.
           05  VFY-GENDER-CODE-TBL         PIC X(1) OCCURS 3 TIMES.

       77  VFY-GENDER-TABLE-SIZE           PIC 9(1) COMP VALUE 3.

       01  VFY-GENDER-WORK-FIELDS.
           05  VFY-GENDER-IDX              PIC 9(2) COMP.
           05  VFY-GENDER-FOUND-SWITCH     PIC X(1) VALUE "N".
               88  GENDER-CODE-FOUND           VALUE "Y".

           COPY IDGNAUD.

       01  VFY-HEADING-LINE                PIC X(80)
               VALUE "IDVERIFY AGENCY CARD VERIFICATION".

       01  VFY-AGENCY-LINE.
           05  FILLER                      PIC X(20)
               VALUE "REQUESTING AGENCY: ".
           05  VFY-AGY-ID                  PIC X(3).
           05  FILLER                      PIC X(57) VALUE SPACES.

       01  VFY-FAILURE-LINE                PIC X(80)
               VALUE "VERIFY BATCH CONTROL FAILURE - NO VERDICTS SENT".

       01  VFY-BLANK-LINE                  PIC X(80) VALUE SPACES.

       01  VFY-TOTAL-LINE.
           05  VFY-TOT-LABEL               PIC X(30).
           05  VFY-TOT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

      *>--------------------------------------------------------*>
      *> 0000-MAINLINE                                             *>
      *>--------------------------------------------------------*>
       0000-MAINLINE.
           PERFORM 0100-REGISTER-RUN-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF VFY-CONTROLS-OK
               PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
                   UNTIL END-OF-REQUEST-FILE
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
      *> cycle date. No other job has to be complete first.        *>
      *>--------------------------------------------------------*>
       0100-REGISTER-RUN-START.
           PERFORM 0110-READ-RUN-PARAMETERS THRU 0110-EXIT.
           OPEN I-O IDGEN-RUN-CONTROL-FILE.
           IF VFY-RUN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-RUN-CONTROL-FILE
               CLOSE IDGEN-RUN-CONTROL-FILE
               OPEN I-O IDGEN-RUN-CONTROL-FILE
           END-IF.
           IF VFY-RUN-STATUS NOT = "00"
               DISPLAY "IDVERIFY - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " VFY-RUN-STATUS
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
           IF VFY-CTL-STATUS = "00"
               READ IDGEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IDGEN-CTL-JOB-ID-IN TO VFY-RUN-JOB-ID
                       IF IDGEN-CTL-CYCLE-DATE-IN IS NUMERIC
                          AND IDGEN-CTL-CYCLE-DATE-IN > ZERO
                           MOVE IDGEN-CTL-CYCLE-DATE-IN
                               TO VFY-RUN-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE IDGEN-CONTROL-FILE
           END-IF.
           IF VFY-RUN-CYCLE-DATE = SPACES
               ACCEPT VFY-RUN-CYCLE-DATE FROM DATE YYYYMMDD
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
           MOVE "N" TO VFY-RUN-SCAN-SWITCH.
           MOVE VFY-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = VFY-RUN-PROGRAM
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
           MOVE VFY-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE.
           MOVE VFY-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
           MOVE "N" TO VFY-RUN-ENTRY-SWITCH.
           READ IDGEN-RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-ENTRY-ON-FILE TO TRUE
           END-READ.
           IF NOT RUN-ENTRY-ON-FILE
               MOVE SPACES TO IDGEN-RUN-CONTROL-RECORD
               MOVE VFY-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE VFY-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               MOVE ZERO TO IDGEN-RCF-START-COUNT
           END-IF.
           MOVE VFY-RUN-JOB-ID TO IDGEN-RCF-JOB-ID.
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
           IF VFY-RUN-STATUS NOT = "00"
               DISPLAY "IDVERIFY - UNABLE TO RECORD THE RUN "
                   "START, STATUS " VFY-RUN-STATUS
               CLOSE IDGEN-RUN-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0160-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1000-INITIALIZE - open every file, pick up the job id,    *>
      *> prove the agency file's VHD/VTR controls before a single  *>
      *> verdict is returned, and prime the request loop.          *>
      *>--------------------------------------------------------*>
       1000-INITIALIZE.
           ACCEPT VFY-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT IDGEN-VERIFY-FILE.
           IF VFY-REQ-STATUS NOT = "00"
               DISPLAY "IDVERIFY - UNABLE TO OPEN IDGEN-VERIFY-FILE, "
                   "STATUS " VFY-REQ-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT IDGEN-MASTER-FILE.
           IF VFY-MST-STATUS NOT = "00"
               DISPLAY "IDVERIFY - UNABLE TO OPEN IDGEN-MASTER-FILE, "
                   "STATUS " VFY-MST-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT IDGEN-VERDICT-FILE.
           IF VFY-VRS-STATUS NOT = "00"
               DISPLAY "IDVERIFY - UNABLE TO OPEN IDGEN-VERDICT-FILE, "
                   "STATUS " VFY-VRS-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND IDGEN-AUDIT-FILE.
           IF VFY-AUD-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-AUDIT-FILE
               CLOSE IDGEN-AUDIT-FILE
               OPEN EXTEND IDGEN-AUDIT-FILE
           END-IF.
           IF VFY-AUD-STATUS NOT = "00"
               DISPLAY "IDVERIFY - UNABLE TO OPEN IDGEN-AUDIT-FILE, "
                   "STATUS " VFY-AUD-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT IDGEN-VERIFY-REPORT.
           IF VFY-RPT-STATUS NOT = "00"
               DISPLAY "IDVERIFY - UNABLE TO OPEN IDGEN-VERIFY-REPORT"
                   ", STATUS " VFY-RPT-STATUS
               STOP RUN
           END-IF.
           WRITE VFY-REPORT-RECORD FROM VFY-HEADING-LINE.
           PERFORM 1500-VERIFY-REQUEST-CONTROLS THRU 1500-EXIT.
           MOVE VFY-AGENCY-ID TO VFY-AGY-ID.
           WRITE VFY-REPORT-RECORD FROM VFY-AGENCY-LINE.
           WRITE VFY-REPORT-RECORD FROM VFY-BLANK-LINE.
           IF VFY-CONTROLS-OK
               MOVE SPACES TO VFY-VERDICT-HEADER
               MOVE "VRH" TO VFY-VRH-TYPE
               MOVE VFY-AGENCY-ID TO VFY-VRH-AGENCY
               MOVE VFY-TODAY-DATE TO VFY-VRH-DATE
               WRITE VFY-VERDICT-HEADER
               PERFORM 4000-READ-REQUEST-RECORD THRU 4000-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1500-VERIFY-REQUEST-CONTROLS - pre-scans the agency file  *>
      *> and refuses the whole file when the VHD header naming the *>
      *> agency is missing, the VTR trailer is missing, or its     *>
      *> detail count does not balance: an unidentified caller     *>
      *> gets no answers, and a truncated file no partial ones.    *>
      *>--------------------------------------------------------*>
       1500-VERIFY-REQUEST-CONTROLS.
           MOVE "Y" TO VFY-BATCH-OK-SWITCH.
           MOVE "N" TO VFY-HEADER-SWITCH.
           MOVE "N" TO VFY-TRAILER-SWITCH.
           MOVE "N" TO VFY-EOF-SWITCH.
           MOVE ZERO TO VFY-SCAN-COUNT.
           PERFORM 1510-SCAN-REQUEST-RECORD THRU 1510-EXIT
               UNTIL END-OF-REQUEST-FILE.
           IF NOT VFY-HEADER-SEEN OR VFY-AGENCY-ID = SPACES
               SET VFY-CONTROLS-FAILED TO TRUE
           END-IF.
           IF NOT VFY-TRAILER-SEEN
               SET VFY-CONTROLS-FAILED TO TRUE
           ELSE
               IF VFY-TRL-COUNT-SAVED NOT = VFY-SCAN-COUNT
                   SET VFY-CONTROLS-FAILED TO TRUE
               END-IF
           END-IF.
           CLOSE IDGEN-VERIFY-FILE.
           IF VFY-CONTROLS-OK
               MOVE "N" TO VFY-EOF-SWITCH
               OPEN INPUT IDGEN-VERIFY-FILE
               IF VFY-REQ-STATUS NOT = "00"
                   DISPLAY "IDVERIFY - UNABLE TO REOPEN "
                       "IDGEN-VERIFY-FILE, STATUS " VFY-REQ-STATUS
                   STOP RUN
               END-IF
           ELSE
               WRITE VFY-REPORT-RECORD FROM VFY-FAILURE-LINE
               DISPLAY "IDVERIFY - VERIFY BATCH CONTROL FAILURE, "
                   "NO VERDICTS RETURNED"
               SET END-OF-REQUEST-FILE TO TRUE
           END-IF.

       1500-EXIT.
           EXIT.

       1510-SCAN-REQUEST-RECORD.
           READ IDGEN-VERIFY-FILE
               AT END
                   SET END-OF-REQUEST-FILE TO TRUE
               NOT AT END
                   EVALUATE VFY-HDR-TYPE
                       WHEN "VHD"
                           SET VFY-HEADER-SEEN TO TRUE
                           MOVE VFY-HDR-AGENCY TO VFY-AGENCY-ID
                       WHEN "VTR"
                           SET VFY-TRAILER-SEEN TO TRUE
                           IF VFY-TRL-COUNT IS NUMERIC
                               MOVE VFY-TRL-COUNT
                                   TO VFY-TRL-COUNT-SAVED
                           END-IF
                       WHEN OTHER
                           ADD 1 TO VFY-SCAN-COUNT
                   END-EVALUATE
           END-READ.

       1510-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2000-PROCESS-REQUEST - one verdict per presented card:    *>
      *> the check digit is proved first, the serial is then       *>
      *> looked up on the live master and, failing that, the       *>
      *> archive, and the entry found is compared with what the    *>
      *> holder claims.                                            *>
      *>--------------------------------------------------------*>
       2000-PROCESS-REQUEST.
           MOVE SPACES TO VFY-VERDICT-RECORD.
           MOVE "VRD" TO VFY-VRD-TYPE.
           MOVE VFY-DTL-SERIAL TO VFY-VRD-SERIAL.
           MOVE VFY-DTL-REFERENCE TO VFY-VRD-REFERENCE.
           MOVE "N" TO VFY-VRD-EXPIRED.
           MOVE "N" TO VFY-VRD-NAME-MATCH.
           MOVE "N" TO VFY-VRD-BIRTH-MATCH.

           PERFORM 2100-VERIFY-CHECK-DIGIT THRU 2100-EXIT.

           MOVE "N" TO VFY-FOUND-SWITCH.
           MOVE VFY-DTL-SERIAL TO IDGEN-MASTER-KEY.
           READ IDGEN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-ENTRY-FOUND TO TRUE
                   MOVE "M" TO VFY-VRD-ON-FILE
                   ADD 1 TO VFY-ON-MASTER
           END-READ.
           IF NOT MASTER-ENTRY-FOUND
               PERFORM 2200-SEARCH-ARCHIVE THRU 2200-EXIT
           END-IF.
           IF MASTER-ENTRY-FOUND
               PERFORM 2300-COMPARE-MASTER-ENTRY THRU 2300-EXIT
           ELSE
               MOVE "N" TO VFY-VRD-ON-FILE
               ADD 1 TO VFY-NOT-ON-FILE
           END-IF.

           WRITE VFY-VERDICT-RECORD.
           ADD 1 TO VFY-VERDICTS-WRITTEN.
           PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT.
           PERFORM 4000-READ-REQUEST-RECORD THRU 4000-EXIT.

       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2100-VERIFY-CHECK-DIGIT - recomputes the MOD-11 digit     *>
      *> over the presented serial's fields by the same weights    *>
      *> and letter/gender folding as IdGenerator's               *>
      *> 2150-COMPUTE-CHECK-DIGIT. A serial with a non-numeric     *>
      *> digit field, a non-letter initial, or an unknown gender   *>
      *> code could never have been issued and fails outright.     *>
      *>--------------------------------------------------------*>
       2100-VERIFY-CHECK-DIGIT.
           MOVE VFY-DTL-SERIAL TO VFY-SERIAL-ALPHA.
           MOVE "Y" TO VFY-SERIAL-OK-SWITCH.
           IF VFY-SER-DOY IS NOT NUMERIC
              OR VFY-SER-RECY IS NOT NUMERIC
              OR VFY-SER-BIRTH IS NOT NUMERIC
              OR VFY-SER-COUNTRY IS NOT NUMERIC
              OR VFY-SER-REGION IS NOT NUMERIC
              OR VFY-SER-SEQD IS NOT NUMERIC
              OR VFY-SER-CHECK-DIGIT IS NOT NUMERIC
               MOVE "N" TO VFY-SERIAL-OK-SWITCH
           END-IF.

           IF SERIAL-WELL-FORMED
               MOVE VFY-SER-DOY TO VFY-CD-DOY
               MOVE VFY-SER-RECY TO VFY-CD-RECY
               MOVE VFY-SER-BIRTH TO VFY-CD-BIRTH
               MOVE VFY-SER-COUNTRY TO VFY-CD-COUNTRY
               MOVE VFY-SER-REGION TO VFY-CD-REGION
               MOVE VFY-SER-SEQD TO VFY-CD-SEQ

               MOVE VFY-SER-FIRST-LETTER TO VFY-CD-ALPHA-CHAR
               PERFORM 2110-RESOLVE-LETTER THRU 2110-EXIT
               MOVE VFY-CD-ALPHA-VALUE TO VFY-CD-FIRST-LETTER

               MOVE VFY-SER-LAST-LETTER TO VFY-CD-ALPHA-CHAR
               PERFORM 2110-RESOLVE-LETTER THRU 2110-EXIT
               MOVE VFY-CD-ALPHA-VALUE TO VFY-CD-LAST-LETTER

               MOVE "N" TO VFY-GENDER-FOUND-SWITCH
               PERFORM 2130-SEARCH-GENDER-TABLE THRU 2130-EXIT
                   VARYING VFY-GENDER-IDX FROM 1 BY 1
                   UNTIL VFY-GENDER-IDX > VFY-GENDER-TABLE-SIZE
                      OR GENDER-CODE-FOUND
               IF GENDER-CODE-FOUND
                   MOVE VFY-GENDER-IDX TO VFY-CD-GENDER
               ELSE
                   MOVE "N" TO VFY-SERIAL-OK-SWITCH
               END-IF
           END-IF.

           IF SERIAL-WELL-FORMED
               PERFORM 2140-COMPUTE-EXPECTED-DIGIT THRU 2140-EXIT
      *> A blank or unknown intake gender is issued as "X" but
      *> folded as 3 rather than the 4 of a keyed "X", so an "X"
      *> serial passes on either digit.
               IF VFY-CD-EXPECTED NOT = VFY-SER-CHECK-DIGIT
                  AND VFY-SER-GENDER = "X"
                   MOVE 3 TO VFY-CD-GENDER
                   PERFORM 2140-COMPUTE-EXPECTED-DIGIT
                       THRU 2140-EXIT
               END-IF
               IF VFY-CD-EXPECTED NOT = VFY-SER-CHECK-DIGIT
                   MOVE "N" TO VFY-SERIAL-OK-SWITCH
               END-IF
           END-IF.

           IF SERIAL-WELL-FORMED
               MOVE "Y" TO VFY-VRD-CHECK-DIGIT
           ELSE
               MOVE "N" TO VFY-VRD-CHECK-DIGIT
               ADD 1 TO VFY-CHECK-DIGIT-FAILED
           END-IF.

       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2110-RESOLVE-LETTER - A=1...Z=26 for a name initial; a    *>
      *> character not in the table marks the serial malformed.    *>
      *>--------------------------------------------------------*>
       2110-RESOLVE-LETTER.
           MOVE ZERO TO VFY-CD-ALPHA-VALUE.
           MOVE "N" TO VFY-CD-ALPHA-FOUND-SWITCH.
           PERFORM 2111-SEARCH-ALPHA-TABLE THRU 2111-EXIT
               VARYING VFY-CD-ALPHA-IDX FROM 1 BY 1
               UNTIL VFY-CD-ALPHA-IDX > VFY-CD-ALPHA-TABLE-SIZE
                  OR ALPHA-VALUE-FOUND.
           IF NOT ALPHA-VALUE-FOUND
               MOVE "N" TO VFY-SERIAL-OK-SWITCH
           END-IF.

       2110-EXIT.
           EXIT.

       2111-SEARCH-ALPHA-TABLE.
           IF VFY-CD-ALPHA-CHAR = VFY-CD-ALPHA-TBL (VFY-CD-ALPHA-IDX)
               SET ALPHA-VALUE-FOUND TO TRUE
               MOVE VFY-CD-ALPHA-IDX TO VFY-CD-ALPHA-VALUE
           END-IF.

       2111-EXIT.
           EXIT.

       2120-ACCUMULATE-WEIGHTED-DIGIT.
           COMPUTE VFY-CD-WEIGHT-SUM =
               VFY-CD-WEIGHT-SUM
               + (VFY-CD-DIGIT (VFY-CD-IDX)
                  * VFY-CD-WEIGHT (VFY-CD-IDX)).

       2120-EXIT.
           EXIT.

       2130-SEARCH-GENDER-TABLE.
           IF VFY-SER-GENDER = VFY-GENDER-CODE-TBL (VFY-GENDER-IDX)
               SET GENDER-CODE-FOUND TO TRUE
           END-IF.

       2130-EXIT.
           EXIT.

       2140-COMPUTE-EXPECTED-DIGIT.
           MOVE ZERO TO VFY-CD-WEIGHT-SUM.
           PERFORM 2120-ACCUMULATE-WEIGHTED-DIGIT THRU 2120-EXIT
               VARYING VFY-CD-IDX FROM 1 BY 1
               UNTIL VFY-CD-IDX > 23.
           DIVIDE VFY-CD-WEIGHT-SUM BY 11
               GIVING VFY-CD-QUOTIENT REMAINDER VFY-CD-REMAINDER.
           IF VFY-CD-REMAINDER = ZERO
               MOVE ZERO TO VFY-CD-EXPECTED
           ELSE
               COMPUTE VFY-CD-RESULT = 11 - VFY-CD-REMAINDER
               IF VFY-CD-RESULT > 9
                   MOVE ZERO TO VFY-CD-EXPECTED
               ELSE
                   MOVE VFY-CD-RESULT TO VFY-CD-EXPECTED
               END-IF
           END-IF.

       2140-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2200-SEARCH-ARCHIVE - a serial the year-end job purged    *>
      *> from the live master is still a real card; it answers     *>
      *> from the archive image file, flagged "A". No archive      *>
      *> file on disk just means nothing was ever purged.          *>
      *>--------------------------------------------------------*>
       2200-SEARCH-ARCHIVE.
           MOVE "N" TO VFY-MSA-EOF-SWITCH.
           OPEN INPUT IDGEN-MASTER-ARCHIVE.
           IF VFY-MSA-STATUS = "00"
               PERFORM 2210-READ-ARCHIVE-RECORD THRU 2210-EXIT
                   UNTIL END-OF-ARCHIVE-FILE OR MASTER-ENTRY-FOUND
               CLOSE IDGEN-MASTER-ARCHIVE
           END-IF.

       2200-EXIT.
           EXIT.

       2210-READ-ARCHIVE-RECORD.
           READ IDGEN-MASTER-ARCHIVE
               AT END
                   SET END-OF-ARCHIVE-FILE TO TRUE
               NOT AT END
                   IF VFY-ARCHIVE-RECORD (1:22) = VFY-DTL-SERIAL
                       SET MASTER-ENTRY-FOUND TO TRUE
                       MOVE VFY-ARCHIVE-RECORD TO IDGEN-MASTER-RECORD
                       MOVE "A" TO VFY-VRD-ON-FILE
                       ADD 1 TO VFY-ON-ARCHIVE
                   END-IF
           END-READ.

       2210-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2300-COMPARE-MASTER-ENTRY - status, expiry, and the       *>
      *> holder's claimed name and birth year against the entry    *>
      *> found. The replacement serial is returned only for a      *>
      *> lost/stolen card or a converted temporary ID, so the      *>
      *> agency can ask for the new one.                           *>
      *>--------------------------------------------------------*>
       2300-COMPARE-MASTER-ENTRY.
           MOVE IDGEN-MST-STATUS-CODE TO VFY-VRD-STATUS.
           IF IDGEN-MST-MERGED OR IDGEN-MST-CONVERTED
               MOVE "R" TO VFY-VRD-STATUS
           END-IF.
           IF NOT IDGEN-MST-ISSUED AND NOT IDGEN-MST-TEMPORARY
               ADD 1 TO VFY-NOT-ISSUED-STATUS
           END-IF.
           MOVE IDGEN-MST-EXPIRY-DATE TO VFY-VRD-EXPIRY-DATE.
           IF IDGEN-MST-EXPIRY-DATE NOT = SPACES
              AND IDGEN-MST-EXPIRY-DATE < VFY-TODAY-DATE
               MOVE "Y" TO VFY-VRD-EXPIRED
               ADD 1 TO VFY-EXPIRED-CARDS
           END-IF.
           IF VFY-DTL-SURNAME = IDGEN-MST-SURNAME
              AND VFY-DTL-GIVEN-NAME = IDGEN-MST-GIVEN-NAME
               MOVE "Y" TO VFY-VRD-NAME-MATCH
           ELSE
               ADD 1 TO VFY-NAME-MISMATCHES
           END-IF.
           IF VFY-DTL-BIRTH-YEAR IS NUMERIC
              AND VFY-DTL-BIRTH-YEAR = IDGEN-MST-BIRTH-YEAR
               MOVE "Y" TO VFY-VRD-BIRTH-MATCH
           ELSE
               ADD 1 TO VFY-BIRTH-MISMATCHES
           END-IF.
           IF IDGEN-MST-LOST-STOLEN OR IDGEN-MST-CONVERTED
               MOVE IDGEN-MST-REPLACED-BY TO VFY-VRD-REPLACED-BY
           END-IF.

       2300-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2400-WRITE-AUDIT-RECORD - one VERIFY line per request on  *>
      *> the shared trail, the requesting agency in the source-key *>
      *> columns (as IdDeathMatch carries the registry's death     *>
      *> reference there), so who checked whom can be shown. The  *>
      *> office is the entry's issuing office when it is on file.  *>
      *>--------------------------------------------------------*>
       2400-WRITE-AUDIT-RECORD.
           MOVE VFY-RUN-JOB-ID TO IDGEN-AUD-JOB-ID.
           MOVE VFY-AGENCY-ID TO IDGEN-AUD-SOURCE-KEY.
           MOVE VFY-DTL-SERIAL TO IDGEN-AUD-SERIAL.
           IF MASTER-ENTRY-FOUND
               MOVE IDGEN-MST-OFFICE TO IDGEN-AUD-OFFICE
           ELSE
               MOVE SPACES TO IDGEN-AUD-OFFICE
           END-IF.
           ACCEPT IDGEN-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT IDGEN-AUD-TIME FROM TIME.
           MOVE "VERIFY" TO IDGEN-AUD-ACTION.
           WRITE VFY-AUDIT-RECORD FROM IDGEN-AUDIT-LINE.

       2400-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 4000-READ-REQUEST-RECORD - delivers the next VDT detail;  *>
      *> the VHD/VTR control records were already verified and     *>
      *> pass through uncounted.                                   *>
      *>--------------------------------------------------------*>
       4000-READ-REQUEST-RECORD.
           MOVE "N" TO VFY-DETAIL-READ-SWITCH.
           PERFORM 4010-READ-NEXT-RECORD THRU 4010-EXIT
               UNTIL DETAIL-RECORD-READ OR END-OF-REQUEST-FILE.

       4000-EXIT.
           EXIT.

       4010-READ-NEXT-RECORD.
           READ IDGEN-VERIFY-FILE
               AT END
                   SET END-OF-REQUEST-FILE TO TRUE
               NOT AT END
                   IF VFY-HDR-TYPE = "VHD" OR VFY-HDR-TYPE = "VTR"
                       CONTINUE
                   ELSE
                       SET DETAIL-RECORD-READ TO TRUE
                       ADD 1 TO VFY-REQUESTS-READ
                   END-IF
           END-READ.

       4010-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 9000-TERMINATE - closes the verdict file with its VRT     *>
      *> trailer (only when verdicts were returned) and prints     *>
      *> the run totals.                                           *>
      *>--------------------------------------------------------*>
       9000-TERMINATE.
           IF VFY-CONTROLS-OK
               MOVE SPACES TO VFY-VERDICT-TRAILER
               MOVE "VRT" TO VFY-VRT-TYPE
               MOVE VFY-VERDICTS-WRITTEN TO VFY-VRT-COUNT
               WRITE VFY-VERDICT-TRAILER
           END-IF.

           MOVE "REQUESTS READ................:" TO VFY-TOT-LABEL.
           MOVE VFY-REQUESTS-READ TO VFY-TOT-VALUE.
           WRITE VFY-REPORT-RECORD FROM VFY-TOTAL-LINE.

           MOVE "VERDICTS RETURNED............:" TO VFY-TOT-LABEL.
           MOVE VFY-VERDICTS-WRITTEN TO VFY-TOT-VALUE.
           WRITE VFY-REPORT-RECORD FROM VFY-TOTAL-LINE.

           MOVE "CHECK DIGIT FAILURES.........:" TO VFY-TOT-LABEL.
           MOVE VFY-CHECK-DIGIT-FAILED TO VFY-TOT-VALUE.
           WRITE VFY-REPORT-RECORD FROM VFY-TOTAL-LINE.

           MOVE "ON LIVE MASTER...............:" TO VFY-TOT-LABEL.
           MOVE VFY-ON-MASTER TO VFY-TOT-VALUE.
           WRITE VFY-REPORT-RECORD FROM VFY-TOTAL-LINE.

           MOVE "ON ARCHIVE ONLY..............:" TO VFY-TOT-LABEL.
           MOVE VFY-ON-ARCHIVE TO VFY-TOT-VALUE.
           WRITE VFY-REPORT-RECORD FROM VFY-TOTAL-LINE.

           MOVE "NOT ON FILE..................:" TO VFY-TOT-LABEL.
           MOVE VFY-NOT-ON-FILE TO VFY-TOT-VALUE.
           WRITE VFY-REPORT-RECORD FROM VFY-TOTAL-LINE.

           MOVE "NOT IN ISSUED STATUS.........:" TO VFY-TOT-LABEL.
           MOVE VFY-NOT-ISSUED-STATUS TO VFY-TOT-VALUE.
           WRITE VFY-REPORT-RECORD FROM VFY-TOTAL-LINE.

           MOVE "EXPIRED CARDS................:" TO VFY-TOT-LABEL.
           MOVE VFY-EXPIRED-CARDS TO VFY-TOT-VALUE.
           WRITE VFY-REPORT-RECORD FROM VFY-TOTAL-LINE.

           MOVE "NAME MISMATCHES..............:" TO VFY-TOT-LABEL.
           MOVE VFY-NAME-MISMATCHES TO VFY-TOT-VALUE.
           WRITE VFY-REPORT-RECORD FROM VFY-TOTAL-LINE.

           MOVE "BIRTH YEAR MISMATCHES........:" TO VFY-TOT-LABEL.
           MOVE VFY-BIRTH-MISMATCHES TO VFY-TOT-VALUE.
           WRITE VFY-REPORT-RECORD FROM VFY-TOTAL-LINE.

           IF VFY-CONTROLS-OK
               CLOSE IDGEN-VERIFY-FILE
           END-IF.
           CLOSE IDGEN-MASTER-FILE.
           CLOSE IDGEN-VERDICT-FILE.
           CLOSE IDGEN-AUDIT-FILE.
           CLOSE IDGEN-VERIFY-REPORT.

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
           IF VFY-RUN-STATUS NOT = "00"
               DISPLAY "IDVERIFY - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " VFY-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE VFY-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE VFY-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               READ IDGEN-RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "IDVERIFY - RUN START ENTRY NOT "
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
           MOVE VFY-REQUESTS-READ TO IDGEN-RCF-TLY-VALUE (1).
           MOVE "VERDICTS" TO IDGEN-RCF-TLY-LABEL (2).
           MOVE VFY-VERDICTS-WRITTEN TO IDGEN-RCF-TLY-VALUE (2).
           REWRITE IDGEN-RUN-CONTROL-RECORD.
           IF VFY-RUN-STATUS NOT = "00"
               DISPLAY "IDVERIFY - UNABLE TO RECORD THE RUN "
                   "COMPLETION, STATUS " VFY-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9910-EXIT.
           EXIT.
