       IDENTIFICATION DIVISION.
       PROGRAM-ID. IdLifeTrace.
       AUTHOR. Saythek.
       INSTALLATION. NATIONAL REGISTRY DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *>--------------------------------------------------------*>
      *> MODIFICATION HISTORY                                     *>
      *>   2026-10-15  SK  Initial version: full lifecycle trace. *>
      *>                   Reads a request file of serials ("S"), *>
      *>                   source record keys ("K"), or surname / *>
      *>                   given name / birth year triples ("P"), *>
      *>                   gathers every master entry involved -  *>
      *>                   live or archived - following the       *>
      *>                   REPLACES / REPLACED-BY chain from      *>
      *>                   either end, and prints one             *>
      *>                   chronological history per request from *>
      *>                   the archived and live audit trail and  *>
      *>                   the reject file, with the gaps where   *>
      *>                   an entry's state has no audit line to  *>
      *>                   account for it.                        *>
      *>   2026-10-15  SK  Reads the parameter card for its job   *>
      *>                   id and cycle date and registers its    *>
      *>                   start and completion on the            *>
      *>                   run-control file IDGENRUN.DAT.         *>
      *>--------------------------------------------------------*>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDGEN-TRACE-REQUEST-FILE ASSIGN TO "IDGENTRQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRC-REQ-STATUS.

           SELECT IDGEN-MASTER-FILE ASSIGN TO "IDGENMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-MASTER-KEY
               ALTERNATE RECORD KEY IS IDGEN-MST-SOURCE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IDGEN-MST-PERSON-ID
                   WITH DUPLICATES
               FILE STATUS IS TRC-MST-STATUS.

           SELECT IDGEN-MASTER-ARCHIVE ASSIGN TO "IDGENMSA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRC-MSA-STATUS.

           SELECT IDGEN-AUDIT-FILE ASSIGN TO "IDGENAUD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRC-AUD-STATUS.

           SELECT IDGEN-AUDIT-ARCHIVE ASSIGN TO "IDGENAUA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRC-AUA-STATUS.

           SELECT IDGEN-REJECT-FILE ASSIGN TO "IDGENRJF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRC-RJF-STATUS.

           SELECT IDGEN-TRACE-REPORT ASSIGN TO "IDGENTRC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRC-RPT-STATUS.

           SELECT IDGEN-CONTROL-FILE ASSIGN TO "IDGENCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRC-CTL-STATUS.

           SELECT IDGEN-RUN-CONTROL-FILE ASSIGN TO "IDGENRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-RCF-KEY
               ALTERNATE RECORD KEY IS IDGEN-RCF-PROGRAM
                   WITH DUPLICATES
               FILE STATUS IS TRC-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IDGEN-TRACE-REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRC-REQUEST-RECORD.
           05  TRC-REQUEST-TYPE            PIC X(1).
      *>       "S" = trace from a serialNumber, "K" = from the
      *>       source PI-RECORD-KEY, "P" = from the registrant's
      *>       surname, given name, and birth year.
           05  FILLER                      PIC X(1).
           05  TRC-REQUEST-VALUE           PIC X(39).
           05  TRC-REQUEST-PERSON REDEFINES TRC-REQUEST-VALUE.
               10  TRC-REQ-SURNAME         PIC X(20).
               10  TRC-REQ-GIVEN-NAME      PIC X(15).
               10  TRC-REQ-BIRTH-YEAR      PIC X(4).
           05  FILLER                      PIC X(39).

       FD  IDGEN-MASTER-FILE.
           COPY IDGNMST.

      *>--------------------------------------------------------*>
      *> Archived master entries (200-byte images, live layout    *>
      *> leading): an entry rolled off by the year-end job still  *>
      *> has a history to trace.                                  *>
      *>--------------------------------------------------------*>
       FD  IDGEN-MASTER-ARCHIVE
           RECORD CONTAINS 200 CHARACTERS.
       01  TRC-ARCHIVE-RECORD              PIC X(200).

       FD  IDGEN-AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRC-AUDIT-RECORD                PIC X(80).

       FD  IDGEN-AUDIT-ARCHIVE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRC-AUDIT-ARCHIVE-RECORD        PIC X(80).

       FD  IDGEN-REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY IDGNREC.

       FD  IDGEN-TRACE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  TRC-REPORT-RECORD               PIC X(80).

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

       01  TRC-FILE-STATUSES.
           05  TRC-REQ-STATUS              PIC X(2) VALUE SPACES.
           05  TRC-MST-STATUS              PIC X(2) VALUE SPACES.
           05  TRC-MSA-STATUS              PIC X(2) VALUE SPACES.
           05  TRC-AUD-STATUS              PIC X(2) VALUE SPACES.
           05  TRC-AUA-STATUS              PIC X(2) VALUE SPACES.
           05  TRC-RJF-STATUS              PIC X(2) VALUE SPACES.
           05  TRC-RPT-STATUS              PIC X(2) VALUE SPACES.
           05  TRC-CTL-STATUS              PIC X(2) VALUE SPACES.
           05  TRC-RUN-STATUS              PIC X(2) VALUE SPACES.

       01  TRC-SWITCHES.
           05  TRC-REQ-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-REQUEST-FILE         VALUE "Y".
           05  TRC-MST-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-MASTER-FILE          VALUE "Y".
           05  TRC-MSA-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-ARCHIVE-FILE         VALUE "Y".
           05  TRC-AUD-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-AUDIT-FILE           VALUE "Y".
           05  TRC-RJF-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-REJECT-FILE          VALUE "Y".
           05  TRC-FOUND-SWITCH            PIC X(1) VALUE "N".
               88  MASTER-ENTRY-FOUND          VALUE "Y".
           05  TRC-SER-FOUND-SWITCH        PIC X(1) VALUE "N".
               88  SERIAL-IN-TABLE             VALUE "Y".
           05  TRC-KEY-FOUND-SWITCH        PIC X(1) VALUE "N".
               88  KEY-IN-TABLE                VALUE "Y".
           05  TRC-LINE-MATCH-SWITCH       PIC X(1) VALUE "N".
               88  AUDIT-LINE-MATCHED          VALUE "Y".
           05  TRC-LAST-MATCH-SWITCH       PIC X(1) VALUE "N".
               88  LAST-ACTION-TRACED          VALUE "Y".
           05  TRC-GAP-FOUND-SWITCH        PIC X(1) VALUE "N".
               88  GAP-FOUND                   VALUE "Y".
           05  TRC-SLOT-FOUND-SWITCH       PIC X(1) VALUE "N".
               88  EVENT-SLOT-FOUND            VALUE "Y".
           05  TRC-ARCHIVE-MODE            PIC X(1) VALUE SPACES.
      *>       What the archive scan matches on: "S" the serial in
      *>       hand, "K" the requested source key, "P" the
      *>       requested person.

      *>--------------------------------------------------------*>
      *> Run-control registration: this job's entry on             *>
      *> IDGEN-RUN-CONTROL-FILE, keyed by cycle date and program,  *>
      *> and the fields used to look up the runs of the jobs it    *>
      *> depends on.                                               *>
      *>--------------------------------------------------------*>
       01  TRC-RUN-CONTROL-FIELDS.
           05  TRC-RUN-PROGRAM             PIC X(20)
               VALUE "IdLifeTrace".
           05  TRC-RUN-JOB-ID              PIC X(8) VALUE "IDGEN001".
           05  TRC-RUN-CYCLE-DATE          PIC X(8) VALUE SPACES.
           05  TRC-RUN-SCAN-SWITCH         PIC X(1) VALUE "N".
               88  END-OF-RUN-SCAN             VALUE "Y".
           05  TRC-RUN-ENTRY-SWITCH        PIC X(1) VALUE "N".
               88  RUN-ENTRY-ON-FILE           VALUE "Y".

       01  TRC-COUNTERS.
           05  TRC-REQUESTS-READ           PIC 9(7) COMP VALUE ZERO.
           05  TRC-REQUESTS-TRACED         PIC 9(7) COMP VALUE ZERO.
           05  TRC-REQUESTS-NOT-FOUND      PIC 9(7) COMP VALUE ZERO.
           05  TRC-REQUESTS-INVALID        PIC 9(7) COMP VALUE ZERO.
           05  TRC-EVENTS-LISTED           PIC 9(7) COMP VALUE ZERO.
           05  TRC-GAPS-FLAGGED            PIC 9(7) COMP VALUE ZERO.
           05  TRC-TABLE-OVERFLOWS         PIC 9(7) COMP VALUE ZERO.

           COPY IDGNAUD.

      *>--------------------------------------------------------*>
      *> IdMaintenance's before/after image lines on the audit    *>
      *> trail, tagged in the job-id columns, bracketing the      *>
      *> MAINT action line they belong to.                        *>
      *>--------------------------------------------------------*>
       01  TRC-MNT-IMAGE-VIEW REDEFINES IDGEN-AUDIT-LINE.
           05  TRC-MIV-TAG                 PIC X(8).
           05  FILLER                      PIC X(2).
           05  TRC-MIV-SURNAME             PIC X(20).
           05  FILLER                      PIC X(1).
           05  TRC-MIV-GIVEN-NAME          PIC X(15).
           05  TRC-MIV-DATE                PIC X(8).
           05  FILLER                      PIC X(1).
           05  TRC-MIV-BIRTH-YEAR          PIC X(4).
           05  FILLER                      PIC X(21).

       01  TRC-HELD-OLD-IMAGE              PIC X(80) VALUE SPACES.
       01  TRC-HELD-ACTION-LINE            PIC X(80) VALUE SPACES.

      *>--------------------------------------------------------*>
      *> Master entries taking part in the trace in hand: seeded  *>
      *> from the request, then grown by walking each entry's     *>
      *> REPLACES and REPLACED-BY, so a request for any card in a *>
      *> chain gathers the whole chain. The seen flags record     *>
      *> which audit actions turned up for the entry, for the     *>
      *> gap checks.                                              *>
      *>--------------------------------------------------------*>
       77  TRC-SERIAL-TABLE-MAX            PIC 9(3) COMP VALUE 50.

       01  TRC-SERIAL-TABLE.
           05  TRC-SERIAL-ENTRY OCCURS 50 TIMES.
               10  TRC-SER-SERIAL          PIC X(22).
               10  TRC-SER-WHERE           PIC X(1).
                   88  TRC-SER-LIVE            VALUE "L".
                   88  TRC-SER-ARCHIVED        VALUE "A".
                   88  TRC-SER-NOT-ON-FILE     VALUE "N".
               10  TRC-SER-STATUS          PIC X(1).
               10  TRC-SER-SOURCE-KEY      PIC X(10).
               10  TRC-SER-ISSUE-DATE      PIC X(8).
               10  TRC-SER-OFFICE          PIC X(3).
               10  TRC-SER-CARD-STATUS     PIC X(1).
               10  TRC-SER-REPLACES        PIC X(22).
               10  TRC-SER-REPLACED-BY     PIC X(22).
               10  TRC-SER-MERGED-INTO     PIC X(22).
               10  TRC-SER-SEEN-FLAGS.
                   15  TRC-SER-CREATE-SEEN     PIC X(1).
                   15  TRC-SER-VOID-SEEN       PIC X(1).
                   15  TRC-SER-LOST-SEEN       PIC X(1).
                   15  TRC-SER-DECEASE-SEEN    PIC X(1).
                   15  TRC-SER-MERGE-SEEN      PIC X(1).
                   15  TRC-SER-CLOSE-SEEN      PIC X(1).
                   15  TRC-SER-CARDACK-SEEN    PIC X(1).

       01  TRC-SERIAL-FIELDS.
           05  TRC-SERIAL-COUNT            PIC 9(3) COMP VALUE ZERO.
           05  TRC-SER-IDX                 PIC 9(3) COMP.
           05  TRC-SER-SCAN-IDX            PIC 9(3) COMP.
           05  TRC-SER-MATCH-IDX           PIC 9(3) COMP.
           05  TRC-SER-OTHER-IDX           PIC 9(3) COMP.
           05  TRC-SER-SEARCH              PIC X(22).

      *>--------------------------------------------------------*>
      *> Source record keys of the entries gathered, plus the     *>
      *> requested key itself, so review and reject history of a  *>
      *> registrant who was never issued an ID still shows.       *>
      *>--------------------------------------------------------*>
       77  TRC-KEY-TABLE-MAX               PIC 9(3) COMP VALUE 50.

       01  TRC-KEY-TABLE.
           05  TRC-KEY-VALUE               PIC X(10) OCCURS 50 TIMES.

       01  TRC-KEY-FIELDS.
           05  TRC-KEY-COUNT               PIC 9(3) COMP VALUE ZERO.
           05  TRC-KEY-IDX                 PIC 9(3) COMP.
           05  TRC-KEY-SEARCH              PIC X(10).

       01  TRC-PERSON-SEARCH.
           05  TRC-PS-SURNAME              PIC X(20).
           05  TRC-PS-GIVEN-NAME           PIC X(15).
           05  TRC-PS-BIRTH-YEAR           PIC 9(4).

      *>--------------------------------------------------------*>
      *> Events of the trace in hand, held in date / time / file  *>
      *> order: the archived trail is read before the live one,   *>
      *> so file order is already chronological and a new event   *>
      *> almost always goes on the end; a reject-file appearance  *>
      *> carries its reject date only and slots in ahead of that  *>
      *> day's timed lines.                                       *>
      *>--------------------------------------------------------*>
       77  TRC-EVENT-TABLE-MAX             PIC 9(3) COMP VALUE 500.

       01  TRC-EVENT-TABLE.
           05  TRC-EVENT-ENTRY OCCURS 500 TIMES.
               10  TRC-EVT-ORDER-KEY.
                   15  TRC-EVT-DATE        PIC X(8).
                   15  TRC-EVT-TIME        PIC X(8).
                   15  TRC-EVT-SEQUENCE    PIC 9(5).
               10  TRC-EVT-JOB-ID          PIC X(8).
               10  TRC-EVT-OFFICE          PIC X(3).
               10  TRC-EVT-ACTION          PIC X(7).
               10  TRC-EVT-TEXT            PIC X(43).

       01  TRC-EVENT-FIELDS.
           05  TRC-EVENT-COUNT             PIC 9(3) COMP VALUE ZERO.
           05  TRC-EVT-IDX                 PIC 9(3) COMP.
           05  TRC-EVT-SLOT                PIC 9(3) COMP.
           05  TRC-EVENT-SEQUENCE          PIC 9(5) VALUE ZERO.
           05  TRC-EVENTS-DROPPED          PIC 9(5) COMP VALUE ZERO.
           05  TRC-ENTRIES-DROPPED         PIC 9(5) COMP VALUE ZERO.

       01  TRC-NEW-EVENT.
           05  TRC-NEW-ORDER-KEY.
               10  TRC-NEW-DATE            PIC X(8).
               10  TRC-NEW-TIME            PIC X(8).
               10  TRC-NEW-SEQUENCE        PIC 9(5).
           05  TRC-NEW-JOB-ID              PIC X(8).
           05  TRC-NEW-OFFICE              PIC X(3).
           05  TRC-NEW-ACTION              PIC X(7).
           05  TRC-NEW-TEXT                PIC X(43).

       01  TRC-ACTION-TEXT.
           05  TRC-ATX-SERIAL              PIC X(22).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TRC-ATX-SOURCE-KEY          PIC X(10).
           05  FILLER                      PIC X(10) VALUE SPACES.

       01  TRC-IMAGE-TEXT.
           05  TRC-ITX-SURNAME             PIC X(20).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TRC-ITX-GIVEN-NAME          PIC X(15).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TRC-ITX-BIRTH-YEAR          PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.

       01  TRC-SIGNED-TEXT.
           05  FILLER                      PIC X(6) VALUE "CLERK ".
           05  TRC-STX-OPERATOR-ID         PIC X(5).
           05  FILLER                      PIC X(12)
               VALUE "  SUPERVISOR".
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TRC-STX-SUPERVISOR-ID       PIC X(5).
           05  FILLER                      PIC X(14) VALUE SPACES.

       01  TRC-REJECT-TEXT.
           05  FILLER                      PIC X(7) VALUE "REASON ".
           05  TRC-RTX-REASON              PIC X(2).
           05  FILLER                      PIC X(6) VALUE "  KEY ".
           05  TRC-RTX-SOURCE-KEY          PIC X(10).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TRC-RTX-TRANS-CODE          PIC X(1).
           05  FILLER                      PIC X(16) VALUE SPACES.

       01  TRC-HEADING-LINE                PIC X(80)
               VALUE "IDLIFETRACE LIFECYCLE HISTORY TRACE".

       01  TRC-REQUEST-ECHO-LINE.
           05  FILLER                      PIC X(8) VALUE "REQUEST ".
           05  TRC-ECHO-TYPE               PIC X(1).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  TRC-ECHO-VALUE              PIC X(39).
           05  FILLER                      PIC X(30) VALUE SPACES.

       01  TRC-SECTION-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  TRC-SEC-TITLE               PIC X(78).

       01  TRC-ENTRY-HEAD-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(23) VALUE "SERIAL".
           05  FILLER                      PIC X(14) VALUE "STATUS".
           05  FILLER                      PIC X(11) VALUE "SOURCE KEY".
           05  FILLER                      PIC X(9) VALUE "ISSUED".
           05  FILLER                      PIC X(4) VALUE "OFC".
           05  FILLER                      PIC X(15) VALUE "ON FILE".

       01  TRC-ENTRY-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  TRC-ENT-SERIAL              PIC X(22).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TRC-ENT-STATUS              PIC X(13).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TRC-ENT-SOURCE-KEY          PIC X(10).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TRC-ENT-ISSUE-DATE          PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TRC-ENT-OFFICE              PIC X(3).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TRC-ENT-WHERE               PIC X(9).
           05  FILLER                      PIC X(6) VALUE SPACES.

       01  TRC-LINK-LINE.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  TRC-LNK-LABEL               PIC X(14).
           05  TRC-LNK-SERIAL              PIC X(22).
           05  FILLER                      PIC X(38) VALUE SPACES.

       01  TRC-EVENT-HEAD-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(9) VALUE "DATE".
           05  FILLER                      PIC X(7) VALUE "TIME".
           05  FILLER                      PIC X(9) VALUE "JOB".
           05  FILLER                      PIC X(4) VALUE "OFC".
           05  FILLER                      PIC X(8) VALUE "ACTION".
           05  FILLER                      PIC X(39) VALUE "DETAIL".

       01  TRC-EVENT-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  TRC-EVL-DATE                PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TRC-EVL-TIME                PIC X(6).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TRC-EVL-JOB-ID              PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TRC-EVL-OFFICE              PIC X(3).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TRC-EVL-ACTION              PIC X(7).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TRC-EVL-TEXT                PIC X(39).

       01  TRC-GAP-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE "GAP: ".
           05  TRC-GAP-SERIAL              PIC X(22).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  TRC-GAP-TEXT                PIC X(48).

       01  TRC-MESSAGE-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  TRC-MSG-TEXT                PIC X(76).

       01  TRC-BLANK-LINE                  PIC X(80) VALUE SPACES.

       01  TRC-TOTAL-LINE.
           05  TRC-TOT-LABEL               PIC X(30).
           05  TRC-TOT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

      *>--------------------------------------------------------*>
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
           IF TRC-RUN-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-RUN-CONTROL-FILE
               CLOSE IDGEN-RUN-CONTROL-FILE
               OPEN I-O IDGEN-RUN-CONTROL-FILE
           END-IF.
           IF TRC-RUN-STATUS NOT = "00"
               DISPLAY "IDLIFETRACE - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " TRC-RUN-STATUS
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
           IF TRC-CTL-STATUS = "00"
               READ IDGEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IDGEN-CTL-JOB-ID-IN TO TRC-RUN-JOB-ID
                       IF IDGEN-CTL-CYCLE-DATE-IN IS NUMERIC
                          AND IDGEN-CTL-CYCLE-DATE-IN > ZERO
                           MOVE IDGEN-CTL-CYCLE-DATE-IN
                               TO TRC-RUN-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE IDGEN-CONTROL-FILE
           END-IF.
           IF TRC-RUN-CYCLE-DATE = SPACES
               ACCEPT TRC-RUN-CYCLE-DATE FROM DATE YYYYMMDD
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
           MOVE "N" TO TRC-RUN-SCAN-SWITCH.
           MOVE TRC-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = TRC-RUN-PROGRAM
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
           MOVE TRC-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE.
           MOVE TRC-RUN-PROGRAM TO IDGEN-RCF-PROGRAM.
           MOVE "N" TO TRC-RUN-ENTRY-SWITCH.
           READ IDGEN-RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-ENTRY-ON-FILE TO TRUE
           END-READ.
           IF NOT RUN-ENTRY-ON-FILE
               MOVE SPACES TO IDGEN-RUN-CONTROL-RECORD
               MOVE TRC-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE TRC-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               MOVE ZERO TO IDGEN-RCF-START-COUNT
           END-IF.
           MOVE TRC-RUN-JOB-ID TO IDGEN-RCF-JOB-ID.
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
           IF TRC-RUN-STATUS NOT = "00"
               DISPLAY "IDLIFETRACE - UNABLE TO RECORD THE RUN "
                   "START, STATUS " TRC-RUN-STATUS
               CLOSE IDGEN-RUN-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0160-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1000-INITIALIZE - open the request, master, and report    *>
      *> files and prime the request loop with the first READ.     *>
      *> The archives, audit trails, and reject file are opened    *>
      *> per request and may be absent.                            *>
      *>--------------------------------------------------------*>
       1000-INITIALIZE.
           OPEN INPUT IDGEN-TRACE-REQUEST-FILE.
           IF TRC-REQ-STATUS NOT = "00"
               DISPLAY "IDLIFETRACE - UNABLE TO OPEN "
                   "IDGEN-TRACE-REQUEST-FILE, STATUS " TRC-REQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT IDGEN-MASTER-FILE.
           IF TRC-MST-STATUS NOT = "00"
               DISPLAY "IDLIFETRACE - UNABLE TO OPEN "
                   "IDGEN-MASTER-FILE, STATUS " TRC-MST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT IDGEN-TRACE-REPORT.
           IF TRC-RPT-STATUS NOT = "00"
               DISPLAY "IDLIFETRACE - UNABLE TO OPEN "
                   "IDGEN-TRACE-REPORT, STATUS " TRC-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE TRC-REPORT-RECORD FROM TRC-HEADING-LINE.
           WRITE TRC-REPORT-RECORD FROM TRC-BLANK-LINE.
           PERFORM 4000-READ-REQUEST-RECORD THRU 4000-EXIT.

       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2000-PROCESS-REQUEST - gather the entries, follow the     *>
      *> chain, collect and print the history, then the gaps.      *>
      *>--------------------------------------------------------*>
       2000-PROCESS-REQUEST.
           MOVE TRC-REQUEST-TYPE TO TRC-ECHO-TYPE.
           MOVE TRC-REQUEST-VALUE TO TRC-ECHO-VALUE.
           WRITE TRC-REPORT-RECORD FROM TRC-REQUEST-ECHO-LINE.
           MOVE ZERO TO TRC-SERIAL-COUNT.
           MOVE ZERO TO TRC-KEY-COUNT.
           MOVE ZERO TO TRC-EVENT-COUNT.
           MOVE ZERO TO TRC-EVENT-SEQUENCE.
           MOVE ZERO TO TRC-EVENTS-DROPPED.
           MOVE ZERO TO TRC-ENTRIES-DROPPED.
           EVALUATE TRC-REQUEST-TYPE
               WHEN "S"
                   MOVE TRC-REQUEST-VALUE (1:22) TO TRC-SER-SEARCH
                   PERFORM 2600-ADD-SERIAL THRU 2600-EXIT
                   PERFORM 2050-TRACE-REQUEST THRU 2050-EXIT
               WHEN "K"
                   PERFORM 2100-SEED-FROM-SOURCE-KEY THRU 2100-EXIT
                   PERFORM 2050-TRACE-REQUEST THRU 2050-EXIT
               WHEN "P"
                   PERFORM 2200-SEED-FROM-PERSON THRU 2200-EXIT
                   PERFORM 2050-TRACE-REQUEST THRU 2050-EXIT
               WHEN OTHER
                   MOVE "INVALID REQUEST TYPE - USE S, K, OR P"
                       TO TRC-MSG-TEXT
                   WRITE TRC-REPORT-RECORD FROM TRC-MESSAGE-LINE
                   ADD 1 TO TRC-REQUESTS-INVALID
           END-EVALUATE.
           WRITE TRC-REPORT-RECORD FROM TRC-BLANK-LINE.
           PERFORM 4000-READ-REQUEST-RECORD THRU 4000-EXIT.

       2000-EXIT.
           EXIT.

       2050-TRACE-REQUEST.
           PERFORM 2400-EXPAND-CHAIN-ENTRY THRU 2400-EXIT
               VARYING TRC-SER-IDX FROM 1 BY 1
               UNTIL TRC-SER-IDX > TRC-SERIAL-COUNT.
           PERFORM 3000-COLLECT-AUDIT-EVENTS THRU 3000-EXIT.
           PERFORM 3500-COLLECT-REJECT-EVENTS THRU 3500-EXIT.
           IF TRC-SERIAL-COUNT = ZERO AND TRC-EVENT-COUNT = ZERO
               MOVE "NOTHING ON FILE FOR THIS REQUEST" TO TRC-MSG-TEXT
               WRITE TRC-REPORT-RECORD FROM TRC-MESSAGE-LINE
               ADD 1 TO TRC-REQUESTS-NOT-FOUND
           ELSE
               ADD 1 TO TRC-REQUESTS-TRACED
               PERFORM 5000-PRINT-ENTRIES THRU 5000-EXIT
               PERFORM 6000-PRINT-EVENTS THRU 6000-EXIT
               PERFORM 7000-PRINT-GAPS THRU 7000-EXIT
           END-IF.

       2050-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2100-SEED-FROM-SOURCE-KEY - every entry ever issued from  *>
      *> the key, live by the source-key index and archived by a   *>
      *> pass of the archive; the key itself goes in the key table *>
      *> whether or not anything was issued from it.               *>
      *>--------------------------------------------------------*>
       2100-SEED-FROM-SOURCE-KEY.
           MOVE TRC-REQUEST-VALUE (1:10) TO TRC-KEY-SEARCH.
           PERFORM 2650-ADD-KEY THRU 2650-EXIT.
           MOVE "N" TO TRC-MST-EOF-SWITCH.
           MOVE TRC-REQUEST-VALUE (1:10) TO IDGEN-MST-SOURCE-KEY.
           START IDGEN-MASTER-FILE KEY = IDGEN-MST-SOURCE-KEY
               INVALID KEY
                   SET END-OF-MASTER-FILE TO TRUE
           END-START.
           PERFORM 2110-SCAN-BY-SOURCE-KEY THRU 2110-EXIT
               UNTIL END-OF-MASTER-FILE.
           MOVE "K" TO TRC-ARCHIVE-MODE.
           PERFORM 2300-SCAN-ARCHIVE THRU 2300-EXIT.

       2100-EXIT.
           EXIT.

       2110-SCAN-BY-SOURCE-KEY.
           READ IDGEN-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER-FILE TO TRUE
               NOT AT END
                   IF IDGEN-MST-SOURCE-KEY = TRC-REQUEST-VALUE (1:10)
                       MOVE IDGEN-MASTER-KEY TO TRC-SER-SEARCH
                       PERFORM 2600-ADD-SERIAL THRU 2600-EXIT
                   ELSE
                       SET END-OF-MASTER-FILE TO TRUE
                   END-IF
           END-READ.

       2110-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2200-SEED-FROM-PERSON - every entry carrying the exact    *>
      *> surname, given name, and birth year, live by the person   *>
      *> index and archived by a pass of the archive.              *>
      *>--------------------------------------------------------*>
       2200-SEED-FROM-PERSON.
           MOVE TRC-REQ-SURNAME TO TRC-PS-SURNAME.
           MOVE TRC-REQ-GIVEN-NAME TO TRC-PS-GIVEN-NAME.
           IF TRC-REQ-BIRTH-YEAR IS NUMERIC
               MOVE TRC-REQ-BIRTH-YEAR TO TRC-PS-BIRTH-YEAR
           ELSE
               MOVE ZERO TO TRC-PS-BIRTH-YEAR
           END-IF.
           MOVE "N" TO TRC-MST-EOF-SWITCH.
           MOVE TRC-PERSON-SEARCH TO IDGEN-MST-PERSON-ID.
           START IDGEN-MASTER-FILE KEY = IDGEN-MST-PERSON-ID
               INVALID KEY
                   SET END-OF-MASTER-FILE TO TRUE
           END-START.
           PERFORM 2210-SCAN-BY-PERSON THRU 2210-EXIT
               UNTIL END-OF-MASTER-FILE.
           MOVE "P" TO TRC-ARCHIVE-MODE.
           PERFORM 2300-SCAN-ARCHIVE THRU 2300-EXIT.

       2200-EXIT.
           EXIT.

       2210-SCAN-BY-PERSON.
           READ IDGEN-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER-FILE TO TRUE
               NOT AT END
                   IF IDGEN-MST-PERSON-ID = TRC-PERSON-SEARCH
                       MOVE IDGEN-MASTER-KEY TO TRC-SER-SEARCH
                       PERFORM 2600-ADD-SERIAL THRU 2600-EXIT
                   ELSE
                       SET END-OF-MASTER-FILE TO TRUE
                   END-IF
           END-READ.

       2210-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2300-SCAN-ARCHIVE - one pass of the archived master for   *>
      *> the match TRC-ARCHIVE-MODE names; a serial lookup stops   *>
      *> at its entry and leaves it in the master record area. No  *>
      *> archive on disk just means nothing was ever purged.       *>
      *>--------------------------------------------------------*>
       2300-SCAN-ARCHIVE.
           MOVE "N" TO TRC-FOUND-SWITCH.
           MOVE "N" TO TRC-MSA-EOF-SWITCH.
           OPEN INPUT IDGEN-MASTER-ARCHIVE.
           IF TRC-MSA-STATUS = "00"
               PERFORM 2310-READ-ARCHIVE-RECORD THRU 2310-EXIT
                   UNTIL END-OF-ARCHIVE-FILE
               CLOSE IDGEN-MASTER-ARCHIVE
           END-IF.

       2300-EXIT.
           EXIT.

       2310-READ-ARCHIVE-RECORD.
           READ IDGEN-MASTER-ARCHIVE
               AT END
                   SET END-OF-ARCHIVE-FILE TO TRUE
               NOT AT END
                   MOVE TRC-ARCHIVE-RECORD TO IDGEN-MASTER-RECORD
                   EVALUATE TRC-ARCHIVE-MODE
                       WHEN "S"
                           IF IDGEN-MASTER-KEY = TRC-SER-SEARCH
                               SET MASTER-ENTRY-FOUND TO TRUE
                               SET END-OF-ARCHIVE-FILE TO TRUE
                           END-IF
                       WHEN "K"
                           IF IDGEN-MST-SOURCE-KEY
                                  = TRC-REQUEST-VALUE (1:10)
                               MOVE IDGEN-MASTER-KEY TO TRC-SER-SEARCH
                               PERFORM 2600-ADD-SERIAL THRU 2600-EXIT
                           END-IF
                       WHEN "P"
                           IF IDGEN-MST-PERSON-ID = TRC-PERSON-SEARCH
                               MOVE IDGEN-MASTER-KEY TO TRC-SER-SEARCH
                               PERFORM 2600-ADD-SERIAL THRU 2600-EXIT
                           END-IF
                   END-EVALUATE
           END-READ.

       2310-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2400-EXPAND-CHAIN-ENTRY - reads the entry live, else from *>
      *> the archive, keeps what the listing and the gap checks    *>
      *> need, and adds both ends of its replacement chain and its *>
      *> source key; the VARYING loop reaches the serials this     *>
      *> adds in turn, so the walk runs to both ends of the chain. *>
      *>--------------------------------------------------------*>
       2400-EXPAND-CHAIN-ENTRY.
           MOVE "N" TO TRC-FOUND-SWITCH.
           MOVE TRC-SER-SERIAL (TRC-SER-IDX) TO IDGEN-MASTER-KEY.
           READ IDGEN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-ENTRY-FOUND TO TRUE
                   SET TRC-SER-LIVE (TRC-SER-IDX) TO TRUE
           END-READ.
           IF NOT MASTER-ENTRY-FOUND
               MOVE TRC-SER-SERIAL (TRC-SER-IDX) TO TRC-SER-SEARCH
               MOVE "S" TO TRC-ARCHIVE-MODE
               PERFORM 2300-SCAN-ARCHIVE THRU 2300-EXIT
               IF MASTER-ENTRY-FOUND
                   SET TRC-SER-ARCHIVED (TRC-SER-IDX) TO TRUE
               END-IF
           END-IF.
           IF MASTER-ENTRY-FOUND
               MOVE IDGEN-MST-STATUS-CODE
                   TO TRC-SER-STATUS (TRC-SER-IDX)
               MOVE IDGEN-MST-SOURCE-KEY
                   TO TRC-SER-SOURCE-KEY (TRC-SER-IDX)
               MOVE IDGEN-MST-ISSUE-DATE
                   TO TRC-SER-ISSUE-DATE (TRC-SER-IDX)
               MOVE IDGEN-MST-OFFICE TO TRC-SER-OFFICE (TRC-SER-IDX)
               MOVE IDGEN-MST-CARD-STATUS
                   TO TRC-SER-CARD-STATUS (TRC-SER-IDX)
               MOVE IDGEN-MST-REPLACES
                   TO TRC-SER-REPLACES (TRC-SER-IDX)
               MOVE IDGEN-MST-REPLACED-BY
                   TO TRC-SER-REPLACED-BY (TRC-SER-IDX)
               MOVE IDGEN-MST-MERGED-INTO
                   TO TRC-SER-MERGED-INTO (TRC-SER-IDX)
               MOVE IDGEN-MST-SOURCE-KEY TO TRC-KEY-SEARCH
               PERFORM 2650-ADD-KEY THRU 2650-EXIT
               IF IDGEN-MST-REPLACES NOT = SPACES
                   MOVE IDGEN-MST-REPLACES TO TRC-SER-SEARCH
                   PERFORM 2600-ADD-SERIAL THRU 2600-EXIT
               END-IF
               IF IDGEN-MST-REPLACED-BY NOT = SPACES
                   MOVE IDGEN-MST-REPLACED-BY TO TRC-SER-SEARCH
                   PERFORM 2600-ADD-SERIAL THRU 2600-EXIT
               END-IF
           ELSE
               SET TRC-SER-NOT-ON-FILE (TRC-SER-IDX) TO TRUE
           END-IF.

       2400-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2600-ADD-SERIAL / 2650-ADD-KEY - add the value staged in  *>
      *> the search field unless it is already held; a full table  *>
      *> is counted and reported at the end of the trace.          *>
      *>--------------------------------------------------------*>
       2600-ADD-SERIAL.
           PERFORM 2610-FIND-SERIAL THRU 2610-EXIT.
           IF NOT SERIAL-IN-TABLE
               IF TRC-SERIAL-COUNT < TRC-SERIAL-TABLE-MAX
                   ADD 1 TO TRC-SERIAL-COUNT
                   MOVE SPACES TO TRC-SERIAL-ENTRY (TRC-SERIAL-COUNT)
                   MOVE TRC-SER-SEARCH
                       TO TRC-SER-SERIAL (TRC-SERIAL-COUNT)
                   MOVE "NNNNNNN"
                       TO TRC-SER-SEEN-FLAGS (TRC-SERIAL-COUNT)
               ELSE
                   ADD 1 TO TRC-ENTRIES-DROPPED
               END-IF
           END-IF.

       2600-EXIT.
           EXIT.

       2610-FIND-SERIAL.
           MOVE "N" TO TRC-SER-FOUND-SWITCH.
           PERFORM 2620-COMPARE-SERIAL THRU 2620-EXIT
               VARYING TRC-SER-SCAN-IDX FROM 1 BY 1
               UNTIL TRC-SER-SCAN-IDX > TRC-SERIAL-COUNT
                  OR SERIAL-IN-TABLE.

       2610-EXIT.
           EXIT.

       2620-COMPARE-SERIAL.
           IF TRC-SER-SERIAL (TRC-SER-SCAN-IDX) = TRC-SER-SEARCH
               SET SERIAL-IN-TABLE TO TRUE
               MOVE TRC-SER-SCAN-IDX TO TRC-SER-MATCH-IDX
           END-IF.

       2620-EXIT.
           EXIT.

       2650-ADD-KEY.
           PERFORM 2660-FIND-KEY THRU 2660-EXIT.
           IF NOT KEY-IN-TABLE AND TRC-KEY-SEARCH NOT = SPACES
               IF TRC-KEY-COUNT < TRC-KEY-TABLE-MAX
                   ADD 1 TO TRC-KEY-COUNT
                   MOVE TRC-KEY-SEARCH TO TRC-KEY-VALUE (TRC-KEY-COUNT)
               ELSE
                   ADD 1 TO TRC-ENTRIES-DROPPED
               END-IF
           END-IF.

       2650-EXIT.
           EXIT.

       2660-FIND-KEY.
           MOVE "N" TO TRC-KEY-FOUND-SWITCH.
           PERFORM 2670-COMPARE-KEY THRU 2670-EXIT
               VARYING TRC-KEY-IDX FROM 1 BY 1
               UNTIL TRC-KEY-IDX > TRC-KEY-COUNT
                  OR KEY-IN-TABLE.

       2660-EXIT.
           EXIT.

       2670-COMPARE-KEY.
           IF TRC-KEY-VALUE (TRC-KEY-IDX) = TRC-KEY-SEARCH
               SET KEY-IN-TABLE TO TRUE
           END-IF.

       2670-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 3000-COLLECT-AUDIT-EVENTS - the archived trail first,     *>
      *> then the live one, so the history runs oldest first.      *>
      *>--------------------------------------------------------*>
       3000-COLLECT-AUDIT-EVENTS.
           MOVE "N" TO TRC-LAST-MATCH-SWITCH.
           MOVE SPACES TO TRC-HELD-OLD-IMAGE.
           OPEN INPUT IDGEN-AUDIT-ARCHIVE.
           IF TRC-AUA-STATUS = "00"
               MOVE "N" TO TRC-AUD-EOF-SWITCH
               PERFORM 3010-READ-ARCHIVED-LINE THRU 3010-EXIT
                   UNTIL END-OF-AUDIT-FILE
               CLOSE IDGEN-AUDIT-ARCHIVE
           END-IF.
           OPEN INPUT IDGEN-AUDIT-FILE.
           IF TRC-AUD-STATUS = "00"
               MOVE "N" TO TRC-AUD-EOF-SWITCH
               PERFORM 3020-READ-AUDIT-LINE THRU 3020-EXIT
                   UNTIL END-OF-AUDIT-FILE
               CLOSE IDGEN-AUDIT-FILE
           END-IF.

       3000-EXIT.
           EXIT.

       3010-READ-ARCHIVED-LINE.
           READ IDGEN-AUDIT-ARCHIVE
               AT END
                   SET END-OF-AUDIT-FILE TO TRUE
               NOT AT END
                   MOVE TRC-AUDIT-ARCHIVE-RECORD TO IDGEN-AUDIT-LINE
                   PERFORM 3100-EXAMINE-AUDIT-LINE THRU 3100-EXIT
           END-READ.

       3010-EXIT.
           EXIT.

       3020-READ-AUDIT-LINE.
           READ IDGEN-AUDIT-FILE
               AT END
                   SET END-OF-AUDIT-FILE TO TRUE
               NOT AT END
                   MOVE TRC-AUDIT-RECORD TO IDGEN-AUDIT-LINE
                   PERFORM 3100-EXAMINE-AUDIT-LINE THRU 3100-EXIT
           END-READ.

       3020-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 3100-EXAMINE-AUDIT-LINE - an MNT-OLD image is held until  *>
      *> the MAINT line after it shows whether it belongs to the   *>
      *> trace; an MNT-NEW image and an OPERATOR line go with the  *>
      *> action line before them; SUMMARY lines carry no serial.   *>
      *>--------------------------------------------------------*>
       3100-EXAMINE-AUDIT-LINE.
           EVALUATE TRUE
               WHEN TRC-MIV-TAG = "MNT-OLD"
                   MOVE IDGEN-AUDIT-LINE TO TRC-HELD-OLD-IMAGE
               WHEN TRC-MIV-TAG = "MNT-NEW"
                   IF LAST-ACTION-TRACED
                       PERFORM 3300-ADD-IMAGE-EVENT THRU 3300-EXIT
                   END-IF
               WHEN IDGEN-AUDO-TAG = "OPERATOR"
                   IF LAST-ACTION-TRACED
                       PERFORM 3400-ADD-SIGNED-EVENT THRU 3400-EXIT
                   END-IF
               WHEN IDGEN-AUD-ACTION = "SUMMARY"
                   MOVE "N" TO TRC-LAST-MATCH-SWITCH
               WHEN OTHER
                   PERFORM 3200-MATCH-ACTION-LINE THRU 3200-EXIT
           END-EVALUATE.

       3100-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 3200-MATCH-ACTION-LINE - a review, approval, or reject    *>
      *> names the serial it collided with, which may be someone   *>
      *> else's, so it is matched on source key only; a verify or *>
      *> death flag carries an outside reference in the key        *>
      *> columns, so it is matched on serial only; every other     *>
      *> action matches on either.                                 *>
      *>--------------------------------------------------------*>
       3200-MATCH-ACTION-LINE.
           MOVE "N" TO TRC-LINE-MATCH-SWITCH.
           MOVE IDGEN-AUD-SERIAL TO TRC-SER-SEARCH.
           PERFORM 2610-FIND-SERIAL THRU 2610-EXIT.
           MOVE IDGEN-AUD-SOURCE-KEY TO TRC-KEY-SEARCH.
           PERFORM 2660-FIND-KEY THRU 2660-EXIT.
           EVALUATE IDGEN-AUD-ACTION
               WHEN "REVIEW"
               WHEN "APPROVE"
               WHEN "REJECT"
                   IF KEY-IN-TABLE
                       SET AUDIT-LINE-MATCHED TO TRUE
                   END-IF
               WHEN "VERIFY"
               WHEN "DECEASE"
                   IF SERIAL-IN-TABLE
                       SET AUDIT-LINE-MATCHED TO TRUE
                   END-IF
               WHEN OTHER
                   IF SERIAL-IN-TABLE OR KEY-IN-TABLE
                       SET AUDIT-LINE-MATCHED TO TRUE
                   END-IF
           END-EVALUATE.
           IF AUDIT-LINE-MATCHED
               SET LAST-ACTION-TRACED TO TRUE
               MOVE IDGEN-AUDIT-LINE TO TRC-HELD-ACTION-LINE
               IF IDGEN-AUD-ACTION = "MAINT"
                  AND TRC-HELD-OLD-IMAGE NOT = SPACES
                   MOVE TRC-HELD-OLD-IMAGE TO IDGEN-AUDIT-LINE
                   PERFORM 3300-ADD-IMAGE-EVENT THRU 3300-EXIT
                   MOVE TRC-HELD-ACTION-LINE TO IDGEN-AUDIT-LINE
               END-IF
               MOVE IDGEN-AUD-DATE TO TRC-NEW-DATE
               MOVE IDGEN-AUD-TIME TO TRC-NEW-TIME
               MOVE IDGEN-AUD-JOB-ID TO TRC-NEW-JOB-ID
               MOVE IDGEN-AUD-OFFICE TO TRC-NEW-OFFICE
               MOVE IDGEN-AUD-ACTION TO TRC-NEW-ACTION
               MOVE IDGEN-AUD-SERIAL TO TRC-ATX-SERIAL
               MOVE IDGEN-AUD-SOURCE-KEY TO TRC-ATX-SOURCE-KEY
               MOVE TRC-ACTION-TEXT TO TRC-NEW-TEXT
               PERFORM 3800-ADD-EVENT THRU 3800-EXIT
               IF SERIAL-IN-TABLE
                   PERFORM 3250-MARK-ACTION-SEEN THRU 3250-EXIT
               END-IF
           ELSE
               MOVE "N" TO TRC-LAST-MATCH-SWITCH
           END-IF.
           MOVE SPACES TO TRC-HELD-OLD-IMAGE.

       3200-EXIT.
           EXIT.

       3250-MARK-ACTION-SEEN.
           EVALUATE IDGEN-AUD-ACTION
               WHEN "ISSUE"
               WHEN "REPLACE"
               WHEN "TEMPISS"
               WHEN "CONVERT"
                   MOVE "Y" TO TRC-SER-CREATE-SEEN (TRC-SER-MATCH-IDX)
               WHEN "VOID"
                   MOVE "Y" TO TRC-SER-VOID-SEEN (TRC-SER-MATCH-IDX)
               WHEN "LOST"
                   MOVE "Y" TO TRC-SER-LOST-SEEN (TRC-SER-MATCH-IDX)
               WHEN "DECEASE"
                   MOVE "Y" TO TRC-SER-DECEASE-SEEN (TRC-SER-MATCH-IDX)
               WHEN "MERGE"
                   MOVE "Y" TO TRC-SER-MERGE-SEEN (TRC-SER-MATCH-IDX)
               WHEN "TMPCLOS"
                   MOVE "Y" TO TRC-SER-CLOSE-SEEN (TRC-SER-MATCH-IDX)
               WHEN "CARDACK"
                   MOVE "Y" TO TRC-SER-CARDACK-SEEN (TRC-SER-MATCH-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3250-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 3300-ADD-IMAGE-EVENT - a before or after image, timed     *>
      *> with the MAINT line it brackets so the three stay         *>
      *> together in order.                                        *>
      *>--------------------------------------------------------*>
       3300-ADD-IMAGE-EVENT.
           MOVE TRC-MIV-TAG TO TRC-NEW-ACTION.
           MOVE TRC-MIV-SURNAME TO TRC-ITX-SURNAME.
           MOVE TRC-MIV-GIVEN-NAME TO TRC-ITX-GIVEN-NAME.
           MOVE TRC-MIV-BIRTH-YEAR TO TRC-ITX-BIRTH-YEAR.
           MOVE TRC-IMAGE-TEXT TO TRC-NEW-TEXT.
           MOVE TRC-HELD-ACTION-LINE TO IDGEN-AUDIT-LINE.
           MOVE IDGEN-AUD-DATE TO TRC-NEW-DATE.
           MOVE IDGEN-AUD-TIME TO TRC-NEW-TIME.
           MOVE IDGEN-AUD-JOB-ID TO TRC-NEW-JOB-ID.
           MOVE IDGEN-AUD-OFFICE TO TRC-NEW-OFFICE.
           PERFORM 3800-ADD-EVENT THRU 3800-EXIT.

       3300-EXIT.
           EXIT.

       3400-ADD-SIGNED-EVENT.
           MOVE IDGEN-AUD-DATE TO TRC-NEW-DATE.
           MOVE IDGEN-AUD-TIME TO TRC-NEW-TIME.
           MOVE IDGEN-AUD-OFFICE TO TRC-NEW-OFFICE.
           MOVE IDGEN-AUDO-OPERATOR-ID TO TRC-STX-OPERATOR-ID.
           MOVE IDGEN-AUDO-SUPERVISOR-ID TO TRC-STX-SUPERVISOR-ID.
           MOVE TRC-SIGNED-TEXT TO TRC-NEW-TEXT.
           MOVE TRC-HELD-ACTION-LINE TO IDGEN-AUDIT-LINE.
           MOVE IDGEN-AUD-JOB-ID TO TRC-NEW-JOB-ID.
           MOVE "KEYED" TO TRC-NEW-ACTION.
           PERFORM 3800-ADD-EVENT THRU 3800-EXIT.

       3400-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 3500-COLLECT-REJECT-EVENTS - every appearance on the      *>
      *> reject file of a traced source key or, for a person       *>
      *> request, of the requested name and birth year.            *>
      *>--------------------------------------------------------*>
       3500-COLLECT-REJECT-EVENTS.
           MOVE "N" TO TRC-RJF-EOF-SWITCH.
           OPEN INPUT IDGEN-REJECT-FILE.
           IF TRC-RJF-STATUS = "00"
               PERFORM 3510-READ-REJECT-IMAGE THRU 3510-EXIT
                   UNTIL END-OF-REJECT-FILE
               CLOSE IDGEN-REJECT-FILE
           END-IF.

       3500-EXIT.
           EXIT.

       3510-READ-REJECT-IMAGE.
           READ IDGEN-REJECT-FILE
               AT END
                   SET END-OF-REJECT-FILE TO TRUE
               NOT AT END
                   IF PI-BH-RECORD-TYPE = "HDR"
                      OR PI-BT-RECORD-TYPE = "TRL"
                       CONTINUE
                   ELSE
                       PERFORM 3520-MATCH-REJECT-IMAGE THRU 3520-EXIT
                   END-IF
           END-READ.

       3510-EXIT.
           EXIT.

       3520-MATCH-REJECT-IMAGE.
           MOVE PI-RECORD-KEY TO TRC-KEY-SEARCH.
           PERFORM 2660-FIND-KEY THRU 2660-EXIT.
           IF NOT KEY-IN-TABLE AND TRC-REQUEST-TYPE = "P"
               IF PI-SURNAME = TRC-PS-SURNAME
                  AND PI-GIVEN-NAME = TRC-PS-GIVEN-NAME
                  AND PI-BIRTH-YEAR = TRC-PS-BIRTH-YEAR
                   SET KEY-IN-TABLE TO TRUE
               END-IF
           END-IF.
           IF KEY-IN-TABLE
               MOVE PI-REJECT-DATE TO TRC-NEW-DATE
               MOVE SPACES TO TRC-NEW-TIME
               MOVE SPACES TO TRC-NEW-JOB-ID
               MOVE PI-ORIGIN-OFFICE TO TRC-NEW-OFFICE
               MOVE "REJFILE" TO TRC-NEW-ACTION
               MOVE PI-REJECT-CODE TO TRC-RTX-REASON
               MOVE PI-RECORD-KEY TO TRC-RTX-SOURCE-KEY
               MOVE PI-TRANS-CODE TO TRC-RTX-TRANS-CODE
               MOVE TRC-REJECT-TEXT TO TRC-NEW-TEXT
               PERFORM 3800-ADD-EVENT THRU 3800-EXIT
           END-IF.

       3520-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 3800-ADD-EVENT - places the staged event by date, time,   *>
      *> and arrival order, opening its slot by moving the later   *>
      *> events up one. A full table is counted and reported.      *>
      *>--------------------------------------------------------*>
       3800-ADD-EVENT.
           ADD 1 TO TRC-EVENT-SEQUENCE.
           MOVE TRC-EVENT-SEQUENCE TO TRC-NEW-SEQUENCE.
           IF TRC-EVENT-COUNT < TRC-EVENT-TABLE-MAX
               MOVE TRC-EVENT-COUNT TO TRC-EVT-SLOT
               MOVE "N" TO TRC-SLOT-FOUND-SWITCH
               PERFORM 3810-MOVE-LATER-EVENT THRU 3810-EXIT
                   UNTIL TRC-EVT-SLOT = ZERO
                      OR EVENT-SLOT-FOUND
               ADD 1 TO TRC-EVENT-COUNT
               MOVE TRC-NEW-EVENT TO TRC-EVENT-ENTRY (TRC-EVT-SLOT + 1)
           ELSE
               ADD 1 TO TRC-EVENTS-DROPPED
           END-IF.

       3800-EXIT.
           EXIT.

       3810-MOVE-LATER-EVENT.
           IF TRC-EVT-ORDER-KEY (TRC-EVT-SLOT) NOT > TRC-NEW-ORDER-KEY
               SET EVENT-SLOT-FOUND TO TRUE
           ELSE
               MOVE TRC-EVENT-ENTRY (TRC-EVT-SLOT)
                   TO TRC-EVENT-ENTRY (TRC-EVT-SLOT + 1)
               SUBTRACT 1 FROM TRC-EVT-SLOT
           END-IF.

       3810-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 4000-READ-REQUEST-RECORD                                  *>
      *>--------------------------------------------------------*>
       4000-READ-REQUEST-RECORD.
           READ IDGEN-TRACE-REQUEST-FILE
               AT END
                   SET END-OF-REQUEST-FILE TO TRUE
               NOT AT END
                   ADD 1 TO TRC-REQUESTS-READ
           END-READ.

       4000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 5000-PRINT-ENTRIES - every master entry the trace         *>
      *> gathered, with its chain and merge pointers.              *>
      *>--------------------------------------------------------*>
       5000-PRINT-ENTRIES.
           MOVE "MASTER ENTRIES" TO TRC-SEC-TITLE.
           WRITE TRC-REPORT-RECORD FROM TRC-SECTION-LINE.
           WRITE TRC-REPORT-RECORD FROM TRC-ENTRY-HEAD-LINE.
           PERFORM 5100-PRINT-ENTRY THRU 5100-EXIT
               VARYING TRC-SER-IDX FROM 1 BY 1
               UNTIL TRC-SER-IDX > TRC-SERIAL-COUNT.
           IF TRC-ENTRIES-DROPPED > ZERO
               MOVE "ENTRY TABLE FULL - CHAIN CUT SHORT"
                   TO TRC-MSG-TEXT
               WRITE TRC-REPORT-RECORD FROM TRC-MESSAGE-LINE
               ADD 1 TO TRC-TABLE-OVERFLOWS
           END-IF.

       5000-EXIT.
           EXIT.

       5100-PRINT-ENTRY.
           MOVE TRC-SER-SERIAL (TRC-SER-IDX) TO TRC-ENT-SERIAL.
           MOVE TRC-SER-SOURCE-KEY (TRC-SER-IDX) TO TRC-ENT-SOURCE-KEY.
           MOVE TRC-SER-ISSUE-DATE (TRC-SER-IDX) TO TRC-ENT-ISSUE-DATE.
           MOVE TRC-SER-OFFICE (TRC-SER-IDX) TO TRC-ENT-OFFICE.
           EVALUATE TRC-SER-STATUS (TRC-SER-IDX)
               WHEN "I"
                   MOVE "ISSUED" TO TRC-ENT-STATUS
               WHEN "R"
                   MOVE "REVOKED" TO TRC-ENT-STATUS
               WHEN "D"
                   MOVE "DECEASED" TO TRC-ENT-STATUS
               WHEN "L"
                   MOVE "LOST/STOLEN" TO TRC-ENT-STATUS
               WHEN "M"
                   MOVE "MERGED" TO TRC-ENT-STATUS
               WHEN "T"
                   MOVE "TEMPORARY" TO TRC-ENT-STATUS
               WHEN "C"
                   MOVE "TEMP CONVERTED" TO TRC-ENT-STATUS
               WHEN OTHER
                   MOVE SPACES TO TRC-ENT-STATUS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN TRC-SER-LIVE (TRC-SER-IDX)
                   MOVE "LIVE" TO TRC-ENT-WHERE
               WHEN TRC-SER-ARCHIVED (TRC-SER-IDX)
                   MOVE "ARCHIVED" TO TRC-ENT-WHERE
               WHEN OTHER
                   MOVE "NOT FOUND" TO TRC-ENT-WHERE
           END-EVALUATE.
           WRITE TRC-REPORT-RECORD FROM TRC-ENTRY-LINE.
           IF TRC-SER-REPLACES (TRC-SER-IDX) NOT = SPACES
               MOVE "REPLACES" TO TRC-LNK-LABEL
               MOVE TRC-SER-REPLACES (TRC-SER-IDX) TO TRC-LNK-SERIAL
               WRITE TRC-REPORT-RECORD FROM TRC-LINK-LINE
           END-IF.
           IF TRC-SER-REPLACED-BY (TRC-SER-IDX) NOT = SPACES
               MOVE "REPLACED BY" TO TRC-LNK-LABEL
               MOVE TRC-SER-REPLACED-BY (TRC-SER-IDX) TO TRC-LNK-SERIAL
               WRITE TRC-REPORT-RECORD FROM TRC-LINK-LINE
           END-IF.
           IF TRC-SER-MERGED-INTO (TRC-SER-IDX) NOT = SPACES
               MOVE "MERGED INTO" TO TRC-LNK-LABEL
               MOVE TRC-SER-MERGED-INTO (TRC-SER-IDX) TO TRC-LNK-SERIAL
               WRITE TRC-REPORT-RECORD FROM TRC-LINK-LINE
           END-IF.

       5100-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 6000-PRINT-EVENTS - the history, oldest first.            *>
      *>--------------------------------------------------------*>
       6000-PRINT-EVENTS.
           MOVE "HISTORY" TO TRC-SEC-TITLE.
           WRITE TRC-REPORT-RECORD FROM TRC-SECTION-LINE.
           WRITE TRC-REPORT-RECORD FROM TRC-EVENT-HEAD-LINE.
           PERFORM 6100-PRINT-EVENT THRU 6100-EXIT
               VARYING TRC-EVT-IDX FROM 1 BY 1
               UNTIL TRC-EVT-IDX > TRC-EVENT-COUNT.
           IF TRC-EVENTS-DROPPED > ZERO
               MOVE "EVENT TABLE FULL - LATEST NOT SHOWN"
                   TO TRC-MSG-TEXT
               WRITE TRC-REPORT-RECORD FROM TRC-MESSAGE-LINE
               ADD 1 TO TRC-TABLE-OVERFLOWS
           END-IF.

       6000-EXIT.
           EXIT.

       6100-PRINT-EVENT.
           MOVE TRC-EVT-DATE (TRC-EVT-IDX) TO TRC-EVL-DATE.
           MOVE TRC-EVT-TIME (TRC-EVT-IDX) (1:6) TO TRC-EVL-TIME.
           MOVE TRC-EVT-JOB-ID (TRC-EVT-IDX) TO TRC-EVL-JOB-ID.
           MOVE TRC-EVT-OFFICE (TRC-EVT-IDX) TO TRC-EVL-OFFICE.
           MOVE TRC-EVT-ACTION (TRC-EVT-IDX) TO TRC-EVL-ACTION.
           MOVE TRC-EVT-TEXT (TRC-EVT-IDX) TO TRC-EVL-TEXT.
           WRITE TRC-REPORT-RECORD FROM TRC-EVENT-LINE.
           ADD 1 TO TRC-EVENTS-LISTED.

       6100-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 7000-PRINT-GAPS - an entry whose state the history does   *>
      *> not account for: no line creating it, a terminal status   *>
      *> with no line setting it, a card result with no            *>
      *> acknowledgment line, a chain pointer not answered from    *>
      *> the other end, or a chained serial on neither master.     *>
      *>--------------------------------------------------------*>
       7000-PRINT-GAPS.
           MOVE "GAPS" TO TRC-SEC-TITLE.
           WRITE TRC-REPORT-RECORD FROM TRC-SECTION-LINE.
           MOVE "N" TO TRC-GAP-FOUND-SWITCH.
           PERFORM 7100-CHECK-ENTRY-GAPS THRU 7100-EXIT
               VARYING TRC-SER-IDX FROM 1 BY 1
               UNTIL TRC-SER-IDX > TRC-SERIAL-COUNT.
           IF NOT GAP-FOUND
               MOVE "NONE" TO TRC-MSG-TEXT
               WRITE TRC-REPORT-RECORD FROM TRC-MESSAGE-LINE
           END-IF.

       7000-EXIT.
           EXIT.

       7100-CHECK-ENTRY-GAPS.
           IF TRC-SER-NOT-ON-FILE (TRC-SER-IDX)
               MOVE "NOT ON LIVE OR ARCHIVED MASTER" TO TRC-GAP-TEXT
               PERFORM 7900-WRITE-GAP THRU 7900-EXIT
           ELSE
               IF TRC-SER-CREATE-SEEN (TRC-SER-IDX) NOT = "Y"
                   MOVE "NO ISSUE LINE ON AUDIT TRAIL" TO TRC-GAP-TEXT
                   PERFORM 7900-WRITE-GAP THRU 7900-EXIT
               END-IF
               EVALUATE TRC-SER-STATUS (TRC-SER-IDX)
                   WHEN "R"
                       IF TRC-SER-VOID-SEEN (TRC-SER-IDX) NOT = "Y"
                           MOVE "REVOKED, NO VOID LINE"
                               TO TRC-GAP-TEXT
                           PERFORM 7900-WRITE-GAP THRU 7900-EXIT
                       END-IF
                   WHEN "L"
                       IF TRC-SER-LOST-SEEN (TRC-SER-IDX) NOT = "Y"
                           MOVE "LOST/STOLEN, NO LOST LINE"
                               TO TRC-GAP-TEXT
                           PERFORM 7900-WRITE-GAP THRU 7900-EXIT
                       END-IF
                   WHEN "D"
                       IF TRC-SER-DECEASE-SEEN (TRC-SER-IDX) NOT = "Y"
                           MOVE "DECEASED, NO DECEASE LINE"
                               TO TRC-GAP-TEXT
                           PERFORM 7900-WRITE-GAP THRU 7900-EXIT
                       END-IF
                   WHEN "M"
                       IF TRC-SER-MERGE-SEEN (TRC-SER-IDX) NOT = "Y"
                           MOVE "MERGED, NO MERGE LINE"
                               TO TRC-GAP-TEXT
                           PERFORM 7900-WRITE-GAP THRU 7900-EXIT
                       END-IF
                   WHEN "C"
                       IF TRC-SER-CLOSE-SEEN (TRC-SER-IDX) NOT = "Y"
                           MOVE "CONVERTED, NO TMPCLOS LINE"
                               TO TRC-GAP-TEXT
                           PERFORM 7900-WRITE-GAP THRU 7900-EXIT
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF TRC-SER-CARD-STATUS (TRC-SER-IDX) NOT = SPACES
                  AND TRC-SER-CARDACK-SEEN (TRC-SER-IDX) NOT = "Y"
                   MOVE "CARD RESULT, NO CARDACK LINE" TO TRC-GAP-TEXT
                   PERFORM 7900-WRITE-GAP THRU 7900-EXIT
               END-IF
               PERFORM 7200-CHECK-CHAIN-LINKS THRU 7200-EXIT
           END-IF.

       7100-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 7200-CHECK-CHAIN-LINKS - the serial this entry replaced   *>
      *> must name it as its replacement, and the other way round. *>
      *>--------------------------------------------------------*>
       7200-CHECK-CHAIN-LINKS.
           IF TRC-SER-REPLACES (TRC-SER-IDX) NOT = SPACES
               MOVE TRC-SER-REPLACES (TRC-SER-IDX) TO TRC-SER-SEARCH
               PERFORM 2610-FIND-SERIAL THRU 2610-EXIT
               IF SERIAL-IN-TABLE
                   MOVE TRC-SER-MATCH-IDX TO TRC-SER-OTHER-IDX
                   IF NOT TRC-SER-NOT-ON-FILE (TRC-SER-OTHER-IDX)
                      AND TRC-SER-REPLACED-BY (TRC-SER-OTHER-IDX)
                             NOT = TRC-SER-SERIAL (TRC-SER-IDX)
                       MOVE "REPLACES A SERIAL NOT POINTING BACK"
                           TO TRC-GAP-TEXT
                       PERFORM 7900-WRITE-GAP THRU 7900-EXIT
                   END-IF
               END-IF
           END-IF.
           IF TRC-SER-REPLACED-BY (TRC-SER-IDX) NOT = SPACES
               MOVE TRC-SER-REPLACED-BY (TRC-SER-IDX) TO TRC-SER-SEARCH
               PERFORM 2610-FIND-SERIAL THRU 2610-EXIT
               IF SERIAL-IN-TABLE
                   MOVE TRC-SER-MATCH-IDX TO TRC-SER-OTHER-IDX
                   IF NOT TRC-SER-NOT-ON-FILE (TRC-SER-OTHER-IDX)
                      AND TRC-SER-REPLACES (TRC-SER-OTHER-IDX)
                             NOT = TRC-SER-SERIAL (TRC-SER-IDX)
                       MOVE "REPLACED BY A SERIAL NOT POINTING BACK"
                           TO TRC-GAP-TEXT
                       PERFORM 7900-WRITE-GAP THRU 7900-EXIT
                   END-IF
               END-IF
           END-IF.

       7200-EXIT.
           EXIT.

       7900-WRITE-GAP.
           MOVE TRC-SER-SERIAL (TRC-SER-IDX) TO TRC-GAP-SERIAL.
           WRITE TRC-REPORT-RECORD FROM TRC-GAP-LINE.
           SET GAP-FOUND TO TRUE.
           ADD 1 TO TRC-GAPS-FLAGGED.

       7900-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 9000-TERMINATE - run totals; a trace cut short by a full  *>
      *> table ends RC 4 so the listing is read with that in mind. *>
      *>--------------------------------------------------------*>
       9000-TERMINATE.
           MOVE "REQUESTS READ................:" TO TRC-TOT-LABEL.
           MOVE TRC-REQUESTS-READ TO TRC-TOT-VALUE.
           WRITE TRC-REPORT-RECORD FROM TRC-TOTAL-LINE.

           MOVE "REQUESTS TRACED..............:" TO TRC-TOT-LABEL.
           MOVE TRC-REQUESTS-TRACED TO TRC-TOT-VALUE.
           WRITE TRC-REPORT-RECORD FROM TRC-TOTAL-LINE.

           MOVE "REQUESTS NOT FOUND...........:" TO TRC-TOT-LABEL.
           MOVE TRC-REQUESTS-NOT-FOUND TO TRC-TOT-VALUE.
           WRITE TRC-REPORT-RECORD FROM TRC-TOTAL-LINE.

           MOVE "REQUESTS INVALID.............:" TO TRC-TOT-LABEL.
           MOVE TRC-REQUESTS-INVALID TO TRC-TOT-VALUE.
           WRITE TRC-REPORT-RECORD FROM TRC-TOTAL-LINE.

           MOVE "EVENTS LISTED................:" TO TRC-TOT-LABEL.
           MOVE TRC-EVENTS-LISTED TO TRC-TOT-VALUE.
           WRITE TRC-REPORT-RECORD FROM TRC-TOTAL-LINE.

           MOVE "GAPS FLAGGED.................:" TO TRC-TOT-LABEL.
           MOVE TRC-GAPS-FLAGGED TO TRC-TOT-VALUE.
           WRITE TRC-REPORT-RECORD FROM TRC-TOTAL-LINE.

           MOVE "TRACES CUT SHORT.............:" TO TRC-TOT-LABEL.
           MOVE TRC-TABLE-OVERFLOWS TO TRC-TOT-VALUE.
           WRITE TRC-REPORT-RECORD FROM TRC-TOTAL-LINE.

           IF TRC-TABLE-OVERFLOWS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE IDGEN-TRACE-REQUEST-FILE.
           CLOSE IDGEN-MASTER-FILE.
           CLOSE IDGEN-TRACE-REPORT.

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
           IF TRC-RUN-STATUS NOT = "00"
               DISPLAY "IDLIFETRACE - UNABLE TO OPEN "
                   "IDGEN-RUN-CONTROL-FILE, STATUS " TRC-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE TRC-RUN-CYCLE-DATE TO IDGEN-RCF-CYCLE-DATE
               MOVE TRC-RUN-PROGRAM TO IDGEN-RCF-PROGRAM
               READ IDGEN-RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "IDLIFETRACE - RUN START ENTRY NOT "
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
           MOVE TRC-REQUESTS-READ TO IDGEN-RCF-TLY-VALUE (1).
           MOVE "TRACED" TO IDGEN-RCF-TLY-LABEL (2).
           MOVE TRC-REQUESTS-TRACED TO IDGEN-RCF-TLY-VALUE (2).
           MOVE "GAPS" TO IDGEN-RCF-TLY-LABEL (3).
           MOVE TRC-GAPS-FLAGGED TO IDGEN-RCF-TLY-VALUE (3).
           REWRITE IDGEN-RUN-CONTROL-RECORD.
           IF TRC-RUN-STATUS NOT = "00"
               DISPLAY "IDLIFETRACE - UNABLE TO RECORD THE RUN "
                   "COMPLETION, STATUS " TRC-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9910-EXIT.
           EXIT.
