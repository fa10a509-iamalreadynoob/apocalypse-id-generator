       IDENTIFICATION DIVISION.
       PROGRAM-ID. IdReviewEntry.
       AUTHOR. Saythek.
       INSTALLATION. NATIONAL REGISTRY DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *>--------------------------------------------------------*>
      *> MODIFICATION HISTORY                                     *>
      *>   2026-10-15  SK  Initial version: interactive entry of  *>
      *>                   clerk decisions for the manual-review  *>
      *>                   queue. Steps through the pending items *>
      *>                   on IDGEN-REVIEW-DATA-FILE (optionally  *>
      *>                   one office and one queue reason only), *>
      *>                   showing the intake image, why it was   *>
      *>                   queued, how long it has waited, and    *>
      *>                   the master entry it collided with; the *>
      *>                   clerk approves or rejects from a fixed *>
      *>                   reason list, and only a decision that  *>
      *>                   passes the same operator and sign-off  *>
      *>                   checks IdDisposition applies is        *>
      *>                   appended to IDGENDSP.TXT. An item that *>
      *>                   already has a decision line on the     *>
      *>                   file for this cycle cannot be decided  *>
      *>                   again.                                 *>
      *>   2026-10-15  SK  Refuses the session while an           *>
      *>                   IdDisposition run is open on the       *>
      *>                   run-control file. Reloads the decided  *>
      *>                   keys before each decision is written,  *>
      *>                   so a key decided in another session    *>
      *>                   since sign-on is refused. Counts a     *>
      *>                   decision only once its line is         *>
      *>                   written, and refuses rather than stops *>
      *>                   when the decided table is full.        *>
      *>--------------------------------------------------------*>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDGEN-REVIEW-DATA-FILE ASSIGN TO "IDGENRVD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RVE-RVD-STATUS.

           SELECT IDGEN-MASTER-FILE ASSIGN TO "IDGENMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-MASTER-KEY
               ALTERNATE RECORD KEY IS IDGEN-MST-SOURCE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IDGEN-MST-PERSON-ID
                   WITH DUPLICATES
               FILE STATUS IS RVE-MST-STATUS.

           SELECT IDGEN-DECISION-FILE ASSIGN TO "IDGENDSP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RVE-DEC-STATUS.

           SELECT IDGEN-OPERATOR-FILE ASSIGN TO "IDGENOPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RVE-OPR-STATUS.

           SELECT IDGEN-RUN-CONTROL-FILE ASSIGN TO "IDGENRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDGEN-RCF-KEY
               ALTERNATE RECORD KEY IS IDGEN-RCF-PROGRAM
                   WITH DUPLICATES
               FILE STATUS IS RVE-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IDGEN-REVIEW-DATA-FILE
           RECORD CONTAINS 115 CHARACTERS.
       01  RVE-REVIEW-DATA-RECORD          PIC X(115).

       FD  IDGEN-MASTER-FILE.
           COPY IDGNMST.

      *>--------------------------------------------------------*>
      *> Same decision line IdDisposition loads: key, action,     *>
      *> reason, deciding clerk, and supervisor sign-off.         *>
      *>--------------------------------------------------------*>
       FD  IDGEN-DECISION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RVE-DECISION-RECORD.
           05  RVE-DEC-KEY                 PIC X(10).
           05  FILLER                      PIC X(1).
           05  RVE-DEC-ACTION              PIC X(1).
           05  FILLER                      PIC X(1).
           05  RVE-DEC-REASON              PIC X(40).
           05  FILLER                      PIC X(1).
           05  RVE-DEC-OPERATOR-ID         PIC X(5).
           05  FILLER                      PIC X(1).
           05  RVE-DEC-SUPERVISOR-ID       PIC X(5).
           05  FILLER                      PIC X(15).

       FD  IDGEN-OPERATOR-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY IDGNOPR.

       FD  IDGEN-RUN-CONTROL-FILE.
           COPY IDGNRUN.

       WORKING-STORAGE SECTION.

       01  RVE-FILE-STATUSES.
           05  RVE-RVD-STATUS              PIC X(2) VALUE SPACES.
           05  RVE-MST-STATUS              PIC X(2) VALUE SPACES.
           05  RVE-DEC-STATUS              PIC X(2) VALUE SPACES.
           05  RVE-OPR-STATUS              PIC X(2) VALUE SPACES.
           05  RVE-RUN-STATUS              PIC X(2) VALUE SPACES.

       01  RVE-SWITCHES.
           05  RVE-RVD-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-REVIEW-DATA          VALUE "Y".
           05  RVE-DEC-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-DECISION-FILE        VALUE "Y".
           05  RVE-OPR-EOF-SWITCH          PIC X(1) VALUE "N".
               88  END-OF-OPERATOR-FILE        VALUE "Y".
           05  RVE-SESSION-SWITCH          PIC X(1) VALUE "N".
               88  SESSION-ENDED               VALUE "Y".
           05  RVE-SIGNED-ON-SWITCH        PIC X(1) VALUE "N".
               88  CLERK-SIGNED-ON             VALUE "Y".
           05  RVE-SELECTED-SWITCH         PIC X(1) VALUE "N".
               88  ITEM-SELECTED               VALUE "Y".
           05  RVE-ITEM-DONE-SWITCH        PIC X(1) VALUE "N".
               88  ITEM-DONE                   VALUE "Y".
           05  RVE-DECIDED-SWITCH          PIC X(1) VALUE "N".
               88  ITEM-ALREADY-DECIDED        VALUE "Y".
           05  RVE-VALID-SWITCH            PIC X(1) VALUE "N".
               88  DECISION-VALID              VALUE "Y".
           05  RVE-OPR-FOUND-SWITCH        PIC X(1) VALUE "N".
               88  OPERATOR-FOUND              VALUE "Y".
           05  RVE-RSN-FOUND-SWITCH        PIC X(1) VALUE "N".
               88  REASON-FOUND                VALUE "Y".
           05  RVE-CFL-FOUND-SWITCH        PIC X(1) VALUE "N".
               88  CONFLICT-FOUND              VALUE "Y".
           05  RVE-DCD-FULL-SWITCH         PIC X(1) VALUE "N".
               88  DECIDED-TABLE-FULL          VALUE "Y".

      *>--------------------------------------------------------*>
      *> Run-control lookup: the review queue and the decision    *>
      *> file belong to IdDisposition while a run of it is open,  *>
      *> so no session starts until that run has completed.       *>
      *>--------------------------------------------------------*>
       01  RVE-RUN-CONTROL-FIELDS.
           05  RVE-RUN-LOOK-PROGRAM        PIC X(20) VALUE SPACES.
           05  RVE-RUN-OPEN-JOB-ID         PIC X(8) VALUE SPACES.
           05  RVE-RUN-OPEN-CYCLE          PIC X(8) VALUE SPACES.
           05  RVE-RUN-SCAN-SWITCH         PIC X(1) VALUE "N".
               88  END-OF-RUN-SCAN             VALUE "Y".
           05  RVE-RUN-OPEN-SWITCH         PIC X(1) VALUE "N".
               88  OPEN-RUN-FOUND              VALUE "Y".

       77  RVE-TODAY-DATE                  PIC X(8) VALUE SPACES.

       01  RVE-COUNTERS.
           05  RVE-ITEMS-READ              PIC 9(7) COMP VALUE ZERO.
           05  RVE-ITEMS-SHOWN             PIC 9(7) COMP VALUE ZERO.
           05  RVE-ITEMS-FILTERED          PIC 9(7) COMP VALUE ZERO.
           05  RVE-ITEMS-APPROVED          PIC 9(7) COMP VALUE ZERO.
           05  RVE-ITEMS-REJECTED          PIC 9(7) COMP VALUE ZERO.
           05  RVE-ITEMS-SKIPPED           PIC 9(7) COMP VALUE ZERO.
           05  RVE-ITEMS-BLOCKED           PIC 9(7) COMP VALUE ZERO.

      *> The review data record layout, the field view of the
      *> item on the screen, and the intake image broken out.
           COPY IDGNRVW.

           COPY IDGNREC.

      *>--------------------------------------------------------*>
      *> Authorized-operator table, loaded whole from             *>
      *> IDGEN-OPERATOR-FILE at start-up, as IdDisposition loads  *>
      *> it.                                                      *>
      *>--------------------------------------------------------*>
       77  RVE-OPERATOR-TABLE-MAX          PIC 9(5) COMP VALUE 500.

       01  RVE-OPERATOR-TABLE.
           05  RVE-OPERATOR-ENTRY OCCURS 500 TIMES.
               10  RVE-OPT-ID              PIC X(5).
               10  RVE-OPT-ROLE            PIC X(1).
               10  RVE-OPT-ACTIVE-FLAG     PIC X(1).

       01  RVE-OPERATOR-FIELDS.
           05  RVE-OPERATOR-COUNT          PIC 9(5) COMP VALUE ZERO.
           05  RVE-OPT-IDX                 PIC 9(5) COMP VALUE ZERO.
           05  RVE-OPT-MATCH-IDX           PIC 9(5) COMP VALUE ZERO.
           05  RVE-OPT-SEARCH-ID           PIC X(5) VALUE SPACES.

      *>--------------------------------------------------------*>
      *> Items already holding a decision line this cycle: every  *>
      *> line on the decision file, loaded at start-up and again  *>
      *> before each write. IdDisposition applies the first line  *>
      *> it finds for a key, so a second line would never take   *>
      *> effect and is refused at the screen instead. Sized as    *>
      *> IdDisposition's decision table.                          *>
      *>--------------------------------------------------------*>
       77  RVE-DECIDED-TABLE-MAX           PIC 9(5) COMP VALUE 5000.

       01  RVE-DECIDED-TABLE.
           05  RVE-DECIDED-ENTRY OCCURS 5000 TIMES.
               10  RVE-DCD-KEY             PIC X(10).
               10  RVE-DCD-ACTION          PIC X(1).
               10  RVE-DCD-OPERATOR-ID     PIC X(5).

       01  RVE-DECIDED-FIELDS.
           05  RVE-DECIDED-COUNT           PIC 9(5) COMP VALUE ZERO.
           05  RVE-DCD-IDX                 PIC 9(5) COMP.
           05  RVE-DCD-MATCH-IDX           PIC 9(5) COMP.

      *>--------------------------------------------------------*>
      *> The fixed decision reasons: the clerk picks the action   *>
      *> and a reason number from that action's list, and the    *>
      *> code and text go onto the decision line - for a reject   *>
      *> they are what the disposition error listing shows.       *>
      *>--------------------------------------------------------*>
       01  RVE-REASON-TABLE-DATA.
           05  FILLER                      PIC X(40)
               VALUE "A1 DIFFERENT PERSON - DOCUMENTS VERIFIED".
           05  FILLER                      PIC X(40)
               VALUE "A2 TWIN OR NAMESAKE - CONFIRMED SEPARATE".
           05  FILLER                      PIC X(40)
               VALUE "A3 PRIOR ID SUPERSEDED - ISSUE NEW".
           05  FILLER                      PIC X(40)
               VALUE "A4 OFFICE CONFIRMED NEW REGISTRATION".
           05  FILLER                      PIC X(40)
               VALUE "R1 SAME PERSON - EXISTING ID STANDS".
           05  FILLER                      PIC X(40)
               VALUE "R2 SAME RECORD SUBMITTED TWICE".
           05  FILLER                      PIC X(40)
               VALUE "R3 DOCUMENTS NOT VERIFIED".
           05  FILLER                      PIC X(40)
               VALUE "R4 SUSPECTED FRAUDULENT REGISTRATION".

       01  RVE-REASON-TABLE REDEFINES RVE-REASON-TABLE-DATA.
           05  RVE-REASON-ENTRY OCCURS 8 TIMES.
               10  RVE-RSN-ACTION          PIC X(1).
               10  RVE-RSN-NUMBER          PIC X(1).
               10  FILLER                  PIC X(1).
               10  RVE-RSN-TEXT            PIC X(37).

       77  RVE-REASON-COUNT                PIC 9(2) COMP VALUE 8.

       01  RVE-REASON-FIELDS.
           05  RVE-RSN-IDX                 PIC 9(2) COMP.
           05  RVE-RSN-MATCH-IDX           PIC 9(2) COMP.

      *>--------------------------------------------------------*>
      *> Day serials for the days-waiting figure, as IdTempExpiry  *>
      *> works them.                                               *>
      *>--------------------------------------------------------*>
       01  RVE-CUM-DAYS-DATA.
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

       01  RVE-CUM-DAYS-TABLE REDEFINES RVE-CUM-DAYS-DATA.
           05  RVE-CUM-DAYS                PIC 9(3) OCCURS 12 TIMES.

       01  RVE-DATE-WORK.
           05  RVE-DS-DATE                 PIC X(8).
           05  RVE-DS-YYYY                 PIC 9(4).
           05  RVE-DS-MM                   PIC 9(2).
           05  RVE-DS-DD                   PIC 9(2).
           05  RVE-DS-PRIOR-YEARS          PIC 9(4).
           05  RVE-DS-LEAPS4               PIC 9(4) COMP.
           05  RVE-DS-LEAPS100             PIC 9(4) COMP.
           05  RVE-DS-LEAPS400             PIC 9(4) COMP.
           05  RVE-DS-QUOT                 PIC 9(4) COMP.
           05  RVE-DS-REM4                 PIC 9(1).
           05  RVE-DS-REM100               PIC 9(2).
           05  RVE-DS-REM400               PIC 9(3).
           05  RVE-DS-SERIAL               PIC 9(7) COMP.
           05  RVE-TODAY-SERIAL            PIC 9(7) COMP.

      *>--------------------------------------------------------*>
      *> Fields the screens show and take.                        *>
      *>--------------------------------------------------------*>
       01  RVE-SESSION-FIELDS.
           05  RVE-CLERK-ID                PIC X(5) VALUE SPACES.
           05  RVE-FILTER-OFFICE           PIC X(3) VALUE SPACES.
           05  RVE-FILTER-REASON           PIC X(2) VALUE SPACES.
           05  RVE-MESSAGE                 PIC X(78) VALUE SPACES.

       01  RVE-ITEM-FIELDS.
           05  RVE-ITEM-NUMBER             PIC 9(5) VALUE ZERO.
           05  RVE-DAYS-WAITING            PIC 9(4) VALUE ZERO.
           05  RVE-QUEUE-REASON-TEXT       PIC X(40) VALUE SPACES.
           05  RVE-DECIDED-TEXT            PIC X(78) VALUE SPACES.
           05  RVE-ENTRY-ACTION            PIC X(1) VALUE SPACES.
           05  RVE-ENTRY-REASON            PIC X(1) VALUE SPACES.
           05  RVE-ENTRY-SUPERVISOR        PIC X(5) VALUE SPACES.

       01  RVE-DECIDED-LINE.
           05  FILLER                      PIC X(25)
               VALUE "DECISION ALREADY KEYED: ".
           05  RVE-DCL-ACTION              PIC X(1).
           05  FILLER                      PIC X(4) VALUE " BY ".
           05  RVE-DCL-OPERATOR-ID         PIC X(5).
           05  FILLER                      PIC X(43)
               VALUE " - NO SECOND DECISION THIS CYCLE, S OR Q".

       01  RVE-WRITE-FAILED-LINE.
           05  FILLER                      PIC X(44)
               VALUE "DECISION NOT RECORDED - DECISION FILE STATUS".
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  RVE-WFL-STATUS              PIC X(2).
           05  FILLER                      PIC X(31) VALUE SPACES.

       01  RVE-CONFLICT-FIELDS.
           05  RVE-CFL-HOW                 PIC X(16) VALUE SPACES.
           05  RVE-CFL-SERIAL              PIC X(22) VALUE SPACES.
           05  RVE-CFL-STATUS              PIC X(14) VALUE SPACES.
           05  RVE-CFL-SOURCE-KEY          PIC X(10) VALUE SPACES.
           05  RVE-CFL-SURNAME             PIC X(20) VALUE SPACES.
           05  RVE-CFL-GIVEN-NAME          PIC X(15) VALUE SPACES.
           05  RVE-CFL-BIRTH-YEAR          PIC X(4) VALUE SPACES.
           05  RVE-CFL-ISSUE-DATE          PIC X(8) VALUE SPACES.
           05  RVE-CFL-EXPIRY-DATE         PIC X(8) VALUE SPACES.
           05  RVE-CFL-OFFICE              PIC X(3) VALUE SPACES.

       01  RVE-PERSON-SEARCH.
           05  RVE-PS-SURNAME              PIC X(20).
           05  RVE-PS-GIVEN-NAME           PIC X(15).
           05  RVE-PS-BIRTH-YEAR           PIC 9(4).

       SCREEN SECTION.

      *>--------------------------------------------------------*>
      *> Sign-on: the clerk's ID, checked against the operator    *>
      *> file, and the optional office and queue-reason filters.  *>
      *>--------------------------------------------------------*>
       01  RVE-SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "IDREVIEWENTRY - REVIEW DECISION ENTRY".
           05  LINE 1 COLUMN 64 VALUE "DATE".
           05  LINE 1 COLUMN 69 PIC X(8) FROM RVE-TODAY-DATE.
           05  LINE 4 COLUMN 5 VALUE "CLERK ID".
           05  LINE 4 COLUMN 30 PIC X(5) USING RVE-CLERK-ID.
           05  LINE 6 COLUMN 5 VALUE "OFFICE  (BLANK = ALL)".
           05  LINE 6 COLUMN 30 PIC X(3) USING RVE-FILTER-OFFICE.
           05  LINE 8 COLUMN 5 VALUE "REASON  (BLANK = ALL)".
           05  LINE 8 COLUMN 30 PIC X(2) USING RVE-FILTER-REASON.
           05  LINE 10 COLUMN 5 VALUE "QUEUE REASONS:".
           05  LINE 11 COLUMN 7 VALUE "50  DUPLICATE SERIAL".
           05  LINE 12 COLUMN 7 VALUE "60  PRIOR ID FOR SOURCE KEY".
           05  LINE 13 COLUMN 7
               VALUE "61  PRIOR ID FOR NAME/BIRTH YEAR".
           05  LINE 20 COLUMN 2 PIC X(78) FROM RVE-MESSAGE
               HIGHLIGHT.
           05  LINE 22 COLUMN 5
               VALUE "LEAVE THE CLERK ID BLANK TO END THE SESSION".

      *>--------------------------------------------------------*>
      *> One review item: the queued intake image and why it was  *>
      *> queued beside the master entry it collided with, the     *>
      *> reason lists, and the decision entry fields.             *>
      *>--------------------------------------------------------*>
       01  RVE-ITEM-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "IDREVIEWENTRY - REVIEW DECISION ENTRY".
           05  LINE 1 COLUMN 50 VALUE "CLERK".
           05  LINE 1 COLUMN 56 PIC X(5) FROM RVE-CLERK-ID.
           05  LINE 1 COLUMN 64 VALUE "DATE".
           05  LINE 1 COLUMN 69 PIC X(8) FROM RVE-TODAY-DATE.
           05  LINE 3 COLUMN 1 VALUE "ITEM".
           05  LINE 3 COLUMN 6 PIC ZZZZ9 FROM RVE-ITEM-NUMBER.
           05  LINE 3 COLUMN 13 VALUE "OFFICE".
           05  LINE 3 COLUMN 20 PIC X(3) FROM IDGEN-RVD-OFFICE.
           05  LINE 3 COLUMN 25 VALUE "QUEUED".
           05  LINE 3 COLUMN 32 PIC X(8) FROM IDGEN-RVD-REVIEW-DATE.
           05  LINE 3 COLUMN 42 VALUE "WAITING".
           05  LINE 3 COLUMN 50 PIC ZZZ9 FROM RVE-DAYS-WAITING.
           05  LINE 3 COLUMN 55 VALUE "DAYS".
           05  LINE 4 COLUMN 1 VALUE "QUEUE REASON".
           05  LINE 4 COLUMN 14 PIC X(2) FROM IDGEN-RVD-REASON-CODE.
           05  LINE 4 COLUMN 17 PIC X(40) FROM RVE-QUEUE-REASON-TEXT.
           05  LINE 6 COLUMN 1 VALUE "INTAKE IMAGE".
           05  LINE 7 COLUMN 1 PIC X(80) FROM IDGEN-RVD-INPUT-IMAGE.
           05  LINE 8 COLUMN 1 VALUE "KEY".
           05  LINE 8 COLUMN 5 PIC X(10) FROM PI-RECORD-KEY.
           05  LINE 8 COLUMN 17 VALUE "NAME".
           05  LINE 8 COLUMN 22 PIC X(20) FROM PI-SURNAME.
           05  LINE 8 COLUMN 43 PIC X(15) FROM PI-GIVEN-NAME.
           05  LINE 8 COLUMN 60 VALUE "BORN".
           05  LINE 8 COLUMN 65 PIC 9(4) FROM PI-BIRTH-YEAR.
           05  LINE 9 COLUMN 1 VALUE "REG DATE".
           05  LINE 9 COLUMN 10 PIC X(10) FROM PI-REG-DATE.
           05  LINE 9 COLUMN 22 VALUE "TRANS".
           05  LINE 9 COLUMN 28 PIC X(1) FROM PI-TRANS-CODE.
           05  LINE 9 COLUMN 31 VALUE "KEYED BY".
           05  LINE 9 COLUMN 40 PIC X(5) FROM PI-OPERATOR-ID.
           05  LINE 10 COLUMN 1 VALUE "BUILT SERIAL".
           05  LINE 10 COLUMN 14 PIC X(22) FROM IDGEN-RVD-SERIAL.
           05  LINE 12 COLUMN 1
               VALUE "CONFLICTING MASTER ENTRY - FOUND BY".
           05  LINE 12 COLUMN 37 PIC X(16) FROM RVE-CFL-HOW.
           05  LINE 13 COLUMN 1 VALUE "SERIAL".
           05  LINE 13 COLUMN 8 PIC X(22) FROM RVE-CFL-SERIAL.
           05  LINE 13 COLUMN 32 VALUE "STATUS".
           05  LINE 13 COLUMN 39 PIC X(14) FROM RVE-CFL-STATUS.
           05  LINE 13 COLUMN 55 VALUE "KEY".
           05  LINE 13 COLUMN 59 PIC X(10) FROM RVE-CFL-SOURCE-KEY.
           05  LINE 14 COLUMN 1 VALUE "NAME".
           05  LINE 14 COLUMN 8 PIC X(20) FROM RVE-CFL-SURNAME.
           05  LINE 14 COLUMN 29 PIC X(15) FROM RVE-CFL-GIVEN-NAME.
           05  LINE 14 COLUMN 46 VALUE "BORN".
           05  LINE 14 COLUMN 51 PIC X(4) FROM RVE-CFL-BIRTH-YEAR.
           05  LINE 15 COLUMN 1 VALUE "ISSUED".
           05  LINE 15 COLUMN 8 PIC X(8) FROM RVE-CFL-ISSUE-DATE.
           05  LINE 15 COLUMN 18 VALUE "EXPIRES".
           05  LINE 15 COLUMN 26 PIC X(8) FROM RVE-CFL-EXPIRY-DATE.
           05  LINE 15 COLUMN 36 VALUE "OFFICE".
           05  LINE 15 COLUMN 43 PIC X(3) FROM RVE-CFL-OFFICE.
           05  LINE 17 COLUMN 1 PIC X(40) FROM RVE-REASON-ENTRY (1).
           05  LINE 17 COLUMN 41 PIC X(40) FROM RVE-REASON-ENTRY (5).
           05  LINE 18 COLUMN 1 PIC X(40) FROM RVE-REASON-ENTRY (2).
           05  LINE 18 COLUMN 41 PIC X(40) FROM RVE-REASON-ENTRY (6).
           05  LINE 19 COLUMN 1 PIC X(40) FROM RVE-REASON-ENTRY (3).
           05  LINE 19 COLUMN 41 PIC X(40) FROM RVE-REASON-ENTRY (7).
           05  LINE 20 COLUMN 1 PIC X(40) FROM RVE-REASON-ENTRY (4).
           05  LINE 20 COLUMN 41 PIC X(40) FROM RVE-REASON-ENTRY (8).
           05  LINE 21 COLUMN 2 PIC X(78) FROM RVE-DECIDED-TEXT.
           05  LINE 22 COLUMN 2 PIC X(78) FROM RVE-MESSAGE
               HIGHLIGHT.
           05  LINE 24 COLUMN 1 VALUE "ACTION (A/R/S/Q)".
           05  LINE 24 COLUMN 18 PIC X(1) USING RVE-ENTRY-ACTION.
           05  LINE 24 COLUMN 21 VALUE "REASON NO.".
           05  LINE 24 COLUMN 32 PIC X(1) USING RVE-ENTRY-REASON.
           05  LINE 24 COLUMN 35 VALUE "SUPERVISOR".
           05  LINE 24 COLUMN 46 PIC X(5) USING RVE-ENTRY-SUPERVISOR.
           05  LINE 24 COLUMN 53 VALUE "S = SKIP  Q = QUIT".

       PROCEDURE DIVISION.

      *>--------------------------------------------------------*>
      *> 0000-MAINLINE                                             *>
      *>--------------------------------------------------------*>
       0000-MAINLINE.
           PERFORM 0100-CHECK-DISPOSITION-RUN THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-REVIEW-ITEM THRU 2000-EXIT
               UNTIL END-OF-REVIEW-DATA
                  OR SESSION-ENDED.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       0000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 0100-CHECK-DISPOSITION-RUN - before anything is opened,  *>
      *> an IdDisposition run that has started and not completed   *>
      *> is looked for on IDGEN-RUN-CONTROL-FILE. While one is     *>
      *> open it is consuming the decision file and rewriting the  *>
      *> review queue, so the session is refused. No run-control   *>
      *> file yet means no run has ever been recorded. The session *>
      *> is not a cycle step and registers no entry of its own.    *>
      *>--------------------------------------------------------*>
       0100-CHECK-DISPOSITION-RUN.
           OPEN INPUT IDGEN-RUN-CONTROL-FILE.
           IF RVE-RUN-STATUS = "00"
               MOVE "IdDisposition" TO RVE-RUN-LOOK-PROGRAM
               PERFORM 0120-FIND-OPEN-RUN THRU 0120-EXIT
               CLOSE IDGEN-RUN-CONTROL-FILE
               IF OPEN-RUN-FOUND
                   DISPLAY "IDREVIEWENTRY - IDDISPOSITION JOB "
                       RVE-RUN-OPEN-JOB-ID " FOR CYCLE "
                       RVE-RUN-OPEN-CYCLE " HAS NOT COMPLETED"
                   DISPLAY "IDREVIEWENTRY - REVIEW QUEUE IN USE, "
                       "SESSION REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0100-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 0120-FIND-OPEN-RUN - reads every run of the program in    *>
      *> RVE-RUN-LOOK-PROGRAM, in any cycle, and stops at the      *>
      *> first one started and never completed.                    *>
      *>--------------------------------------------------------*>
       0120-FIND-OPEN-RUN.
           MOVE "N" TO RVE-RUN-OPEN-SWITCH.
           MOVE "N" TO RVE-RUN-SCAN-SWITCH.
           MOVE RVE-RUN-LOOK-PROGRAM TO IDGEN-RCF-PROGRAM.
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
                   IF IDGEN-RCF-PROGRAM NOT = RVE-RUN-LOOK-PROGRAM
                       SET END-OF-RUN-SCAN TO TRUE
                   ELSE
                       IF IDGEN-RCF-STARTED
                           SET OPEN-RUN-FOUND TO TRUE
                           MOVE IDGEN-RCF-JOB-ID
                               TO RVE-RUN-OPEN-JOB-ID
                           MOVE IDGEN-RCF-CYCLE-DATE
                               TO RVE-RUN-OPEN-CYCLE
                       END-IF
                   END-IF
           END-READ.

       0121-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1000-INITIALIZE - load the operators and the decisions    *>
      *> already keyed, open the queue and the master, open the    *>
      *> decision file for append (creating it on the first        *>
      *> session of a cycle), sign the clerk on, and find the      *>
      *> first item that passes the filters.                       *>
      *>--------------------------------------------------------*>
       1000-INITIALIZE.
           ACCEPT RVE-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE RVE-TODAY-DATE TO RVE-DS-DATE.
           PERFORM 5000-COMPUTE-DAY-SERIAL THRU 5000-EXIT.
           MOVE RVE-DS-SERIAL TO RVE-TODAY-SERIAL.
           PERFORM 1100-LOAD-OPERATOR-TABLE THRU 1100-EXIT.
           PERFORM 1200-LOAD-DECIDED-KEYS THRU 1200-EXIT.
           IF DECIDED-TABLE-FULL
               DISPLAY "IDREVIEWENTRY - DECIDED TABLE FULL AT "
                   RVE-DECIDED-TABLE-MAX " ENTRIES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT IDGEN-REVIEW-DATA-FILE.
           IF RVE-RVD-STATUS NOT = "00"
               DISPLAY "IDREVIEWENTRY - UNABLE TO OPEN "
                   "IDGEN-REVIEW-DATA-FILE, STATUS " RVE-RVD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT IDGEN-MASTER-FILE.
           IF RVE-MST-STATUS NOT = "00"
               DISPLAY "IDREVIEWENTRY - UNABLE TO OPEN "
                   "IDGEN-MASTER-FILE, STATUS " RVE-MST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND IDGEN-DECISION-FILE.
           IF RVE-DEC-STATUS NOT = "00"
               OPEN OUTPUT IDGEN-DECISION-FILE
           END-IF.
           IF RVE-DEC-STATUS NOT = "00"
               DISPLAY "IDREVIEWENTRY - UNABLE TO OPEN "
                   "IDGEN-DECISION-FILE, STATUS " RVE-DEC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1300-SIGN-ON THRU 1300-EXIT
               UNTIL CLERK-SIGNED-ON
                  OR SESSION-ENDED.
           IF NOT SESSION-ENDED
               PERFORM 4000-READ-NEXT-ITEM THRU 4000-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

       1100-LOAD-OPERATOR-TABLE.
           OPEN INPUT IDGEN-OPERATOR-FILE.
           IF RVE-OPR-STATUS NOT = "00"
               DISPLAY "IDREVIEWENTRY - UNABLE TO OPEN "
                   "IDGEN-OPERATOR-FILE, STATUS " RVE-OPR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1110-READ-OPERATOR-RECORD THRU 1110-EXIT
               UNTIL END-OF-OPERATOR-FILE.
           CLOSE IDGEN-OPERATOR-FILE.

       1100-EXIT.
           EXIT.

       1110-READ-OPERATOR-RECORD.
           READ IDGEN-OPERATOR-FILE
               AT END
                   SET END-OF-OPERATOR-FILE TO TRUE
               NOT AT END
                   IF RVE-OPERATOR-COUNT >= RVE-OPERATOR-TABLE-MAX
                       DISPLAY "IDREVIEWENTRY - OPERATOR TABLE FULL AT "
                           RVE-OPERATOR-TABLE-MAX " ENTRIES"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO RVE-OPERATOR-COUNT
                   MOVE IDGEN-OPR-ID
                       TO RVE-OPT-ID (RVE-OPERATOR-COUNT)
                   MOVE IDGEN-OPR-ROLE
                       TO RVE-OPT-ROLE (RVE-OPERATOR-COUNT)
                   MOVE IDGEN-OPR-ACTIVE-FLAG
                       TO RVE-OPT-ACTIVE-FLAG (RVE-OPERATOR-COUNT)
           END-READ.

       1110-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1200-LOAD-DECIDED-KEYS - every line already on the        *>
      *> decision file, whoever keyed it and however, marks its    *>
      *> item decided for this cycle. No file yet is an empty      *>
      *> cycle. It is loaded again before each decision is         *>
      *> written, so lines other sessions have added since count   *>
      *> as well.                                                  *>
      *>--------------------------------------------------------*>
       1200-LOAD-DECIDED-KEYS.
           MOVE ZERO TO RVE-DECIDED-COUNT.
           MOVE "N" TO RVE-DCD-FULL-SWITCH.
           MOVE "N" TO RVE-DEC-EOF-SWITCH.
           OPEN INPUT IDGEN-DECISION-FILE.
           IF RVE-DEC-STATUS = "00"
               PERFORM 1210-READ-DECISION-RECORD THRU 1210-EXIT
                   UNTIL END-OF-DECISION-FILE
               CLOSE IDGEN-DECISION-FILE
           END-IF.

       1200-EXIT.
           EXIT.

       1210-READ-DECISION-RECORD.
           READ IDGEN-DECISION-FILE
               AT END
                   SET END-OF-DECISION-FILE TO TRUE
               NOT AT END
                   PERFORM 1220-ADD-DECIDED-KEY THRU 1220-EXIT
           END-READ.

       1210-EXIT.
           EXIT.

      *> A full table is flagged rather than stopped on here; the
      *> caller decides whether that ends the run or refuses the
      *> one decision.
       1220-ADD-DECIDED-KEY.
           IF RVE-DECIDED-COUNT >= RVE-DECIDED-TABLE-MAX
               SET DECIDED-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO RVE-DECIDED-COUNT
               MOVE RVE-DEC-KEY TO RVE-DCD-KEY (RVE-DECIDED-COUNT)
               MOVE RVE-DEC-ACTION
                   TO RVE-DCD-ACTION (RVE-DECIDED-COUNT)
               MOVE RVE-DEC-OPERATOR-ID
                   TO RVE-DCD-OPERATOR-ID (RVE-DECIDED-COUNT)
           END-IF.

       1220-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 1300-SIGN-ON - the clerk must be on the operator file     *>
      *> and active, as IdDisposition will check; a blank ID ends  *>
      *> the session.                                              *>
      *>--------------------------------------------------------*>
       1300-SIGN-ON.
           DISPLAY RVE-SIGNON-SCREEN.
           ACCEPT RVE-SIGNON-SCREEN.
           MOVE SPACES TO RVE-MESSAGE.
           IF RVE-CLERK-ID = SPACES
               SET SESSION-ENDED TO TRUE
           ELSE
               MOVE RVE-CLERK-ID TO RVE-OPT-SEARCH-ID
               PERFORM 3100-FIND-OPERATOR THRU 3100-EXIT
               IF NOT OPERATOR-FOUND
                   MOVE "CLERK ID NOT ON THE AUTHORIZED-OPERATOR FILE"
                       TO RVE-MESSAGE
               ELSE
                   IF RVE-OPT-ACTIVE-FLAG (RVE-OPT-MATCH-IDX) NOT = "A"
                       MOVE "CLERK ID IS NOT ACTIVE" TO RVE-MESSAGE
                   ELSE
                       SET CLERK-SIGNED-ON TO TRUE
                   END-IF
               END-IF
           END-IF.

       1300-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2000-PROCESS-REVIEW-ITEM - show the item until the clerk  *>
      *> records a valid decision, skips it, or quits.             *>
      *>--------------------------------------------------------*>
       2000-PROCESS-REVIEW-ITEM.
           PERFORM 2100-PREPARE-ITEM THRU 2100-EXIT.
           MOVE "N" TO RVE-ITEM-DONE-SWITCH.
           MOVE SPACES TO RVE-MESSAGE.
           PERFORM 2300-ENTER-DECISION THRU 2300-EXIT
               UNTIL ITEM-DONE.
           IF NOT SESSION-ENDED
               PERFORM 4000-READ-NEXT-ITEM THRU 4000-EXIT
           END-IF.

       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2100-PREPARE-ITEM - the intake image broken out, the      *>
      *> queue reason in words, the days waiting, whether the item *>
      *> already has a decision, and the entry it collided with.   *>
      *>--------------------------------------------------------*>
       2100-PREPARE-ITEM.
           ADD 1 TO RVE-ITEM-NUMBER.
           MOVE IDGEN-RVD-INPUT-IMAGE TO PI-INPUT-RECORD.
           EVALUATE IDGEN-RVD-REASON-CODE
               WHEN "50"
                   MOVE "DUPLICATE SERIAL" TO RVE-QUEUE-REASON-TEXT
               WHEN "60"
                   MOVE "PRIOR ID ON FILE FOR SOURCE RECORD KEY"
                       TO RVE-QUEUE-REASON-TEXT
               WHEN "61"
                   MOVE "PRIOR ID ON FILE FOR NAME/BIRTH YEAR"
                       TO RVE-QUEUE-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO RVE-QUEUE-REASON-TEXT
           END-EVALUATE.
           MOVE IDGEN-RVD-REVIEW-DATE TO RVE-DS-DATE.
           PERFORM 5000-COMPUTE-DAY-SERIAL THRU 5000-EXIT.
           IF RVE-DS-SERIAL = ZERO
              OR RVE-DS-SERIAL > RVE-TODAY-SERIAL
               MOVE ZERO TO RVE-DAYS-WAITING
           ELSE
               COMPUTE RVE-DAYS-WAITING
                   = RVE-TODAY-SERIAL - RVE-DS-SERIAL
           END-IF.
           PERFORM 2150-CHECK-ALREADY-DECIDED THRU 2150-EXIT.
           IF ITEM-ALREADY-DECIDED
               MOVE RVE-DCD-ACTION (RVE-DCD-MATCH-IDX)
                   TO RVE-DCL-ACTION
               MOVE RVE-DCD-OPERATOR-ID (RVE-DCD-MATCH-IDX)
                   TO RVE-DCL-OPERATOR-ID
               MOVE RVE-DECIDED-LINE TO RVE-DECIDED-TEXT
           ELSE
               MOVE SPACES TO RVE-DECIDED-TEXT
           END-IF.
           PERFORM 2200-FIND-CONFLICTING-ENTRY THRU 2200-EXIT.

       2100-EXIT.
           EXIT.

       2150-CHECK-ALREADY-DECIDED.
           MOVE "N" TO RVE-DECIDED-SWITCH.
           PERFORM 2160-COMPARE-DECIDED-KEY THRU 2160-EXIT
               VARYING RVE-DCD-IDX FROM 1 BY 1
               UNTIL RVE-DCD-IDX > RVE-DECIDED-COUNT
                  OR ITEM-ALREADY-DECIDED.

       2150-EXIT.
           EXIT.

       2160-COMPARE-DECIDED-KEY.
           IF RVE-DCD-KEY (RVE-DCD-IDX) = PI-RECORD-KEY
               SET ITEM-ALREADY-DECIDED TO TRUE
               MOVE RVE-DCD-IDX TO RVE-DCD-MATCH-IDX
           END-IF.

       2160-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2200-FIND-CONFLICTING-ENTRY - the entry on the serial the *>
      *> item built (a duplicate-serial item); failing that the    *>
      *> first entry under the same source key, then under the     *>
      *> same name and birth year - the two person-level checks    *>
      *> that queue an item. The collided entry may have changed   *>
      *> or gone since the item was queued.                        *>
      *>--------------------------------------------------------*>
       2200-FIND-CONFLICTING-ENTRY.
           MOVE "N" TO RVE-CFL-FOUND-SWITCH.
           MOVE SPACES TO RVE-CONFLICT-FIELDS.
           MOVE IDGEN-RVD-SERIAL TO IDGEN-MASTER-KEY.
           READ IDGEN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CONFLICT-FOUND TO TRUE
                   MOVE "SERIAL" TO RVE-CFL-HOW
           END-READ.
           IF NOT CONFLICT-FOUND
               PERFORM 2210-FIND-BY-SOURCE-KEY THRU 2210-EXIT
           END-IF.
           IF NOT CONFLICT-FOUND
               PERFORM 2220-FIND-BY-PERSON THRU 2220-EXIT
           END-IF.
           IF CONFLICT-FOUND
               PERFORM 2250-SHOW-CONFLICTING-ENTRY THRU 2250-EXIT
           ELSE
               MOVE "NONE NOW ON FILE" TO RVE-CFL-HOW
           END-IF.

       2200-EXIT.
           EXIT.

       2210-FIND-BY-SOURCE-KEY.
           MOVE PI-RECORD-KEY TO IDGEN-MST-SOURCE-KEY.
           START IDGEN-MASTER-FILE KEY = IDGEN-MST-SOURCE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ IDGEN-MASTER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF IDGEN-MST-SOURCE-KEY = PI-RECORD-KEY
                               SET CONFLICT-FOUND TO TRUE
                               MOVE "SOURCE KEY" TO RVE-CFL-HOW
                           END-IF
                   END-READ
           END-START.

       2210-EXIT.
           EXIT.

       2220-FIND-BY-PERSON.
           MOVE PI-SURNAME TO RVE-PS-SURNAME.
           MOVE PI-GIVEN-NAME TO RVE-PS-GIVEN-NAME.
           MOVE PI-BIRTH-YEAR TO RVE-PS-BIRTH-YEAR.
           MOVE RVE-PERSON-SEARCH TO IDGEN-MST-PERSON-ID.
           START IDGEN-MASTER-FILE KEY = IDGEN-MST-PERSON-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ IDGEN-MASTER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF IDGEN-MST-PERSON-ID = RVE-PERSON-SEARCH
                               SET CONFLICT-FOUND TO TRUE
                               MOVE "NAME/BIRTH YEAR" TO RVE-CFL-HOW
                           END-IF
                   END-READ
           END-START.

       2220-EXIT.
           EXIT.

       2250-SHOW-CONFLICTING-ENTRY.
           MOVE IDGEN-MASTER-KEY TO RVE-CFL-SERIAL.
           MOVE IDGEN-MST-SOURCE-KEY TO RVE-CFL-SOURCE-KEY.
           MOVE IDGEN-MST-SURNAME TO RVE-CFL-SURNAME.
           MOVE IDGEN-MST-GIVEN-NAME TO RVE-CFL-GIVEN-NAME.
           MOVE IDGEN-MST-BIRTH-YEAR TO RVE-CFL-BIRTH-YEAR.
           MOVE IDGEN-MST-ISSUE-DATE TO RVE-CFL-ISSUE-DATE.
           MOVE IDGEN-MST-EXPIRY-DATE TO RVE-CFL-EXPIRY-DATE.
           MOVE IDGEN-MST-OFFICE TO RVE-CFL-OFFICE.
           EVALUATE TRUE
               WHEN IDGEN-MST-ISSUED
                   MOVE "ISSUED" TO RVE-CFL-STATUS
               WHEN IDGEN-MST-REVOKED
                   MOVE "REVOKED" TO RVE-CFL-STATUS
               WHEN IDGEN-MST-DECEASED
                   MOVE "DECEASED" TO RVE-CFL-STATUS
               WHEN IDGEN-MST-LOST-STOLEN
                   MOVE "LOST/STOLEN" TO RVE-CFL-STATUS
               WHEN IDGEN-MST-MERGED
                   MOVE "MERGED" TO RVE-CFL-STATUS
               WHEN IDGEN-MST-TEMPORARY
                   MOVE "TEMPORARY" TO RVE-CFL-STATUS
               WHEN IDGEN-MST-CONVERTED
                   MOVE "TEMP CONVERTED" TO RVE-CFL-STATUS
               WHEN OTHER
                   MOVE SPACES TO RVE-CFL-STATUS
           END-EVALUATE.

       2250-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2300-ENTER-DECISION - one pass of the item screen. A      *>
      *> refused entry comes back round with the reason in the     *>
      *> message line; nothing is written until it validates.      *>
      *>--------------------------------------------------------*>
       2300-ENTER-DECISION.
           MOVE SPACES TO RVE-ENTRY-ACTION.
           MOVE SPACES TO RVE-ENTRY-REASON.
           MOVE SPACES TO RVE-ENTRY-SUPERVISOR.
           DISPLAY RVE-ITEM-SCREEN.
           ACCEPT RVE-ITEM-SCREEN.
           MOVE SPACES TO RVE-MESSAGE.
           EVALUATE RVE-ENTRY-ACTION
               WHEN "Q"
                   SET SESSION-ENDED TO TRUE
                   SET ITEM-DONE TO TRUE
               WHEN "S"
               WHEN SPACE
                   ADD 1 TO RVE-ITEMS-SKIPPED
                   SET ITEM-DONE TO TRUE
               WHEN "A"
               WHEN "R"
                   IF ITEM-ALREADY-DECIDED
                       MOVE "ITEM ALREADY DECIDED THIS CYCLE"
                           TO RVE-MESSAGE
                       ADD 1 TO RVE-ITEMS-BLOCKED
                   ELSE
                       PERFORM 2400-VALIDATE-DECISION THRU 2400-EXIT
                       IF DECISION-VALID
                           PERFORM 2500-WRITE-DECISION THRU 2500-EXIT
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "ACTION MUST BE A, R, S, OR Q" TO RVE-MESSAGE
           END-EVALUATE.

       2300-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2400-VALIDATE-DECISION - the reason must be on the list   *>
      *> for the action taken, and approving an item the same      *>
      *> clerk keyed at intake needs an active supervisor other    *>
      *> than the clerk - IdDisposition's own sign-off rule, so a  *>
      *> decision accepted here is not refused there.              *>
      *>--------------------------------------------------------*>
       2400-VALIDATE-DECISION.
           MOVE "N" TO RVE-VALID-SWITCH.
           MOVE "N" TO RVE-RSN-FOUND-SWITCH.
           PERFORM 2410-COMPARE-REASON THRU 2410-EXIT
               VARYING RVE-RSN-IDX FROM 1 BY 1
               UNTIL RVE-RSN-IDX > RVE-REASON-COUNT
                  OR REASON-FOUND.
           IF NOT REASON-FOUND
               MOVE "REASON NUMBER NOT ON THE LIST FOR THIS ACTION"
                   TO RVE-MESSAGE
           ELSE
               IF RVE-ENTRY-ACTION = "A"
                  AND PI-OPERATOR-ID = RVE-CLERK-ID
                   PERFORM 2420-CHECK-SUPERVISOR THRU 2420-EXIT
               ELSE
                   MOVE SPACES TO RVE-ENTRY-SUPERVISOR
                   SET DECISION-VALID TO TRUE
               END-IF
           END-IF.

       2400-EXIT.
           EXIT.

       2410-COMPARE-REASON.
           IF RVE-RSN-ACTION (RVE-RSN-IDX) = RVE-ENTRY-ACTION
              AND RVE-RSN-NUMBER (RVE-RSN-IDX) = RVE-ENTRY-REASON
               SET REASON-FOUND TO TRUE
               MOVE RVE-RSN-IDX TO RVE-RSN-MATCH-IDX
           END-IF.

       2410-EXIT.
           EXIT.

       2420-CHECK-SUPERVISOR.
           MOVE RVE-ENTRY-SUPERVISOR TO RVE-OPT-SEARCH-ID.
           PERFORM 3100-FIND-OPERATOR THRU 3100-EXIT.
           IF NOT OPERATOR-FOUND
              OR RVE-ENTRY-SUPERVISOR = RVE-CLERK-ID
               MOVE "OWN ITEM - ENTER A SUPERVISOR OTHER THAN YOURSELF"
                   TO RVE-MESSAGE
           ELSE
               IF RVE-OPT-ROLE (RVE-OPT-MATCH-IDX) NOT = "S"
                  OR RVE-OPT-ACTIVE-FLAG (RVE-OPT-MATCH-IDX) NOT = "A"
                   MOVE "SUPERVISOR ID NOT AN ACTIVE SUPERVISOR"
                       TO RVE-MESSAGE
               ELSE
                   SET DECISION-VALID TO TRUE
               END-IF
           END-IF.

       2420-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 2500-WRITE-DECISION - the decided keys are loaded again   *>
      *> from the decision file first, so a decision another       *>
      *> session has keyed since sign-on is refused here rather    *>
      *> than left for IdDisposition to pass over. Only a line     *>
      *> actually written counts, goes into the decided table, and *>
      *> ends the item; anything else leaves the item on screen    *>
      *> with the reason in the message line.                      *>
      *>--------------------------------------------------------*>
       2500-WRITE-DECISION.
           CLOSE IDGEN-DECISION-FILE.
           PERFORM 1200-LOAD-DECIDED-KEYS THRU 1200-EXIT.
           OPEN EXTEND IDGEN-DECISION-FILE.
           IF RVE-DEC-STATUS NOT = "00"
               MOVE RVE-DEC-STATUS TO RVE-WFL-STATUS
               MOVE RVE-WRITE-FAILED-LINE TO RVE-MESSAGE
           ELSE
               PERFORM 2150-CHECK-ALREADY-DECIDED THRU 2150-EXIT
               EVALUATE TRUE
                   WHEN ITEM-ALREADY-DECIDED
                       MOVE RVE-DCD-ACTION (RVE-DCD-MATCH-IDX)
                           TO RVE-DCL-ACTION
                       MOVE RVE-DCD-OPERATOR-ID (RVE-DCD-MATCH-IDX)
                           TO RVE-DCL-OPERATOR-ID
                       MOVE RVE-DECIDED-LINE TO RVE-DECIDED-TEXT
                       MOVE "ITEM DECIDED IN ANOTHER SESSION"
                           TO RVE-MESSAGE
                       ADD 1 TO RVE-ITEMS-BLOCKED
                   WHEN DECIDED-TABLE-FULL
                   WHEN RVE-DECIDED-COUNT >= RVE-DECIDED-TABLE-MAX
                       MOVE "DECIDED TABLE FULL - DECISION NOT RECORDED"
                           TO RVE-MESSAGE
                   WHEN OTHER
                       PERFORM 2510-APPEND-DECISION THRU 2510-EXIT
               END-EVALUATE
           END-IF.

       2500-EXIT.
           EXIT.

       2510-APPEND-DECISION.
           MOVE SPACES TO RVE-DECISION-RECORD.
           MOVE PI-RECORD-KEY TO RVE-DEC-KEY.
           MOVE RVE-ENTRY-ACTION TO RVE-DEC-ACTION.
           MOVE RVE-REASON-ENTRY (RVE-RSN-MATCH-IDX) TO RVE-DEC-REASON.
           MOVE RVE-CLERK-ID TO RVE-DEC-OPERATOR-ID.
           MOVE RVE-ENTRY-SUPERVISOR TO RVE-DEC-SUPERVISOR-ID.
           WRITE RVE-DECISION-RECORD.
           IF RVE-DEC-STATUS NOT = "00"
               MOVE RVE-DEC-STATUS TO RVE-WFL-STATUS
               MOVE RVE-WRITE-FAILED-LINE TO RVE-MESSAGE
           ELSE
               PERFORM 1220-ADD-DECIDED-KEY THRU 1220-EXIT
               IF RVE-ENTRY-ACTION = "A"
                   ADD 1 TO RVE-ITEMS-APPROVED
               ELSE
                   ADD 1 TO RVE-ITEMS-REJECTED
               END-IF
               SET ITEM-DONE TO TRUE
           END-IF.

       2510-EXIT.
           EXIT.

       3100-FIND-OPERATOR.
           MOVE "N" TO RVE-OPR-FOUND-SWITCH.
           IF RVE-OPT-SEARCH-ID NOT = SPACES
               PERFORM 3110-COMPARE-OPERATOR THRU 3110-EXIT
                   VARYING RVE-OPT-IDX FROM 1 BY 1
                   UNTIL RVE-OPT-IDX > RVE-OPERATOR-COUNT
                      OR OPERATOR-FOUND
           END-IF.

       3100-EXIT.
           EXIT.

       3110-COMPARE-OPERATOR.
           IF RVE-OPT-ID (RVE-OPT-IDX) = RVE-OPT-SEARCH-ID
               SET OPERATOR-FOUND TO TRUE
               MOVE RVE-OPT-IDX TO RVE-OPT-MATCH-IDX
           END-IF.

       3110-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 4000-READ-NEXT-ITEM - reads on to the next queued item    *>
      *> for the office and queue reason the clerk chose.          *>
      *>--------------------------------------------------------*>
       4000-READ-NEXT-ITEM.
           MOVE "N" TO RVE-SELECTED-SWITCH.
           PERFORM 4010-READ-REVIEW-ITEM THRU 4010-EXIT
               UNTIL ITEM-SELECTED
                  OR END-OF-REVIEW-DATA.

       4000-EXIT.
           EXIT.

       4010-READ-REVIEW-ITEM.
           READ IDGEN-REVIEW-DATA-FILE
               AT END
                   SET END-OF-REVIEW-DATA TO TRUE
               NOT AT END
                   ADD 1 TO RVE-ITEMS-READ
                   MOVE RVE-REVIEW-DATA-RECORD
                       TO IDGEN-REVIEW-DATA-RECORD
                   IF (RVE-FILTER-OFFICE = SPACES
                       OR RVE-FILTER-OFFICE = IDGEN-RVD-OFFICE)
                      AND (RVE-FILTER-REASON = SPACES
                       OR RVE-FILTER-REASON = IDGEN-RVD-REASON-CODE)
                       SET ITEM-SELECTED TO TRUE
                       ADD 1 TO RVE-ITEMS-SHOWN
                   ELSE
                       ADD 1 TO RVE-ITEMS-FILTERED
                   END-IF
           END-READ.

       4010-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 5000-COMPUTE-DAY-SERIAL - turns the YYYYMMDD date in      *>
      *> RVE-DS-DATE into a running day count, leaving zero for a  *>
      *> malformed date.                                           *>
      *>--------------------------------------------------------*>
       5000-COMPUTE-DAY-SERIAL.
           MOVE ZERO TO RVE-DS-SERIAL.
           IF RVE-DS-DATE IS NUMERIC
               MOVE RVE-DS-DATE (1:4) TO RVE-DS-YYYY
               MOVE RVE-DS-DATE (5:2) TO RVE-DS-MM
               MOVE RVE-DS-DATE (7:2) TO RVE-DS-DD
               IF RVE-DS-MM > 0 AND RVE-DS-MM < 13
                   COMPUTE RVE-DS-PRIOR-YEARS = RVE-DS-YYYY - 1
                   DIVIDE RVE-DS-PRIOR-YEARS BY 4
                       GIVING RVE-DS-LEAPS4
                   DIVIDE RVE-DS-PRIOR-YEARS BY 100
                       GIVING RVE-DS-LEAPS100
                   DIVIDE RVE-DS-PRIOR-YEARS BY 400
                       GIVING RVE-DS-LEAPS400
                   COMPUTE RVE-DS-SERIAL = (RVE-DS-YYYY * 365)
                       + RVE-DS-LEAPS4 - RVE-DS-LEAPS100
                       + RVE-DS-LEAPS400
                       + RVE-CUM-DAYS (RVE-DS-MM) + RVE-DS-DD
                   PERFORM 5100-ADJUST-FOR-LEAP-YEAR THRU 5100-EXIT
               END-IF
           END-IF.

       5000-EXIT.
           EXIT.

       5100-ADJUST-FOR-LEAP-YEAR.
           DIVIDE RVE-DS-YYYY BY 4
               GIVING RVE-DS-QUOT REMAINDER RVE-DS-REM4.
           IF RVE-DS-REM4 = ZERO AND RVE-DS-MM > 2
               DIVIDE RVE-DS-YYYY BY 100
                   GIVING RVE-DS-QUOT REMAINDER RVE-DS-REM100
               IF RVE-DS-REM100 NOT = ZERO
                   ADD 1 TO RVE-DS-SERIAL
               ELSE
                   DIVIDE RVE-DS-YYYY BY 400
                       GIVING RVE-DS-QUOT REMAINDER RVE-DS-REM400
                   IF RVE-DS-REM400 = ZERO
                       ADD 1 TO RVE-DS-SERIAL
                   END-IF
               END-IF
           END-IF.

       5100-EXIT.
           EXIT.

      *>--------------------------------------------------------*>
      *> 9000-TERMINATE - session counts to the console.           *>
      *>--------------------------------------------------------*>
       9000-TERMINATE.
           DISPLAY "IDREVIEWENTRY - CLERK " RVE-CLERK-ID.
           DISPLAY "IDREVIEWENTRY - ITEMS READ      " RVE-ITEMS-READ.
           DISPLAY "IDREVIEWENTRY - ITEMS SHOWN     " RVE-ITEMS-SHOWN.
           DISPLAY "IDREVIEWENTRY - ITEMS FILTERED  "
               RVE-ITEMS-FILTERED.
           DISPLAY "IDREVIEWENTRY - APPROVED        "
               RVE-ITEMS-APPROVED.
           DISPLAY "IDREVIEWENTRY - REJECTED        "
               RVE-ITEMS-REJECTED.
           DISPLAY "IDREVIEWENTRY - SKIPPED         " RVE-ITEMS-SKIPPED.
           DISPLAY "IDREVIEWENTRY - SECOND DECISION REFUSED "
               RVE-ITEMS-BLOCKED.
           CLOSE IDGEN-REVIEW-DATA-FILE.
           CLOSE IDGEN-MASTER-FILE.
           CLOSE IDGEN-DECISION-FILE.

       9000-EXIT.
           EXIT.
