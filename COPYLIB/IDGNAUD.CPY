           05  IDGEN-AUD-ACTION            PIC X(7).
      *>       ISSUE / REISSUE / VOID / REVIEW / APPROVE / REJECT
      *>       / RENEW / CARDACK / MAINT / DECEASE / SUMMARY
      *>       / VERIFY (agency check; agency id in SOURCE-KEY)
      *>       / MERGE (duplicate retired into a surviving serial)
      *>       / TEMPISS (emergency temporary ID) / CONVERT
      *>       (permanent serial issued from a temporary ID) /
      *>       TMPCLOS (temporary ID closed on conversion)
      *>       A clerk-keyed action is followed by an OPERATOR line
      *>       (layout below) naming who keyed and who signed it.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  IDGEN-AUD-OFFICE            PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(2).
           05  IDGEN-AUDS-DATE             PIC X(8).
           05  FILLER                      PIC X(26).

      *>----------------------------------------------------------*>
      *> Operator view of the same line: written straight after     *>
      *> the action line of every clerk-keyed transaction (after    *>
      *> the MNT-NEW image for a maintenance), with "OPERATOR" in   *>
      *> the job-id columns so the job-keyed history readers pass   *>
      *> it over, the clerk and any supervisor sign-off in the      *>
      *> source-key columns, and the serial, date, time, action,    *>
      *> and office of the line it signs left in their standard     *>
      *> columns so the year-end archive ages it with the rest.     *>
      *>----------------------------------------------------------*>
       01  IDGEN-AUDIT-OPERATOR REDEFINES IDGEN-AUDIT-LINE.
           05  IDGEN-AUDO-TAG              PIC X(8).
      *>       "OPERATOR"
           05  FILLER                      PIC X(2).
           05  IDGEN-AUDO-OPERATOR-ID      PIC X(5).
           05  FILLER                      PIC X(1).
           05  IDGEN-AUDO-SUPERVISOR-ID    PIC X(5).
      *>       Spaces when the action needed no sign-off. It ends
      *>       in col 21, past IDGEN-AUD-SOURCE-KEY, so a writer
      *>       blanks cols 21-22 again once the line is written.
           05  FILLER                      PIC X(1).
           05  IDGEN-AUDO-SERIAL           PIC X(22).
           05  FILLER                      PIC X(2).
           05  IDGEN-AUDO-DATE             PIC X(8).
           05  FILLER                      PIC X(2).
           05  IDGEN-AUDO-TIME             PIC X(8).
           05  FILLER                      PIC X(2).
           05  IDGEN-AUDO-ACTION           PIC X(7).
           05  FILLER                      PIC X(2).
           05  IDGEN-AUDO-OFFICE           PIC X(3).
           05  FILLER                      PIC X(2).
