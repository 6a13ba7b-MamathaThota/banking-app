      *================================================================
      *  INQLREC.CPY
      *  INQUIRY-LOG-RECORD  -  one audit entry appended to INQLOG by
      *  the teller program each time an operator looks at an account
      *  through the inquiry option (who looked at which account,
      *  when, and what was shown).  Nothing is posted by an inquiry;
      *  the log answers "who looked at this account".
      *================================================================
       01  INQUIRY-LOG-RECORD.
           05  IQ-ACCOUNT-NUMBER       PIC 9(10).
           05  IQ-INQUIRY-DATE         PIC 9(08).
           05  IQ-INQUIRY-TIME         PIC 9(08).
           05  IQ-OPERATOR-ID          PIC X(08).
           05  IQ-INQUIRY-TYPE         PIC X(01).
               88  IQ-ACCOUNT-SUMMARY            VALUE 'S'.
               88  IQ-HISTORY-LOOKUP             VALUE 'H'.
      *    History lookups only: the keyed date range and how many
      *    journal entries were shown; zero on a summary.
           05  IQ-FROM-DATE            PIC 9(08).
           05  IQ-TO-DATE              PIC 9(08).
           05  IQ-ENTRIES-SHOWN        PIC 9(05).
           05  FILLER                  PIC X(10).
