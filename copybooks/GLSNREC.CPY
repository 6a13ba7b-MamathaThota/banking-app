      *================================================================
      *  GLSNREC.CPY
      *  GL-SNAPSHOT-RECORD  -  the GLSNAP subledger balance snapshot
      *  kept by GL-PROOF and appended once per business date.  A
      *  day's set opens with a header record, then has one balance
      *  record per GL code holding that code's closing
      *  ACCOUNT-MASTER total, and is closed by a trailer record.
      *  The trailer carries how many code records make up the set
      *  and how many GLEXTRCT feed rows and MAINTLOG entries the
      *  proof has accounted for so far; the next proof starts after
      *  them, the way GL-EXTRACT uses its watermark on the journal.
      *  A set without its trailer, or whose code count does not
      *  agree (a run that did not finish), is ignored, and if a
      *  date's set appears more than once the last complete one
      *  counts.
      *================================================================
       01  GL-SNAPSHOT-RECORD.
           05  GS-BUSINESS-DATE        PIC 9(08).
           05  GS-RECORD-TYPE          PIC X(01).
               88  GS-SET-HEADER                 VALUE 'H'.
               88  GS-CODE-BALANCE               VALUE 'B'.
               88  GS-SET-TRAILER                VALUE 'T'.
           05  GS-GL-CODE              PIC X(06).
           05  GS-CLOSING-BALANCE      PIC S9(13)V99.
           05  GS-ACCOUNT-COUNT        PIC 9(07).
      *    Trailer only; zero on the balance records.
           05  GS-CODE-COUNT           PIC 9(05).
           05  GS-EXTRACT-ROWS         PIC 9(09).
           05  GS-MAINT-ENTRIES        PIC 9(09).
           05  FILLER                  PIC X(10).
