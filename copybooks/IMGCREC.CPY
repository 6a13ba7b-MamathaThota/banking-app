      *================================================================
      *  IMGCREC.CPY
      *  IMAGE-CONTROL-RECORD  -  single-record IMGCTL file written by
      *  IMAGE-COPY once the ACCTIMG (ACCOUNT-MASTER) and HOLDIMG
      *  (HOLDFILE) image copies are complete; the file is emptied
      *  when a copy starts, so an image without its control record
      *  is never used.  It stamps the copy with the business date
      *  and the number of TRANSACTION-LOG records written at the
      *  time, together with the key of the last of them, so that
      *  FWD-RECOVER replays only the journal entries written since
      *  and can tell when the journal has been archived or replaced
      *  after the copy was taken.
      *================================================================
       01  IMAGE-CONTROL-RECORD.
           05  IC-BUSINESS-DATE        PIC 9(08).
           05  IC-COPY-DATE            PIC 9(08).
           05  IC-COPY-TIME            PIC 9(08).
           05  IC-TRANLOG-COUNT        PIC 9(09).
      *    Last journal record covered by the copy; zero/spaces when
      *    the journal was empty.
           05  IC-LAST-TL-ACCOUNT      PIC 9(10).
           05  IC-LAST-TL-DATE         PIC 9(08).
           05  IC-LAST-TL-TIME         PIC 9(08).
           05  IC-LAST-TL-TYPE         PIC X(10).
           05  IC-ACCOUNT-COUNT        PIC 9(09).
           05  IC-BALANCE-TOTAL        PIC S9(13)V99.
           05  IC-HOLD-COUNT           PIC 9(09).
           05  FILLER                  PIC X(10).
