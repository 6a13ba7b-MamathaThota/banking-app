      *================================================================
      *  RITMREC.CPY
      *  RETURN-ITEM-RECORD  -  one presented check CHECK-CLEAR
      *  could not pay, written to the CHKRTN return-items file
      *  with the reason so it can be sent back to the presenting
      *  bank.  The account, serial, amount and item reference are
      *  carried as presented.
      *================================================================
       01  RETURN-ITEM-RECORD.
           05  RI-BUSINESS-DATE        PIC 9(08).
           05  RI-ACCOUNT-NUMBER       PIC 9(10).
           05  RI-CHECK-NUMBER         PIC 9(08).
           05  RI-AMOUNT               PIC S9(9)V99.
           05  RI-PRESENTING-BANK      PIC X(09).
           05  RI-ITEM-REFERENCE       PIC X(15).
           05  RI-RETURN-REASON        PIC X(30).
           05  FILLER                  PIC X(10).
