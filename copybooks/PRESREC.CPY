      *================================================================
      *  PRESREC.CPY
      *  CHECK-PRESENTMENT-RECORD  -  one check drawn on this bank
      *  and presented for payment, as received from the clearing
      *  house on the daily CHKPRES inward clearing file.  Posted by
      *  CHECK-CLEAR as a CHECK debit carrying the serial number;
      *  an item that cannot be paid goes back on the return-items
      *  file with the presenting bank's item reference.
      *================================================================
       01  CHECK-PRESENTMENT-RECORD.
           05  CP-ACCOUNT-NUMBER       PIC 9(10).
           05  CP-CHECK-NUMBER         PIC 9(08).
           05  CP-AMOUNT               PIC S9(9)V99.
      *    Routing number of the presenting bank and its own item
      *    sequence number, quoted back on a returned item.
           05  CP-PRESENTING-BANK      PIC X(09).
           05  CP-ITEM-REFERENCE       PIC X(15).
           05  FILLER                  PIC X(10).
