      *================================================================
      *  NTCHREC.CPY
      *  NOTICE-HISTORY-RECORD  -  one event already told to the
      *  customer, on the NTCHIST indexed notice history kept by the
      *  nightly customer notice job.  An event whose key is on file
      *  is not printed again.  The event date identifies the
      *  occurrence:
      *      'N'  standing order rejected for insufficient funds -
      *           business date of the reject, order reference
      *      'O'  account overdrawn - first business day of the
      *           overdrawn spell
      *      'D'  account about to become dormant - the date after
      *           which it is made dormant
      *      'H'  deposit hold placed - placed date, hold sequence
      *           as the reference
      *================================================================
       01  NOTICE-HISTORY-RECORD.
           05  NH-KEY.
               10  NH-ACCOUNT-NUMBER   PIC 9(10).
               10  NH-NOTICE-TYPE      PIC X(01).
                   88  NH-NSF-STANDING-ORDER     VALUE 'N'.
                   88  NH-OVERDRAWN              VALUE 'O'.
                   88  NH-DORMANCY-WARNING       VALUE 'D'.
                   88  NH-HOLD-PLACED            VALUE 'H'.
               10  NH-EVENT-DATE       PIC 9(08).
               10  NH-REFERENCE        PIC X(10).
           05  NH-CUSTOMER-NUMBER      PIC 9(10).
           05  NH-NOTICE-DATE          PIC 9(08).
           05  NH-AMOUNT               PIC S9(11)V99.
           05  FILLER                  PIC X(10).
