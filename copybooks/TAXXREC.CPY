      *================================================================
      *  TAXXREC.CPY
      *  TAX-1099-EXTRACT-RECORD  -  one recipient on the TAXEXTR
      *  fixed-width year-end filing extract handed to the tax
      *  reporting system.  Written by INT-1099 for every customer
      *  whose interest for the tax year (INTEREST credits net of the
      *  REVERSAL entries that backed them out, across all of the
      *  customer's accounts) reaches the reporting threshold.  A
      *  correction run writes one record for the named customer,
      *  marked 'C', to replace the one filed originally.  The tax ID
      *  is passed as held on CIFMSTR; the status byte says whether
      *  it passed the format check.
      *================================================================
       01  TAX-1099-EXTRACT-RECORD.
           05  TX-TAX-YEAR             PIC 9(04).
           05  TX-FILING-TYPE          PIC X(01).
               88  TX-ORIGINAL-FILING            VALUE 'O'.
               88  TX-CORRECTED-FILING           VALUE 'C'.
           05  TX-CUSTOMER-NUMBER      PIC 9(10).
           05  TX-TAX-ID               PIC X(11).
           05  TX-TAX-ID-STATUS        PIC X(01).
               88  TX-TAX-ID-VALID               VALUE 'V'.
               88  TX-TAX-ID-MISSING             VALUE 'M'.
               88  TX-TAX-ID-MALFORMED           VALUE 'B'.
           05  TX-NAME                 PIC X(30).
           05  TX-ADDRESS-LINE-1       PIC X(30).
           05  TX-ADDRESS-LINE-2       PIC X(30).
           05  TX-CITY-STATE-ZIP       PIC X(30).
           05  TX-INTEREST-PAID        PIC S9(11)V99.
           05  TX-ACCOUNT-COUNT        PIC 9(03).
           05  TX-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(10).
