      *================================================================
      *  NACHREC.CPY
      *  NACHA-format ACH records, 94 bytes each, as received from
      *  the clearing house on the ACHIN inbound file and as sent
      *  back on the ACHRTN return file.  The record type in column
      *  1 tells the layouts apart:
      *      1  file header          5  batch header
      *      6  entry detail         7  addenda
      *      8  batch control        9  file control
      *  A file is padded out to a whole block of ten records with
      *  records of all nines.  Amounts are unsigned; the direction
      *  of an entry is carried in its transaction code (22/32
      *  credit, 27/37 debit to checking/savings, 23/28/33/38 the
      *  zero-dollar prenotes, 21/26/31/36 returns).
      *================================================================
       01  ACH-FILE-HEADER-RECORD.
           05  NH-RECORD-TYPE          PIC X(01).
               88  NACHA-FILE-HEADER             VALUE '1'.
               88  NACHA-BATCH-HEADER            VALUE '5'.
               88  NACHA-ENTRY-DETAIL            VALUE '6'.
               88  NACHA-ADDENDA                 VALUE '7'.
               88  NACHA-BATCH-CONTROL           VALUE '8'.
               88  NACHA-FILE-CONTROL            VALUE '9'.
           05  NH-PRIORITY-CODE        PIC 9(02).
      *    Routing numbers are carried as a blank and nine digits.
           05  NH-IMMEDIATE-DEST       PIC X(10).
           05  NH-IMMEDIATE-ORIGIN     PIC X(10).
           05  NH-CREATION-DATE        PIC 9(06).
           05  NH-CREATION-TIME        PIC 9(04).
           05  NH-FILE-ID-MODIFIER     PIC X(01).
           05  NH-RECORD-SIZE          PIC X(03).
           05  NH-BLOCKING-FACTOR      PIC X(02).
           05  NH-FORMAT-CODE          PIC X(01).
           05  NH-DEST-NAME            PIC X(23).
           05  NH-ORIGIN-NAME          PIC X(23).
           05  NH-REFERENCE-CODE       PIC X(08).
       01  ACH-BATCH-HEADER-RECORD.
           05  NB-RECORD-TYPE          PIC X(01).
           05  NB-SERVICE-CLASS        PIC 9(03).
           05  NB-COMPANY-NAME         PIC X(16).
           05  NB-DISCRETIONARY-DATA   PIC X(20).
           05  NB-COMPANY-ID           PIC X(10).
           05  NB-SEC-CODE             PIC X(03).
           05  NB-ENTRY-DESCRIPTION    PIC X(10).
           05  NB-DESCRIPTIVE-DATE     PIC X(06).
           05  NB-EFFECTIVE-DATE       PIC 9(06).
           05  NB-SETTLEMENT-DATE      PIC X(03).
           05  NB-ORIGINATOR-STATUS    PIC X(01).
           05  NB-ORIGINATING-DFI      PIC X(08).
           05  NB-BATCH-NUMBER         PIC 9(07).
       01  ACH-ENTRY-DETAIL-RECORD.
           05  NE-RECORD-TYPE          PIC X(01).
           05  NE-TRANSACTION-CODE     PIC 9(02).
               88  NE-LIVE-CREDIT                VALUE 22 32.
               88  NE-LIVE-DEBIT                 VALUE 27 37.
               88  NE-PRENOTE                    VALUE 23 28 33 38.
           05  NE-RDFI-ID              PIC 9(08).
           05  NE-CHECK-DIGIT          PIC 9(01).
           05  NE-DFI-ACCOUNT          PIC X(17).
           05  NE-AMOUNT               PIC 9(08)V99.
           05  NE-INDIVIDUAL-ID        PIC X(15).
           05  NE-INDIVIDUAL-NAME      PIC X(22).
           05  NE-DISCRETIONARY-DATA   PIC X(02).
           05  NE-ADDENDA-INDICATOR    PIC 9(01).
           05  NE-TRACE-NUMBER.
               10  NE-TRACE-ODFI       PIC X(08).
               10  NE-TRACE-SEQUENCE   PIC 9(07).
       01  ACH-ADDENDA-RECORD.
           05  ND-RECORD-TYPE          PIC X(01).
           05  ND-ADDENDA-TYPE         PIC X(02).
           05  ND-PAYMENT-INFO         PIC X(80).
           05  ND-ADDENDA-SEQUENCE     PIC 9(04).
           05  ND-ENTRY-SEQUENCE       PIC 9(07).
      *    Addenda type 99 carried by every return entry.
       01  ACH-RETURN-ADDENDA-RECORD.
           05  NR-RECORD-TYPE          PIC X(01).
           05  NR-ADDENDA-TYPE         PIC X(02).
           05  NR-RETURN-REASON        PIC X(03).
           05  NR-ORIGINAL-TRACE       PIC X(15).
           05  NR-DATE-OF-DEATH        PIC X(06).
           05  NR-ORIGINAL-RDFI        PIC X(08).
           05  NR-ADDENDA-INFO         PIC X(44).
           05  NR-TRACE-NUMBER         PIC X(15).
       01  ACH-BATCH-CONTROL-RECORD.
           05  NC-RECORD-TYPE          PIC X(01).
           05  NC-SERVICE-CLASS        PIC 9(03).
           05  NC-ENTRY-ADDENDA-COUNT  PIC 9(06).
           05  NC-ENTRY-HASH           PIC 9(10).
           05  NC-TOTAL-DEBITS         PIC 9(10)V99.
           05  NC-TOTAL-CREDITS        PIC 9(10)V99.
           05  NC-COMPANY-ID           PIC X(10).
           05  NC-AUTHENTICATION-CODE  PIC X(19).
           05  NC-RESERVED             PIC X(06).
           05  NC-ORIGINATING-DFI      PIC X(08).
           05  NC-BATCH-NUMBER         PIC 9(07).
       01  ACH-FILE-CONTROL-RECORD.
           05  NF-RECORD-TYPE          PIC X(01).
           05  NF-BATCH-COUNT          PIC 9(06).
           05  NF-BLOCK-COUNT          PIC 9(06).
           05  NF-ENTRY-ADDENDA-COUNT  PIC 9(08).
           05  NF-ENTRY-HASH           PIC 9(10).
           05  NF-TOTAL-DEBITS         PIC 9(10)V99.
           05  NF-TOTAL-CREDITS        PIC 9(10)V99.
           05  NF-RESERVED             PIC X(39).
