      *================================================================
      *  ACHXREC.CPY
      *  ACH-ITEM-XREF-RECORD  -  one live entry from the inbound
      *  ACH file on the ACHXREF cross-reference, written by
      *  ACH-CONVERT in item order.  An item sent on to BATCHIN
      *  carries AC plus its item number in BT-SOURCE-REF, which is
      *  how ACH-RETURN ties a BATCHREJ reject back to the original
      *  entry; an item refused at conversion carries the return
      *  reason it is to go back with.  The original file header
      *  names, batch header and entry detail are kept so the return
      *  entry can be built without the inbound file.
      *================================================================
       01  ACH-ITEM-XREF-RECORD.
           05  AX-ITEM-NUMBER          PIC 9(08).
           05  AX-ITEM-STATUS          PIC X(01).
               88  AX-SENT-TO-BATCHIN            VALUE 'P'.
               88  AX-REFUSED-AT-CONVERT         VALUE 'R'.
           05  AX-RETURN-CODE          PIC X(03).
      *    Account number as converted; zero when it could not be.
           05  AX-ACCOUNT-NUMBER       PIC 9(10).
           05  AX-FILE-DEST            PIC X(10).
           05  AX-FILE-ORIGIN          PIC X(10).
           05  AX-FILE-DEST-NAME       PIC X(23).
           05  AX-FILE-ORIGIN-NAME     PIC X(23).
           05  AX-BATCH-HEADER         PIC X(94).
           05  AX-ENTRY-DETAIL         PIC X(94).
           05  FILLER                  PIC X(10).
