000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACH-RETURN.
000300 AUTHOR. R-HAVILAND.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  RH   Original ACH return file build. Matches the
001100*                  day's BATCHREJ rejects carrying an AC item
001200*                  reference against the ACHXREF cross-reference
001300*                  written by ACH-CONVERT (both are in item
001400*                  order) and sends every unposted ACH item back
001500*                  to the clearing house on a NACHA-format return
001600*                  file (ACHRTN) with its return reason code:
001700*                  R01 insufficient funds, R02 account closed,
001800*                  R16 account frozen or dormant, R08 stop or
001900*                  debit block, R03 account not on file, and the
002000*                  R04 items refused at conversion. Each return
002100*                  entry carries a type 99 addenda with the
002200*                  original trace number; returns are batched by
002300*                  original batch and the file is closed with
002400*                  batch/file controls and nines padding. Prints
002500*                  a return listing. Runs after BATCH-POST under
002600*                  RUNCTL run control.
002700*----------------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT RUN-CONTROL ASSIGN TO RUNCTL
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-RNCT-FILE-STATUS.
003900
004000     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS ACCT-NUMBER
004400         FILE STATUS IS WS-ACCT-FILE-STATUS.
004500
004600     SELECT ACH-XREF ASSIGN TO ACHXREF
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-XREF-FILE-STATUS.
004900
005000     SELECT BATCH-REJECT ASSIGN TO BATCHREJ
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-BREJ-FILE-STATUS.
005300
005400     SELECT ACH-RETURN-FILE ASSIGN TO ACHRTN
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-RTN-FILE-STATUS.
005700
005800     SELECT RETURN-LISTING ASSIGN TO ACHRTRPT
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-RPT-FILE-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  RUN-CONTROL
006500     LABEL RECORDS ARE STANDARD.
006600 COPY RUNCTREC.
006700
006800 FD  ACCOUNT-MASTER
006900     LABEL RECORDS ARE STANDARD.
007000 COPY ACCTREC.
007100
007200 FD  ACH-XREF
007300     LABEL RECORDS ARE STANDARD.
007400 COPY ACHXREC.
007500
007600 FD  BATCH-REJECT
007700     LABEL RECORDS ARE STANDARD.
007800 COPY BREJREC.
007900
008000 FD  ACH-RETURN-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 COPY NACHREC.
008300
008400 FD  RETURN-LISTING
008500     LABEL RECORDS ARE STANDARD.
008600 01  RETURN-LISTING-LINE         PIC X(120).
008700
008800 WORKING-STORAGE SECTION.
008900 01  WS-RNCT-FILE-STATUS     PIC X(02)  VALUE '00'.
009000     88  WS-RNCT-OK                     VALUE '00'.
009100 01  WS-ACCT-FILE-STATUS     PIC X(02)  VALUE '00'.
009200     88  WS-ACCT-OK                     VALUE '00'.
009300 01  WS-XREF-FILE-STATUS     PIC X(02)  VALUE '00'.
009400     88  WS-XREF-OK                     VALUE '00'.
009500     88  WS-XREF-NOT-FOUND              VALUE '35'.
009600 01  WS-BREJ-FILE-STATUS     PIC X(02)  VALUE '00'.
009700     88  WS-BREJ-OK                     VALUE '00'.
009800     88  WS-BREJ-NOT-FOUND              VALUE '35'.
009900 01  WS-RTN-FILE-STATUS      PIC X(02)  VALUE '00'.
010000     88  WS-RTN-OK                      VALUE '00'.
010100 01  WS-RPT-FILE-STATUS      PIC X(02)  VALUE '00'.
010200     88  WS-RPT-OK                      VALUE '00'.
010300
010400 01  WS-SWITCHES.
010500     05  WS-XREF-AVAIL-SW    PIC X(01)  VALUE 'N'.
010600         88  WS-XREF-AVAILABLE          VALUE 'Y'.
010700     05  WS-XREF-EOF-SW      PIC X(01)  VALUE 'N'.
010800         88  WS-NO-MORE-ITEMS           VALUE 'Y'.
010900     05  WS-BREJ-AVAIL-SW    PIC X(01)  VALUE 'N'.
011000         88  WS-BREJ-AVAILABLE          VALUE 'Y'.
011100     05  WS-BREJ-EOF-SW      PIC X(01)  VALUE 'N'.
011200         88  WS-NO-MORE-REJECTS         VALUE 'Y'.
011300     05  WS-REJ-FOUND-SW     PIC X(01)  VALUE 'N'.
011400         88  WS-REJ-FOUND               VALUE 'Y'.
011500     05  WS-FILE-STARTED-SW  PIC X(01)  VALUE 'N'.
011600         88  WS-RETURN-FILE-STARTED     VALUE 'Y'.
011700     05  WS-BATCH-OPEN-SW    PIC X(01)  VALUE 'N'.
011800         88  WS-RETURN-BATCH-OPEN       VALUE 'Y'.
011900
012000 01  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZEROES.
012100 01  WS-CURRENT-TIME             PIC 9(08).
012200
012300*    The ACH reject currently waiting to be matched; all nines
012400*    once BATCHREJ is exhausted.
012500 01  WS-REJ-ITEM                 PIC 9(08)  VALUE 0.
012600 01  WS-REJ-SOURCE-REF           PIC X(10)  VALUE SPACES.
012700 01  WS-REJ-REASON               PIC X(30)  VALUE SPACES.
012800
012900 01  WS-RETURN-CODE              PIC X(03)  VALUE SPACES.
013000 01  WS-RETURN-REASON            PIC X(30)  VALUE SPACES.
013100 01  WS-OUR-DFI                  PIC X(08)  VALUE SPACES.
013200 01  WS-LAST-BATCH-HEADER        PIC X(94)  VALUE SPACES.
013300 01  WS-ORIG-TRACE               PIC X(15)  VALUE SPACES.
013400 01  WS-ORIG-ODFI                PIC X(08)  VALUE SPACES.
013500 01  WS-ORIG-RDFI                PIC X(08)  VALUE SPACES.
013600 01  WS-ORIG-CODE                PIC 9(02)  VALUE 0.
013700 01  WS-NEW-TRACE                PIC X(15)  VALUE SPACES.
013800 01  WS-TRACE-SEQUENCE           PIC 9(07)  VALUE 0.
013900 01  WS-CODE-QUOTIENT            PIC 9(02)  VALUE 0.
014000 01  WS-CODE-REMAINDER           PIC 9(02)  VALUE 0.
014100
014200 01  WS-ROUTING                  PIC X(08)  VALUE SPACES.
014300 01  WS-ROUTING-DIGIT            PIC 9(01)  VALUE 0.
014400 01  WS-ROUTING-POS              PIC 9(02) COMP VALUE 0.
014500 01  WS-WEIGHTED-SUM             PIC 9(04)  VALUE 0.
014600 01  WS-CHECK-QUOTIENT           PIC 9(04)  VALUE 0.
014700 01  WS-CHECK-REMAINDER          PIC 9(04)  VALUE 0.
014800 01  WS-CHECK-DIGIT              PIC 9(01)  VALUE 0.
014900
015000 01  WS-RETURN-BATCH-NUMBER      PIC 9(07)  VALUE 0.
015100 01  WS-BATCH-SERVICE-CLASS      PIC 9(03)  VALUE 0.
015200 01  WS-BATCH-COMPANY-ID         PIC X(10)  VALUE SPACES.
015300 01  WS-BATCH-ENTRY-ADDENDA      PIC 9(06)  VALUE 0.
015400 01  WS-BATCH-HASH               PIC 9(12)  VALUE 0.
015500 01  WS-BATCH-DEBITS             PIC 9(10)V99 VALUE 0.
015600 01  WS-BATCH-CREDITS            PIC 9(10)V99 VALUE 0.
015700 01  WS-FILE-BATCH-COUNT         PIC 9(06)  VALUE 0.
015800 01  WS-FILE-ENTRY-ADDENDA       PIC 9(08)  VALUE 0.
015900 01  WS-FILE-HASH                PIC 9(12)  VALUE 0.
016000 01  WS-FILE-DEBITS              PIC 9(10)V99 VALUE 0.
016100 01  WS-FILE-CREDITS             PIC 9(10)V99 VALUE 0.
016200 01  WS-RECORDS-WRITTEN          PIC 9(09)  VALUE 0.
016300 01  WS-PAD-QUOTIENT             PIC 9(09)  VALUE 0.
016400 01  WS-PAD-REMAINDER            PIC 9(02)  VALUE 0.
016500
016600 01  WS-ITEMS-READ               PIC 9(7) COMP VALUE 0.
016700 01  WS-ITEMS-RETURNED           PIC 9(7) COMP VALUE 0.
016800 01  WS-UNMATCHED-REJECTS        PIC 9(7) COMP VALUE 0.
016900 01  WS-DEBITS-RETURNED          PIC S9(11)V99 COMP-3 VALUE 0.
017000 01  WS-CREDITS-RETURNED         PIC S9(11)V99 COMP-3 VALUE 0.
017100
017200 01  WS-HEADING-LINE.
017300     05  FILLER                  PIC X(40) VALUE
017400         "ACH RETURN LISTING".
017500
017600 01  WS-HEADING-LINE-2.
017700     05  FILLER                  PIC X(15) VALUE
017800         "BUSINESS DATE: ".
017900     05  WS-H-BUSINESS-DATE      PIC 9(8).
018000
018100 01  WS-COLUMN-HEADING-LINE.
018200     05  FILLER                  PIC X(17) VALUE "ORIGINAL TRACE".
018300     05  FILLER                  PIC X(19) VALUE "DFI ACCOUNT".
018400     05  FILLER                  PIC X(24) VALUE "NAME".
018500     05  FILLER                  PIC X(04) VALUE "TC".
018600     05  FILLER                  PIC X(13) VALUE "AMOUNT".
018700     05  FILLER                  PIC X(05) VALUE "CODE".
018800     05  FILLER                  PIC X(30) VALUE "REASON".
018900
019000 01  WS-DETAIL-LINE.
019100     05  WS-D-TRACE              PIC X(15).
019200     05  FILLER                  PIC X(2)  VALUE SPACES.
019300     05  WS-D-ACCOUNT            PIC X(17).
019400     05  FILLER                  PIC X(2)  VALUE SPACES.
019500     05  WS-D-NAME               PIC X(22).
019600     05  FILLER                  PIC X(2)  VALUE SPACES.
019700     05  WS-D-CODE               PIC 9(02).
019800     05  FILLER                  PIC X(2)  VALUE SPACES.
019900     05  WS-D-AMOUNT             PIC Z(7)9.99.
020000     05  FILLER                  PIC X(2)  VALUE SPACES.
020100     05  WS-D-RETURN-CODE        PIC X(03).
020200     05  FILLER                  PIC X(2)  VALUE SPACES.
020300     05  WS-D-REASON             PIC X(30).
020400
020500 01  WS-UNMATCHED-LINE.
020600     05  FILLER                  PIC X(30) VALUE
020700         "REJECT WITH NO ACH ITEM: REF ".
020800     05  WS-U-SOURCE-REF         PIC X(10).
020900     05  FILLER                  PIC X(2)  VALUE SPACES.
021000     05  WS-U-REASON             PIC X(30).
021100
021200 01  WS-NO-RETURN-LINE.
021300     05  FILLER                  PIC X(40) VALUE
021400         "NO ACH RETURNS".
021500
021600 01  WS-TOTAL-LINE.
021700     05  WS-T-LABEL              PIC X(24).
021800     05  WS-T-COUNT              PIC Z(6)9.
021900
022000 01  WS-AMOUNT-TOTAL-LINE.
022100     05  WS-TA-LABEL             PIC X(24).
022200     05  WS-TA-AMOUNT            PIC Z(10)9.99.
022300
022400 PROCEDURE DIVISION.
022500 0000-MAINLINE.
022600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022700     PERFORM 2100-READ-ACH-REJECT THRU 2100-EXIT
022800     PERFORM UNTIL WS-NO-MORE-ITEMS
022900         PERFORM 2000-PROCESS-NEXT-ITEM THRU 2000-EXIT
023000     END-PERFORM
023100     PERFORM UNTIL WS-NO-MORE-REJECTS
023200         PERFORM 2300-LIST-UNMATCHED-REJECT THRU 2300-EXIT
023300     END-PERFORM
023400     PERFORM 4000-FINISH-RETURN-FILE THRU 4000-EXIT
023500     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
023600     PERFORM 9999-END-OF-JOB THRU 9999-EXIT.
023700 0000-EXIT.
023800     EXIT.
023900
024000 1000-INITIALIZE.
024100     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
024200
024300     OPEN INPUT ACCOUNT-MASTER
024400     IF NOT WS-ACCT-OK
024500         DISPLAY "Unable to open account master, status "
024600             WS-ACCT-FILE-STATUS
024700         STOP RUN
024800     END-IF
024900
025000     OPEN INPUT ACH-XREF
025100     IF WS-XREF-OK
025200         SET WS-XREF-AVAILABLE TO TRUE
025300     ELSE
025400         SET WS-NO-MORE-ITEMS TO TRUE
025500         IF NOT WS-XREF-NOT-FOUND
025600             DISPLAY "ACH cross-reference not available, status "
025700                 WS-XREF-FILE-STATUS
025800         END-IF
025900     END-IF
026000
026100     OPEN INPUT BATCH-REJECT
026200     IF WS-BREJ-OK
026300         SET WS-BREJ-AVAILABLE TO TRUE
026400     ELSE
026500         SET WS-NO-MORE-REJECTS TO TRUE
026600         IF NOT WS-BREJ-NOT-FOUND
026700             DISPLAY "Reject file not available, status "
026800                 WS-BREJ-FILE-STATUS
026900         END-IF
027000     END-IF
027100
027200     OPEN OUTPUT ACH-RETURN-FILE
027300     IF NOT WS-RTN-OK
027400         DISPLAY "Unable to open ACH return file, status "
027500             WS-RTN-FILE-STATUS
027600         STOP RUN
027700     END-IF
027800
027900     OPEN OUTPUT RETURN-LISTING
028000     IF NOT WS-RPT-OK
028100         DISPLAY "Unable to open return listing, status "
028200             WS-RPT-FILE-STATUS
028300         STOP RUN
028400     END-IF
028500
028600     ACCEPT WS-CURRENT-TIME FROM TIME
028700
028800     MOVE WS-HEADING-LINE TO RETURN-LISTING-LINE
028900     WRITE RETURN-LISTING-LINE
029000     MOVE WS-BUSINESS-DATE TO WS-H-BUSINESS-DATE
029100     MOVE WS-HEADING-LINE-2 TO RETURN-LISTING-LINE
029200     WRITE RETURN-LISTING-LINE
029300     MOVE WS-COLUMN-HEADING-LINE TO RETURN-LISTING-LINE
029400     WRITE RETURN-LISTING-LINE.
029500 1000-EXIT.
029600     EXIT.
029700
029800 1100-CHECK-RUN-CONTROL.
029900     OPEN I-O RUN-CONTROL
030000     IF NOT WS-RNCT-OK
030100         DISPLAY "Unable to open run control, status "
030200             WS-RNCT-FILE-STATUS
030300         DISPLAY "Open the business date first."
030400         STOP RUN
030500     END-IF
030600     READ RUN-CONTROL
030700         AT END
030800             DISPLAY "Run control is empty. Open the "
030900                 "business date first."
031000             STOP RUN
031100     END-READ
031200     IF RC-ACHRTN-DONE
031300         DISPLAY "ACH-RETURN already complete for business "
031400             "date " RC-BUSINESS-DATE ". Run refused."
031500         STOP RUN
031600     END-IF
031700     IF NOT RC-ACHCONV-DONE
031800         DISPLAY "ACH-CONVERT has not completed for business "
031900             "date " RC-BUSINESS-DATE ". Run refused."
032000         STOP RUN
032100     END-IF
032200     IF NOT RC-BATCHPOST-DONE
032300         DISPLAY "BATCH-POST has not completed for business "
032400             "date " RC-BUSINESS-DATE ". Run refused."
032500         STOP RUN
032600     END-IF
032700     MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
032800     MOVE 'I' TO RC-ACHRTN-STATUS
032900     REWRITE RUN-CONTROL-RECORD
033000     IF NOT WS-RNCT-OK
033100         DISPLAY "Warning: run control rewrite failed, "
033200             "status " WS-RNCT-FILE-STATUS
033300     END-IF
033400     CLOSE RUN-CONTROL.
033500 1100-EXIT.
033600     EXIT.
033700
033800*----------------------------------------------------------------
033900* Walks the cross-reference in item order. An item refused at
034000* conversion goes straight back; an item sent to BATCHIN goes
034100* back only when BATCH-POST rejected it.
034200*----------------------------------------------------------------
034300 2000-PROCESS-NEXT-ITEM.
034400     READ ACH-XREF NEXT RECORD
034500         AT END
034600             SET WS-NO-MORE-ITEMS TO TRUE
034700     END-READ
034800     IF WS-NO-MORE-ITEMS
034900         GO TO 2000-EXIT
035000     END-IF
035100     ADD 1 TO WS-ITEMS-READ
035200     IF AX-REFUSED-AT-CONVERT
035300         MOVE AX-RETURN-CODE TO WS-RETURN-CODE
035400         MOVE "ACCOUNT NUMBER INVALID" TO WS-RETURN-REASON
035500         PERFORM 3000-RETURN-ITEM THRU 3000-EXIT
035600         GO TO 2000-EXIT
035700     END-IF
035800     PERFORM UNTIL WS-NO-MORE-REJECTS OR
035900             WS-REJ-ITEM NOT < AX-ITEM-NUMBER
036000         PERFORM 2300-LIST-UNMATCHED-REJECT THRU 2300-EXIT
036100     END-PERFORM
036200     IF NOT WS-NO-MORE-REJECTS AND WS-REJ-ITEM = AX-ITEM-NUMBER
036300         PERFORM 2200-MAP-RETURN-CODE THRU 2200-EXIT
036400         PERFORM 3000-RETURN-ITEM THRU 3000-EXIT
036500         PERFORM 2100-READ-ACH-REJECT THRU 2100-EXIT
036600     END-IF.
036700 2000-EXIT.
036800     EXIT.
036900
037000 2100-READ-ACH-REJECT.
037100     MOVE 99999999 TO WS-REJ-ITEM
037200     IF NOT WS-BREJ-AVAILABLE
037300         SET WS-NO-MORE-REJECTS TO TRUE
037400         GO TO 2100-EXIT
037500     END-IF
037600     MOVE 'N' TO WS-REJ-FOUND-SW
037700     PERFORM UNTIL WS-REJ-FOUND OR WS-NO-MORE-REJECTS
037800         READ BATCH-REJECT NEXT RECORD
037900             AT END
038000                 SET WS-NO-MORE-REJECTS TO TRUE
038100         END-READ
038200         IF NOT WS-NO-MORE-REJECTS
038300             IF BR-SOURCE-REF(1:2) = "AC" AND
038400                     BR-SOURCE-REF(3:8) IS NUMERIC
038500                 SET WS-REJ-FOUND TO TRUE
038600             END-IF
038700         END-IF
038800     END-PERFORM
038900     IF WS-REJ-FOUND
039000         MOVE BR-SOURCE-REF(3:8) TO WS-REJ-ITEM
039100         MOVE BR-SOURCE-REF      TO WS-REJ-SOURCE-REF
039200         MOVE BR-REJECT-REASON   TO WS-REJ-REASON
039300     END-IF.
039400 2100-EXIT.
039500     EXIT.
039600
039700*----------------------------------------------------------------
039800* BATCH-POST reports a closed or frozen account alike as NOT
039900* ACTIVE, so the account's own status decides between R02 and
040000* R16. A dormant account refuses debits until reactivated and
040100* goes back as frozen.
040200*----------------------------------------------------------------
040300 2200-MAP-RETURN-CODE.
040400     MOVE WS-REJ-REASON TO WS-RETURN-REASON
040500     EVALUATE WS-REJ-REASON
040600         WHEN "INSUFFICIENT FUNDS"
040700             MOVE "R01" TO WS-RETURN-CODE
040800         WHEN "ACCOUNT NOT ON FILE"
040900             MOVE "R03" TO WS-RETURN-CODE
041000         WHEN "ACCOUNT NOT ACTIVE"
041100             MOVE "R16" TO WS-RETURN-CODE
041200             MOVE AX-ACCOUNT-NUMBER TO ACCT-NUMBER
041300             READ ACCOUNT-MASTER
041400                 INVALID KEY
041500                     MOVE "R03" TO WS-RETURN-CODE
041600                 NOT INVALID KEY
041700                     IF ACCT-CLOSED
041800                         MOVE "R02" TO WS-RETURN-CODE
041900                     END-IF
042000             END-READ
042100         WHEN "ACCOUNT DORMANT"
042200             MOVE "R16" TO WS-RETURN-CODE
042300         WHEN "STOP PAYMENT MATCH"
042400         WHEN "ALL DEBITS BLOCKED"
042500         WHEN "TRANSFERS OUT BLOCKED"
042600             MOVE "R08" TO WS-RETURN-CODE
042700         WHEN OTHER
042800             MOVE "R17" TO WS-RETURN-CODE
042900     END-EVALUATE.
043000 2200-EXIT.
043100     EXIT.
043200
043300 2300-LIST-UNMATCHED-REJECT.
043400     ADD 1 TO WS-UNMATCHED-REJECTS
043500     MOVE WS-REJ-SOURCE-REF TO WS-U-SOURCE-REF
043600     MOVE WS-REJ-REASON     TO WS-U-REASON
043700     MOVE WS-UNMATCHED-LINE TO RETURN-LISTING-LINE
043800     WRITE RETURN-LISTING-LINE
043900     PERFORM 2100-READ-ACH-REJECT THRU 2100-EXIT.
044000 2300-EXIT.
044100     EXIT.
044200
044300*----------------------------------------------------------------
044400* Builds the return entry from the original: the transaction
044500* code becomes its return code (22 to 21, 27 to 26 and so on),
044600* the entry is addressed back to the originating bank taken
044700* from the original trace number, and it is given a new trace
044800* of our own. The type 99 addenda carries the reason code and
044900* the original trace.
045000*----------------------------------------------------------------
045100 3000-RETURN-ITEM.
045200     IF NOT WS-RETURN-FILE-STARTED
045300         PERFORM 3100-START-RETURN-FILE THRU 3100-EXIT
045400     END-IF
045500     IF WS-RETURN-BATCH-OPEN AND
045600             AX-BATCH-HEADER NOT = WS-LAST-BATCH-HEADER
045700         PERFORM 3300-CLOSE-RETURN-BATCH THRU 3300-EXIT
045800     END-IF
045900     IF NOT WS-RETURN-BATCH-OPEN
046000         PERFORM 3200-OPEN-RETURN-BATCH THRU 3200-EXIT
046100     END-IF
046200
046300     MOVE AX-ENTRY-DETAIL     TO ACH-ENTRY-DETAIL-RECORD
046400     MOVE NE-TRACE-NUMBER     TO WS-ORIG-TRACE
046500     MOVE NE-TRACE-ODFI       TO WS-ORIG-ODFI
046600     MOVE NE-RDFI-ID          TO WS-ORIG-RDFI
046700     MOVE NE-TRANSACTION-CODE TO WS-ORIG-CODE
046800     MOVE WS-ORIG-TRACE       TO WS-D-TRACE
046900     MOVE NE-DFI-ACCOUNT      TO WS-D-ACCOUNT
047000     MOVE NE-INDIVIDUAL-NAME  TO WS-D-NAME
047100     MOVE NE-TRANSACTION-CODE TO WS-D-CODE
047200     MOVE NE-AMOUNT           TO WS-D-AMOUNT
047300
047400     SUBTRACT 1 FROM NE-TRANSACTION-CODE
047500     IF WS-ORIG-ODFI IS NUMERIC
047600         MOVE WS-ORIG-ODFI TO NE-RDFI-ID
047700         MOVE WS-ORIG-ODFI TO WS-ROUTING
047800         PERFORM 3400-COMPUTE-CHECK-DIGIT THRU 3400-EXIT
047900         MOVE WS-CHECK-DIGIT TO NE-CHECK-DIGIT
048000     ELSE
048100         MOVE ZEROES TO NE-RDFI-ID
048200         MOVE ZEROES TO NE-CHECK-DIGIT
048300     END-IF
048400     MOVE 1 TO NE-ADDENDA-INDICATOR
048500     ADD 1 TO WS-TRACE-SEQUENCE
048600     MOVE WS-OUR-DFI        TO NE-TRACE-ODFI
048700     MOVE WS-TRACE-SEQUENCE TO NE-TRACE-SEQUENCE
048800     MOVE NE-TRACE-NUMBER   TO WS-NEW-TRACE
048900     WRITE ACH-ENTRY-DETAIL-RECORD
049000     PERFORM 3900-CHECK-WRITE THRU 3900-EXIT
049100
049200     ADD 2 TO WS-BATCH-ENTRY-ADDENDA
049300     ADD NE-RDFI-ID TO WS-BATCH-HASH
049400     DIVIDE NE-TRANSACTION-CODE BY 10
049500         GIVING WS-CODE-QUOTIENT REMAINDER WS-CODE-REMAINDER
049600     IF WS-CODE-REMAINDER < 5
049700         ADD NE-AMOUNT TO WS-BATCH-CREDITS
049800         ADD NE-AMOUNT TO WS-CREDITS-RETURNED
049900     ELSE
050000         ADD NE-AMOUNT TO WS-BATCH-DEBITS
050100         ADD NE-AMOUNT TO WS-DEBITS-RETURNED
050200     END-IF
050300
050400     MOVE SPACES          TO ACH-RETURN-ADDENDA-RECORD
050500     MOVE '7'             TO NR-RECORD-TYPE
050600     MOVE "99"            TO NR-ADDENDA-TYPE
050700     MOVE WS-RETURN-CODE  TO NR-RETURN-REASON
050800     MOVE WS-ORIG-TRACE   TO NR-ORIGINAL-TRACE
050900     MOVE WS-ORIG-RDFI    TO NR-ORIGINAL-RDFI
051000     MOVE WS-NEW-TRACE    TO NR-TRACE-NUMBER
051100     WRITE ACH-RETURN-ADDENDA-RECORD
051200     PERFORM 3900-CHECK-WRITE THRU 3900-EXIT
051300
051400     ADD 1 TO WS-ITEMS-RETURNED
051500     MOVE WS-RETURN-CODE   TO WS-D-RETURN-CODE
051600     MOVE WS-RETURN-REASON TO WS-D-REASON
051700     MOVE WS-DETAIL-LINE TO RETURN-LISTING-LINE
051800     WRITE RETURN-LISTING-LINE.
051900 3000-EXIT.
052000     EXIT.
052100
052200*----------------------------------------------------------------
052300* The return file goes back the way the inbound file came:
052400* destination and origin are swapped from its file header.
052500*----------------------------------------------------------------
052600 3100-START-RETURN-FILE.
052700     SET WS-RETURN-FILE-STARTED TO TRUE
052800     MOVE AX-FILE-DEST(2:8) TO WS-OUR-DFI
052900     MOVE SPACES                  TO ACH-FILE-HEADER-RECORD
053000     MOVE '1'                     TO NH-RECORD-TYPE
053100     MOVE 1                       TO NH-PRIORITY-CODE
053200     MOVE AX-FILE-ORIGIN          TO NH-IMMEDIATE-DEST
053300     MOVE AX-FILE-DEST            TO NH-IMMEDIATE-ORIGIN
053400     MOVE WS-BUSINESS-DATE(3:6)   TO NH-CREATION-DATE
053500     MOVE WS-CURRENT-TIME(1:4)    TO NH-CREATION-TIME
053600     MOVE 'A'                     TO NH-FILE-ID-MODIFIER
053700     MOVE "094"                   TO NH-RECORD-SIZE
053800     MOVE "10"                    TO NH-BLOCKING-FACTOR
053900     MOVE '1'                     TO NH-FORMAT-CODE
054000     MOVE AX-FILE-ORIGIN-NAME     TO NH-DEST-NAME
054100     MOVE AX-FILE-DEST-NAME       TO NH-ORIGIN-NAME
054200     WRITE ACH-FILE-HEADER-RECORD
054300     PERFORM 3900-CHECK-WRITE THRU 3900-EXIT.
054400 3100-EXIT.
054500     EXIT.
054600
054700 3200-OPEN-RETURN-BATCH.
054800     SET WS-RETURN-BATCH-OPEN TO TRUE
054900     MOVE AX-BATCH-HEADER TO WS-LAST-BATCH-HEADER
055000     MOVE AX-BATCH-HEADER TO ACH-BATCH-HEADER-RECORD
055100     ADD 1 TO WS-RETURN-BATCH-NUMBER
055200     ADD 1 TO WS-FILE-BATCH-COUNT
055300     MOVE WS-BUSINESS-DATE(3:6)  TO NB-EFFECTIVE-DATE
055400     MOVE SPACES                 TO NB-SETTLEMENT-DATE
055500     MOVE '1'                    TO NB-ORIGINATOR-STATUS
055600     MOVE WS-OUR-DFI             TO NB-ORIGINATING-DFI
055700     MOVE WS-RETURN-BATCH-NUMBER TO NB-BATCH-NUMBER
055800     MOVE NB-SERVICE-CLASS       TO WS-BATCH-SERVICE-CLASS
055900     MOVE NB-COMPANY-ID          TO WS-BATCH-COMPANY-ID
056000     MOVE 0 TO WS-BATCH-ENTRY-ADDENDA
056100     MOVE 0 TO WS-BATCH-HASH
056200     MOVE 0 TO WS-BATCH-DEBITS
056300     MOVE 0 TO WS-BATCH-CREDITS
056400     WRITE ACH-BATCH-HEADER-RECORD
056500     PERFORM 3900-CHECK-WRITE THRU 3900-EXIT.
056600 3200-EXIT.
056700     EXIT.
056800
056900 3300-CLOSE-RETURN-BATCH.
057000     MOVE SPACES                 TO ACH-BATCH-CONTROL-RECORD
057100     MOVE '8'                    TO NC-RECORD-TYPE
057200     MOVE WS-BATCH-SERVICE-CLASS TO NC-SERVICE-CLASS
057300     MOVE WS-BATCH-ENTRY-ADDENDA TO NC-ENTRY-ADDENDA-COUNT
057400     MOVE WS-BATCH-HASH          TO NC-ENTRY-HASH
057500     MOVE WS-BATCH-DEBITS        TO NC-TOTAL-DEBITS
057600     MOVE WS-BATCH-CREDITS       TO NC-TOTAL-CREDITS
057700     MOVE WS-BATCH-COMPANY-ID    TO NC-COMPANY-ID
057800     MOVE WS-OUR-DFI             TO NC-ORIGINATING-DFI
057900     MOVE WS-RETURN-BATCH-NUMBER TO NC-BATCH-NUMBER
058000     WRITE ACH-BATCH-CONTROL-RECORD
058100     PERFORM 3900-CHECK-WRITE THRU 3900-EXIT
058200     ADD WS-BATCH-ENTRY-ADDENDA TO WS-FILE-ENTRY-ADDENDA
058300     ADD WS-BATCH-HASH          TO WS-FILE-HASH
058400     ADD WS-BATCH-DEBITS        TO WS-FILE-DEBITS
058500     ADD WS-BATCH-CREDITS       TO WS-FILE-CREDITS
058600     MOVE 'N' TO WS-BATCH-OPEN-SW.
058700 3300-EXIT.
058800     EXIT.
058900
059000*----------------------------------------------------------------
059100* Routing check digit: weights 3, 7, 1 across the eight digits;
059200* the check digit brings the weighted sum up to a multiple of
059300* ten.
059400*----------------------------------------------------------------
059500 3400-COMPUTE-CHECK-DIGIT.
059600     MOVE 0 TO WS-WEIGHTED-SUM
059700     PERFORM VARYING WS-ROUTING-POS FROM 1 BY 1
059800             UNTIL WS-ROUTING-POS > 8
059900         MOVE WS-ROUTING(WS-ROUTING-POS:1) TO WS-ROUTING-DIGIT
060000         DIVIDE WS-ROUTING-POS BY 3
060100             GIVING WS-CHECK-QUOTIENT REMAINDER WS-CHECK-REMAINDER
060200         EVALUATE WS-CHECK-REMAINDER
060300             WHEN 1
060400                 COMPUTE WS-WEIGHTED-SUM =
060500                     WS-WEIGHTED-SUM + (WS-ROUTING-DIGIT * 3)
060600             WHEN 2
060700                 COMPUTE WS-WEIGHTED-SUM =
060800                     WS-WEIGHTED-SUM + (WS-ROUTING-DIGIT * 7)
060900             WHEN OTHER
061000                 ADD WS-ROUTING-DIGIT TO WS-WEIGHTED-SUM
061100         END-EVALUATE
061200     END-PERFORM
061300     DIVIDE WS-WEIGHTED-SUM BY 10
061400         GIVING WS-CHECK-QUOTIENT REMAINDER WS-CHECK-REMAINDER
061500     IF WS-CHECK-REMAINDER = 0
061600         MOVE 0 TO WS-CHECK-DIGIT
061700     ELSE
061800         COMPUTE WS-CHECK-DIGIT = 10 - WS-CHECK-REMAINDER
061900     END-IF.
062000 3400-EXIT.
062100     EXIT.
062200
062300 3900-CHECK-WRITE.
062400     IF NOT WS-RTN-OK
062500         DISPLAY "ACH return file write failed, status "
062600             WS-RTN-FILE-STATUS
062700         STOP RUN
062800     END-IF
062900     ADD 1 TO WS-RECORDS-WRITTEN.
063000 3900-EXIT.
063100     EXIT.
063200
063300*----------------------------------------------------------------
063400* Closes the last batch, writes the file control (its block
063500* count includes the padding) and pads to a whole block.
063600*----------------------------------------------------------------
063700 4000-FINISH-RETURN-FILE.
063800     IF NOT WS-RETURN-FILE-STARTED
063900         MOVE WS-NO-RETURN-LINE TO RETURN-LISTING-LINE
064000         WRITE RETURN-LISTING-LINE
064100         GO TO 4000-EXIT
064200     END-IF
064300     IF WS-RETURN-BATCH-OPEN
064400         PERFORM 3300-CLOSE-RETURN-BATCH THRU 3300-EXIT
064500     END-IF
064600     MOVE SPACES                TO ACH-FILE-CONTROL-RECORD
064700     MOVE '9'                   TO NF-RECORD-TYPE
064800     MOVE WS-FILE-BATCH-COUNT   TO NF-BATCH-COUNT
064900     COMPUTE NF-BLOCK-COUNT = (WS-RECORDS-WRITTEN + 1 + 9) / 10
065000     MOVE WS-FILE-ENTRY-ADDENDA TO NF-ENTRY-ADDENDA-COUNT
065100     MOVE WS-FILE-HASH          TO NF-ENTRY-HASH
065200     MOVE WS-FILE-DEBITS        TO NF-TOTAL-DEBITS
065300     MOVE WS-FILE-CREDITS       TO NF-TOTAL-CREDITS
065400     WRITE ACH-FILE-CONTROL-RECORD
065500     PERFORM 3900-CHECK-WRITE THRU 3900-EXIT
065600     DIVIDE WS-RECORDS-WRITTEN BY 10
065700         GIVING WS-PAD-QUOTIENT REMAINDER WS-PAD-REMAINDER
065800     PERFORM UNTIL WS-PAD-REMAINDER = 0
065900         MOVE ALL '9' TO ACH-FILE-HEADER-RECORD
066000         WRITE ACH-FILE-HEADER-RECORD
066100         PERFORM 3900-CHECK-WRITE THRU 3900-EXIT
066200         DIVIDE WS-RECORDS-WRITTEN BY 10
066300             GIVING WS-PAD-QUOTIENT REMAINDER WS-PAD-REMAINDER
066400     END-PERFORM.
066500 4000-EXIT.
066600     EXIT.
066700
066800 5000-PRINT-TOTALS.
066900     MOVE "ACH ITEMS ON XREF:      " TO WS-T-LABEL
067000     MOVE WS-ITEMS-READ TO WS-T-COUNT
067100     MOVE WS-TOTAL-LINE TO RETURN-LISTING-LINE
067200     WRITE RETURN-LISTING-LINE
067300     MOVE "ITEMS RETURNED:         " TO WS-T-LABEL
067400     MOVE WS-ITEMS-RETURNED TO WS-T-COUNT
067500     MOVE WS-TOTAL-LINE TO RETURN-LISTING-LINE
067600     WRITE RETURN-LISTING-LINE
067700     MOVE "DEBITS RETURNED:        " TO WS-TA-LABEL
067800     MOVE WS-DEBITS-RETURNED TO WS-TA-AMOUNT
067900     MOVE WS-AMOUNT-TOTAL-LINE TO RETURN-LISTING-LINE
068000     WRITE RETURN-LISTING-LINE
068100     MOVE "CREDITS RETURNED:       " TO WS-TA-LABEL
068200     MOVE WS-CREDITS-RETURNED TO WS-TA-AMOUNT
068300     MOVE WS-AMOUNT-TOTAL-LINE TO RETURN-LISTING-LINE
068400     WRITE RETURN-LISTING-LINE
068500     MOVE "REJECTS WITH NO ITEM:   " TO WS-T-LABEL
068600     MOVE WS-UNMATCHED-REJECTS TO WS-T-COUNT
068700     MOVE WS-TOTAL-LINE TO RETURN-LISTING-LINE
068800     WRITE RETURN-LISTING-LINE.
068900 5000-EXIT.
069000     EXIT.
069100
069200 9800-MARK-JOB-DONE.
069300     OPEN I-O RUN-CONTROL
069400     IF NOT WS-RNCT-OK
069500         DISPLAY "Warning: run control open failed, status "
069600             WS-RNCT-FILE-STATUS
069700         GO TO 9800-EXIT
069800     END-IF
069900     READ RUN-CONTROL
070000         AT END
070100             DISPLAY "Warning: run control is empty."
070200     END-READ
070300     MOVE 'C' TO RC-ACHRTN-STATUS
070400     REWRITE RUN-CONTROL-RECORD
070500     IF NOT WS-RNCT-OK
070600         DISPLAY "Warning: run control rewrite failed, "
070700             "status " WS-RNCT-FILE-STATUS
070800     END-IF
070900     CLOSE RUN-CONTROL.
071000 9800-EXIT.
071100     EXIT.
071200
071300 9999-END-OF-JOB.
071400     PERFORM 9800-MARK-JOB-DONE THRU 9800-EXIT
071500     CLOSE ACCOUNT-MASTER
071600     IF WS-XREF-AVAILABLE
071700         CLOSE ACH-XREF
071800     END-IF
071900     IF WS-BREJ-AVAILABLE
072000         CLOSE BATCH-REJECT
072100     END-IF
072200     CLOSE ACH-RETURN-FILE
072300     CLOSE RETURN-LISTING
072400     DISPLAY "ACH return build complete. Items returned: "
072500         WS-ITEMS-RETURNED
072600     DISPLAY "Rejects with no ACH item: " WS-UNMATCHED-REJECTS
072700     STOP RUN.
072800 9999-EXIT.
072900     EXIT.
