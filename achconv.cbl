000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACH-CONVERT.
000300 AUTHOR. R-HAVILAND.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  RH   Original inbound ACH conversion. Reads the
001100*                  NACHA file received from the clearing house
001200*                  (ACHIN) and proves it against its own controls
001300*                  first: every batch's entry/addenda count, entry
001400*                  hash and debit/credit totals against its batch
001500*                  control record, and the file totals, batch and
001600*                  block counts against the file control record.
001700*                  A file that does not prove is refused whole -
001800*                  nothing reaches BATCHIN and run control stays
001900*                  at 'I' until a corrected file is received (or
002000*                  the file is withdrawn and the job rerun with no
002100*                  ACHIN). A file that proves is converted into
002200*                  one BATCHIN delivery bracketed by a BCTLREC
002300*                  header/trailer (source ACHFILE plus the file ID
002400*                  modifier, dated the file creation date, so a
002500*                  file received twice is refused by BATCH-EDIT as
002600*                  a double delivery): credits become DEPOSIT
002700*                  rows, debits WITHDRAWAL rows, each stamped AC
002800*                  plus its item number in BT-SOURCE-REF.
002900*                  Prenotes are listed but not posted; an entry
003000*                  whose account number cannot be read is refused
003100*                  for return R04. Every live entry is written to
003200*                  the ACHXREF cross-reference for ACH-RETURN.
003300*                  Runs before BATCH-EDIT under RUNCTL run
003400*                  control.
003500*----------------------------------------------------------------
003600
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-370.
004000 OBJECT-COMPUTER. IBM-370.
004100
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT RUN-CONTROL ASSIGN TO RUNCTL
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-RNCT-FILE-STATUS.
004700
004800     SELECT ACH-INBOUND ASSIGN TO ACHIN
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-ACH-FILE-STATUS.
005100
005200     SELECT BATCH-TRAN-OUT ASSIGN TO BATCHIN
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-BATCH-FILE-STATUS.
005500
005600     SELECT ACH-XREF ASSIGN TO ACHXREF
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-XREF-FILE-STATUS.
005900
006000     SELECT CONVERSION-LISTING ASSIGN TO ACHCNRPT
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-RPT-FILE-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  RUN-CONTROL
006700     LABEL RECORDS ARE STANDARD.
006800 COPY RUNCTREC.
006900
007000 FD  ACH-INBOUND
007100     LABEL RECORDS ARE STANDARD.
007200 COPY NACHREC.
007300
007400 FD  BATCH-TRAN-OUT
007500     LABEL RECORDS ARE STANDARD.
007600 COPY BTRANREC.
007700 COPY BCTLREC.
007800
007900 FD  ACH-XREF
008000     LABEL RECORDS ARE STANDARD.
008100 COPY ACHXREC.
008200
008300 FD  CONVERSION-LISTING
008400     LABEL RECORDS ARE STANDARD.
008500 01  CONVERSION-LISTING-LINE     PIC X(120).
008600
008700 WORKING-STORAGE SECTION.
008800 01  WS-RNCT-FILE-STATUS     PIC X(02)  VALUE '00'.
008900     88  WS-RNCT-OK                     VALUE '00'.
009000 01  WS-ACH-FILE-STATUS      PIC X(02)  VALUE '00'.
009100     88  WS-ACH-OK                      VALUE '00'.
009200     88  WS-ACH-NOT-FOUND               VALUE '35'.
009300 01  WS-BATCH-FILE-STATUS    PIC X(02)  VALUE '00'.
009400     88  WS-BATCH-OK                    VALUE '00'.
009500     88  WS-BATCH-NOT-FOUND             VALUE '35'.
009600 01  WS-XREF-FILE-STATUS     PIC X(02)  VALUE '00'.
009700     88  WS-XREF-OK                     VALUE '00'.
009800 01  WS-RPT-FILE-STATUS      PIC X(02)  VALUE '00'.
009900     88  WS-RPT-OK                      VALUE '00'.
010000
010100 01  WS-SWITCHES.
010200     05  WS-ACH-PRESENT-SW   PIC X(01)  VALUE 'N'.
010300         88  WS-ACH-FILE-PRESENT        VALUE 'Y'.
010400     05  WS-ACH-EOF-SW       PIC X(01)  VALUE 'N'.
010500         88  WS-ACH-EOF                 VALUE 'Y'.
010600     05  WS-FILE-HEADER-SW   PIC X(01)  VALUE 'N'.
010700         88  WS-FILE-HEADER-SEEN        VALUE 'Y'.
010800     05  WS-FILE-CONTROL-SW  PIC X(01)  VALUE 'N'.
010900         88  WS-FILE-CONTROL-SEEN       VALUE 'Y'.
011000     05  WS-IN-BATCH-SW      PIC X(01)  VALUE 'N'.
011100         88  WS-IN-BATCH                VALUE 'Y'.
011200     05  WS-ACCOUNT-VALID-SW PIC X(01)  VALUE 'N'.
011300         88  WS-ACCOUNT-VALID           VALUE 'Y'.
011400     05  WS-DIGITS-SW        PIC X(01)  VALUE 'N'.
011500         88  WS-DIGITS-STARTED          VALUE 'S'.
011600         88  WS-DIGITS-ENDED            VALUE 'E'.
011700
011800 01  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZEROES.
011900 01  WS-RECORDS-READ             PIC 9(09) COMP VALUE 0.
012000 01  WS-ERROR-COUNT              PIC 9(09) COMP VALUE 0.
012100 01  WS-EDIT-REASON              PIC X(30)  VALUE SPACES.
012200 01  WS-LAST-RECORD-TYPE         PIC X(01)  VALUE SPACE.
012300 01  WS-CODE-QUOTIENT            PIC 9(02)  VALUE 0.
012400 01  WS-CODE-REMAINDER           PIC 9(02)  VALUE 0.
012500
012600*    Control totals accumulated from the detail while the file is
012700*    proved; hashes are kept wide and cut to their low-order ten
012800*    digits for the comparison, as NACHA defines them.
012900 01  WS-BATCH-NUMBER             PIC 9(07)  VALUE 0.
013000 01  WS-BATCH-ENTRY-ADDENDA      PIC 9(06)  VALUE 0.
013100 01  WS-BATCH-HASH               PIC 9(12)  VALUE 0.
013200 01  WS-BATCH-DEBITS             PIC 9(10)V99 VALUE 0.
013300 01  WS-BATCH-CREDITS            PIC 9(10)V99 VALUE 0.
013400 01  WS-FILE-BATCH-COUNT         PIC 9(06)  VALUE 0.
013500 01  WS-FILE-ENTRY-ADDENDA       PIC 9(08)  VALUE 0.
013600 01  WS-FILE-HASH                PIC 9(12)  VALUE 0.
013700 01  WS-FILE-DEBITS              PIC 9(10)V99 VALUE 0.
013800 01  WS-FILE-CREDITS             PIC 9(10)V99 VALUE 0.
013900 01  WS-HASH-CHECK               PIC 9(10)  VALUE 0.
014000 01  WS-FILE-BLOCK-COUNT         PIC 9(06)  VALUE 0.
014100 01  WS-EXPECTED-BLOCKS          PIC 9(06)  VALUE 0.
014200
014300 01  WS-FILE-DEST                PIC X(10)  VALUE SPACES.
014400 01  WS-FILE-ORIGIN              PIC X(10)  VALUE SPACES.
014500 01  WS-FILE-DEST-NAME           PIC X(23)  VALUE SPACES.
014600 01  WS-FILE-ORIGIN-NAME         PIC X(23)  VALUE SPACES.
014700 01  WS-FILE-CREATE-DATE         PIC 9(08)  VALUE ZEROES.
014800 01  WS-FEED-SOURCE.
014900     05  FILLER                  PIC X(07)  VALUE "ACHFILE".
015000     05  WS-FEED-MODIFIER        PIC X(01)  VALUE SPACE.
015100 01  WS-CURRENT-BATCH-HEADER     PIC X(94)  VALUE SPACES.
015200
015300 01  WS-ITEM-NUMBER              PIC 9(08)  VALUE 0.
015400 01  WS-ACCT-DIGITS              PIC X(10)  VALUE ZEROES.
015500 01  WS-ACCT-DIGITS-NUM REDEFINES WS-ACCT-DIGITS
015600                                 PIC 9(10).
015700 01  WS-ACCT-CHAR                PIC X(01)  VALUE SPACE.
015800 01  WS-CHAR-SUB                 PIC 9(02) COMP VALUE 0.
015900 01  WS-OUT-SUB                  PIC 9(02) COMP VALUE 0.
016000
016100 01  WS-FEED-COUNT               PIC 9(09)  VALUE 0.
016200 01  WS-FEED-HASH-TOTAL          PIC 9(13)V99 VALUE 0.
016300 01  WS-ENTRIES-READ             PIC 9(7) COMP VALUE 0.
016400 01  WS-CREDITS-SENT             PIC 9(7) COMP VALUE 0.
016500 01  WS-DEBITS-SENT              PIC 9(7) COMP VALUE 0.
016600 01  WS-PRENOTES                 PIC 9(7) COMP VALUE 0.
016700 01  WS-ITEMS-REFUSED            PIC 9(7) COMP VALUE 0.
016800 01  WS-ITEMS-NOT-POSTED         PIC 9(7) COMP VALUE 0.
016900 01  WS-CREDIT-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
017000 01  WS-DEBIT-AMOUNT             PIC S9(11)V99 COMP-3 VALUE 0.
017100 01  WS-ITEM-REASON              PIC X(30)  VALUE SPACES.
017200
017300 01  WS-HEADING-LINE.
017400     05  FILLER                  PIC X(40) VALUE
017500         "ACH INBOUND CONVERSION LISTING".
017600
017700 01  WS-HEADING-LINE-2.
017800     05  FILLER                  PIC X(15) VALUE
017900         "BUSINESS DATE: ".
018000     05  WS-H-BUSINESS-DATE      PIC 9(8).
018100
018200 01  WS-FILE-LINE.
018300     05  FILLER                  PIC X(10) VALUE "FILE FROM ".
018400     05  WS-F-ORIGIN-NAME        PIC X(23).
018500     05  FILLER                  PIC X(09) VALUE " CREATED ".
018600     05  WS-F-CREATE-DATE        PIC 9(8).
018700     05  FILLER                  PIC X(10) VALUE " MODIFIER ".
018800     05  WS-F-MODIFIER           PIC X(01).
018900
019000 01  WS-NO-FILE-LINE.
019100     05  FILLER                  PIC X(40) VALUE
019200         "NO ACH FILE RECEIVED".
019300
019400 01  WS-ERROR-LINE.
019500     05  FILLER                  PIC X(08) VALUE "RECORD ".
019600     05  WS-E-RECORD             PIC Z(8)9.
019700     05  FILLER                  PIC X(2)  VALUE SPACES.
019800     05  WS-E-REASON             PIC X(30).
019900
020000 01  WS-BATCH-LINE.
020100     05  FILLER                  PIC X(06) VALUE "BATCH ".
020200     05  WS-B-BATCH-NUMBER       PIC Z(6)9.
020300     05  FILLER                  PIC X(2)  VALUE SPACES.
020400     05  WS-B-COMPANY-NAME       PIC X(16).
020500     05  FILLER                  PIC X(2)  VALUE SPACES.
020600     05  WS-B-SEC-CODE           PIC X(03).
020700     05  FILLER                  PIC X(2)  VALUE SPACES.
020800     05  WS-B-DESCRIPTION        PIC X(10).
020900
021000 01  WS-ITEM-LINE.
021100     05  FILLER                  PIC X(2)  VALUE SPACES.
021200     05  WS-I-TRACE              PIC X(15).
021300     05  FILLER                  PIC X(2)  VALUE SPACES.
021400     05  WS-I-ACCOUNT            PIC X(17).
021500     05  FILLER                  PIC X(2)  VALUE SPACES.
021600     05  WS-I-CODE               PIC 9(02).
021700     05  FILLER                  PIC X(2)  VALUE SPACES.
021800     05  WS-I-AMOUNT             PIC Z(7)9.99.
021900     05  FILLER                  PIC X(2)  VALUE SPACES.
022000     05  WS-I-REASON             PIC X(30).
022100
022200 01  WS-VERDICT-LINE.
022300     05  FILLER                  PIC X(09) VALUE "VERDICT: ".
022400     05  WS-V-TEXT               PIC X(40).
022500
022600 01  WS-TOTAL-LINE.
022700     05  WS-T-LABEL              PIC X(24).
022800     05  WS-T-COUNT              PIC Z(6)9.
022900
023000 01  WS-AMOUNT-TOTAL-LINE.
023100     05  WS-TA-LABEL             PIC X(24).
023200     05  WS-TA-AMOUNT            PIC Z(10)9.99.
023300
023400 PROCEDURE DIVISION.
023500 0000-MAINLINE.
023600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023700     IF WS-ACH-FILE-PRESENT
023800         PERFORM 2000-PROVE-FILE THRU 2000-EXIT
023900         IF WS-ERROR-COUNT = 0
024000             PERFORM 3000-CONVERT-FILE THRU 3000-EXIT
024100         END-IF
024200     END-IF
024300     PERFORM 9999-END-OF-JOB THRU 9999-EXIT.
024400 0000-EXIT.
024500     EXIT.
024600
024700 1000-INITIALIZE.
024800     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
024900
025000     OPEN INPUT ACH-INBOUND
025100     IF WS-ACH-OK
025200         SET WS-ACH-FILE-PRESENT TO TRUE
025300         CLOSE ACH-INBOUND
025400     ELSE
025500         IF NOT WS-ACH-NOT-FOUND
025600             DISPLAY "Unable to open ACH file, status "
025700                 WS-ACH-FILE-STATUS
025800             STOP RUN
025900         END-IF
026000     END-IF
026100
026200*    The cross-reference always describes this run only, so a
026300*    refused or absent file leaves it empty for ACH-RETURN.
026400     OPEN OUTPUT ACH-XREF
026500     IF NOT WS-XREF-OK
026600         DISPLAY "Unable to open ACH cross-reference, status "
026700             WS-XREF-FILE-STATUS
026800         STOP RUN
026900     END-IF
027000
027100     OPEN OUTPUT CONVERSION-LISTING
027200     IF NOT WS-RPT-OK
027300         DISPLAY "Unable to open conversion listing, status "
027400             WS-RPT-FILE-STATUS
027500         STOP RUN
027600     END-IF
027700     MOVE WS-HEADING-LINE TO CONVERSION-LISTING-LINE
027800     WRITE CONVERSION-LISTING-LINE
027900     MOVE WS-BUSINESS-DATE TO WS-H-BUSINESS-DATE
028000     MOVE WS-HEADING-LINE-2 TO CONVERSION-LISTING-LINE
028100     WRITE CONVERSION-LISTING-LINE
028200     IF NOT WS-ACH-FILE-PRESENT
028300         MOVE WS-NO-FILE-LINE TO CONVERSION-LISTING-LINE
028400         WRITE CONVERSION-LISTING-LINE
028500     END-IF.
028600 1000-EXIT.
028700     EXIT.
028800
028900 1100-CHECK-RUN-CONTROL.
029000     OPEN I-O RUN-CONTROL
029100     IF NOT WS-RNCT-OK
029200         DISPLAY "Unable to open run control, status "
029300             WS-RNCT-FILE-STATUS
029400         DISPLAY "Open the business date first."
029500         STOP RUN
029600     END-IF
029700     READ RUN-CONTROL
029800         AT END
029900             DISPLAY "Run control is empty. Open the "
030000                 "business date first."
030100             STOP RUN
030200     END-READ
030300     IF RC-ACHCONV-DONE
030400         DISPLAY "ACH-CONVERT already complete for business "
030500             "date " RC-BUSINESS-DATE ". Run refused."
030600         STOP RUN
030700     END-IF
030800     IF RC-BATCHEDIT-DONE
030900         DISPLAY "BATCH-EDIT has already run for business "
031000             "date " RC-BUSINESS-DATE ". Run refused."
031100         STOP RUN
031200     END-IF
031300     IF RC-BATCHPOST-DONE
031400         DISPLAY "BATCH-POST has already run for business "
031500             "date " RC-BUSINESS-DATE ". Run refused."
031600         STOP RUN
031700     END-IF
031800     MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
031900     MOVE 'I' TO RC-ACHCONV-STATUS
032000     REWRITE RUN-CONTROL-RECORD
032100     IF NOT WS-RNCT-OK
032200         DISPLAY "Warning: run control rewrite failed, "
032300             "status " WS-RNCT-FILE-STATUS
032400     END-IF
032500     CLOSE RUN-CONTROL.
032600 1100-EXIT.
032700     EXIT.
032800
032900*----------------------------------------------------------------
033000* First pass: prove the file against its own batch and file
033100* control records before anything is written.
033200*----------------------------------------------------------------
033300 2000-PROVE-FILE.
033400     OPEN INPUT ACH-INBOUND
033500     IF NOT WS-ACH-OK
033600         DISPLAY "Unable to open ACH file, status "
033700             WS-ACH-FILE-STATUS
033800         STOP RUN
033900     END-IF
034000     MOVE 'N' TO WS-ACH-EOF-SW
034100     PERFORM UNTIL WS-ACH-EOF
034200         PERFORM 2100-PROVE-NEXT-RECORD THRU 2100-EXIT
034300     END-PERFORM
034400     CLOSE ACH-INBOUND
034500     PERFORM 2900-CHECK-FILE-COMPLETE THRU 2900-EXIT.
034600 2000-EXIT.
034700     EXIT.
034800
034900 2100-PROVE-NEXT-RECORD.
035000     READ ACH-INBOUND NEXT RECORD
035100         AT END
035200             SET WS-ACH-EOF TO TRUE
035300     END-READ
035400     IF WS-ACH-EOF
035500         GO TO 2100-EXIT
035600     END-IF
035700     ADD 1 TO WS-RECORDS-READ
035800     IF WS-FILE-CONTROL-SEEN
035900         IF ACH-FILE-HEADER-RECORD NOT = ALL '9'
036000             MOVE "RECORD AFTER FILE CONTROL" TO WS-EDIT-REASON
036100             PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
036200         END-IF
036300         GO TO 2100-EXIT
036400     END-IF
036500     IF NOT WS-FILE-HEADER-SEEN AND NOT NACHA-FILE-HEADER
036600         MOVE "FILE HEADER MISSING" TO WS-EDIT-REASON
036700         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
036800         SET WS-FILE-HEADER-SEEN TO TRUE
036900     END-IF
037000     EVALUATE TRUE
037100         WHEN NACHA-FILE-HEADER
037200             PERFORM 2110-PROVE-FILE-HEADER THRU 2110-EXIT
037300         WHEN NACHA-BATCH-HEADER
037400             PERFORM 2120-PROVE-BATCH-HEADER THRU 2120-EXIT
037500         WHEN NACHA-ENTRY-DETAIL
037600             PERFORM 2130-PROVE-ENTRY THRU 2130-EXIT
037700         WHEN NACHA-ADDENDA
037800             PERFORM 2140-PROVE-ADDENDA THRU 2140-EXIT
037900         WHEN NACHA-BATCH-CONTROL
038000             PERFORM 2150-PROVE-BATCH-CONTROL THRU 2150-EXIT
038100         WHEN NACHA-FILE-CONTROL
038200             PERFORM 2160-PROVE-FILE-CONTROL THRU 2160-EXIT
038300         WHEN OTHER
038400             MOVE "UNRECOGNIZED RECORD TYPE" TO WS-EDIT-REASON
038500             PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
038600     END-EVALUATE
038700     MOVE NH-RECORD-TYPE TO WS-LAST-RECORD-TYPE.
038800 2100-EXIT.
038900     EXIT.
039000
039100 2110-PROVE-FILE-HEADER.
039200     IF WS-RECORDS-READ NOT = 1
039300         MOVE "FILE HEADER OUT OF PLACE" TO WS-EDIT-REASON
039400         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
039500         GO TO 2110-EXIT
039600     END-IF
039700     SET WS-FILE-HEADER-SEEN TO TRUE
039800     IF NH-RECORD-SIZE NOT = "094" OR
039900             NH-BLOCKING-FACTOR NOT = "10"
040000         MOVE "BAD RECORD SIZE OR BLOCKING"
040100             TO WS-EDIT-REASON
040200         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
040300     END-IF
040400     IF NH-CREATION-DATE IS NOT NUMERIC
040500         MOVE "CREATION DATE NOT NUMERIC" TO WS-EDIT-REASON
040600         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
040700     ELSE
040800         COMPUTE WS-FILE-CREATE-DATE = 20000000 + NH-CREATION-DATE
040900     END-IF
041000     MOVE NH-IMMEDIATE-DEST   TO WS-FILE-DEST
041100     MOVE NH-IMMEDIATE-ORIGIN TO WS-FILE-ORIGIN
041200     MOVE NH-DEST-NAME        TO WS-FILE-DEST-NAME
041300     MOVE NH-ORIGIN-NAME      TO WS-FILE-ORIGIN-NAME
041400     MOVE NH-FILE-ID-MODIFIER TO WS-FEED-MODIFIER
041500     MOVE WS-FILE-ORIGIN-NAME TO WS-F-ORIGIN-NAME
041600     MOVE WS-FILE-CREATE-DATE TO WS-F-CREATE-DATE
041700     MOVE WS-FEED-MODIFIER    TO WS-F-MODIFIER
041800     MOVE WS-FILE-LINE TO CONVERSION-LISTING-LINE
041900     WRITE CONVERSION-LISTING-LINE.
042000 2110-EXIT.
042100     EXIT.
042200
042300 2120-PROVE-BATCH-HEADER.
042400     IF WS-IN-BATCH
042500         MOVE "BATCH HEADER INSIDE OPEN BATCH" TO WS-EDIT-REASON
042600         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
042700     END-IF
042800     SET WS-IN-BATCH TO TRUE
042900     ADD 1 TO WS-FILE-BATCH-COUNT
043000     IF NB-BATCH-NUMBER IS NUMERIC
043100         MOVE NB-BATCH-NUMBER TO WS-BATCH-NUMBER
043200     ELSE
043300         MOVE 0 TO WS-BATCH-NUMBER
043400         MOVE "BATCH NUMBER NOT NUMERIC" TO WS-EDIT-REASON
043500         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
043600     END-IF
043700     MOVE 0 TO WS-BATCH-ENTRY-ADDENDA
043800     MOVE 0 TO WS-BATCH-HASH
043900     MOVE 0 TO WS-BATCH-DEBITS
044000     MOVE 0 TO WS-BATCH-CREDITS.
044100 2120-EXIT.
044200     EXIT.
044300
044400 2130-PROVE-ENTRY.
044500     IF NOT WS-IN-BATCH
044600         MOVE "ENTRY OUTSIDE A BATCH" TO WS-EDIT-REASON
044700         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
044800         GO TO 2130-EXIT
044900     END-IF
045000     ADD 1 TO WS-BATCH-ENTRY-ADDENDA
045100     ADD 1 TO WS-FILE-ENTRY-ADDENDA
045200     IF NE-RDFI-ID IS NOT NUMERIC
045300         MOVE "RDFI ID NOT NUMERIC" TO WS-EDIT-REASON
045400         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
045500     ELSE
045600         ADD NE-RDFI-ID TO WS-BATCH-HASH
045700         ADD NE-RDFI-ID TO WS-FILE-HASH
045800     END-IF
045900     IF NE-TRANSACTION-CODE IS NOT NUMERIC
046000         MOVE "TRANSACTION CODE NOT NUMERIC" TO WS-EDIT-REASON
046100         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
046200         GO TO 2130-EXIT
046300     END-IF
046400     IF NE-AMOUNT IS NOT NUMERIC
046500         MOVE "AMOUNT NOT NUMERIC" TO WS-EDIT-REASON
046600         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
046700         GO TO 2130-EXIT
046800     END-IF
046900*    Codes ending 1-4 are credits to the receiver, 6-9 debits.
047000     DIVIDE NE-TRANSACTION-CODE BY 10
047100         GIVING WS-CODE-QUOTIENT REMAINDER WS-CODE-REMAINDER
047200     IF WS-CODE-REMAINDER < 5
047300         ADD NE-AMOUNT TO WS-BATCH-CREDITS
047400         ADD NE-AMOUNT TO WS-FILE-CREDITS
047500     ELSE
047600         ADD NE-AMOUNT TO WS-BATCH-DEBITS
047700         ADD NE-AMOUNT TO WS-FILE-DEBITS
047800     END-IF.
047900 2130-EXIT.
048000     EXIT.
048100
048200 2140-PROVE-ADDENDA.
048300     IF NOT WS-IN-BATCH OR
048400             (WS-LAST-RECORD-TYPE NOT = '6' AND
048500              WS-LAST-RECORD-TYPE NOT = '7')
048600         MOVE "ADDENDA WITHOUT AN ENTRY" TO WS-EDIT-REASON
048700         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
048800         GO TO 2140-EXIT
048900     END-IF
049000     ADD 1 TO WS-BATCH-ENTRY-ADDENDA
049100     ADD 1 TO WS-FILE-ENTRY-ADDENDA.
049200 2140-EXIT.
049300     EXIT.
049400
049500 2150-PROVE-BATCH-CONTROL.
049600     IF NOT WS-IN-BATCH
049700         MOVE "BATCH CONTROL WITHOUT HEADER" TO WS-EDIT-REASON
049800         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
049900         GO TO 2150-EXIT
050000     END-IF
050100     MOVE 'N' TO WS-IN-BATCH-SW
050200     IF NC-ENTRY-ADDENDA-COUNT IS NOT NUMERIC OR
050300             NC-ENTRY-ADDENDA-COUNT NOT = WS-BATCH-ENTRY-ADDENDA
050400         MOVE "BATCH ENTRY COUNT MISMATCH" TO WS-EDIT-REASON
050500         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
050600     END-IF
050700     MOVE WS-BATCH-HASH TO WS-HASH-CHECK
050800     IF NC-ENTRY-HASH IS NOT NUMERIC OR
050900             NC-ENTRY-HASH NOT = WS-HASH-CHECK
051000         MOVE "BATCH ENTRY HASH MISMATCH" TO WS-EDIT-REASON
051100         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
051200     END-IF
051300     IF NC-TOTAL-DEBITS IS NOT NUMERIC OR
051400             NC-TOTAL-DEBITS NOT = WS-BATCH-DEBITS
051500         MOVE "BATCH DEBIT TOTAL MISMATCH" TO WS-EDIT-REASON
051600         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
051700     END-IF
051800     IF NC-TOTAL-CREDITS IS NOT NUMERIC OR
051900             NC-TOTAL-CREDITS NOT = WS-BATCH-CREDITS
052000         MOVE "BATCH CREDIT TOTAL MISMATCH" TO WS-EDIT-REASON
052100         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
052200     END-IF
052300     IF NC-BATCH-NUMBER IS NOT NUMERIC OR
052400             NC-BATCH-NUMBER NOT = WS-BATCH-NUMBER
052500         MOVE "BATCH NUMBER MISMATCH" TO WS-EDIT-REASON
052600         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
052700     END-IF.
052800 2150-EXIT.
052900     EXIT.
053000
053100 2160-PROVE-FILE-CONTROL.
053200     IF WS-IN-BATCH
053300         MOVE "BATCH CONTROL MISSING" TO WS-EDIT-REASON
053400         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
053500         MOVE 'N' TO WS-IN-BATCH-SW
053600     END-IF
053700     SET WS-FILE-CONTROL-SEEN TO TRUE
053800     IF NF-BATCH-COUNT IS NOT NUMERIC OR
053900             NF-BATCH-COUNT NOT = WS-FILE-BATCH-COUNT
054000         MOVE "FILE BATCH COUNT MISMATCH" TO WS-EDIT-REASON
054100         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
054200     END-IF
054300     IF NF-ENTRY-ADDENDA-COUNT IS NOT NUMERIC OR
054400             NF-ENTRY-ADDENDA-COUNT NOT = WS-FILE-ENTRY-ADDENDA
054500         MOVE "FILE ENTRY COUNT MISMATCH" TO WS-EDIT-REASON
054600         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
054700     END-IF
054800     MOVE WS-FILE-HASH TO WS-HASH-CHECK
054900     IF NF-ENTRY-HASH IS NOT NUMERIC OR
055000             NF-ENTRY-HASH NOT = WS-HASH-CHECK
055100         MOVE "FILE ENTRY HASH MISMATCH" TO WS-EDIT-REASON
055200         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
055300     END-IF
055400     IF NF-TOTAL-DEBITS IS NOT NUMERIC OR
055500             NF-TOTAL-DEBITS NOT = WS-FILE-DEBITS
055600         MOVE "FILE DEBIT TOTAL MISMATCH" TO WS-EDIT-REASON
055700         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
055800     END-IF
055900     IF NF-TOTAL-CREDITS IS NOT NUMERIC OR
056000             NF-TOTAL-CREDITS NOT = WS-FILE-CREDITS
056100         MOVE "FILE CREDIT TOTAL MISMATCH" TO WS-EDIT-REASON
056200         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
056300     END-IF
056400     IF NF-BLOCK-COUNT IS NUMERIC
056500         MOVE NF-BLOCK-COUNT TO WS-FILE-BLOCK-COUNT
056600     ELSE
056700         MOVE "BLOCK COUNT NOT NUMERIC" TO WS-EDIT-REASON
056800         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
056900     END-IF.
057000 2160-EXIT.
057100     EXIT.
057200
057300*----------------------------------------------------------------
057400* The block count covers the nines padding after the file
057500* control record, so it can only be proved at end of file.
057600*----------------------------------------------------------------
057700 2900-CHECK-FILE-COMPLETE.
057800     IF WS-RECORDS-READ = 0
057900         MOVE "ACH FILE IS EMPTY" TO WS-EDIT-REASON
058000         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
058100         GO TO 2900-EXIT
058200     END-IF
058300     IF NOT WS-FILE-CONTROL-SEEN
058400         MOVE "FILE CONTROL MISSING AT END" TO WS-EDIT-REASON
058500         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
058600         GO TO 2900-EXIT
058700     END-IF
058800     COMPUTE WS-EXPECTED-BLOCKS = (WS-RECORDS-READ + 9) / 10
058900     IF WS-FILE-BLOCK-COUNT NOT = WS-EXPECTED-BLOCKS
059000         MOVE "FILE BLOCK COUNT MISMATCH" TO WS-EDIT-REASON
059100         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
059200     END-IF.
059300 2900-EXIT.
059400     EXIT.
059500
059600*----------------------------------------------------------------
059700* Second pass, only for a proved file: one BATCHIN delivery for
059800* the whole file and one cross-reference row per live entry.
059900*----------------------------------------------------------------
060000 3000-CONVERT-FILE.
060100     OPEN INPUT ACH-INBOUND
060200     IF NOT WS-ACH-OK
060300         DISPLAY "Unable to open ACH file, status "
060400             WS-ACH-FILE-STATUS
060500         STOP RUN
060600     END-IF
060700     OPEN EXTEND BATCH-TRAN-OUT
060800     IF WS-BATCH-NOT-FOUND
060900         OPEN OUTPUT BATCH-TRAN-OUT
061000         CLOSE BATCH-TRAN-OUT
061100         OPEN EXTEND BATCH-TRAN-OUT
061200     END-IF
061300     IF NOT WS-BATCH-OK
061400         DISPLAY "Unable to open batch feed, status "
061500             WS-BATCH-FILE-STATUS
061600         STOP RUN
061700     END-IF
061800
061900     INITIALIZE BATCH-CONTROL-RECORD
062000     MOVE 'H'                 TO BC-RECORD-TYPE
062100     MOVE WS-FEED-SOURCE      TO BC-FILE-SOURCE
062200     MOVE WS-FILE-CREATE-DATE TO BC-CREATE-DATE
062300     MOVE ZEROES              TO BC-RECORD-COUNT
062400     MOVE ZEROES              TO BC-HASH-TOTAL
062500     WRITE BATCH-CONTROL-RECORD
062600     IF NOT WS-BATCH-OK
062700         DISPLAY "Batch feed header write failed, status "
062800             WS-BATCH-FILE-STATUS
062900         STOP RUN
063000     END-IF
063100
063200     MOVE 'N' TO WS-ACH-EOF-SW
063300     PERFORM UNTIL WS-ACH-EOF
063400         PERFORM 3100-CONVERT-NEXT-RECORD THRU 3100-EXIT
063500     END-PERFORM
063600
063700     INITIALIZE BATCH-CONTROL-RECORD
063800     MOVE 'T'                 TO BC-RECORD-TYPE
063900     MOVE WS-FEED-SOURCE      TO BC-FILE-SOURCE
064000     MOVE WS-FILE-CREATE-DATE TO BC-CREATE-DATE
064100     MOVE WS-FEED-COUNT       TO BC-RECORD-COUNT
064200     MOVE WS-FEED-HASH-TOTAL  TO BC-HASH-TOTAL
064300     WRITE BATCH-CONTROL-RECORD
064400     IF NOT WS-BATCH-OK
064500         DISPLAY "Batch feed trailer write failed, status "
064600             WS-BATCH-FILE-STATUS
064700     END-IF
064800     CLOSE BATCH-TRAN-OUT
064900     CLOSE ACH-INBOUND.
065000 3000-EXIT.
065100     EXIT.
065200
065300 3100-CONVERT-NEXT-RECORD.
065400     READ ACH-INBOUND NEXT RECORD
065500         AT END
065600             SET WS-ACH-EOF TO TRUE
065700     END-READ
065800     IF WS-ACH-EOF
065900         GO TO 3100-EXIT
066000     END-IF
066100     EVALUATE TRUE
066200         WHEN NACHA-BATCH-HEADER
066300             MOVE ACH-BATCH-HEADER-RECORD
066400                 TO WS-CURRENT-BATCH-HEADER
066500             MOVE NB-BATCH-NUMBER      TO WS-B-BATCH-NUMBER
066600             MOVE NB-COMPANY-NAME      TO WS-B-COMPANY-NAME
066700             MOVE NB-SEC-CODE          TO WS-B-SEC-CODE
066800             MOVE NB-ENTRY-DESCRIPTION TO WS-B-DESCRIPTION
066900             MOVE WS-BATCH-LINE TO CONVERSION-LISTING-LINE
067000             WRITE CONVERSION-LISTING-LINE
067100         WHEN NACHA-ENTRY-DETAIL
067200             PERFORM 3200-CONVERT-ENTRY THRU 3200-EXIT
067300     END-EVALUATE.
067400 3100-EXIT.
067500     EXIT.
067600
067700 3200-CONVERT-ENTRY.
067800     ADD 1 TO WS-ENTRIES-READ
067900     IF NE-PRENOTE
068000         ADD 1 TO WS-PRENOTES
068100         MOVE "PRENOTE - NOT POSTED" TO WS-ITEM-REASON
068200         PERFORM 4100-LIST-ITEM THRU 4100-EXIT
068300         GO TO 3200-EXIT
068400     END-IF
068500     IF NOT NE-LIVE-CREDIT AND NOT NE-LIVE-DEBIT
068600         ADD 1 TO WS-ITEMS-NOT-POSTED
068700         MOVE "TRAN CODE NOT POSTED - REVIEW" TO WS-ITEM-REASON
068800         PERFORM 4100-LIST-ITEM THRU 4100-EXIT
068900         GO TO 3200-EXIT
069000     END-IF
069100     IF NE-AMOUNT = 0
069200         ADD 1 TO WS-ITEMS-NOT-POSTED
069300         MOVE "ZERO AMOUNT - NOT POSTED" TO WS-ITEM-REASON
069400         PERFORM 4100-LIST-ITEM THRU 4100-EXIT
069500         GO TO 3200-EXIT
069600     END-IF
069700
069800     ADD 1 TO WS-ITEM-NUMBER
069900     INITIALIZE ACH-ITEM-XREF-RECORD
070000     MOVE WS-ITEM-NUMBER          TO AX-ITEM-NUMBER
070100     MOVE WS-FILE-DEST            TO AX-FILE-DEST
070200     MOVE WS-FILE-ORIGIN          TO AX-FILE-ORIGIN
070300     MOVE WS-FILE-DEST-NAME       TO AX-FILE-DEST-NAME
070400     MOVE WS-FILE-ORIGIN-NAME     TO AX-FILE-ORIGIN-NAME
070500     MOVE WS-CURRENT-BATCH-HEADER TO AX-BATCH-HEADER
070600     MOVE ACH-ENTRY-DETAIL-RECORD TO AX-ENTRY-DETAIL
070700
070800     PERFORM 3300-CONVERT-ACCOUNT THRU 3300-EXIT
070900     IF NOT WS-ACCOUNT-VALID
071000         SET AX-REFUSED-AT-CONVERT TO TRUE
071100         MOVE "R04"  TO AX-RETURN-CODE
071200         MOVE ZEROES TO AX-ACCOUNT-NUMBER
071300         PERFORM 3400-WRITE-XREF THRU 3400-EXIT
071400         ADD 1 TO WS-ITEMS-REFUSED
071500         MOVE "ACCOUNT NUMBER INVALID - R04" TO WS-ITEM-REASON
071600         PERFORM 4100-LIST-ITEM THRU 4100-EXIT
071700         GO TO 3200-EXIT
071800     END-IF
071900
072000     INITIALIZE BATCH-TRAN-RECORD
072100     MOVE WS-ACCT-DIGITS-NUM   TO BT-ACCOUNT-NUMBER
072200     IF NE-LIVE-CREDIT
072300         MOVE "DEPOSIT"        TO BT-TRAN-TYPE
072400         ADD 1 TO WS-CREDITS-SENT
072500         ADD NE-AMOUNT TO WS-CREDIT-AMOUNT
072600     ELSE
072700         MOVE "WITHDRAWAL"     TO BT-TRAN-TYPE
072800         ADD 1 TO WS-DEBITS-SENT
072900         ADD NE-AMOUNT TO WS-DEBIT-AMOUNT
073000     END-IF
073100     MOVE NE-AMOUNT            TO BT-AMOUNT
073200     MOVE ZEROES               TO BT-COUNTERPARTY-ACCT
073300     MOVE ZEROES               TO BT-HOLD-RELEASE-DATE
073400     MOVE "AC"                 TO BT-SOURCE-REF(1:2)
073500     MOVE WS-ITEM-NUMBER       TO BT-SOURCE-REF(3:8)
073600     WRITE BATCH-TRAN-RECORD
073700     IF NOT WS-BATCH-OK
073800         DISPLAY "Batch feed write failed, status "
073900             WS-BATCH-FILE-STATUS
074000         STOP RUN
074100     END-IF
074200     ADD 1 TO WS-FEED-COUNT
074300     ADD NE-AMOUNT TO WS-FEED-HASH-TOTAL
074400
074500     SET AX-SENT-TO-BATCHIN TO TRUE
074600     MOVE WS-ACCT-DIGITS-NUM TO AX-ACCOUNT-NUMBER
074700     PERFORM 3400-WRITE-XREF THRU 3400-EXIT.
074800 3200-EXIT.
074900     EXIT.
075000
075100*----------------------------------------------------------------
075200* The DFI account number is left-justified and blank-filled.
075300* Read it from the right: skip the trailing blanks, then take
075400* digits into a ten-digit account number. Anything other than
075500* digits, a blank inside the number, or more than ten digits
075600* once leading zeros are dropped makes it unreadable.
075700*----------------------------------------------------------------
075800 3300-CONVERT-ACCOUNT.
075900     SET WS-ACCOUNT-VALID TO TRUE
076000     MOVE 'N' TO WS-DIGITS-SW
076100     MOVE ZEROES TO WS-ACCT-DIGITS
076200     MOVE 10 TO WS-OUT-SUB
076300     PERFORM VARYING WS-CHAR-SUB FROM 17 BY -1
076400             UNTIL WS-CHAR-SUB < 1 OR NOT WS-ACCOUNT-VALID
076500         MOVE NE-DFI-ACCOUNT(WS-CHAR-SUB:1) TO WS-ACCT-CHAR
076600         EVALUATE TRUE
076700             WHEN WS-ACCT-CHAR = SPACE
076800                 IF WS-DIGITS-STARTED
076900                     SET WS-DIGITS-ENDED TO TRUE
077000                 END-IF
077100             WHEN WS-ACCT-CHAR IS NUMERIC
077200                 IF WS-DIGITS-ENDED
077300                     MOVE 'N' TO WS-ACCOUNT-VALID-SW
077400                 ELSE
077500                     SET WS-DIGITS-STARTED TO TRUE
077600                     IF WS-OUT-SUB > 0
077700                         MOVE WS-ACCT-CHAR
077800                             TO WS-ACCT-DIGITS(WS-OUT-SUB:1)
077900                         SUBTRACT 1 FROM WS-OUT-SUB
078000                     ELSE
078100                         IF WS-ACCT-CHAR NOT = '0'
078200                             MOVE 'N' TO WS-ACCOUNT-VALID-SW
078300                         END-IF
078400                     END-IF
078500                 END-IF
078600             WHEN OTHER
078700                 MOVE 'N' TO WS-ACCOUNT-VALID-SW
078800         END-EVALUATE
078900     END-PERFORM
079000     IF WS-ACCOUNT-VALID AND WS-ACCT-DIGITS-NUM = 0
079100         MOVE 'N' TO WS-ACCOUNT-VALID-SW
079200     END-IF.
079300 3300-EXIT.
079400     EXIT.
079500
079600 3400-WRITE-XREF.
079700     WRITE ACH-ITEM-XREF-RECORD
079800     IF NOT WS-XREF-OK
079900         DISPLAY "ACH cross-reference write failed, status "
080000             WS-XREF-FILE-STATUS
080100         STOP RUN
080200     END-IF.
080300 3400-EXIT.
080400     EXIT.
080500
080600 4000-WRITE-ERROR.
080700     ADD 1 TO WS-ERROR-COUNT
080800     MOVE WS-RECORDS-READ TO WS-E-RECORD
080900     MOVE WS-EDIT-REASON  TO WS-E-REASON
081000     MOVE WS-ERROR-LINE   TO CONVERSION-LISTING-LINE
081100     WRITE CONVERSION-LISTING-LINE.
081200 4000-EXIT.
081300     EXIT.
081400
081500 4100-LIST-ITEM.
081600     MOVE NE-TRACE-NUMBER     TO WS-I-TRACE
081700     MOVE NE-DFI-ACCOUNT      TO WS-I-ACCOUNT
081800     MOVE NE-TRANSACTION-CODE TO WS-I-CODE
081900     MOVE NE-AMOUNT           TO WS-I-AMOUNT
082000     MOVE WS-ITEM-REASON      TO WS-I-REASON
082100     MOVE WS-ITEM-LINE TO CONVERSION-LISTING-LINE
082200     WRITE CONVERSION-LISTING-LINE.
082300 4100-EXIT.
082400     EXIT.
082500
082600 5000-PRINT-TOTALS.
082700     MOVE "ACH RECORDS READ:       " TO WS-T-LABEL
082800     MOVE WS-RECORDS-READ TO WS-T-COUNT
082900     MOVE WS-TOTAL-LINE TO CONVERSION-LISTING-LINE
083000     WRITE CONVERSION-LISTING-LINE
083100     MOVE "BATCHES:                " TO WS-T-LABEL
083200     MOVE WS-FILE-BATCH-COUNT TO WS-T-COUNT
083300     MOVE WS-TOTAL-LINE TO CONVERSION-LISTING-LINE
083400     WRITE CONVERSION-LISTING-LINE
083500     MOVE "ENTRIES:                " TO WS-T-LABEL
083600     MOVE WS-ENTRIES-READ TO WS-T-COUNT
083700     MOVE WS-TOTAL-LINE TO CONVERSION-LISTING-LINE
083800     WRITE CONVERSION-LISTING-LINE
083900     MOVE "CREDITS TO BATCHIN:     " TO WS-T-LABEL
084000     MOVE WS-CREDITS-SENT TO WS-T-COUNT
084100     MOVE WS-TOTAL-LINE TO CONVERSION-LISTING-LINE
084200     WRITE CONVERSION-LISTING-LINE
084300     MOVE "CREDIT AMOUNT:          " TO WS-TA-LABEL
084400     MOVE WS-CREDIT-AMOUNT TO WS-TA-AMOUNT
084500     MOVE WS-AMOUNT-TOTAL-LINE TO CONVERSION-LISTING-LINE
084600     WRITE CONVERSION-LISTING-LINE
084700     MOVE "DEBITS TO BATCHIN:      " TO WS-T-LABEL
084800     MOVE WS-DEBITS-SENT TO WS-T-COUNT
084900     MOVE WS-TOTAL-LINE TO CONVERSION-LISTING-LINE
085000     WRITE CONVERSION-LISTING-LINE
085100     MOVE "DEBIT AMOUNT:           " TO WS-TA-LABEL
085200     MOVE WS-DEBIT-AMOUNT TO WS-TA-AMOUNT
085300     MOVE WS-AMOUNT-TOTAL-LINE TO CONVERSION-LISTING-LINE
085400     WRITE CONVERSION-LISTING-LINE
085500     MOVE "PRENOTES:               " TO WS-T-LABEL
085600     MOVE WS-PRENOTES TO WS-T-COUNT
085700     MOVE WS-TOTAL-LINE TO CONVERSION-LISTING-LINE
085800     WRITE CONVERSION-LISTING-LINE
085900     MOVE "REFUSED FOR RETURN:     " TO WS-T-LABEL
086000     MOVE WS-ITEMS-REFUSED TO WS-T-COUNT
086100     MOVE WS-TOTAL-LINE TO CONVERSION-LISTING-LINE
086200     WRITE CONVERSION-LISTING-LINE
086300     MOVE "NOT POSTED - REVIEW:    " TO WS-T-LABEL
086400     MOVE WS-ITEMS-NOT-POSTED TO WS-T-COUNT
086500     MOVE WS-TOTAL-LINE TO CONVERSION-LISTING-LINE
086600     WRITE CONVERSION-LISTING-LINE.
086700 5000-EXIT.
086800     EXIT.
086900
087000 9800-MARK-JOB-DONE.
087100     OPEN I-O RUN-CONTROL
087200     IF NOT WS-RNCT-OK
087300         DISPLAY "Warning: run control open failed, status "
087400             WS-RNCT-FILE-STATUS
087500         GO TO 9800-EXIT
087600     END-IF
087700     READ RUN-CONTROL
087800         AT END
087900             DISPLAY "Warning: run control is empty."
088000     END-READ
088100     MOVE 'C' TO RC-ACHCONV-STATUS
088200     REWRITE RUN-CONTROL-RECORD
088300     IF NOT WS-RNCT-OK
088400         DISPLAY "Warning: run control rewrite failed, "
088500             "status " WS-RNCT-FILE-STATUS
088600     END-IF
088700     CLOSE RUN-CONTROL.
088800 9800-EXIT.
088900     EXIT.
089000
089100 9999-END-OF-JOB.
089200     IF WS-ACH-FILE-PRESENT
089300         IF WS-ERROR-COUNT = 0
089400             MOVE "FILE PROVED AND CONVERTED" TO WS-V-TEXT
089500         ELSE
089600             MOVE "FILE REFUSED - NOTHING SENT TO BATCHIN"
089700                 TO WS-V-TEXT
089800         END-IF
089900         MOVE WS-VERDICT-LINE TO CONVERSION-LISTING-LINE
090000         WRITE CONVERSION-LISTING-LINE
090100         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
090200     END-IF
090300     IF WS-ERROR-COUNT = 0
090400         PERFORM 9800-MARK-JOB-DONE THRU 9800-EXIT
090500     ELSE
090600         DISPLAY "ACH file failed its control totals with "
090700             WS-ERROR-COUNT " error(s)."
090800         DISPLAY "Obtain a corrected file and rerun ACH-CONVERT; "
090900             "run control stays at in-progress."
091000     END-IF
091100     CLOSE ACH-XREF
091200     CLOSE CONVERSION-LISTING
091300     DISPLAY "ACH conversion complete. Entries read: "
091400         WS-ENTRIES-READ
091500     DISPLAY "Rows sent to BATCHIN: " WS-FEED-COUNT
091600     DISPLAY "Refused for return: " WS-ITEMS-REFUSED
091700     STOP RUN.
091800 9999-EXIT.
091900     EXIT.
