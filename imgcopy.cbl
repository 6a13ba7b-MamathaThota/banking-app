000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. IMAGE-COPY.
000300 AUTHOR. R-HAVILAND.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  RH   Original nightly image copy. Runs after
001100*                  TRAN-ARCHIVE under RUNCTL run control and
001200*                  copies ACCOUNT-MASTER to ACCTIMG and HOLDFILE
001300*                  to HOLDIMG record for record, then writes the
001400*                  IMGCTL control record stamping the copy with
001500*                  the business date, the TRANSACTION-LOG record
001600*                  count at the time (and the key of the last
001700*                  record) and the record counts and balance
001800*                  total of the copy. FWD-RECOVER restores from
001900*                  these files and replays the journal written
002000*                  since.
002100*----------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT RUN-CONTROL ASSIGN TO RUNCTL
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-RNCT-FILE-STATUS.
003300
003400     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS ACCT-NUMBER
003800         FILE STATUS IS WS-ACCT-FILE-STATUS.
003900
004000     SELECT HOLD-FILE ASSIGN TO HOLDFILE
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS HOLD-KEY
004400         FILE STATUS IS WS-HOLD-FILE-STATUS.
004500
004600     SELECT TRANSACTION-LOG ASSIGN TO TRANLOG
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-TRAN-FILE-STATUS.
004900
005000     SELECT ACCOUNT-IMAGE ASSIGN TO ACCTIMG
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-AIMG-FILE-STATUS.
005300
005400     SELECT HOLD-IMAGE ASSIGN TO HOLDIMG
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-HIMG-FILE-STATUS.
005700
005800     SELECT IMAGE-CONTROL ASSIGN TO IMGCTL
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-ICTL-FILE-STATUS.
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
007200 FD  HOLD-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 COPY HOLDREC.
007500
007600 FD  TRANSACTION-LOG
007700     LABEL RECORDS ARE STANDARD.
007800 COPY TRANREC.
007900
008000*    Image records: ACCOUNT-MASTER-RECORD and HOLD-RECORD byte
008100*    for byte.
008200 FD  ACCOUNT-IMAGE
008300     LABEL RECORDS ARE STANDARD.
008400 01  ACCOUNT-IMAGE-RECORD        PIC X(122).
008500
008600 FD  HOLD-IMAGE
008700     LABEL RECORDS ARE STANDARD.
008800 01  HOLD-IMAGE-RECORD           PIC X(48).
008900
009000 FD  IMAGE-CONTROL
009100     LABEL RECORDS ARE STANDARD.
009200 COPY IMGCREC.
009300
009400 WORKING-STORAGE SECTION.
009500 01  WS-RNCT-FILE-STATUS     PIC X(02)  VALUE '00'.
009600     88  WS-RNCT-OK                     VALUE '00'.
009700 01  WS-ACCT-FILE-STATUS     PIC X(02)  VALUE '00'.
009800     88  WS-ACCT-OK                     VALUE '00'.
009900 01  WS-HOLD-FILE-STATUS     PIC X(02)  VALUE '00'.
010000     88  WS-HOLD-OK                     VALUE '00'.
010100     88  WS-HOLD-NOT-FOUND              VALUE '35'.
010200 01  WS-TRAN-FILE-STATUS     PIC X(02)  VALUE '00'.
010300     88  WS-TRAN-OK                     VALUE '00'.
010400     88  WS-TRAN-NOT-FOUND              VALUE '35'.
010500 01  WS-AIMG-FILE-STATUS     PIC X(02)  VALUE '00'.
010600     88  WS-AIMG-OK                     VALUE '00'.
010700 01  WS-HIMG-FILE-STATUS     PIC X(02)  VALUE '00'.
010800     88  WS-HIMG-OK                     VALUE '00'.
010900 01  WS-ICTL-FILE-STATUS     PIC X(02)  VALUE '00'.
011000     88  WS-ICTL-OK                     VALUE '00'.
011100
011200 01  WS-SWITCHES.
011300     05  WS-HOLD-AVAIL-SW    PIC X(01)  VALUE 'N'.
011400         88  WS-HOLD-AVAILABLE          VALUE 'Y'.
011500     05  WS-TRAN-AVAIL-SW    PIC X(01)  VALUE 'N'.
011600         88  WS-TRAN-AVAILABLE          VALUE 'Y'.
011700     05  WS-ACCT-EOF-SW      PIC X(01)  VALUE 'N'.
011800         88  WS-NO-MORE-ACCOUNTS        VALUE 'Y'.
011900     05  WS-HOLD-EOF-SW      PIC X(01)  VALUE 'N'.
012000         88  WS-NO-MORE-HOLDS           VALUE 'Y'.
012100     05  WS-TRAN-EOF-SW      PIC X(01)  VALUE 'N'.
012200         88  WS-NO-MORE-TRANS           VALUE 'Y'.
012300     05  WS-COPY-FAILED-SW   PIC X(01)  VALUE 'N'.
012400         88  WS-COPY-FAILED             VALUE 'Y'.
012500
012600 01  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZEROES.
012700 01  WS-CURRENT-DATE             PIC 9(08)  VALUE ZEROES.
012800 01  WS-CURRENT-TIME             PIC 9(08)  VALUE ZEROES.
012900
013000 01  WS-TRANLOG-COUNT            PIC 9(09) COMP VALUE 0.
013100 01  WS-ACCOUNTS-COPIED          PIC 9(09) COMP VALUE 0.
013200 01  WS-HOLDS-COPIED             PIC 9(09) COMP VALUE 0.
013300 01  WS-BALANCE-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
013400 01  WS-LAST-TL-ACCOUNT          PIC 9(10)  VALUE ZEROES.
013500 01  WS-LAST-TL-DATE             PIC 9(08)  VALUE ZEROES.
013600 01  WS-LAST-TL-TIME             PIC 9(08)  VALUE ZEROES.
013700 01  WS-LAST-TL-TYPE             PIC X(10)  VALUE SPACES.
013800
013900 PROCEDURE DIVISION.
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014200     PERFORM 2000-COUNT-JOURNAL THRU 2000-EXIT
014300     PERFORM 3000-COPY-ACCOUNTS THRU 3000-EXIT
014400     PERFORM 4000-COPY-HOLDS THRU 4000-EXIT
014500     PERFORM 5000-WRITE-CONTROL THRU 5000-EXIT
014600     PERFORM 9999-END-OF-JOB THRU 9999-EXIT.
014700 0000-EXIT.
014800     EXIT.
014900
015000 1000-INITIALIZE.
015100     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
015200
015300     OPEN INPUT ACCOUNT-MASTER
015400     IF NOT WS-ACCT-OK
015500         DISPLAY "Unable to open account master, status "
015600             WS-ACCT-FILE-STATUS
015700         STOP RUN
015800     END-IF
015900
016000     OPEN INPUT HOLD-FILE
016100     IF WS-HOLD-OK
016200         SET WS-HOLD-AVAILABLE TO TRUE
016300     ELSE
016400         SET WS-NO-MORE-HOLDS TO TRUE
016500         IF NOT WS-HOLD-NOT-FOUND
016600             DISPLAY "Unable to open hold file, status "
016700                 WS-HOLD-FILE-STATUS
016800             STOP RUN
016900         END-IF
017000     END-IF
017100
017200     OPEN INPUT TRANSACTION-LOG
017300     IF WS-TRAN-OK
017400         SET WS-TRAN-AVAILABLE TO TRUE
017500     ELSE
017600         SET WS-NO-MORE-TRANS TO TRUE
017700         IF NOT WS-TRAN-NOT-FOUND
017800             DISPLAY "Unable to open transaction log, status "
017900                 WS-TRAN-FILE-STATUS
018000             STOP RUN
018100         END-IF
018200     END-IF
018300
018400*    The previous control record goes first: until this copy is
018500*    complete there is no usable image on file.
018600     OPEN OUTPUT IMAGE-CONTROL
018700     IF NOT WS-ICTL-OK
018800         DISPLAY "Unable to open image control, status "
018900             WS-ICTL-FILE-STATUS
019000         STOP RUN
019100     END-IF
019200     CLOSE IMAGE-CONTROL
019300
019400     OPEN OUTPUT ACCOUNT-IMAGE
019500     IF NOT WS-AIMG-OK
019600         DISPLAY "Unable to open account image, status "
019700             WS-AIMG-FILE-STATUS
019800         STOP RUN
019900     END-IF
020000
020100     OPEN OUTPUT HOLD-IMAGE
020200     IF NOT WS-HIMG-OK
020300         DISPLAY "Unable to open hold image, status "
020400             WS-HIMG-FILE-STATUS
020500         STOP RUN
020600     END-IF
020700
020800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
020900     ACCEPT WS-CURRENT-TIME FROM TIME.
021000 1000-EXIT.
021100     EXIT.
021200
021300 1100-CHECK-RUN-CONTROL.
021400     OPEN I-O RUN-CONTROL
021500     IF NOT WS-RNCT-OK
021600         DISPLAY "Unable to open run control, status "
021700             WS-RNCT-FILE-STATUS
021800         DISPLAY "Open the business date first."
021900         STOP RUN
022000     END-IF
022100     READ RUN-CONTROL
022200         AT END
022300             DISPLAY "Run control is empty. Open the "
022400                 "business date first."
022500             STOP RUN
022600     END-READ
022700     IF RC-IMGCOPY-DONE
022800         DISPLAY "IMAGE-COPY already complete for business "
022900             "date " RC-BUSINESS-DATE ". Run refused."
023000         STOP RUN
023100     END-IF
023200     IF NOT RC-TRANARCH-DONE
023300         DISPLAY "TRAN-ARCHIVE has not completed for business "
023400             "date " RC-BUSINESS-DATE ". Run refused."
023500         STOP RUN
023600     END-IF
023700     MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
023800     MOVE 'I' TO RC-IMGCOPY-STATUS
023900     REWRITE RUN-CONTROL-RECORD
024000     IF NOT WS-RNCT-OK
024100         DISPLAY "Warning: run control rewrite failed, "
024200             "status " WS-RNCT-FILE-STATUS
024300     END-IF
024400     CLOSE RUN-CONTROL.
024500 1100-EXIT.
024600     EXIT.
024700
024800*----------------------------------------------------------------
024900* The journal position the copy corresponds to: how many records
025000* TRANSACTION-LOG holds now, and the key of the last one.
025100*----------------------------------------------------------------
025200 2000-COUNT-JOURNAL.
025300     PERFORM UNTIL WS-NO-MORE-TRANS
025400         READ TRANSACTION-LOG NEXT RECORD
025500             AT END
025600                 SET WS-NO-MORE-TRANS TO TRUE
025700         END-READ
025800         IF NOT WS-NO-MORE-TRANS
025900             ADD 1 TO WS-TRANLOG-COUNT
026000             MOVE TL-ACCOUNT-NUMBER TO WS-LAST-TL-ACCOUNT
026100             MOVE TL-TRAN-DATE      TO WS-LAST-TL-DATE
026200             MOVE TL-TRAN-TIME      TO WS-LAST-TL-TIME
026300             MOVE TL-TRAN-TYPE      TO WS-LAST-TL-TYPE
026400         END-IF
026500     END-PERFORM.
026600 2000-EXIT.
026700     EXIT.
026800
026900 3000-COPY-ACCOUNTS.
027000     MOVE ZEROES TO ACCT-NUMBER
027100     START ACCOUNT-MASTER KEY NOT LESS THAN ACCT-NUMBER
027200         INVALID KEY
027300             SET WS-NO-MORE-ACCOUNTS TO TRUE
027400     END-START
027500     PERFORM UNTIL WS-NO-MORE-ACCOUNTS
027600         PERFORM 3100-COPY-NEXT-ACCOUNT THRU 3100-EXIT
027700     END-PERFORM.
027800 3000-EXIT.
027900     EXIT.
028000
028100 3100-COPY-NEXT-ACCOUNT.
028200     READ ACCOUNT-MASTER NEXT RECORD
028300         AT END
028400             SET WS-NO-MORE-ACCOUNTS TO TRUE
028500     END-READ
028600     IF WS-NO-MORE-ACCOUNTS
028700         GO TO 3100-EXIT
028800     END-IF
028900     WRITE ACCOUNT-IMAGE-RECORD FROM ACCOUNT-MASTER-RECORD
029000     IF NOT WS-AIMG-OK
029100         DISPLAY "Unable to write account image, status "
029200             WS-AIMG-FILE-STATUS
029300         SET WS-COPY-FAILED TO TRUE
029400         PERFORM 9999-END-OF-JOB THRU 9999-EXIT
029500     END-IF
029600     ADD 1 TO WS-ACCOUNTS-COPIED
029700     ADD ACCT-BALANCE TO WS-BALANCE-TOTAL.
029800 3100-EXIT.
029900     EXIT.
030000
030100 4000-COPY-HOLDS.
030200     IF NOT WS-HOLD-AVAILABLE
030300         GO TO 4000-EXIT
030400     END-IF
030500     MOVE ZEROES TO HOLD-ACCOUNT
030600     MOVE ZEROES TO HOLD-SEQ
030700     START HOLD-FILE KEY NOT LESS THAN HOLD-KEY
030800         INVALID KEY
030900             SET WS-NO-MORE-HOLDS TO TRUE
031000     END-START
031100     PERFORM UNTIL WS-NO-MORE-HOLDS
031200         PERFORM 4100-COPY-NEXT-HOLD THRU 4100-EXIT
031300     END-PERFORM.
031400 4000-EXIT.
031500     EXIT.
031600
031700 4100-COPY-NEXT-HOLD.
031800     READ HOLD-FILE NEXT RECORD
031900         AT END
032000             SET WS-NO-MORE-HOLDS TO TRUE
032100     END-READ
032200     IF WS-NO-MORE-HOLDS
032300         GO TO 4100-EXIT
032400     END-IF
032500     WRITE HOLD-IMAGE-RECORD FROM HOLD-RECORD
032600     IF NOT WS-HIMG-OK
032700         DISPLAY "Unable to write hold image, status "
032800             WS-HIMG-FILE-STATUS
032900         SET WS-COPY-FAILED TO TRUE
033000         PERFORM 9999-END-OF-JOB THRU 9999-EXIT
033100     END-IF
033200     ADD 1 TO WS-HOLDS-COPIED.
033300 4100-EXIT.
033400     EXIT.
033500
033600 5000-WRITE-CONTROL.
033700     OPEN OUTPUT IMAGE-CONTROL
033800     IF NOT WS-ICTL-OK
033900         DISPLAY "Unable to open image control, status "
034000             WS-ICTL-FILE-STATUS
034100         SET WS-COPY-FAILED TO TRUE
034200         GO TO 5000-EXIT
034300     END-IF
034400     INITIALIZE IMAGE-CONTROL-RECORD
034500     MOVE WS-BUSINESS-DATE    TO IC-BUSINESS-DATE
034600     MOVE WS-CURRENT-DATE     TO IC-COPY-DATE
034700     MOVE WS-CURRENT-TIME     TO IC-COPY-TIME
034800     MOVE WS-TRANLOG-COUNT    TO IC-TRANLOG-COUNT
034900     MOVE WS-LAST-TL-ACCOUNT  TO IC-LAST-TL-ACCOUNT
035000     MOVE WS-LAST-TL-DATE     TO IC-LAST-TL-DATE
035100     MOVE WS-LAST-TL-TIME     TO IC-LAST-TL-TIME
035200     MOVE WS-LAST-TL-TYPE     TO IC-LAST-TL-TYPE
035300     MOVE WS-ACCOUNTS-COPIED  TO IC-ACCOUNT-COUNT
035400     MOVE WS-BALANCE-TOTAL    TO IC-BALANCE-TOTAL
035500     MOVE WS-HOLDS-COPIED     TO IC-HOLD-COUNT
035600     WRITE IMAGE-CONTROL-RECORD
035700     IF NOT WS-ICTL-OK
035800         DISPLAY "Unable to write image control, status "
035900             WS-ICTL-FILE-STATUS
036000         SET WS-COPY-FAILED TO TRUE
036100     END-IF
036200     CLOSE IMAGE-CONTROL.
036300 5000-EXIT.
036400     EXIT.
036500
036600 9800-MARK-JOB-DONE.
036700     OPEN I-O RUN-CONTROL
036800     IF NOT WS-RNCT-OK
036900         DISPLAY "Warning: run control open failed, status "
037000             WS-RNCT-FILE-STATUS
037100         GO TO 9800-EXIT
037200     END-IF
037300     READ RUN-CONTROL
037400         AT END
037500             DISPLAY "Warning: run control is empty."
037600     END-READ
037700     MOVE 'C' TO RC-IMGCOPY-STATUS
037800     REWRITE RUN-CONTROL-RECORD
037900     IF NOT WS-RNCT-OK
038000         DISPLAY "Warning: run control rewrite failed, "
038100             "status " WS-RNCT-FILE-STATUS
038200     END-IF
038300     CLOSE RUN-CONTROL.
038400 9800-EXIT.
038500     EXIT.
038600
038700 9999-END-OF-JOB.
038800     IF NOT WS-COPY-FAILED
038900         PERFORM 9800-MARK-JOB-DONE THRU 9800-EXIT
039000     END-IF
039100     CLOSE ACCOUNT-MASTER
039200     IF WS-HOLD-AVAILABLE
039300         CLOSE HOLD-FILE
039400     END-IF
039500     IF WS-TRAN-AVAILABLE
039600         CLOSE TRANSACTION-LOG
039700     END-IF
039800     CLOSE ACCOUNT-IMAGE
039900     CLOSE HOLD-IMAGE
040000     IF WS-COPY-FAILED
040100         DISPLAY "Image copy did not complete; no usable image "
040200             "on file for business date " WS-BUSINESS-DATE
040300     ELSE
040400         DISPLAY "Image copy complete for business date "
040500             WS-BUSINESS-DATE
040600         DISPLAY "Accounts copied: " WS-ACCOUNTS-COPIED
040700             "  Holds copied: " WS-HOLDS-COPIED
040800         DISPLAY "Journal records at copy: " WS-TRANLOG-COUNT
040900     END-IF
041000     STOP RUN.
041100 9999-EXIT.
041200     EXIT.
