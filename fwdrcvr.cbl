000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FWD-RECOVER.
000300 AUTHOR. R-HAVILAND.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  RH   Original ACCOUNT-MASTER forward recovery
001100*                  utility, run on demand when the master is
001200*                  damaged. Checks that the IMAGE-COPY image and
001300*                  the live journal still belong together (the
001400*                  journal holds at least the records counted at
001500*                  the copy and the last of them matches), then
001600*                  reloads ACCOUNT-MASTER - and HOLDFILE when the
001700*                  operator asks - from the image and replays
001800*                  every TRANSACTION-LOG entry written since, in
001900*                  journal order, checking each replayed balance
002000*                  against TL-RESULT-BALANCE. The replay stops at
002100*                  the first disagreement. Prints a recovery
002200*                  report of the accounts touched and their final
002300*                  balances for sign-off before the system is
002400*                  reopened.
002500*----------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT IMAGE-CONTROL ASSIGN TO IMGCTL
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-ICTL-FILE-STATUS.
003700
003800     SELECT ACCOUNT-IMAGE ASSIGN TO ACCTIMG
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-AIMG-FILE-STATUS.
004100
004200     SELECT HOLD-IMAGE ASSIGN TO HOLDIMG
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-HIMG-FILE-STATUS.
004500
004600     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS ACCT-NUMBER
005000         FILE STATUS IS WS-ACCT-FILE-STATUS.
005100
005200     SELECT HOLD-FILE ASSIGN TO HOLDFILE
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS HOLD-KEY
005600         FILE STATUS IS WS-HOLD-FILE-STATUS.
005700
005800     SELECT TRANSACTION-LOG ASSIGN TO TRANLOG
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-TRAN-FILE-STATUS.
006100
006200     SELECT SORT-WORK ASSIGN TO SRTWK01.
006300
006400     SELECT RECOVERY-REPORT ASSIGN TO RCVRRPT
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-RPT-FILE-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  IMAGE-CONTROL
007100     LABEL RECORDS ARE STANDARD.
007200 COPY IMGCREC.
007300
007400*    Image records: ACCOUNT-MASTER-RECORD and HOLD-RECORD byte
007500*    for byte, as written by IMAGE-COPY.
007600 FD  ACCOUNT-IMAGE
007700     LABEL RECORDS ARE STANDARD.
007800 01  ACCOUNT-IMAGE-RECORD        PIC X(122).
007900
008000 FD  HOLD-IMAGE
008100     LABEL RECORDS ARE STANDARD.
008200 01  HOLD-IMAGE-RECORD           PIC X(48).
008300
008400 FD  ACCOUNT-MASTER
008500     LABEL RECORDS ARE STANDARD.
008600 COPY ACCTREC.
008700
008800 FD  HOLD-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 COPY HOLDREC.
009100
009200 FD  TRANSACTION-LOG
009300     LABEL RECORDS ARE STANDARD.
009400 COPY TRANREC.
009500
009600 SD  SORT-WORK.
009700 01  SD-SORT-RECORD.
009800     05  SD-ACCOUNT-NUMBER       PIC 9(10).
009900     05  SD-JOURNAL-POSITION     PIC 9(09).
010000     05  SD-TRAN-TYPE            PIC X(10).
010100     05  SD-AMOUNT               PIC S9(9)V99  COMP-3.
010200     05  SD-REPLAYED-BALANCE     PIC S9(9)V99  COMP-3.
010300
010400 FD  RECOVERY-REPORT
010500     LABEL RECORDS ARE STANDARD.
010600 01  RECOVERY-REPORT-LINE        PIC X(120).
010700
010800 WORKING-STORAGE SECTION.
010900 01  WS-ICTL-FILE-STATUS     PIC X(02)  VALUE '00'.
011000     88  WS-ICTL-OK                     VALUE '00'.
011100 01  WS-AIMG-FILE-STATUS     PIC X(02)  VALUE '00'.
011200     88  WS-AIMG-OK                     VALUE '00'.
011300 01  WS-HIMG-FILE-STATUS     PIC X(02)  VALUE '00'.
011400     88  WS-HIMG-OK                     VALUE '00'.
011500 01  WS-ACCT-FILE-STATUS     PIC X(02)  VALUE '00'.
011600     88  WS-ACCT-OK                     VALUE '00'.
011700 01  WS-HOLD-FILE-STATUS     PIC X(02)  VALUE '00'.
011800     88  WS-HOLD-OK                     VALUE '00'.
011900 01  WS-TRAN-FILE-STATUS     PIC X(02)  VALUE '00'.
012000     88  WS-TRAN-OK                     VALUE '00'.
012100     88  WS-TRAN-NOT-FOUND              VALUE '35'.
012200 01  WS-RPT-FILE-STATUS      PIC X(02)  VALUE '00'.
012300     88  WS-RPT-OK                      VALUE '00'.
012400
012500 01  WS-SWITCHES.
012600     05  WS-RESTORE-HOLDS-SW PIC X(01)  VALUE 'N'.
012700         88  WS-RESTORE-HOLDS           VALUE 'Y'.
012800         88  WS-RESTORE-HOLDS-VALID     VALUE 'Y' 'N'.
012900     05  WS-TRAN-AVAIL-SW    PIC X(01)  VALUE 'N'.
013000         88  WS-TRAN-AVAILABLE          VALUE 'Y'.
013100     05  WS-TRAN-EOF-SW      PIC X(01)  VALUE 'N'.
013200         88  WS-NO-MORE-TRANS           VALUE 'Y'.
013300     05  WS-IMAGE-EOF-SW     PIC X(01)  VALUE 'N'.
013400         88  WS-NO-MORE-IMAGE           VALUE 'Y'.
013500     05  WS-HOLD-EOF-SW      PIC X(01)  VALUE 'N'.
013600         88  WS-HOLD-EOF                VALUE 'Y'.
013700     05  WS-HOLD-MATCHED-SW  PIC X(01)  VALUE 'N'.
013800         88  WS-HOLD-MATCHED            VALUE 'Y'.
013900     05  WS-SORT-EOF-SW      PIC X(01)  VALUE 'N'.
014000         88  WS-SORT-EOF                VALUE 'Y'.
014100     05  WS-FIRST-RECORD-SW  PIC X(01)  VALUE 'Y'.
014200         88  WS-FIRST-RECORD            VALUE 'Y'.
014300     05  WS-EXCEPTIONS-SW    PIC X(01)  VALUE 'N'.
014400         88  WS-EXCEPTIONS-LISTED       VALUE 'Y'.
014500     05  WS-RESTORE-FAILED-SW PIC X(01) VALUE 'N'.
014600         88  WS-RESTORE-FAILED          VALUE 'Y'.
014700     05  WS-REPLAY-STOPPED-SW PIC X(01) VALUE 'N'.
014800         88  WS-REPLAY-STOPPED          VALUE 'Y'.
014900
015000 01  WS-CURRENT-DATE             PIC 9(08)  VALUE ZEROES.
015100 01  WS-CURRENT-TIME             PIC 9(08)  VALUE ZEROES.
015200
015300 01  WS-JOURNAL-POSITION         PIC 9(09) COMP VALUE 0.
015400 01  WS-IMAGE-RECORDS            PIC 9(09) COMP VALUE 0.
015500 01  WS-ACCOUNTS-RESTORED        PIC 9(09) COMP VALUE 0.
015600 01  WS-HOLDS-RESTORED           PIC 9(09) COMP VALUE 0.
015700 01  WS-RESTORED-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
015800 01  WS-ENTRIES-READ             PIC 9(7) COMP VALUE 0.
015900 01  WS-ENTRIES-REPLAYED         PIC 9(7) COMP VALUE 0.
016000 01  WS-NOT-ON-IMAGE-COUNT       PIC 9(7) COMP VALUE 0.
016100 01  WS-HOLDS-RELEASED           PIC 9(7) COMP VALUE 0.
016200 01  WS-HOLDS-UNMATCHED          PIC 9(7) COMP VALUE 0.
016300 01  WS-ACCOUNTS-TOUCHED         PIC 9(7) COMP VALUE 0.
016400 01  WS-FINAL-TOTAL              PIC S9(13)V99 COMP-3 VALUE 0.
016500
016600 01  WS-REPLAY-DELTA             PIC S9(9)V99 COMP-3 VALUE 0.
016700 01  WS-REPLAYED-BALANCE         PIC S9(9)V99 COMP-3 VALUE 0.
016800 01  WS-CURRENT-ACCOUNT          PIC 9(10)  VALUE ZEROES.
016900 01  WS-ACCT-ENTRY-COUNT         PIC 9(7) COMP VALUE 0.
017000 01  WS-ACCT-FINAL-BALANCE       PIC S9(9)V99 COMP-3 VALUE 0.
017100 01  WS-EXCEPTION-REASON         PIC X(40)  VALUE SPACES.
017200
017300*    The journal entry the replay stopped on.
017400 01  WS-STOP-REASON              PIC X(40)  VALUE SPACES.
017500 01  WS-STOP-POSITION            PIC 9(09)  VALUE ZEROES.
017600 01  WS-STOP-ACCOUNT             PIC 9(10)  VALUE ZEROES.
017700 01  WS-STOP-TRAN-TYPE           PIC X(10)  VALUE SPACES.
017800 01  WS-STOP-TRAN-DATE           PIC 9(08)  VALUE ZEROES.
017900 01  WS-STOP-TRAN-TIME           PIC 9(08)  VALUE ZEROES.
018000 01  WS-STOP-AMOUNT              PIC S9(9)V99 COMP-3 VALUE 0.
018100 01  WS-STOP-BEFORE-BALANCE      PIC S9(9)V99 COMP-3 VALUE 0.
018200 01  WS-STOP-REPLAYED-BALANCE    PIC S9(9)V99 COMP-3 VALUE 0.
018300 01  WS-STOP-JOURNAL-BALANCE     PIC S9(9)V99 COMP-3 VALUE 0.
018400
018500 01  WS-HEADING-LINE.
018600     05  FILLER                  PIC X(40) VALUE
018700         "ACCOUNT-MASTER FORWARD RECOVERY REPORT".
018800
018900 01  WS-HEADING-LINE-2.
019000     05  FILLER                  PIC X(29) VALUE
019100         "IMAGE COPY OF BUSINESS DATE: ".
019200     05  WS-H-IMAGE-DATE         PIC 9(8).
019300     05  FILLER                  PIC X(10) VALUE
019400         "  TAKEN: ".
019500     05  WS-H-COPY-DATE          PIC 9(8).
019600     05  FILLER                  PIC X(01) VALUE SPACE.
019700     05  WS-H-COPY-TIME          PIC 9(8).
019800
019900 01  WS-HEADING-LINE-3.
020000     05  FILLER                  PIC X(29) VALUE
020100         "RECOVERY RUN:                ".
020200     05  WS-H-RUN-DATE           PIC 9(8).
020300     05  FILLER                  PIC X(01) VALUE SPACE.
020400     05  WS-H-RUN-TIME           PIC 9(8).
020500     05  FILLER                  PIC X(20) VALUE
020600         "   HOLDFILE RESTORED".
020700     05  FILLER                  PIC X(02) VALUE ": ".
020800     05  WS-H-RESTORE-HOLDS      PIC X(01).
020900
021000 01  WS-SECTION-LINE.
021100     05  WS-S-TITLE              PIC X(60).
021200
021300 01  WS-EXCEPTION-HEADING-LINE.
021400     05  FILLER                  PIC X(11) VALUE "JOURNAL NO".
021500     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
021600     05  FILLER                  PIC X(12) VALUE "TYPE".
021700     05  FILLER                  PIC X(15) VALUE "AMOUNT".
021800     05  FILLER                  PIC X(40) VALUE "EXCEPTION".
021900
022000 01  WS-EXCEPTION-LINE.
022100     05  WS-E-POSITION           PIC Z(8)9.
022200     05  FILLER                  PIC X(2)  VALUE SPACES.
022300     05  WS-E-ACCOUNT            PIC Z(9)9.
022400     05  FILLER                  PIC X(2)  VALUE SPACES.
022500     05  WS-E-TRAN-TYPE          PIC X(10).
022600     05  FILLER                  PIC X(2)  VALUE SPACES.
022700     05  WS-E-AMOUNT             PIC -(9)9.99.
022800     05  FILLER                  PIC X(2)  VALUE SPACES.
022900     05  WS-E-REASON             PIC X(40).
023000
023100 01  WS-ACCOUNT-HEADING-LINE.
023200     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
023300     05  FILLER                  PIC X(10) VALUE "ENTRIES".
023400     05  FILLER                  PIC X(15) VALUE "FINAL BALANCE".
023500
023600 01  WS-ACCOUNT-LINE.
023700     05  WS-A-ACCOUNT            PIC Z(9)9.
023800     05  FILLER                  PIC X(2)  VALUE SPACES.
023900     05  WS-A-ENTRIES            PIC Z(6)9.
024000     05  FILLER                  PIC X(3)  VALUE SPACES.
024100     05  WS-A-FINAL-BALANCE      PIC -(9)9.99.
024200
024300 01  WS-STOP-DETAIL-LINE.
024400     05  WS-SD-LABEL             PIC X(26).
024500     05  WS-SD-VALUE             PIC X(40).
024600
024700 01  WS-STOP-AMOUNT-LINE.
024800     05  WS-SA-LABEL             PIC X(26).
024900     05  WS-SA-AMOUNT            PIC -(9)9.99.
025000
025100 01  WS-TOTAL-LINE.
025200     05  WS-T-LABEL              PIC X(26).
025300     05  WS-T-COUNT              PIC Z(8)9.
025400
025500 01  WS-AMOUNT-TOTAL-LINE.
025600     05  WS-TA-LABEL             PIC X(26).
025700     05  WS-TA-AMOUNT            PIC -(12)9.99.
025800
025900 01  WS-EDIT-NUMBER              PIC Z(9)9.
026000 01  WS-EDIT-DATE                PIC 9(08).
026100
026200 01  WS-SIGN-OFF-LINE-1.
026300     05  FILLER                  PIC X(60) VALUE
026400         "RECOVERED BY: ____________________  DATE: __________".
026500 01  WS-SIGN-OFF-LINE-2.
026600     05  FILLER                  PIC X(60) VALUE
026700         "REVIEWED BY:  ____________________  DATE: __________".
026800 01  WS-SIGN-OFF-LINE-3.
026900     05  FILLER                  PIC X(60) VALUE
027000         "APPROVED TO REOPEN: ______________  DATE: __________".
027100
027200 PROCEDURE DIVISION.
027300 0000-MAINLINE.
027400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027500     PERFORM 1500-VERIFY-JOURNAL THRU 1500-EXIT
027600     PERFORM 1600-VERIFY-IMAGES THRU 1600-EXIT
027700     PERFORM 2000-RESTORE-ACCOUNTS THRU 2000-EXIT
027800     PERFORM 2500-RESTORE-HOLDS THRU 2500-EXIT
027900     PERFORM 3000-FORWARD-RECOVERY THRU 3000-EXIT
028000     PERFORM 6000-PRINT-SIGN-OFF THRU 6000-EXIT
028100     PERFORM 9999-END-OF-JOB THRU 9999-EXIT.
028200 0000-EXIT.
028300     EXIT.
028400
028500 1000-INITIALIZE.
028600     DISPLAY "Restore HOLDFILE from the image copy too (Y/N): "
028700     ACCEPT WS-RESTORE-HOLDS-SW
028800     IF NOT WS-RESTORE-HOLDS-VALID
028900         DISPLAY "Answer Y or N. Recovery refused."
029000         STOP RUN
029100     END-IF
029200
029300     OPEN INPUT IMAGE-CONTROL
029400     IF NOT WS-ICTL-OK
029500         DISPLAY "No image copy on file, image control status "
029600             WS-ICTL-FILE-STATUS ". Recovery refused."
029700         STOP RUN
029800     END-IF
029900     READ IMAGE-CONTROL
030000         AT END
030100             DISPLAY "The last image copy did not complete. "
030200                 "Recovery refused."
030300             STOP RUN
030400     END-READ
030500     CLOSE IMAGE-CONTROL
030600
030700     OPEN INPUT TRANSACTION-LOG
030800     IF WS-TRAN-OK
030900         SET WS-TRAN-AVAILABLE TO TRUE
031000     ELSE
031100         SET WS-NO-MORE-TRANS TO TRUE
031200         IF NOT WS-TRAN-NOT-FOUND
031300             DISPLAY "Unable to open transaction log, status "
031400                 WS-TRAN-FILE-STATUS ". Recovery refused."
031500             STOP RUN
031600         END-IF
031700     END-IF
031800
031900     OPEN OUTPUT RECOVERY-REPORT
032000     IF NOT WS-RPT-OK
032100         DISPLAY "Unable to open recovery report, status "
032200             WS-RPT-FILE-STATUS
032300         STOP RUN
032400     END-IF
032500
032600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
032700     ACCEPT WS-CURRENT-TIME FROM TIME
032800
032900     MOVE WS-HEADING-LINE TO RECOVERY-REPORT-LINE
033000     WRITE RECOVERY-REPORT-LINE
033100     MOVE IC-BUSINESS-DATE TO WS-H-IMAGE-DATE
033200     MOVE IC-COPY-DATE TO WS-H-COPY-DATE
033300     MOVE IC-COPY-TIME TO WS-H-COPY-TIME
033400     MOVE WS-HEADING-LINE-2 TO RECOVERY-REPORT-LINE
033500     WRITE RECOVERY-REPORT-LINE
033600     MOVE WS-CURRENT-DATE TO WS-H-RUN-DATE
033700     MOVE WS-CURRENT-TIME TO WS-H-RUN-TIME
033800     MOVE WS-RESTORE-HOLDS-SW TO WS-H-RESTORE-HOLDS
033900     MOVE WS-HEADING-LINE-3 TO RECOVERY-REPORT-LINE
034000     WRITE RECOVERY-REPORT-LINE.
034100 1000-EXIT.
034200     EXIT.
034300
034400*----------------------------------------------------------------
034500* Nothing is overwritten until the image and the journal are
034600* known to belong together: the journal must still hold every
034700* record counted at the copy, and the last of them must be the
034800* one the copy recorded. A journal archived or replaced since
034900* the copy cannot be replayed from this image.
035000*----------------------------------------------------------------
035100 1500-VERIFY-JOURNAL.
035200     IF IC-TRANLOG-COUNT = 0
035300         GO TO 1500-EXIT
035400     END-IF
035500     PERFORM UNTIL WS-NO-MORE-TRANS OR
035600             WS-JOURNAL-POSITION NOT LESS THAN IC-TRANLOG-COUNT
035700         READ TRANSACTION-LOG NEXT RECORD
035800             AT END
035900                 SET WS-NO-MORE-TRANS TO TRUE
036000         END-READ
036100         IF NOT WS-NO-MORE-TRANS
036200             ADD 1 TO WS-JOURNAL-POSITION
036300         END-IF
036400     END-PERFORM
036500     IF WS-JOURNAL-POSITION < IC-TRANLOG-COUNT
036600         DISPLAY "Journal holds fewer records than at the image "
036700             "copy. Recovery refused."
036800         STOP RUN
036900     END-IF
037000     IF TL-ACCOUNT-NUMBER NOT = IC-LAST-TL-ACCOUNT OR
037100             TL-TRAN-DATE NOT = IC-LAST-TL-DATE OR
037200             TL-TRAN-TIME NOT = IC-LAST-TL-TIME OR
037300             TL-TRAN-TYPE NOT = IC-LAST-TL-TYPE
037400         DISPLAY "Journal has been archived or replaced since "
037500             "the image copy. Recovery refused."
037600         STOP RUN
037700     END-IF.
037800 1500-EXIT.
037900     EXIT.
038000
038100 1600-VERIFY-IMAGES.
038200     OPEN INPUT ACCOUNT-IMAGE
038300     IF NOT WS-AIMG-OK
038400         DISPLAY "Unable to open account image, status "
038500             WS-AIMG-FILE-STATUS ". Recovery refused."
038600         STOP RUN
038700     END-IF
038800     MOVE 0 TO WS-IMAGE-RECORDS
038900     MOVE 'N' TO WS-IMAGE-EOF-SW
039000     PERFORM UNTIL WS-NO-MORE-IMAGE
039100         READ ACCOUNT-IMAGE NEXT RECORD
039200             AT END
039300                 SET WS-NO-MORE-IMAGE TO TRUE
039400         END-READ
039500         IF NOT WS-NO-MORE-IMAGE
039600             ADD 1 TO WS-IMAGE-RECORDS
039700         END-IF
039800     END-PERFORM
039900     CLOSE ACCOUNT-IMAGE
040000     IF WS-IMAGE-RECORDS NOT = IC-ACCOUNT-COUNT
040100         DISPLAY "Account image holds " WS-IMAGE-RECORDS
040200             " records, image control says " IC-ACCOUNT-COUNT
040300             ". Recovery refused."
040400         STOP RUN
040500     END-IF
040600
040700     IF NOT WS-RESTORE-HOLDS
040800         GO TO 1600-EXIT
040900     END-IF
041000     OPEN INPUT HOLD-IMAGE
041100     IF NOT WS-HIMG-OK
041200         DISPLAY "Unable to open hold image, status "
041300             WS-HIMG-FILE-STATUS ". Recovery refused."
041400         STOP RUN
041500     END-IF
041600     MOVE 0 TO WS-IMAGE-RECORDS
041700     MOVE 'N' TO WS-IMAGE-EOF-SW
041800     PERFORM UNTIL WS-NO-MORE-IMAGE
041900         READ HOLD-IMAGE NEXT RECORD
042000             AT END
042100                 SET WS-NO-MORE-IMAGE TO TRUE
042200         END-READ
042300         IF NOT WS-NO-MORE-IMAGE
042400             ADD 1 TO WS-IMAGE-RECORDS
042500         END-IF
042600     END-PERFORM
042700     CLOSE HOLD-IMAGE
042800     IF WS-IMAGE-RECORDS NOT = IC-HOLD-COUNT
042900         DISPLAY "Hold image holds " WS-IMAGE-RECORDS
043000             " records, image control says " IC-HOLD-COUNT
043100             ". Recovery refused."
043200         STOP RUN
043300     END-IF.
043400 1600-EXIT.
043500     EXIT.
043600
043700 2000-RESTORE-ACCOUNTS.
043800     OPEN INPUT ACCOUNT-IMAGE
043900     IF NOT WS-AIMG-OK
044000         DISPLAY "Unable to open account image, status "
044100             WS-AIMG-FILE-STATUS ". Recovery refused."
044200         STOP RUN
044300     END-IF
044400     OPEN OUTPUT ACCOUNT-MASTER
044500     IF NOT WS-ACCT-OK
044600         DISPLAY "Unable to reload account master, status "
044700             WS-ACCT-FILE-STATUS
044800         SET WS-RESTORE-FAILED TO TRUE
044900         CLOSE ACCOUNT-IMAGE
045000         GO TO 2000-EXIT
045100     END-IF
045200     MOVE 'N' TO WS-IMAGE-EOF-SW
045300     PERFORM UNTIL WS-NO-MORE-IMAGE OR WS-RESTORE-FAILED
045400         READ ACCOUNT-IMAGE NEXT RECORD
045500                 INTO ACCOUNT-MASTER-RECORD
045600             AT END
045700                 SET WS-NO-MORE-IMAGE TO TRUE
045800         END-READ
045900         IF NOT WS-NO-MORE-IMAGE
046000             PERFORM 2100-RESTORE-ACCOUNT THRU 2100-EXIT
046100         END-IF
046200     END-PERFORM
046300     CLOSE ACCOUNT-MASTER
046400     CLOSE ACCOUNT-IMAGE
046500     IF NOT WS-RESTORE-FAILED AND
046600             WS-RESTORED-TOTAL NOT = IC-BALANCE-TOTAL
046700         DISPLAY "Reloaded balance total does not agree with the "
046800             "image copy control total."
046900         SET WS-RESTORE-FAILED TO TRUE
047000     END-IF.
047100 2000-EXIT.
047200     EXIT.
047300
047400 2100-RESTORE-ACCOUNT.
047500     WRITE ACCOUNT-MASTER-RECORD
047600         INVALID KEY
047700             DISPLAY "Unable to reload account " ACCT-NUMBER
047800                 ", status " WS-ACCT-FILE-STATUS
047900             SET WS-RESTORE-FAILED TO TRUE
048000             GO TO 2100-EXIT
048100     END-WRITE
048200     ADD 1 TO WS-ACCOUNTS-RESTORED
048300     ADD ACCT-BALANCE TO WS-RESTORED-TOTAL.
048400 2100-EXIT.
048500     EXIT.
048600
048700 2500-RESTORE-HOLDS.
048800     IF NOT WS-RESTORE-HOLDS OR WS-RESTORE-FAILED
048900         GO TO 2500-EXIT
049000     END-IF
049100     OPEN INPUT HOLD-IMAGE
049200     IF NOT WS-HIMG-OK
049300         DISPLAY "Unable to open hold image, status "
049400             WS-HIMG-FILE-STATUS
049500         SET WS-RESTORE-FAILED TO TRUE
049600         GO TO 2500-EXIT
049700     END-IF
049800     OPEN OUTPUT HOLD-FILE
049900     IF NOT WS-HOLD-OK
050000         DISPLAY "Unable to reload hold file, status "
050100             WS-HOLD-FILE-STATUS
050200         SET WS-RESTORE-FAILED TO TRUE
050300         CLOSE HOLD-IMAGE
050400         GO TO 2500-EXIT
050500     END-IF
050600     MOVE 'N' TO WS-IMAGE-EOF-SW
050700     PERFORM UNTIL WS-NO-MORE-IMAGE OR WS-RESTORE-FAILED
050800         READ HOLD-IMAGE NEXT RECORD INTO HOLD-RECORD
050900             AT END
051000                 SET WS-NO-MORE-IMAGE TO TRUE
051100         END-READ
051200         IF NOT WS-NO-MORE-IMAGE
051300             PERFORM 2600-RESTORE-HOLD THRU 2600-EXIT
051400         END-IF
051500     END-PERFORM
051600     CLOSE HOLD-FILE
051700     CLOSE HOLD-IMAGE.
051800 2500-EXIT.
051900     EXIT.
052000
052100 2600-RESTORE-HOLD.
052200     WRITE HOLD-RECORD
052300         INVALID KEY
052400             DISPLAY "Unable to reload hold for account "
052500                 HOLD-ACCOUNT ", status " WS-HOLD-FILE-STATUS
052600             SET WS-RESTORE-FAILED TO TRUE
052700             GO TO 2600-EXIT
052800     END-WRITE
052900     ADD 1 TO WS-HOLDS-RESTORED.
053000 2600-EXIT.
053100     EXIT.
053200
053300 3000-FORWARD-RECOVERY.
053400     IF WS-RESTORE-FAILED
053500         GO TO 3000-EXIT
053600     END-IF
053700     SORT SORT-WORK
053800         ON ASCENDING KEY SD-ACCOUNT-NUMBER
053900                          SD-JOURNAL-POSITION
054000         INPUT PROCEDURE 4000-REPLAY-JOURNAL THRU 4000-EXIT
054100         OUTPUT PROCEDURE 5000-LIST-ACCOUNTS THRU 5000-EXIT.
054200 3000-EXIT.
054300     EXIT.
054400
054500*----------------------------------------------------------------
054600* Replays the journal from the record after the copy's position,
054700* in journal order. Every replayed entry is released to the sort
054800* for the accounts-touched listing.
054900*----------------------------------------------------------------
055000 4000-REPLAY-JOURNAL.
055100     OPEN I-O ACCOUNT-MASTER
055200     IF NOT WS-ACCT-OK
055300         DISPLAY "Unable to open account master, status "
055400             WS-ACCT-FILE-STATUS
055500         MOVE "ACCOUNT MASTER COULD NOT BE OPENED"
055600             TO WS-STOP-REASON
055700         SET WS-REPLAY-STOPPED TO TRUE
055800         GO TO 4000-EXIT
055900     END-IF
056000     IF WS-RESTORE-HOLDS
056100         OPEN I-O HOLD-FILE
056200         IF NOT WS-HOLD-OK
056300             DISPLAY "Unable to open hold file, status "
056400                 WS-HOLD-FILE-STATUS
056500             MOVE "HOLD FILE COULD NOT BE OPENED"
056600                 TO WS-STOP-REASON
056700             SET WS-REPLAY-STOPPED TO TRUE
056800             CLOSE ACCOUNT-MASTER
056900             GO TO 4000-EXIT
057000         END-IF
057100     END-IF
057200     PERFORM UNTIL WS-NO-MORE-TRANS OR WS-REPLAY-STOPPED
057300         PERFORM 4100-REPLAY-NEXT-ENTRY THRU 4100-EXIT
057400     END-PERFORM
057500     CLOSE ACCOUNT-MASTER
057600     IF WS-RESTORE-HOLDS
057700         CLOSE HOLD-FILE
057800     END-IF.
057900 4000-EXIT.
058000     EXIT.
058100
058200 4100-REPLAY-NEXT-ENTRY.
058300     READ TRANSACTION-LOG NEXT RECORD
058400         AT END
058500             SET WS-NO-MORE-TRANS TO TRUE
058600     END-READ
058700     IF WS-NO-MORE-TRANS
058800         GO TO 4100-EXIT
058900     END-IF
059000     ADD 1 TO WS-JOURNAL-POSITION
059100     ADD 1 TO WS-ENTRIES-READ
059200
059300     MOVE TL-ACCOUNT-NUMBER TO ACCT-NUMBER
059400     READ ACCOUNT-MASTER
059500         INVALID KEY
059600             MOVE "ACCOUNT NOT ON IMAGE - NOT REPLAYED"
059700                 TO WS-EXCEPTION-REASON
059800             PERFORM 4400-LIST-EXCEPTION THRU 4400-EXIT
059900             ADD 1 TO WS-NOT-ON-IMAGE-COUNT
060000             GO TO 4100-EXIT
060100     END-READ
060200
060300*    REVERSAL amounts already carry the signed correction.
060400     EVALUATE TL-TRAN-TYPE
060500         WHEN "DEPOSIT"
060600         WHEN "INTEREST"
060700         WHEN "XFER-IN"
060800         WHEN "REVERSAL"
060900             MOVE TL-AMOUNT TO WS-REPLAY-DELTA
061000         WHEN "WITHDRAWAL"
061100         WHEN "XFER-OUT"
061200         WHEN "FEE"
061300         WHEN "PENALTY"
061400         WHEN "CHECK"
061500             COMPUTE WS-REPLAY-DELTA = 0 - TL-AMOUNT
061600         WHEN "HOLD-REL"
061700             MOVE 0 TO WS-REPLAY-DELTA
061800             IF WS-RESTORE-HOLDS
061900                 PERFORM 4200-RELEASE-HOLD THRU 4200-EXIT
062000             END-IF
062100         WHEN OTHER
062200             MOVE "UNKNOWN TRANSACTION TYPE" TO WS-STOP-REASON
062300             MOVE ACCT-BALANCE TO WS-REPLAYED-BALANCE
062400             PERFORM 4300-STOP-REPLAY THRU 4300-EXIT
062500             GO TO 4100-EXIT
062600     END-EVALUATE
062700
062800     COMPUTE WS-REPLAYED-BALANCE = ACCT-BALANCE + WS-REPLAY-DELTA
062900     IF WS-REPLAYED-BALANCE NOT = TL-RESULT-BALANCE
063000         MOVE "REPLAYED BALANCE DISAGREES WITH JOURNAL"
063100             TO WS-STOP-REASON
063200         PERFORM 4300-STOP-REPLAY THRU 4300-EXIT
063300         GO TO 4100-EXIT
063400     END-IF
063500
063600     MOVE WS-REPLAYED-BALANCE TO ACCT-BALANCE
063700     REWRITE ACCOUNT-MASTER-RECORD
063800     IF NOT WS-ACCT-OK
063900         DISPLAY "Balance rewrite failed, status "
064000             WS-ACCT-FILE-STATUS
064100         MOVE "ACCOUNT MASTER REWRITE FAILED" TO WS-STOP-REASON
064200         PERFORM 4300-STOP-REPLAY THRU 4300-EXIT
064300         GO TO 4100-EXIT
064400     END-IF
064500     ADD 1 TO WS-ENTRIES-REPLAYED
064600
064700     MOVE TL-ACCOUNT-NUMBER    TO SD-ACCOUNT-NUMBER
064800     MOVE WS-JOURNAL-POSITION  TO SD-JOURNAL-POSITION
064900     MOVE TL-TRAN-TYPE         TO SD-TRAN-TYPE
065000     MOVE TL-AMOUNT            TO SD-AMOUNT
065100     MOVE ACCT-BALANCE         TO SD-REPLAYED-BALANCE
065200     RELEASE SD-SORT-RECORD.
065300 4100-EXIT.
065400     EXIT.
065500
065600*----------------------------------------------------------------
065700* A HOLD-REL entry releases the first open hold on the account
065800* for the journal amount, the hold HOLD-RELEASE released.
065900*----------------------------------------------------------------
066000 4200-RELEASE-HOLD.
066100     MOVE 'N' TO WS-HOLD-MATCHED-SW
066200     MOVE 'N' TO WS-HOLD-EOF-SW
066300     MOVE TL-ACCOUNT-NUMBER TO HOLD-ACCOUNT
066400     MOVE 0 TO HOLD-SEQ
066500     START HOLD-FILE KEY NOT LESS THAN HOLD-KEY
066600         INVALID KEY
066700             SET WS-HOLD-EOF TO TRUE
066800     END-START
066900     PERFORM UNTIL WS-HOLD-EOF OR WS-HOLD-MATCHED
067000         READ HOLD-FILE NEXT RECORD
067100             AT END
067200                 SET WS-HOLD-EOF TO TRUE
067300         END-READ
067400         IF NOT WS-HOLD-EOF
067500             IF HOLD-ACCOUNT NOT = TL-ACCOUNT-NUMBER
067600                 SET WS-HOLD-EOF TO TRUE
067700             ELSE
067800                 IF HOLD-OPEN AND HOLD-AMOUNT = TL-AMOUNT
067900                     SET WS-HOLD-MATCHED TO TRUE
068000                 END-IF
068100             END-IF
068200         END-IF
068300     END-PERFORM
068400     IF NOT WS-HOLD-MATCHED
068500         MOVE "NO OPEN HOLD FOR THIS RELEASE"
068600             TO WS-EXCEPTION-REASON
068700         PERFORM 4400-LIST-EXCEPTION THRU 4400-EXIT
068800         ADD 1 TO WS-HOLDS-UNMATCHED
068900         GO TO 4200-EXIT
069000     END-IF
069100     SET HOLD-RELEASED TO TRUE
069200     REWRITE HOLD-RECORD
069300     IF NOT WS-HOLD-OK
069400         DISPLAY "Warning: hold rewrite failed for account "
069500             HOLD-ACCOUNT ", status " WS-HOLD-FILE-STATUS
069600     ELSE
069700         ADD 1 TO WS-HOLDS-RELEASED
069800     END-IF.
069900 4200-EXIT.
070000     EXIT.
070100
070200 4300-STOP-REPLAY.
070300     SET WS-REPLAY-STOPPED TO TRUE
070400     MOVE WS-JOURNAL-POSITION  TO WS-STOP-POSITION
070500     MOVE TL-ACCOUNT-NUMBER    TO WS-STOP-ACCOUNT
070600     MOVE TL-TRAN-TYPE         TO WS-STOP-TRAN-TYPE
070700     MOVE TL-TRAN-DATE         TO WS-STOP-TRAN-DATE
070800     MOVE TL-TRAN-TIME         TO WS-STOP-TRAN-TIME
070900     MOVE TL-AMOUNT            TO WS-STOP-AMOUNT
071000     MOVE ACCT-BALANCE         TO WS-STOP-BEFORE-BALANCE
071100     MOVE WS-REPLAYED-BALANCE  TO WS-STOP-REPLAYED-BALANCE
071200     MOVE TL-RESULT-BALANCE    TO WS-STOP-JOURNAL-BALANCE.
071300 4300-EXIT.
071400     EXIT.
071500
071600 4400-LIST-EXCEPTION.
071700     IF NOT WS-EXCEPTIONS-LISTED
071800         MOVE "REPLAY EXCEPTIONS" TO WS-S-TITLE
071900         MOVE WS-SECTION-LINE TO RECOVERY-REPORT-LINE
072000         WRITE RECOVERY-REPORT-LINE
072100         MOVE WS-EXCEPTION-HEADING-LINE TO RECOVERY-REPORT-LINE
072200         WRITE RECOVERY-REPORT-LINE
072300         SET WS-EXCEPTIONS-LISTED TO TRUE
072400     END-IF
072500     MOVE WS-JOURNAL-POSITION  TO WS-E-POSITION
072600     MOVE TL-ACCOUNT-NUMBER    TO WS-E-ACCOUNT
072700     MOVE TL-TRAN-TYPE         TO WS-E-TRAN-TYPE
072800     MOVE TL-AMOUNT            TO WS-E-AMOUNT
072900     MOVE WS-EXCEPTION-REASON  TO WS-E-REASON
073000     MOVE WS-EXCEPTION-LINE TO RECOVERY-REPORT-LINE
073100     WRITE RECOVERY-REPORT-LINE.
073200 4400-EXIT.
073300     EXIT.
073400
073500*----------------------------------------------------------------
073600* Accounts touched by the replay, each with the number of
073700* entries replayed and the balance the last one left.
073800*----------------------------------------------------------------
073900 5000-LIST-ACCOUNTS.
074000     MOVE "ACCOUNTS TOUCHED BY THE REPLAY" TO WS-S-TITLE
074100     MOVE WS-SECTION-LINE TO RECOVERY-REPORT-LINE
074200     WRITE RECOVERY-REPORT-LINE
074300     MOVE WS-ACCOUNT-HEADING-LINE TO RECOVERY-REPORT-LINE
074400     WRITE RECOVERY-REPORT-LINE
074500     RETURN SORT-WORK
074600         AT END
074700             SET WS-SORT-EOF TO TRUE
074800     END-RETURN
074900     PERFORM UNTIL WS-SORT-EOF
075000         PERFORM 5100-PROCESS-SORTED-ENTRY THRU 5100-EXIT
075100         RETURN SORT-WORK
075200             AT END
075300                 SET WS-SORT-EOF TO TRUE
075400         END-RETURN
075500     END-PERFORM
075600     IF NOT WS-FIRST-RECORD
075700         PERFORM 5200-WRITE-ACCOUNT-LINE THRU 5200-EXIT
075800     END-IF.
075900 5000-EXIT.
076000     EXIT.
076100
076200 5100-PROCESS-SORTED-ENTRY.
076300     IF WS-FIRST-RECORD
076400         MOVE SD-ACCOUNT-NUMBER TO WS-CURRENT-ACCOUNT
076500         MOVE 'N' TO WS-FIRST-RECORD-SW
076600     END-IF
076700     IF SD-ACCOUNT-NUMBER NOT = WS-CURRENT-ACCOUNT
076800         PERFORM 5200-WRITE-ACCOUNT-LINE THRU 5200-EXIT
076900         MOVE SD-ACCOUNT-NUMBER TO WS-CURRENT-ACCOUNT
077000     END-IF
077100     ADD 1 TO WS-ACCT-ENTRY-COUNT
077200     MOVE SD-REPLAYED-BALANCE TO WS-ACCT-FINAL-BALANCE.
077300 5100-EXIT.
077400     EXIT.
077500
077600 5200-WRITE-ACCOUNT-LINE.
077700     MOVE WS-CURRENT-ACCOUNT    TO WS-A-ACCOUNT
077800     MOVE WS-ACCT-ENTRY-COUNT   TO WS-A-ENTRIES
077900     MOVE WS-ACCT-FINAL-BALANCE TO WS-A-FINAL-BALANCE
078000     MOVE WS-ACCOUNT-LINE TO RECOVERY-REPORT-LINE
078100     WRITE RECOVERY-REPORT-LINE
078200     ADD 1 TO WS-ACCOUNTS-TOUCHED
078300     ADD WS-ACCT-FINAL-BALANCE TO WS-FINAL-TOTAL
078400     MOVE 0 TO WS-ACCT-ENTRY-COUNT
078500     MOVE 0 TO WS-ACCT-FINAL-BALANCE.
078600 5200-EXIT.
078700     EXIT.
078800
078900 6000-PRINT-SIGN-OFF.
079000     MOVE "RECOVERY SUMMARY" TO WS-S-TITLE
079100     MOVE WS-SECTION-LINE TO RECOVERY-REPORT-LINE
079200     WRITE RECOVERY-REPORT-LINE
079300     MOVE "JOURNAL RECORDS AT COPY:  " TO WS-T-LABEL
079400     MOVE IC-TRANLOG-COUNT TO WS-T-COUNT
079500     MOVE WS-TOTAL-LINE TO RECOVERY-REPORT-LINE
079600     WRITE RECOVERY-REPORT-LINE
079700     MOVE "ACCOUNTS RELOADED:        " TO WS-T-LABEL
079800     MOVE WS-ACCOUNTS-RESTORED TO WS-T-COUNT
079900     MOVE WS-TOTAL-LINE TO RECOVERY-REPORT-LINE
080000     WRITE RECOVERY-REPORT-LINE
080100     MOVE "HOLDS RELOADED:           " TO WS-T-LABEL
080200     MOVE WS-HOLDS-RESTORED TO WS-T-COUNT
080300     MOVE WS-TOTAL-LINE TO RECOVERY-REPORT-LINE
080400     WRITE RECOVERY-REPORT-LINE
080500     MOVE "JOURNAL ENTRIES READ:     " TO WS-T-LABEL
080600     MOVE WS-ENTRIES-READ TO WS-T-COUNT
080700     MOVE WS-TOTAL-LINE TO RECOVERY-REPORT-LINE
080800     WRITE RECOVERY-REPORT-LINE
080900     MOVE "JOURNAL ENTRIES REPLAYED: " TO WS-T-LABEL
081000     MOVE WS-ENTRIES-REPLAYED TO WS-T-COUNT
081100     MOVE WS-TOTAL-LINE TO RECOVERY-REPORT-LINE
081200     WRITE RECOVERY-REPORT-LINE
081300     MOVE "ENTRIES NOT ON IMAGE:     " TO WS-T-LABEL
081400     MOVE WS-NOT-ON-IMAGE-COUNT TO WS-T-COUNT
081500     MOVE WS-TOTAL-LINE TO RECOVERY-REPORT-LINE
081600     WRITE RECOVERY-REPORT-LINE
081700     MOVE "HOLD RELEASES REAPPLIED:  " TO WS-T-LABEL
081800     MOVE WS-HOLDS-RELEASED TO WS-T-COUNT
081900     MOVE WS-TOTAL-LINE TO RECOVERY-REPORT-LINE
082000     WRITE RECOVERY-REPORT-LINE
082100     MOVE "HOLD RELEASES UNMATCHED:  " TO WS-T-LABEL
082200     MOVE WS-HOLDS-UNMATCHED TO WS-T-COUNT
082300     MOVE WS-TOTAL-LINE TO RECOVERY-REPORT-LINE
082400     WRITE RECOVERY-REPORT-LINE
082500     MOVE "ACCOUNTS TOUCHED:         " TO WS-T-LABEL
082600     MOVE WS-ACCOUNTS-TOUCHED TO WS-T-COUNT
082700     MOVE WS-TOTAL-LINE TO RECOVERY-REPORT-LINE
082800     WRITE RECOVERY-REPORT-LINE
082900     MOVE "FINAL BALANCES TOUCHED:   " TO WS-TA-LABEL
083000     MOVE WS-FINAL-TOTAL TO WS-TA-AMOUNT
083100     MOVE WS-AMOUNT-TOTAL-LINE TO RECOVERY-REPORT-LINE
083200     WRITE RECOVERY-REPORT-LINE
083300
083400     EVALUATE TRUE
083500         WHEN WS-RESTORE-FAILED
083600             MOVE "RESULT: IMAGE RELOAD FAILED - DO NOT REOPEN"
083700                 TO WS-S-TITLE
083800         WHEN WS-REPLAY-STOPPED
083900             MOVE "RESULT: REPLAY STOPPED - DO NOT REOPEN"
084000                 TO WS-S-TITLE
084100         WHEN WS-NOT-ON-IMAGE-COUNT > 0
084200             MOVE "RESULT: COMPLETE - RE-KEY NEW ACCOUNTS"
084300                 TO WS-S-TITLE
084400         WHEN OTHER
084500             MOVE "RESULT: COMPLETE - ALL BALANCES AGREE"
084600                 TO WS-S-TITLE
084700     END-EVALUATE
084800     MOVE WS-SECTION-LINE TO RECOVERY-REPORT-LINE
084900     WRITE RECOVERY-REPORT-LINE
085000     IF WS-REPLAY-STOPPED
085100         PERFORM 6100-PRINT-STOP-DETAIL THRU 6100-EXIT
085200     END-IF
085300
085400     MOVE "Maintenance since the copy (MAINTLOG) and holds placed"
085500         TO WS-S-TITLE
085600     MOVE WS-SECTION-LINE TO RECOVERY-REPORT-LINE
085700     WRITE RECOVERY-REPORT-LINE
085800     MOVE "since the copy are not in the journal; re-key them."
085900         TO WS-S-TITLE
086000     MOVE WS-SECTION-LINE TO RECOVERY-REPORT-LINE
086100     WRITE RECOVERY-REPORT-LINE
086200     MOVE WS-SIGN-OFF-LINE-1 TO RECOVERY-REPORT-LINE
086300     WRITE RECOVERY-REPORT-LINE
086400     MOVE WS-SIGN-OFF-LINE-2 TO RECOVERY-REPORT-LINE
086500     WRITE RECOVERY-REPORT-LINE
086600     MOVE WS-SIGN-OFF-LINE-3 TO RECOVERY-REPORT-LINE
086700     WRITE RECOVERY-REPORT-LINE.
086800 6000-EXIT.
086900     EXIT.
087000
087100 6100-PRINT-STOP-DETAIL.
087200     MOVE "STOPPED ON:               " TO WS-SD-LABEL
087300     MOVE WS-STOP-REASON TO WS-SD-VALUE
087400     MOVE WS-STOP-DETAIL-LINE TO RECOVERY-REPORT-LINE
087500     WRITE RECOVERY-REPORT-LINE
087600     MOVE "JOURNAL RECORD NUMBER:    " TO WS-SD-LABEL
087700     MOVE WS-STOP-POSITION TO WS-EDIT-NUMBER
087800     MOVE WS-EDIT-NUMBER TO WS-SD-VALUE
087900     MOVE WS-STOP-DETAIL-LINE TO RECOVERY-REPORT-LINE
088000     WRITE RECOVERY-REPORT-LINE
088100     MOVE "ACCOUNT:                  " TO WS-SD-LABEL
088200     MOVE WS-STOP-ACCOUNT TO WS-EDIT-NUMBER
088300     MOVE WS-EDIT-NUMBER TO WS-SD-VALUE
088400     MOVE WS-STOP-DETAIL-LINE TO RECOVERY-REPORT-LINE
088500     WRITE RECOVERY-REPORT-LINE
088600     MOVE "TRANSACTION TYPE:         " TO WS-SD-LABEL
088700     MOVE WS-STOP-TRAN-TYPE TO WS-SD-VALUE
088800     MOVE WS-STOP-DETAIL-LINE TO RECOVERY-REPORT-LINE
088900     WRITE RECOVERY-REPORT-LINE
089000     MOVE "POSTED DATE:              " TO WS-SD-LABEL
089100     MOVE WS-STOP-TRAN-DATE TO WS-EDIT-DATE
089200     MOVE WS-EDIT-DATE TO WS-SD-VALUE
089300     MOVE WS-STOP-DETAIL-LINE TO RECOVERY-REPORT-LINE
089400     WRITE RECOVERY-REPORT-LINE
089500     MOVE "POSTED TIME:              " TO WS-SD-LABEL
089600     MOVE WS-STOP-TRAN-TIME TO WS-EDIT-DATE
089700     MOVE WS-EDIT-DATE TO WS-SD-VALUE
089800     MOVE WS-STOP-DETAIL-LINE TO RECOVERY-REPORT-LINE
089900     WRITE RECOVERY-REPORT-LINE
090000     MOVE "AMOUNT:                   " TO WS-SA-LABEL
090100     MOVE WS-STOP-AMOUNT TO WS-SA-AMOUNT
090200     MOVE WS-STOP-AMOUNT-LINE TO RECOVERY-REPORT-LINE
090300     WRITE RECOVERY-REPORT-LINE
090400     MOVE "BALANCE BEFORE ENTRY:     " TO WS-SA-LABEL
090500     MOVE WS-STOP-BEFORE-BALANCE TO WS-SA-AMOUNT
090600     MOVE WS-STOP-AMOUNT-LINE TO RECOVERY-REPORT-LINE
090700     WRITE RECOVERY-REPORT-LINE
090800     MOVE "REPLAYED BALANCE:         " TO WS-SA-LABEL
090900     MOVE WS-STOP-REPLAYED-BALANCE TO WS-SA-AMOUNT
091000     MOVE WS-STOP-AMOUNT-LINE TO RECOVERY-REPORT-LINE
091100     WRITE RECOVERY-REPORT-LINE
091200     MOVE "JOURNAL RESULT BALANCE:   " TO WS-SA-LABEL
091300     MOVE WS-STOP-JOURNAL-BALANCE TO WS-SA-AMOUNT
091400     MOVE WS-STOP-AMOUNT-LINE TO RECOVERY-REPORT-LINE
091500     WRITE RECOVERY-REPORT-LINE.
091600 6100-EXIT.
091700     EXIT.
091800
091900 9999-END-OF-JOB.
092000     IF WS-TRAN-AVAILABLE
092100         CLOSE TRANSACTION-LOG
092200     END-IF
092300     CLOSE RECOVERY-REPORT
092400     EVALUATE TRUE
092500         WHEN WS-RESTORE-FAILED
092600             DISPLAY "Reload from the image copy failed. "
092700                 "Do not reopen."
092800         WHEN WS-REPLAY-STOPPED
092900             DISPLAY "Replay stopped at journal record "
093000                 WS-STOP-POSITION " account " WS-STOP-ACCOUNT
093100                 ". Do not reopen."
093200         WHEN OTHER
093300             DISPLAY "Forward recovery complete. Entries "
093400                 "replayed: " WS-ENTRIES-REPLAYED
093500     END-EVALUATE
093600     STOP RUN.
093700 9999-EXIT.
093800     EXIT.
