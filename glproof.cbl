000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GL-PROOF.
000300 AUTHOR. R-HAVILAND.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  RH   Original daily subledger-to-GL proof. Runs
001100*                  after GL-EXTRACT under RUNCTL run control and
001200*                  proves, for every GL code, that the previous
001300*                  business date's closing balance (from the
001400*                  GLSNAP snapshot) plus the day's GLEXTRCT feed
001500*                  movement plus any GL code reclasses made in
001600*                  ACCT-MAINT (taken from MAINTLOG, so a moved
001700*                  balance shows as a reclass and not as a break)
001800*                  equals the ACCOUNT-MASTER total carried under
001900*                  that code today. Lists every code with its
002000*                  difference and the out-of-balance codes, then
002100*                  appends today's closing balances to GLSNAP for
002200*                  the next day's proof. The first run, with no
002300*                  earlier snapshot, sets the baseline.
002400*----------------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT RUN-CONTROL ASSIGN TO RUNCTL
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-RNCT-FILE-STATUS.
003600
003700     SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTRCT
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-GLEX-FILE-STATUS.
004000
004100     SELECT MAINT-LOG ASSIGN TO MAINTLOG
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-MNTL-FILE-STATUS.
004400
004500     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS ACCT-NUMBER
004900         FILE STATUS IS WS-ACCT-FILE-STATUS.
005000
005100     SELECT GL-SNAPSHOT ASSIGN TO GLSNAP
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-SNAP-FILE-STATUS.
005400
005500     SELECT PROOF-LISTING ASSIGN TO GLPRFRPT
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-RPT-FILE-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  RUN-CONTROL
006200     LABEL RECORDS ARE STANDARD.
006300 COPY RUNCTREC.
006400
006500 FD  GL-EXTRACT-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 COPY GLEXTREC.
006800
006900 FD  MAINT-LOG
007000     LABEL RECORDS ARE STANDARD.
007100 COPY MNTLREC.
007200
007300 FD  ACCOUNT-MASTER
007400     LABEL RECORDS ARE STANDARD.
007500 COPY ACCTREC.
007600
007700 FD  GL-SNAPSHOT
007800     LABEL RECORDS ARE STANDARD.
007900 COPY GLSNREC.
008000
008100 FD  PROOF-LISTING
008200     LABEL RECORDS ARE STANDARD.
008300 01  PROOF-LISTING-LINE          PIC X(120).
008400
008500 WORKING-STORAGE SECTION.
008600 01  WS-RNCT-FILE-STATUS     PIC X(02)  VALUE '00'.
008700     88  WS-RNCT-OK                     VALUE '00'.
008800 01  WS-GLEX-FILE-STATUS     PIC X(02)  VALUE '00'.
008900     88  WS-GLEX-OK                     VALUE '00'.
009000     88  WS-GLEX-NOT-FOUND              VALUE '35'.
009100 01  WS-MNTL-FILE-STATUS     PIC X(02)  VALUE '00'.
009200     88  WS-MNTL-OK                     VALUE '00'.
009300     88  WS-MNTL-NOT-FOUND              VALUE '35'.
009400 01  WS-ACCT-FILE-STATUS     PIC X(02)  VALUE '00'.
009500     88  WS-ACCT-OK                     VALUE '00'.
009600 01  WS-SNAP-FILE-STATUS     PIC X(02)  VALUE '00'.
009700     88  WS-SNAP-OK                     VALUE '00'.
009800     88  WS-SNAP-NOT-FOUND              VALUE '35'.
009900 01  WS-RPT-FILE-STATUS      PIC X(02)  VALUE '00'.
010000     88  WS-RPT-OK                      VALUE '00'.
010100
010200 01  WS-SWITCHES.
010300     05  WS-GLEX-AVAIL-SW    PIC X(01)  VALUE 'N'.
010400         88  WS-GLEX-AVAILABLE          VALUE 'Y'.
010500     05  WS-GLEX-EOF-SW      PIC X(01)  VALUE 'N'.
010600         88  WS-NO-MORE-FEED-ROWS       VALUE 'Y'.
010700     05  WS-MNTL-AVAIL-SW    PIC X(01)  VALUE 'N'.
010800         88  WS-MNTL-AVAILABLE          VALUE 'Y'.
010900     05  WS-MNTL-EOF-SW      PIC X(01)  VALUE 'N'.
011000         88  WS-NO-MORE-MAINT           VALUE 'Y'.
011100     05  WS-ACCT-EOF-SW      PIC X(01)  VALUE 'N'.
011200         88  WS-NO-MORE-ACCOUNTS        VALUE 'Y'.
011300     05  WS-SNAP-EOF-SW      PIC X(01)  VALUE 'N'.
011400         88  WS-NO-MORE-SNAPSHOT        VALUE 'Y'.
011500     05  WS-PRIOR-FOUND-SW   PIC X(01)  VALUE 'N'.
011600         88  WS-PRIOR-FOUND             VALUE 'Y'.
011700     05  WS-UNRECOGNIZED-SW  PIC X(01)  VALUE 'N'.
011800         88  WS-UNRECOGNIZED-LISTED     VALUE 'Y'.
011900     05  WS-CODE-PLACED-SW   PIC X(01)  VALUE 'N'.
012000         88  WS-CODE-PLACED             VALUE 'Y'.
012100     05  WS-PROOF-FAILED-SW  PIC X(01)  VALUE 'N'.
012200         88  WS-PROOF-FAILED            VALUE 'Y'.
012300
012400 01  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZEROES.
012500 01  WS-PRIOR-DATE               PIC 9(08)  VALUE ZEROES.
012600 01  WS-DEFAULT-GL-CODE          PIC X(06)  VALUE "999999".
012700 01  WS-LOOKUP-CODE              PIC X(06)  VALUE SPACES.
012800 01  WS-OLD-GL-CODE              PIC X(06)  VALUE SPACES.
012900 01  WS-NEW-GL-CODE              PIC X(06)  VALUE SPACES.
013000 01  WS-SIGNED-AMOUNT            PIC S9(9)V99 COMP-3 VALUE 0.
013100
013200*    Feed rows and MAINTLOG entries already accounted for by the
013300*    last proof, and how far this run has read.
013400 01  WS-PRIOR-EXTRACT-ROWS       PIC 9(09) COMP VALUE 0.
013500 01  WS-PRIOR-MAINT-ENTRIES      PIC 9(09) COMP VALUE 0.
013600 01  WS-EXTRACT-ROWS-READ        PIC 9(09) COMP VALUE 0.
013700 01  WS-MAINT-ENTRIES-READ       PIC 9(09) COMP VALUE 0.
013800
013900 01  WS-FEED-ROWS-PROVEN         PIC 9(7) COMP VALUE 0.
014000 01  WS-UNRECOGNIZED-ROWS        PIC 9(7) COMP VALUE 0.
014100 01  WS-ACCOUNTS-READ            PIC 9(7) COMP VALUE 0.
014200 01  WS-OUT-OF-BALANCE-COUNT     PIC 9(7) COMP VALUE 0.
014300 01  WS-SNAPSHOT-CODES           PIC 9(05) VALUE 0.
014400
014500 01  WS-TOTAL-PRIOR              PIC S9(13)V99 COMP-3 VALUE 0.
014600 01  WS-TOTAL-MOVEMENT           PIC S9(13)V99 COMP-3 VALUE 0.
014700 01  WS-TOTAL-RECLASS            PIC S9(13)V99 COMP-3 VALUE 0.
014800 01  WS-TOTAL-MASTER             PIC S9(13)V99 COMP-3 VALUE 0.
014900 01  WS-TOTAL-DIFFERENCE         PIC S9(13)V99 COMP-3 VALUE 0.
015000
015100*    The snapshot set being read from GLSNAP, and the last
015200*    complete set dated before the business date.
015300 01  WS-PEND-DATE                PIC 9(08)  VALUE ZEROES.
015400 01  WS-PEND-COUNT               PIC 9(03) COMP VALUE 0.
015500 01  WS-PEND-TABLE.
015600     05  WS-PEND-ENTRY OCCURS 200 TIMES.
015700         10  WS-PE-CODE          PIC X(06).
015800         10  WS-PE-BALANCE       PIC S9(13)V99 COMP-3.
015900 01  WS-PRIOR-COUNT              PIC 9(03) COMP VALUE 0.
016000 01  WS-PRIOR-TABLE.
016100     05  WS-PRIOR-ENTRY OCCURS 200 TIMES.
016200         10  WS-PR-CODE          PIC X(06).
016300         10  WS-PR-BALANCE       PIC S9(13)V99 COMP-3.
016400 01  WS-PRIOR-SUB                PIC 9(03) COMP VALUE 0.
016500
016600*    One entry per GL code, kept in code order.
016700 01  WS-GL-COUNT                 PIC 9(03) COMP VALUE 0.
016800 01  WS-GL-TABLE.
016900     05  WS-GL-ENTRY OCCURS 200 TIMES.
017000         10  WS-GE-CODE          PIC X(06).
017100         10  WS-GE-PRIOR         PIC S9(13)V99 COMP-3.
017200         10  WS-GE-MOVEMENT      PIC S9(13)V99 COMP-3.
017300         10  WS-GE-RECLASS       PIC S9(13)V99 COMP-3.
017400         10  WS-GE-EXPECTED      PIC S9(13)V99 COMP-3.
017500         10  WS-GE-MASTER        PIC S9(13)V99 COMP-3.
017600         10  WS-GE-DIFFERENCE    PIC S9(13)V99 COMP-3.
017700         10  WS-GE-ACCOUNTS      PIC 9(07) COMP.
017800 01  WS-GL-SUB                   PIC 9(03) COMP VALUE 0.
017900 01  WS-GL-MOVE-SUB              PIC 9(03) COMP VALUE 0.
018000
018100*    One entry per account whose GL code was changed since the
018200*    last proof: the code it was carried under at the last proof,
018300*    the code it carries now, and the balance that moved.
018400 01  WS-RECL-COUNT               PIC 9(03) COMP VALUE 0.
018500 01  WS-RECL-TABLE.
018600     05  WS-RECL-ENTRY OCCURS 200 TIMES.
018700         10  WS-RE-ACCOUNT       PIC 9(10).
018800         10  WS-RE-FROM-CODE     PIC X(06).
018900         10  WS-RE-TO-CODE       PIC X(06).
019000         10  WS-RE-OPERATOR      PIC X(08).
019100         10  WS-RE-MAINT-DATE    PIC 9(08).
019200         10  WS-RE-BALANCE       PIC S9(13)V99 COMP-3.
019300         10  WS-RE-MOVEMENT      PIC S9(13)V99 COMP-3.
019400         10  WS-RE-AMOUNT        PIC S9(13)V99 COMP-3.
019500 01  WS-RECL-SUB                 PIC 9(03) COMP VALUE 0.
019600 01  WS-RECL-FOUND-SUB            PIC 9(03) COMP VALUE 0.
019700 01  WS-RECL-ACCOUNT             PIC 9(10)  VALUE ZEROES.
019800
019900 01  WS-HEADING-LINE.
020000     05  FILLER                  PIC X(40) VALUE
020100         "DAILY SUBLEDGER TO GL PROOF".
020200
020300 01  WS-HEADING-LINE-2.
020400     05  FILLER                  PIC X(15) VALUE
020500         "BUSINESS DATE: ".
020600     05  WS-H-BUSINESS-DATE      PIC 9(8).
020700     05  FILLER                  PIC X(22) VALUE
020800         "   PROVEN AGAINST:   ".
020900     05  WS-H-PRIOR-DATE         PIC 9(8).
021000
021100 01  WS-BASELINE-LINE.
021200     05  FILLER                  PIC X(60) VALUE
021300         "NO EARLIER SNAPSHOT - BASELINE SET FROM ACCOUNT-MASTER".
021400
021500 01  WS-SECTION-LINE.
021600     05  WS-S-TITLE              PIC X(60).
021700
021800 01  WS-COLUMN-HEADING-LINE.
021900     05  FILLER                  PIC X(08) VALUE "GL CODE".
022000     05  FILLER                  PIC X(17) VALUE
022100         "  PRIOR CLOSING".
022200     05  FILLER                  PIC X(17) VALUE
022300         "       MOVEMENT".
022400     05  FILLER                  PIC X(17) VALUE
022500         "        RECLASS".
022600     05  FILLER                  PIC X(17) VALUE
022700         "       EXPECTED".
022800     05  FILLER                  PIC X(17) VALUE
022900         " ACCOUNT-MASTER".
023000     05  FILLER                  PIC X(17) VALUE
023100         "     DIFFERENCE".
023200     05  FILLER                  PIC X(10) VALUE "STATUS".
023300
023400 01  WS-DETAIL-LINE.
023500     05  WS-D-GL-CODE            PIC X(06).
023600     05  FILLER                  PIC X(2)  VALUE SPACES.
023700     05  WS-D-PRIOR              PIC -(11)9.99.
023800     05  FILLER                  PIC X(2)  VALUE SPACES.
023900     05  WS-D-MOVEMENT           PIC -(11)9.99.
024000     05  FILLER                  PIC X(2)  VALUE SPACES.
024100     05  WS-D-RECLASS            PIC -(11)9.99.
024200     05  FILLER                  PIC X(2)  VALUE SPACES.
024300     05  WS-D-EXPECTED           PIC -(11)9.99.
024400     05  FILLER                  PIC X(2)  VALUE SPACES.
024500     05  WS-D-MASTER             PIC -(11)9.99.
024600     05  FILLER                  PIC X(2)  VALUE SPACES.
024700     05  WS-D-DIFFERENCE         PIC -(11)9.99.
024800     05  FILLER                  PIC X(2)  VALUE SPACES.
024900     05  WS-D-STATUS             PIC X(10).
025000
025100 01  WS-RECLASS-HEADING-LINE.
025200     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
025300     05  FILLER                  PIC X(08) VALUE "FROM".
025400     05  FILLER                  PIC X(08) VALUE "TO".
025500     05  FILLER                  PIC X(17) VALUE
025600         "    AMOUNT MOVED".
025700     05  FILLER                  PIC X(10) VALUE "OPERATOR".
025800     05  FILLER                  PIC X(10) VALUE "CHANGED".
025900
026000 01  WS-RECLASS-LINE.
026100     05  WS-R-ACCOUNT            PIC Z(9)9.
026200     05  FILLER                  PIC X(2)  VALUE SPACES.
026300     05  WS-R-FROM-CODE          PIC X(06).
026400     05  FILLER                  PIC X(2)  VALUE SPACES.
026500     05  WS-R-TO-CODE            PIC X(06).
026600     05  FILLER                  PIC X(2)  VALUE SPACES.
026700     05  WS-R-AMOUNT             PIC -(11)9.99.
026800     05  FILLER                  PIC X(2)  VALUE SPACES.
026900     05  WS-R-OPERATOR           PIC X(08).
027000     05  FILLER                  PIC X(2)  VALUE SPACES.
027100     05  WS-R-MAINT-DATE         PIC 9(08).
027200
027300 01  WS-UNRECOGNIZED-LINE.
027400     05  WS-U-ACCOUNT            PIC Z(9)9.
027500     05  FILLER                  PIC X(2)  VALUE SPACES.
027600     05  WS-U-GL-CODE            PIC X(06).
027700     05  FILLER                  PIC X(2)  VALUE SPACES.
027800     05  WS-U-TRAN-TYPE          PIC X(10).
027900     05  FILLER                  PIC X(2)  VALUE SPACES.
028000     05  WS-U-AMOUNT             PIC -(9)9.99.
028100     05  FILLER                  PIC X(2)  VALUE SPACES.
028200     05  WS-U-EFFECTIVE-DATE     PIC 9(08).
028300
028400 01  WS-BREAK-LINE.
028500     05  WS-B-GL-CODE            PIC X(06).
028600     05  FILLER                  PIC X(2)  VALUE SPACES.
028700     05  WS-B-DIFFERENCE         PIC -(11)9.99.
028800
028900 01  WS-TOTAL-LINE.
029000     05  WS-T-LABEL              PIC X(22).
029100     05  WS-T-COUNT              PIC Z(6)9.
029200
029300 01  WS-AMOUNT-TOTAL-LINE.
029400     05  WS-TA-LABEL             PIC X(22).
029500     05  WS-TA-AMOUNT            PIC -(12)9.99.
029600
029700 PROCEDURE DIVISION.
029800 0000-MAINLINE.
029900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
030000     PERFORM 2000-LOAD-PRIOR-SNAPSHOT THRU 2000-EXIT
030100     PERFORM 2500-PRINT-HEADINGS THRU 2500-EXIT
030200     PERFORM 3000-COLLECT-RECLASSES THRU 3000-EXIT
030300     PERFORM 3500-COLLECT-MOVEMENT THRU 3500-EXIT
030400     PERFORM 4000-TOTAL-MASTER THRU 4000-EXIT
030500     PERFORM 4500-APPLY-RECLASSES THRU 4500-EXIT
030600     PERFORM 5000-PRINT-PROOF THRU 5000-EXIT
030700     PERFORM 6000-WRITE-SNAPSHOT THRU 6000-EXIT
030800     PERFORM 9999-END-OF-JOB THRU 9999-EXIT.
030900 0000-EXIT.
031000     EXIT.
031100
031200 1000-INITIALIZE.
031300     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
031400
031500     OPEN INPUT GL-EXTRACT-FILE
031600     IF WS-GLEX-OK
031700         SET WS-GLEX-AVAILABLE TO TRUE
031800     ELSE
031900         SET WS-NO-MORE-FEED-ROWS TO TRUE
032000         IF NOT WS-GLEX-NOT-FOUND
032100             DISPLAY "Unable to open GL extract file, status "
032200                 WS-GLEX-FILE-STATUS
032300             STOP RUN
032400         END-IF
032500     END-IF
032600
032700     OPEN INPUT MAINT-LOG
032800     IF WS-MNTL-OK
032900         SET WS-MNTL-AVAILABLE TO TRUE
033000     ELSE
033100         SET WS-NO-MORE-MAINT TO TRUE
033200         IF NOT WS-MNTL-NOT-FOUND
033300             DISPLAY "Unable to open maintenance log, status "
033400                 WS-MNTL-FILE-STATUS
033500             STOP RUN
033600         END-IF
033700     END-IF
033800
033900     OPEN INPUT ACCOUNT-MASTER
034000     IF NOT WS-ACCT-OK
034100         DISPLAY "Unable to open account master, status "
034200             WS-ACCT-FILE-STATUS
034300         STOP RUN
034400     END-IF
034500
034600     OPEN OUTPUT PROOF-LISTING
034700     IF NOT WS-RPT-OK
034800         DISPLAY "Unable to open GL proof listing, status "
034900             WS-RPT-FILE-STATUS
035000         STOP RUN
035100     END-IF.
035200 1000-EXIT.
035300     EXIT.
035400
035500 1100-CHECK-RUN-CONTROL.
035600     OPEN I-O RUN-CONTROL
035700     IF NOT WS-RNCT-OK
035800         DISPLAY "Unable to open run control, status "
035900             WS-RNCT-FILE-STATUS
036000         DISPLAY "Open the business date first."
036100         STOP RUN
036200     END-IF
036300     READ RUN-CONTROL
036400         AT END
036500             DISPLAY "Run control is empty. Open the "
036600                 "business date first."
036700             STOP RUN
036800     END-READ
036900     IF RC-GLPROOF-DONE
037000         DISPLAY "GL-PROOF already complete for business "
037100             "date " RC-BUSINESS-DATE ". Run refused."
037200         STOP RUN
037300     END-IF
037400     IF NOT RC-GLEXTRACT-DONE
037500         DISPLAY "GL-EXTRACT has not completed for business "
037600             "date " RC-BUSINESS-DATE ". Run refused."
037700         STOP RUN
037800     END-IF
037900     MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
038000     MOVE 'I' TO RC-GLPROOF-STATUS
038100     REWRITE RUN-CONTROL-RECORD
038200     IF NOT WS-RNCT-OK
038300         DISPLAY "Warning: run control rewrite failed, "
038400             "status " WS-RNCT-FILE-STATUS
038500     END-IF
038600     CLOSE RUN-CONTROL.
038700 1100-EXIT.
038800     EXIT.
038900
039000*----------------------------------------------------------------
039100* The opening position is the last complete snapshot set dated
039200* before this business date. Sets for this date or later (a
039300* rerun after a failed proof) are passed over.
039400*----------------------------------------------------------------
039500 2000-LOAD-PRIOR-SNAPSHOT.
039600     OPEN INPUT GL-SNAPSHOT
039700     IF WS-SNAP-NOT-FOUND
039800         GO TO 2000-EXIT
039900     END-IF
040000     IF NOT WS-SNAP-OK
040100         DISPLAY "Unable to open GL snapshot, status "
040200             WS-SNAP-FILE-STATUS
040300         STOP RUN
040400     END-IF
040500     PERFORM UNTIL WS-NO-MORE-SNAPSHOT
040600         PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT
040700     END-PERFORM
040800     CLOSE GL-SNAPSHOT
040900
041000     IF NOT WS-PRIOR-FOUND
041100         GO TO 2000-EXIT
041200     END-IF
041300     PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
041400             UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
041500         MOVE WS-PR-CODE(WS-PRIOR-SUB) TO WS-LOOKUP-CODE
041600         PERFORM 7000-FIND-GL-CODE THRU 7000-EXIT
041700         ADD WS-PR-BALANCE(WS-PRIOR-SUB)
041800             TO WS-GE-PRIOR(WS-GL-SUB)
041900     END-PERFORM.
042000 2000-EXIT.
042100     EXIT.
042200
042300 2100-READ-SNAPSHOT.
042400     READ GL-SNAPSHOT NEXT RECORD
042500         AT END
042600             SET WS-NO-MORE-SNAPSHOT TO TRUE
042700     END-READ
042800     IF WS-NO-MORE-SNAPSHOT
042900         GO TO 2100-EXIT
043000     END-IF
043100     IF GS-BUSINESS-DATE NOT < WS-BUSINESS-DATE
043200         GO TO 2100-EXIT
043300     END-IF
043400
043500     EVALUATE TRUE
043600         WHEN GS-SET-HEADER
043700             MOVE GS-BUSINESS-DATE TO WS-PEND-DATE
043800             MOVE 0 TO WS-PEND-COUNT
043900         WHEN GS-CODE-BALANCE
044000             IF GS-BUSINESS-DATE = WS-PEND-DATE AND
044100                     WS-PEND-COUNT < 200
044200                 ADD 1 TO WS-PEND-COUNT
044300                 MOVE GS-GL-CODE TO WS-PE-CODE(WS-PEND-COUNT)
044400                 MOVE GS-CLOSING-BALANCE
044500                     TO WS-PE-BALANCE(WS-PEND-COUNT)
044600             END-IF
044700         WHEN GS-SET-TRAILER
044800             IF GS-BUSINESS-DATE = WS-PEND-DATE AND
044900                     GS-CODE-COUNT = WS-PEND-COUNT
045000                 MOVE WS-PEND-TABLE  TO WS-PRIOR-TABLE
045100                 MOVE WS-PEND-COUNT  TO WS-PRIOR-COUNT
045200                 MOVE WS-PEND-DATE   TO WS-PRIOR-DATE
045300                 MOVE GS-EXTRACT-ROWS  TO WS-PRIOR-EXTRACT-ROWS
045400                 MOVE GS-MAINT-ENTRIES TO WS-PRIOR-MAINT-ENTRIES
045500                 SET WS-PRIOR-FOUND TO TRUE
045600             END-IF
045700             MOVE ZEROES TO WS-PEND-DATE
045800             MOVE 0 TO WS-PEND-COUNT
045900     END-EVALUATE.
046000 2100-EXIT.
046100     EXIT.
046200
046300 2500-PRINT-HEADINGS.
046400     MOVE WS-HEADING-LINE TO PROOF-LISTING-LINE
046500     WRITE PROOF-LISTING-LINE
046600     MOVE WS-BUSINESS-DATE TO WS-H-BUSINESS-DATE
046700     MOVE WS-PRIOR-DATE TO WS-H-PRIOR-DATE
046800     MOVE WS-HEADING-LINE-2 TO PROOF-LISTING-LINE
046900     WRITE PROOF-LISTING-LINE
047000     IF NOT WS-PRIOR-FOUND
047100         MOVE WS-BASELINE-LINE TO PROOF-LISTING-LINE
047200         WRITE PROOF-LISTING-LINE
047300     END-IF.
047400 2500-EXIT.
047500     EXIT.
047600
047700*----------------------------------------------------------------
047800* GL code changes made in ACCT-MAINT since the last proof. An
047900* account changed more than once is moved from the code it had
048000* at the last proof to the code it has now.
048100*----------------------------------------------------------------
048200 3000-COLLECT-RECLASSES.
048300     PERFORM UNTIL WS-NO-MORE-MAINT
048400         PERFORM 3100-READ-MAINT-ENTRY THRU 3100-EXIT
048500     END-PERFORM
048600     IF WS-MAINT-ENTRIES-READ < WS-PRIOR-MAINT-ENTRIES
048700         DISPLAY "Warning: MAINTLOG holds fewer entries than at "
048800             "the last proof; GL code changes may be missed."
048900     END-IF.
049000 3000-EXIT.
049100     EXIT.
049200
049300 3100-READ-MAINT-ENTRY.
049400     READ MAINT-LOG NEXT RECORD
049500         AT END
049600             SET WS-NO-MORE-MAINT TO TRUE
049700     END-READ
049800     IF WS-NO-MORE-MAINT
049900         GO TO 3100-EXIT
050000     END-IF
050100     ADD 1 TO WS-MAINT-ENTRIES-READ
050200     IF WS-MAINT-ENTRIES-READ NOT > WS-PRIOR-MAINT-ENTRIES
050300         GO TO 3100-EXIT
050400     END-IF
050500     IF ML-FIELD-NAME NOT = "GL-CODE"
050600         GO TO 3100-EXIT
050700     END-IF
050800
050900     MOVE ML-OLD-VALUE TO WS-OLD-GL-CODE
051000     IF WS-OLD-GL-CODE = SPACES
051100         MOVE WS-DEFAULT-GL-CODE TO WS-OLD-GL-CODE
051200     END-IF
051300     MOVE ML-NEW-VALUE TO WS-NEW-GL-CODE
051400     IF WS-NEW-GL-CODE = SPACES
051500         MOVE WS-DEFAULT-GL-CODE TO WS-NEW-GL-CODE
051600     END-IF
051700
051800     MOVE ML-ACCOUNT-NUMBER TO WS-RECL-ACCOUNT
051900     PERFORM 7100-FIND-RECLASS THRU 7100-EXIT
052000     IF WS-RECL-FOUND-SUB = 0
052100         IF WS-RECL-COUNT NOT < 200
052200             DISPLAY "Reclass table full (200 accounts). "
052300                 "GL proof halted."
052400             SET WS-PROOF-FAILED TO TRUE
052500             PERFORM 9999-END-OF-JOB THRU 9999-EXIT
052600         END-IF
052700         ADD 1 TO WS-RECL-COUNT
052800         MOVE WS-RECL-COUNT TO WS-RECL-FOUND-SUB
052900         MOVE ML-ACCOUNT-NUMBER
053000             TO WS-RE-ACCOUNT(WS-RECL-FOUND-SUB)
053100         MOVE WS-OLD-GL-CODE
053200             TO WS-RE-FROM-CODE(WS-RECL-FOUND-SUB)
053300         MOVE 0 TO WS-RE-BALANCE(WS-RECL-FOUND-SUB)
053400         MOVE 0 TO WS-RE-MOVEMENT(WS-RECL-FOUND-SUB)
053500         MOVE 0 TO WS-RE-AMOUNT(WS-RECL-FOUND-SUB)
053600     END-IF
053700     MOVE WS-NEW-GL-CODE  TO WS-RE-TO-CODE(WS-RECL-FOUND-SUB)
053800     MOVE ML-OPERATOR-ID  TO WS-RE-OPERATOR(WS-RECL-FOUND-SUB)
053900     MOVE ML-MAINT-DATE   TO WS-RE-MAINT-DATE(WS-RECL-FOUND-SUB).
054000 3100-EXIT.
054100     EXIT.
054200
054300*----------------------------------------------------------------
054400* The day's movement: the GLEXTRCT rows written since the last
054500* proof, signed the way each transaction type moves the balance.
054600*----------------------------------------------------------------
054700 3500-COLLECT-MOVEMENT.
054800     PERFORM UNTIL WS-NO-MORE-FEED-ROWS
054900         PERFORM 3600-READ-FEED-ROW THRU 3600-EXIT
055000     END-PERFORM
055100     IF WS-EXTRACT-ROWS-READ < WS-PRIOR-EXTRACT-ROWS
055200         DISPLAY "Warning: GLEXTRCT holds fewer rows than at "
055300             "the last proof; the day's movement is incomplete."
055400     END-IF.
055500 3500-EXIT.
055600     EXIT.
055700
055800 3600-READ-FEED-ROW.
055900     READ GL-EXTRACT-FILE NEXT RECORD
056000         AT END
056100             SET WS-NO-MORE-FEED-ROWS TO TRUE
056200     END-READ
056300     IF WS-NO-MORE-FEED-ROWS
056400         GO TO 3600-EXIT
056500     END-IF
056600     ADD 1 TO WS-EXTRACT-ROWS-READ
056700     IF WS-EXTRACT-ROWS-READ NOT > WS-PRIOR-EXTRACT-ROWS
056800         GO TO 3600-EXIT
056900     END-IF
057000
057100*    REVERSAL rows already carry the signed change to the balance.
057200     EVALUATE GL-TRAN-TYPE
057300         WHEN "DEPOSIT"
057400         WHEN "INTEREST"
057500         WHEN "XFER-IN"
057600         WHEN "REVERSAL"
057700             MOVE GL-AMOUNT TO WS-SIGNED-AMOUNT
057800         WHEN "WITHDRAWAL"
057900         WHEN "XFER-OUT"
058000         WHEN "FEE"
058100         WHEN "PENALTY"
058200         WHEN "CHECK"
058300             COMPUTE WS-SIGNED-AMOUNT = 0 - GL-AMOUNT
058400         WHEN OTHER
058500             PERFORM 3700-LIST-UNRECOGNIZED THRU 3700-EXIT
058600             GO TO 3600-EXIT
058700     END-EVALUATE
058800     ADD 1 TO WS-FEED-ROWS-PROVEN
058900
059000     MOVE GL-CODE TO WS-LOOKUP-CODE
059100     IF WS-LOOKUP-CODE = SPACES
059200         MOVE WS-DEFAULT-GL-CODE TO WS-LOOKUP-CODE
059300     END-IF
059400     PERFORM 7000-FIND-GL-CODE THRU 7000-EXIT
059500     ADD WS-SIGNED-AMOUNT TO WS-GE-MOVEMENT(WS-GL-SUB)
059600
059700     IF WS-RECL-COUNT > 0
059800         MOVE GL-ACCOUNT-NUMBER TO WS-RECL-ACCOUNT
059900         PERFORM 7100-FIND-RECLASS THRU 7100-EXIT
060000         IF WS-RECL-FOUND-SUB > 0
060100             IF WS-RE-TO-CODE(WS-RECL-FOUND-SUB) = WS-LOOKUP-CODE
060200                 ADD WS-SIGNED-AMOUNT
060300                     TO WS-RE-MOVEMENT(WS-RECL-FOUND-SUB)
060400             END-IF
060500         END-IF
060600     END-IF.
060700 3600-EXIT.
060800     EXIT.
060900
061000 3700-LIST-UNRECOGNIZED.
061100     ADD 1 TO WS-UNRECOGNIZED-ROWS
061200     IF NOT WS-UNRECOGNIZED-LISTED
061300         MOVE "FEED ROWS NOT PROVEN - UNKNOWN TRANSACTION TYPE"
061400             TO WS-S-TITLE
061500         MOVE WS-SECTION-LINE TO PROOF-LISTING-LINE
061600         WRITE PROOF-LISTING-LINE
061700         SET WS-UNRECOGNIZED-LISTED TO TRUE
061800     END-IF
061900     MOVE GL-ACCOUNT-NUMBER TO WS-U-ACCOUNT
062000     MOVE GL-CODE           TO WS-U-GL-CODE
062100     MOVE GL-TRAN-TYPE      TO WS-U-TRAN-TYPE
062200     MOVE GL-AMOUNT         TO WS-U-AMOUNT
062300     MOVE GL-EFFECTIVE-DATE TO WS-U-EFFECTIVE-DATE
062400     MOVE WS-UNRECOGNIZED-LINE TO PROOF-LISTING-LINE
062500     WRITE PROOF-LISTING-LINE.
062600 3700-EXIT.
062700     EXIT.
062800
062900*----------------------------------------------------------------
063000* Today's subledger: every ACCOUNT-MASTER balance totalled under
063100* the GL code the account carries now (blank goes to the same
063200* default code GL-EXTRACT uses).
063300*----------------------------------------------------------------
063400 4000-TOTAL-MASTER.
063500     MOVE ZEROES TO ACCT-NUMBER
063600     START ACCOUNT-MASTER KEY NOT LESS THAN ACCT-NUMBER
063700         INVALID KEY
063800             SET WS-NO-MORE-ACCOUNTS TO TRUE
063900     END-START
064000     PERFORM UNTIL WS-NO-MORE-ACCOUNTS
064100         PERFORM 4100-ADD-ACCOUNT THRU 4100-EXIT
064200     END-PERFORM.
064300 4000-EXIT.
064400     EXIT.
064500
064600 4100-ADD-ACCOUNT.
064700     READ ACCOUNT-MASTER NEXT RECORD
064800         AT END
064900             SET WS-NO-MORE-ACCOUNTS TO TRUE
065000     END-READ
065100     IF WS-NO-MORE-ACCOUNTS
065200         GO TO 4100-EXIT
065300     END-IF
065400     ADD 1 TO WS-ACCOUNTS-READ
065500     MOVE ACCT-GL-CODE TO WS-LOOKUP-CODE
065600     IF WS-LOOKUP-CODE = SPACES
065700         MOVE WS-DEFAULT-GL-CODE TO WS-LOOKUP-CODE
065800     END-IF
065900     PERFORM 7000-FIND-GL-CODE THRU 7000-EXIT
066000     ADD ACCT-BALANCE TO WS-GE-MASTER(WS-GL-SUB)
066100     ADD 1 TO WS-GE-ACCOUNTS(WS-GL-SUB)
066200
066300     IF WS-RECL-COUNT > 0
066400         MOVE ACCT-NUMBER TO WS-RECL-ACCOUNT
066500         PERFORM 7100-FIND-RECLASS THRU 7100-EXIT
066600         IF WS-RECL-FOUND-SUB > 0
066700             MOVE ACCT-BALANCE TO WS-RE-BALANCE(WS-RECL-FOUND-SUB)
066800         END-IF
066900     END-IF.
067000 4100-EXIT.
067100     EXIT.
067200
067300*----------------------------------------------------------------
067400* A reclassed account took its balance as it stood at the last
067500* proof with it: today's balance less the movement that has
067600* already been fed under the new code.
067700*----------------------------------------------------------------
067800 4500-APPLY-RECLASSES.
067900     PERFORM VARYING WS-RECL-SUB FROM 1 BY 1
068000             UNTIL WS-RECL-SUB > WS-RECL-COUNT
068100         PERFORM 4600-APPLY-ONE-RECLASS THRU 4600-EXIT
068200     END-PERFORM.
068300 4500-EXIT.
068400     EXIT.
068500
068600 4600-APPLY-ONE-RECLASS.
068700     IF WS-RE-FROM-CODE(WS-RECL-SUB) = WS-RE-TO-CODE(WS-RECL-SUB)
068800         MOVE 0 TO WS-RE-AMOUNT(WS-RECL-SUB)
068900         GO TO 4600-EXIT
069000     END-IF
069100     COMPUTE WS-RE-AMOUNT(WS-RECL-SUB) =
069200         WS-RE-BALANCE(WS-RECL-SUB) - WS-RE-MOVEMENT(WS-RECL-SUB)
069300     MOVE WS-RE-FROM-CODE(WS-RECL-SUB) TO WS-LOOKUP-CODE
069400     PERFORM 7000-FIND-GL-CODE THRU 7000-EXIT
069500     SUBTRACT WS-RE-AMOUNT(WS-RECL-SUB)
069600         FROM WS-GE-RECLASS(WS-GL-SUB)
069700     MOVE WS-RE-TO-CODE(WS-RECL-SUB) TO WS-LOOKUP-CODE
069800     PERFORM 7000-FIND-GL-CODE THRU 7000-EXIT
069900     ADD WS-RE-AMOUNT(WS-RECL-SUB) TO WS-GE-RECLASS(WS-GL-SUB).
070000 4600-EXIT.
070100     EXIT.
070200
070300 5000-PRINT-PROOF.
070400     MOVE WS-COLUMN-HEADING-LINE TO PROOF-LISTING-LINE
070500     WRITE PROOF-LISTING-LINE
070600     PERFORM VARYING WS-GL-SUB FROM 1 BY 1
070700             UNTIL WS-GL-SUB > WS-GL-COUNT
070800         PERFORM 5100-PROVE-GL-CODE THRU 5100-EXIT
070900     END-PERFORM
071000
071100     MOVE "RECLASSES - GL CODE CHANGES MADE IN ACCT-MAINT"
071200         TO WS-S-TITLE
071300     MOVE WS-SECTION-LINE TO PROOF-LISTING-LINE
071400     WRITE PROOF-LISTING-LINE
071500     IF WS-RECL-COUNT = 0
071600         MOVE "NONE" TO WS-S-TITLE
071700         MOVE WS-SECTION-LINE TO PROOF-LISTING-LINE
071800         WRITE PROOF-LISTING-LINE
071900     ELSE
072000         MOVE WS-RECLASS-HEADING-LINE TO PROOF-LISTING-LINE
072100         WRITE PROOF-LISTING-LINE
072200         PERFORM VARYING WS-RECL-SUB FROM 1 BY 1
072300                 UNTIL WS-RECL-SUB > WS-RECL-COUNT
072400             PERFORM 5200-LIST-RECLASS THRU 5200-EXIT
072500         END-PERFORM
072600     END-IF
072700
072800     MOVE "OUT-OF-BALANCE GL CODES" TO WS-S-TITLE
072900     MOVE WS-SECTION-LINE TO PROOF-LISTING-LINE
073000     WRITE PROOF-LISTING-LINE
073100     IF WS-OUT-OF-BALANCE-COUNT = 0
073200         MOVE "NONE" TO WS-S-TITLE
073300         MOVE WS-SECTION-LINE TO PROOF-LISTING-LINE
073400         WRITE PROOF-LISTING-LINE
073500     ELSE
073600         PERFORM VARYING WS-GL-SUB FROM 1 BY 1
073700                 UNTIL WS-GL-SUB > WS-GL-COUNT
073800             IF WS-GE-DIFFERENCE(WS-GL-SUB) NOT = 0
073900                 MOVE WS-GE-CODE(WS-GL-SUB) TO WS-B-GL-CODE
074000                 MOVE WS-GE-DIFFERENCE(WS-GL-SUB)
074100                     TO WS-B-DIFFERENCE
074200                 MOVE WS-BREAK-LINE TO PROOF-LISTING-LINE
074300                 WRITE PROOF-LISTING-LINE
074400             END-IF
074500         END-PERFORM
074600     END-IF
074700
074800     PERFORM 5300-PRINT-TOTALS THRU 5300-EXIT.
074900 5000-EXIT.
075000     EXIT.
075100
075200 5100-PROVE-GL-CODE.
075300     IF WS-PRIOR-FOUND
075400         COMPUTE WS-GE-EXPECTED(WS-GL-SUB) =
075500             WS-GE-PRIOR(WS-GL-SUB) + WS-GE-MOVEMENT(WS-GL-SUB)
075600                 + WS-GE-RECLASS(WS-GL-SUB)
075700         COMPUTE WS-GE-DIFFERENCE(WS-GL-SUB) =
075800             WS-GE-MASTER(WS-GL-SUB) - WS-GE-EXPECTED(WS-GL-SUB)
075900         IF WS-GE-DIFFERENCE(WS-GL-SUB) = 0
076000             MOVE "IN BALANCE" TO WS-D-STATUS
076100         ELSE
076200             MOVE "OUT OF BAL" TO WS-D-STATUS
076300             ADD 1 TO WS-OUT-OF-BALANCE-COUNT
076400         END-IF
076500     ELSE
076600         MOVE WS-GE-MASTER(WS-GL-SUB) TO WS-GE-EXPECTED(WS-GL-SUB)
076700         MOVE 0 TO WS-GE-DIFFERENCE(WS-GL-SUB)
076800         MOVE "BASELINE" TO WS-D-STATUS
076900     END-IF
077000     ADD WS-GE-PRIOR(WS-GL-SUB)      TO WS-TOTAL-PRIOR
077100     ADD WS-GE-MOVEMENT(WS-GL-SUB)   TO WS-TOTAL-MOVEMENT
077200     ADD WS-GE-RECLASS(WS-GL-SUB)    TO WS-TOTAL-RECLASS
077300     ADD WS-GE-MASTER(WS-GL-SUB)     TO WS-TOTAL-MASTER
077400     ADD WS-GE-DIFFERENCE(WS-GL-SUB) TO WS-TOTAL-DIFFERENCE
077500
077600     MOVE WS-GE-CODE(WS-GL-SUB)       TO WS-D-GL-CODE
077700     MOVE WS-GE-PRIOR(WS-GL-SUB)      TO WS-D-PRIOR
077800     MOVE WS-GE-MOVEMENT(WS-GL-SUB)   TO WS-D-MOVEMENT
077900     MOVE WS-GE-RECLASS(WS-GL-SUB)    TO WS-D-RECLASS
078000     MOVE WS-GE-EXPECTED(WS-GL-SUB)   TO WS-D-EXPECTED
078100     MOVE WS-GE-MASTER(WS-GL-SUB)     TO WS-D-MASTER
078200     MOVE WS-GE-DIFFERENCE(WS-GL-SUB) TO WS-D-DIFFERENCE
078300     MOVE WS-DETAIL-LINE TO PROOF-LISTING-LINE
078400     WRITE PROOF-LISTING-LINE.
078500 5100-EXIT.
078600     EXIT.
078700
078800 5200-LIST-RECLASS.
078900     MOVE WS-RE-ACCOUNT(WS-RECL-SUB)    TO WS-R-ACCOUNT
079000     MOVE WS-RE-FROM-CODE(WS-RECL-SUB)  TO WS-R-FROM-CODE
079100     MOVE WS-RE-TO-CODE(WS-RECL-SUB)    TO WS-R-TO-CODE
079200     MOVE WS-RE-AMOUNT(WS-RECL-SUB)     TO WS-R-AMOUNT
079300     MOVE WS-RE-OPERATOR(WS-RECL-SUB)   TO WS-R-OPERATOR
079400     MOVE WS-RE-MAINT-DATE(WS-RECL-SUB) TO WS-R-MAINT-DATE
079500     MOVE WS-RECLASS-LINE TO PROOF-LISTING-LINE
079600     WRITE PROOF-LISTING-LINE.
079700 5200-EXIT.
079800     EXIT.
079900
080000 5300-PRINT-TOTALS.
080100     MOVE "GL CODES PROVEN:      " TO WS-T-LABEL
080200     MOVE WS-GL-COUNT TO WS-T-COUNT
080300     MOVE WS-TOTAL-LINE TO PROOF-LISTING-LINE
080400     WRITE PROOF-LISTING-LINE
080500     MOVE "CODES OUT OF BALANCE: " TO WS-T-LABEL
080600     MOVE WS-OUT-OF-BALANCE-COUNT TO WS-T-COUNT
080700     MOVE WS-TOTAL-LINE TO PROOF-LISTING-LINE
080800     WRITE PROOF-LISTING-LINE
080900     MOVE "ACCOUNTS READ:        " TO WS-T-LABEL
081000     MOVE WS-ACCOUNTS-READ TO WS-T-COUNT
081100     MOVE WS-TOTAL-LINE TO PROOF-LISTING-LINE
081200     WRITE PROOF-LISTING-LINE
081300     MOVE "FEED ROWS PROVEN:     " TO WS-T-LABEL
081400     MOVE WS-FEED-ROWS-PROVEN TO WS-T-COUNT
081500     MOVE WS-TOTAL-LINE TO PROOF-LISTING-LINE
081600     WRITE PROOF-LISTING-LINE
081700     MOVE "FEED ROWS NOT PROVEN: " TO WS-T-LABEL
081800     MOVE WS-UNRECOGNIZED-ROWS TO WS-T-COUNT
081900     MOVE WS-TOTAL-LINE TO PROOF-LISTING-LINE
082000     WRITE PROOF-LISTING-LINE
082100     MOVE "ACCOUNTS RECLASSED:   " TO WS-T-LABEL
082200     MOVE WS-RECL-COUNT TO WS-T-COUNT
082300     MOVE WS-TOTAL-LINE TO PROOF-LISTING-LINE
082400     WRITE PROOF-LISTING-LINE
082500     MOVE "TOTAL PRIOR CLOSING:  " TO WS-TA-LABEL
082600     MOVE WS-TOTAL-PRIOR TO WS-TA-AMOUNT
082700     MOVE WS-AMOUNT-TOTAL-LINE TO PROOF-LISTING-LINE
082800     WRITE PROOF-LISTING-LINE
082900     MOVE "TOTAL MOVEMENT:       " TO WS-TA-LABEL
083000     MOVE WS-TOTAL-MOVEMENT TO WS-TA-AMOUNT
083100     MOVE WS-AMOUNT-TOTAL-LINE TO PROOF-LISTING-LINE
083200     WRITE PROOF-LISTING-LINE
083300     MOVE "TOTAL RECLASS:        " TO WS-TA-LABEL
083400     MOVE WS-TOTAL-RECLASS TO WS-TA-AMOUNT
083500     MOVE WS-AMOUNT-TOTAL-LINE TO PROOF-LISTING-LINE
083600     WRITE PROOF-LISTING-LINE
083700     MOVE "TOTAL ACCOUNT-MASTER: " TO WS-TA-LABEL
083800     MOVE WS-TOTAL-MASTER TO WS-TA-AMOUNT
083900     MOVE WS-AMOUNT-TOTAL-LINE TO PROOF-LISTING-LINE
084000     WRITE PROOF-LISTING-LINE
084100     MOVE "TOTAL DIFFERENCE:     " TO WS-TA-LABEL
084200     MOVE WS-TOTAL-DIFFERENCE TO WS-TA-AMOUNT
084300     MOVE WS-AMOUNT-TOTAL-LINE TO PROOF-LISTING-LINE
084400     WRITE PROOF-LISTING-LINE.
084500 5300-EXIT.
084600     EXIT.
084700
084800*----------------------------------------------------------------
084900* Today's closing balances become tomorrow's opening position.
085000* Codes with no accounts and no balance left are dropped.
085100*----------------------------------------------------------------
085200 6000-WRITE-SNAPSHOT.
085300     OPEN EXTEND GL-SNAPSHOT
085400     IF WS-SNAP-NOT-FOUND
085500         OPEN OUTPUT GL-SNAPSHOT
085600         CLOSE GL-SNAPSHOT
085700         OPEN EXTEND GL-SNAPSHOT
085800     END-IF
085900     IF NOT WS-SNAP-OK
086000         DISPLAY "Unable to open GL snapshot for update, status "
086100             WS-SNAP-FILE-STATUS
086200         SET WS-PROOF-FAILED TO TRUE
086300         GO TO 6000-EXIT
086400     END-IF
086500
086600     INITIALIZE GL-SNAPSHOT-RECORD
086700     MOVE WS-BUSINESS-DATE TO GS-BUSINESS-DATE
086800     SET GS-SET-HEADER TO TRUE
086900     PERFORM 6100-WRITE-SNAPSHOT-RECORD THRU 6100-EXIT
087000     PERFORM VARYING WS-GL-SUB FROM 1 BY 1
087100             UNTIL WS-GL-SUB > WS-GL-COUNT
087200         IF WS-GE-ACCOUNTS(WS-GL-SUB) > 0 OR
087300                 WS-GE-MASTER(WS-GL-SUB) NOT = 0
087400             INITIALIZE GL-SNAPSHOT-RECORD
087500             MOVE WS-BUSINESS-DATE TO GS-BUSINESS-DATE
087600             SET GS-CODE-BALANCE TO TRUE
087700             MOVE WS-GE-CODE(WS-GL-SUB) TO GS-GL-CODE
087800             MOVE WS-GE-MASTER(WS-GL-SUB) TO GS-CLOSING-BALANCE
087900             MOVE WS-GE-ACCOUNTS(WS-GL-SUB) TO GS-ACCOUNT-COUNT
088000             PERFORM 6100-WRITE-SNAPSHOT-RECORD THRU 6100-EXIT
088100             ADD 1 TO WS-SNAPSHOT-CODES
088200         END-IF
088300     END-PERFORM
088400     INITIALIZE GL-SNAPSHOT-RECORD
088500     MOVE WS-BUSINESS-DATE TO GS-BUSINESS-DATE
088600     SET GS-SET-TRAILER TO TRUE
088700     MOVE WS-TOTAL-MASTER TO GS-CLOSING-BALANCE
088800     MOVE WS-ACCOUNTS-READ TO GS-ACCOUNT-COUNT
088900     MOVE WS-SNAPSHOT-CODES TO GS-CODE-COUNT
089000     MOVE WS-EXTRACT-ROWS-READ TO GS-EXTRACT-ROWS
089100     MOVE WS-MAINT-ENTRIES-READ TO GS-MAINT-ENTRIES
089200     PERFORM 6100-WRITE-SNAPSHOT-RECORD THRU 6100-EXIT
089300     CLOSE GL-SNAPSHOT.
089400 6000-EXIT.
089500     EXIT.
089600
089700 6100-WRITE-SNAPSHOT-RECORD.
089800     WRITE GL-SNAPSHOT-RECORD
089900     IF NOT WS-SNAP-OK
090000         DISPLAY "Unable to write GL snapshot record, status "
090100             WS-SNAP-FILE-STATUS
090200         SET WS-PROOF-FAILED TO TRUE
090300     END-IF.
090400 6100-EXIT.
090500     EXIT.
090600
090700*----------------------------------------------------------------
090800* Returns in WS-GL-SUB the table entry for WS-LOOKUP-CODE,
090900* inserting a zero entry in code order when it is new.
091000*----------------------------------------------------------------
091100 7000-FIND-GL-CODE.
091200     MOVE 'N' TO WS-CODE-PLACED-SW
091300     MOVE 1 TO WS-GL-SUB
091400     PERFORM UNTIL WS-GL-SUB > WS-GL-COUNT OR WS-CODE-PLACED
091500         IF WS-GE-CODE(WS-GL-SUB) NOT < WS-LOOKUP-CODE
091600             SET WS-CODE-PLACED TO TRUE
091700         ELSE
091800             ADD 1 TO WS-GL-SUB
091900         END-IF
092000     END-PERFORM
092100     IF WS-GL-SUB NOT > WS-GL-COUNT
092200         IF WS-GE-CODE(WS-GL-SUB) = WS-LOOKUP-CODE
092300             GO TO 7000-EXIT
092400         END-IF
092500     END-IF
092600     IF WS-GL-COUNT NOT < 200
092700         DISPLAY "GL code table full (200 codes). "
092800             "GL proof halted."
092900         SET WS-PROOF-FAILED TO TRUE
093000         PERFORM 9999-END-OF-JOB THRU 9999-EXIT
093100     END-IF
093200     PERFORM VARYING WS-GL-MOVE-SUB FROM WS-GL-COUNT BY -1
093300             UNTIL WS-GL-MOVE-SUB < WS-GL-SUB
093400         MOVE WS-GL-ENTRY(WS-GL-MOVE-SUB)
093500             TO WS-GL-ENTRY(WS-GL-MOVE-SUB + 1)
093600     END-PERFORM
093700     ADD 1 TO WS-GL-COUNT
093800     MOVE WS-LOOKUP-CODE TO WS-GE-CODE(WS-GL-SUB)
093900     MOVE 0 TO WS-GE-PRIOR(WS-GL-SUB)
094000     MOVE 0 TO WS-GE-MOVEMENT(WS-GL-SUB)
094100     MOVE 0 TO WS-GE-RECLASS(WS-GL-SUB)
094200     MOVE 0 TO WS-GE-EXPECTED(WS-GL-SUB)
094300     MOVE 0 TO WS-GE-MASTER(WS-GL-SUB)
094400     MOVE 0 TO WS-GE-DIFFERENCE(WS-GL-SUB)
094500     MOVE 0 TO WS-GE-ACCOUNTS(WS-GL-SUB).
094600 7000-EXIT.
094700     EXIT.
094800
094900*    Returns in WS-RECL-FOUND-SUB the reclass entry for the
095000*    account in WS-RECL-ACCOUNT, or zero.
095100 7100-FIND-RECLASS.
095200     MOVE 0 TO WS-RECL-FOUND-SUB
095300     PERFORM VARYING WS-RECL-SUB FROM 1 BY 1
095400             UNTIL WS-RECL-SUB > WS-RECL-COUNT
095500         IF WS-RE-ACCOUNT(WS-RECL-SUB) = WS-RECL-ACCOUNT
095600             MOVE WS-RECL-SUB TO WS-RECL-FOUND-SUB
095700         END-IF
095800     END-PERFORM.
095900 7100-EXIT.
096000     EXIT.
096100
096200 9800-MARK-JOB-DONE.
096300     OPEN I-O RUN-CONTROL
096400     IF NOT WS-RNCT-OK
096500         DISPLAY "Warning: run control open failed, status "
096600             WS-RNCT-FILE-STATUS
096700         GO TO 9800-EXIT
096800     END-IF
096900     READ RUN-CONTROL
097000         AT END
097100             DISPLAY "Warning: run control is empty."
097200     END-READ
097300     MOVE 'C' TO RC-GLPROOF-STATUS
097400     REWRITE RUN-CONTROL-RECORD
097500     IF NOT WS-RNCT-OK
097600         DISPLAY "Warning: run control rewrite failed, "
097700             "status " WS-RNCT-FILE-STATUS
097800     END-IF
097900     CLOSE RUN-CONTROL.
098000 9800-EXIT.
098100     EXIT.
098200
098300 9999-END-OF-JOB.
098400     IF NOT WS-PROOF-FAILED
098500         PERFORM 9800-MARK-JOB-DONE THRU 9800-EXIT
098600     END-IF
098700     IF WS-GLEX-AVAILABLE
098800         CLOSE GL-EXTRACT-FILE
098900     END-IF
099000     IF WS-MNTL-AVAILABLE
099100         CLOSE MAINT-LOG
099200     END-IF
099300     CLOSE ACCOUNT-MASTER
099400     CLOSE PROOF-LISTING
099500     IF WS-PROOF-FAILED
099600         DISPLAY "GL proof did not complete; no snapshot taken "
099700             "for business date " WS-BUSINESS-DATE
099800     ELSE
099900         DISPLAY "GL proof complete. GL codes: " WS-GL-COUNT
100000         DISPLAY "Out of balance: " WS-OUT-OF-BALANCE-COUNT
100100     END-IF
100200     STOP RUN.
100300 9999-EXIT.
100400     EXIT.
