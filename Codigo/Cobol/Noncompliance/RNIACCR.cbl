000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RNIACCR.
000300*--------------------------------------------------
000400* Month-end accrual for goods received but not yet
000500* invoiced.  Every receipt RCVMAINT posted to
000600* GOODS-RECEIPT-FILE on or before the open period's
000700* last day is netted, per PO and PO line, against
000800* the quantity the vendor has invoiced on
000900* VENDOR-INVOICE-FILE through the same day.  What
001000* is received and not yet billed is valued at the
001100* PO line's unit cost (the order's PO-UNIT-COST for
001200* receipts posted at the order level), listed by
001300* vendor, and journaled to GL-JOURNAL-FILE under
001400* source "RN" from the "RN" row of the account map
001500* -- one entry per vendor dated the period's last
001600* day, with its mirror dated the first day of the
001700* next period so the accrual reverses itself as the
001800* real invoices post.
001900*
002000* MODIFICATION HISTORY
002100*   WHO   DATE        WHAT
002200*   RWH   2026-10-15  Original version.
002233*   RWH   2026-10-15  A vendor credit memo takes its quantity
002266*                     back off what the PO line has billed.
002277*   RWH   2026-10-15  An invoice AP rejected back to the
002288*                     vendor bills nothing.
002300*--------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700
002800     SELECT GOODS-RECEIPT-FILE
002900         ASSIGN TO "GOODSRCP"
003000         ORGANIZATION IS INDEXED
003100         RECORD KEY IS GR-KEY
003200         ACCESS MODE IS SEQUENTIAL
003300         FILE STATUS IS WS-RECEIPT-FILE-STATUS.
003400
003500     SELECT VENDOR-INVOICE-FILE
003600         ASSIGN TO "VNDINV"
003700         ORGANIZATION IS INDEXED
003800         RECORD KEY IS INV-KEY
003900         ACCESS MODE IS DYNAMIC
004000         FILE STATUS IS WS-INVOICE-FILE-STATUS.
004100
004200     SELECT PURCHASE-ORDER-FILE
004300         ASSIGN TO "PURORD"
004400         ORGANIZATION IS INDEXED
004500         RECORD KEY IS PO-KEY
004600         ACCESS MODE IS RANDOM
004700         FILE STATUS IS WS-PURORD-FILE-STATUS.
004800
004900     SELECT PO-LINE-FILE
005000         ASSIGN TO "POLINE"
005100         ORGANIZATION IS INDEXED
005200         RECORD KEY IS PL-KEY
005300         ACCESS MODE IS RANDOM
005400         FILE STATUS IS WS-POLINE-FILE-STATUS.
005500
005600     SELECT VENDOR-FILE
005700         ASSIGN TO "vendor"
005800         ORGANIZATION IS INDEXED
005900         RECORD KEY IS VENDOR-NUMBER
006000         ACCESS MODE IS RANDOM
006100         FILE STATUS IS WS-VENDOR-FILE-STATUS.
006200
006300     SELECT ACCOUNT-MAP-FILE
006400         ASSIGN TO "ACCTMAP"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-MAP-FILE-STATUS.
006700
006800     SELECT GL-JOURNAL-FILE
006900         ASSIGN TO "GLJRNL"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
007200
007300     SELECT ACCRUAL-REPORT
007400         ASSIGN TO "RNIACCRL"
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900
008000     COPY GRCPT.
008100     COPY VNDINV.
008200     COPY PURORD.
008300     COPY POLINE.
008400     COPY FILEVTA.
008500     COPY GLJRNL.
008600
008700 FD  ACCOUNT-MAP-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  ACCOUNT-MAP-RECORD.
009000     05 MAP-SOURCE             PIC X(2).
009100     05 MAP-DEBIT-ACCOUNT      PIC X(8).
009200     05 MAP-CREDIT-ACCOUNT     PIC X(8).
009300
009400 FD  ACCRUAL-REPORT
009500     LABEL RECORDS ARE STANDARD.
009600 01  ACCRUAL-REPORT-LINE       PIC X(100).
009700
009800 WORKING-STORAGE SECTION.
009900
010000 01  FILE-AT-END               PIC X VALUE "N".
010100 01  WS-MAP-AT-END             PIC X VALUE "N".
010200 01  WS-INVOICE-AT-END         PIC X VALUE "N".
010300
010400*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
010500*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
010600     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
010700         ==WS-RECEIPT-FILE-STATUS== ==PFX-FILE-OK== BY
010800         ==RECEIPT-FILE-OK== ==PFX-FILE-EOF== BY
010900         ==RECEIPT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
011000         ==RECEIPT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
011100         ==RECEIPT-FILE-NOT-FOUND==
011200         ==PFX-FILE-BOUNDARY-VIOLATION== BY
011300         ==RECEIPT-FILE-BOUNDARY-VIOLATION==.
011400
011500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
011600         ==WS-INVOICE-FILE-STATUS== ==PFX-FILE-OK== BY
011700         ==INVOICE-FILE-OK== ==PFX-FILE-EOF== BY
011800         ==INVOICE-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
011900         ==INVOICE-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
012000         ==INVOICE-FILE-NOT-FOUND==
012100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
012200         ==INVOICE-FILE-BOUNDARY-VIOLATION==.
012300
012400     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
012500         ==WS-PURORD-FILE-STATUS== ==PFX-FILE-OK== BY
012600         ==PURORD-FILE-OK== ==PFX-FILE-EOF== BY
012700         ==PURORD-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
012800         ==PURORD-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
012900         ==PURORD-FILE-NOT-FOUND==
013000         ==PFX-FILE-BOUNDARY-VIOLATION== BY
013100         ==PURORD-FILE-BOUNDARY-VIOLATION==.
013200
013300     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
013400         ==WS-POLINE-FILE-STATUS== ==PFX-FILE-OK== BY
013500         ==POLINE-FILE-OK== ==PFX-FILE-EOF== BY
013600         ==POLINE-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
013700         ==POLINE-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
013800         ==POLINE-FILE-NOT-FOUND==
013900         ==PFX-FILE-BOUNDARY-VIOLATION== BY
014000         ==POLINE-FILE-BOUNDARY-VIOLATION==.
014100
014200     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
014300         ==WS-VENDOR-FILE-STATUS== ==PFX-FILE-OK== BY
014400         ==VENDOR-FILE-OK== ==PFX-FILE-EOF== BY
014500         ==VENDOR-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
014600         ==VENDOR-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
014700         ==VENDOR-FILE-NOT-FOUND==
014800         ==PFX-FILE-BOUNDARY-VIOLATION== BY
014900         ==VENDOR-FILE-BOUNDARY-VIOLATION==.
015000
015100     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
015200         ==WS-MAP-FILE-STATUS== ==PFX-FILE-OK== BY
015300         ==MAP-FILE-OK== ==PFX-FILE-EOF== BY
015400         ==MAP-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
015500         ==MAP-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
015600         ==MAP-FILE-NOT-FOUND==
015700         ==PFX-FILE-BOUNDARY-VIOLATION== BY
015800         ==MAP-FILE-BOUNDARY-VIOLATION==.
015900
016000 01  WS-JOURNAL-FILE-STATUS    PIC XX VALUE SPACES.
016100
016200 01  WS-RUN-DATE               PIC 9(8).
016300
016400*    THE "RN" MAP ROW: DEBIT IS THE RECEIVED-NOT-INVOICED
016500*    CLEARING SIDE, CREDIT IS THE ACCRUED LIABILITY.
016600 01  WS-RN-DEBIT-ACCOUNT       PIC X(8) VALUE SPACES.
016700 01  WS-RN-CREDIT-ACCOUNT      PIC X(8) VALUE SPACES.
016800
016900*    THE OPEN PERIOD, ITS LAST DAY (THE RECEIPT AND INVOICE
017000*    CUTOFF AND THE ACCRUAL'S DATE) AND THE FIRST DAY OF THE
017100*    NEXT PERIOD, WHERE THE REVERSAL LANDS.
017200 01  WS-PERIOD                 PIC 9(6) VALUE ZERO.
017300 01  WS-PERIOD-END-DATE        PIC 9(8) VALUE ZERO.
017400 01  WS-NEXT-PERIOD-DATE.
017500     05 WS-NEXT-YEAR           PIC 9(4).
017600     05 WS-NEXT-MONTH          PIC 9(2).
017700     05 WS-NEXT-DAY            PIC 9(2).
017800 01  WS-NEXT-PERIOD-DATE-N REDEFINES WS-NEXT-PERIOD-DATE
017900                               PIC 9(8).
018000
018100*    THE VENDOR AND PO WHOSE RECEIPTS ARE BEING GATHERED.
018200 01  WS-CURRENT-VENDOR         PIC 9(5) VALUE ZERO.
018300 01  WS-CURRENT-PO             PIC 9(7) VALUE ZERO.
018400 01  WS-VENDOR-HEADING-SWITCH  PIC X VALUE "N".
018500     88 WS-VENDOR-HEADING-DONE           VALUE "Y".
018600
018700*    ONE ENTRY PER LINE OF THE CURRENT PO -- LINE ZERO IS
018800*    THE ORDER LEVEL.  RECEIVED NETS RETURNS OUT; INVOICED
018900*    IS EVERY INVOICE ON FILE THROUGH THE CUTOFF, WHATEVER
019000*    ITS STATUS -- A HELD INVOICE HAS STILL ARRIVED.
019100 01  WS-PO-LINE-TABLE.
019200     05 WS-PO-LINE-COUNT       PIC 9(3) VALUE ZERO.
019300     05 WS-PO-LINE-ENTRY OCCURS 100 TIMES INDEXED BY PLN-IDX.
019400         10 WS-PLN-LINE        PIC 9(03).
019500         10 WS-PLN-RECEIVED    PIC S9(9).
019600         10 WS-PLN-INVOICED    PIC S9(9).
019700
019800 01  WS-PO-LINE-SUB            PIC 9(3) VALUE 1.
019900 01  WS-LOOKUP-LINE            PIC 9(3) VALUE ZERO.
020000 01  WS-LINE-FOUND             PIC X VALUE "N".
020100 01  WS-ORDER-LEVEL-SURPLUS    PIC S9(9) VALUE ZERO.
020200 01  WS-LINE-OPEN-QUANTITY     PIC S9(9) VALUE ZERO.
020300 01  WS-UNINVOICED-QUANTITY    PIC S9(9) VALUE ZERO.
020400 01  WS-UNIT-COST              PIC 9(7)V99 VALUE ZERO.
020500 01  WS-COST-FOUND             PIC X VALUE "N".
020600 01  WS-ACCRUAL-ITEM           PIC X(8) VALUE SPACES.
020700 01  WS-ACCRUAL-AMOUNT         PIC 9(11)V99 VALUE ZERO.
020800 01  WS-VENDOR-ACCRUAL         PIC 9(11)V99 VALUE ZERO.
020900
021000 01  WS-POST-DATE              PIC 9(8) VALUE ZERO.
021100 01  WS-ENTRY-NUMBER           PIC 9(7) VALUE ZERO.
021200 01  WS-LINE-NUMBER            PIC 9(3) VALUE ZERO.
021300
021400 01  WS-CONTROL-TOTALS.
021500     05 WS-RECEIPTS-READ       PIC 9(7) VALUE ZERO.
021600     05 WS-RECEIPTS-AFTER-END  PIC 9(7) VALUE ZERO.
021700     05 WS-LINES-ACCRUED       PIC 9(7) VALUE ZERO.
021800     05 WS-LINES-NO-COST       PIC 9(7) VALUE ZERO.
021900     05 WS-LINES-DROPPED       PIC 9(7) VALUE ZERO.
022000     05 WS-VENDORS-ACCRUED     PIC 9(7) VALUE ZERO.
022100     05 WS-ENTRIES-POSTED      PIC 9(7) VALUE ZERO.
022200     05 WS-TOTAL-ACCRUAL       PIC 9(13)V99 VALUE ZERO.
022300     05 WS-SUSPENSE-LINES      PIC 9(7) VALUE ZERO.
022400
022500*    PARAMETER PASSED TO THE SHARED RUN-CONTROL SUBPROGRAM --
022600*    SEE RUNCTL.  THE MONTH-END STREAM STAMPS UNDER CYCLE
022700*    DATE PERIOD * 100, SO A PERIOD ALREADY RUN REFUSES TO
022800*    RUN TWICE -- OPERATIONS CLEARS PROD.MTHEND.RUNCTL TO
022900*    FORCE ONE.
023000 01  RNIACCR-RUNCTL-PARM.
023100     05 RUNCTL-FUNCTION        PIC X(01).
023200     05 RUNCTL-STEP-NAME       PIC X(08).
023300     05 RUNCTL-CYCLE-DATE      PIC 9(08) VALUE ZERO.
023400     05 RUNCTL-DONE-SWITCH     PIC X(01).
023500         88 RUNCTL-STEP-DONE           VALUE "Y".
023600         88 RUNCTL-STEP-NOT-DONE       VALUE "N".
023700     05 RUNCTL-TRANS-IN        PIC 9(07) VALUE ZERO.
023800     05 RUNCTL-TRANS-APPLIED   PIC 9(07) VALUE ZERO.
023900     05 RUNCTL-TRANS-REJECTED  PIC 9(07) VALUE ZERO.
024000     05 RUNCTL-RECORDS-READ    PIC 9(07) VALUE ZERO.
024100     05 RUNCTL-RECORDS-WRITTEN PIC 9(07) VALUE ZERO.
024200
024300*    PARAMETER PASSED TO THE SHARED PERIOD-CONTROL
024400*    SUBPROGRAM -- SEE PERCTL.
024500 01  RNIACCR-PERCTL-PARM.
024600     05 PERCTL-FUNCTION        PIC X(01).
024700     05 PERCTL-PERIOD          PIC 9(06).
024800     05 PERCTL-FEEDBACK        PIC XX.
024900
025000*    PARAMETER PASSED TO THE SHARED DATE-ARITHMETIC
025100*    SUBPROGRAM -- SEE DATECALC.
025200 01  RNIACCR-DATECALC-PARM.
025300     05 DATECALC-FUNCTION      PIC X(01).
025400     05 DATECALC-DATE-1        PIC 9(8).
025500     05 DATECALC-DATE-2        PIC 9(8).
025600     05 DATECALC-DAYS          PIC S9(7).
025700     05 DATECALC-RESULT-DATE   PIC 9(8).
025800     05 DATECALC-FEEDBACK      PIC XX.
025900
026000*    SET WHEN A LINE FAILS THE CHART CHECK AND THE CHART HAS
026100*    NO SUSPENSE ACCOUNT TO TAKE IT -- THE LINE IS WRITTEN
026200*    AS MAPPED SO THE ENTRY STAYS BALANCED, AND THE RUN ENDS
026300*    RC 16 FOR THE CHART TO BE FIXED.
026400 01  WS-NO-SUSPENSE-SWITCH     PIC X VALUE "N".
026500     88 WS-NO-SUSPENSE                   VALUE "Y".
026600
026700*    PARAMETER PASSED TO THE SHARED CHART-OF-ACCOUNTS CHECK
026800*    SUBPROGRAM -- SEE GLACHK.  GLACHK-JOURNAL-LINE IS THE
026900*    GL-JOURNAL-RECORD LAYOUT.
027000 01  RNIACCR-GLACHK-PARM.
027100     05 GLACHK-PROGRAM-NAME      PIC X(08).
027200     05 GLACHK-JOURNAL-LINE.
027300        10 GLACHK-ENTRY-NUMBER   PIC 9(7).
027400        10 GLACHK-LINE-NUMBER    PIC 9(3).
027500        10 GLACHK-POST-DATE      PIC 9(8).
027600        10 GLACHK-ACCOUNT        PIC X(8).
027700        10 GLACHK-DEBIT-AMOUNT   PIC 9(11)V99.
027800        10 GLACHK-CREDIT-AMOUNT  PIC 9(11)V99.
027900        10 GLACHK-SOURCE         PIC X(2).
028000        10 GLACHK-REFERENCE      PIC X(14).
028100     05 GLACHK-RESULT            PIC X(02).
028200         88 GLACHK-ACCOUNT-OK             VALUE "OK".
028300         88 GLACHK-NO-CHART               VALUE "NC".
028400         88 GLACHK-SUSPENDED              VALUE "NF" "IN" "SM".
028500         88 GLACHK-NO-SUSPENSE            VALUE "NS".
028600     05 GLACHK-ORIGINAL-ACCOUNT  PIC X(08).
028700
028800 01  HEADING-LINE-1.
028900     05 FILLER                 PIC X(40)
029000        VALUE "RECEIVED NOT INVOICED ACCRUAL - PERIOD ".
029100     05 HDG-PERIOD             PIC 9(6).
029200     05 FILLER                 PIC X(10) VALUE "  THROUGH ".
029300     05 HDG-PERIOD-END-DATE    PIC 9(8).
029400
029500 01  HEADING-LINE-2.
029600     05 FILLER                 PIC X(11) VALUE "  PO NUMBER".
029700     05 FILLER                 PIC X(06) VALUE "  LINE".
029800     05 FILLER                 PIC X(10) VALUE "  ITEM".
029900     05 FILLER                 PIC X(16)
030000        VALUE "  UNINVOICED QTY".
030100     05 FILLER                 PIC X(12) VALUE "   UNIT COST".
030200     05 FILLER                 PIC X(20)
030300        VALUE "             ACCRUAL".
030400
030500 01  VENDOR-LINE.
030600     05 FILLER                 PIC X(07) VALUE "VENDOR ".
030700     05 VND-VENDOR-NUMBER      PIC 9(5).
030800     05 FILLER                 PIC X(02) VALUE SPACES.
030900     05 VND-VENDOR-NAME        PIC X(30).
031000
031100 01  DETAIL-LINE.
031200     05 FILLER                 PIC X(04) VALUE SPACES.
031300     05 DTL-PO-NUMBER          PIC 9(7).
031400     05 FILLER                 PIC X(03) VALUE SPACES.
031500     05 DTL-PO-LINE            PIC 9(3).
031600     05 FILLER                 PIC X(02) VALUE SPACES.
031700     05 DTL-ITEM-NUMBER        PIC X(08).
031800     05 FILLER                 PIC X(07) VALUE SPACES.
031900     05 DTL-QUANTITY           PIC ZZZ,ZZZ,ZZ9.
032000     05 FILLER                 PIC X(02) VALUE SPACES.
032100     05 DTL-UNIT-COST          PIC Z,ZZZ,ZZ9.99.
032200     05 FILLER                 PIC X(02) VALUE SPACES.
032300     05 DTL-ACCRUAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
032400     05 FILLER                 PIC X(02) VALUE SPACES.
032500     05 DTL-NOTE               PIC X(16).
032600
032700 01  VENDOR-TOTAL-LINE.
032800     05 FILLER                 PIC X(14) VALUE SPACES.
032900     05 FILLER                 PIC X(50)
033000        VALUE "VENDOR TOTAL".
033100     05 VTL-ACCRUAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
033200
033300 01  TOTAL-LINE.
033400     05 FILLER                 PIC X(64)
033500        VALUE "TOTAL RECEIVED NOT INVOICED".
033600     05 TOT-ACCRUAL            PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
033700
033800 PROCEDURE DIVISION.
033900 PROGRAM-BEGIN.
034000     PERFORM OPENING-PROCEDURE.
034100     PERFORM ACCRUE-ALL-RECEIPTS.
034200     PERFORM CLOSING-PROCEDURE.
034300
034400 PROGRAM-DONE.
034500     STOP RUN.
034600
034700 OPENING-PROCEDURE.
034800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
034900     PERFORM RESOLVE-OPEN-PERIOD.
035000     PERFORM CHECK-MONTHLY-RUN-CONTROL.
035100     IF RUNCTL-STEP-DONE
035200        GO TO PROGRAM-DONE
035300     END-IF.
035400     PERFORM FIND-PERIOD-DATES.
035500     PERFORM LOAD-ACCOUNT-MAP.
035600     IF WS-RN-DEBIT-ACCOUNT = SPACES
035700        DISPLAY "RNIACCR: ACCOUNT-MAP-FILE IS MISSING THE RN "
035800                "ROW -- NOTHING ACCRUED"
035900        MOVE 16 TO RETURN-CODE
036000        GO TO PROGRAM-DONE
036100     END-IF.
036200     OPEN INPUT GOODS-RECEIPT-FILE.
036300     OPEN INPUT VENDOR-INVOICE-FILE.
036400     OPEN INPUT PURCHASE-ORDER-FILE.
036500     OPEN INPUT PO-LINE-FILE.
036600     OPEN INPUT VENDOR-FILE.
036700     IF NOT RECEIPT-FILE-OK
036800        OR NOT INVOICE-FILE-OK
036900        OR NOT PURORD-FILE-OK
037000        OR NOT POLINE-FILE-OK
037100        OR NOT VENDOR-FILE-OK
037200        DISPLAY "RNIACCR: UNABLE TO OPEN INPUT FILES, STATUS "
037300                "GOODSRCP " WS-RECEIPT-FILE-STATUS
037400                " VNDINV " WS-INVOICE-FILE-STATUS
037500                " PURORD " WS-PURORD-FILE-STATUS
037600                " POLINE " WS-POLINE-FILE-STATUS
037700                " VENDOR " WS-VENDOR-FILE-STATUS
037800        MOVE 16 TO RETURN-CODE
037900        GO TO PROGRAM-DONE
038000     END-IF.
038100     OPEN EXTEND GL-JOURNAL-FILE.
038200     IF WS-JOURNAL-FILE-STATUS = "35"
038300        CLOSE GL-JOURNAL-FILE
038400        OPEN OUTPUT GL-JOURNAL-FILE
038500     END-IF.
038600     OPEN OUTPUT ACCRUAL-REPORT.
038700     MOVE WS-PERIOD          TO HDG-PERIOD.
038800     MOVE WS-PERIOD-END-DATE TO HDG-PERIOD-END-DATE.
038900     WRITE ACCRUAL-REPORT-LINE FROM HEADING-LINE-1.
039000     WRITE ACCRUAL-REPORT-LINE FROM HEADING-LINE-2.
039100
039200 CLOSING-PROCEDURE.
039300     MOVE WS-TOTAL-ACCRUAL TO TOT-ACCRUAL.
039400     MOVE SPACES TO ACCRUAL-REPORT-LINE.
039500     WRITE ACCRUAL-REPORT-LINE.
039600     WRITE ACCRUAL-REPORT-LINE FROM TOTAL-LINE.
039700     CLOSE GOODS-RECEIPT-FILE.
039800     CLOSE VENDOR-INVOICE-FILE.
039900     CLOSE PURCHASE-ORDER-FILE.
040000     CLOSE PO-LINE-FILE.
040100     CLOSE VENDOR-FILE.
040200     CLOSE GL-JOURNAL-FILE.
040300     CLOSE ACCRUAL-REPORT.
040400     DISPLAY "RNIACCR CONTROL TOTALS".
040500     DISPLAY "  RECEIPT LINES READ ...: " WS-RECEIPTS-READ.
040600     DISPLAY "  RECEIVED AFTER CUTOFF : " WS-RECEIPTS-AFTER-END.
040700     DISPLAY "  PO LINES ACCRUED .....: " WS-LINES-ACCRUED.
040800     DISPLAY "  PO LINES WITHOUT COST : " WS-LINES-NO-COST.
040900     DISPLAY "  PO LINES NOT TABLED ..: " WS-LINES-DROPPED.
041000     DISPLAY "  VENDORS ACCRUED ......: " WS-VENDORS-ACCRUED.
041100     DISPLAY "  JOURNAL ENTRIES POSTED: " WS-ENTRIES-POSTED.
041200     DISPLAY "  LINES TO SUSPENSE ....: " WS-SUSPENSE-LINES.
041300     IF WS-NO-SUSPENSE
041400        DISPLAY "RNIACCR: CHART OF ACCOUNTS HAS NO SUSPENSE "
041500                "ACCOUNT -- UNCHECKED LINES WRITTEN AS MAPPED"
041600        MOVE 16 TO RETURN-CODE
041700     ELSE
041800        IF WS-LINES-NO-COST > ZERO
041900           OR WS-LINES-DROPPED > ZERO
042000           OR WS-SUSPENSE-LINES > ZERO
042100           MOVE 4 TO RETURN-CODE
042200        ELSE
042300           MOVE 0 TO RETURN-CODE
042400        END-IF
042500     END-IF.
042600     MOVE WS-RECEIPTS-READ    TO RUNCTL-TRANS-IN.
042700     MOVE WS-LINES-ACCRUED    TO RUNCTL-TRANS-APPLIED.
042800     MOVE WS-LINES-NO-COST    TO RUNCTL-TRANS-REJECTED.
042900     MOVE WS-RECEIPTS-READ    TO RUNCTL-RECORDS-READ.
043000     MOVE WS-ENTRIES-POSTED   TO RUNCTL-RECORDS-WRITTEN.
043100     PERFORM MARK-MONTHLY-RUN-CONTROL.
043200
043300 LOAD-ACCOUNT-MAP.
043400     OPEN INPUT ACCOUNT-MAP-FILE.
043500     IF NOT MAP-FILE-OK
043600        DISPLAY "RNIACCR: UNABLE TO OPEN ACCOUNT-MAP-FILE, "
043700                "STATUS " WS-MAP-FILE-STATUS
043800        MOVE "Y" TO WS-MAP-AT-END
043900     ELSE
044000        PERFORM READ-NEXT-MAP
044100     END-IF.
044200     PERFORM STORE-ONE-MAP UNTIL WS-MAP-AT-END = "Y".
044300     IF MAP-FILE-OK OR MAP-FILE-EOF
044400        CLOSE ACCOUNT-MAP-FILE
044500     END-IF.
044600
044700 STORE-ONE-MAP.
044800     IF MAP-SOURCE = "RN"
044900        MOVE MAP-DEBIT-ACCOUNT  TO WS-RN-DEBIT-ACCOUNT
045000        MOVE MAP-CREDIT-ACCOUNT TO WS-RN-CREDIT-ACCOUNT
045100     END-IF.
045200     PERFORM READ-NEXT-MAP.
045300
045400 READ-NEXT-MAP.
045500     READ ACCOUNT-MAP-FILE
045600          AT END MOVE "Y" TO WS-MAP-AT-END.
045700
045800*    THE PERIOD'S LAST DAY IS THE DAY BEFORE THE FIRST OF
045900*    THE NEXT PERIOD -- THE SAME WAY GLJMAINT FINDS IT.
046000 FIND-PERIOD-DATES.
046100     COMPUTE WS-NEXT-PERIOD-DATE-N = WS-PERIOD * 100 + 1.
046200     IF WS-NEXT-MONTH = 12
046300        ADD 1 TO WS-NEXT-YEAR
046400        MOVE 1 TO WS-NEXT-MONTH
046500     ELSE
046600        ADD 1 TO WS-NEXT-MONTH
046700     END-IF.
046800     MOVE 1 TO WS-NEXT-DAY.
046900     MOVE "A"                   TO DATECALC-FUNCTION.
047000     MOVE WS-NEXT-PERIOD-DATE-N TO DATECALC-DATE-1.
047100     MOVE -1                    TO DATECALC-DAYS.
047200     CALL "DATECALC" USING RNIACCR-DATECALC-PARM.
047300     MOVE DATECALC-RESULT-DATE  TO WS-PERIOD-END-DATE.
047400
047500*    THE RECEIPT FILE IS IN VENDOR, PO, RECEIPT-LINE ORDER --
047600*    A VENDOR BREAK PRINTS AND POSTS THAT VENDOR'S ACCRUAL,
047700*    A PO BREAK NETS THE PO'S RECEIPTS AGAINST ITS INVOICES.
047800 ACCRUE-ALL-RECEIPTS.
047900     MOVE "N" TO FILE-AT-END.
048000     PERFORM READ-NEXT-RECEIPT.
048100     PERFORM ACCRUE-ONE-VENDOR UNTIL FILE-AT-END = "Y".
048200
048300 READ-NEXT-RECEIPT.
048400     READ GOODS-RECEIPT-FILE NEXT RECORD
048500          AT END MOVE "Y" TO FILE-AT-END.
048600
048700 ACCRUE-ONE-VENDOR.
048800     MOVE GR-VENDOR-NUMBER TO WS-CURRENT-VENDOR.
048900     MOVE ZERO TO WS-VENDOR-ACCRUAL.
049000     MOVE "N"  TO WS-VENDOR-HEADING-SWITCH.
049100     PERFORM ACCRUE-ONE-PO
049200             UNTIL FILE-AT-END = "Y"
049300                OR GR-VENDOR-NUMBER NOT = WS-CURRENT-VENDOR.
049400     IF WS-VENDOR-ACCRUAL > ZERO
049500        MOVE WS-VENDOR-ACCRUAL TO VTL-ACCRUAL
049600        WRITE ACCRUAL-REPORT-LINE FROM VENDOR-TOTAL-LINE
049700        MOVE SPACES TO ACCRUAL-REPORT-LINE
049800        WRITE ACCRUAL-REPORT-LINE
049900        PERFORM POST-VENDOR-ACCRUAL
050000        ADD 1 TO WS-VENDORS-ACCRUED
050100     END-IF.
050200
050300 ACCRUE-ONE-PO.
050400     MOVE GR-PO-NUMBER TO WS-CURRENT-PO.
050500     MOVE ZERO TO WS-PO-LINE-COUNT.
050600     PERFORM ADD-ONE-RECEIPT
050700             UNTIL FILE-AT-END = "Y"
050800                OR GR-VENDOR-NUMBER NOT = WS-CURRENT-VENDOR
050900                OR GR-PO-NUMBER NOT = WS-CURRENT-PO.
051000     IF WS-PO-LINE-COUNT > ZERO
051100        PERFORM ADD-PO-INVOICES
051200        PERFORM APPLY-ORDER-LEVEL-INVOICES
051300        PERFORM VALUE-ONE-PO-LINE
051400                VARYING WS-PO-LINE-SUB FROM 1 BY 1
051500                UNTIL WS-PO-LINE-SUB > WS-PO-LINE-COUNT
051600     END-IF.
051700
051800*    A RECEIPT DATED AFTER THE PERIOD'S LAST DAY BELONGS TO
051900*    NEXT MONTH'S ACCRUAL, NOT THIS ONE.
052000 ADD-ONE-RECEIPT.
052100     ADD 1 TO WS-RECEIPTS-READ.
052200     IF GR-RECEIPT-DATE > WS-PERIOD-END-DATE
052300        ADD 1 TO WS-RECEIPTS-AFTER-END
052400     ELSE
052500        IF GR-PO-LINE IS NUMERIC
052600           MOVE GR-PO-LINE TO WS-LOOKUP-LINE
052700        ELSE
052800           MOVE ZERO TO WS-LOOKUP-LINE
052900        END-IF
053000        PERFORM FIND-PO-LINE-ENTRY
053100        IF WS-LINE-FOUND = "Y"
053200           ADD GR-QUANTITY-RECEIVED TO WS-PLN-RECEIVED (PLN-IDX)
053300        END-IF
053400     END-IF.
053500     PERFORM READ-NEXT-RECEIPT.
053600
053700 FIND-PO-LINE-ENTRY.
053800     MOVE "N" TO WS-LINE-FOUND.
053900     SET PLN-IDX TO 1.
054000     SEARCH WS-PO-LINE-ENTRY
054100         AT END
054200            PERFORM ADD-PO-LINE-ENTRY
054300         WHEN PLN-IDX > WS-PO-LINE-COUNT
054400            PERFORM ADD-PO-LINE-ENTRY
054500         WHEN WS-PLN-LINE (PLN-IDX) = WS-LOOKUP-LINE
054600            MOVE "Y" TO WS-LINE-FOUND
054700     END-SEARCH.
054800
054900 ADD-PO-LINE-ENTRY.
055000     IF WS-PO-LINE-COUNT < 100
055100        ADD 1 TO WS-PO-LINE-COUNT
055200        SET PLN-IDX TO WS-PO-LINE-COUNT
055300        MOVE WS-LOOKUP-LINE TO WS-PLN-LINE (PLN-IDX)
055400        MOVE ZERO TO WS-PLN-RECEIVED (PLN-IDX)
055500        MOVE ZERO TO WS-PLN-INVOICED (PLN-IDX)
055600        MOVE "Y" TO WS-LINE-FOUND
055700     ELSE
055800        DISPLAY "RNIACCR: PO LINE TABLE FULL, VENDOR "
055900                WS-CURRENT-VENDOR " PO " WS-CURRENT-PO
056000                " LINE " WS-LOOKUP-LINE " NOT ACCRUED"
056100        ADD 1 TO WS-LINES-DROPPED
056200     END-IF.
056300
056400*    THE INVOICE FILE IS KEYED BY VENDOR AND INVOICE NUMBER,
056500*    SO THE VENDOR'S INVOICES ARE WALKED FOR THIS PO.
056600 ADD-PO-INVOICES.
056700     MOVE WS-CURRENT-VENDOR TO INV-VENDOR-NUMBER.
056800     MOVE LOW-VALUES        TO INV-INVOICE-NUMBER.
056900     MOVE "N" TO WS-INVOICE-AT-END.
057000     START VENDOR-INVOICE-FILE KEY IS NOT LESS THAN INV-KEY
057100         INVALID KEY
057200            MOVE "Y" TO WS-INVOICE-AT-END
057300     END-START.
057400     IF WS-INVOICE-AT-END NOT = "Y"
057500        PERFORM READ-NEXT-INVOICE
057600     END-IF.
057700     PERFORM ADD-ONE-INVOICE
057800             UNTIL WS-INVOICE-AT-END = "Y".
057900
058000 READ-NEXT-INVOICE.
058100     READ VENDOR-INVOICE-FILE NEXT RECORD
058200          AT END MOVE "Y" TO WS-INVOICE-AT-END.
058300     IF WS-INVOICE-AT-END NOT = "Y"
058400        AND INV-VENDOR-NUMBER NOT = WS-CURRENT-VENDOR
058500        MOVE "Y" TO WS-INVOICE-AT-END
058600     END-IF.
058700
058800 ADD-ONE-INVOICE.
058900     IF INV-PO-NUMBER = WS-CURRENT-PO
059000        AND INV-INVOICE-DATE NOT > WS-PERIOD-END-DATE
059050        AND NOT INV-STATUS-REJECTED
059100        IF INV-PO-LINE IS NUMERIC
059200           MOVE INV-PO-LINE TO WS-LOOKUP-LINE
059300        ELSE
059400           MOVE ZERO TO WS-LOOKUP-LINE
059500        END-IF
059600        PERFORM FIND-PO-LINE-ENTRY
059700        IF WS-LINE-FOUND = "Y"
059720           IF INV-CREDIT-MEMO
059740              SUBTRACT INV-QUANTITY
059760                  FROM WS-PLN-INVOICED (PLN-IDX)
059780           ELSE
059800              ADD INV-QUANTITY TO WS-PLN-INVOICED (PLN-IDX)
059850           END-IF
059900        END-IF
060000     END-IF.
060100     PERFORM READ-NEXT-INVOICE.
060200
060300*    AN INVOICE BILLED AT THE ORDER LEVEL COVERS THE ORDER-
060400*    LEVEL RECEIPTS FIRST; WHAT IS LEFT OF IT COVERS THE
060500*    LINE RECEIPTS IN THE ORDER THEY WERE RECEIVED.
060600 APPLY-ORDER-LEVEL-INVOICES.
060700     MOVE ZERO TO WS-ORDER-LEVEL-SURPLUS.
060800     PERFORM NOTE-ORDER-LEVEL-SURPLUS
060900             VARYING WS-PO-LINE-SUB FROM 1 BY 1
061000             UNTIL WS-PO-LINE-SUB > WS-PO-LINE-COUNT.
061100     IF WS-ORDER-LEVEL-SURPLUS > ZERO
061200        PERFORM APPLY-SURPLUS-TO-LINE
061300                VARYING WS-PO-LINE-SUB FROM 1 BY 1
061400                UNTIL WS-PO-LINE-SUB > WS-PO-LINE-COUNT
061500                   OR WS-ORDER-LEVEL-SURPLUS = ZERO
061600     END-IF.
061700
061800 NOTE-ORDER-LEVEL-SURPLUS.
061900     IF WS-PLN-LINE (WS-PO-LINE-SUB) = ZERO
062000        AND WS-PLN-INVOICED (WS-PO-LINE-SUB)
062100          > WS-PLN-RECEIVED (WS-PO-LINE-SUB)
062200        COMPUTE WS-ORDER-LEVEL-SURPLUS =
062300                WS-PLN-INVOICED (WS-PO-LINE-SUB)
062400                - WS-PLN-RECEIVED (WS-PO-LINE-SUB)
062500        MOVE WS-PLN-RECEIVED (WS-PO-LINE-SUB)
062600             TO WS-PLN-INVOICED (WS-PO-LINE-SUB)
062700     END-IF.
062800
062900 APPLY-SURPLUS-TO-LINE.
063000     IF WS-PLN-LINE (WS-PO-LINE-SUB) > ZERO
063100        AND WS-PLN-RECEIVED (WS-PO-LINE-SUB)
063200          > WS-PLN-INVOICED (WS-PO-LINE-SUB)
063300        COMPUTE WS-LINE-OPEN-QUANTITY =
063400                WS-PLN-RECEIVED (WS-PO-LINE-SUB)
063500                - WS-PLN-INVOICED (WS-PO-LINE-SUB)
063600        IF WS-LINE-OPEN-QUANTITY > WS-ORDER-LEVEL-SURPLUS
063700           ADD WS-ORDER-LEVEL-SURPLUS
063800               TO WS-PLN-INVOICED (WS-PO-LINE-SUB)
063900           MOVE ZERO TO WS-ORDER-LEVEL-SURPLUS
064000        ELSE
064100           ADD WS-LINE-OPEN-QUANTITY
064200               TO WS-PLN-INVOICED (WS-PO-LINE-SUB)
064300           SUBTRACT WS-LINE-OPEN-QUANTITY
064400               FROM WS-ORDER-LEVEL-SURPLUS
064500        END-IF
064600     END-IF.
064700
064800*    ONLY A LINE RECEIVED BEYOND WHAT HAS BEEN BILLED ACCRUES
064900*    -- A LINE BILLED AHEAD OF ITS RECEIPTS IS THE MATCH
065000*    EXCEPTION INVMATCH HOLDS, NOT A NEGATIVE ACCRUAL.
065100 VALUE-ONE-PO-LINE.
065200     COMPUTE WS-UNINVOICED-QUANTITY =
065300             WS-PLN-RECEIVED (WS-PO-LINE-SUB)
065400             - WS-PLN-INVOICED (WS-PO-LINE-SUB).
065500     IF WS-UNINVOICED-QUANTITY > ZERO
065600        PERFORM FIND-LINE-UNIT-COST
065700        COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
065800                WS-UNINVOICED-QUANTITY * WS-UNIT-COST
065900        IF NOT WS-VENDOR-HEADING-DONE
066000           PERFORM PRINT-VENDOR-HEADING
066100        END-IF
066200        MOVE WS-CURRENT-PO          TO DTL-PO-NUMBER
066300        MOVE WS-PLN-LINE (WS-PO-LINE-SUB) TO DTL-PO-LINE
066400        MOVE WS-ACCRUAL-ITEM        TO DTL-ITEM-NUMBER
066500        MOVE WS-UNINVOICED-QUANTITY TO DTL-QUANTITY
066600        MOVE WS-UNIT-COST           TO DTL-UNIT-COST
066700        MOVE WS-ACCRUAL-AMOUNT      TO DTL-ACCRUAL
066800        IF WS-COST-FOUND = "Y"
066900           MOVE SPACES TO DTL-NOTE
067000        ELSE
067100           MOVE "** NO PO COST **" TO DTL-NOTE
067200           ADD 1 TO WS-LINES-NO-COST
067300        END-IF
067400        WRITE ACCRUAL-REPORT-LINE FROM DETAIL-LINE
067500        ADD WS-ACCRUAL-AMOUNT TO WS-VENDOR-ACCRUAL
067600        ADD WS-ACCRUAL-AMOUNT TO WS-TOTAL-ACCRUAL
067700        ADD 1 TO WS-LINES-ACCRUED
067800     END-IF.
067900
068000*    A LINE RECEIPT VALUES AT ITS PO LINE'S COST; AN ORDER-
068100*    LEVEL RECEIPT, OR A LINE NO LONGER ON POLINE, AT THE
068200*    ORDER'S PO-UNIT-COST.
068300 FIND-LINE-UNIT-COST.
068400     MOVE "N"    TO WS-COST-FOUND.
068500     MOVE ZERO   TO WS-UNIT-COST.
068600     MOVE SPACES TO WS-ACCRUAL-ITEM.
068700     IF WS-PLN-LINE (WS-PO-LINE-SUB) > ZERO
068800        MOVE WS-CURRENT-VENDOR TO PL-VENDOR-NUMBER
068900        MOVE WS-CURRENT-PO     TO PL-PO-NUMBER
069000        MOVE WS-PLN-LINE (WS-PO-LINE-SUB) TO PL-LINE-NUMBER
069100        READ PO-LINE-FILE
069200            INVALID KEY
069300               CONTINUE
069400            NOT INVALID KEY
069500               MOVE PL-UNIT-COST   TO WS-UNIT-COST
069600               MOVE PL-ITEM-NUMBER TO WS-ACCRUAL-ITEM
069700               MOVE "Y" TO WS-COST-FOUND
069800        END-READ
069900     END-IF.
070000     IF WS-COST-FOUND NOT = "Y"
070100        MOVE WS-CURRENT-VENDOR TO PO-VENDOR-NUMBER
070200        MOVE WS-CURRENT-PO     TO PO-NUMBER
070300        READ PURCHASE-ORDER-FILE
070400            INVALID KEY
070500               CONTINUE
070600            NOT INVALID KEY
070700               MOVE PO-UNIT-COST TO WS-UNIT-COST
070800               MOVE "Y" TO WS-COST-FOUND
070900        END-READ
071000     END-IF.
071100
071200 PRINT-VENDOR-HEADING.
071300     MOVE WS-CURRENT-VENDOR TO VENDOR-NUMBER.
071400     READ VENDOR-FILE
071500         INVALID KEY
071600            MOVE "** NOT ON VENDOR MASTER **" TO VENDOR-NAME
071700     END-READ.
071800     MOVE WS-CURRENT-VENDOR TO VND-VENDOR-NUMBER.
071900     MOVE VENDOR-NAME       TO VND-VENDOR-NAME.
072000     WRITE ACCRUAL-REPORT-LINE FROM VENDOR-LINE.
072100     MOVE "Y" TO WS-VENDOR-HEADING-SWITCH.
072200
072300*    ONE BALANCED ENTRY PER VENDOR ON THE PERIOD'S LAST DAY --
072400*    DEBIT RECEIVED-NOT-INVOICED, CREDIT ACCRUED LIABILITY --
072500*    AND ITS MIRROR ON THE FIRST DAY OF THE NEXT PERIOD, SO
072600*    NEXT MONTH'S REAL INVOICES ARE NOT COUNTED TWICE.
072700 POST-VENDOR-ACCRUAL.
072800     MOVE WS-PERIOD-END-DATE TO WS-POST-DATE.
072900     ADD 1 TO WS-ENTRY-NUMBER.
073000     MOVE ZERO TO WS-LINE-NUMBER.
073100     MOVE "RN" TO JE-SOURCE.
073200     MOVE SPACES TO JE-REFERENCE.
073300     STRING "RNI ACCR " WS-CURRENT-VENDOR
073400            DELIMITED BY SIZE INTO JE-REFERENCE.
073500     MOVE WS-RN-DEBIT-ACCOUNT  TO JE-ACCOUNT.
073600     MOVE WS-VENDOR-ACCRUAL    TO JE-DEBIT-AMOUNT.
073700     MOVE ZERO                 TO JE-CREDIT-AMOUNT.
073800     PERFORM WRITE-JOURNAL-LINE.
073900     MOVE WS-RN-CREDIT-ACCOUNT TO JE-ACCOUNT.
074000     MOVE ZERO                 TO JE-DEBIT-AMOUNT.
074100     MOVE WS-VENDOR-ACCRUAL    TO JE-CREDIT-AMOUNT.
074200     PERFORM WRITE-JOURNAL-LINE.
074300     ADD 1 TO WS-ENTRIES-POSTED.
074400     MOVE WS-NEXT-PERIOD-DATE-N TO WS-POST-DATE.
074500     ADD 1 TO WS-ENTRY-NUMBER.
074600     MOVE ZERO TO WS-LINE-NUMBER.
074700     MOVE "RN" TO JE-SOURCE.
074800     MOVE SPACES TO JE-REFERENCE.
074900     STRING "RNI REV  " WS-CURRENT-VENDOR
075000            DELIMITED BY SIZE INTO JE-REFERENCE.
075100     MOVE WS-RN-CREDIT-ACCOUNT TO JE-ACCOUNT.
075200     MOVE WS-VENDOR-ACCRUAL    TO JE-DEBIT-AMOUNT.
075300     MOVE ZERO                 TO JE-CREDIT-AMOUNT.
075400     PERFORM WRITE-JOURNAL-LINE.
075500     MOVE WS-RN-DEBIT-ACCOUNT  TO JE-ACCOUNT.
075600     MOVE ZERO                 TO JE-DEBIT-AMOUNT.
075700     MOVE WS-VENDOR-ACCRUAL    TO JE-CREDIT-AMOUNT.
075800     PERFORM WRITE-JOURNAL-LINE.
075900     ADD 1 TO WS-ENTRIES-POSTED.
076000
076100 WRITE-JOURNAL-LINE.
076200     ADD 1 TO WS-LINE-NUMBER.
076300     MOVE WS-ENTRY-NUMBER TO JE-ENTRY-NUMBER.
076400     MOVE WS-LINE-NUMBER  TO JE-LINE-NUMBER.
076500     MOVE WS-POST-DATE    TO JE-POST-DATE.
076600     PERFORM CHECK-JOURNAL-ACCOUNT.
076700     WRITE GL-JOURNAL-RECORD.
076800
076900*    THE ACCOUNT MUST BE ON THE CHART, ACTIVE AND POSTABLE --
077000*    GLACHK SWAPS IN THE SUSPENSE ACCOUNT WHEN IT ISN'T AND
077100*    LISTS THE LINE FOR ACCOUNTING TO RECLASS.
077200 CHECK-JOURNAL-ACCOUNT.
077300     MOVE "RNIACCR" TO GLACHK-PROGRAM-NAME.
077400     MOVE GL-JOURNAL-RECORD TO GLACHK-JOURNAL-LINE.
077500     CALL "GLACHK" USING RNIACCR-GLACHK-PARM.
077600     IF GLACHK-SUSPENDED
077700        MOVE GLACHK-ACCOUNT TO JE-ACCOUNT
077800        ADD 1 TO WS-SUSPENSE-LINES
077900     END-IF.
078000     IF GLACHK-NO-SUSPENSE
078100        MOVE "Y" TO WS-NO-SUSPENSE-SWITCH
078200     END-IF.
078300
078400*    THE OPEN PERIOD COMES OFF THE PERIOD-CONTROL FILE --
078500*    SEE PERCTL.
078600 RESOLVE-OPEN-PERIOD.
078700     MOVE "G" TO PERCTL-FUNCTION.
078800     CALL "PERCTL" USING RNIACCR-PERCTL-PARM.
078900     MOVE PERCTL-PERIOD TO WS-PERIOD.
079000
079100 CHECK-MONTHLY-RUN-CONTROL.
079200     MOVE "C"       TO RUNCTL-FUNCTION.
079300     MOVE "RNIACCR" TO RUNCTL-STEP-NAME.
079400     COMPUTE RUNCTL-CYCLE-DATE = WS-PERIOD * 100.
079500     CALL "RUNCTL" USING RNIACCR-RUNCTL-PARM.
079600     IF RUNCTL-STEP-DONE
079700        DISPLAY "RNIACCR: PERIOD " WS-PERIOD
079800                " ALREADY RUN, SKIPPED"
079900     END-IF.
080000
080100 MARK-MONTHLY-RUN-CONTROL.
080200     MOVE "M"       TO RUNCTL-FUNCTION.
080300     MOVE "RNIACCR" TO RUNCTL-STEP-NAME.
080400     CALL "RUNCTL" USING RNIACCR-RUNCTL-PARM.
