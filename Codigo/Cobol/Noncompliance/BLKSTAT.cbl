000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BLKSTAT.
000300*--------------------------------------------------
000400* Blanket purchase agreement status.  Every blanket
000500* on PURCHASE-ORDER-FILE that was not cancelled is
000600* listed by vendor with what it authorized, what
000700* PURMAINT has released against it, what has been
000800* received on those releases (GOODS-RECEIPT-FILE,
000900* returns netted out), and what is still left to
001000* release -- in quantity for a blanket authorized by
001100* quantity, and in dollars for every blanket.  An
001200* open blanket past its end date prints as EXPIRED
001300* so purchasing can close out what will never be
001400* drawn.  Nothing is updated.
001500*
001600* MODIFICATION HISTORY
001700*   WHO   DATE        WHAT
001800*   RWH   2026-10-15  Original version.
001900*--------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300
002400     SELECT PURCHASE-ORDER-FILE
002500         ASSIGN TO "PURORD"
002600         ORGANIZATION IS INDEXED
002700         RECORD KEY IS PO-KEY
002800         ACCESS MODE IS SEQUENTIAL
002900         FILE STATUS IS WS-PURORD-FILE-STATUS.
003000
003100     SELECT GOODS-RECEIPT-FILE
003200         ASSIGN TO "GOODSRCP"
003300         ORGANIZATION IS INDEXED
003400         RECORD KEY IS GR-KEY
003500         ACCESS MODE IS DYNAMIC
003600         FILE STATUS IS WS-RECEIPT-FILE-STATUS.
003700
003800     SELECT SORT-WORK-FILE
003900         ASSIGN TO "BLKSORT".
004000
004100     SELECT BLANKET-STATUS-REPORT
004200         ASSIGN TO "BLKSTATR"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700
004800     COPY PURORD.
004900     COPY GRCPT.
005000
005100*    ONE "A" RECORD PER BLANKET AND ONE "R" RECORD PER RELEASE
005200*    DRAWN FROM IT -- THE AGREEMENT SORTS AHEAD OF ITS OWN
005300*    RELEASES, WHICH BRING ONLY WHAT WAS RECEIVED ON THEM.
005400 SD  SORT-WORK-FILE.
005500 01  SORT-WORK-RECORD.
005600     05 SRT-VENDOR-NUMBER      PIC 9(5).
005700     05 SRT-BLANKET-NUMBER     PIC 9(7).
005800     05 SRT-RECORD-TYPE        PIC X(01).
005900         88 SRT-AGREEMENT          VALUE "A".
006000         88 SRT-RELEASE            VALUE "R".
006100     05 SRT-ITEM-NUMBER        PIC X(08).
006200     05 SRT-END-DATE           PIC 9(8).
006300     05 SRT-STATUS             PIC X(01).
006400     05 SRT-AUTHORIZED-QUANTITY PIC 9(7).
006500     05 SRT-AUTHORIZED-AMOUNT  PIC 9(9)V99.
006600     05 SRT-RELEASED-QUANTITY  PIC 9(7).
006700     05 SRT-RELEASED-AMOUNT    PIC 9(9)V99.
006800     05 SRT-REMAINING-QUANTITY PIC 9(7).
006900     05 SRT-REMAINING-AMOUNT   PIC 9(9)V99.
007000     05 SRT-RECEIVED-QUANTITY  PIC S9(7).
007100     05 SRT-RECEIVED-AMOUNT    PIC S9(9)V99.
007200
007300 FD  BLANKET-STATUS-REPORT
007400     LABEL RECORDS ARE STANDARD.
007500 01  BLANKET-STATUS-REPORT-LINE PIC X(120).
007600
007700 WORKING-STORAGE SECTION.
007800
007900 01  FILE-AT-END               PIC X VALUE "N".
008000 01  WS-SORT-AT-END            PIC X VALUE "N".
008100 01  WS-RECEIPT-SCAN-AT-END    PIC X VALUE "N".
008200
008300*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
008400*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
008500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
008600         ==WS-PURORD-FILE-STATUS== ==PFX-FILE-OK== BY
008700         ==PURORD-FILE-OK== ==PFX-FILE-EOF== BY
008800         ==PURORD-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
008900         ==PURORD-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
009000         ==PURORD-FILE-NOT-FOUND==
009100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
009200         ==PURORD-FILE-BOUNDARY-VIOLATION==.
009300
009400     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
009500         ==WS-RECEIPT-FILE-STATUS== ==PFX-FILE-OK== BY
009600         ==RECEIPT-FILE-OK== ==PFX-FILE-EOF== BY
009700         ==RECEIPT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
009800         ==RECEIPT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
009900         ==RECEIPT-FILE-NOT-FOUND==
010000         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010100         ==RECEIPT-FILE-BOUNDARY-VIOLATION==.
010200
010300 01  WS-RUN-DATE               PIC 9(8).
010400 01  WS-CURRENT-VENDOR         PIC 9(5) VALUE ZERO.
010500 01  WS-CURRENT-BLANKET        PIC 9(7) VALUE ZERO.
010600 01  WS-FIRST-GROUP            PIC X VALUE "Y".
010700
010800*    THE AGREEMENT BEING GATHERED -- HELD FROM ITS "A" RECORD
010900*    WHILE ITS RELEASES ADD UP WHAT WAS RECEIVED.  A GROUP OF
011000*    RELEASES WITH NO AGREEMENT AHEAD OF THEM (A CANCELLED
011100*    BLANKET) PRINTS NOTHING.
011200 01  WS-AGREEMENT-FOUND        PIC X VALUE "N".
011300 01  WS-AGREEMENT.
011400     05 WS-AGR-ITEM-NUMBER     PIC X(08).
011500     05 WS-AGR-END-DATE        PIC 9(8).
011600     05 WS-AGR-STATUS          PIC X(01).
011700     05 WS-AGR-AUTH-QUANTITY   PIC 9(7).
011800     05 WS-AGR-AUTH-AMOUNT     PIC 9(9)V99.
011900     05 WS-AGR-REL-QUANTITY    PIC 9(7).
012000     05 WS-AGR-REL-AMOUNT      PIC 9(9)V99.
012100     05 WS-AGR-REM-QUANTITY    PIC 9(7).
012200     05 WS-AGR-REM-AMOUNT      PIC 9(9)V99.
012300     05 WS-AGR-RCV-QUANTITY    PIC S9(7).
012400     05 WS-AGR-RCV-AMOUNT      PIC S9(9)V99.
012500
012600 01  WS-PAGE-CONTROL.
012700     05 WS-LINE-COUNT          PIC 99 VALUE ZERO.
012800     05 WS-PAGE-COUNT          PIC 999 VALUE ZERO.
012900     05 WS-LINES-PER-PAGE      PIC 99 VALUE 50.
013000
013100 01  WS-CONTROL-TOTALS.
013200     05 WS-ORDERS-READ         PIC 9(7) VALUE ZERO.
013300     05 WS-BLANKETS-LISTED     PIC 9(7) VALUE ZERO.
013400     05 WS-BLANKETS-EXPIRED    PIC 9(7) VALUE ZERO.
013500     05 WS-RELEASES-READ       PIC 9(7) VALUE ZERO.
013600     05 WS-TOTAL-AUTHORIZED    PIC 9(10)V99 VALUE ZERO.
013700     05 WS-TOTAL-RELEASED      PIC 9(10)V99 VALUE ZERO.
013800     05 WS-TOTAL-RECEIVED      PIC S9(10)V99 VALUE ZERO.
013900     05 WS-TOTAL-REMAINING     PIC 9(10)V99 VALUE ZERO.
014000
014100 01  HEADING-LINE-1.
014200     05 FILLER                 PIC X(36)
014300        VALUE "BLANKET AGREEMENT STATUS - RUN DATE ".
014400     05 HDG-RUN-DATE           PIC 9(8).
014500     05 FILLER                 PIC X(10) VALUE SPACES.
014600     05 FILLER                 PIC X(05) VALUE "PAGE ".
014700     05 HDG-PAGE-NUMBER        PIC ZZZ9.
014800
014900 01  HEADING-LINE-2.
015000     05 FILLER                 PIC X(15) VALUE "VENDOR/BLANKET".
015100     05 FILLER                 PIC X(10) VALUE "ITEM".
015200     05 FILLER                 PIC X(10) VALUE "END DATE".
015300     05 FILLER                 PIC X(09) VALUE "STATUS".
015400     05 FILLER                 PIC X(08) VALUE SPACES.
015500     05 FILLER                 PIC X(16) VALUE "     AUTHORIZED".
015600     05 FILLER                 PIC X(16) VALUE "       RELEASED".
015700     05 FILLER                 PIC X(16) VALUE "       RECEIVED".
015800     05 FILLER                 PIC X(16) VALUE "      REMAINING".
015900
016000*    THE QUANTITY LINE PRINTS ONLY FOR A BLANKET AUTHORIZED BY
016100*    QUANTITY; EVERY BLANKET GETS THE AMOUNT LINE UNDER IT.
016200 01  QUANTITY-LINE.
016300     05 QTL-VENDOR-NUMBER      PIC 9(5).
016400     05 FILLER                 PIC X(01) VALUE "/".
016500     05 QTL-BLANKET-NUMBER     PIC 9(7).
016600     05 FILLER                 PIC X(02) VALUE SPACES.
016700     05 QTL-ITEM-NUMBER        PIC X(08).
016800     05 FILLER                 PIC X(02) VALUE SPACES.
016900     05 QTL-END-DATE           PIC 9(8).
017000     05 FILLER                 PIC X(02) VALUE SPACES.
017100     05 QTL-STATUS             PIC X(07).
017200     05 FILLER                 PIC X(02) VALUE SPACES.
017300     05 QTL-BASIS              PIC X(06) VALUE "QTY".
017400     05 FILLER                 PIC X(02) VALUE SPACES.
017500     05 QTL-AUTHORIZED         PIC ZZZ,ZZZ,ZZ9-.
017600     05 FILLER                 PIC X(04) VALUE SPACES.
017700     05 QTL-RELEASED           PIC ZZZ,ZZZ,ZZ9-.
017800     05 FILLER                 PIC X(04) VALUE SPACES.
017900     05 QTL-RECEIVED           PIC ZZZ,ZZZ,ZZ9-.
018000     05 FILLER                 PIC X(04) VALUE SPACES.
018100     05 QTL-REMAINING          PIC ZZZ,ZZZ,ZZ9-.
018200
018300 01  AMOUNT-LINE.
018400     05 AML-VENDOR-NUMBER      PIC X(05).
018500     05 AML-SLASH              PIC X(01).
018600     05 AML-BLANKET-NUMBER     PIC X(07).
018700     05 FILLER                 PIC X(02) VALUE SPACES.
018800     05 AML-ITEM-NUMBER        PIC X(08).
018900     05 FILLER                 PIC X(02) VALUE SPACES.
019000     05 AML-END-DATE           PIC X(08).
019100     05 FILLER                 PIC X(02) VALUE SPACES.
019200     05 AML-STATUS             PIC X(07).
019300     05 FILLER                 PIC X(02) VALUE SPACES.
019400     05 AML-BASIS              PIC X(06) VALUE "AMOUNT".
019500     05 FILLER                 PIC X(02) VALUE SPACES.
019600     05 AML-AUTHORIZED         PIC ZZZ,ZZZ,ZZ9.99-.
019700     05 FILLER                 PIC X(01) VALUE SPACES.
019800     05 AML-RELEASED           PIC ZZZ,ZZZ,ZZ9.99-.
019900     05 FILLER                 PIC X(01) VALUE SPACES.
020000     05 AML-RECEIVED           PIC ZZZ,ZZZ,ZZ9.99-.
020100     05 FILLER                 PIC X(01) VALUE SPACES.
020200     05 AML-REMAINING          PIC ZZZ,ZZZ,ZZ9.99-.
020300
020400 01  TOTAL-LINE.
020500     05 FILLER                 PIC X(20)
020550        VALUE "BLANKETS LISTED: ".
020600     05 TTL-BLANKETS           PIC ZZZ,ZZ9.
020700     05 FILLER                 PIC X(24) VALUE SPACES.
020800     05 TTL-AUTHORIZED         PIC ZZZZ,ZZZ,ZZ9.99-.
020900     05 TTL-RELEASED           PIC ZZZZ,ZZZ,ZZ9.99-.
021000     05 TTL-RECEIVED           PIC ZZZZ,ZZZ,ZZ9.99-.
021100     05 TTL-REMAINING          PIC ZZZZ,ZZZ,ZZ9.99-.
021200
021300 01  EXPIRED-COUNT-LINE.
021400     05 FILLER                 PIC X(20) VALUE "EXPIRED, OPEN: ".
021500     05 CNT-BLANKETS-EXPIRED   PIC ZZZ,ZZ9.
021600
021700 PROCEDURE DIVISION.
021800 PROGRAM-BEGIN.
021900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022000     OPEN OUTPUT BLANKET-STATUS-REPORT.
022100     SORT SORT-WORK-FILE
022200          ON ASCENDING KEY SRT-VENDOR-NUMBER
022300          ON ASCENDING KEY SRT-BLANKET-NUMBER
022400          ON ASCENDING KEY SRT-RECORD-TYPE
022500          INPUT PROCEDURE IS LOAD-BLANKETS
022600          OUTPUT PROCEDURE IS PRINT-BLANKETS.
022700     MOVE WS-BLANKETS-LISTED  TO TTL-BLANKETS.
022800     MOVE WS-TOTAL-AUTHORIZED TO TTL-AUTHORIZED.
022900     MOVE WS-TOTAL-RELEASED   TO TTL-RELEASED.
023000     MOVE WS-TOTAL-RECEIVED   TO TTL-RECEIVED.
023100     MOVE WS-TOTAL-REMAINING  TO TTL-REMAINING.
023200     WRITE BLANKET-STATUS-REPORT-LINE FROM TOTAL-LINE.
023300     MOVE WS-BLANKETS-EXPIRED TO CNT-BLANKETS-EXPIRED.
023400     WRITE BLANKET-STATUS-REPORT-LINE FROM EXPIRED-COUNT-LINE.
023500     CLOSE BLANKET-STATUS-REPORT.
023600     DISPLAY "BLKSTAT CONTROL TOTALS".
023700     DISPLAY "  PO RECORDS READ ......: " WS-ORDERS-READ.
023800     DISPLAY "  RELEASES READ ........: " WS-RELEASES-READ.
023900     DISPLAY "  BLANKETS LISTED ......: " WS-BLANKETS-LISTED.
024000     DISPLAY "  BLANKETS EXPIRED OPEN : " WS-BLANKETS-EXPIRED.
024100
024200 PROGRAM-DONE.
024300     STOP RUN.
024400
024500 LOAD-BLANKETS.
024600     OPEN INPUT PURCHASE-ORDER-FILE.
024700     MOVE "N" TO FILE-AT-END.
024800     IF NOT PURORD-FILE-OK
024900        DISPLAY "BLKSTAT: UNABLE TO OPEN PURCHASE-ORDER-FILE, "
025000                "STATUS " WS-PURORD-FILE-STATUS
025100        MOVE 16 TO RETURN-CODE
025200        MOVE "Y" TO FILE-AT-END
025300     END-IF.
025400     OPEN INPUT GOODS-RECEIPT-FILE.
025500     IF NOT RECEIPT-FILE-OK
025600        DISPLAY "BLKSTAT: UNABLE TO OPEN GOODS-RECEIPT-FILE, "
025700                "STATUS " WS-RECEIPT-FILE-STATUS
025800        MOVE 16 TO RETURN-CODE
025900        MOVE "Y" TO FILE-AT-END
026000     END-IF.
026100     IF FILE-AT-END NOT = "Y"
026200        PERFORM READ-NEXT-ORDER
026300     END-IF.
026400     PERFORM LOAD-ONE-ORDER UNTIL FILE-AT-END = "Y".
026500     CLOSE PURCHASE-ORDER-FILE.
026600     CLOSE GOODS-RECEIPT-FILE.
026700
026800*    A CANCELLED BLANKET, OR A CANCELLED RELEASE (WHICH WENT
026900*    BACK ON ITS BLANKET), IS NOT PART OF THE AGREEMENT'S
027000*    STANDING.
027100 LOAD-ONE-ORDER.
027200     ADD 1 TO WS-ORDERS-READ.
027300     IF PO-BLANKET AND NOT PO-STATUS-CANCELLED
027400        PERFORM RELEASE-AGREEMENT
027500     END-IF.
027600     IF PO-RELEASE AND NOT PO-STATUS-CANCELLED
027700        PERFORM RELEASE-RECEIVED
027800     END-IF.
027900     PERFORM READ-NEXT-ORDER.
028000
028100*    ON A BLANKET, PO-QUANTITY AND PO-TOTAL-AMOUNT ARE WHAT IS
028200*    STILL UNRELEASED -- SEE PURORD.
028300 RELEASE-AGREEMENT.
028400     MOVE PO-VENDOR-NUMBER       TO SRT-VENDOR-NUMBER.
028500     MOVE PO-NUMBER              TO SRT-BLANKET-NUMBER.
028600     SET SRT-AGREEMENT TO TRUE.
028700     MOVE PO-ITEM-NUMBER         TO SRT-ITEM-NUMBER.
028800     MOVE PO-BLANKET-END-DATE    TO SRT-END-DATE.
028900     MOVE PO-STATUS              TO SRT-STATUS.
029000     MOVE PO-AUTHORIZED-QUANTITY TO SRT-AUTHORIZED-QUANTITY.
029100     MOVE PO-AUTHORIZED-AMOUNT   TO SRT-AUTHORIZED-AMOUNT.
029200     MOVE PO-RELEASED-QUANTITY   TO SRT-RELEASED-QUANTITY.
029300     MOVE PO-RELEASED-AMOUNT     TO SRT-RELEASED-AMOUNT.
029400     MOVE PO-QUANTITY            TO SRT-REMAINING-QUANTITY.
029500     MOVE PO-TOTAL-AMOUNT        TO SRT-REMAINING-AMOUNT.
029600     MOVE ZERO                   TO SRT-RECEIVED-QUANTITY.
029700     MOVE ZERO                   TO SRT-RECEIVED-AMOUNT.
029800     RELEASE SORT-WORK-RECORD.
029900
030000 RELEASE-RECEIVED.
030100     ADD 1 TO WS-RELEASES-READ.
030200     MOVE SPACES                 TO SORT-WORK-RECORD.
030300     MOVE PO-VENDOR-NUMBER       TO SRT-VENDOR-NUMBER.
030400     MOVE PO-BLANKET-NUMBER      TO SRT-BLANKET-NUMBER.
030500     SET SRT-RELEASE TO TRUE.
030600     MOVE ZERO                   TO SRT-RECEIVED-QUANTITY.
030700     PERFORM SUM-RELEASE-RECEIPTS.
030800     COMPUTE SRT-RECEIVED-AMOUNT =
030900             SRT-RECEIVED-QUANTITY * PO-UNIT-COST.
031000     RELEASE SORT-WORK-RECORD.
031100
031200*    EVERY RECEIPT LINE POSTED AGAINST THE RELEASE, RETURNS
031300*    NETTED OUT -- THE SAME WALK RCVMAINT DOES.
031400 SUM-RELEASE-RECEIPTS.
031500     MOVE "N"              TO WS-RECEIPT-SCAN-AT-END.
031600     MOVE PO-VENDOR-NUMBER TO GR-VENDOR-NUMBER.
031700     MOVE PO-NUMBER        TO GR-PO-NUMBER.
031800     MOVE ZERO             TO GR-RECEIPT-LINE.
031900     START GOODS-RECEIPT-FILE KEY IS GREATER THAN GR-KEY
032000         INVALID KEY
032100            MOVE "Y" TO WS-RECEIPT-SCAN-AT-END
032200     END-START.
032300     IF WS-RECEIPT-SCAN-AT-END NOT = "Y"
032400        PERFORM READ-NEXT-RECEIPT
032500     END-IF.
032600     PERFORM ADD-ONE-RECEIPT
032700             UNTIL WS-RECEIPT-SCAN-AT-END = "Y".
032800
032900 ADD-ONE-RECEIPT.
033000     IF GR-VENDOR-NUMBER = PO-VENDOR-NUMBER
033100        AND GR-PO-NUMBER = PO-NUMBER
033200        ADD GR-QUANTITY-RECEIVED TO SRT-RECEIVED-QUANTITY
033300        PERFORM READ-NEXT-RECEIPT
033400     ELSE
033500        MOVE "Y" TO WS-RECEIPT-SCAN-AT-END
033600     END-IF.
033700
033800 READ-NEXT-RECEIPT.
033900     READ GOODS-RECEIPT-FILE NEXT RECORD
034000          AT END MOVE "Y" TO WS-RECEIPT-SCAN-AT-END.
034100
034200 READ-NEXT-ORDER.
034300     READ PURCHASE-ORDER-FILE NEXT RECORD
034400          AT END MOVE "Y" TO FILE-AT-END.
034500
034600 PRINT-BLANKETS.
034700     MOVE "N" TO WS-SORT-AT-END.
034800     PERFORM WRITE-HEADING.
034900     PERFORM RETURN-NEXT-SORTED.
035000     PERFORM GATHER-ONE-RECORD UNTIL WS-SORT-AT-END = "Y".
035100     IF WS-AGREEMENT-FOUND = "Y"
035200        PERFORM PRINT-AGREEMENT
035300     END-IF.
035400
035500 RETURN-NEXT-SORTED.
035600     RETURN SORT-WORK-FILE
035700          AT END MOVE "Y" TO WS-SORT-AT-END.
035800
035900 GATHER-ONE-RECORD.
036000     IF SRT-VENDOR-NUMBER NOT = WS-CURRENT-VENDOR
036100        OR SRT-BLANKET-NUMBER NOT = WS-CURRENT-BLANKET
036200        OR WS-FIRST-GROUP = "Y"
036300        PERFORM START-NEW-GROUP
036400     END-IF.
036500     IF SRT-AGREEMENT
036600        PERFORM HOLD-AGREEMENT
036700     ELSE
036800        ADD SRT-RECEIVED-QUANTITY TO WS-AGR-RCV-QUANTITY
036900        ADD SRT-RECEIVED-AMOUNT   TO WS-AGR-RCV-AMOUNT
037000     END-IF.
037100     PERFORM RETURN-NEXT-SORTED.
037200
037300 START-NEW-GROUP.
037400     IF WS-AGREEMENT-FOUND = "Y"
037500        PERFORM PRINT-AGREEMENT
037600     END-IF.
037700     MOVE "N"                TO WS-FIRST-GROUP.
037800     MOVE "N"                TO WS-AGREEMENT-FOUND.
037900     MOVE SRT-VENDOR-NUMBER  TO WS-CURRENT-VENDOR.
038000     MOVE SRT-BLANKET-NUMBER TO WS-CURRENT-BLANKET.
038100     MOVE ZERO               TO WS-AGR-RCV-QUANTITY.
038200     MOVE ZERO               TO WS-AGR-RCV-AMOUNT.
038300
038400 HOLD-AGREEMENT.
038500     MOVE "Y"                     TO WS-AGREEMENT-FOUND.
038600     MOVE SRT-ITEM-NUMBER         TO WS-AGR-ITEM-NUMBER.
038700     MOVE SRT-END-DATE            TO WS-AGR-END-DATE.
038800     MOVE SRT-STATUS              TO WS-AGR-STATUS.
038900     MOVE SRT-AUTHORIZED-QUANTITY TO WS-AGR-AUTH-QUANTITY.
039000     MOVE SRT-AUTHORIZED-AMOUNT   TO WS-AGR-AUTH-AMOUNT.
039100     MOVE SRT-RELEASED-QUANTITY   TO WS-AGR-REL-QUANTITY.
039200     MOVE SRT-RELEASED-AMOUNT     TO WS-AGR-REL-AMOUNT.
039300     MOVE SRT-REMAINING-QUANTITY  TO WS-AGR-REM-QUANTITY.
039400     MOVE SRT-REMAINING-AMOUNT    TO WS-AGR-REM-AMOUNT.
039500
039600 PRINT-AGREEMENT.
039700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
039800        PERFORM WRITE-HEADING
039900     END-IF.
040000     PERFORM DESCRIBE-STATUS.
040100     MOVE WS-CURRENT-VENDOR  TO QTL-VENDOR-NUMBER.
040200     MOVE WS-CURRENT-BLANKET TO QTL-BLANKET-NUMBER.
040300     MOVE WS-AGR-ITEM-NUMBER TO QTL-ITEM-NUMBER.
040400     MOVE WS-AGR-END-DATE    TO QTL-END-DATE.
040500     MOVE WS-CURRENT-VENDOR  TO AML-VENDOR-NUMBER.
040510     MOVE "/"                TO AML-SLASH.
040520     MOVE WS-CURRENT-BLANKET TO AML-BLANKET-NUMBER.
040530     MOVE WS-AGR-ITEM-NUMBER TO AML-ITEM-NUMBER.
040540     MOVE WS-AGR-END-DATE    TO AML-END-DATE.
040600     MOVE QTL-STATUS         TO AML-STATUS.
040700     IF WS-AGR-AUTH-QUANTITY > ZERO
040800        MOVE WS-AGR-AUTH-QUANTITY TO QTL-AUTHORIZED
040900        MOVE WS-AGR-REL-QUANTITY  TO QTL-RELEASED
041000        MOVE WS-AGR-RCV-QUANTITY  TO QTL-RECEIVED
041100        MOVE WS-AGR-REM-QUANTITY  TO QTL-REMAINING
041200        WRITE BLANKET-STATUS-REPORT-LINE FROM QUANTITY-LINE
041300        ADD 1 TO WS-LINE-COUNT
041400        MOVE SPACES TO AML-VENDOR-NUMBER
041500        MOVE SPACES TO AML-SLASH
041600        MOVE SPACES TO AML-BLANKET-NUMBER
041700        MOVE SPACES TO AML-ITEM-NUMBER
041800        MOVE SPACES TO AML-END-DATE
041900        MOVE SPACES TO AML-STATUS
042000     END-IF.
042100     MOVE WS-AGR-AUTH-AMOUNT TO AML-AUTHORIZED.
042200     MOVE WS-AGR-REL-AMOUNT  TO AML-RELEASED.
042300     MOVE WS-AGR-RCV-AMOUNT  TO AML-RECEIVED.
042400     MOVE WS-AGR-REM-AMOUNT  TO AML-REMAINING.
042500     WRITE BLANKET-STATUS-REPORT-LINE FROM AMOUNT-LINE.
042600     ADD 1 TO WS-LINE-COUNT.
042700     ADD 1 TO WS-BLANKETS-LISTED.
042800     ADD WS-AGR-AUTH-AMOUNT TO WS-TOTAL-AUTHORIZED.
042900     ADD WS-AGR-REL-AMOUNT  TO WS-TOTAL-RELEASED.
043000     ADD WS-AGR-RCV-AMOUNT  TO WS-TOTAL-RECEIVED.
043100     ADD WS-AGR-REM-AMOUNT  TO WS-TOTAL-REMAINING.
043200
043300*    AN OPEN BLANKET PAST ITS END DATE CAN TAKE NO MORE
043400*    RELEASES -- WHAT IS LEFT ON IT WILL NEVER BE DRAWN AND
043500*    IS WAITING TO BE CLOSED.
043600 DESCRIBE-STATUS.
043700     EVALUATE WS-AGR-STATUS
043800        WHEN "O"
043900             IF WS-AGR-END-DATE < WS-RUN-DATE
044000                MOVE "EXPIRED" TO QTL-STATUS
044100                ADD 1 TO WS-BLANKETS-EXPIRED
044200             ELSE
044300                MOVE "OPEN"    TO QTL-STATUS
044400             END-IF
044500        WHEN "P"
044600             MOVE "PENDING"    TO QTL-STATUS
044700        WHEN "C"
044800             MOVE "CLOSED"     TO QTL-STATUS
044900        WHEN OTHER
045000             MOVE WS-AGR-STATUS TO QTL-STATUS
045100     END-EVALUATE.
045200
045300 WRITE-HEADING.
045400     ADD 1 TO WS-PAGE-COUNT.
045500     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER.
045600     MOVE WS-RUN-DATE   TO HDG-RUN-DATE.
045700     WRITE BLANKET-STATUS-REPORT-LINE FROM HEADING-LINE-1.
045800     WRITE BLANKET-STATUS-REPORT-LINE FROM HEADING-LINE-2.
045900     MOVE ZERO TO WS-LINE-COUNT.
