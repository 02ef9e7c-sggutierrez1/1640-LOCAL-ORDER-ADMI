000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INVVALU.
000300*--------------------------------------------------
000400* Inventory valuation: one line per item on the
000500* inventory balance file -- on-hand quantity, the
000600* weighted-average unit cost RCVMAINT keeps on
000700* ITMBAL, and the extended value -- with a grand
000800* total that is proved against the GL inventory
000900* account.  The account is the debit side of the
001000* "IV" row of the account-mapping file; its book
001100* balance is the sum of every period the balance
001200* history carries for it.  A difference, an item
001300* with stock but no cost, or a negative on-hand
001400* ends the run RC 4 -- the report still prints.
001500* Replaces the quarterly spreadsheet valuation.
001600*
001700* MODIFICATION HISTORY
001800*   WHO   DATE        WHAT
001900*   RWH   2026-10-15  Original version.
001925*   RWH   2026-10-15  Valued by warehouse with a subtotal for
001950*                     each; stock in transit between
001975*                     warehouses is valued on its own line.
002000*--------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400
002500     SELECT INVENTORY-BALANCE-FILE
002600         ASSIGN TO "ITMBAL"
002700         ORGANIZATION IS INDEXED
002800         RECORD KEY IS IB-KEY
002900         ACCESS MODE IS SEQUENTIAL
003000         FILE STATUS IS WS-ITMBAL-FILE-STATUS.
003100
003200     SELECT ITEM-MASTER-FILE
003300         ASSIGN TO "ITEMMST"
003400         ORGANIZATION IS INDEXED
003500         RECORD KEY IS ITEM-NUMBER
003600         ACCESS MODE IS RANDOM
003700         FILE STATUS IS WS-ITEM-FILE-STATUS.
003800
003900     SELECT ACCOUNT-MAP-FILE
004000         ASSIGN TO "ACCTMAP"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-MAP-FILE-STATUS.
004300
004400*    OPTIONAL -- BEFORE THE FIRST MONTH-END THERE IS NO
004500*    HISTORY, AND THE BOOK BALANCE IS ZERO.
004600     SELECT OPTIONAL BALANCE-HISTORY-FILE
004700         ASSIGN TO "GLBALHI"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-HISTORY-FILE-STATUS.
005000
005100     SELECT VALUATION-REPORT
005200         ASSIGN TO "INVVALUR"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700
005800     COPY ITMBAL.
005900     COPY ITMMST.
006000
006100*    SAME RECORD GLPOST READS -- THIS PROGRAM WANTS ONLY THE
006200*    "IV" ROW.
006300 FD  ACCOUNT-MAP-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  ACCOUNT-MAP-RECORD.
006600     05 MAP-SOURCE             PIC X(2).
006700     05 MAP-DEBIT-ACCOUNT      PIC X(8).
006800     05 MAP-CREDIT-ACCOUNT     PIC X(8).
006900
007000*    THE BALANCE HISTORY FINSTMT KEEPS -- THIS IS A READER
007100*    SIDE.  BHI-ENDING-BALANCE IS THE PERIOD'S DEBITS LESS
007200*    CREDITS, SO AN ASSET ACCOUNT'S BOOK BALANCE IS THE SUM
007300*    OF ITS PERIODS.
007400 FD  BALANCE-HISTORY-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  BALANCE-HISTORY-RECORD.
007700     05 BHI-PERIOD             PIC 9(6).
007800     05 BHI-ACCOUNT            PIC X(8).
007900     05 BHI-PERIOD-DEBITS      PIC 9(13)V99.
008000     05 BHI-PERIOD-CREDITS     PIC 9(13)V99.
008100     05 BHI-ENDING-BALANCE     PIC S9(13)V99.
008200
008300 FD  VALUATION-REPORT
008400     LABEL RECORDS ARE STANDARD.
008500 01  VALUATION-LINE            PIC X(110).
008600
008700 WORKING-STORAGE SECTION.
008800
008900 01  FILE-AT-END               PIC X VALUE "N".
009000 01  WS-MAP-AT-END             PIC X VALUE "N".
009100 01  WS-HISTORY-AT-END         PIC X VALUE "N".
009200
009300*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
009400*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
009500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
009600         ==WS-ITMBAL-FILE-STATUS== ==PFX-FILE-OK== BY
009700         ==ITMBAL-FILE-OK== ==PFX-FILE-EOF== BY
009800         ==ITMBAL-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
009900         ==ITMBAL-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
010000         ==ITMBAL-FILE-NOT-FOUND==
010100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010200         ==ITMBAL-FILE-BOUNDARY-VIOLATION==.
010300
010400     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
010500         ==WS-ITEM-FILE-STATUS== ==PFX-FILE-OK== BY
010600         ==ITEM-FILE-OK== ==PFX-FILE-EOF== BY
010700         ==ITEM-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010800         ==ITEM-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
010900         ==ITEM-FILE-NOT-FOUND==
011000         ==PFX-FILE-BOUNDARY-VIOLATION== BY
011100         ==ITEM-FILE-BOUNDARY-VIOLATION==.
011200
011300     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
011400         ==WS-MAP-FILE-STATUS== ==PFX-FILE-OK== BY
011500         ==MAP-FILE-OK== ==PFX-FILE-EOF== BY
011600         ==MAP-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
011700         ==MAP-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
011800         ==MAP-FILE-NOT-FOUND==
011900         ==PFX-FILE-BOUNDARY-VIOLATION== BY
012000         ==MAP-FILE-BOUNDARY-VIOLATION==.
012100
012200 01  WS-HISTORY-FILE-STATUS    PIC XX VALUE SPACES.
012300
012400 01  WS-RUN-DATE               PIC 9(8).
012500
012600*    THE GL INVENTORY ACCOUNT, OFF THE "IV" MAP ROW, AND ITS
012700*    BOOK BALANCE THROUGH THE LATEST PERIOD ON HISTORY.
012800 01  WS-INVENTORY-ACCOUNT      PIC X(8) VALUE SPACES.
012900 01  WS-BOOK-BALANCE           PIC S9(13)V99 VALUE ZERO.
013000 01  WS-THROUGH-PERIOD         PIC 9(6) VALUE ZERO.
013100 01  WS-DIFFERENCE             PIC S9(13)V99 VALUE ZERO.
013200
013300 01  WS-AVERAGE-COST           PIC 9(7)V999 VALUE ZERO.
013400 01  WS-EXTENDED-VALUE         PIC S9(13)V99 VALUE ZERO.
013500 01  WS-GRAND-TOTAL            PIC S9(13)V99 VALUE ZERO.
013512
013524*    ITMBAL IS IN WAREHOUSE ORDER -- A CHANGE OF WAREHOUSE
013536*    PRINTS THE ONE BEFORE'S SUBTOTAL.
013548 01  WS-WAREHOUSE-STARTED      PIC X VALUE "N".
013560 01  WS-CURRENT-WAREHOUSE      PIC X(03) VALUE SPACES.
013572 01  WS-WAREHOUSE-TOTAL        PIC S9(13)V99 VALUE ZERO.
013584 01  WS-IN-TRANSIT-COST        PIC 9(7)V999 VALUE ZERO.
013600
013700 01  WS-PAGE-CONTROL.
013800     05 WS-LINE-COUNT          PIC 99 VALUE ZERO.
013900     05 WS-PAGE-COUNT          PIC 999 VALUE ZERO.
014000     05 WS-LINES-PER-PAGE      PIC 99 VALUE 50.
014100
014200 01  WS-CONTROL-TOTALS.
014300     05 WS-BALANCES-READ       PIC 9(7) VALUE ZERO.
014400     05 WS-ITEMS-LISTED        PIC 9(7) VALUE ZERO.
014500     05 WS-ITEMS-NO-COST       PIC 9(7) VALUE ZERO.
014600     05 WS-ITEMS-NEGATIVE      PIC 9(7) VALUE ZERO.
014650     05 WS-IN-TRANSIT-LISTED   PIC 9(7) VALUE ZERO.
014700     05 WS-HISTORY-READ        PIC 9(7) VALUE ZERO.
014800
014900 01  HEADING-LINE-1.
015000     05 FILLER                 PIC X(32)
015100        VALUE "INVENTORY VALUATION - RUN DATE ".
015200     05 HDG-RUN-DATE           PIC 9(8).
015300     05 FILLER                 PIC X(10) VALUE SPACES.
015400     05 FILLER                 PIC X(05) VALUE "PAGE ".
015500     05 HDG-PAGE-NUMBER        PIC ZZZ9.
015600
015700 01  HEADING-LINE-2.
015800     05 FILLER                 PIC X(08) VALUE "ITEM".
015900     05 FILLER                 PIC X(02) VALUE SPACES.
015950     05 FILLER                 PIC X(05) VALUE "WHS".
016000     05 FILLER                 PIC X(30) VALUE "DESCRIPTION".
016100     05 FILLER                 PIC X(12) VALUE "     ON HAND".
016200     05 FILLER                 PIC X(14)
016300        VALUE "     UNIT COST".
016400     05 FILLER                 PIC X(21)
016500        VALUE "       EXTENDED VALUE".
016600     05 FILLER                 PIC X(02) VALUE SPACES.
016700     05 FILLER                 PIC X(12) VALUE "NOTE".
016800
016900 01  DETAIL-LINE.
017000     05 DTL-ITEM-NUMBER        PIC X(08).
017100     05 FILLER                 PIC X(02) VALUE SPACES.
017133     05 DTL-WAREHOUSE          PIC X(03).
017166     05 FILLER                 PIC X(02) VALUE SPACES.
017200     05 DTL-DESCRIPTION        PIC X(30).
017300     05 DTL-ON-HAND            PIC ZZZ,ZZZ,ZZ9-.
017400     05 DTL-UNIT-COST          PIC Z,ZZZ,ZZ9.999.
017500     05 FILLER                 PIC X(01) VALUE SPACES.
017600     05 DTL-EXTENDED-VALUE     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
017700     05 FILLER                 PIC X(02) VALUE SPACES.
017800     05 DTL-NOTE               PIC X(12).
017900
018000 01  TOTAL-LINE.
018100     05 TTL-CAPTION            PIC X(52).
018200     05 FILLER                 PIC X(19) VALUE SPACES.
018300     05 TTL-AMOUNT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
018400
018500 01  VERDICT-LINE.
018600     05 FILLER                 PIC X(34)
018700        VALUE "  INVENTORY TO GENERAL LEDGER".
018800     05 VRD-VERDICT            PIC X(40).
018900
019000 PROCEDURE DIVISION.
019100 PROGRAM-BEGIN.
019200     PERFORM OPENING-PROCEDURE.
019300     PERFORM VALUE-INVENTORY.
019400     PERFORM TOTAL-BOOK-BALANCE.
019500     PERFORM PRINT-GL-PROOF.
019600     PERFORM CLOSING-PROCEDURE.
019700
019800 PROGRAM-DONE.
019900     STOP RUN.
020000
020100 OPENING-PROCEDURE.
020200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020300     OPEN INPUT INVENTORY-BALANCE-FILE.
020400     IF NOT ITMBAL-FILE-OK
020500        DISPLAY "INVVALU: UNABLE TO OPEN INVENTORY-BALANCE-"
020600                "FILE, STATUS " WS-ITMBAL-FILE-STATUS
020700        MOVE 16 TO RETURN-CODE
020800        GO TO PROGRAM-DONE
020900     END-IF.
021000     OPEN INPUT ITEM-MASTER-FILE.
021100     IF NOT ITEM-FILE-OK
021200        DISPLAY "INVVALU: UNABLE TO OPEN ITEM-MASTER-FILE, "
021300                "STATUS " WS-ITEM-FILE-STATUS
021400        MOVE 16 TO RETURN-CODE
021500        CLOSE INVENTORY-BALANCE-FILE
021600        GO TO PROGRAM-DONE
021700     END-IF.
021800     PERFORM LOAD-ACCOUNT-MAP.
021900     IF WS-INVENTORY-ACCOUNT = SPACES
022000        DISPLAY "INVVALU: NO IV ROW ON THE ACCOUNT-MAP-FILE, "
022100                "VALUATION CANNOT BE PROVED TO THE LEDGER"
022200        MOVE 16 TO RETURN-CODE
022300        CLOSE INVENTORY-BALANCE-FILE
022400        CLOSE ITEM-MASTER-FILE
022500        GO TO PROGRAM-DONE
022600     END-IF.
022700     OPEN OUTPUT VALUATION-REPORT.
022800     PERFORM WRITE-HEADING.
022900
023000 LOAD-ACCOUNT-MAP.
023100     OPEN INPUT ACCOUNT-MAP-FILE.
023200     IF NOT MAP-FILE-OK
023300        DISPLAY "INVVALU: UNABLE TO OPEN ACCOUNT-MAP-FILE, "
023400                "STATUS " WS-MAP-FILE-STATUS
023500        MOVE "Y" TO WS-MAP-AT-END
023600     ELSE
023700        PERFORM READ-NEXT-MAP
023800     END-IF.
023900     PERFORM STORE-ONE-MAP UNTIL WS-MAP-AT-END = "Y".
024000     IF MAP-FILE-OK OR MAP-FILE-EOF
024100        CLOSE ACCOUNT-MAP-FILE
024200     END-IF.
024300
024400 STORE-ONE-MAP.
024500     IF MAP-SOURCE = "IV"
024600        MOVE MAP-DEBIT-ACCOUNT TO WS-INVENTORY-ACCOUNT
024700     END-IF.
024800     PERFORM READ-NEXT-MAP.
024900
025000 READ-NEXT-MAP.
025100     READ ACCOUNT-MAP-FILE
025200          AT END MOVE "Y" TO WS-MAP-AT-END.
025300
025400 CLOSING-PROCEDURE.
025500     CLOSE INVENTORY-BALANCE-FILE.
025600     CLOSE ITEM-MASTER-FILE.
025700     CLOSE VALUATION-REPORT.
025800     DISPLAY "INVVALU CONTROL TOTALS".
025900     DISPLAY "  BALANCE RECORDS READ .: " WS-BALANCES-READ.
026000     DISPLAY "  ITEMS LISTED .........: " WS-ITEMS-LISTED.
026100     DISPLAY "  ITEMS WITHOUT COST ...: " WS-ITEMS-NO-COST.
026200     DISPLAY "  NEGATIVE ON-HAND .....: " WS-ITEMS-NEGATIVE.
026250     DISPLAY "  IN-TRANSIT LINES .....: " WS-IN-TRANSIT-LISTED.
026300     DISPLAY "  HISTORY RECORDS READ .: " WS-HISTORY-READ.
026400     DISPLAY "  INVENTORY VALUE ......: " WS-GRAND-TOTAL.
026500     DISPLAY "  GL BOOK BALANCE ......: " WS-BOOK-BALANCE.
026600     IF WS-DIFFERENCE NOT = ZERO
026700        OR WS-ITEMS-NO-COST > ZERO
026800        OR WS-ITEMS-NEGATIVE > ZERO
026900        MOVE 4 TO RETURN-CODE
027000     ELSE
027100        MOVE 0 TO RETURN-CODE
027200     END-IF.
027300
027400*
027500* One line per balance record with stock on it, in
027600* warehouse and item order.  An item at zero on hand has
027605* nothing to value.
027610* Stock in transit to the warehouse gets a line of its own
027620* at the cost it left the sending warehouse at -- still
027630* inventory on the ledger, so it counts toward the total.
027700*
027800 VALUE-INVENTORY.
027900     MOVE "N" TO FILE-AT-END.
028000     PERFORM READ-NEXT-BALANCE.
028100     PERFORM VALUE-ONE-ITEM UNTIL FILE-AT-END = "Y".
028125     IF WS-WAREHOUSE-STARTED = "Y"
028150        PERFORM PRINT-WAREHOUSE-TOTAL
028175     END-IF.
028200
028300 READ-NEXT-BALANCE.
028400     READ INVENTORY-BALANCE-FILE NEXT RECORD
028500          AT END MOVE "Y" TO FILE-AT-END.
028600
028700 VALUE-ONE-ITEM.
028800     ADD 1 TO WS-BALANCES-READ.
028814     IF WS-WAREHOUSE-STARTED = "Y"
028828        AND IB-WAREHOUSE NOT = WS-CURRENT-WAREHOUSE
028842        PERFORM PRINT-WAREHOUSE-TOTAL
028856     END-IF.
028870     MOVE "Y" TO WS-WAREHOUSE-STARTED.
028884     MOVE IB-WAREHOUSE TO WS-CURRENT-WAREHOUSE.
028900     IF IB-ON-HAND-QUANTITY NOT = ZERO
029000        PERFORM PRINT-ONE-ITEM
029100     END-IF.
029120     IF IB-IN-TRANSIT-QUANTITY NUMERIC
029140        AND IB-IN-TRANSIT-QUANTITY NOT = ZERO
029160        PERFORM PRINT-IN-TRANSIT-ITEM
029180     END-IF.
029200     PERFORM READ-NEXT-BALANCE.
029300
029400*    A NEGATIVE ON-HAND PRINTS AS A NEGATIVE VALUE SO THE
029500*    TOTAL STILL FOOTS TO THE LINES -- IT IS DRIFT FOR THE
029600*    NEXT COUNT TO SETTLE, AND IS FLAGGED.  STOCK WITH NO
029700*    COST (NEVER RECEIVED SINCE THE COST WAS ADDED) VALUES
029800*    AT ZERO AND IS FLAGGED.
029900 PRINT-ONE-ITEM.
030000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
030100        PERFORM WRITE-HEADING
030200     END-IF.
030300     MOVE SPACES TO DTL-NOTE.
030400     IF IB-AVERAGE-COST NOT NUMERIC
030500        MOVE ZERO TO WS-AVERAGE-COST
030600     ELSE
030700        MOVE IB-AVERAGE-COST TO WS-AVERAGE-COST
030800     END-IF.
030900     IF WS-AVERAGE-COST = ZERO
031000        MOVE "NO COST" TO DTL-NOTE
031100        ADD 1 TO WS-ITEMS-NO-COST
031200     END-IF.
031300     IF IB-ON-HAND-QUANTITY < ZERO
031400        MOVE "NEGATIVE" TO DTL-NOTE
031500        ADD 1 TO WS-ITEMS-NEGATIVE
031600     END-IF.
031700     COMPUTE WS-EXTENDED-VALUE ROUNDED =
031800             IB-ON-HAND-QUANTITY * WS-AVERAGE-COST.
031900     ADD WS-EXTENDED-VALUE TO WS-GRAND-TOTAL.
031950     ADD WS-EXTENDED-VALUE TO WS-WAREHOUSE-TOTAL.
032000     PERFORM READ-ITEM-DESCRIPTION.
032100     MOVE IB-ITEM-NUMBER       TO DTL-ITEM-NUMBER.
032150     MOVE IB-WAREHOUSE         TO DTL-WAREHOUSE.
032200     MOVE IB-ON-HAND-QUANTITY  TO DTL-ON-HAND.
032300     MOVE WS-AVERAGE-COST      TO DTL-UNIT-COST.
032400     MOVE WS-EXTENDED-VALUE    TO DTL-EXTENDED-VALUE.
032500     WRITE VALUATION-LINE FROM DETAIL-LINE.
032600     ADD 1 TO WS-LINE-COUNT.
032700     ADD 1 TO WS-ITEMS-LISTED.
032800
032802*    THE VALUE XFRMAINT CARRIED OVER IS THE EXTENDED VALUE;
032804*    THE UNIT COST SHOWN IS THAT OVER THE QUANTITY.
032806 PRINT-IN-TRANSIT-ITEM.
032808     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
032810        PERFORM WRITE-HEADING
032812     END-IF.
032814     IF IB-IN-TRANSIT-VALUE NOT NUMERIC
032816        MOVE ZERO TO IB-IN-TRANSIT-VALUE
032818     END-IF.
032820     COMPUTE WS-IN-TRANSIT-COST ROUNDED =
032822             IB-IN-TRANSIT-VALUE / IB-IN-TRANSIT-QUANTITY
032824         ON SIZE ERROR
032826             MOVE ZERO TO WS-IN-TRANSIT-COST
032828     END-COMPUTE.
032830     MOVE IB-IN-TRANSIT-VALUE TO WS-EXTENDED-VALUE.
032832     ADD WS-EXTENDED-VALUE TO WS-GRAND-TOTAL.
032834     ADD WS-EXTENDED-VALUE TO WS-WAREHOUSE-TOTAL.
032836     PERFORM READ-ITEM-DESCRIPTION.
032838     MOVE IB-ITEM-NUMBER         TO DTL-ITEM-NUMBER.
032840     MOVE IB-WAREHOUSE           TO DTL-WAREHOUSE.
032842     MOVE IB-IN-TRANSIT-QUANTITY TO DTL-ON-HAND.
032844     MOVE WS-IN-TRANSIT-COST     TO DTL-UNIT-COST.
032846     MOVE WS-EXTENDED-VALUE      TO DTL-EXTENDED-VALUE.
032848     MOVE "IN TRANSIT"           TO DTL-NOTE.
032850     WRITE VALUATION-LINE FROM DETAIL-LINE.
032852     ADD 1 TO WS-LINE-COUNT.
032854     ADD 1 TO WS-IN-TRANSIT-LISTED.
032856
032858 PRINT-WAREHOUSE-TOTAL.
032860     MOVE SPACES TO TTL-CAPTION.
032862     STRING "  TOTAL WAREHOUSE " WS-CURRENT-WAREHOUSE
032864            DELIMITED BY SIZE INTO TTL-CAPTION.
032866     MOVE WS-WAREHOUSE-TOTAL TO TTL-AMOUNT.
032868     WRITE VALUATION-LINE FROM TOTAL-LINE.
032870     MOVE SPACES TO VALUATION-LINE.
032872     WRITE VALUATION-LINE.
032874     ADD 2 TO WS-LINE-COUNT.
032876     MOVE ZERO TO WS-WAREHOUSE-TOTAL.
032878
032900 READ-ITEM-DESCRIPTION.
033000     MOVE IB-ITEM-NUMBER TO ITEM-NUMBER.
033100     READ ITEM-MASTER-FILE
033200         INVALID KEY
033300            MOVE "*** NOT ON ITEM MASTER ***" TO DTL-DESCRIPTION
033400         NOT INVALID KEY
033500            MOVE ITEM-DESCRIPTION TO DTL-DESCRIPTION
033600     END-READ.
033700
033800*
033900* The inventory account's book balance -- every period on
034000* the balance history summed, the way an asset account
034100* carries from month to month.
034200*
034300 TOTAL-BOOK-BALANCE.
034400     OPEN INPUT BALANCE-HISTORY-FILE.
034500     IF WS-HISTORY-FILE-STATUS NOT = "00"
034600        AND WS-HISTORY-FILE-STATUS NOT = "05"
034700        DISPLAY "INVVALU: UNABLE TO OPEN BALANCE-HISTORY-FILE, "
034800                "STATUS " WS-HISTORY-FILE-STATUS
034900                " -- BOOK BALANCE TAKEN AS ZERO"
035000        MOVE "Y" TO WS-HISTORY-AT-END
035100     ELSE
035200        PERFORM READ-NEXT-HISTORY
035300     END-IF.
035400     PERFORM ADD-ONE-HISTORY UNTIL WS-HISTORY-AT-END = "Y".
035500     IF WS-HISTORY-FILE-STATUS = "00"
035600        OR WS-HISTORY-FILE-STATUS = "05"
035700        OR WS-HISTORY-FILE-STATUS = "10"
035800        CLOSE BALANCE-HISTORY-FILE
035900     END-IF.
036000
036100 ADD-ONE-HISTORY.
036200     ADD 1 TO WS-HISTORY-READ.
036300     IF BHI-ACCOUNT = WS-INVENTORY-ACCOUNT
036400        ADD BHI-ENDING-BALANCE TO WS-BOOK-BALANCE
036500        IF BHI-PERIOD > WS-THROUGH-PERIOD
036600           MOVE BHI-PERIOD TO WS-THROUGH-PERIOD
036700        END-IF
036800     END-IF.
036900     PERFORM READ-NEXT-HISTORY.
037000
037100 READ-NEXT-HISTORY.
037200     READ BALANCE-HISTORY-FILE
037300          AT END MOVE "Y" TO WS-HISTORY-AT-END.
037400
037500 PRINT-GL-PROOF.
037600     MOVE SPACES TO VALUATION-LINE.
037700     WRITE VALUATION-LINE.
037800     MOVE "  TOTAL INVENTORY VALUE" TO TTL-CAPTION.
037900     MOVE WS-GRAND-TOTAL TO TTL-AMOUNT.
038000     WRITE VALUATION-LINE FROM TOTAL-LINE.
038100     MOVE SPACES TO TTL-CAPTION.
038200     STRING "  GL ACCOUNT " WS-INVENTORY-ACCOUNT
038300            " THROUGH PERIOD " WS-THROUGH-PERIOD
038400            DELIMITED BY SIZE INTO TTL-CAPTION.
038500     MOVE WS-BOOK-BALANCE TO TTL-AMOUNT.
038600     WRITE VALUATION-LINE FROM TOTAL-LINE.
038700     COMPUTE WS-DIFFERENCE = WS-GRAND-TOTAL - WS-BOOK-BALANCE.
038800     MOVE "  DIFFERENCE" TO TTL-CAPTION.
038900     MOVE WS-DIFFERENCE TO TTL-AMOUNT.
039000     WRITE VALUATION-LINE FROM TOTAL-LINE.
039100     IF WS-DIFFERENCE = ZERO
039200        MOVE "AGREES" TO VRD-VERDICT
039300     ELSE
039400        MOVE "DOES NOT AGREE -- SEE DIFFERENCE"
039500             TO VRD-VERDICT
039600     END-IF.
039700     WRITE VALUATION-LINE FROM VERDICT-LINE.
039800
039900 WRITE-HEADING.
040000     ADD 1 TO WS-PAGE-COUNT.
040100     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER.
040200     MOVE WS-RUN-DATE   TO HDG-RUN-DATE.
040300     WRITE VALUATION-LINE FROM HEADING-LINE-1.
040400     WRITE VALUATION-LINE FROM HEADING-LINE-2.
040500     MOVE ZERO TO WS-LINE-COUNT.
