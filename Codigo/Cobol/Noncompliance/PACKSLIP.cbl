000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PACKSLIP.
000300*--------------------------------------------------
000400* Packing slips for the shipments CORMAINT posted.
000500* Each record on SHPCNF is one order line shipped;
000600* they print as one slip per customer and ship-to,
000700* to go in the box -- our address, the ship-to's
000800* name and address (the customer's own when the
000900* order ships to the billing address), and for each
001000* line the item, description, quantity ordered,
001100* shipped now and still backordered.  No prices.
001200* Nothing is updated.
001300*
001400* MODIFICATION HISTORY
001500*   WHO   DATE        WHAT
001600*   RWH   2026-10-15  Original version.
001700*--------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100
002200*    THE SHIPMENTS CORMAINT POSTED -- SEE SHPCNF.
002300     SELECT SHIP-CONFIRM-FILE
002400         ASSIGN TO "SHPCNF"
002500         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS WS-SHPCNF-FILE-STATUS.
002700
002800     SELECT CUSTOMER-MASTER-FILE
002900         ASSIGN TO "CUSTMST"
003000         ORGANIZATION IS INDEXED
003100         RECORD KEY IS CUST-CUSTOMER-ID
003200         ACCESS MODE IS RANDOM
003300         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
003400
003500     SELECT SHIP-TO-FILE
003600         ASSIGN TO "SHIPTO"
003700         ORGANIZATION IS INDEXED
003800         RECORD KEY IS ST-KEY
003900         ACCESS MODE IS RANDOM
004000         FILE STATUS IS WS-SHIPTO-FILE-STATUS.
004100
004200     SELECT SORT-WORK-FILE
004300         ASSIGN TO "PKSSORT".
004400
004500     SELECT PACKING-SLIP-FILE
004600         ASSIGN TO "PACKSLPF"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100
005200     COPY SHPCNF.
005300     COPY CUSMST.
005400     COPY SHIPTO.
005500
005600 SD  SORT-WORK-FILE.
005700 01  SORT-WORK-RECORD.
005800     05 SRT-CUSTOMER-ID        PIC 9(7).
005900     05 SRT-SHIP-TO-CODE       PIC X(03).
006000     05 SRT-ORDER-NUMBER       PIC 9(7).
006100     05 SRT-SEQUENCE           PIC 9(7).
006200     05 SRT-ITEM-NUMBER        PIC X(08).
006300     05 SRT-DESCRIPTION        PIC X(40).
006400     05 SRT-SHIP-DATE          PIC 9(8).
006500     05 SRT-ORDERED-QUANTITY   PIC 9(7).
006600     05 SRT-SHIPPED-QUANTITY   PIC 9(7).
006700     05 SRT-BACKORDER-QUANTITY PIC 9(7).
006800
006900 FD  PACKING-SLIP-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  PACKING-SLIP-LINE         PIC X(90).
007200
007300 WORKING-STORAGE SECTION.
007400
007500 01  FILE-AT-END               PIC X VALUE "N".
007600 01  WS-SORT-AT-END            PIC X VALUE "N".
007700 01  WS-FOUND-SWITCH           PIC X VALUE "N".
007800*    "N" WHEN THE SHIP-TO FILE DOES NOT EXIST YET -- THE
007900*    SLIP THEN SHOWS THE LOCATION CODE UNDER THE CUSTOMER.
008000 01  WS-SHIPTO-FILE-OPEN       PIC X VALUE "N".
008100*    "N" WHEN CORMAINT HAS NOT RUN -- NOTHING SHIPPED.
008200 01  WS-SHPCNF-FILE-OPEN       PIC X VALUE "N".
008300
008400 01  WS-SHPCNF-FILE-STATUS     PIC XX VALUE SPACES.
008500
008600*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
008700*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
008800     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
008900         ==WS-CUSTOMER-FILE-STATUS== ==PFX-FILE-OK== BY
009000         ==CUSTOMER-FILE-OK== ==PFX-FILE-EOF== BY
009100         ==CUSTOMER-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
009200         ==CUSTOMER-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
009300         ==CUSTOMER-FILE-NOT-FOUND==
009400         ==PFX-FILE-BOUNDARY-VIOLATION== BY
009500         ==CUSTOMER-FILE-BOUNDARY-VIOLATION==.
009600
009700     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
009800         ==WS-SHIPTO-FILE-STATUS== ==PFX-FILE-OK== BY
009900         ==SHIPTO-FILE-OK== ==PFX-FILE-EOF== BY
010000         ==SHIPTO-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010100         ==SHIPTO-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
010200         ==SHIPTO-FILE-NOT-FOUND==
010300         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010400         ==SHIPTO-FILE-BOUNDARY-VIOLATION==.
010500
010600*    THE SLIP IN PROGRESS -- ONE PER CUSTOMER AND SHIP-TO.
010700 01  WS-FIRST-SLIP             PIC X VALUE "Y".
010800 01  WS-CURRENT-CUSTOMER-ID    PIC 9(7) VALUE ZERO.
010900 01  WS-CURRENT-SHIP-TO-CODE   PIC X(03) VALUE SPACES.
011000 01  WS-SLIP-SHIPPED           PIC 9(9) VALUE ZERO.
011100
011200*    KEEPS TWO SHIPMENTS OF ONE ORDER IN THE ORDER CORMAINT
011300*    POSTED THEM.
011400 01  WS-SHIPMENT-SEQUENCE      PIC 9(7) VALUE ZERO.
011500
011600 01  WS-CONTROL-TOTALS.
011700     05 WS-SHIPMENTS-READ      PIC 9(7) VALUE ZERO.
011800     05 WS-SLIPS-PRINTED       PIC 9(7) VALUE ZERO.
011900     05 WS-CUSTOMERS-NOT-FOUND PIC 9(7) VALUE ZERO.
012000
012100*    THE SHOP'S OWN LETTERHEAD BLOCK.
012200 01  COMPANY-NAME-LINE.
012300     05 FILLER                 PIC X(30)
012400        VALUE "LOCAL ORDER ADMINISTRATION".
012500 01  COMPANY-ADDRESS-LINE.
012600     05 FILLER                 PIC X(30)
012700        VALUE "1640 COMMERCE DRIVE".
012800 01  COMPANY-CITY-LINE.
012900     05 FILLER                 PIC X(30)
013000        VALUE "SPRINGFIELD IL 62701".
013100
013200 01  DOCUMENT-HEADING.
013300     05 FILLER                 PIC X(22)
013400        VALUE "PACKING SLIP  CUSTOMER".
013500     05 FILLER                 PIC X(01) VALUE SPACES.
013600     05 DOC-CUSTOMER-ID        PIC 9(7).
013700     05 FILLER                 PIC X(07) VALUE "  DATE ".
013800     05 DOC-SHIP-DATE          PIC 9(8).
013900
014000 01  ADDRESS-NAME-LINE.
014100     05 ANL-CAPTION            PIC X(09) VALUE SPACES.
014200     05 ANL-NAME               PIC X(30).
014300
014400 01  ADDRESS-CITY-LINE.
014500     05 FILLER                 PIC X(09) VALUE SPACES.
014600     05 ACL-CITY               PIC X(20).
014700     05 FILLER                 PIC X(01) VALUE SPACES.
014800     05 ACL-STATE              PIC X(02).
014900     05 FILLER                 PIC X(01) VALUE SPACES.
015000     05 ACL-ZIP                PIC X(10).
015100
015200 01  COLUMN-HEADING-LINE.
015300     05 FILLER                 PIC X(09) VALUE "ORDER".
015400     05 FILLER                 PIC X(10) VALUE "ITEM".
015500     05 FILLER                 PIC X(32) VALUE "DESCRIPTION".
015600     05 FILLER                 PIC X(09) VALUE "  ORDERED".
015700     05 FILLER                 PIC X(10) VALUE "   SHIPPED".
015800     05 FILLER                 PIC X(12) VALUE "  BACKORDER".
015900
016000 01  SLIP-DETAIL-LINE.
016100     05 SDL-ORDER-NUMBER       PIC 9(7).
016200     05 FILLER                 PIC X(02) VALUE SPACES.
016300     05 SDL-ITEM-NUMBER        PIC X(08).
016400     05 FILLER                 PIC X(02) VALUE SPACES.
016500     05 SDL-DESCRIPTION        PIC X(30).
016600     05 FILLER                 PIC X(02) VALUE SPACES.
016700     05 SDL-ORDERED-QUANTITY   PIC Z,ZZZ,ZZ9.
016800     05 FILLER                 PIC X(01) VALUE SPACES.
016900     05 SDL-SHIPPED-QUANTITY   PIC Z,ZZZ,ZZ9.
017000     05 FILLER                 PIC X(02) VALUE SPACES.
017100     05 SDL-BACKORDER-QUANTITY PIC Z,ZZZ,ZZ9.
017200
017300 01  SLIP-TOTAL-LINE.
017400     05 FILLER                 PIC X(18)
017500        VALUE "UNITS SHIPPED ...:".
017600     05 FILLER                 PIC X(01) VALUE SPACES.
017700     05 STL-SHIPPED            PIC ZZZ,ZZZ,ZZ9.
017800
017900 PROCEDURE DIVISION.
018000 PROGRAM-BEGIN.
018100     PERFORM OPENING-PROCEDURE.
018200     SORT SORT-WORK-FILE
018300          ON ASCENDING KEY SRT-CUSTOMER-ID
018400          ON ASCENDING KEY SRT-SHIP-TO-CODE
018500          ON ASCENDING KEY SRT-ORDER-NUMBER
018600          ON ASCENDING KEY SRT-SEQUENCE
018700          INPUT PROCEDURE IS LOAD-SHIPMENTS
018800          OUTPUT PROCEDURE IS PRINT-PACKING-SLIPS.
018900     PERFORM CLOSING-PROCEDURE.
019000
019100 PROGRAM-DONE.
019200     STOP RUN.
019300
019400 OPENING-PROCEDURE.
019500     OPEN INPUT SHIP-CONFIRM-FILE.
019600     EVALUATE TRUE
019700        WHEN WS-SHPCNF-FILE-STATUS = "00"
019800             MOVE "Y" TO WS-SHPCNF-FILE-OPEN
019900        WHEN WS-SHPCNF-FILE-STATUS = "35"
020000             DISPLAY "PACKSLIP: NO SHIP-CONFIRM-FILE, NOTHING "
020100                     "SHIPPED"
020200        WHEN OTHER
020300             DISPLAY "PACKSLIP: UNABLE TO OPEN SHIP-CONFIRM-"
020400                     "FILE, STATUS " WS-SHPCNF-FILE-STATUS
020500             MOVE 16 TO RETURN-CODE
020600             GO TO PROGRAM-DONE
020700     END-EVALUATE.
020800     OPEN INPUT CUSTOMER-MASTER-FILE.
020900     IF NOT CUSTOMER-FILE-OK
021000        DISPLAY "PACKSLIP: UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
021100                "STATUS " WS-CUSTOMER-FILE-STATUS
021200        MOVE 16 TO RETURN-CODE
021300        IF WS-SHPCNF-FILE-OPEN = "Y"
021400           CLOSE SHIP-CONFIRM-FILE
021500        END-IF
021600        GO TO PROGRAM-DONE
021700     END-IF.
021800     OPEN INPUT SHIP-TO-FILE.
021900     IF SHIPTO-FILE-OK
022000        MOVE "Y" TO WS-SHIPTO-FILE-OPEN
022100     ELSE
022200        IF WS-SHIPTO-FILE-STATUS NOT = "35"
022300           DISPLAY "PACKSLIP: UNABLE TO OPEN SHIP-TO-FILE, "
022400                   "STATUS " WS-SHIPTO-FILE-STATUS
022500           MOVE 16 TO RETURN-CODE
022600           IF WS-SHPCNF-FILE-OPEN = "Y"
022700              CLOSE SHIP-CONFIRM-FILE
022800           END-IF
022900           CLOSE CUSTOMER-MASTER-FILE
023000           GO TO PROGRAM-DONE
023100        END-IF
023200     END-IF.
023300     OPEN OUTPUT PACKING-SLIP-FILE.
023400
023500 CLOSING-PROCEDURE.
023600     IF WS-SHPCNF-FILE-OPEN = "Y"
023700        CLOSE SHIP-CONFIRM-FILE
023800     END-IF.
023900     CLOSE CUSTOMER-MASTER-FILE.
024000     IF WS-SHIPTO-FILE-OPEN = "Y"
024100        CLOSE SHIP-TO-FILE
024200     END-IF.
024300     CLOSE PACKING-SLIP-FILE.
024400     DISPLAY "PACKSLIP CONTROL TOTALS".
024500     DISPLAY "  SHIPMENTS READ .......: " WS-SHIPMENTS-READ.
024600     DISPLAY "  PACKING SLIPS PRINTED : " WS-SLIPS-PRINTED.
024700     DISPLAY "  CUSTOMERS NOT FOUND ..: " WS-CUSTOMERS-NOT-FOUND.
024800     IF WS-CUSTOMERS-NOT-FOUND > ZERO
024900        MOVE 4 TO RETURN-CODE
025000     ELSE
025100        MOVE 0 TO RETURN-CODE
025200     END-IF.
025300
025400 LOAD-SHIPMENTS.
025500     MOVE "N" TO FILE-AT-END.
025600     IF WS-SHPCNF-FILE-OPEN = "Y"
025700        PERFORM READ-NEXT-SHIPMENT
025800     ELSE
025900        MOVE "Y" TO FILE-AT-END
026000     END-IF.
026100     PERFORM LOAD-ONE-SHIPMENT UNTIL FILE-AT-END = "Y".
026200
026300 READ-NEXT-SHIPMENT.
026400     READ SHIP-CONFIRM-FILE
026500          AT END MOVE "Y" TO FILE-AT-END.
026600
026700 LOAD-ONE-SHIPMENT.
026800     ADD 1 TO WS-SHIPMENTS-READ.
026900     ADD 1 TO WS-SHIPMENT-SEQUENCE.
027000     MOVE SCF-CUSTOMER-ID        TO SRT-CUSTOMER-ID.
027100     MOVE SCF-SHIP-TO-CODE       TO SRT-SHIP-TO-CODE.
027200     MOVE SCF-ORDER-NUMBER       TO SRT-ORDER-NUMBER.
027300     MOVE WS-SHIPMENT-SEQUENCE   TO SRT-SEQUENCE.
027400     MOVE SCF-ITEM-NUMBER        TO SRT-ITEM-NUMBER.
027500     MOVE SCF-DESCRIPTION        TO SRT-DESCRIPTION.
027600     MOVE SCF-SHIP-DATE          TO SRT-SHIP-DATE.
027700     MOVE SCF-ORDERED-QUANTITY   TO SRT-ORDERED-QUANTITY.
027800     MOVE SCF-SHIPPED-QUANTITY   TO SRT-SHIPPED-QUANTITY.
027900     MOVE SCF-BACKORDER-QUANTITY TO SRT-BACKORDER-QUANTITY.
028000     RELEASE SORT-WORK-RECORD.
028100     PERFORM READ-NEXT-SHIPMENT.
028200
028300 PRINT-PACKING-SLIPS.
028400     MOVE "N" TO WS-SORT-AT-END.
028500     PERFORM RETURN-NEXT-SORTED.
028600     PERFORM PRINT-ONE-SHIPMENT UNTIL WS-SORT-AT-END = "Y".
028700     IF WS-FIRST-SLIP NOT = "Y"
028800        PERFORM WRITE-SLIP-FOOTING
028900     END-IF.
029000
029100 RETURN-NEXT-SORTED.
029200     RETURN SORT-WORK-FILE
029300          AT END MOVE "Y" TO WS-SORT-AT-END.
029400
029500 PRINT-ONE-SHIPMENT.
029600     IF WS-FIRST-SLIP = "Y"
029700        OR SRT-CUSTOMER-ID  NOT = WS-CURRENT-CUSTOMER-ID
029800        OR SRT-SHIP-TO-CODE NOT = WS-CURRENT-SHIP-TO-CODE
029900        PERFORM START-NEW-SLIP
030000     END-IF.
030100     MOVE SRT-ORDER-NUMBER       TO SDL-ORDER-NUMBER.
030200     MOVE SRT-ITEM-NUMBER        TO SDL-ITEM-NUMBER.
030300     MOVE SRT-DESCRIPTION        TO SDL-DESCRIPTION.
030400     MOVE SRT-ORDERED-QUANTITY   TO SDL-ORDERED-QUANTITY.
030500     MOVE SRT-SHIPPED-QUANTITY   TO SDL-SHIPPED-QUANTITY.
030600     MOVE SRT-BACKORDER-QUANTITY TO SDL-BACKORDER-QUANTITY.
030700     WRITE PACKING-SLIP-LINE FROM SLIP-DETAIL-LINE.
030800     ADD SRT-SHIPPED-QUANTITY TO WS-SLIP-SHIPPED.
030900     PERFORM RETURN-NEXT-SORTED.
031000
031100*    EACH SLIP STARTS ON A FRESH PAGE -- IT GOES IN THE BOX.
031200 START-NEW-SLIP.
031300     IF WS-FIRST-SLIP NOT = "Y"
031400        PERFORM WRITE-SLIP-FOOTING
031500     END-IF.
031600     MOVE "N"              TO WS-FIRST-SLIP.
031700     MOVE SRT-CUSTOMER-ID  TO WS-CURRENT-CUSTOMER-ID.
031800     MOVE SRT-SHIP-TO-CODE TO WS-CURRENT-SHIP-TO-CODE.
031900     MOVE ZERO             TO WS-SLIP-SHIPPED.
032000     ADD 1 TO WS-SLIPS-PRINTED.
032100     WRITE PACKING-SLIP-LINE FROM COMPANY-NAME-LINE.
032200     WRITE PACKING-SLIP-LINE FROM COMPANY-ADDRESS-LINE.
032300     WRITE PACKING-SLIP-LINE FROM COMPANY-CITY-LINE.
032400     MOVE SPACES TO PACKING-SLIP-LINE.
032500     WRITE PACKING-SLIP-LINE.
032600     MOVE SRT-CUSTOMER-ID TO DOC-CUSTOMER-ID.
032700     MOVE SRT-SHIP-DATE   TO DOC-SHIP-DATE.
032800     WRITE PACKING-SLIP-LINE FROM DOCUMENT-HEADING.
032900     PERFORM PRINT-SHIP-TO-ADDRESS.
033000     MOVE SPACES TO PACKING-SLIP-LINE.
033100     WRITE PACKING-SLIP-LINE.
033200     WRITE PACKING-SLIP-LINE FROM COLUMN-HEADING-LINE.
033300
033400*    THE LOCATION'S ADDRESS WHEN THE ORDER NAMES ONE ON FILE;
033500*    OTHERWISE THE CUSTOMER'S OWN, WITH ANY LOCATION CODE
033600*    THE FILE COULD NOT SUPPLY AN ADDRESS FOR ON THE LINE
033700*    BELOW THE NAME.
033800 PRINT-SHIP-TO-ADDRESS.
033900     MOVE "SHIP TO:" TO ANL-CAPTION.
034000     MOVE "N" TO WS-FOUND-SWITCH.
034100     IF SRT-SHIP-TO-CODE NOT = SPACES
034200        AND WS-SHIPTO-FILE-OPEN = "Y"
034300        MOVE SRT-CUSTOMER-ID  TO ST-CUSTOMER-ID
034400        MOVE SRT-SHIP-TO-CODE TO ST-LOCATION-CODE
034500        READ SHIP-TO-FILE
034600            INVALID KEY
034700               CONTINUE
034800            NOT INVALID KEY
034900               MOVE "Y" TO WS-FOUND-SWITCH
035000        END-READ
035100     END-IF.
035200     IF WS-FOUND-SWITCH = "Y"
035300        MOVE ST-NAME      TO ANL-NAME
035400        WRITE PACKING-SLIP-LINE FROM ADDRESS-NAME-LINE
035500        MOVE SPACES       TO ANL-CAPTION
035600        MOVE ST-ADDRESS-1 TO ANL-NAME
035700        WRITE PACKING-SLIP-LINE FROM ADDRESS-NAME-LINE
035800        IF ST-ADDRESS-2 NOT = SPACES
035900           MOVE ST-ADDRESS-2 TO ANL-NAME
036000           WRITE PACKING-SLIP-LINE FROM ADDRESS-NAME-LINE
036100        END-IF
036200        MOVE ST-CITY      TO ACL-CITY
036300        MOVE ST-STATE     TO ACL-STATE
036400        MOVE ST-ZIP       TO ACL-ZIP
036500        WRITE PACKING-SLIP-LINE FROM ADDRESS-CITY-LINE
036600     ELSE
036700        PERFORM PRINT-CUSTOMER-ADDRESS
036800     END-IF.
036900
037000 PRINT-CUSTOMER-ADDRESS.
037100     MOVE SRT-CUSTOMER-ID TO CUST-CUSTOMER-ID.
037200     READ CUSTOMER-MASTER-FILE
037300         INVALID KEY
037400            ADD 1 TO WS-CUSTOMERS-NOT-FOUND
037500         NOT INVALID KEY
037600            MOVE "Y" TO WS-FOUND-SWITCH
037700     END-READ.
037800     IF WS-FOUND-SWITCH NOT = "Y"
037900        MOVE "** CUSTOMER NOT ON FILE **" TO ANL-NAME
038000        WRITE PACKING-SLIP-LINE FROM ADDRESS-NAME-LINE
038100     ELSE
038200        MOVE CUST-NOMBRE    TO ANL-NAME
038300        WRITE PACKING-SLIP-LINE FROM ADDRESS-NAME-LINE
038400        MOVE SPACES         TO ANL-CAPTION
038500        IF SRT-SHIP-TO-CODE NOT = SPACES
038600           MOVE SRT-SHIP-TO-CODE TO ANL-NAME
038700           WRITE PACKING-SLIP-LINE FROM ADDRESS-NAME-LINE
038800        END-IF
038900        MOVE CUST-ADDRESS-1 TO ANL-NAME
039000        WRITE PACKING-SLIP-LINE FROM ADDRESS-NAME-LINE
039100        IF CUST-ADDRESS-2 NOT = SPACES
039200           MOVE CUST-ADDRESS-2 TO ANL-NAME
039300           WRITE PACKING-SLIP-LINE FROM ADDRESS-NAME-LINE
039400        END-IF
039500        MOVE CUST-CITY      TO ACL-CITY
039600        MOVE CUST-STATE     TO ACL-STATE
039700        MOVE CUST-ZIP       TO ACL-ZIP
039800        WRITE PACKING-SLIP-LINE FROM ADDRESS-CITY-LINE
039900     END-IF.
040000
040100 WRITE-SLIP-FOOTING.
040200     MOVE SPACES TO PACKING-SLIP-LINE.
040300     WRITE PACKING-SLIP-LINE.
040400     MOVE WS-SLIP-SHIPPED TO STL-SHIPPED.
040500     WRITE PACKING-SLIP-LINE FROM SLIP-TOTAL-LINE.
040600     MOVE SPACES TO PACKING-SLIP-LINE.
040700     WRITE PACKING-SLIP-LINE AFTER ADVANCING PAGE.
