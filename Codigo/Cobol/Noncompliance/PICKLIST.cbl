000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PICKLIST.
000300*--------------------------------------------------
000400* Daily warehouse pick lists.  Every open customer
000500* order with an unshipped remainder (ordered less
000600* shipped-to-date) is offered the stock on ITMBAL at
000700* its ship-to's warehouse, oldest order first; an
000800* order line picks only when the whole remainder is
000900* on hand -- for a kit, every component for every
001000* kit -- and what it picks is held back from the
001100* orders behind it.  The lines picked print as one
001200* pick list per ship-to, by item, each with a blank
001300* for the quantity actually pulled, which goes back
001400* in as CORMAINT's ship-confirm.  A kit line lists
001500* the components to pull beneath it.  Nothing is
001600* updated; the stock moves at the ship-confirm.
001700*
001800* MODIFICATION HISTORY
001900*   WHO   DATE        WHAT
002000*   RWH   2026-10-15  Original version.
002100*--------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500
002600     SELECT CUSTOMER-ORDER-FILE
002700         ASSIGN TO "CUSTORD"
002800         ORGANIZATION IS INDEXED
002900         RECORD KEY IS CO-KEY
003000         ACCESS MODE IS SEQUENTIAL
003100         FILE STATUS IS WS-CUSTORD-FILE-STATUS.
003200
003300     SELECT INVENTORY-BALANCE-FILE
003400         ASSIGN TO "ITMBAL"
003500         ORGANIZATION IS INDEXED
003600         RECORD KEY IS IB-KEY
003700         ACCESS MODE IS RANDOM
003800         FILE STATUS IS WS-ITMBAL-FILE-STATUS.
003900
004000     SELECT CUSTOMER-MASTER-FILE
004100         ASSIGN TO "CUSTMST"
004200         ORGANIZATION IS INDEXED
004300         RECORD KEY IS CUST-CUSTOMER-ID
004400         ACCESS MODE IS RANDOM
004500         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
004600
004700     SELECT SHIP-TO-FILE
004800         ASSIGN TO "SHIPTO"
004900         ORGANIZATION IS INDEXED
005000         RECORD KEY IS ST-KEY
005100         ACCESS MODE IS RANDOM
005200         FILE STATUS IS WS-SHIPTO-FILE-STATUS.
005300
005400*    KIT COMPONENTS BY KIT ITEM -- SEE BOMMST.
005500     SELECT BILL-OF-MATERIALS-FILE
005600         ASSIGN TO "BOMMST"
005700         ORGANIZATION IS INDEXED
005800         RECORD KEY IS BOM-KEY
005900         ACCESS MODE IS DYNAMIC
006000         FILE STATUS IS WS-BOM-FILE-STATUS.
006100
006200*    ORDER LINES OLDEST FIRST, FOR THE STOCK TO GO ROUND.
006300     SELECT PRIORITY-SORT-FILE
006400         ASSIGN TO "PKPSORT".
006500
006600*    THE LINES PICKED, BETWEEN THE TWO SORTS.
006700     SELECT PICK-WORK-FILE
006800         ASSIGN TO "PICKWRK"
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000
007100     SELECT PICK-SORT-FILE
007200         ASSIGN TO "PKLSORT".
007300
007400     SELECT PICK-LIST-FILE
007500         ASSIGN TO "PICKLSTF"
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000
008100     COPY CUSTORD.
008200     COPY ITMBAL.
008300     COPY CUSMST.
008400     COPY SHIPTO.
008500     COPY BOMMST.
008600
008700 SD  PRIORITY-SORT-FILE.
008800 01  PRIORITY-SORT-RECORD.
008900     05 PRI-ORDER-DATE         PIC 9(8).
009000     05 PRI-CUSTOMER-ID        PIC 9(7).
009100     05 PRI-ORDER-NUMBER       PIC 9(7).
009200     05 PRI-SHIP-TO-CODE       PIC X(03).
009300     05 PRI-ITEM-NUMBER        PIC X(08).
009400     05 PRI-DESCRIPTION        PIC X(40).
009500     05 PRI-REMAINING-QUANTITY PIC 9(7).
009600
009700 FD  PICK-WORK-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 01  PICK-WORK-RECORD.
010000     05 PKW-WAREHOUSE          PIC X(03).
010100     05 PKW-CUSTOMER-ID        PIC 9(7).
010200     05 PKW-SHIP-TO-CODE       PIC X(03).
010300     05 PKW-ITEM-NUMBER        PIC X(08).
010400     05 PKW-ORDER-NUMBER       PIC 9(7).
010500     05 PKW-ORDER-DATE         PIC 9(8).
010600     05 PKW-DESCRIPTION        PIC X(40).
010700     05 PKW-PICK-QUANTITY      PIC 9(7).
010800     05 PKW-KIT-SWITCH         PIC X(01).
010900
011000 SD  PICK-SORT-FILE.
011100 01  PICK-SORT-RECORD.
011200     05 PKS-WAREHOUSE          PIC X(03).
011300     05 PKS-CUSTOMER-ID        PIC 9(7).
011400     05 PKS-SHIP-TO-CODE       PIC X(03).
011500     05 PKS-ITEM-NUMBER        PIC X(08).
011600     05 PKS-ORDER-NUMBER       PIC 9(7).
011700     05 PKS-ORDER-DATE         PIC 9(8).
011800     05 PKS-DESCRIPTION        PIC X(40).
011900     05 PKS-PICK-QUANTITY      PIC 9(7).
012000     05 PKS-KIT-SWITCH         PIC X(01).
012100         88 PKS-KIT                    VALUE "Y".
012200
012300 FD  PICK-LIST-FILE
012400     LABEL RECORDS ARE STANDARD.
012500 01  PICK-LIST-LINE            PIC X(90).
012600
012700 WORKING-STORAGE SECTION.
012800
012900 01  FILE-AT-END               PIC X VALUE "N".
013000 01  WS-SORT-AT-END            PIC X VALUE "N".
013100*    "N" WHEN THE FILE DOES NOT EXIST YET -- NO SHIP-TO
013200*    LOCATIONS MEANS EVERY ORDER GOES FROM THE DEFAULT
013300*    WAREHOUSE; NO KITS MEANS EVERY ITEM IS STOCKED.
013400 01  WS-SHIPTO-FILE-OPEN       PIC X VALUE "N".
013500 01  WS-BOM-FILE-OPEN          PIC X VALUE "N".
013600 01  WS-FOUND-SWITCH           PIC X VALUE "N".
013700
013800*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
013900*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
014000     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
014100         ==WS-CUSTORD-FILE-STATUS== ==PFX-FILE-OK== BY
014200         ==CUSTORD-FILE-OK== ==PFX-FILE-EOF== BY
014300         ==CUSTORD-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
014400         ==CUSTORD-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
014500         ==CUSTORD-FILE-NOT-FOUND==
014600         ==PFX-FILE-BOUNDARY-VIOLATION== BY
014700         ==CUSTORD-FILE-BOUNDARY-VIOLATION==.
014800
014900     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
015000         ==WS-ITMBAL-FILE-STATUS== ==PFX-FILE-OK== BY
015100         ==ITMBAL-FILE-OK== ==PFX-FILE-EOF== BY
015200         ==ITMBAL-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
015300         ==ITMBAL-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
015400         ==ITMBAL-FILE-NOT-FOUND==
015500         ==PFX-FILE-BOUNDARY-VIOLATION== BY
015600         ==ITMBAL-FILE-BOUNDARY-VIOLATION==.
015700
015800     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
015900         ==WS-CUSTOMER-FILE-STATUS== ==PFX-FILE-OK== BY
016000         ==CUSTOMER-FILE-OK== ==PFX-FILE-EOF== BY
016100         ==CUSTOMER-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
016200         ==CUSTOMER-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
016300         ==CUSTOMER-FILE-NOT-FOUND==
016400         ==PFX-FILE-BOUNDARY-VIOLATION== BY
016500         ==CUSTOMER-FILE-BOUNDARY-VIOLATION==.
016600
016700     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
016800         ==WS-SHIPTO-FILE-STATUS== ==PFX-FILE-OK== BY
016900         ==SHIPTO-FILE-OK== ==PFX-FILE-EOF== BY
017000         ==SHIPTO-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
017100         ==SHIPTO-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
017200         ==SHIPTO-FILE-NOT-FOUND==
017300         ==PFX-FILE-BOUNDARY-VIOLATION== BY
017400         ==SHIPTO-FILE-BOUNDARY-VIOLATION==.
017500
017600     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
017700         ==WS-BOM-FILE-STATUS== ==PFX-FILE-OK== BY
017800         ==BOM-FILE-OK== ==PFX-FILE-EOF== BY
017900         ==BOM-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
018000         ==BOM-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
018100         ==BOM-FILE-NOT-FOUND==
018200         ==PFX-FILE-BOUNDARY-VIOLATION== BY
018300         ==BOM-FILE-BOUNDARY-VIOLATION==.
018400
018500 01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
018600 01  WS-REMAINING-QUANTITY     PIC S9(7) VALUE ZERO.
018700 01  WS-SHIP-WAREHOUSE         PIC X(03) VALUE SPACES.
018800
018900*    THE STOCK STILL UNPICKED AT EACH WAREHOUSE AND ITEM,
019000*    LOADED FROM ITMBAL THE FIRST TIME AN ORDER ASKS FOR IT
019100*    AND DRAWN DOWN AS LINES PICK.  IN-TRANSIT STOCK IS NOT
019200*    ON THE SHELF AND IS NOT OFFERED.
019300 01  WS-STOCK-TABLE.
019400     05 WS-STOCK-COUNT         PIC 9(4) VALUE ZERO.
019500     05 WS-STOCK-ENTRY OCCURS 2000 TIMES INDEXED BY STK-IDX.
019600         10 WS-STK-WAREHOUSE   PIC X(03).
019700         10 WS-STK-ITEM-NUMBER PIC X(08).
019800         10 WS-STK-AVAILABLE   PIC S9(9).
019900 01  WS-LOOKUP-ITEM-NUMBER     PIC X(08) VALUE SPACES.
020000 01  WS-STOCK-NEEDED           PIC 9(9) VALUE ZERO.
020100 01  WS-STOCK-SWITCH           PIC X VALUE "Y".
020200     88 WS-STOCK-OK                    VALUE "Y".
020300
020400*    THE COMPONENTS OF THE KIT IN HAND, FROM BOMMST.  NO
020500*    COMPONENTS MEANS A STOCKED ITEM.
020600 01  WS-KIT-ITEM-NUMBER        PIC X(08) VALUE SPACES.
020700 01  WS-KIT-SCAN-DONE          PIC X VALUE "N".
020800 01  WS-KIT-COMPONENT-COUNT    PIC 9(3) VALUE ZERO.
020900 01  WS-KIT-SUB                PIC 9(3) VALUE ZERO.
021000 01  WS-KIT-COMPONENTS.
021100     05 WS-KIT-COMPONENT OCCURS 50 TIMES.
021200         10 WS-KIT-COMPONENT-ITEM  PIC X(08).
021300         10 WS-KIT-QUANTITY-PER    PIC 9(5).
021400
021500*    THE PICK LIST IN PROGRESS -- ONE PER SHIP-TO.
021600 01  WS-FIRST-LIST             PIC X VALUE "Y".
021700 01  WS-CURRENT-WAREHOUSE      PIC X(03) VALUE SPACES.
021800 01  WS-CURRENT-CUSTOMER-ID    PIC 9(7) VALUE ZERO.
021900 01  WS-CURRENT-SHIP-TO-CODE   PIC X(03) VALUE SPACES.
022000 01  WS-LIST-LINES             PIC 9(5) VALUE ZERO.
022100
022200 01  WS-CONTROL-TOTALS.
022300     05 WS-ORDERS-READ         PIC 9(7) VALUE ZERO.
022400     05 WS-LINES-UNSHIPPED     PIC 9(7) VALUE ZERO.
022500     05 WS-LINES-NO-ITEM       PIC 9(7) VALUE ZERO.
022600     05 WS-LINES-PICKED        PIC 9(7) VALUE ZERO.
022700     05 WS-LINES-SHORT         PIC 9(7) VALUE ZERO.
022800     05 WS-PICK-LISTS          PIC 9(7) VALUE ZERO.
022900
023000*    PARAMETER PASSED TO THE SHARED WAREHOUSE-CHECK
023100*    SUBPROGRAM -- SEE WHSCHK.
023200 01  PICKLIST-WHSCHK-PARM.
023300     05 WHSCHK-FUNCTION        PIC X(01).
023400     05 WHSCHK-WAREHOUSE       PIC X(03).
023500     05 WHSCHK-ENTRY-NUMBER    PIC 9(03).
023600     05 WHSCHK-WAREHOUSE-NAME  PIC X(30).
023700     05 WHSCHK-RESULT          PIC X(02).
023800         88 WHSCHK-NOT-ON-TABLE         VALUE "NF".
023900
024000 01  LIST-HEADING-LINE.
024100     05 FILLER                 PIC X(10) VALUE "PICK LIST".
024200     05 FILLER                 PIC X(10) VALUE "WAREHOUSE ".
024300     05 LHL-WAREHOUSE          PIC X(03).
024400     05 FILLER                 PIC X(01) VALUE SPACES.
024500     05 LHL-WAREHOUSE-NAME     PIC X(30).
024600     05 FILLER                 PIC X(05) VALUE "DATE ".
024700     05 LHL-RUN-DATE           PIC 9(8).
024800
024900 01  SHIP-TO-HEADING-LINE.
025000     05 FILLER                 PIC X(09) VALUE "SHIP TO:".
025100     05 SHL-CUSTOMER-ID        PIC 9(7).
025200     05 FILLER                 PIC X(01) VALUE "/".
025300     05 SHL-SHIP-TO-CODE       PIC X(03).
025400
025500 01  ADDRESS-NAME-LINE.
025600     05 FILLER                 PIC X(09) VALUE SPACES.
025700     05 ANL-NAME               PIC X(30).
025800
025900 01  ADDRESS-CITY-LINE.
026000     05 FILLER                 PIC X(09) VALUE SPACES.
026100     05 ACL-CITY               PIC X(20).
026200     05 FILLER                 PIC X(01) VALUE SPACES.
026300     05 ACL-STATE              PIC X(02).
026400     05 FILLER                 PIC X(01) VALUE SPACES.
026500     05 ACL-ZIP                PIC X(10).
026600
026700 01  COLUMN-HEADING-LINE.
026800     05 FILLER                 PIC X(10) VALUE "ITEM".
026900     05 FILLER                 PIC X(32) VALUE "DESCRIPTION".
027000     05 FILLER                 PIC X(09) VALUE "ORDER".
027100     05 FILLER                 PIC X(10) VALUE "   TO PICK".
027200     05 FILLER                 PIC X(12) VALUE "      PICKED".
027300
027400 01  PICK-DETAIL-LINE.
027500     05 PDL-ITEM-NUMBER        PIC X(08).
027600     05 FILLER                 PIC X(02) VALUE SPACES.
027700     05 PDL-DESCRIPTION        PIC X(30).
027800     05 FILLER                 PIC X(02) VALUE SPACES.
027900     05 PDL-ORDER-NUMBER       PIC 9(7).
028000     05 FILLER                 PIC X(02) VALUE SPACES.
028100     05 PDL-PICK-QUANTITY      PIC Z,ZZZ,ZZ9.
028200     05 FILLER                 PIC X(03) VALUE SPACES.
028300     05 FILLER                 PIC X(10) VALUE "__________".
028400
028500 01  COMPONENT-DETAIL-LINE.
028600     05 FILLER                 PIC X(04) VALUE SPACES.
028700     05 FILLER                 PIC X(12) VALUE "COMPONENT".
028800     05 CDL-ITEM-NUMBER        PIC X(08).
028900     05 FILLER                 PIC X(27) VALUE SPACES.
029000     05 CDL-PICK-QUANTITY      PIC Z,ZZZ,ZZ9.
029100     05 FILLER                 PIC X(03) VALUE SPACES.
029200     05 FILLER                 PIC X(10) VALUE "__________".
029300
029400 01  LIST-FOOTING-LINE.
029500     05 FILLER                 PIC X(15) VALUE "LINES TO PICK:".
029600     05 LFL-LIST-LINES         PIC ZZ,ZZ9.
029700     05 FILLER                 PIC X(18)
029800        VALUE "    PICKED BY ____".
029900     05 FILLER                 PIC X(22)
030000        VALUE "________  DATE _______".
030100
030200 PROCEDURE DIVISION.
030300 PROGRAM-BEGIN.
030400     PERFORM OPENING-PROCEDURE.
030500     SORT PRIORITY-SORT-FILE
030600          ON ASCENDING KEY PRI-ORDER-DATE
030700          ON ASCENDING KEY PRI-CUSTOMER-ID
030800          ON ASCENDING KEY PRI-ORDER-NUMBER
030900          INPUT PROCEDURE IS LOAD-UNSHIPPED-LINES
031000          OUTPUT PROCEDURE IS ALLOCATE-STOCK.
031100     SORT PICK-SORT-FILE
031200          ON ASCENDING KEY PKS-WAREHOUSE
031300          ON ASCENDING KEY PKS-CUSTOMER-ID
031400          ON ASCENDING KEY PKS-SHIP-TO-CODE
031500          ON ASCENDING KEY PKS-ITEM-NUMBER
031600          ON ASCENDING KEY PKS-ORDER-NUMBER
031700          USING PICK-WORK-FILE
031800          OUTPUT PROCEDURE IS PRINT-PICK-LISTS.
031900     PERFORM CLOSING-PROCEDURE.
032000
032100 PROGRAM-DONE.
032200     STOP RUN.
032300
032400 OPENING-PROCEDURE.
032500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032600     OPEN INPUT CUSTOMER-ORDER-FILE.
032700     IF NOT CUSTORD-FILE-OK
032800        DISPLAY "PICKLIST: UNABLE TO OPEN CUSTOMER-ORDER-FILE, "
032900                "STATUS " WS-CUSTORD-FILE-STATUS
033000        MOVE 16 TO RETURN-CODE
033100        GO TO PROGRAM-DONE
033200     END-IF.
033300     OPEN INPUT INVENTORY-BALANCE-FILE.
033400     IF NOT ITMBAL-FILE-OK
033500        DISPLAY "PICKLIST: UNABLE TO OPEN INVENTORY-BALANCE-"
033600                "FILE, STATUS " WS-ITMBAL-FILE-STATUS
033700        MOVE 16 TO RETURN-CODE
033800        CLOSE CUSTOMER-ORDER-FILE
033900        GO TO PROGRAM-DONE
034000     END-IF.
034100     OPEN INPUT CUSTOMER-MASTER-FILE.
034200     IF NOT CUSTOMER-FILE-OK
034300        DISPLAY "PICKLIST: UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
034400                "STATUS " WS-CUSTOMER-FILE-STATUS
034500        MOVE 16 TO RETURN-CODE
034600        CLOSE CUSTOMER-ORDER-FILE
034700        CLOSE INVENTORY-BALANCE-FILE
034800        GO TO PROGRAM-DONE
034900     END-IF.
035000     OPEN INPUT SHIP-TO-FILE.
035100     IF SHIPTO-FILE-OK
035200        MOVE "Y" TO WS-SHIPTO-FILE-OPEN
035300     ELSE
035400        IF WS-SHIPTO-FILE-STATUS NOT = "35"
035500           DISPLAY "PICKLIST: UNABLE TO OPEN SHIP-TO-FILE, "
035600                   "STATUS " WS-SHIPTO-FILE-STATUS
035700           MOVE 16 TO RETURN-CODE
035800           CLOSE CUSTOMER-ORDER-FILE
035900           CLOSE INVENTORY-BALANCE-FILE
036000           CLOSE CUSTOMER-MASTER-FILE
036100           GO TO PROGRAM-DONE
036200        END-IF
036300     END-IF.
036400     OPEN INPUT BILL-OF-MATERIALS-FILE.
036500     IF BOM-FILE-OK
036600        MOVE "Y" TO WS-BOM-FILE-OPEN
036700     ELSE
036800        IF WS-BOM-FILE-STATUS NOT = "35"
036900           DISPLAY "PICKLIST: UNABLE TO OPEN BILL-OF-"
037000                   "MATERIALS-FILE, STATUS " WS-BOM-FILE-STATUS
037100           MOVE 16 TO RETURN-CODE
037200           CLOSE CUSTOMER-ORDER-FILE
037300           CLOSE INVENTORY-BALANCE-FILE
037400           CLOSE CUSTOMER-MASTER-FILE
037500           GO TO PROGRAM-DONE
037600        END-IF
037700     END-IF.
037800     OPEN OUTPUT PICK-LIST-FILE.
037900
038000 CLOSING-PROCEDURE.
038100     CLOSE CUSTOMER-ORDER-FILE.
038200     CLOSE INVENTORY-BALANCE-FILE.
038300     CLOSE CUSTOMER-MASTER-FILE.
038400     IF WS-SHIPTO-FILE-OPEN = "Y"
038500        CLOSE SHIP-TO-FILE
038600     END-IF.
038700     IF WS-BOM-FILE-OPEN = "Y"
038800        CLOSE BILL-OF-MATERIALS-FILE
038900     END-IF.
039000     CLOSE PICK-LIST-FILE.
039100     DISPLAY "PICKLIST CONTROL TOTALS".
039200     DISPLAY "  ORDER RECORDS READ ...: " WS-ORDERS-READ.
039300     DISPLAY "  LINES UNSHIPPED ......: " WS-LINES-UNSHIPPED.
039400     DISPLAY "  LINES WITH NO ITEM ...: " WS-LINES-NO-ITEM.
039500     DISPLAY "  LINES PICKED .........: " WS-LINES-PICKED.
039600     DISPLAY "  LINES SHORT OF STOCK .: " WS-LINES-SHORT.
039700     DISPLAY "  PICK LISTS PRINTED ...: " WS-PICK-LISTS.
039800     MOVE 0 TO RETURN-CODE.
039900
040000*    AN ORDER KEYED WITHOUT AN ITEM NUMBER HAS NOTHING ON
040100*    ITMBAL TO PICK FROM -- IT IS COUNTED AND LEFT TO THE
040200*    BACKLOG.
040300 LOAD-UNSHIPPED-LINES.
040400     MOVE "N" TO FILE-AT-END.
040500     PERFORM READ-NEXT-ORDER.
040600     PERFORM LOAD-ONE-ORDER UNTIL FILE-AT-END = "Y".
040700
040800 READ-NEXT-ORDER.
040900     READ CUSTOMER-ORDER-FILE NEXT RECORD
041000          AT END MOVE "Y" TO FILE-AT-END.
041100
041200 LOAD-ONE-ORDER.
041300     ADD 1 TO WS-ORDERS-READ.
041400     IF CO-STATUS-OPEN
041500        IF CO-SHIPPED-QUANTITY NOT NUMERIC
041600           MOVE ZERO TO CO-SHIPPED-QUANTITY
041700        END-IF
041800        COMPUTE WS-REMAINING-QUANTITY =
041900                CO-QUANTITY - CO-SHIPPED-QUANTITY
042000        IF WS-REMAINING-QUANTITY > ZERO
042100           ADD 1 TO WS-LINES-UNSHIPPED
042200           IF CO-ITEM-NUMBER = SPACES
042300              ADD 1 TO WS-LINES-NO-ITEM
042400           ELSE
042500              MOVE CO-ORDER-DATE      TO PRI-ORDER-DATE
042600              MOVE CO-CUSTOMER-ID     TO PRI-CUSTOMER-ID
042700              MOVE CO-ORDER-NUMBER    TO PRI-ORDER-NUMBER
042800              MOVE CO-SHIP-TO-CODE    TO PRI-SHIP-TO-CODE
042900              MOVE CO-ITEM-NUMBER     TO PRI-ITEM-NUMBER
043000              MOVE CO-DESCRIPTION     TO PRI-DESCRIPTION
043100              MOVE WS-REMAINING-QUANTITY
043200                                      TO PRI-REMAINING-QUANTITY
043300              RELEASE PRIORITY-SORT-RECORD
043400           END-IF
043500        END-IF
043600     END-IF.
043700     PERFORM READ-NEXT-ORDER.
043800
043900*    THE OLDEST ORDERS SEE THE STOCK FIRST.  A LINE THE
044000*    SHELF CANNOT FILL WHOLE WAITS FOR THE NEXT RECEIPT AND
044100*    TAKES NOTHING FROM THE ORDERS BEHIND IT.
044200 ALLOCATE-STOCK.
044300     OPEN OUTPUT PICK-WORK-FILE.
044400     MOVE "N" TO WS-SORT-AT-END.
044500     PERFORM RETURN-NEXT-PRIORITY.
044600     PERFORM ALLOCATE-ONE-LINE UNTIL WS-SORT-AT-END = "Y".
044700     CLOSE PICK-WORK-FILE.
044800
044900 RETURN-NEXT-PRIORITY.
045000     RETURN PRIORITY-SORT-FILE
045100          AT END MOVE "Y" TO WS-SORT-AT-END.
045200
045300 ALLOCATE-ONE-LINE.
045400     PERFORM FIND-SHIPPING-WAREHOUSE.
045500     MOVE PRI-ITEM-NUMBER TO WS-KIT-ITEM-NUMBER.
045600     PERFORM LOAD-KIT-COMPONENTS.
045700     MOVE "Y" TO WS-STOCK-SWITCH.
045800     IF WS-KIT-COMPONENT-COUNT = ZERO
045900        MOVE PRI-ITEM-NUMBER        TO WS-LOOKUP-ITEM-NUMBER
046000        MOVE PRI-REMAINING-QUANTITY TO WS-STOCK-NEEDED
046100        PERFORM CHECK-STOCK-AVAILABLE
046200     ELSE
046300        PERFORM CHECK-ONE-KIT-COMPONENT
046400            VARYING WS-KIT-SUB FROM 1 BY 1
046500            UNTIL WS-KIT-SUB > WS-KIT-COMPONENT-COUNT
046600               OR NOT WS-STOCK-OK
046700     END-IF.
046800     IF WS-STOCK-OK
046900        PERFORM PICK-ORDER-LINE
047000     ELSE
047100        ADD 1 TO WS-LINES-SHORT
047200     END-IF.
047300     PERFORM RETURN-NEXT-PRIORITY.
047400
047500*    STOCK LEAVES FROM THE WAREHOUSE THE ORDER'S SHIP-TO
047600*    LOCATION NAMES, THE SAME WAY CORMAINT WILL SHIP IT.
047700 FIND-SHIPPING-WAREHOUSE.
047800     MOVE SPACES TO WHSCHK-WAREHOUSE.
047900     IF PRI-SHIP-TO-CODE NOT = SPACES
048000        AND WS-SHIPTO-FILE-OPEN = "Y"
048100        MOVE PRI-CUSTOMER-ID  TO ST-CUSTOMER-ID
048200        MOVE PRI-SHIP-TO-CODE TO ST-LOCATION-CODE
048300        READ SHIP-TO-FILE
048400            INVALID KEY
048500               MOVE SPACES TO ST-WAREHOUSE
048600        END-READ
048700        MOVE ST-WAREHOUSE TO WHSCHK-WAREHOUSE
048800     END-IF.
048900     MOVE "V" TO WHSCHK-FUNCTION.
049000     CALL "WHSCHK" USING PICKLIST-WHSCHK-PARM.
049100     IF WHSCHK-NOT-ON-TABLE
049200        DISPLAY "PICKLIST: ORDER " PRI-CUSTOMER-ID "/"
049300                PRI-ORDER-NUMBER " WAREHOUSE " WHSCHK-WAREHOUSE
049400                " NOT ON TABLE, DEFAULT USED"
049500        MOVE SPACES TO WHSCHK-WAREHOUSE
049600        CALL "WHSCHK" USING PICKLIST-WHSCHK-PARM
049700     END-IF.
049800     MOVE WHSCHK-WAREHOUSE TO WS-SHIP-WAREHOUSE.
049900
050000 LOAD-KIT-COMPONENTS.
050100     MOVE ZERO TO WS-KIT-COMPONENT-COUNT.
050200     IF WS-BOM-FILE-OPEN = "Y"
050300        MOVE "N"                TO WS-KIT-SCAN-DONE
050400        MOVE WS-KIT-ITEM-NUMBER TO BOM-KIT-ITEM
050500        MOVE LOW-VALUES         TO BOM-COMPONENT-ITEM
050600        START BILL-OF-MATERIALS-FILE
050700              KEY IS NOT LESS THAN BOM-KEY
050800            INVALID KEY
050900               MOVE "Y" TO WS-KIT-SCAN-DONE
051000        END-START
051100        PERFORM LOAD-NEXT-KIT-COMPONENT
051200            UNTIL WS-KIT-SCAN-DONE = "Y"
051300     END-IF.
051400
051500 LOAD-NEXT-KIT-COMPONENT.
051600     READ BILL-OF-MATERIALS-FILE NEXT RECORD
051700         AT END
051800            MOVE "Y" TO WS-KIT-SCAN-DONE
051900     END-READ.
052000     IF WS-KIT-SCAN-DONE NOT = "Y"
052100        IF BOM-KIT-ITEM NOT = WS-KIT-ITEM-NUMBER
052200           MOVE "Y" TO WS-KIT-SCAN-DONE
052300        ELSE
052400           IF WS-KIT-COMPONENT-COUNT = 50
052500              DISPLAY "PICKLIST: KIT " WS-KIT-ITEM-NUMBER
052600                      " HAS OVER 50 COMPONENTS, THE REST "
052700                      "NOT LISTED"
052800              MOVE "Y" TO WS-KIT-SCAN-DONE
052900           ELSE
053000              ADD 1 TO WS-KIT-COMPONENT-COUNT
053100              MOVE BOM-COMPONENT-ITEM TO WS-KIT-COMPONENT-ITEM
053200                                         (WS-KIT-COMPONENT-COUNT)
053300              MOVE BOM-QUANTITY-PER   TO WS-KIT-QUANTITY-PER
053400                                         (WS-KIT-COMPONENT-COUNT)
053500           END-IF
053600        END-IF
053700     END-IF.
053800
053900 CHECK-ONE-KIT-COMPONENT.
054000     MOVE WS-KIT-COMPONENT-ITEM (WS-KIT-SUB)
054100                            TO WS-LOOKUP-ITEM-NUMBER.
054200     COMPUTE WS-STOCK-NEEDED = PRI-REMAINING-QUANTITY
054300                             * WS-KIT-QUANTITY-PER (WS-KIT-SUB).
054400     PERFORM CHECK-STOCK-AVAILABLE.
054500
054600 CHECK-STOCK-AVAILABLE.
054700     PERFORM FIND-STOCK-ENTRY.
054800     IF WS-FOUND-SWITCH NOT = "Y"
054900        MOVE "N" TO WS-STOCK-SWITCH
055000     ELSE
055100        IF WS-STK-AVAILABLE (STK-IDX) < WS-STOCK-NEEDED
055200           MOVE "N" TO WS-STOCK-SWITCH
055300        END-IF
055400     END-IF.
055500
055600 FIND-STOCK-ENTRY.
055700     MOVE "N" TO WS-FOUND-SWITCH.
055800     SET STK-IDX TO 1.
055900     SEARCH WS-STOCK-ENTRY
056000         AT END
056100            PERFORM ADD-STOCK-ENTRY
056200         WHEN STK-IDX > WS-STOCK-COUNT
056300            PERFORM ADD-STOCK-ENTRY
056400         WHEN WS-STK-WAREHOUSE (STK-IDX) = WS-SHIP-WAREHOUSE
056500          AND WS-STK-ITEM-NUMBER (STK-IDX) = WS-LOOKUP-ITEM-NUMBER
056600            MOVE "Y" TO WS-FOUND-SWITCH
056700     END-SEARCH.
056800
056900 ADD-STOCK-ENTRY.
057000     IF WS-STOCK-COUNT < 2000
057100        ADD 1 TO WS-STOCK-COUNT
057200        SET STK-IDX TO WS-STOCK-COUNT
057300        MOVE WS-SHIP-WAREHOUSE     TO WS-STK-WAREHOUSE (STK-IDX)
057400        MOVE WS-LOOKUP-ITEM-NUMBER TO WS-STK-ITEM-NUMBER
057500                                      (STK-IDX)
057600        MOVE WS-SHIP-WAREHOUSE     TO IB-WAREHOUSE
057700        MOVE WS-LOOKUP-ITEM-NUMBER TO IB-ITEM-NUMBER
057800        READ INVENTORY-BALANCE-FILE
057900            INVALID KEY
058000               MOVE ZERO TO IB-ON-HAND-QUANTITY
058100        END-READ
058200        MOVE IB-ON-HAND-QUANTITY   TO WS-STK-AVAILABLE (STK-IDX)
058300        MOVE "Y" TO WS-FOUND-SWITCH
058400     ELSE
058500        DISPLAY "PICKLIST: STOCK TABLE FULL, ITEM "
058600                WS-LOOKUP-ITEM-NUMBER " AT WAREHOUSE "
058700                WS-SHIP-WAREHOUSE " NOT PICKED"
058800     END-IF.
058900
059000*    THE LINE PICKS, SO ITS STOCK IS SPOKEN FOR.
059100 PICK-ORDER-LINE.
059200     IF WS-KIT-COMPONENT-COUNT = ZERO
059300        MOVE PRI-ITEM-NUMBER        TO WS-LOOKUP-ITEM-NUMBER
059400        MOVE PRI-REMAINING-QUANTITY TO WS-STOCK-NEEDED
059500        PERFORM TAKE-STOCK
059600        MOVE "N" TO PKW-KIT-SWITCH
059700     ELSE
059800        PERFORM TAKE-KIT-COMPONENT
059900            VARYING WS-KIT-SUB FROM 1 BY 1
060000            UNTIL WS-KIT-SUB > WS-KIT-COMPONENT-COUNT
060100        MOVE "Y" TO PKW-KIT-SWITCH
060200     END-IF.
060300     MOVE WS-SHIP-WAREHOUSE      TO PKW-WAREHOUSE.
060400     MOVE PRI-CUSTOMER-ID        TO PKW-CUSTOMER-ID.
060500     MOVE PRI-SHIP-TO-CODE       TO PKW-SHIP-TO-CODE.
060600     MOVE PRI-ITEM-NUMBER        TO PKW-ITEM-NUMBER.
060700     MOVE PRI-ORDER-NUMBER       TO PKW-ORDER-NUMBER.
060800     MOVE PRI-ORDER-DATE         TO PKW-ORDER-DATE.
060900     MOVE PRI-DESCRIPTION        TO PKW-DESCRIPTION.
061000     MOVE PRI-REMAINING-QUANTITY TO PKW-PICK-QUANTITY.
061100     WRITE PICK-WORK-RECORD.
061200     ADD 1 TO WS-LINES-PICKED.
061300
061400 TAKE-KIT-COMPONENT.
061500     MOVE WS-KIT-COMPONENT-ITEM (WS-KIT-SUB)
061600                            TO WS-LOOKUP-ITEM-NUMBER.
061700     COMPUTE WS-STOCK-NEEDED = PRI-REMAINING-QUANTITY
061800                             * WS-KIT-QUANTITY-PER (WS-KIT-SUB).
061900     PERFORM TAKE-STOCK.
062000
062100 TAKE-STOCK.
062200     PERFORM FIND-STOCK-ENTRY.
062300     SUBTRACT WS-STOCK-NEEDED FROM WS-STK-AVAILABLE (STK-IDX).
062400
062500 PRINT-PICK-LISTS.
062600     MOVE "N" TO WS-SORT-AT-END.
062700     PERFORM RETURN-NEXT-PICKED.
062800     PERFORM PRINT-ONE-PICK-LINE UNTIL WS-SORT-AT-END = "Y".
062900     IF WS-FIRST-LIST NOT = "Y"
063000        PERFORM WRITE-LIST-FOOTING
063100     END-IF.
063200
063300 RETURN-NEXT-PICKED.
063400     RETURN PICK-SORT-FILE
063500          AT END MOVE "Y" TO WS-SORT-AT-END.
063600
063700 PRINT-ONE-PICK-LINE.
063800     IF WS-FIRST-LIST = "Y"
063900        OR PKS-WAREHOUSE    NOT = WS-CURRENT-WAREHOUSE
064000        OR PKS-CUSTOMER-ID  NOT = WS-CURRENT-CUSTOMER-ID
064100        OR PKS-SHIP-TO-CODE NOT = WS-CURRENT-SHIP-TO-CODE
064200        PERFORM START-NEW-PICK-LIST
064300     END-IF.
064400     MOVE PKS-ITEM-NUMBER   TO PDL-ITEM-NUMBER.
064500     MOVE PKS-DESCRIPTION   TO PDL-DESCRIPTION.
064600     MOVE PKS-ORDER-NUMBER  TO PDL-ORDER-NUMBER.
064700     MOVE PKS-PICK-QUANTITY TO PDL-PICK-QUANTITY.
064800     WRITE PICK-LIST-LINE FROM PICK-DETAIL-LINE.
064900     ADD 1 TO WS-LIST-LINES.
065000     IF PKS-KIT
065100        MOVE PKS-ITEM-NUMBER TO WS-KIT-ITEM-NUMBER
065200        PERFORM LOAD-KIT-COMPONENTS
065300        PERFORM PRINT-ONE-COMPONENT
065400            VARYING WS-KIT-SUB FROM 1 BY 1
065500            UNTIL WS-KIT-SUB > WS-KIT-COMPONENT-COUNT
065600     END-IF.
065700     PERFORM RETURN-NEXT-PICKED.
065800
065900 PRINT-ONE-COMPONENT.
066000     MOVE WS-KIT-COMPONENT-ITEM (WS-KIT-SUB) TO CDL-ITEM-NUMBER.
066100     COMPUTE CDL-PICK-QUANTITY = PKS-PICK-QUANTITY
066200                               * WS-KIT-QUANTITY-PER (WS-KIT-SUB).
066300     WRITE PICK-LIST-LINE FROM COMPONENT-DETAIL-LINE.
066400
066500*    EACH SHIP-TO'S LIST STARTS ON A FRESH PAGE -- IT TRAVELS
066600*    THE WAREHOUSE WITH THE PICKER.
066700 START-NEW-PICK-LIST.
066800     IF WS-FIRST-LIST NOT = "Y"
066900        PERFORM WRITE-LIST-FOOTING
067000     END-IF.
067100     MOVE "N"              TO WS-FIRST-LIST.
067200     MOVE PKS-WAREHOUSE    TO WS-CURRENT-WAREHOUSE.
067300     MOVE PKS-CUSTOMER-ID  TO WS-CURRENT-CUSTOMER-ID.
067400     MOVE PKS-SHIP-TO-CODE TO WS-CURRENT-SHIP-TO-CODE.
067500     MOVE ZERO             TO WS-LIST-LINES.
067600     ADD 1 TO WS-PICK-LISTS.
067700     MOVE "V"           TO WHSCHK-FUNCTION.
067800     MOVE PKS-WAREHOUSE TO WHSCHK-WAREHOUSE.
067900     CALL "WHSCHK" USING PICKLIST-WHSCHK-PARM.
068000     MOVE PKS-WAREHOUSE         TO LHL-WAREHOUSE.
068100     MOVE WHSCHK-WAREHOUSE-NAME TO LHL-WAREHOUSE-NAME.
068200     MOVE WS-RUN-DATE           TO LHL-RUN-DATE.
068300     WRITE PICK-LIST-LINE FROM LIST-HEADING-LINE.
068400     MOVE SPACES TO PICK-LIST-LINE.
068500     WRITE PICK-LIST-LINE.
068600     MOVE PKS-CUSTOMER-ID  TO SHL-CUSTOMER-ID.
068700     MOVE PKS-SHIP-TO-CODE TO SHL-SHIP-TO-CODE.
068800     WRITE PICK-LIST-LINE FROM SHIP-TO-HEADING-LINE.
068900     PERFORM PRINT-SHIP-TO-ADDRESS.
069000     MOVE SPACES TO PICK-LIST-LINE.
069100     WRITE PICK-LIST-LINE.
069200     WRITE PICK-LIST-LINE FROM COLUMN-HEADING-LINE.
069300
069400*    THE LOCATION'S ADDRESS, OR THE CUSTOMER'S OWN WHEN THE
069500*    ORDER SHIPS TO THE BILLING ADDRESS OR THE LOCATION IS
069600*    NOT ON FILE.
069700 PRINT-SHIP-TO-ADDRESS.
069800     MOVE "N" TO WS-FOUND-SWITCH.
069900     IF PKS-SHIP-TO-CODE NOT = SPACES
070000        AND WS-SHIPTO-FILE-OPEN = "Y"
070100        MOVE PKS-CUSTOMER-ID  TO ST-CUSTOMER-ID
070200        MOVE PKS-SHIP-TO-CODE TO ST-LOCATION-CODE
070300        READ SHIP-TO-FILE
070400            INVALID KEY
070500               CONTINUE
070600            NOT INVALID KEY
070700               MOVE "Y" TO WS-FOUND-SWITCH
070800        END-READ
070900     END-IF.
071000     IF WS-FOUND-SWITCH = "Y"
071100        MOVE ST-NAME      TO ANL-NAME
071200        WRITE PICK-LIST-LINE FROM ADDRESS-NAME-LINE
071300        MOVE ST-ADDRESS-1 TO ANL-NAME
071400        WRITE PICK-LIST-LINE FROM ADDRESS-NAME-LINE
071500        IF ST-ADDRESS-2 NOT = SPACES
071600           MOVE ST-ADDRESS-2 TO ANL-NAME
071700           WRITE PICK-LIST-LINE FROM ADDRESS-NAME-LINE
071800        END-IF
071900        MOVE ST-CITY      TO ACL-CITY
072000        MOVE ST-STATE     TO ACL-STATE
072100        MOVE ST-ZIP       TO ACL-ZIP
072200        WRITE PICK-LIST-LINE FROM ADDRESS-CITY-LINE
072300     ELSE
072400        MOVE PKS-CUSTOMER-ID TO CUST-CUSTOMER-ID
072500        READ CUSTOMER-MASTER-FILE
072600            INVALID KEY
072700               CONTINUE
072800            NOT INVALID KEY
072900               MOVE "Y" TO WS-FOUND-SWITCH
073000        END-READ
073100        IF WS-FOUND-SWITCH = "Y"
073200           PERFORM PRINT-CUSTOMER-ADDRESS
073300        ELSE
073400           MOVE "** CUSTOMER NOT ON FILE **" TO ANL-NAME
073500           WRITE PICK-LIST-LINE FROM ADDRESS-NAME-LINE
073600        END-IF
073700     END-IF.
073800
073900 PRINT-CUSTOMER-ADDRESS.
074000     MOVE CUST-NOMBRE    TO ANL-NAME.
074100     WRITE PICK-LIST-LINE FROM ADDRESS-NAME-LINE.
074200     MOVE CUST-ADDRESS-1 TO ANL-NAME.
074300     WRITE PICK-LIST-LINE FROM ADDRESS-NAME-LINE.
074400     IF CUST-ADDRESS-2 NOT = SPACES
074500        MOVE CUST-ADDRESS-2 TO ANL-NAME
074600        WRITE PICK-LIST-LINE FROM ADDRESS-NAME-LINE
074700     END-IF.
074800     MOVE CUST-CITY      TO ACL-CITY.
074900     MOVE CUST-STATE     TO ACL-STATE.
075000     MOVE CUST-ZIP       TO ACL-ZIP.
075100     WRITE PICK-LIST-LINE FROM ADDRESS-CITY-LINE.
075200
075300 WRITE-LIST-FOOTING.
075400     MOVE SPACES TO PICK-LIST-LINE.
075500     WRITE PICK-LIST-LINE.
075600     MOVE WS-LIST-LINES TO LFL-LIST-LINES.
075700     WRITE PICK-LIST-LINE FROM LIST-FOOTING-LINE.
075800     MOVE SPACES TO PICK-LIST-LINE.
075900     WRITE PICK-LIST-LINE AFTER ADVANCING PAGE.
