001550*                     describes line 001 of a multi-line
001560*                     order; a PO with no lines on file
001570*                     falls back to the header fields.
001572*   RWH   2026-10-15  One section per warehouse: on-hand and
001574*                     in-transit off the item's ITMBAL record
001576*                     there, on-order by the PO's receiving
001578*                     warehouse, committed by the ship-to's.
001580*   RWH   2026-10-15  Items holding a lot past expiry are
001582*                     flagged, and the lots are listed at
001584*                     the end of the report.
001586*   RWH   2026-10-15  A kit item (components on BOMMST)
001588*                     shows how many kits its components
001590*                     on hand at the warehouse would build.
001600*--------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
002800     SELECT INVENTORY-BALANCE-FILE
002900         ASSIGN TO "ITMBAL"
003000         ORGANIZATION IS INDEXED
003100         RECORD KEY IS IB-KEY
003200         ACCESS MODE IS RANDOM
003300         FILE STATUS IS WS-ITMBAL-FILE-STATUS.
003400
004600         ACCESS MODE IS DYNAMIC
004700         FILE STATUS IS WS-CUSTORD-FILE-STATUS.
004800
004804     SELECT SHIP-TO-FILE
004808         ASSIGN TO "SHIPTO"
004812         ORGANIZATION IS INDEXED
004816         RECORD KEY IS ST-KEY
004820         ACCESS MODE IS RANDOM
004824         FILE STATUS IS WS-SHIPTO-FILE-STATUS.
004828
004832     SELECT LOT-BALANCE-FILE
004836         ASSIGN TO "LOTBAL"
004840         ORGANIZATION IS INDEXED
004844         RECORD KEY IS LB-KEY
004848         ACCESS MODE IS DYNAMIC
004852         FILE STATUS IS WS-LOTBAL-FILE-STATUS.
004856
004860*    KIT COMPONENTS BY KIT ITEM -- SEE BOMMST.
004864     SELECT BILL-OF-MATERIALS-FILE
004868         ASSIGN TO "BOMMST"
004872         ORGANIZATION IS INDEXED
004876         RECORD KEY IS BOM-KEY
004880         ACCESS MODE IS DYNAMIC
004884         FILE STATUS IS WS-BOM-FILE-STATUS.
004888
004900     SELECT STOCK-STATUS-REPORT
005000         ASSIGN TO "STKSTATR"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005800     COPY PURORD.
005810     COPY POLINE.
005900     COPY CUSTORD.
005950     COPY SHIPTO.
005975     COPY LOTBAL.
005987     COPY BOMMST.
006000
006100 FD  STOCK-STATUS-REPORT
006200     LABEL RECORDS ARE STANDARD.
006300 01  STOCK-STATUS-LINE         PIC X(122).
006400
006500 WORKING-STORAGE SECTION.
006600
010400         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010500         ==CUSTORD-FILE-BOUNDARY-VIOLATION==.
010600
010603     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
010606         ==WS-SHIPTO-FILE-STATUS== ==PFX-FILE-OK== BY
010609         ==SHIPTO-FILE-OK== ==PFX-FILE-EOF== BY
010612         ==SHIPTO-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010615         ==SHIPTO-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
010618         ==SHIPTO-FILE-NOT-FOUND==
010621         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010624         ==SHIPTO-FILE-BOUNDARY-VIOLATION==.
010627
010630     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
010633         ==WS-LOTBAL-FILE-STATUS== ==PFX-FILE-OK== BY
010636         ==LOTBAL-FILE-OK== ==PFX-FILE-EOF== BY
010639         ==LOTBAL-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010642         ==LOTBAL-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
010645         ==LOTBAL-FILE-NOT-FOUND==
010648         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010651         ==LOTBAL-FILE-BOUNDARY-VIOLATION==.
010654
010657     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
010660         ==WS-BOM-FILE-STATUS== ==PFX-FILE-OK== BY
010663         ==BOM-FILE-OK== ==PFX-FILE-EOF== BY
010666         ==BOM-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010669         ==BOM-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
010672         ==BOM-FILE-NOT-FOUND==
010675         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010678         ==BOM-FILE-BOUNDARY-VIOLATION==.
010700 01  WS-RUN-DATE               PIC 9(8).
010710 01  WS-REMAINING-QUANTITY     PIC S9(7) VALUE ZERO.
010720
010770 01  WS-GATHER-ITEM            PIC X(8) VALUE SPACES.
010780 01  WS-GATHER-QUANTITY        PIC 9(7) VALUE ZERO.
010800
010808*    WALKING THE LOT FILE FOR LOTS PAST EXPIRY.
010816 01  WS-LOTBAL-OPEN            PIC X VALUE "N".
010824 01  WS-LOT-AT-END             PIC X VALUE "N".
010832
010840*    WALKING ONE KIT'S COMPONENTS FOR THE KITS BUILDABLE.
010848 01  WS-BOM-OPEN               PIC X VALUE "N".
010856 01  WS-BOM-AT-END             PIC X VALUE "N".
010864 01  WS-ITEM-IS-KIT            PIC X VALUE "N".
010872 01  WS-KITS-BUILDABLE         PIC S9(9) VALUE ZERO.
010880 01  WS-KITS-FROM-COMPONENT    PIC S9(9) VALUE ZERO.
010888
010900*    ONE ROW PER ITEM ON THE MASTER -- ON-ORDER AND COMMITTED
011000*    ARE GATHERED IN ONE PASS OVER EACH ORDER FILE, ON-HAND IS
011100*    READ OFF THE BALANCE FILE AS THE LINE PRINTS.  THE ORDER
011150*    FIGURES ARE KEPT BY WAREHOUSE, IN WAREHOUSE-LIST ORDER.
011200 01  WS-ITEM-TABLE.
011300     05 WS-ITEM-COUNT          PIC 9(3) VALUE ZERO.
011400     05 WS-ITEM-ENTRY OCCURS 500 TIMES INDEXED BY ITEM-IDX.
011500         10 WS-ITM-NUMBER      PIC X(08).
011600         10 WS-ITM-DESCRIPTION PIC X(30).
011616*        "Y" WHEN THE ITEM HOLDS A LOT PAST EXPIRY.
011632         10 WS-ITM-EXPIRED     PIC X(01).
011650         10 WS-ITM-WAREHOUSE OCCURS 20 TIMES.
011700             15 WS-ITM-ON-ORDER    PIC 9(9).
011800             15 WS-ITM-COMMITTED   PIC 9(9).
011900
012000 01  WS-ITEM-SUB               PIC 9(3) VALUE 1.
012100 01  WS-ON-HAND                PIC S9(9) VALUE ZERO.
012150 01  WS-IN-TRANSIT             PIC S9(9) VALUE ZERO.
012200 01  WS-AVAILABLE              PIC S9(9) VALUE ZERO.
012204
012208*    THE WAREHOUSES REPORTED, IN WAREHOUSE-TABLE ORDER.  A
012212*    CODE FOUND ON AN ORDER BUT NOT ON THE TABLE GETS AN
012216*    ENTRY OF ITS OWN, SO ITS QUANTITY STILL SHOWS.
012220 01  WS-SHIPTO-FILE-OPEN       PIC X VALUE "N".
012224 01  WS-GATHER-WAREHOUSE       PIC X(03) VALUE SPACES.
012228 01  WS-WAREHOUSE-LIST.
012232     05 WS-WAREHOUSE-COUNT     PIC 9(3) VALUE ZERO.
012236     05 WS-WAREHOUSE-ENTRY OCCURS 20 TIMES
012240        INDEXED BY WHS-IDX.
012244         10 WS-WHS-CODE        PIC X(03).
012248         10 WS-WHS-NAME        PIC X(30).
012252 01  WS-WAREHOUSE-SUB          PIC 9(3) VALUE ZERO.
012256
012260*    PARAMETER PASSED TO THE SHARED WAREHOUSE-TABLE
012264*    SUBPROGRAM -- SEE WHSCHK.
012268 01  STKSTAT-WHSCHK-PARM.
012272     05 WHSCHK-FUNCTION        PIC X(01).
012276     05 WHSCHK-WAREHOUSE       PIC X(03).
012280     05 WHSCHK-ENTRY-NUMBER    PIC 9(03).
012284     05 WHSCHK-WAREHOUSE-NAME  PIC X(30).
012288     05 WHSCHK-RESULT          PIC X(02).
012292         88 WHSCHK-NOT-ON-TABLE        VALUE "NF".
012296         88 WHSCHK-END-OF-TABLE        VALUE "EN".
012300
012400 01  WS-PAGE-CONTROL.
012500     05 WS-LINE-COUNT          PIC 99 VALUE ZERO.
013100     05 WS-ITEMS-LISTED        PIC 9(7) VALUE ZERO.
013200     05 WS-PO-READ             PIC 9(7) VALUE ZERO.
013300     05 WS-CO-READ             PIC 9(7) VALUE ZERO.
013350     05 WS-EXPIRED-LOTS        PIC 9(7) VALUE ZERO.
013400
013500 01  HEADING-LINE-1.
013600     05 FILLER                 PIC X(28)
014000     05 FILLER                 PIC X(05) VALUE "PAGE ".
014100     05 HDG-PAGE-NUMBER        PIC ZZZ9.
014200
014214 01  HEADING-LINE-WAREHOUSE.
014228     05 FILLER                 PIC X(10) VALUE "WAREHOUSE ".
014242     05 HDG-WAREHOUSE          PIC X(03).
014256     05 FILLER                 PIC X(02) VALUE SPACES.
014270     05 HDG-WAREHOUSE-NAME     PIC X(30).
014284
014300 01  HEADING-LINE-2.
014400     05 FILLER                 PIC X(08) VALUE "ITEM".
014500     05 FILLER                 PIC X(02) VALUE SPACES.
014600     05 FILLER                 PIC X(30) VALUE "DESCRIPTION".
014700     05 FILLER                 PIC X(12) VALUE "     ON HAND".
014750     05 FILLER                 PIC X(12) VALUE "  IN TRANSIT".
014800     05 FILLER                 PIC X(12) VALUE "    ON ORDER".
014900     05 FILLER                 PIC X(12) VALUE "   COMMITTED".
015000     05 FILLER                 PIC X(12) VALUE "   AVAILABLE".
015016     05 FILLER                 PIC X(12) VALUE "   BUILDABLE".
015033     05 FILLER                 PIC X(02) VALUE SPACES.
015066     05 FILLER                 PIC X(08) VALUE "LOTS".
015100
015200 01  DETAIL-LINE.
015300     05 DTL-ITEM-NUMBER        PIC X(08).
015400     05 FILLER                 PIC X(02) VALUE SPACES.
015500     05 DTL-DESCRIPTION        PIC X(30).
015600     05 DTL-ON-HAND            PIC ZZZ,ZZZ,ZZ9-.
015650     05 DTL-IN-TRANSIT         PIC ZZZ,ZZZ,ZZ9-.
015700     05 DTL-ON-ORDER           PIC ZZZ,ZZZ,ZZ9-.
015800     05 DTL-COMMITTED          PIC ZZZ,ZZZ,ZZ9-.
015900     05 DTL-AVAILABLE          PIC ZZZ,ZZZ,ZZ9-.
015902     05 DTL-KITS-BUILDABLE     PIC ZZZ,ZZZ,ZZ9-.
015904     05 DTL-KITS-BLANK REDEFINES DTL-KITS-BUILDABLE
015906                               PIC X(12).
015908     05 FILLER                 PIC X(02) VALUE SPACES.
015910     05 DTL-EXPIRED-FLAG       PIC X(08).
015912
015914*    THE CLOSING SECTION -- EVERY LOT PAST EXPIRY THAT STILL
015916*    HOLDS STOCK, WITH THE WAREHOUSE IT WAS RECEIVED INTO.
015918 01  EXPIRED-TITLE-LINE.
015920     05 FILLER                 PIC X(26)
015922        VALUE "EXPIRED LOTS STILL ON HAND".
015924
015926 01  EXPIRED-HEADING-LINE.
015928     05 FILLER                 PIC X(08) VALUE "ITEM".
015930     05 FILLER                 PIC X(02) VALUE SPACES.
015932     05 FILLER                 PIC X(30) VALUE "DESCRIPTION".
015934     05 FILLER                 PIC X(02) VALUE SPACES.
015936     05 FILLER                 PIC X(15) VALUE "LOT".
015938     05 FILLER                 PIC X(02) VALUE SPACES.
015940     05 FILLER                 PIC X(08) VALUE "EXPIRY".
015942     05 FILLER                 PIC X(12) VALUE "     ON HAND".
015944     05 FILLER                 PIC X(02) VALUE SPACES.
015946     05 FILLER                 PIC X(08) VALUE "RECEIVED".
015948
015950 01  EXPIRED-LOT-LINE.
015952     05 EXP-ITEM-NUMBER        PIC X(08).
015954     05 FILLER                 PIC X(02) VALUE SPACES.
015956     05 EXP-DESCRIPTION        PIC X(30).
015958     05 FILLER                 PIC X(02) VALUE SPACES.
015960     05 EXP-LOT-NUMBER         PIC X(15).
015962     05 FILLER                 PIC X(02) VALUE SPACES.
015964     05 EXP-EXPIRY-DATE        PIC 9(08).
015966     05 EXP-ON-HAND            PIC ZZZ,ZZZ,ZZ9-.
015968     05 FILLER                 PIC X(02) VALUE SPACES.
015970     05 EXP-WAREHOUSE          PIC X(03).
016000
016100 PROCEDURE DIVISION.
016200 PROGRAM-BEGIN.
016300     PERFORM OPENING-PROCEDURE.
016350     PERFORM LOAD-WAREHOUSE-LIST.
016400     PERFORM LOAD-ITEM-TABLE.
016500     PERFORM GATHER-ON-ORDER.
016600     PERFORM GATHER-COMMITTED.
016650     PERFORM GATHER-EXPIRED-LOTS.
016700     PERFORM PRINT-STOCK-STATUS.
016750     PERFORM PRINT-EXPIRED-LOTS.
016800     PERFORM CLOSING-PROCEDURE.
016900
017000 PROGRAM-DONE.
021100        CLOSE PURCHASE-ORDER-FILE
021200        GO TO PROGRAM-DONE
021300     END-IF.
021314*    NO SHIP-TO FILE JUST MEANS EVERY ORDER IS COMMITTED AT
021328*    THE DEFAULT WAREHOUSE, AS CORMAINT WILL SHIP IT.
021342     OPEN INPUT SHIP-TO-FILE.
021356     IF SHIPTO-FILE-OK
021370        MOVE "Y" TO WS-SHIPTO-FILE-OPEN
021384     END-IF.
021386*    NO LOT FILE JUST MEANS NOTHING HAS BEEN RECEIVED BY LOT.
021388     OPEN INPUT LOT-BALANCE-FILE.
021390     IF LOTBAL-FILE-OK
021392        MOVE "Y" TO WS-LOTBAL-OPEN
021394     END-IF.
021395*    NO BILL OF MATERIALS JUST MEANS NO ITEM IS A KIT.
021396     OPEN INPUT BILL-OF-MATERIALS-FILE.
021397     IF BOM-FILE-OK
021398        MOVE "Y" TO WS-BOM-OPEN
021399     END-IF.
021400     OPEN OUTPUT STOCK-STATUS-REPORT.
021600
021700 CLOSING-PROCEDURE.
021800     CLOSE ITEM-MASTER-FILE.
022320        CLOSE PO-LINE-FILE
022330     END-IF.
022400     CLOSE CUSTOMER-ORDER-FILE.
022425     IF WS-SHIPTO-FILE-OPEN = "Y"
022450        CLOSE SHIP-TO-FILE
022475     END-IF.
022481     IF WS-LOTBAL-OPEN = "Y"
022487        CLOSE LOT-BALANCE-FILE
022493     END-IF.
022494     IF WS-BOM-OPEN = "Y"
022495        CLOSE BILL-OF-MATERIALS-FILE
022496     END-IF.
022500     CLOSE STOCK-STATUS-REPORT.
022600     DISPLAY "STKSTAT CONTROL TOTALS".
022700     DISPLAY "  ITEM RECORDS READ ....: " WS-ITEMS-READ.
022800     DISPLAY "  ITEMS LISTED .........: " WS-ITEMS-LISTED.
022900     DISPLAY "  PO RECORDS READ ......: " WS-PO-READ.
023000     DISPLAY "  ORDER RECORDS READ ...: " WS-CO-READ.
023050     DISPLAY "  EXPIRED LOTS ON HAND .: " WS-EXPIRED-LOTS.
023100     MOVE 0 TO RETURN-CODE.
023104
023108*    THE REPORT HAS A SECTION FOR EVERY WAREHOUSE ON THE
023112*    TABLE -- WITHOUT ONE, WHSCHK LISTS THE ONE BLANK
023116*    WAREHOUSE ALL THE STOCK IS KEPT UNDER.
023120 LOAD-WAREHOUSE-LIST.
023124     MOVE "L" TO WHSCHK-FUNCTION.
023128     MOVE 1 TO WHSCHK-ENTRY-NUMBER.
023132     CALL "WHSCHK" USING STKSTAT-WHSCHK-PARM.
023136     PERFORM LOAD-ONE-WAREHOUSE
023140             UNTIL WHSCHK-END-OF-TABLE
023144                OR WS-WAREHOUSE-COUNT = 20.
023148
023152 LOAD-ONE-WAREHOUSE.
023156     ADD 1 TO WS-WAREHOUSE-COUNT.
023160     MOVE WHSCHK-WAREHOUSE
023164          TO WS-WHS-CODE (WS-WAREHOUSE-COUNT).
023168     MOVE WHSCHK-WAREHOUSE-NAME
023172          TO WS-WHS-NAME (WS-WAREHOUSE-COUNT).
023176     ADD 1 TO WHSCHK-ENTRY-NUMBER.
023180     CALL "WHSCHK" USING STKSTAT-WHSCHK-PARM.
023200
023300 LOAD-ITEM-TABLE.
023400     MOVE "N" TO FILE-AT-END.
024600        MOVE ITEM-NUMBER TO WS-ITM-NUMBER (WS-ITEM-COUNT)
024700        MOVE ITEM-DESCRIPTION
024800             TO WS-ITM-DESCRIPTION (WS-ITEM-COUNT)
024837        MOVE "N" TO WS-ITM-EXPIRED (WS-ITEM-COUNT)
024875        PERFORM CLEAR-ITEM-WAREHOUSE
024950                VARYING WS-WAREHOUSE-SUB FROM 1 BY 1
025025                UNTIL WS-WAREHOUSE-SUB > 20
025100     ELSE
025200        DISPLAY "STKSTAT: ITEM TABLE FULL, ITEM " ITEM-NUMBER
025300                " NOT REPORTED"
025400     END-IF.
025500     PERFORM READ-NEXT-ITEM.
025514
025528 CLEAR-ITEM-WAREHOUSE.
025542     MOVE ZERO TO WS-ITM-ON-ORDER
025556                  (WS-ITEM-COUNT, WS-WAREHOUSE-SUB).
025570     MOVE ZERO TO WS-ITM-COMMITTED
025584                  (WS-ITEM-COUNT, WS-WAREHOUSE-SUB).
025600
025700 GATHER-ON-ORDER.
025800     MOVE "N" TO FILE-AT-END.
026600 GATHER-ONE-PO.
026700     ADD 1 TO WS-PO-READ.
026800     IF PO-STATUS-OPEN
026802*       THE WHOLE ORDER IS RECEIVED INTO THE ONE WAREHOUSE
026804*       NAMED ON THE HEADER.
026806        MOVE PO-WAREHOUSE TO WS-GATHER-WAREHOUSE
026808        PERFORM LOCATE-GATHER-WAREHOUSE
026810        PERFORM GATHER-PO-LINES
027800     END-IF.
027900     PERFORM READ-NEXT-PO.
027999         WHEN ITEM-IDX > WS-ITEM-COUNT
028000            CONTINUE
028002         WHEN WS-ITM-NUMBER (ITEM-IDX) = WS-GATHER-ITEM
028003            AND WS-WAREHOUSE-SUB > ZERO
028004            ADD WS-GATHER-QUANTITY
028006                TO WS-ITM-ON-ORDER (ITEM-IDX, WS-WAREHOUSE-SUB)
028008     END-SEARCH.

      *    FIND WS-GATHER-WAREHOUSE ON THE WAREHOUSE LIST AND LEAVE
      *    ITS POSITION IN WS-WAREHOUSE-SUB.  BLANK IS THE DEFAULT
      *    WAREHOUSE.  A CODE NOT ON THE TABLE IS ADDED TO THE END
      *    OF THE LIST; WITH THE LIST FULL THE QUANTITY IS LEFT OFF
      *    (WS-WAREHOUSE-SUB ZERO).
       LOCATE-GATHER-WAREHOUSE.
           MOVE "V" TO WHSCHK-FUNCTION.
           MOVE WS-GATHER-WAREHOUSE TO WHSCHK-WAREHOUSE.
           CALL "WHSCHK" USING STKSTAT-WHSCHK-PARM.
           MOVE ZERO TO WS-WAREHOUSE-SUB.
           SET WHS-IDX TO 1.
           SEARCH WS-WAREHOUSE-ENTRY
               AT END
                  CONTINUE
               WHEN WHS-IDX > WS-WAREHOUSE-COUNT
                  CONTINUE
               WHEN WS-WHS-CODE (WHS-IDX) = WHSCHK-WAREHOUSE
                  SET WS-WAREHOUSE-SUB TO WHS-IDX
           END-SEARCH.
           IF WS-WAREHOUSE-SUB = ZERO
              IF WS-WAREHOUSE-COUNT < 20
                 ADD 1 TO WS-WAREHOUSE-COUNT
                 MOVE WS-WAREHOUSE-COUNT TO WS-WAREHOUSE-SUB
                 MOVE WHSCHK-WAREHOUSE
                      TO WS-WHS-CODE (WS-WAREHOUSE-SUB)
                 MOVE "NOT ON WAREHOUSE TABLE"
                      TO WS-WHS-NAME (WS-WAREHOUSE-SUB)
              ELSE
                 DISPLAY "STKSTAT: WAREHOUSE LIST FULL, "
                         WHSCHK-WAREHOUSE " NOT REPORTED"
              END-IF
           END-IF.

      *    AN ORDER SHIPS FROM ITS SHIP-TO'S WAREHOUSE, OR THE
      *    DEFAULT ONE -- THE SAME CHOICE CORMAINT MAKES WHEN IT
      *    TAKES THE STOCK OUT, INCLUDING FALLING BACK TO THE
      *    DEFAULT FOR A CODE NOT ON THE TABLE.
       FIND-ORDER-WAREHOUSE.
           MOVE SPACES TO WS-GATHER-WAREHOUSE.
           IF CO-SHIP-TO-CODE NOT = SPACES
              AND WS-SHIPTO-FILE-OPEN = "Y"
              MOVE CO-CUSTOMER-ID  TO ST-CUSTOMER-ID
              MOVE CO-SHIP-TO-CODE TO ST-LOCATION-CODE
              READ SHIP-TO-FILE
                  INVALID KEY
                     MOVE SPACES TO ST-WAREHOUSE
              END-READ
              MOVE ST-WAREHOUSE TO WS-GATHER-WAREHOUSE
           END-IF.
           MOVE "V" TO WHSCHK-FUNCTION.
           MOVE WS-GATHER-WAREHOUSE TO WHSCHK-WAREHOUSE.
           CALL "WHSCHK" USING STKSTAT-WHSCHK-PARM.
           IF WHSCHK-NOT-ON-TABLE
              MOVE SPACES TO WS-GATHER-WAREHOUSE
           END-IF.
           PERFORM LOCATE-GATHER-WAREHOUSE.
028010
028100 GATHER-COMMITTED.
028200     MOVE "N" TO FILE-AT-END.
029000 GATHER-ONE-CO.
029100     ADD 1 TO WS-CO-READ.
029200     IF CO-STATUS-OPEN AND CO-ITEM-NUMBER NOT = SPACES
029250        PERFORM FIND-ORDER-WAREHOUSE
029300        SET ITEM-IDX TO 1
029400        SEARCH WS-ITEM-ENTRY
029500            AT END
029700            WHEN ITEM-IDX > WS-ITEM-COUNT
029800               CONTINUE
029900            WHEN WS-ITM-NUMBER (ITEM-IDX) = CO-ITEM-NUMBER
029950               AND WS-WAREHOUSE-SUB > ZERO
030000               PERFORM ADD-UNSHIPPED-REMAINDER
030100        END-SEARCH
030200     END-IF.
030380     END-IF.
030385     COMPUTE WS-REMAINING-QUANTITY =
030390             CO-QUANTITY - CO-SHIPPED-QUANTITY.
           ADD WS-REMAINING-QUANTITY
                 TO WS-ITM-COMMITTED (ITEM-IDX, WS-WAREHOUSE-SUB).

      *    A LOT IS PAST EXPIRY WHEN ITS DATE IS BEFORE THE RUN
      *    DATE -- THE LAST DAY IT CAN SHIP IS THE EXPIRY ITSELF,
      *    THE SAME RULE CORMAINT DRAWS LOTS BY.  LOTS ARE KEPT
      *    FOR THE ITEM AS A WHOLE, SO THE FLAG SHOWS IN EVERY
      *    WAREHOUSE THE ITEM IS LISTED UNDER.
       GATHER-EXPIRED-LOTS.
           IF WS-LOTBAL-OPEN = "Y"
              MOVE LOW-VALUES TO LB-KEY
              START LOT-BALANCE-FILE KEY IS NOT LESS THAN LB-KEY
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE "N" TO WS-LOT-AT-END
                     PERFORM READ-NEXT-LOT
                     PERFORM FLAG-ONE-LOT
                             UNTIL WS-LOT-AT-END = "Y"
              END-START
           END-IF.

       READ-NEXT-LOT.
           READ LOT-BALANCE-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-LOT-AT-END.

       FLAG-ONE-LOT.
           IF LB-ON-HAND-QUANTITY > ZERO
              AND LB-EXPIRY-DATE NOT = ZERO
              AND LB-EXPIRY-DATE < WS-RUN-DATE
              ADD 1 TO WS-EXPIRED-LOTS
              SET ITEM-IDX TO 1
              SEARCH WS-ITEM-ENTRY
                  AT END
                     CONTINUE
                  WHEN ITEM-IDX > WS-ITEM-COUNT
                     CONTINUE
                  WHEN WS-ITM-NUMBER (ITEM-IDX) = LB-ITEM-NUMBER
                     MOVE "Y" TO WS-ITM-EXPIRED (ITEM-IDX)
              END-SEARCH
           END-IF.
           PERFORM READ-NEXT-LOT.
030400
030500 PRINT-STOCK-STATUS.
030512     PERFORM PRINT-ONE-WAREHOUSE
030524             VARYING WS-WAREHOUSE-SUB FROM 1 BY 1
030536             UNTIL WS-WAREHOUSE-SUB > WS-WAREHOUSE-COUNT.
030548
030560*    EACH WAREHOUSE STARTS ON A NEW PAGE.
030572 PRINT-ONE-WAREHOUSE.
030584     PERFORM WRITE-HEADING.
030600     PERFORM PRINT-ONE-ITEM
030700             VARYING WS-ITEM-SUB FROM 1 BY 1
030800             UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
031300     END-IF.
031400     PERFORM READ-ON-HAND-BALANCE.
031500     COMPUTE WS-AVAILABLE =
031600             WS-ON-HAND + WS-IN-TRANSIT
031700             + WS-ITM-ON-ORDER (WS-ITEM-SUB, WS-WAREHOUSE-SUB)
031800             - WS-ITM-COMMITTED (WS-ITEM-SUB, WS-WAREHOUSE-SUB).
031900     MOVE WS-ITM-NUMBER (WS-ITEM-SUB)      TO DTL-ITEM-NUMBER.
032000     MOVE WS-ITM-DESCRIPTION (WS-ITEM-SUB) TO DTL-DESCRIPTION.
032100     MOVE WS-ON-HAND                       TO DTL-ON-HAND.
032150     MOVE WS-IN-TRANSIT                    TO DTL-IN-TRANSIT.
032200     MOVE WS-ITM-ON-ORDER (WS-ITEM-SUB, WS-WAREHOUSE-SUB)
032250          TO DTL-ON-ORDER.
032300     MOVE WS-ITM-COMMITTED (WS-ITEM-SUB, WS-WAREHOUSE-SUB)
032350          TO DTL-COMMITTED.
032400     MOVE WS-AVAILABLE                     TO DTL-AVAILABLE.
032402     PERFORM COUNT-KITS-BUILDABLE.
032404     IF WS-ITEM-IS-KIT = "Y"
032406        MOVE WS-KITS-BUILDABLE TO DTL-KITS-BUILDABLE
032408     ELSE
032410        MOVE SPACES TO DTL-KITS-BLANK
032412     END-IF.
032416     IF WS-ITM-EXPIRED (WS-ITEM-SUB) = "Y"
032432        MOVE "EXPIRED" TO DTL-EXPIRED-FLAG
032448     ELSE
032464        MOVE SPACES TO DTL-EXPIRED-FLAG
032480     END-IF.
032500     WRITE STOCK-STATUS-LINE FROM DETAIL-LINE.
032600     ADD 1 TO WS-LINE-COUNT.
032700     ADD 1 TO WS-ITEMS-LISTED.
032800
032900 READ-ON-HAND-BALANCE.
033000     MOVE ZERO TO WS-ON-HAND.
033050     MOVE ZERO TO WS-IN-TRANSIT.
033100     IF ITMBAL-FILE-OK OR ITMBAL-FILE-NOT-FOUND
033150        MOVE WS-WHS-CODE (WS-WAREHOUSE-SUB) TO IB-WAREHOUSE
033200        MOVE WS-ITM-NUMBER (WS-ITEM-SUB) TO IB-ITEM-NUMBER
033300        READ INVENTORY-BALANCE-FILE
033400            INVALID KEY
033500               CONTINUE
033600            NOT INVALID KEY
033700               MOVE IB-ON-HAND-QUANTITY TO WS-ON-HAND
033725               IF IB-IN-TRANSIT-QUANTITY NUMERIC
033750                  MOVE IB-IN-TRANSIT-QUANTITY TO WS-IN-TRANSIT
033775               END-IF
033800        END-READ
033801     END-IF.
033802
033803*    A KIT HOLDS NO STOCK OF ITS OWN -- WHAT COUNTS IS HOW
033804*    MANY THE COMPONENTS ON HAND AT THE WAREHOUSE WOULD MAKE:
033805*    THE FEWEST ANY ONE COMPONENT COVERS AT ITS QUANTITY PER
033806*    KIT.  ONE COMPONENT WITH NONE ON HAND MEANS NO KITS.
033807 COUNT-KITS-BUILDABLE.
033808     MOVE "N"  TO WS-ITEM-IS-KIT.
033809     MOVE ZERO TO WS-KITS-BUILDABLE.
033810     IF WS-BOM-OPEN = "Y"
033811        MOVE WS-ITM-NUMBER (WS-ITEM-SUB) TO BOM-KIT-ITEM
033812        MOVE LOW-VALUES                  TO BOM-COMPONENT-ITEM
033813        START BILL-OF-MATERIALS-FILE
033814              KEY IS NOT LESS THAN BOM-KEY
033815            INVALID KEY
033816               CONTINUE
033817            NOT INVALID KEY
033818               MOVE "N" TO WS-BOM-AT-END
033819               PERFORM READ-NEXT-BOM
033820               PERFORM COUNT-ONE-COMPONENT
033821                       UNTIL WS-BOM-AT-END = "Y"
033822        END-START
033823     END-IF.
033824
033825 READ-NEXT-BOM.
033826     READ BILL-OF-MATERIALS-FILE NEXT RECORD
033827          AT END MOVE "Y" TO WS-BOM-AT-END.
033828
033829 COUNT-ONE-COMPONENT.
033830     IF BOM-KIT-ITEM NOT = WS-ITM-NUMBER (WS-ITEM-SUB)
033831        MOVE "Y" TO WS-BOM-AT-END
033832     ELSE
033833        MOVE ZERO TO WS-KITS-FROM-COMPONENT
033834        IF ITMBAL-FILE-OK OR ITMBAL-FILE-NOT-FOUND
033835           MOVE WS-WHS-CODE (WS-WAREHOUSE-SUB) TO IB-WAREHOUSE
033836           MOVE BOM-COMPONENT-ITEM TO IB-ITEM-NUMBER
033837           READ INVENTORY-BALANCE-FILE
033838               INVALID KEY
033839                  CONTINUE
033840               NOT INVALID KEY
033841                  IF IB-ON-HAND-QUANTITY > ZERO
033842                     AND BOM-QUANTITY-PER > ZERO
033843                     DIVIDE IB-ON-HAND-QUANTITY
033844                         BY BOM-QUANTITY-PER
033845                         GIVING WS-KITS-FROM-COMPONENT
033846                  END-IF
033847           END-READ
033848        END-IF
033849        IF WS-ITEM-IS-KIT NOT = "Y"
033850           OR WS-KITS-FROM-COMPONENT < WS-KITS-BUILDABLE
033851           MOVE WS-KITS-FROM-COMPONENT TO WS-KITS-BUILDABLE
033852        END-IF
033853        MOVE "Y" TO WS-ITEM-IS-KIT
033854        PERFORM READ-NEXT-BOM
033900     END-IF.
034000
034100 WRITE-HEADING.
034300     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER.
034400     MOVE WS-RUN-DATE   TO HDG-RUN-DATE.
034500     WRITE STOCK-STATUS-LINE FROM HEADING-LINE-1.
034525     MOVE WS-WHS-CODE (WS-WAREHOUSE-SUB) TO HDG-WAREHOUSE.
034550     MOVE WS-WHS-NAME (WS-WAREHOUSE-SUB) TO HDG-WAREHOUSE-NAME.
034575     WRITE STOCK-STATUS-LINE FROM HEADING-LINE-WAREHOUSE.
034600     WRITE STOCK-STATUS-LINE FROM HEADING-LINE-2.
034700     MOVE ZERO TO WS-LINE-COUNT.
034800
034900*    THE EXPIRED LOTS START A PAGE OF THEIR OWN, AFTER THE
035000*    LAST WAREHOUSE.  NONE EXPIRED, NO PAGE.
035100 PRINT-EXPIRED-LOTS.
035200     IF WS-EXPIRED-LOTS > ZERO
035300        PERFORM WRITE-EXPIRED-HEADING
035400        MOVE LOW-VALUES TO LB-KEY
035500        START LOT-BALANCE-FILE KEY IS NOT LESS THAN LB-KEY
035600            INVALID KEY
035700               CONTINUE
035800            NOT INVALID KEY
035900               MOVE "N" TO WS-LOT-AT-END
036000               PERFORM READ-NEXT-LOT
036100               PERFORM PRINT-ONE-EXPIRED-LOT
036200                       UNTIL WS-LOT-AT-END = "Y"
036300        END-START
036400     END-IF.
036500
036600 PRINT-ONE-EXPIRED-LOT.
036700     IF LB-ON-HAND-QUANTITY > ZERO
036800        AND LB-EXPIRY-DATE NOT = ZERO
036900        AND LB-EXPIRY-DATE < WS-RUN-DATE
037000        IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
037100           PERFORM WRITE-EXPIRED-HEADING
037200        END-IF
037300        MOVE LB-ITEM-NUMBER TO ITEM-NUMBER
037400        READ ITEM-MASTER-FILE
037500            INVALID KEY
037600               MOVE SPACES TO ITEM-DESCRIPTION
037700        END-READ
037800        MOVE LB-ITEM-NUMBER      TO EXP-ITEM-NUMBER
037900        MOVE ITEM-DESCRIPTION    TO EXP-DESCRIPTION
038000        MOVE LB-LOT-NUMBER       TO EXP-LOT-NUMBER
038100        MOVE LB-EXPIRY-DATE      TO EXP-EXPIRY-DATE
038200        MOVE LB-ON-HAND-QUANTITY TO EXP-ON-HAND
038300        MOVE LB-WAREHOUSE        TO EXP-WAREHOUSE
038400        WRITE STOCK-STATUS-LINE FROM EXPIRED-LOT-LINE
038500        ADD 1 TO WS-LINE-COUNT
038600     END-IF.
038700     PERFORM READ-NEXT-LOT.
038800
038900 WRITE-EXPIRED-HEADING.
039000     ADD 1 TO WS-PAGE-COUNT.
039100     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER.
039200     MOVE WS-RUN-DATE   TO HDG-RUN-DATE.
039300     WRITE STOCK-STATUS-LINE FROM HEADING-LINE-1.
039400     WRITE STOCK-STATUS-LINE FROM EXPIRED-TITLE-LINE.
039500     WRITE STOCK-STATUS-LINE FROM EXPIRED-HEADING-LINE.
039600     MOVE ZERO TO WS-LINE-COUNT.
