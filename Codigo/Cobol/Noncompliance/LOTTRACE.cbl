000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOTTRACE.
000300*--------------------------------------------------
000400* Recall trace for one vendor lot of an item.
000500* Given the item and lot on the PARM, prints the
000600* lot as it stands on LOTBAL (expiry, on-hand and
000700* the PO it first came in on), then every movement
000800* of it on LOTMOV: the receipts and returns against
000900* the vendor's POs, and every customer order and
001000* ship-to location it went out to or came back
001100* from.  When a vendor recalls a lot, this is the
001200* list of who to call.
001300*
001400* MODIFICATION HISTORY
001500*   WHO   DATE        WHAT
001600*   RWH   2026-10-15  Original version.
001700*--------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100
002200     SELECT LOT-BALANCE-FILE
002300         ASSIGN TO "LOTBAL"
002400         ORGANIZATION IS INDEXED
002500         RECORD KEY IS LB-KEY
002600         ACCESS MODE IS RANDOM
002700         FILE STATUS IS WS-LOTBAL-FILE-STATUS.
002800
002900     SELECT LOT-MOVEMENT-FILE
003000         ASSIGN TO "LOTMOV"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-LOTMOV-FILE-STATUS.
003300
003400     SELECT VENDOR-FILE
003500         ASSIGN TO "vendor"
003600         ORGANIZATION IS INDEXED
003700         RECORD KEY IS VENDOR-NUMBER
003800         ACCESS MODE IS RANDOM
003900         FILE STATUS IS WS-VENDOR-FILE-STATUS.
004000
004100     SELECT CUSTOMER-MASTER-FILE
004200         ASSIGN TO "CUSTMST"
004300         ORGANIZATION IS INDEXED
004400         RECORD KEY IS CUST-CUSTOMER-ID
004500         ACCESS MODE IS RANDOM
004600         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
004700
004800     SELECT SHIP-TO-FILE
004900         ASSIGN TO "SHIPTO"
005000         ORGANIZATION IS INDEXED
005100         RECORD KEY IS ST-KEY
005200         ACCESS MODE IS RANDOM
005300         FILE STATUS IS WS-SHIPTO-FILE-STATUS.
005400
005500     SELECT LOT-TRACE-REPORT
005600         ASSIGN TO "LOTTRCRP"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100
006200     COPY LOTBAL.
006300     COPY LOTMOV.
006400     COPY FILEVTA.
006500     COPY CUSMST.
006600     COPY SHIPTO.
006700
006800 FD  LOT-TRACE-REPORT
006900     LABEL RECORDS ARE STANDARD.
007000 01  LOT-TRACE-LINE            PIC X(132).
007100
007200 WORKING-STORAGE SECTION.
007300
007400 01  FILE-AT-END               PIC X VALUE "N".
007500
007600*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
007700*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
007800     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
007900         ==WS-LOTBAL-FILE-STATUS== ==PFX-FILE-OK== BY
008000         ==LOTBAL-FILE-OK== ==PFX-FILE-EOF== BY
008100         ==LOTBAL-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
008200         ==LOTBAL-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
008300         ==LOTBAL-FILE-NOT-FOUND==
008400         ==PFX-FILE-BOUNDARY-VIOLATION== BY
008500         ==LOTBAL-FILE-BOUNDARY-VIOLATION==.
008600
008700     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
008800         ==WS-VENDOR-FILE-STATUS== ==PFX-FILE-OK== BY
008900         ==VENDOR-FILE-OK== ==PFX-FILE-EOF== BY
009000         ==VENDOR-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
009100         ==VENDOR-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
009200         ==VENDOR-FILE-NOT-FOUND==
009300         ==PFX-FILE-BOUNDARY-VIOLATION== BY
009400         ==VENDOR-FILE-BOUNDARY-VIOLATION==.
009500
009600     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
009700         ==WS-CUSTOMER-FILE-STATUS== ==PFX-FILE-OK== BY
009800         ==CUSTOMER-FILE-OK== ==PFX-FILE-EOF== BY
009900         ==CUSTOMER-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010000         ==CUSTOMER-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
010100         ==CUSTOMER-FILE-NOT-FOUND==
010200         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010300         ==CUSTOMER-FILE-BOUNDARY-VIOLATION==.
010400
010500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
010600         ==WS-SHIPTO-FILE-STATUS== ==PFX-FILE-OK== BY
010700         ==SHIPTO-FILE-OK== ==PFX-FILE-EOF== BY
010800         ==SHIPTO-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010900         ==SHIPTO-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
011000         ==SHIPTO-FILE-NOT-FOUND==
011100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
011200         ==SHIPTO-FILE-BOUNDARY-VIOLATION==.
011300
011400 01  WS-LOTMOV-FILE-STATUS     PIC XX VALUE SPACES.
011500
011600*    "N" WHEN THE FILE DOES NOT EXIST YET -- NOTHING HAS
011700*    MOVED BY LOT, OR NO CUSTOMER HAS A SHIP-TO LOCATION.
011800 01  WS-LOTMOV-FILE-OPEN       PIC X VALUE "N".
011900 01  WS-SHIPTO-FILE-OPEN       PIC X VALUE "N".
012000 01  WS-LOT-ON-FILE            PIC X VALUE "N".
012100
012200 01  WS-CONTROL-TOTALS.
012300     05 WS-MOVEMENTS-READ      PIC 9(7) VALUE ZERO.
012400     05 WS-MOVEMENTS-LISTED    PIC 9(7) VALUE ZERO.
012500     05 WS-QTY-RECEIVED        PIC 9(9) VALUE ZERO.
012600     05 WS-QTY-RETURNED-VENDOR PIC 9(9) VALUE ZERO.
012700     05 WS-QTY-SHIPPED         PIC 9(9) VALUE ZERO.
012800     05 WS-QTY-RETURNED-CUST   PIC 9(9) VALUE ZERO.
012900     05 WS-CUSTOMER-MOVES      PIC 9(7) VALUE ZERO.
013000
013100 01  HEADING-LINE-1.
013200     05 FILLER                 PIC X(20)
013300        VALUE "LOT TRACE FOR ITEM ".
013400     05 HDG-ITEM-NUMBER        PIC X(08).
013500     05 FILLER                 PIC X(06) VALUE "  LOT ".
013600     05 HDG-LOT-NUMBER         PIC X(15).
013700     05 FILLER                 PIC X(12) VALUE "  RUN DATE ".
013800     05 HDG-RUN-DATE           PIC 9(08).
013900
014000 01  LOT-LINE.
014100     05 FILLER                 PIC X(08) VALUE "EXPIRES ".
014200     05 LOT-EXPIRY-DATE        PIC X(08).
014300     05 FILLER                 PIC X(10) VALUE "  ON HAND ".
014400     05 LOT-ON-HAND            PIC ZZZ,ZZZ,ZZ9-.
014500     05 FILLER                 PIC X(18)
014600        VALUE "  FIRST RECEIVED ".
014700     05 LOT-RECEIPT-DATE       PIC 9(08).
014800     05 FILLER                 PIC X(04) VALUE " PO ".
014900     05 LOT-VENDOR-NUMBER      PIC 9(05).
015000     05 FILLER                 PIC X(01) VALUE "/".
015100     05 LOT-PO-NUMBER          PIC 9(07).
015200     05 FILLER                 PIC X(04) VALUE " AT ".
015300     05 LOT-WAREHOUSE          PIC X(03).
015400
015500 01  NOT-ON-FILE-LINE.
015600     05 FILLER                 PIC X(45)
015700        VALUE "LOT NOT ON THE LOT-BALANCE FILE".
015800
015900 01  SECTION-LINE.
016000     05 SEC-TITLE              PIC X(40).
016100
016200 01  VENDOR-HEADING-LINE.
016300     05 FILLER                 PIC X(10) VALUE "MOVEMENT".
016400     05 FILLER                 PIC X(10) VALUE "DATE".
016500     05 FILLER                 PIC X(07) VALUE "VENDOR".
016600     05 FILLER                 PIC X(32) VALUE "NAME".
016700     05 FILLER                 PIC X(17) VALUE "PO NUMBER/LINE".
016800     05 FILLER                 PIC X(05) VALUE "WHS".
016900     05 FILLER                 PIC X(08) VALUE "QUANTITY".
017000
017100 01  VENDOR-DETAIL-LINE.
017200     05 VDL-TYPE               PIC X(08).
017300     05 FILLER                 PIC X(02) VALUE SPACES.
017400     05 VDL-DATE               PIC 9(08).
017500     05 FILLER                 PIC X(02) VALUE SPACES.
017600     05 VDL-VENDOR-NUMBER      PIC 9(05).
017700     05 FILLER                 PIC X(02) VALUE SPACES.
017800     05 VDL-VENDOR-NAME        PIC X(30).
017900     05 FILLER                 PIC X(02) VALUE SPACES.
018000     05 VDL-PO-NUMBER          PIC 9(07).
018100     05 FILLER                 PIC X(01) VALUE "/".
018200     05 VDL-PO-LINE            PIC 9(03).
018300     05 FILLER                 PIC X(06) VALUE SPACES.
018400     05 VDL-WAREHOUSE          PIC X(03).
018500     05 FILLER                 PIC X(02) VALUE SPACES.
018600     05 VDL-QUANTITY           PIC ZZZ,ZZ9.
018700
018800 01  CUSTOMER-HEADING-LINE.
018900     05 FILLER                 PIC X(10) VALUE "MOVEMENT".
019000     05 FILLER                 PIC X(10) VALUE "DATE".
019100     05 FILLER                 PIC X(09) VALUE "CUSTOMER".
019200     05 FILLER                 PIC X(26) VALUE "NAME".
019300     05 FILLER                 PIC X(09) VALUE "ORDER".
019400     05 FILLER                 PIC X(31) VALUE "SHIP TO".
019500     05 FILLER                 PIC X(21) VALUE "CITY".
019600     05 FILLER                 PIC X(02) VALUE "ST".
019700     05 FILLER                 PIC X(09) VALUE " QUANTITY".
019800
019900 01  CUSTOMER-DETAIL-LINE.
020000     05 CDL-TYPE               PIC X(08).
020100     05 FILLER                 PIC X(02) VALUE SPACES.
020200     05 CDL-DATE               PIC 9(08).
020300     05 FILLER                 PIC X(02) VALUE SPACES.
020400     05 CDL-CUSTOMER-ID        PIC 9(07).
020500     05 FILLER                 PIC X(02) VALUE SPACES.
020600     05 CDL-CUSTOMER-NAME      PIC X(24).
020700     05 FILLER                 PIC X(02) VALUE SPACES.
020800     05 CDL-ORDER-NUMBER       PIC 9(07).
020900     05 FILLER                 PIC X(02) VALUE SPACES.
021000     05 CDL-SHIP-TO-CODE       PIC X(03).
021100     05 FILLER                 PIC X(02) VALUE SPACES.
021200     05 CDL-SHIP-TO-NAME       PIC X(24).
021300     05 FILLER                 PIC X(02) VALUE SPACES.
021400     05 CDL-CITY               PIC X(20).
021500     05 FILLER                 PIC X(01) VALUE SPACES.
021600     05 CDL-STATE              PIC X(02).
021700     05 FILLER                 PIC X(02) VALUE SPACES.
021800     05 CDL-QUANTITY           PIC ZZZ,ZZ9.
021900
022000 01  TOTAL-LINE.
022100     05 TOT-TEXT               PIC X(30).
022200     05 TOT-QUANTITY           PIC ZZZ,ZZZ,ZZ9.
022300
022400 01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
022500
022600 LINKAGE SECTION.
022700 01  LOTTRACE-PARM.
022800*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
022900*    WITH A 2-BYTE BINARY LENGTH COUNT.
023000     05 LOTTRACE-PARM-LEN      PIC S9(4) COMP.
023100     05 LOTTRACE-ITEM-NUMBER   PIC X(08).
023200     05 LOTTRACE-LOT-NUMBER    PIC X(15).
023300
023400 PROCEDURE DIVISION USING LOTTRACE-PARM.
023500 PROGRAM-BEGIN.
023600     PERFORM OPENING-PROCEDURE.
023700     PERFORM PRINT-LOT-BALANCE.
023800     PERFORM TRACE-VENDOR-MOVEMENTS.
023900     PERFORM TRACE-CUSTOMER-MOVEMENTS.
024000     PERFORM CLOSING-PROCEDURE.
024100
024200 PROGRAM-DONE.
024300     STOP RUN.
024400
024500 OPENING-PROCEDURE.
024600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024700     IF LOTTRACE-ITEM-NUMBER = SPACES
024800        OR LOTTRACE-LOT-NUMBER = SPACES
024900        DISPLAY "LOTTRACE: PARM MUST GIVE THE ITEM (8) AND "
025000                "THE LOT (15)"
025100        MOVE 16 TO RETURN-CODE
025200        GO TO PROGRAM-DONE
025300     END-IF.
025400     OPEN INPUT LOT-BALANCE-FILE.
025500     IF NOT LOTBAL-FILE-OK
025600        DISPLAY "LOTTRACE: UNABLE TO OPEN LOT-BALANCE-FILE, "
025700                "STATUS " WS-LOTBAL-FILE-STATUS
025800        MOVE 16 TO RETURN-CODE
025900        GO TO PROGRAM-DONE
026000     END-IF.
026100     OPEN INPUT VENDOR-FILE.
026200     IF NOT VENDOR-FILE-OK
026300        DISPLAY "LOTTRACE: UNABLE TO OPEN VENDOR-FILE, "
026400                "STATUS " WS-VENDOR-FILE-STATUS
026500        MOVE 16 TO RETURN-CODE
026600        CLOSE LOT-BALANCE-FILE
026700        GO TO PROGRAM-DONE
026800     END-IF.
026900     OPEN INPUT CUSTOMER-MASTER-FILE.
027000     IF NOT CUSTOMER-FILE-OK
027100        DISPLAY "LOTTRACE: UNABLE TO OPEN CUSTOMER-MASTER-FILE,"
027200                " STATUS " WS-CUSTOMER-FILE-STATUS
027300        MOVE 16 TO RETURN-CODE
027400        CLOSE LOT-BALANCE-FILE
027500        CLOSE VENDOR-FILE
027600        GO TO PROGRAM-DONE
027700     END-IF.
027800*    NO SHIP-TO FILE JUST MEANS EVERY ORDER WENT TO THE
027900*    BILLING ADDRESS.
028000     OPEN INPUT SHIP-TO-FILE.
028100     IF SHIPTO-FILE-OK
028200        MOVE "Y" TO WS-SHIPTO-FILE-OPEN
028300     END-IF.
028400     OPEN OUTPUT LOT-TRACE-REPORT.
028500     MOVE LOTTRACE-ITEM-NUMBER TO HDG-ITEM-NUMBER.
028600     MOVE LOTTRACE-LOT-NUMBER  TO HDG-LOT-NUMBER.
028700     MOVE WS-RUN-DATE          TO HDG-RUN-DATE.
028800     WRITE LOT-TRACE-LINE FROM HEADING-LINE-1.
028900
029000 CLOSING-PROCEDURE.
029100     MOVE SPACES TO LOT-TRACE-LINE.
029200     WRITE LOT-TRACE-LINE.
029300     MOVE "RECEIVED FROM VENDOR" TO TOT-TEXT.
029400     MOVE WS-QTY-RECEIVED TO TOT-QUANTITY.
029500     WRITE LOT-TRACE-LINE FROM TOTAL-LINE.
029600     MOVE "RETURNED TO VENDOR" TO TOT-TEXT.
029700     MOVE WS-QTY-RETURNED-VENDOR TO TOT-QUANTITY.
029800     WRITE LOT-TRACE-LINE FROM TOTAL-LINE.
029900     MOVE "SHIPPED TO CUSTOMERS" TO TOT-TEXT.
030000     MOVE WS-QTY-SHIPPED TO TOT-QUANTITY.
030100     WRITE LOT-TRACE-LINE FROM TOTAL-LINE.
030200     MOVE "RETURNED BY CUSTOMERS" TO TOT-TEXT.
030300     MOVE WS-QTY-RETURNED-CUST TO TOT-QUANTITY.
030400     WRITE LOT-TRACE-LINE FROM TOTAL-LINE.
030500     CLOSE LOT-TRACE-REPORT.
030600     CLOSE LOT-BALANCE-FILE.
030700     CLOSE VENDOR-FILE.
030800     CLOSE CUSTOMER-MASTER-FILE.
030900     IF WS-SHIPTO-FILE-OPEN = "Y"
031000        CLOSE SHIP-TO-FILE
031100     END-IF.
031200     DISPLAY "LOTTRACE CONTROL TOTALS".
031300     DISPLAY "  MOVEMENTS READ .......: " WS-MOVEMENTS-READ.
031400     DISPLAY "  MOVEMENTS LISTED .....: " WS-MOVEMENTS-LISTED.
031500     DISPLAY "  CUSTOMER MOVEMENTS ...: " WS-CUSTOMER-MOVES.
031600     IF WS-MOVEMENTS-LISTED = ZERO
031700        AND WS-LOT-ON-FILE NOT = "Y"
031800        MOVE 4 TO RETURN-CODE
031900     ELSE
032000        MOVE 0 TO RETURN-CODE
032100     END-IF.
032200
032300*    THE LOT AS IT STANDS -- A LOT RUN DOWN TO ZERO IS STILL
032400*    ON FILE, SO ONE THAT IS NOT WAS NEVER RECEIVED.
032500 PRINT-LOT-BALANCE.
032600     MOVE LOTTRACE-ITEM-NUMBER TO LB-ITEM-NUMBER.
032700     MOVE LOTTRACE-LOT-NUMBER  TO LB-LOT-NUMBER.
032800     READ LOT-BALANCE-FILE
032900         INVALID KEY
033000            MOVE "N" TO WS-LOT-ON-FILE
033100         NOT INVALID KEY
033200            MOVE "Y" TO WS-LOT-ON-FILE
033300            IF LB-EXPIRY-DATE = ZERO
033400               MOVE "NEVER" TO LOT-EXPIRY-DATE
033500            ELSE
033600               MOVE LB-EXPIRY-DATE TO LOT-EXPIRY-DATE
033700            END-IF
033800            MOVE LB-ON-HAND-QUANTITY TO LOT-ON-HAND
033900            MOVE LB-RECEIPT-DATE     TO LOT-RECEIPT-DATE
034000            MOVE LB-VENDOR-NUMBER    TO LOT-VENDOR-NUMBER
034100            MOVE LB-PO-NUMBER        TO LOT-PO-NUMBER
034200            MOVE LB-WAREHOUSE        TO LOT-WAREHOUSE
034300     END-READ.
034400     IF WS-LOT-ON-FILE = "Y"
034500        WRITE LOT-TRACE-LINE FROM LOT-LINE
034600     ELSE
034700        WRITE LOT-TRACE-LINE FROM NOT-ON-FILE-LINE
034800     END-IF.
034900
035000*    EACH SECTION IS ONE PASS OVER THE MOVEMENT FILE.
035100 OPEN-MOVEMENT-FILE.
035200     MOVE "N" TO FILE-AT-END.
035300     MOVE "N" TO WS-LOTMOV-FILE-OPEN.
035400     OPEN INPUT LOT-MOVEMENT-FILE.
035500     IF WS-LOTMOV-FILE-STATUS = "00"
035600        MOVE "Y" TO WS-LOTMOV-FILE-OPEN
035700        PERFORM READ-NEXT-MOVEMENT
035800     ELSE
035900        MOVE "Y" TO FILE-AT-END
036000     END-IF.
036100
036200 CLOSE-MOVEMENT-FILE.
036300     IF WS-LOTMOV-FILE-OPEN = "Y"
036400        CLOSE LOT-MOVEMENT-FILE
036500     END-IF.
036600
036700 READ-NEXT-MOVEMENT.
036800     READ LOT-MOVEMENT-FILE
036900          AT END MOVE "Y" TO FILE-AT-END.
037000
037100 TRACE-VENDOR-MOVEMENTS.
037200     MOVE SPACES TO LOT-TRACE-LINE.
037300     WRITE LOT-TRACE-LINE.
037400     MOVE "RECEIVED FROM / RETURNED TO THE VENDOR"
037500          TO SEC-TITLE.
037600     WRITE LOT-TRACE-LINE FROM SECTION-LINE.
037700     WRITE LOT-TRACE-LINE FROM VENDOR-HEADING-LINE.
037800     PERFORM OPEN-MOVEMENT-FILE.
037900     PERFORM LIST-ONE-VENDOR-MOVEMENT
038000             UNTIL FILE-AT-END = "Y".
038100     PERFORM CLOSE-MOVEMENT-FILE.
038200
038300 LIST-ONE-VENDOR-MOVEMENT.
038400     ADD 1 TO WS-MOVEMENTS-READ.
038500     IF LM-ITEM-NUMBER = LOTTRACE-ITEM-NUMBER
038600        AND LM-LOT-NUMBER = LOTTRACE-LOT-NUMBER
038700        AND (LM-RECEIPT OR LM-VENDOR-RETURN)
038800        IF LM-RECEIPT
038900           MOVE "RECEIPT" TO VDL-TYPE
039000           ADD LM-QUANTITY TO WS-QTY-RECEIVED
039100        ELSE
039200           MOVE "RETURN" TO VDL-TYPE
039300           ADD LM-QUANTITY TO WS-QTY-RETURNED-VENDOR
039400        END-IF
039500        MOVE LM-VENDOR-NUMBER TO VENDOR-NUMBER
039600        READ VENDOR-FILE
039700            INVALID KEY
039800               MOVE "*** NOT ON VENDOR FILE ***"
039900                    TO VENDOR-NAME
040000        END-READ
040100        MOVE LM-TRAN-DATE     TO VDL-DATE
040200        MOVE LM-VENDOR-NUMBER TO VDL-VENDOR-NUMBER
040300        MOVE VENDOR-NAME      TO VDL-VENDOR-NAME
040400        MOVE LM-PO-NUMBER     TO VDL-PO-NUMBER
040500        MOVE LM-PO-LINE       TO VDL-PO-LINE
040600        MOVE LM-WAREHOUSE     TO VDL-WAREHOUSE
040700        MOVE LM-QUANTITY      TO VDL-QUANTITY
040800        WRITE LOT-TRACE-LINE FROM VENDOR-DETAIL-LINE
040900        ADD 1 TO WS-MOVEMENTS-LISTED
041000     END-IF.
041100     PERFORM READ-NEXT-MOVEMENT.
041200
041300*    THE SECOND PASS DOES NOT RECOUNT THE RECORDS READ.
041400 TRACE-CUSTOMER-MOVEMENTS.
041500     MOVE SPACES TO LOT-TRACE-LINE.
041600     WRITE LOT-TRACE-LINE.
041700     MOVE "SHIPPED TO / RETURNED BY CUSTOMERS" TO SEC-TITLE.
041800     WRITE LOT-TRACE-LINE FROM SECTION-LINE.
041900     WRITE LOT-TRACE-LINE FROM CUSTOMER-HEADING-LINE.
042000     PERFORM OPEN-MOVEMENT-FILE.
042100     PERFORM LIST-ONE-CUSTOMER-MOVEMENT
042200             UNTIL FILE-AT-END = "Y".
042300     PERFORM CLOSE-MOVEMENT-FILE.
042400
042500*    A BLANK SHIP-TO IS THE CUSTOMER'S BILLING ADDRESS.
042600 LIST-ONE-CUSTOMER-MOVEMENT.
042700     IF LM-ITEM-NUMBER = LOTTRACE-ITEM-NUMBER
042800        AND LM-LOT-NUMBER = LOTTRACE-LOT-NUMBER
042900        AND (LM-SHIPMENT OR LM-CUSTOMER-RETURN)
043000        IF LM-SHIPMENT
043100           MOVE "SHIPMENT" TO CDL-TYPE
043200           ADD LM-QUANTITY TO WS-QTY-SHIPPED
043300        ELSE
043400           MOVE "RETURN" TO CDL-TYPE
043500           ADD LM-QUANTITY TO WS-QTY-RETURNED-CUST
043600        END-IF
043700        MOVE LM-CUSTOMER-ID TO CUST-CUSTOMER-ID
043800        READ CUSTOMER-MASTER-FILE
043900            INVALID KEY
044000               MOVE "*** NOT ON CUSTOMER FILE ***"
044100                    TO CUST-NOMBRE
044200               MOVE SPACES TO CUST-CITY
044300               MOVE SPACES TO CUST-STATE
044400        END-READ
044500        MOVE LM-TRAN-DATE    TO CDL-DATE
044600        MOVE LM-CUSTOMER-ID  TO CDL-CUSTOMER-ID
044700        MOVE CUST-NOMBRE     TO CDL-CUSTOMER-NAME
044800        MOVE LM-ORDER-NUMBER TO CDL-ORDER-NUMBER
044900        MOVE LM-SHIP-TO-CODE TO CDL-SHIP-TO-CODE
045000        MOVE "BILLING ADDRESS" TO CDL-SHIP-TO-NAME
045100        MOVE CUST-CITY       TO CDL-CITY
045200        MOVE CUST-STATE      TO CDL-STATE
045300        IF LM-SHIP-TO-CODE NOT = SPACES
045400           PERFORM FIND-SHIP-TO-ADDRESS
045500        END-IF
045600        MOVE LM-QUANTITY     TO CDL-QUANTITY
045700        WRITE LOT-TRACE-LINE FROM CUSTOMER-DETAIL-LINE
045800        ADD 1 TO WS-MOVEMENTS-LISTED
045900        ADD 1 TO WS-CUSTOMER-MOVES
046000     END-IF.
046100     PERFORM READ-NEXT-MOVEMENT.
046200
046300 FIND-SHIP-TO-ADDRESS.
046400     MOVE "*** NOT ON SHIP-TO FILE ***" TO CDL-SHIP-TO-NAME.
046500     MOVE SPACES TO CDL-CITY.
046600     MOVE SPACES TO CDL-STATE.
046700     IF WS-SHIPTO-FILE-OPEN = "Y"
046800        MOVE LM-CUSTOMER-ID  TO ST-CUSTOMER-ID
046900        MOVE LM-SHIP-TO-CODE TO ST-LOCATION-CODE
047000        READ SHIP-TO-FILE
047100            NOT INVALID KEY
047200               MOVE ST-NAME  TO CDL-SHIP-TO-NAME
047300               MOVE ST-CITY  TO CDL-CITY
047400               MOVE ST-STATE TO CDL-STATE
047500        END-READ
047600     END-IF.
