000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. XFRMAINT.
000300*--------------------------------------------------
000400* Moves stock between warehouses off the transfer
000500* forms.  An "S" ship takes the quantity off the
000600* sending warehouse's on-hand at its average cost
000700* and puts it in transit on the receiving
000800* warehouse's ITMBAL record, writing the transfer
000900* to WHXFER; an "R" receive moves it from in transit
001000* onto the shelf there, averaging it in at the cost
001100* it left at.  Stock in transit is still inventory,
001200* so nothing is journaled -- INVVALU values it where
001300* it is headed.  A transfer received short is
001400* received as shipped and the shortage settled by
001500* the next cycle count at the receiving warehouse.
001600* Rejects go to a recycle file with a correction
001700* listing; the register lists what moved and every
001800* transfer still in transit, with its days out.
001900*
002000* MODIFICATION HISTORY
002100*   WHO   DATE        WHAT
002200*   RWH   2026-10-15  Original version.
002300*--------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700
002800     SELECT WAREHOUSE-TRANSFER-FILE
002900         ASSIGN TO "WHXFER"
003000         ORGANIZATION IS INDEXED
003100         RECORD KEY IS XFR-TRANSFER-NUMBER
003200         ACCESS MODE IS DYNAMIC
003300         FILE STATUS IS WS-XFER-FILE-STATUS.
003400
003500     SELECT INVENTORY-BALANCE-FILE
003600         ASSIGN TO "ITMBAL"
003700         ORGANIZATION IS INDEXED
003800         RECORD KEY IS IB-KEY
003900         ACCESS MODE IS RANDOM
004000         FILE STATUS IS WS-ITMBAL-FILE-STATUS.
004100
004200     SELECT TRANSFER-TRANSACTION-FILE
004300         ASSIGN TO "XFRTRAN"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-XTRAN-FILE-STATUS.
004600
004700     SELECT TRANSFER-RECYCLE-FILE
004800         ASSIGN TO "XFRRCYC"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100     SELECT TRANSFER-CORRECTION-REPORT
005200         ASSIGN TO "XFRCORRL"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500     SELECT TRANSFER-REGISTER-REPORT
005600         ASSIGN TO "XFRREG"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100
006200     COPY WHXFER.
006300     COPY ITMBAL.
006400     COPY XFRTRN.
006500
006600*    REJECTED TRANSACTIONS GO BACK OUT IN THE SAME LAYOUT THEY
006700*    CAME IN, WITH THE REASON CODE APPENDED -- ONCE FIXED, THE
006800*    RECORDS FEED STRAIGHT BACK IN AS THE NEXT RUN'S XFRTRAN.
006900 FD  TRANSFER-RECYCLE-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  TRANSFER-RECYCLE-RECORD.
007200     05 RCY-TRAN-DATA          PIC X(37).
007300     05 RCY-REJECT-REASON      PIC X(03).
007400
007500 FD  TRANSFER-CORRECTION-REPORT
007600     LABEL RECORDS ARE STANDARD.
007700 01  TRANSFER-CORRECTION-LINE  PIC X(60).
007800
007900 FD  TRANSFER-REGISTER-REPORT
008000     LABEL RECORDS ARE STANDARD.
008100 01  TRANSFER-REGISTER-LINE    PIC X(100).
008200
008300 WORKING-STORAGE SECTION.
008400
008500 01  WS-XTRAN-AT-END           PIC X VALUE "N".
008600 01  WS-XFER-AT-END            PIC X VALUE "N".
008700
008800 01  WS-REJECT-CODE            PIC X(03) VALUE SPACES.
008900 01  WS-REJECT-TEXT            PIC X(25) VALUE SPACES.
009000 01  WS-REJECTS-RECYCLED       PIC 9(7) VALUE ZERO.
009100
009200 01  CORRECTION-DETAIL-LINE.
009300     05 COR-TRAN-CODE          PIC X(01).
009400     05 FILLER                 PIC X(02) VALUE SPACES.
009500     05 COR-TRANSFER-NUMBER    PIC 9(7).
009600     05 FILLER                 PIC X(02) VALUE SPACES.
009700     05 COR-ITEM-NUMBER        PIC X(08).
009800     05 FILLER                 PIC X(02) VALUE SPACES.
009900     05 COR-REJECT-CODE        PIC X(03).
010000     05 FILLER                 PIC X(02) VALUE SPACES.
010100     05 COR-REJECT-TEXT        PIC X(25).
010200
010300*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
010400*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
010500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
010600         ==WS-XFER-FILE-STATUS== ==PFX-FILE-OK== BY
010700         ==XFER-FILE-OK== ==PFX-FILE-EOF== BY
010800         ==XFER-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010900         ==XFER-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
011000         ==XFER-FILE-NOT-FOUND==
011100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
011200         ==XFER-FILE-BOUNDARY-VIOLATION==.
011300
011400     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
011500         ==WS-ITMBAL-FILE-STATUS== ==PFX-FILE-OK== BY
011600         ==ITMBAL-FILE-OK== ==PFX-FILE-EOF== BY
011700         ==ITMBAL-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
011800         ==ITMBAL-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
011900         ==ITMBAL-FILE-NOT-FOUND==
012000         ==PFX-FILE-BOUNDARY-VIOLATION== BY
012100         ==ITMBAL-FILE-BOUNDARY-VIOLATION==.
012200
012300     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
012400         ==WS-XTRAN-FILE-STATUS== ==PFX-FILE-OK== BY
012500         ==XTRAN-FILE-OK== ==PFX-FILE-EOF== BY
012600         ==XTRAN-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
012700         ==XTRAN-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
012800         ==XTRAN-FILE-NOT-FOUND==
012900         ==PFX-FILE-BOUNDARY-VIOLATION== BY
013000         ==XTRAN-FILE-BOUNDARY-VIOLATION==.
013100
013200 01  WS-RUN-DATE               PIC 9(8).
013300
013400*    THE TRANSFER IN HAND: ITS TWO WAREHOUSES AS RESOLVED BY
013500*    WHSCHK (A BLANK CODE IS THE DEFAULT WAREHOUSE), THE DATE
013600*    IT MOVED, AND ITS COST AND VALUE AT THE SENDING
013700*    WAREHOUSE'S AVERAGE.
013800 01  WS-FROM-WAREHOUSE         PIC X(03) VALUE SPACES.
013900 01  WS-TO-WAREHOUSE           PIC X(03) VALUE SPACES.
014000 01  WS-TRAN-DATE              PIC 9(8) VALUE ZERO.
014100 01  WS-TRANSFER-UNIT-COST     PIC 9(7)V999 VALUE ZERO.
014200 01  WS-TRANSFER-VALUE         PIC S9(11)V99 VALUE ZERO.
014300 01  WS-NEW-ON-HAND            PIC S9(9) VALUE ZERO.
014400
014500 01  WS-PAGE-CONTROL.
014600     05 WS-LINE-COUNT          PIC 99 VALUE ZERO.
014700     05 WS-PAGE-COUNT          PIC 999 VALUE ZERO.
014800     05 WS-LINES-PER-PAGE      PIC 99 VALUE 50.
014900
015000 01  WS-CONTROL-TOTALS.
015100     05 WS-TRANS-READ          PIC 9(7) VALUE ZERO.
015200     05 WS-TRANSFERS-SHIPPED   PIC 9(7) VALUE ZERO.
015300     05 WS-TRANSFERS-RECEIVED  PIC 9(7) VALUE ZERO.
015400     05 WS-TRANS-IN-ERROR      PIC 9(7) VALUE ZERO.
015500     05 WS-SHIPPED-VALUE       PIC 9(11)V99 VALUE ZERO.
015600     05 WS-RECEIVED-VALUE      PIC 9(11)V99 VALUE ZERO.
015700     05 WS-OPEN-TRANSFERS      PIC 9(7) VALUE ZERO.
015800     05 WS-IN-TRANSIT-VALUE    PIC 9(11)V99 VALUE ZERO.
015900
016000*    PARAMETER PASSED TO THE SHARED WAREHOUSE-TABLE
016100*    SUBPROGRAM -- SEE WHSCHK.
016200 01  XFRMAINT-WHSCHK-PARM.
016300     05 WHSCHK-FUNCTION        PIC X(01).
016400     05 WHSCHK-WAREHOUSE       PIC X(03).
016500     05 WHSCHK-ENTRY-NUMBER    PIC 9(03).
016600     05 WHSCHK-WAREHOUSE-NAME  PIC X(30).
016700     05 WHSCHK-RESULT          PIC X(02).
016800         88 WHSCHK-NO-TABLE             VALUE "NT".
016900         88 WHSCHK-NOT-ON-TABLE         VALUE "NF".
017000
017100*    PARAMETER PASSED TO THE SHARED DATE-CALCULATION
017200*    SUBPROGRAM -- SEE DATECALC.
017300 01  XFRMAINT-DATECALC-PARM.
017400     05 DATECALC-FUNCTION      PIC X(01).
017500     05 DATECALC-DATE-1        PIC 9(8).
017600     05 DATECALC-DATE-2        PIC 9(8).
017700     05 DATECALC-DAYS          PIC S9(7).
017800     05 DATECALC-RESULT-DATE   PIC 9(8).
017900     05 DATECALC-FEEDBACK      PIC XX.
018000
018100 01  HEADING-LINE-1.
018200     05 FILLER                 PIC X(36)
018300        VALUE "WAREHOUSE TRANSFER REGISTER - RUN ".
018400     05 HDG-RUN-DATE           PIC 9(8).
018500     05 FILLER                 PIC X(40) VALUE SPACES.
018600     05 FILLER                 PIC X(05) VALUE "PAGE ".
018700     05 HDG-PAGE-NUMBER        PIC ZZZ9.
018800
018900 01  HEADING-LINE-2.
019000     05 FILLER                 PIC X(10) VALUE "ACTION".
019100     05 FILLER                 PIC X(09) VALUE "TRANSFER".
019200     05 FILLER                 PIC X(10) VALUE "ITEM".
019300     05 FILLER                 PIC X(05) VALUE "FROM".
019400     05 FILLER                 PIC X(05) VALUE "TO".
019500     05 FILLER                 PIC X(10) VALUE "DATE".
019600     05 FILLER                 PIC X(10) VALUE "  QUANTITY".
019700     05 FILLER                 PIC X(14)
019800        VALUE "     UNIT COST".
019900     05 FILLER                 PIC X(18)
020000        VALUE "             VALUE".
020100     05 FILLER                 PIC X(06) VALUE "  DAYS".
020200
020300 01  DETAIL-LINE.
020400     05 DTL-ACTION             PIC X(08).
020500     05 FILLER                 PIC X(02) VALUE SPACES.
020600     05 DTL-TRANSFER-NUMBER    PIC 9(7).
020700     05 FILLER                 PIC X(02) VALUE SPACES.
020800     05 DTL-ITEM-NUMBER        PIC X(08).
020900     05 FILLER                 PIC X(02) VALUE SPACES.
021000     05 DTL-FROM-WAREHOUSE     PIC X(03).
021100     05 FILLER                 PIC X(02) VALUE SPACES.
021200     05 DTL-TO-WAREHOUSE       PIC X(03).
021300     05 FILLER                 PIC X(02) VALUE SPACES.
021400     05 DTL-DATE               PIC 9(8).
021500     05 FILLER                 PIC X(02) VALUE SPACES.
021600     05 DTL-QUANTITY           PIC Z,ZZZ,ZZ9.
021700     05 FILLER                 PIC X(02) VALUE SPACES.
021800     05 DTL-UNIT-COST          PIC Z,ZZZ,ZZ9.999.
021900     05 FILLER                 PIC X(02) VALUE SPACES.
022000     05 DTL-VALUE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
022100     05 FILLER                 PIC X(02) VALUE SPACES.
022200*    DAYS IN TRANSIT -- ON THE OPEN-TRANSFER SECTION ONLY.
022300     05 DTL-DAYS               PIC ZZZZ.
022400
022500 01  SECTION-LINE.
022600     05 FILLER                 PIC X(38)
022700        VALUE "TRANSFERS STILL IN TRANSIT AT RUN END".
022800
022900 01  TOTAL-LINE.
023000     05 TTL-CAPTION            PIC X(30).
023100     05 TTL-COUNT              PIC Z,ZZZ,ZZ9.
023200     05 FILLER                 PIC X(04) VALUE SPACES.
023300     05 TTL-VALUE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
023400
023500 PROCEDURE DIVISION.
023600 PROGRAM-BEGIN.
023700     PERFORM OPENING-PROCEDURE.
023800     PERFORM MAIN-PROCESS.
023900     PERFORM LIST-OPEN-TRANSFERS.
024000     PERFORM CLOSING-PROCEDURE.
024100
024200 PROGRAM-DONE.
024300     STOP RUN.
024400
024500*    THE FIRST RUN FINDS NO TRANSFER FILE AND STARTS ONE.
024600 OPENING-PROCEDURE.
024700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024800     OPEN I-O WAREHOUSE-TRANSFER-FILE.
024900     IF WS-XFER-FILE-STATUS = "35"
025000        OPEN OUTPUT WAREHOUSE-TRANSFER-FILE
025100        CLOSE WAREHOUSE-TRANSFER-FILE
025200        OPEN I-O WAREHOUSE-TRANSFER-FILE
025300     END-IF.
025400     IF NOT XFER-FILE-OK
025500        DISPLAY "XFRMAINT: UNABLE TO OPEN WAREHOUSE-TRANSFER-"
025600                "FILE, STATUS " WS-XFER-FILE-STATUS
025700        MOVE 16 TO RETURN-CODE
025800        GO TO PROGRAM-DONE
025900     END-IF.
026000     OPEN I-O INVENTORY-BALANCE-FILE.
026100     IF NOT ITMBAL-FILE-OK
026200        DISPLAY "XFRMAINT: UNABLE TO OPEN INVENTORY-BALANCE-"
026300                "FILE, STATUS " WS-ITMBAL-FILE-STATUS
026400        MOVE 16 TO RETURN-CODE
026500        CLOSE WAREHOUSE-TRANSFER-FILE
026600        GO TO PROGRAM-DONE
026700     END-IF.
026800     OPEN INPUT TRANSFER-TRANSACTION-FILE.
026900     IF NOT XTRAN-FILE-OK
027000        DISPLAY "XFRMAINT: UNABLE TO OPEN TRANSFER-"
027100                "TRANSACTION-FILE, STATUS " WS-XTRAN-FILE-STATUS
027200        MOVE 16 TO RETURN-CODE
027300        CLOSE WAREHOUSE-TRANSFER-FILE
027400        CLOSE INVENTORY-BALANCE-FILE
027500        GO TO PROGRAM-DONE
027600     END-IF.
027700     OPEN OUTPUT TRANSFER-RECYCLE-FILE.
027800     OPEN OUTPUT TRANSFER-CORRECTION-REPORT.
027900     OPEN OUTPUT TRANSFER-REGISTER-REPORT.
028000     MOVE WS-RUN-DATE TO HDG-RUN-DATE.
028100     PERFORM WRITE-HEADING.
028200
028300 CLOSING-PROCEDURE.
028400     MOVE SPACES TO TRANSFER-REGISTER-LINE.
028500     WRITE TRANSFER-REGISTER-LINE.
028600     MOVE "TRANSFERS SHIPPED" TO TTL-CAPTION.
028700     MOVE WS-TRANSFERS-SHIPPED TO TTL-COUNT.
028800     MOVE WS-SHIPPED-VALUE TO TTL-VALUE.
028900     WRITE TRANSFER-REGISTER-LINE FROM TOTAL-LINE.
029000     MOVE "TRANSFERS RECEIVED" TO TTL-CAPTION.
029100     MOVE WS-TRANSFERS-RECEIVED TO TTL-COUNT.
029200     MOVE WS-RECEIVED-VALUE TO TTL-VALUE.
029300     WRITE TRANSFER-REGISTER-LINE FROM TOTAL-LINE.
029400     MOVE "STILL IN TRANSIT" TO TTL-CAPTION.
029500     MOVE WS-OPEN-TRANSFERS TO TTL-COUNT.
029600     MOVE WS-IN-TRANSIT-VALUE TO TTL-VALUE.
029700     WRITE TRANSFER-REGISTER-LINE FROM TOTAL-LINE.
029800     CLOSE WAREHOUSE-TRANSFER-FILE.
029900     CLOSE INVENTORY-BALANCE-FILE.
030000     CLOSE TRANSFER-TRANSACTION-FILE.
030100     CLOSE TRANSFER-RECYCLE-FILE.
030200     CLOSE TRANSFER-CORRECTION-REPORT.
030300     CLOSE TRANSFER-REGISTER-REPORT.
030400     DISPLAY "XFRMAINT CONTROL TOTALS".
030500     DISPLAY "  TRANSACTIONS READ ....: " WS-TRANS-READ.
030600     DISPLAY "  TRANSFERS SHIPPED ....: " WS-TRANSFERS-SHIPPED.
030700     DISPLAY "  TRANSFERS RECEIVED ...: " WS-TRANSFERS-RECEIVED.
030800     DISPLAY "  TRANSACTIONS IN ERROR : " WS-TRANS-IN-ERROR.
030900     DISPLAY "  REJECTS RECYCLED .....: " WS-REJECTS-RECYCLED.
031000     DISPLAY "  VALUE SHIPPED ........: " WS-SHIPPED-VALUE.
031100     DISPLAY "  VALUE RECEIVED .......: " WS-RECEIVED-VALUE.
031200     DISPLAY "  STILL IN TRANSIT .....: " WS-OPEN-TRANSFERS.
031300     DISPLAY "  VALUE IN TRANSIT .....: " WS-IN-TRANSIT-VALUE.
031400     IF WS-TRANS-IN-ERROR > ZERO
031500        MOVE 4 TO RETURN-CODE
031600     ELSE
031700        MOVE 0 TO RETURN-CODE
031800     END-IF.
031900
032000 MAIN-PROCESS.
032100     PERFORM READ-NEXT-TRANSACTION.
032200     PERFORM APPLY-TRANSACTION
032300             UNTIL WS-XTRAN-AT-END = "Y".
032400
032500 READ-NEXT-TRANSACTION.
032600     READ TRANSFER-TRANSACTION-FILE
032700          AT END MOVE "Y" TO WS-XTRAN-AT-END.
032800     IF WS-XTRAN-AT-END NOT = "Y"
032900        ADD 1 TO WS-TRANS-READ
033000     END-IF.
033100
033200 APPLY-TRANSACTION.
033300     MOVE SPACES TO WS-REJECT-CODE.
033400*    AN UNDATED FORM MOVED TODAY.
033500     IF XTRAN-TRAN-DATE IS NUMERIC
033600        AND XTRAN-TRAN-DATE > ZERO
033700        MOVE XTRAN-TRAN-DATE TO WS-TRAN-DATE
033800     ELSE
033900        MOVE WS-RUN-DATE     TO WS-TRAN-DATE
034000     END-IF.
034100     EVALUATE TRUE
034200        WHEN NOT XTRAN-SHIP AND NOT XTRAN-RECEIVE
034300             MOVE "INV" TO WS-REJECT-CODE
034400             MOVE "INVALID TRAN CODE" TO WS-REJECT-TEXT
034500        WHEN XTRAN-TRANSFER-NUMBER NOT NUMERIC
034600             OR XTRAN-TRANSFER-NUMBER = ZERO
034700             MOVE "TNO" TO WS-REJECT-CODE
034800             MOVE "TRANSFER NUMBER MISSING" TO WS-REJECT-TEXT
034900        WHEN XTRAN-SHIP
035000             PERFORM SHIP-TRANSFER
035100        WHEN OTHER
035200             PERFORM RECEIVE-TRANSFER
035300     END-EVALUATE.
035400     IF WS-REJECT-CODE NOT = SPACES
035500        DISPLAY "XFRMAINT: TRANSFER " XTRAN-TRANSFER-NUMBER
035600                " REJECTED, " WS-REJECT-TEXT
035700        ADD 1 TO WS-TRANS-IN-ERROR
035800        PERFORM WRITE-REJECT-TO-RECYCLE
035900     END-IF.
036000     PERFORM READ-NEXT-TRANSACTION.
036100
036200*    A TRANSFER NUMBER IS USED ONCE -- THE SAME FORM KEYED
036300*    TWICE WOULD MOVE THE STOCK TWICE.
036400 SHIP-TRANSFER.
036500     MOVE XTRAN-TRANSFER-NUMBER TO XFR-TRANSFER-NUMBER.
036600     READ WAREHOUSE-TRANSFER-FILE
036700         INVALID KEY
036800            PERFORM EDIT-SHIPMENT
036900         NOT INVALID KEY
037000            MOVE "DUP" TO WS-REJECT-CODE
037100            MOVE "TRANSFER ALREADY ON FILE" TO WS-REJECT-TEXT
037200     END-READ.
037300     IF WS-REJECT-CODE = SPACES
037400        PERFORM POST-SHIPMENT
037500     END-IF.
037600
037700 EDIT-SHIPMENT.
037800     EVALUATE TRUE
037900        WHEN XTRAN-ITEM-NUMBER = SPACES
038000             MOVE "ITM" TO WS-REJECT-CODE
038100             MOVE "ITEM NOT KEYED" TO WS-REJECT-TEXT
038200        WHEN XTRAN-QUANTITY NOT NUMERIC
038300             OR XTRAN-QUANTITY = ZERO
038400             MOVE "QTY" TO WS-REJECT-CODE
038500             MOVE "QUANTITY NOT VALID" TO WS-REJECT-TEXT
038600        WHEN OTHER
038700             PERFORM RESOLVE-TRANSFER-WAREHOUSES
038800     END-EVALUATE.
038900
039000*    BOTH ENDS MUST BE ON THE WAREHOUSE TABLE, AND DIFFERENT.
039100*    A SHOP WITH NO TABLE HAS ONE LOCATION AND NOTHING TO
039200*    TRANSFER BETWEEN.
039300 RESOLVE-TRANSFER-WAREHOUSES.
039400     MOVE "V"                  TO WHSCHK-FUNCTION.
039500     MOVE XTRAN-FROM-WAREHOUSE TO WHSCHK-WAREHOUSE.
039600     CALL "WHSCHK" USING XFRMAINT-WHSCHK-PARM.
039700     MOVE WHSCHK-WAREHOUSE TO WS-FROM-WAREHOUSE.
039800     IF WHSCHK-NO-TABLE
039900        MOVE "NWT" TO WS-REJECT-CODE
040000        MOVE "NO WAREHOUSE TABLE" TO WS-REJECT-TEXT
040100     END-IF.
040200     IF WHSCHK-NOT-ON-TABLE
040300        MOVE "WNF" TO WS-REJECT-CODE
040400        MOVE "FROM WAREHOUSE NOT ON TABLE" TO WS-REJECT-TEXT
040500     END-IF.
040600     IF WS-REJECT-CODE = SPACES
040700        MOVE "V"                TO WHSCHK-FUNCTION
040800        MOVE XTRAN-TO-WAREHOUSE TO WHSCHK-WAREHOUSE
040900        CALL "WHSCHK" USING XFRMAINT-WHSCHK-PARM
041000        MOVE WHSCHK-WAREHOUSE TO WS-TO-WAREHOUSE
041100        IF WHSCHK-NOT-ON-TABLE
041200           MOVE "WNF" TO WS-REJECT-CODE
041300           MOVE "TO WAREHOUSE NOT ON TABLE" TO WS-REJECT-TEXT
041400        END-IF
041500     END-IF.
041600     IF WS-REJECT-CODE = SPACES
041700        AND WS-FROM-WAREHOUSE = WS-TO-WAREHOUSE
041800        MOVE "SWH" TO WS-REJECT-CODE
041900        MOVE "FROM AND TO THE SAME" TO WS-REJECT-TEXT
042000     END-IF.
042100
042200*    THE STOCK LEAVES THE SENDING WAREHOUSE AT ITS AVERAGE
042300*    COST.  SHIPPING MORE THAN THE BOOK SHOWS IS DRIFT, THE
042400*    SAME AS IN CORMAINT -- NOTED, AND LEFT FOR THE COUNT.
042500 POST-SHIPMENT.
042600     MOVE WS-FROM-WAREHOUSE TO IB-WAREHOUSE.
042700     MOVE XTRAN-ITEM-NUMBER TO IB-ITEM-NUMBER.
042800     READ INVENTORY-BALANCE-FILE
042900         INVALID KEY
043000            MOVE "NBS" TO WS-REJECT-CODE
043100            MOVE "NO STOCK AT FROM WAREHOUSE" TO WS-REJECT-TEXT
043200         NOT INVALID KEY
043300            PERFORM MOVE-STOCK-INTO-TRANSIT
043400     END-READ.
043500
043600 MOVE-STOCK-INTO-TRANSIT.
043700     IF IB-AVERAGE-COST NOT NUMERIC
043800        MOVE ZERO TO IB-AVERAGE-COST
043900     END-IF.
044000     MOVE IB-AVERAGE-COST TO WS-TRANSFER-UNIT-COST.
044100     COMPUTE WS-TRANSFER-VALUE ROUNDED =
044200             XTRAN-QUANTITY * WS-TRANSFER-UNIT-COST.
044300     SUBTRACT XTRAN-QUANTITY FROM IB-ON-HAND-QUANTITY.
044400     REWRITE INVENTORY-BALANCE-RECORD.
044500     IF IB-ON-HAND-QUANTITY < ZERO
044600        DISPLAY "XFRMAINT: ITEM " XTRAN-ITEM-NUMBER
044700                " ON-HAND IS NOW NEGATIVE AT WAREHOUSE "
044800                WS-FROM-WAREHOUSE
044900     END-IF.
045000     MOVE WS-TO-WAREHOUSE   TO IB-WAREHOUSE.
045100     MOVE XTRAN-ITEM-NUMBER TO IB-ITEM-NUMBER.
045200     READ INVENTORY-BALANCE-FILE
045300         INVALID KEY
045400            PERFORM CREATE-ITEM-BALANCE
045500     END-READ.
045600     ADD XTRAN-QUANTITY    TO IB-IN-TRANSIT-QUANTITY.
045700     ADD WS-TRANSFER-VALUE TO IB-IN-TRANSIT-VALUE.
045800     REWRITE INVENTORY-BALANCE-RECORD.
045900     MOVE SPACES                TO WAREHOUSE-TRANSFER-RECORD.
046000     MOVE XTRAN-TRANSFER-NUMBER TO XFR-TRANSFER-NUMBER.
046100     SET XFR-IN-TRANSIT         TO TRUE.
046200     MOVE XTRAN-ITEM-NUMBER     TO XFR-ITEM-NUMBER.
046300     MOVE WS-FROM-WAREHOUSE     TO XFR-FROM-WAREHOUSE.
046400     MOVE WS-TO-WAREHOUSE       TO XFR-TO-WAREHOUSE.
046500     MOVE XTRAN-QUANTITY        TO XFR-QUANTITY.
046600     MOVE WS-TRANSFER-UNIT-COST TO XFR-UNIT-COST.
046700     MOVE WS-TRAN-DATE          TO XFR-SHIP-DATE.
046800     MOVE ZERO                  TO XFR-RECEIVE-DATE.
046900     WRITE WAREHOUSE-TRANSFER-RECORD.
047000     ADD 1 TO WS-TRANSFERS-SHIPPED.
047100     ADD WS-TRANSFER-VALUE TO WS-SHIPPED-VALUE.
047200     MOVE "SHIPPED" TO DTL-ACTION.
047300     MOVE XFR-SHIP-DATE TO DTL-DATE.
047400     PERFORM WRITE-TRANSFER-LINE.
047500
047600*    THE FIRST STOCK AN ITEM EVER HAS AT A WAREHOUSE MAY
047700*    ARRIVE BY TRANSFER.
047800 CREATE-ITEM-BALANCE.
047900     MOVE ZERO TO IB-ON-HAND-QUANTITY.
048000     MOVE ZERO TO IB-AVERAGE-COST.
048100     MOVE ZERO TO IB-LAST-COUNT-DATE.
048200     MOVE ZERO TO IB-IN-TRANSIT-QUANTITY.
048300     MOVE ZERO TO IB-IN-TRANSIT-VALUE.
048400     WRITE INVENTORY-BALANCE-RECORD.
048500
048600 RECEIVE-TRANSFER.
048700     MOVE XTRAN-TRANSFER-NUMBER TO XFR-TRANSFER-NUMBER.
048800     READ WAREHOUSE-TRANSFER-FILE
048900         INVALID KEY
049000            MOVE "NOF" TO WS-REJECT-CODE
049100            MOVE "TRANSFER NOT ON FILE" TO WS-REJECT-TEXT
049200         NOT INVALID KEY
049300            PERFORM EDIT-RECEIPT
049400     END-READ.
049500     IF WS-REJECT-CODE = SPACES
049600        PERFORM POST-RECEIPT
049700     END-IF.
049800
049900*    THE WHOLE TRANSFER IS RECEIVED AT ONCE.  A QUANTITY ON
050000*    THE RECEIVE IS A CHECK AGAINST THE SHIPMENT; A SHORT
050100*    ARRIVAL IS RECEIVED AS SHIPPED AND COUNTED OUT.
050200 EDIT-RECEIPT.
050300     EVALUATE TRUE
050400        WHEN NOT XFR-IN-TRANSIT
050500             MOVE "NIT" TO WS-REJECT-CODE
050600             MOVE "TRANSFER NOT IN TRANSIT" TO WS-REJECT-TEXT
050700        WHEN XTRAN-QUANTITY IS NUMERIC
050800             AND XTRAN-QUANTITY NOT = ZERO
050900             AND XTRAN-QUANTITY NOT = XFR-QUANTITY
051000             MOVE "QTY" TO WS-REJECT-CODE
051100             MOVE "QUANTITY NOT AS SHIPPED" TO WS-REJECT-TEXT
051200     END-EVALUATE.
051300
051400*    THE GOODS COME OUT OF TRANSIT AND ONTO THE SHELF, AVERAGED
051500*    IN AT THE COST THEY LEFT THE SENDING WAREHOUSE AT -- THE
051600*    SAME WEIGHING RCVMAINT DOES FOR A VENDOR RECEIPT.
051700 POST-RECEIPT.
051800     MOVE XFR-TO-WAREHOUSE TO IB-WAREHOUSE.
051900     MOVE XFR-ITEM-NUMBER  TO IB-ITEM-NUMBER.
052000     READ INVENTORY-BALANCE-FILE
052100         INVALID KEY
052200            PERFORM CREATE-ITEM-BALANCE
052300     END-READ.
052400     COMPUTE WS-TRANSFER-VALUE ROUNDED =
052500             XFR-QUANTITY * XFR-UNIT-COST.
052600     IF IB-AVERAGE-COST NOT NUMERIC
052700        MOVE ZERO TO IB-AVERAGE-COST
052800     END-IF.
052900     COMPUTE WS-NEW-ON-HAND =
053000             IB-ON-HAND-QUANTITY + XFR-QUANTITY.
053100     IF IB-ON-HAND-QUANTITY NOT > ZERO
053200        OR IB-AVERAGE-COST = ZERO
053300        OR WS-NEW-ON-HAND NOT > ZERO
053400        MOVE XFR-UNIT-COST TO IB-AVERAGE-COST
053500     ELSE
053600        COMPUTE IB-AVERAGE-COST ROUNDED =
053700                (IB-ON-HAND-QUANTITY * IB-AVERAGE-COST
053800                 + XFR-QUANTITY * XFR-UNIT-COST)
053900                / WS-NEW-ON-HAND
054000     END-IF.
054100     MOVE WS-NEW-ON-HAND TO IB-ON-HAND-QUANTITY.
054200     SUBTRACT XFR-QUANTITY      FROM IB-IN-TRANSIT-QUANTITY.
054300     SUBTRACT WS-TRANSFER-VALUE FROM IB-IN-TRANSIT-VALUE.
054400*    NOTHING LEFT IN TRANSIT CARRIES NO VALUE -- ANY PENNY
054500*    LEFT BY ROUNDING GOES WITH THE LAST TRANSFER.
054600     IF IB-IN-TRANSIT-QUANTITY = ZERO
054700        MOVE ZERO TO IB-IN-TRANSIT-VALUE
054800     END-IF.
054900     REWRITE INVENTORY-BALANCE-RECORD.
055000     SET XFR-RECEIVED TO TRUE.
055100     MOVE WS-TRAN-DATE TO XFR-RECEIVE-DATE.
055200     REWRITE WAREHOUSE-TRANSFER-RECORD.
055300     ADD 1 TO WS-TRANSFERS-RECEIVED.
055400     ADD WS-TRANSFER-VALUE TO WS-RECEIVED-VALUE.
055500     MOVE "RECEIVED" TO DTL-ACTION.
055600     MOVE XFR-RECEIVE-DATE TO DTL-DATE.
055700     PERFORM WRITE-TRANSFER-LINE.
055800
055900*    ONE REGISTER LINE FOR THE TRANSFER RECORD IN HAND; THE
056000*    CALLER SETS THE ACTION AND DATE.
056100 WRITE-TRANSFER-LINE.
056200     MOVE XFR-TRANSFER-NUMBER TO DTL-TRANSFER-NUMBER.
056300     MOVE XFR-ITEM-NUMBER     TO DTL-ITEM-NUMBER.
056400     MOVE XFR-FROM-WAREHOUSE  TO DTL-FROM-WAREHOUSE.
056500     MOVE XFR-TO-WAREHOUSE    TO DTL-TO-WAREHOUSE.
056600     MOVE XFR-QUANTITY        TO DTL-QUANTITY.
056700     MOVE XFR-UNIT-COST       TO DTL-UNIT-COST.
056800     MOVE WS-TRANSFER-VALUE   TO DTL-VALUE.
056900     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
057000        PERFORM WRITE-HEADING
057100     END-IF.
057200     WRITE TRANSFER-REGISTER-LINE FROM DETAIL-LINE.
057300     ADD 1 TO WS-LINE-COUNT.
057400
057500*    EVERY TRANSFER STILL ON THE ROAD, OLDEST NUMBER FIRST,
057600*    WITH ITS DAYS OUT -- A TRANSFER THAT NEVER ARRIVES
057700*    SHOWS UP HERE NIGHT AFTER NIGHT UNTIL SOMEONE LOOKS.
057800 LIST-OPEN-TRANSFERS.
057900     MOVE SPACES TO TRANSFER-REGISTER-LINE.
058000     WRITE TRANSFER-REGISTER-LINE.
058100     WRITE TRANSFER-REGISTER-LINE FROM SECTION-LINE.
058200     ADD 2 TO WS-LINE-COUNT.
058300     MOVE ZERO TO XFR-TRANSFER-NUMBER.
058400     START WAREHOUSE-TRANSFER-FILE
058500           KEY IS NOT LESS THAN XFR-TRANSFER-NUMBER
058600         INVALID KEY
058700            MOVE "Y" TO WS-XFER-AT-END
058800     END-START.
058900     IF WS-XFER-AT-END NOT = "Y"
059000        PERFORM READ-NEXT-TRANSFER
059100     END-IF.
059200     PERFORM LIST-ONE-TRANSFER
059300             UNTIL WS-XFER-AT-END = "Y".
059400
059500 LIST-ONE-TRANSFER.
059600     IF XFR-IN-TRANSIT
059700        MOVE "D"           TO DATECALC-FUNCTION
059800        MOVE WS-RUN-DATE   TO DATECALC-DATE-1
059900        MOVE XFR-SHIP-DATE TO DATECALC-DATE-2
060000        CALL "DATECALC" USING XFRMAINT-DATECALC-PARM
060100        IF DATECALC-FEEDBACK NOT = "OK"
060200           OR DATECALC-DAYS < ZERO
060300           MOVE ZERO TO DATECALC-DAYS
060400        END-IF
060500        COMPUTE WS-TRANSFER-VALUE ROUNDED =
060600                XFR-QUANTITY * XFR-UNIT-COST
060700        ADD 1 TO WS-OPEN-TRANSFERS
060800        ADD WS-TRANSFER-VALUE TO WS-IN-TRANSIT-VALUE
060900        MOVE "IN TRAN" TO DTL-ACTION
061000        MOVE XFR-SHIP-DATE TO DTL-DATE
061100        MOVE DATECALC-DAYS TO DTL-DAYS
061200        PERFORM WRITE-TRANSFER-LINE
061300        MOVE ZERO TO DTL-DAYS
061400     END-IF.
061500     PERFORM READ-NEXT-TRANSFER.
061600
061700 READ-NEXT-TRANSFER.
061800     READ WAREHOUSE-TRANSFER-FILE NEXT RECORD
061900          AT END MOVE "Y" TO WS-XFER-AT-END.
062000
062100 WRITE-HEADING.
062200     ADD 1 TO WS-PAGE-COUNT.
062300     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER.
062400     WRITE TRANSFER-REGISTER-LINE FROM HEADING-LINE-1.
062500     WRITE TRANSFER-REGISTER-LINE FROM HEADING-LINE-2.
062600     MOVE ZERO TO WS-LINE-COUNT.
062700
062800*    WRITE THE REJECTED TRANSACTION, AS KEYED, TO THE RECYCLE
062900*    FILE WITH ITS REASON CODE, AND LIST IT FOR THE CLERK --
063000*    SO THE FIX IS AN EDIT OF THE RECYCLE FILE, NOT A REKEY
063100*    FROM THE TRANSFER FORM.
063200 WRITE-REJECT-TO-RECYCLE.
063300     MOVE TRANSFER-TRANSACTION-RECORD TO RCY-TRAN-DATA.
063400     MOVE WS-REJECT-CODE        TO RCY-REJECT-REASON.
063500     WRITE TRANSFER-RECYCLE-RECORD.
063600     MOVE XTRAN-CODE            TO COR-TRAN-CODE.
063700     MOVE XTRAN-TRANSFER-NUMBER TO COR-TRANSFER-NUMBER.
063800     MOVE XTRAN-ITEM-NUMBER     TO COR-ITEM-NUMBER.
063900     MOVE WS-REJECT-CODE        TO COR-REJECT-CODE.
064000     MOVE WS-REJECT-TEXT        TO COR-REJECT-TEXT.
064100     WRITE TRANSFER-CORRECTION-LINE FROM CORRECTION-DETAIL-LINE.
064200     ADD 1 TO WS-REJECTS-RECYCLED.
