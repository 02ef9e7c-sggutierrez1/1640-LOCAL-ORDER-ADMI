001250*                     cannot exceed what was billed; only a
001253*                     record that predates the field (spaces)
001256*                     defaults to the full order quantity.
      *   RWH   2026-10-14  Adds and returns dated into a closed
      *                     period recycle with reason PCL unless
      *                     keyed as a prior-period adjustment
      *                     ("P") on a controller's run -- the
      *                     operator ID comes in on the PARM; see
      *                     PERLOCK.
      *   RWH   2026-10-15  A balance record created here starts
      *                     with a zero average cost -- see
      *                     ITMBAL.
      *   RWH   2026-10-15  Every shipment and return of an item
      *                     writes a SHPCOST record costed at the
      *                     item's average cost, for GLPOST's cost
      *                     of goods sold entry and the GRSMRGN
      *                     margin report.
      *   RWH   2026-10-15  A new balance record also starts
      *                     never cycle-counted.
      *   RWH   2026-10-15  Stock moves at the ship-to's warehouse.
      *   RWH   2026-10-15  A shipment draws on the item's lots,
      *                     first-expiring first, skipping any
      *                     past expiry; a return keyed with a
      *                     lot goes back into it.  Both are kept
      *                     on LOTMOV for the trace.
      *   RWH   2026-10-15  An order for a kit item (one with
      *                     components on BOMMST) ships out of
      *                     each component's balance, not the
      *                     kit's; a ship-confirm with any
      *                     component short recycles with reason
      *                     KCS.  The kit still prices and bills
      *                     as one order line.
      *   RWH   2026-10-15  Added the "Q" quote conversion: each
      *                     open, unexpired line of an accepted
      *                     sales quote goes through the ordinary
      *                     add at its quoted price and the line
      *                     is marked converted with its order
      *                     number -- see QUOTMST.  NUMCTL now
      *                     carries the quote series through.
      *   RWH   2026-10-15  Every shipment posted -- a ship-
      *                     confirm or the remainder a close
      *                     ships -- is written to SHPCNF with
      *                     the order's shipped and backordered
      *                     quantities, for the PACKSLIP packing
      *                     slips.
001259*--------------------------------------------------
001300 ENVIRONMENT DIVISION.
001400 INPUT-OUTPUT SECTION.
002802     SELECT INVENTORY-BALANCE-FILE
002803         ASSIGN TO "ITMBAL"
002804         ORGANIZATION IS INDEXED
002805         RECORD KEY IS IB-KEY
002806         ACCESS MODE IS DYNAMIC
002807         FILE STATUS IS WS-ITMBAL-FILE-STATUS.
002808
002810     SELECT CO-RETURN-FILE
002812         ASSIGN TO "CORRET"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    REWRITTEN EACH RUN -- THE SHIPMENTS POSTED, FOR PACKSLIP.
           SELECT SHIP-CONFIRM-FILE
               ASSIGN TO "SHPCNF"
002814         ORGANIZATION IS LINE SEQUENTIAL.
002816
002818     SELECT SALES-REP-MASTER-FILE
002880         ACCESS MODE IS RANDOM
002884         FILE STATUS IS WS-PRICE-FILE-STATUS.
002888
      *    PERMANENT -- EXTENDED EACH RUN, CREATED ON THE FIRST.
           SELECT SHIPMENT-COST-FILE
               ASSIGN TO "SHPCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHPCOST-FILE-STATUS.

      *    LOT BALANCES BY ITEM AND VENDOR LOT -- SEE LOTBAL.
           SELECT LOT-BALANCE-FILE
               ASSIGN TO "LOTBAL"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LB-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-LOTBAL-FILE-STATUS.

           SELECT LOT-MOVEMENT-FILE
               ASSIGN TO "LOTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTMOV-FILE-STATUS.

      *    KIT COMPONENTS BY KIT ITEM -- SEE BOMMST.
           SELECT BILL-OF-MATERIALS-FILE
               ASSIGN TO "BOMMST"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BOM-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BOM-FILE-STATUS.

      *    SALES QUOTES BY QUOTE AND LINE -- SEE QUOTMST.
           SELECT QUOTE-FILE
               ASSIGN TO "QUOTMST"
               ORGANIZATION IS INDEXED
               RECORD KEY IS QT-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-QUOTE-FILE-STATUS.

002900 DATA DIVISION.
003000 FILE SECTION.
003100
003353     COPY NUMCTL.
003354     COPY ITMBAL.
003356     COPY CORRET.
003357     COPY SHPCOST.
003358     COPY SREPMST.
003360     COPY SELLPRC.
003362     COPY SHIPTO.
003425 FD  ORDER-RECYCLE-FILE
003430     LABEL RECORDS ARE STANDARD.
003435 01  ORDER-RECYCLE-RECORD.
003440     05 RCY-TRAN-DATA          PIC X(148).
003445     05 RCY-REJECT-REASON      PIC X(03).
003450
003455 FD  ORDER-CORRECTION-REPORT
003460     LABEL RECORDS ARE STANDARD.
003465 01  ORDER-CORRECTION-LINE     PIC X(60).
003470
003477     COPY LOTBAL.
003484     COPY LOTMOV.
003487     COPY BOMMST.
003489     COPY QUOTMST.
003490     COPY SHPCNF.
003491
003500 WORKING-STORAGE SECTION.
003502
003504     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
003506         ==WS-QUOTE-FILE-STATUS== ==PFX-FILE-OK== BY
003508         ==QUOTE-FILE-OK== ==PFX-FILE-EOF== BY
003510         ==QUOTE-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
003512         ==QUOTE-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
003514         ==QUOTE-FILE-NOT-FOUND==
003516         ==PFX-FILE-BOUNDARY-VIOLATION== BY
003518         ==QUOTE-FILE-BOUNDARY-VIOLATION==.
003520
003522*    THE QUOTE A "Q" IS CONVERTING.  WHILE THE SWITCH IS ON,
003524*    EACH OPEN LINE GOES THROUGH THE ORDINARY ADD AT ITS
003526*    QUOTED PRICE; A LINE THAT FAILS IS COUNTED, NOT RECYCLED,
003528*    AND THE "Q" ITSELF RECYCLES ONCE AT THE END -- FED BACK
003530*    IN, IT PICKS UP ONLY THE LINES STILL OPEN.  "N" IN THE
003532*    FILE SWITCH MEANS NO QUOTE FILE YET: EVERY "Q" REJECTS.
003534 01  WS-QUOTE-FILE-OPEN        PIC X VALUE "N".
003536 01  WS-CONVERTING-SWITCH      PIC X VALUE "N".
003538     88 WS-CONVERTING-QUOTE           VALUE "Y".
003540 01  WS-QUOTE-SCAN-AT-END      PIC X VALUE "N".
003542 01  WS-QUOTE-WRONG-CUSTOMER   PIC X VALUE "N".
003544 01  WS-QUOTE-REJECTED         PIC X VALUE "N".
003546 01  WS-SAVED-CTRAN-RECORD     PIC X(148) VALUE SPACES.
003548 01  WS-CONVERT-QUOTE-NUMBER   PIC 9(7) VALUE ZERO.
003550 01  WS-ORDERS-BEFORE-LINE     PIC 9(7) VALUE ZERO.
003552 01  WS-QUOTE-LINES-FOUND      PIC 9(3) VALUE ZERO.
003554 01  WS-QUOTE-LINES-OPEN       PIC 9(3) VALUE ZERO.
003556 01  WS-QUOTE-LINES-EXPIRED    PIC 9(3) VALUE ZERO.
003558 01  WS-QUOTE-LINES-FAILED     PIC 9(3) VALUE ZERO.
003560 01  WS-QUOTE-LINES-DONE       PIC 9(3) VALUE ZERO.
003562 01  WS-QUOTE-REJECT-CODE      PIC X(03) VALUE SPACES.
003564 01  WS-QUOTE-REJECT-TEXT      PIC X(25) VALUE SPACES.
003566 01  WS-QUOTES-CONVERTED       PIC 9(7) VALUE ZERO.
003568 01  WS-QUOTE-LINES-ORDERED    PIC 9(7) VALUE ZERO.
003570
003572*    CORMAINT NEVER NUMBERS A QUOTE -- QTEMAINT DOES -- BUT IT
003574*    REWRITES NUMCTL, SO IT CARRIES THE QUOTE SERIES THROUGH.
003576 01  WS-NEXT-QUOTE-NUMBER      PIC 9(7) VALUE 1.
003600
003700 01  WS-CTRAN-AT-END           PIC X VALUE "N".
003701
003736         ==NUMCTL-FILE-BOUNDARY-VIOLATION==.
003737
003738*    THE NUMBER SERIES, CARRIED ACROSS RUNS ON NUMCTL.  A
003739*    MISSING OR EMPTY CONTROL FILE STARTS EVERY SERIES AT 1.
003740 01  WS-NEXT-PO-NUMBER         PIC 9(7) VALUE 1.
003741 01  WS-NEXT-ORDER-NUMBER      PIC 9(7) VALUE 1.
003742
003769     05 COR-REJECT-CODE        PIC X(03).
003770     05 FILLER                 PIC X(02) VALUE SPACES.
003771     05 COR-REJECT-TEXT        PIC X(25).
003772
003773*    THE WAREHOUSE THE ORDER IN HAND SHIPS FROM (OR A RETURN
003774*    COMES BACK TO) -- THE ONE ITS SHIP-TO LOCATION NAMES, OR
003775*    THE DEFAULT ONE.
003776 01  WS-SHIP-WAREHOUSE         PIC X(03) VALUE SPACES.
003777
003778*    PARAMETER PASSED TO THE SHARED WAREHOUSE-TABLE
003779*    SUBPROGRAM -- SEE WHSCHK.
003780 01  CORMAINT-WHSCHK-PARM.
003781     05 WHSCHK-FUNCTION        PIC X(01).
003782     05 WHSCHK-WAREHOUSE       PIC X(03).
003783     05 WHSCHK-ENTRY-NUMBER    PIC 9(03).
003784     05 WHSCHK-WAREHOUSE-NAME  PIC X(30).
003785     05 WHSCHK-RESULT          PIC X(02).
003786         88 WHSCHK-NOT-ON-TABLE         VALUE "NF".
003800
003900*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
004000*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
005832         ==PFX-FILE-BOUNDARY-VIOLATION== BY
005838         ==ITMBAL-FILE-BOUNDARY-VIOLATION==.
005844
           COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
               ==WS-LOTBAL-FILE-STATUS== ==PFX-FILE-OK== BY
               ==LOTBAL-FILE-OK== ==PFX-FILE-EOF== BY
               ==LOTBAL-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
               ==LOTBAL-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
               ==LOTBAL-FILE-NOT-FOUND==
               ==PFX-FILE-BOUNDARY-VIOLATION== BY
               ==LOTBAL-FILE-BOUNDARY-VIOLATION==.
       01  WS-LOTMOV-FILE-STATUS     PIC XX VALUE SPACES.

           COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
               ==WS-BOM-FILE-STATUS== ==PFX-FILE-OK== BY
               ==BOM-FILE-OK== ==PFX-FILE-EOF== BY
               ==BOM-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
               ==BOM-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
               ==BOM-FILE-NOT-FOUND==
               ==PFX-FILE-BOUNDARY-VIOLATION== BY
               ==BOM-FILE-BOUNDARY-VIOLATION==.

       01  WS-LOT-SCAN-DONE          PIC X VALUE "N".
       01  WS-ITEM-HAS-LOTS          PIC X VALUE "N".
       01  WS-LOT-VALID-SWITCH       PIC X VALUE "Y".
           88 WS-LOT-VALID                  VALUE "Y".
005860 01  WS-REP-VALID-SWITCH       PIC X VALUE "N".
005870     88 WS-REP-VALID                  VALUE "Y".
005871
005891*    "N" WHEN THE SHIP-TO FILE DOES NOT EXIST YET -- KEYED
005892*    LOCATION CODES CANNOT BE CHECKED AND ARE REJECTED.
005893 01  WS-SHIPTO-FILE-OPEN       PIC X VALUE "N".
       01  WS-SHPCOST-FILE-STATUS    PIC XX VALUE SPACES.

      *    THE RUN DATE STAMPED ON EACH SHIPMENT-COST RECORD AS ITS
      *    POSTED DATE -- THE NIGHT GLPOST JOURNALS IT.
       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
005894
005900 01  WS-CONTROL-TOTALS.
006000     05 WS-TRANS-READ          PIC 9(7) VALUE ZERO.
006200     05 WS-ORDERS-CLOSED       PIC 9(7) VALUE ZERO.
006300     05 WS-ORDERS-CANCELLED    PIC 9(7) VALUE ZERO.
006400     05 WS-TRANS-IN-ERROR      PIC 9(7) VALUE ZERO.
006403     05 WS-LOT-DRAWS           PIC 9(7) VALUE ZERO.
006406     05 WS-LOT-RETURNS         PIC 9(7) VALUE ZERO.
006408     05 WS-KIT-POSTINGS        PIC 9(7) VALUE ZERO.
006410     05 WS-ORDERS-REFERRED     PIC 9(7) VALUE ZERO.
006420     05 WS-ONHAND-POSTED       PIC 9(7) VALUE ZERO.
006430     05 WS-ORDERS-SHIPPED      PIC 9(7) VALUE ZERO.
006432     05 WS-SHIP-CONFIRMS-WRITTEN PIC 9(7) VALUE ZERO.
006435     05 WS-ORDERS-RETURNED     PIC 9(7) VALUE ZERO.
           05 WS-PERIOD-OVERRIDES    PIC 9(7) VALUE ZERO.
           05 WS-COST-RECORDS        PIC 9(7) VALUE ZERO.
           05 WS-SHIPPED-COST        PIC 9(11)V99 VALUE ZERO.
           05 WS-RETURNED-COST       PIC 9(11)V99 VALUE ZERO.

       01  WS-LOT-REMAINING          PIC 9(7) VALUE ZERO.
       01  WS-LOT-DRAW               PIC 9(7) VALUE ZERO.
       01  WS-BEST-LOT-NUMBER        PIC X(15) VALUE SPACES.
       01  WS-BEST-LOT-EXPIRY        PIC 9(8) VALUE ZERO.
       01  WS-LOT-SORT-EXPIRY        PIC 9(8) VALUE ZERO.
       01  WS-LOT-FOUND-SWITCH       PIC X VALUE "N".
           88 WS-LOT-FOUND                  VALUE "Y".

      *    THE ITEM AND QUANTITY ONE STOCK MOVE POSTS TO -- THE
      *    ORDER'S OWN ITEM, OR FOR A KIT EACH COMPONENT IN TURN
      *    AT ITS QUANTITY PER KIT TIMES THE KITS THAT MOVED.
       01  WS-STOCK-ITEM-NUMBER      PIC X(08) VALUE SPACES.
       01  WS-STOCK-QUANTITY         PIC 9(7) VALUE ZERO.

      *    THE ORDER ITEM'S COMPONENTS OFF BOMMST -- NONE MEANS
      *    THE ITEM IS NOT A KIT.
       01  WS-BOM-FILE-OPEN          PIC X VALUE "N".
       01  WS-KIT-SCAN-DONE          PIC X VALUE "N".
       01  WS-KIT-SUB                PIC 9(3) VALUE ZERO.
       01  WS-KIT-COMPONENT-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-KIT-COMPONENT-TABLE.
           05 WS-KIT-ENTRY OCCURS 50 TIMES.
              10 WS-KIT-COMPONENT-ITEM PIC X(08).
              10 WS-KIT-QUANTITY-PER   PIC 9(5).
       01  WS-KIT-STOCK-SWITCH       PIC X VALUE "Y".
           88 WS-KIT-STOCK-OK               VALUE "Y".
       01  WS-KIT-SHORT-ITEM         PIC X(08) VALUE SPACES.
006440
006450*    THE QUANTITY A SHIP-CONFIRM (OR THE REMAINDER A CLOSE
006460*    IMPLIES) ACTUALLY MOVES -- THE ON-HAND POSTING AND THE
006480*    FULL ORDER QUANTITY.
006490 01  WS-SHIP-QUANTITY          PIC 9(7) VALUE ZERO.
006500
006506*    THE RUN'S OPERATOR, OFF THE PARM -- BLANK WHEN THE STEP
006512*    RUNS WITHOUT ONE, AND THEN NO PRIOR-PERIOD ADJUSTMENT
006518*    POSTS.
006524 01  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
006530
006536*    PARAMETER PASSED TO THE SHARED POSTING-PERIOD LOCK
006542*    SUBPROGRAM -- SEE PERLOCK.
006548 01  CORMAINT-PERLOCK-PARM.
006554     05 PERLOCK-PROGRAM-NAME   PIC X(08).
006560     05 PERLOCK-OPERATOR-ID    PIC X(08).
006566     05 PERLOCK-RECORD-KEY     PIC X(10).
006572     05 PERLOCK-TRAN-DATE      PIC 9(08).
006578     05 PERLOCK-OVERRIDE-CODE  PIC X(01).
006584     05 PERLOCK-RESULT         PIC X(02).
006590         88 PERLOCK-OVERRIDDEN          VALUE "OV".
006596         88 PERLOCK-YEAR-CLOSED         VALUE "YC".
006602         88 PERLOCK-NOT-AUTHORIZED      VALUE "NA".
006608         88 PERLOCK-POSTABLE            VALUE "OK" "OV".
006614     05 PERLOCK-OPEN-PERIOD    PIC 9(06).
006617     05 PERLOCK-FUNCTION       PIC X(01).
006620
006626 LINKAGE SECTION.
006632 01  CORMAINT-PARM.
006638*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
006644*    WITH A 2-BYTE BINARY LENGTH COUNT.
006650     05 CORMAINT-PARM-LEN       PIC S9(4) COMP.
006656     05 CORMAINT-OPERATOR-ID    PIC X(08).
006662
006668 PROCEDURE DIVISION USING CORMAINT-PARM.
006700 PROGRAM-BEGIN.
006800     PERFORM OPENING-PROCEDURE.
006900     PERFORM MAIN-PROCESS.
007300     STOP RUN.
007400
007500 OPENING-PROCEDURE.
007509     IF CORMAINT-PARM-LEN > ZERO
007518        MOVE CORMAINT-OPERATOR-ID TO WS-OPERATOR-ID
007527     END-IF.
007532     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
007537     OPEN I-O CUSTOMER-ORDER-FILE.
007574     IF NOT CUSTORD-FILE-OK
007611        DISPLAY "CORMAINT: UNABLE TO OPEN CUSTOMER-ORDER-FILE, "
009088        CLOSE CO-RETURN-FILE
009089        GO TO PROGRAM-DONE
009090     END-IF.
009091     OPEN OUTPUT SHIP-CONFIRM-FILE.
009092     OPEN INPUT CUSTOMER-PRICE-FILE.
009093     EVALUATE TRUE
009094        WHEN PRICE-FILE-OK
009135           GO TO PROGRAM-DONE
009136        END-IF
009137     END-IF.
           PERFORM OPEN-SHIPMENT-COST-FILE.
           PERFORM OPEN-LOT-FILES.
           PERFORM OPEN-BOM-FILE.
           PERFORM OPEN-QUOTE-FILE.
009138
009140 READ-NUMBER-CONTROL.
009142     OPEN INPUT NUMBER-CONTROL-FILE.
009154                MOVE NC-NEXT-PO-NUMBER TO WS-NEXT-PO-NUMBER
009156                MOVE NC-NEXT-ORDER-NUMBER
009158                     TO WS-NEXT-ORDER-NUMBER
                      IF NC-NEXT-QUOTE-NUMBER IS NUMERIC
                         MOVE NC-NEXT-QUOTE-NUMBER
                              TO WS-NEXT-QUOTE-NUMBER
                      END-IF
009160        END-READ
009162        CLOSE NUMBER-CONTROL-FILE
009164     END-IF.
009170     OPEN OUTPUT NUMBER-CONTROL-FILE.
009172     MOVE WS-NEXT-PO-NUMBER    TO NC-NEXT-PO-NUMBER.
009174     MOVE WS-NEXT-ORDER-NUMBER TO NC-NEXT-ORDER-NUMBER.
009175     MOVE WS-NEXT-QUOTE-NUMBER TO NC-NEXT-QUOTE-NUMBER.
009176     WRITE NUMBER-CONTROL-RECORD.
009178     CLOSE NUMBER-CONTROL-FILE.

       OPEN-SHIPMENT-COST-FILE.
           OPEN EXTEND SHIPMENT-COST-FILE.
           IF WS-SHPCOST-FILE-STATUS = "35"
              CLOSE SHIPMENT-COST-FILE
              OPEN OUTPUT SHIPMENT-COST-FILE
           END-IF.
           IF WS-SHPCOST-FILE-STATUS NOT = "00"
              DISPLAY "CORMAINT: UNABLE TO OPEN SHIPMENT-COST-FILE, "
                      "STATUS " WS-SHPCOST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-DONE
           END-IF.
009180
009200 CLOSING-PROCEDURE.
009210     PERFORM SAVE-NUMBER-CONTROL.
009450     CLOSE ITEM-MASTER-FILE.
009460     CLOSE INVENTORY-BALANCE-FILE.
009470     CLOSE CO-RETURN-FILE.
009472     CLOSE SHIP-CONFIRM-FILE.
009475     CLOSE SHIPMENT-COST-FILE.
009476     CLOSE LOT-BALANCE-FILE.
009477     CLOSE LOT-MOVEMENT-FILE.
009480     CLOSE SALES-REP-MASTER-FILE.
009482     IF WS-QUOTE-FILE-OPEN = "Y"
009485        CLOSE QUOTE-FILE
009487     END-IF.
009490     IF WS-PRICE-FILE-OPEN = "Y"
009491        CLOSE CUSTOMER-PRICE-FILE
009492     END-IF.
009493     IF WS-SHIPTO-FILE-OPEN = "Y"
009494        CLOSE SHIP-TO-FILE
           END-IF.
           IF WS-BOM-FILE-OPEN = "Y"
              CLOSE BILL-OF-MATERIALS-FILE
009495     END-IF.
009500     DISPLAY "CORMAINT CONTROL TOTALS".
009600     DISPLAY "  TRANSACTIONS READ ....: " WS-TRANS-READ.
010020     DISPLAY "  ORDERS ON CREDIT HOLD : " WS-ORDERS-REFERRED.
010030     DISPLAY "  ON-HAND POSTINGS .....: " WS-ONHAND-POSTED.
010040     DISPLAY "  SHIPMENTS CONFIRMED ..: " WS-ORDERS-SHIPPED.
010042     DISPLAY "  PACKING-SLIP LINES ...: "
010044             WS-SHIP-CONFIRMS-WRITTEN.
010050     DISPLAY "  RETURNS ACCEPTED .....: " WS-ORDERS-RETURNED.
010058     DISPLAY "  QUOTES CONVERTED .....: " WS-QUOTES-CONVERTED.
010066     DISPLAY "  QUOTE LINES ORDERED ..: " WS-QUOTE-LINES-ORDERED.
010075     DISPLAY "  PERIOD OVERRIDES .....: " WS-PERIOD-OVERRIDES.
010081     DISPLAY "  COST RECORDS WRITTEN .: " WS-COST-RECORDS.
010087     DISPLAY "  COST SHIPPED .........: " WS-SHIPPED-COST.
010093     DISPLAY "  COST RETURNED ........: " WS-RETURNED-COST.
010095     DISPLAY "  LOT DRAWS ON SHIPMENT : " WS-LOT-DRAWS.
010097     DISPLAY "  LOT RETURNS ..........: " WS-LOT-RETURNS.
010098     DISPLAY "  KIT COMPONENT POSTINGS: " WS-KIT-POSTINGS.
010100     IF WS-TRANS-IN-ERROR > ZERO
010200        MOVE 4 TO RETURN-CODE
010300     ELSE
011700     END-IF.
011800
011900 APPLY-TRANSACTION.
011950     PERFORM CHECK-POSTING-PERIOD.
012000     EVALUATE TRUE
012033        WHEN NOT PERLOCK-POSTABLE
012066             PERFORM REJECT-CLOSED-PERIOD
012100        WHEN CTRAN-ADD
012200             PERFORM ADD-CUSTOMER-ORDER
012300        WHEN CTRAN-CLOSE
012420             PERFORM SHIP-CONFIRM-ORDER
012430        WHEN CTRAN-RETURN
012440             PERFORM RETURN-CUSTOMER-ORDER
012460        WHEN CTRAN-CONVERT-QUOTE
012480             PERFORM CONVERT-QUOTE-TO-ORDERS
012500        WHEN CTRAN-CANCEL
012600             PERFORM CANCEL-CUSTOMER-ORDER
012700        WHEN OTHER
013030             PERFORM WRITE-REJECT-TO-RECYCLE
013100     END-EVALUATE.
013200     PERFORM READ-NEXT-TRANSACTION.
013202
013204*    AN ORDER OR RETURN DATED INTO A MONTH ALREADY CLOSED
013206*    RECYCLES UNLESS IT IS A CONTROLLER'S PRIOR-PERIOD
013208*    ADJUSTMENT -- SEE PERLOCK.  AN ADD HAS NO ORDER NUMBER
013210*    UNTIL IT POSTS, SO ITS AUDIT KEY IS THE CUSTOMER; A
013212*    QUOTE CONVERSION IS A RUN OF ADDS AND KEYS THE SAME.
013214 CHECK-POSTING-PERIOD.
013216     MOVE "OK" TO PERLOCK-RESULT.
013218     IF CTRAN-ADD OR CTRAN-RETURN OR CTRAN-CONVERT-QUOTE
013220        MOVE "CORMAINT"            TO PERLOCK-PROGRAM-NAME
013222        MOVE WS-OPERATOR-ID        TO PERLOCK-OPERATOR-ID
013224        IF CTRAN-ADD OR CTRAN-CONVERT-QUOTE
013226           MOVE CTRAN-CUSTOMER-ID  TO PERLOCK-RECORD-KEY
013228        ELSE
013230           MOVE CTRAN-ORDER-NUMBER TO PERLOCK-RECORD-KEY
013232        END-IF
013234        MOVE CTRAN-ORDER-DATE      TO PERLOCK-TRAN-DATE
013236        MOVE CTRAN-PERIOD-OVERRIDE TO PERLOCK-OVERRIDE-CODE
013237        MOVE "C"                   TO PERLOCK-FUNCTION
013238        CALL "PERLOCK" USING CORMAINT-PERLOCK-PARM
013246     END-IF.
013248
013250 REJECT-CLOSED-PERIOD.
013252     DISPLAY "CORMAINT: ORDER " CTRAN-CUSTOMER-ID "/"
013254             CTRAN-ORDER-NUMBER " DATED " CTRAN-ORDER-DATE
013256             " IS BEFORE OPEN PERIOD " PERLOCK-OPEN-PERIOD
013258             ", REJECTED".
013260     ADD 1 TO WS-TRANS-IN-ERROR.
013262     EVALUATE TRUE
013264        WHEN PERLOCK-YEAR-CLOSED
013266           MOVE "CLS" TO WS-REJECT-CODE
013268           MOVE "POSTED INTO CLOSED YEAR" TO WS-REJECT-TEXT
013270        WHEN PERLOCK-NOT-AUTHORIZED
013272           MOVE "POA" TO WS-REJECT-CODE
013274           MOVE "OVERRIDE NOT AUTHORIZED" TO WS-REJECT-TEXT
013276        WHEN OTHER
013278           MOVE "PCL" TO WS-REJECT-CODE
013280           MOVE "PERIOD CLOSED" TO WS-REJECT-TEXT
013282     END-EVALUATE.
013284     PERFORM WRITE-REJECT-TO-RECYCLE.
013286
013287*    AN OVERRIDE IS COUNTED AND AUDITED ONLY ONCE THE ORDER OR
013288*    RETURN IS ON FILE -- ONE THAT RECYCLES NEVER POSTED.  A
013289*    QUOTE CONVERSION AUDITS EACH ORDER IT ADDS.
013290 AUDIT-PERIOD-OVERRIDE.
013291     IF PERLOCK-OVERRIDDEN
013292        ADD 1 TO WS-PERIOD-OVERRIDES
013293        MOVE "A" TO PERLOCK-FUNCTION
013294        CALL "PERLOCK" USING CORMAINT-PERLOCK-PARM
013295     END-IF.
013300
013400 ADD-CUSTOMER-ORDER.
013410     PERFORM VALIDATE-CUSTOMER-FOR-ADD.
015130                    " ASSIGNED " CO-ORDER-NUMBER
015140            ADD 1 TO WS-NEXT-ORDER-NUMBER
015200            ADD 1 TO WS-ORDERS-ADDED
015250            PERFORM AUDIT-PERIOD-OVERRIDE
015300     END-WRITE.
015400
015500 CLOSE-CUSTOMER-ORDER.
016600            REWRITE CUSTOMER-ORDER-RECORD
016700            ADD 1 TO WS-ORDERS-CLOSED
016710            PERFORM SUBTRACT-ORDER-FROM-ON-HAND
016755            PERFORM WRITE-SHIP-CONFIRM
016800     END-READ.
016900
017000 CANCEL-CUSTOMER-ORDER.
018200            ADD 1 TO WS-ORDERS-CANCELLED
018300     END-READ.
018400
018409*    A LINE FAILING INSIDE A QUOTE CONVERSION IS NOT A
018418*    TRANSACTION OF ITS OWN -- IT IS NOTED AGAINST THE "Q",
018427*    WHICH RECYCLES ONCE WHEN THE QUOTE IS DONE.
018436 WRITE-REJECT-TO-RECYCLE.
018445     IF WS-CONVERTING-QUOTE
018454        PERFORM NOTE-QUOTE-LINE-REJECT
018463     ELSE
018472        PERFORM RECYCLE-ONE-REJECT
018481     END-IF.
018490
018500*    WRITE THE REJECTED TRANSACTION, AS KEYED, TO THE RECYCLE
018510*    FILE WITH ITS REASON CODE, AND LIST IT FOR THE CLERK --
018520*    SO THE FIX IS AN EDIT OF THE RECYCLE FILE, NOT A REKEY
018530*    FROM THE ORIGINAL PAPERWORK.
018600 RECYCLE-ONE-REJECT.
018700     MOVE CUSTOMER-ORDER-TRANSACTION-RECORD TO RCY-TRAN-DATA.
018800     MOVE WS-REJECT-CODE        TO RCY-REJECT-REASON.
018900     WRITE ORDER-RECYCLE-RECORD.
030040*    ITEM NUMBER HAS NO STOCK POSITION TO KEEP.
030100 SUBTRACT-ORDER-FROM-ON-HAND.
030200     IF CO-ITEM-NUMBER NOT = SPACES
030250        PERFORM FIND-SHIPPING-WAREHOUSE
030252        PERFORM LOAD-KIT-COMPONENTS
030254        IF WS-KIT-COMPONENT-COUNT = ZERO
030256           MOVE CO-ITEM-NUMBER   TO WS-STOCK-ITEM-NUMBER
030258           MOVE WS-SHIP-QUANTITY TO WS-STOCK-QUANTITY
030260           PERFORM SUBTRACT-STOCK-ITEM
030262        ELSE
030264           PERFORM SUBTRACT-KIT-COMPONENT
030266               VARYING WS-KIT-SUB FROM 1 BY 1
030268               UNTIL WS-KIT-SUB > WS-KIT-COMPONENT-COUNT
031400        END-IF
031500     END-IF.
031600
031601*    A KIT HOLDS NO STOCK OF ITS OWN -- EVERY KIT THAT MOVED
031602*    TAKES ITS QUANTITY PER KIT OF EACH COMPONENT.
031603 SUBTRACT-KIT-COMPONENT.
031604     MOVE WS-KIT-COMPONENT-ITEM (WS-KIT-SUB)
031605                            TO WS-STOCK-ITEM-NUMBER.
031606     COMPUTE WS-STOCK-QUANTITY =
031607             WS-SHIP-QUANTITY * WS-KIT-QUANTITY-PER (WS-KIT-SUB).
031608     PERFORM SUBTRACT-STOCK-ITEM.
031609     ADD 1 TO WS-KIT-POSTINGS.
031610
031611 SUBTRACT-STOCK-ITEM.
031612     MOVE WS-STOCK-ITEM-NUMBER TO IB-ITEM-NUMBER.
031613     MOVE WS-SHIP-WAREHOUSE TO IB-WAREHOUSE.
031614     READ INVENTORY-BALANCE-FILE
031615         INVALID KEY
031616            PERFORM CREATE-ITEM-BALANCE
031617     END-READ.
031618     SUBTRACT WS-STOCK-QUANTITY FROM IB-ON-HAND-QUANTITY.
031619     IF WS-STOCK-QUANTITY > ZERO
031620        SET SC-SHIPMENT TO TRUE
031621        MOVE WS-STOCK-QUANTITY TO SC-QUANTITY
031622        PERFORM WRITE-SHIPMENT-COST
031623        PERFORM DRAW-SHIPMENT-FROM-LOTS
031624     END-IF.
031625     REWRITE INVENTORY-BALANCE-RECORD.
031626     ADD 1 TO WS-ONHAND-POSTED.
031627     IF IB-ON-HAND-QUANTITY < ZERO
031628        DISPLAY "CORMAINT: ITEM " WS-STOCK-ITEM-NUMBER
031629                " ON-HAND IS NOW NEGATIVE AT WAREHOUSE "
031630                WS-SHIP-WAREHOUSE
031631     END-IF.
031632
031633*    STOCK LEAVES FROM THE WAREHOUSE THE ORDER'S SHIP-TO
031634*    LOCATION NAMES; NO LOCATION, NO SHIP-TO FILE OR A
031635*    LOCATION WITH NO WAREHOUSE MEANS THE DEFAULT ONE.  THE
031636*    GOODS HAVE ALREADY GONE, SO A WAREHOUSE SINCE TAKEN OFF
031637*    THE TABLE FALLS BACK TO THE DEFAULT, LOUDLY.
031638 FIND-SHIPPING-WAREHOUSE.
031639     MOVE SPACES TO WHSCHK-WAREHOUSE.
031640     IF CO-SHIP-TO-CODE NOT = SPACES
031641        AND WS-SHIPTO-FILE-OPEN = "Y"
031642        MOVE CO-CUSTOMER-ID  TO ST-CUSTOMER-ID
031643        MOVE CO-SHIP-TO-CODE TO ST-LOCATION-CODE
031644        READ SHIP-TO-FILE
031645            INVALID KEY
031646               MOVE SPACES TO ST-WAREHOUSE
031647        END-READ
031648        MOVE ST-WAREHOUSE TO WHSCHK-WAREHOUSE
031649     END-IF.
031650     MOVE "V" TO WHSCHK-FUNCTION.
031651     CALL "WHSCHK" USING CORMAINT-WHSCHK-PARM.
031652     IF WHSCHK-NOT-ON-TABLE
031653        DISPLAY "CORMAINT: ORDER " CO-CUSTOMER-ID "/"
031654                CO-ORDER-NUMBER " WAREHOUSE " WHSCHK-WAREHOUSE
031655                " NOT ON TABLE, DEFAULT USED"
031656        MOVE SPACES TO WHSCHK-WAREHOUSE
031657        CALL "WHSCHK" USING CORMAINT-WHSCHK-PARM
031658     END-IF.
031659     MOVE WHSCHK-WAREHOUSE TO WS-SHIP-WAREHOUSE.
031660
031700 CREATE-ITEM-BALANCE.
031800     MOVE WS-STOCK-ITEM-NUMBER TO IB-ITEM-NUMBER.
031850     MOVE WS-SHIP-WAREHOUSE TO IB-WAREHOUSE.
031900     MOVE ZERO TO IB-ON-HAND-QUANTITY.
031950     MOVE ZERO TO IB-AVERAGE-COST.
031975     MOVE ZERO TO IB-LAST-COUNT-DATE.
031980     MOVE ZERO TO IB-IN-TRANSIT-QUANTITY.
031990     MOVE ZERO TO IB-IN-TRANSIT-VALUE.
032000     WRITE INVENTORY-BALANCE-RECORD.
032003
032006*    COST WHAT MOVED AT THE ITEM'S AVERAGE COST AS IT STANDS
032009*    NOW -- A RETURN GOES BACK IN AT TODAY'S AVERAGE, NOT THE
032012*    COST IT LEFT AT, THE SAME WAY A RETURN TO VENDOR COMES
032015*    OUT AT TODAY'S AVERAGE IN RCVMAINT.  THE CALLER SETS THE
032018*    TYPE AND QUANTITY; INVENTORY-BALANCE-RECORD IS THE ITEM.
032019*    A KIT'S COMPONENTS ARE COSTED ONE BY ONE BUT FILED UNDER
032020*    THE KIT, SO GRSMRGN SETS THE KIT'S COST AGAINST THE
032021*    KIT'S REVENUE.
032023 WRITE-SHIPMENT-COST.
032024     IF IB-AVERAGE-COST NOT NUMERIC
032027        MOVE ZERO TO IB-AVERAGE-COST
032030     END-IF.
032033     IF IB-AVERAGE-COST = ZERO
032036        DISPLAY "CORMAINT: ITEM " WS-STOCK-ITEM-NUMBER
032039                " HAS NO AVERAGE COST, COSTED AT ZERO"
032042     END-IF.
032045     MOVE CO-CUSTOMER-ID    TO SC-CUSTOMER-ID.
032048     MOVE CO-ORDER-NUMBER   TO SC-ORDER-NUMBER.
032051     MOVE CO-ITEM-NUMBER    TO SC-ITEM-NUMBER.
032054     MOVE CO-SALES-REP-CODE TO SC-SALES-REP-CODE.
032057     MOVE CTRAN-ORDER-DATE  TO SC-TRAN-DATE.
032060     MOVE WS-RUN-DATE       TO SC-POSTED-DATE.
032063     MOVE IB-AVERAGE-COST   TO SC-UNIT-COST.
032066     COMPUTE SC-EXTENDED-COST ROUNDED =
032069             SC-QUANTITY * SC-UNIT-COST.
032072     WRITE SHIPMENT-COST-RECORD.
032075     ADD 1 TO WS-COST-RECORDS.
032078     IF SC-SHIPMENT
032081        ADD SC-EXTENDED-COST TO WS-SHIPPED-COST
032084     ELSE
032087        ADD SC-EXTENDED-COST TO WS-RETURNED-COST
032090     END-IF.
032100
032200*    RECORDS WRITTEN BEFORE THE SHIPPED/BILLED FIELDS WERE
032210*    APPENDED CARRY SPACES THERE -- NORMALIZED TO ZERO ON
034700
034800 APPLY-SHIP-CONFIRM.
034900     PERFORM NORMALIZE-SHIPPED-QUANTITY.
034950     PERFORM CHECK-KIT-COMPONENT-STOCK.
035000     EVALUATE TRUE
035100        WHEN NOT CO-STATUS-OPEN
035200             DISPLAY "CORMAINT: ORDER " CTRAN-CUSTOMER-ID
037300             MOVE "OSQ" TO WS-REJECT-CODE
037400             MOVE "SHIP OVER OPEN QUANTITY" TO WS-REJECT-TEXT
037500             PERFORM WRITE-REJECT-TO-RECYCLE
037511        WHEN NOT WS-KIT-STOCK-OK
037522             DISPLAY "CORMAINT: ORDER " CTRAN-CUSTOMER-ID
037533                     "/" CTRAN-ORDER-NUMBER " KIT COMPONENT "
037544                     WS-KIT-SHORT-ITEM " SHORT, SHIP REJECTED"
037555             ADD 1 TO WS-TRANS-IN-ERROR
037566             MOVE "KCS" TO WS-REJECT-CODE
037577             MOVE "KIT COMPONENT SHORT" TO WS-REJECT-TEXT
037588             PERFORM WRITE-REJECT-TO-RECYCLE
037600        WHEN OTHER
037700             PERFORM POST-SHIP-CONFIRM
037800     END-EVALUATE.
038900     REWRITE CUSTOMER-ORDER-RECORD.
039000     ADD 1 TO WS-ORDERS-SHIPPED.
039100     PERFORM SUBTRACT-ORDER-FROM-ON-HAND.
039150     PERFORM WRITE-SHIP-CONFIRM.
039200
039300*    A RETURN COMES BACK AGAINST A CLOSED, BILLED ORDER.
039310*    THE GOODS GO BACK INTO STOCK HERE; THE MONEY COMES
041500        MOVE CO-QUANTITY TO CO-BILLED-QUANTITY
041600     END-IF.
041610     PERFORM NORMALIZE-SHIPPED-QUANTITY.
041655     PERFORM CHECK-RETURN-LOT.
041700     EVALUATE TRUE
041800        WHEN NOT CO-STATUS-CLOSED
041900             DISPLAY "CORMAINT: ORDER " CTRAN-CUSTOMER-ID
044000             MOVE "RQB" TO WS-REJECT-CODE
044100             MOVE "RETURN QTY OVER BILLED" TO WS-REJECT-TEXT
044200             PERFORM WRITE-REJECT-TO-RECYCLE
044210        WHEN NOT WS-LOT-VALID
044220             DISPLAY "CORMAINT: ORDER " CTRAN-CUSTOMER-ID
044230                     "/" CTRAN-ORDER-NUMBER " LOT "
044240                     CTRAN-LOT-NUMBER " NOT ON FILE, "
044250                     "RETURN REJECTED"
044260             ADD 1 TO WS-TRANS-IN-ERROR
044270             MOVE "LNF" TO WS-REJECT-CODE
044280             MOVE "LOT NOT ON FILE" TO WS-REJECT-TEXT
044290             PERFORM WRITE-REJECT-TO-RECYCLE
044300        WHEN OTHER
044400             PERFORM POST-CUSTOMER-RETURN
044500     END-EVALUATE.
045100     MOVE CTRAN-QUANTITY     TO CRET-QUANTITY.
045200     WRITE CUSTOMER-RETURN-RECORD.
045300     ADD 1 TO WS-ORDERS-RETURNED.
045350     PERFORM AUDIT-PERIOD-OVERRIDE.
045400*    THE GOODS CAME BACK -- STRAIGHT BACK INTO STOCK.  A
045450*    RETURNED KIT GOES BACK AS ITS COMPONENTS.
045500     IF CO-ITEM-NUMBER NOT = SPACES
045550        PERFORM FIND-SHIPPING-WAREHOUSE
045683        PERFORM LOAD-KIT-COMPONENTS
045816        IF WS-KIT-COMPONENT-COUNT = ZERO
045949           MOVE CO-ITEM-NUMBER TO WS-STOCK-ITEM-NUMBER
046082           MOVE CTRAN-QUANTITY TO WS-STOCK-QUANTITY
046215           PERFORM RESTOCK-STOCK-ITEM
046350           PERFORM ADD-RETURN-TO-LOT
046358        ELSE
046366           PERFORM RESTOCK-KIT-COMPONENT
046374               VARYING WS-KIT-SUB FROM 1 BY 1
046382               UNTIL WS-KIT-SUB > WS-KIT-COMPONENT-COUNT
046387        END-IF
046400     END-IF.
046404
046408 RESTOCK-KIT-COMPONENT.
046412     MOVE WS-KIT-COMPONENT-ITEM (WS-KIT-SUB)
046416                            TO WS-STOCK-ITEM-NUMBER.
046420     COMPUTE WS-STOCK-QUANTITY =
046424             CTRAN-QUANTITY * WS-KIT-QUANTITY-PER (WS-KIT-SUB).
046428     PERFORM RESTOCK-STOCK-ITEM.
046432     ADD 1 TO WS-KIT-POSTINGS.
046436
046440 RESTOCK-STOCK-ITEM.
046444     MOVE WS-STOCK-ITEM-NUMBER TO IB-ITEM-NUMBER.
046448     MOVE WS-SHIP-WAREHOUSE TO IB-WAREHOUSE.
046452     READ INVENTORY-BALANCE-FILE
046456         INVALID KEY
046460            PERFORM CREATE-ITEM-BALANCE
046464     END-READ.
046468     ADD WS-STOCK-QUANTITY TO IB-ON-HAND-QUANTITY.
046472     SET SC-RETURN TO TRUE.
046476     MOVE WS-STOCK-QUANTITY TO SC-QUANTITY.
046480     PERFORM WRITE-SHIPMENT-COST.
046484     REWRITE INVENTORY-BALANCE-RECORD.
046488     ADD 1 TO WS-ONHAND-POSTED.
046500
046600*    THE KEYED REP CODE MUST BE ON THE SALES-REP MASTER AND
046610*    ACTIVE -- THE PHANTOM-REP HOLE THE MASTER EXISTS TO
048730*    KEYED PRICE MUST SIT WITHIN THE TOLERANCE OF IT OR THE
048740*    ADD RECYCLES FOR SALES TO EXPLAIN.  NO FILE PRICE MEANS
048750*    NOTHING WAS NEGOTIATED AND THE KEYED PRICE STANDS.
048762*    A LINE CONVERTED FROM A QUOTE KEEPS THE PRICE QUOTED --
048775*    THE CUSTOMER ACCEPTED IT, AND QTEMAINT ALREADY PRICED IT
048787*    OFF THIS FILE THE DAY IT WAS QUOTED.
048800 PRICE-ORDER-ADD.
048900     MOVE "Y" TO WS-SELL-PRICE-OK-SWITCH.
049000     MOVE "N" TO WS-SELL-PRICE-FOUND.
049100     MOVE CTRAN-UNIT-PRICE TO WS-ACTIVE-SELL-PRICE.
049200     IF CTRAN-ITEM-NUMBER NOT = SPACES
049300        AND WS-PRICE-FILE-OPEN = "Y"
049350        AND NOT WS-CONVERTING-QUOTE
049400        MOVE CTRAN-ITEM-NUMBER TO SP-ITEM-NUMBER
049500        MOVE CTRAN-CUSTOMER-ID TO SP-CUSTOMER-ID
049600        READ CUSTOMER-PRICE-FILE
055800           END-READ
055900        END-IF
056000     END-IF.
056100
056200*    LOTBAL IS CREATED THE FIRST TIME IT IS NEEDED; LOTMOV IS
056300*    PERMANENT AND EXTENDED EACH RUN, LIKE SHPCOST.
056400 OPEN-LOT-FILES.
056500     OPEN I-O LOT-BALANCE-FILE.
056600     IF WS-LOTBAL-FILE-STATUS = "35"
056700        OPEN OUTPUT LOT-BALANCE-FILE
056800        CLOSE LOT-BALANCE-FILE
056900        OPEN I-O LOT-BALANCE-FILE
057000     END-IF.
057100     IF NOT LOTBAL-FILE-OK
057200        DISPLAY "CORMAINT: UNABLE TO OPEN LOT-BALANCE-FILE, "
057300                "STATUS " WS-LOTBAL-FILE-STATUS
057400        MOVE 16 TO RETURN-CODE
057500        GO TO PROGRAM-DONE
057600     END-IF.
057700     OPEN EXTEND LOT-MOVEMENT-FILE.
057800     IF WS-LOTMOV-FILE-STATUS = "35"
057900        CLOSE LOT-MOVEMENT-FILE
058000        OPEN OUTPUT LOT-MOVEMENT-FILE
058100     END-IF.
058200     IF WS-LOTMOV-FILE-STATUS NOT = "00"
058300        DISPLAY "CORMAINT: UNABLE TO OPEN LOT-MOVEMENT-FILE, "
058400                "STATUS " WS-LOTMOV-FILE-STATUS
058500        MOVE 16 TO RETURN-CODE
058600        GO TO PROGRAM-DONE
058700     END-IF.
058800
058900*    THE SHIPPED QUANTITY COMES OUT OF THE ITEM'S LOTS, THE
059000*    ONE EXPIRING SOONEST FIRST (A LOT WITH NO EXPIRY LAST),
059100*    UNTIL IT IS COVERED.  A LOT PAST EXPIRY ON THE RUN DATE
059200*    IS NEVER DRAWN.  WHAT THE LOTS CANNOT COVER SHIPS WITH
059300*    NO LOT AND IS LISTED -- AN ITEM NEVER RECEIVED BY LOT
059400*    HAS NOTHING TO LIST.
059500 DRAW-SHIPMENT-FROM-LOTS.
059600     MOVE WS-STOCK-QUANTITY TO WS-LOT-REMAINING.
059700     MOVE "N" TO WS-ITEM-HAS-LOTS.
059800     MOVE "Y" TO WS-LOT-FOUND-SWITCH.
059900     PERFORM DRAW-FROM-NEXT-LOT
060000         UNTIL WS-LOT-REMAINING = ZERO
060100            OR NOT WS-LOT-FOUND.
060200     IF WS-LOT-REMAINING > ZERO
060300        AND WS-ITEM-HAS-LOTS = "Y"
060400        DISPLAY "CORMAINT: ORDER " CO-CUSTOMER-ID "/"
060500                CO-ORDER-NUMBER " ITEM " WS-STOCK-ITEM-NUMBER " "
060600                WS-LOT-REMAINING " NOT COVERED BY A LOT "
060700                "IN DATE"
060800     END-IF.
060900
061000 DRAW-FROM-NEXT-LOT.
061100     PERFORM FIND-FIRST-EXPIRING-LOT.
061200     IF WS-LOT-FOUND
061300        MOVE WS-STOCK-ITEM-NUMBER TO LB-ITEM-NUMBER
061400        MOVE WS-BEST-LOT-NUMBER TO LB-LOT-NUMBER
061500        READ LOT-BALANCE-FILE
061600            INVALID KEY
061700               MOVE "N" TO WS-LOT-FOUND-SWITCH
061800            NOT INVALID KEY
061900               IF LB-ON-HAND-QUANTITY < WS-LOT-REMAINING
062000                  MOVE LB-ON-HAND-QUANTITY TO WS-LOT-DRAW
062100               ELSE
062200                  MOVE WS-LOT-REMAINING TO WS-LOT-DRAW
062300               END-IF
062400               SUBTRACT WS-LOT-DRAW FROM LB-ON-HAND-QUANTITY
062500                                         WS-LOT-REMAINING
062600               REWRITE LOT-BALANCE-RECORD
062700               SET LM-SHIPMENT TO TRUE
062800               MOVE WS-LOT-DRAW TO LM-QUANTITY
062900               PERFORM WRITE-LOT-MOVEMENT
063000               ADD 1 TO WS-LOT-DRAWS
063100        END-READ
063200     END-IF.
063300
063400*    SCAN EVERY LOT OF THE ITEM FOR THE ONE STILL HOLDING
063500*    STOCK THAT EXPIRES SOONEST.  ON A TIE THE LOWER LOT
063600*    NUMBER WINS.
063700 FIND-FIRST-EXPIRING-LOT.
063800     MOVE "N" TO WS-LOT-FOUND-SWITCH.
063900     MOVE "N" TO WS-LOT-SCAN-DONE.
064000     MOVE WS-STOCK-ITEM-NUMBER TO LB-ITEM-NUMBER.
064100     MOVE LOW-VALUES     TO LB-LOT-NUMBER.
064200     START LOT-BALANCE-FILE KEY IS NOT LESS THAN LB-KEY
064300         INVALID KEY
064400            MOVE "Y" TO WS-LOT-SCAN-DONE
064500     END-START.
064600     PERFORM CHECK-NEXT-LOT
064700         UNTIL WS-LOT-SCAN-DONE = "Y".
064800
064900 CHECK-NEXT-LOT.
065000     READ LOT-BALANCE-FILE NEXT RECORD
065100         AT END
065200            MOVE "Y" TO WS-LOT-SCAN-DONE
065300     END-READ.
065400     IF WS-LOT-SCAN-DONE NOT = "Y"
065500        IF LB-ITEM-NUMBER NOT = WS-STOCK-ITEM-NUMBER
065600           MOVE "Y" TO WS-LOT-SCAN-DONE
065700        ELSE
065800           MOVE "Y" TO WS-ITEM-HAS-LOTS
065900           IF LB-EXPIRY-DATE = ZERO
066000              MOVE 99999999 TO WS-LOT-SORT-EXPIRY
066100           ELSE
066200              MOVE LB-EXPIRY-DATE TO WS-LOT-SORT-EXPIRY
066300           END-IF
066400           IF LB-ON-HAND-QUANTITY > ZERO
066500              AND WS-LOT-SORT-EXPIRY NOT < WS-RUN-DATE
066600              AND (NOT WS-LOT-FOUND
066700                   OR WS-LOT-SORT-EXPIRY < WS-BEST-LOT-EXPIRY)
066800              MOVE "Y"                TO WS-LOT-FOUND-SWITCH
066900              MOVE LB-LOT-NUMBER      TO WS-BEST-LOT-NUMBER
067000              MOVE WS-LOT-SORT-EXPIRY TO WS-BEST-LOT-EXPIRY
067100           END-IF
067200        END-IF
067300     END-IF.
067400
067500*    A RETURN KEYED WITH A LOT MUST NAME A LOT OF THE ITEM.
067600 CHECK-RETURN-LOT.
067700     MOVE "Y" TO WS-LOT-VALID-SWITCH.
067800     IF CTRAN-LOT-NUMBER NOT = SPACES
067900        MOVE CO-ITEM-NUMBER   TO LB-ITEM-NUMBER
068000        MOVE CTRAN-LOT-NUMBER TO LB-LOT-NUMBER
068100        READ LOT-BALANCE-FILE
068200            INVALID KEY
068300               MOVE "N" TO WS-LOT-VALID-SWITCH
068400        END-READ
068500     END-IF.
068600
068700 ADD-RETURN-TO-LOT.
068800     IF CTRAN-LOT-NUMBER NOT = SPACES
068900        MOVE CO-ITEM-NUMBER   TO LB-ITEM-NUMBER
069000        MOVE CTRAN-LOT-NUMBER TO LB-LOT-NUMBER
069100        READ LOT-BALANCE-FILE
069200            INVALID KEY
069300               CONTINUE
069400            NOT INVALID KEY
069500               ADD CTRAN-QUANTITY TO LB-ON-HAND-QUANTITY
069600               REWRITE LOT-BALANCE-RECORD
069700               SET LM-CUSTOMER-RETURN TO TRUE
069800               MOVE CTRAN-QUANTITY TO LM-QUANTITY
069900               PERFORM WRITE-LOT-MOVEMENT
070000               ADD 1 TO WS-LOT-RETURNS
070100        END-READ
070200     END-IF.
070300
070400*    THE CALLER SETS THE TYPE AND QUANTITY; LOT-BALANCE-
070500*    RECORD IS THE LOT.
070600 WRITE-LOT-MOVEMENT.
070700     MOVE WS-STOCK-ITEM-NUMBER TO LM-ITEM-NUMBER.
070800     MOVE LB-LOT-NUMBER     TO LM-LOT-NUMBER.
070900     MOVE WS-SHIP-WAREHOUSE TO LM-WAREHOUSE.
071000     MOVE CTRAN-ORDER-DATE  TO LM-TRAN-DATE.
071100     MOVE ZERO              TO LM-VENDOR-NUMBER.
071200     MOVE ZERO              TO LM-PO-NUMBER.
071300     MOVE ZERO              TO LM-PO-LINE.
071400     MOVE CO-CUSTOMER-ID    TO LM-CUSTOMER-ID.
071500     MOVE CO-ORDER-NUMBER   TO LM-ORDER-NUMBER.
071600     MOVE CO-SHIP-TO-CODE   TO LM-SHIP-TO-CODE.
071700     MOVE WS-RUN-DATE       TO LM-POSTED-DATE.
071800     WRITE LOT-MOVEMENT-RECORD.
071900
072000*    NO BILL OF MATERIALS YET IS LEGAL -- NO ITEM IS A KIT
072100*    AND EVERY ORDER SHIPS OUT OF ITS OWN ITEM'S BALANCE.
072200 OPEN-BOM-FILE.
072300     OPEN INPUT BILL-OF-MATERIALS-FILE.
072400     IF BOM-FILE-OK
072500        MOVE "Y" TO WS-BOM-FILE-OPEN
072600     ELSE
072700        IF WS-BOM-FILE-STATUS NOT = "35"
072800           DISPLAY "CORMAINT: UNABLE TO OPEN BILL-OF-"
072900                   "MATERIALS-FILE, STATUS " WS-BOM-FILE-STATUS
073000           MOVE 16 TO RETURN-CODE
073100           GO TO PROGRAM-DONE
073200        END-IF
073300     END-IF.
073400
073500*    THE ORDER'S ITEM IS A KIT WHEN IT HAS COMPONENTS ON
073600*    BOMMST.  THEY ARE LOADED INTO THE TABLE SO THE STOCK
073700*    POSTINGS THAT FOLLOW NEVER LOSE THEIR PLACE ON THE FILE.
073800 LOAD-KIT-COMPONENTS.
073900     MOVE ZERO TO WS-KIT-COMPONENT-COUNT.
074000     IF WS-BOM-FILE-OPEN = "Y"
074100        MOVE "N"            TO WS-KIT-SCAN-DONE
074200        MOVE CO-ITEM-NUMBER TO BOM-KIT-ITEM
074300        MOVE LOW-VALUES     TO BOM-COMPONENT-ITEM
074400        START BILL-OF-MATERIALS-FILE
074500              KEY IS NOT LESS THAN BOM-KEY
074600            INVALID KEY
074700               MOVE "Y" TO WS-KIT-SCAN-DONE
074800        END-START
074900        PERFORM LOAD-NEXT-KIT-COMPONENT
075000            UNTIL WS-KIT-SCAN-DONE = "Y"
075100     END-IF.
075200
075300 LOAD-NEXT-KIT-COMPONENT.
075400     READ BILL-OF-MATERIALS-FILE NEXT RECORD
075500         AT END
075600            MOVE "Y" TO WS-KIT-SCAN-DONE
075700     END-READ.
075800     IF WS-KIT-SCAN-DONE NOT = "Y"
075900        IF BOM-KIT-ITEM NOT = CO-ITEM-NUMBER
076000           MOVE "Y" TO WS-KIT-SCAN-DONE
076100        ELSE
076200           IF WS-KIT-COMPONENT-COUNT = 50
076300              DISPLAY "CORMAINT: KIT " CO-ITEM-NUMBER
076400                      " HAS OVER 50 COMPONENTS, THE REST "
076500                      "NOT POSTED"
076600              MOVE "Y" TO WS-KIT-SCAN-DONE
076700           ELSE
076800              ADD 1 TO WS-KIT-COMPONENT-COUNT
076900              MOVE BOM-COMPONENT-ITEM TO WS-KIT-COMPONENT-ITEM
077000                                         (WS-KIT-COMPONENT-COUNT)
077100              MOVE BOM-QUANTITY-PER   TO WS-KIT-QUANTITY-PER
077200                                         (WS-KIT-COMPONENT-COUNT)
077300           END-IF
077400        END-IF
077500     END-IF.
077600
077700*    A KIT SHIPS ONLY WHEN EVERY COMPONENT IS ON HAND AT THE
077800*    SHIPPING WAREHOUSE FOR THE KITS BEING CONFIRMED -- IT
077900*    CANNOT LEAVE HALF-BUILT.  A CLOSE IS NOT CHECKED: BY
078000*    THEN THE GOODS HAVE ALREADY GONE.
078100 CHECK-KIT-COMPONENT-STOCK.
078200     MOVE "Y"  TO WS-KIT-STOCK-SWITCH.
078300     MOVE ZERO TO WS-KIT-COMPONENT-COUNT.
078400     IF CO-ITEM-NUMBER NOT = SPACES
078500        PERFORM LOAD-KIT-COMPONENTS
078600     END-IF.
078700     IF WS-KIT-COMPONENT-COUNT > ZERO
078800        PERFORM FIND-SHIPPING-WAREHOUSE
078900        PERFORM CHECK-ONE-KIT-COMPONENT
079000            VARYING WS-KIT-SUB FROM 1 BY 1
079100            UNTIL WS-KIT-SUB > WS-KIT-COMPONENT-COUNT
079200               OR NOT WS-KIT-STOCK-OK
079300     END-IF.
079400
079500 CHECK-ONE-KIT-COMPONENT.
079600     MOVE WS-KIT-COMPONENT-ITEM (WS-KIT-SUB) TO IB-ITEM-NUMBER.
079700     MOVE WS-SHIP-WAREHOUSE TO IB-WAREHOUSE.
079800     COMPUTE WS-STOCK-QUANTITY =
079900             CTRAN-QUANTITY * WS-KIT-QUANTITY-PER (WS-KIT-SUB).
080000     READ INVENTORY-BALANCE-FILE
080100         INVALID KEY
080200            MOVE ZERO TO IB-ON-HAND-QUANTITY
080300     END-READ.
080400     IF IB-ON-HAND-QUANTITY < WS-STOCK-QUANTITY
080500        MOVE "N" TO WS-KIT-STOCK-SWITCH
080600        MOVE WS-KIT-COMPONENT-ITEM (WS-KIT-SUB)
080700                               TO WS-KIT-SHORT-ITEM
080800     END-IF.
080850
080900*    NO QUOTE FILE YET IS LEGAL -- THERE IS NOTHING TO
081000*    CONVERT, AND A "Q" RECYCLES UNTIL THERE IS.
081100 OPEN-QUOTE-FILE.
081200     OPEN I-O QUOTE-FILE.
081300     IF QUOTE-FILE-OK
081400        MOVE "Y" TO WS-QUOTE-FILE-OPEN
081500     ELSE
081600        IF WS-QUOTE-FILE-STATUS NOT = "35"
081700           DISPLAY "CORMAINT: UNABLE TO OPEN QUOTE-FILE, "
081800                   "STATUS " WS-QUOTE-FILE-STATUS
081900           MOVE 16 TO RETURN-CODE
082000           GO TO PROGRAM-DONE
082100        END-IF
082200     END-IF.
082300
082400*    A "Q" TURNS AN ACCEPTED QUOTE INTO ORDERS -- ONE PER OPEN
082500*    LINE, SINCE AN ORDER CARRIES ONE ITEM -- THROUGH THE SAME
082600*    ADD A KEYED ORDER TAKES: CUSTOMER, ITEM, REP, SHIP-TO AND
082700*    CREDIT ARE ALL CHECKED AGAIN, BUT THE PRICE IS THE QUOTED
082800*    ONE.  A LINE ALREADY PAST ITS EXPIRY ON THE ORDER DATE
082900*    STAYS BEHIND, AND A LINE HELD FOR CREDIT STAYS OPEN FOR
083000*    THE NEXT "Q".  THE QUOTE MUST BE THE KEYED CUSTOMER'S.
083100 CONVERT-QUOTE-TO-ORDERS.
083200     MOVE CUSTOMER-ORDER-TRANSACTION-RECORD
083300                               TO WS-SAVED-CTRAN-RECORD.
083400     MOVE CTRAN-QUOTE-NUMBER   TO WS-CONVERT-QUOTE-NUMBER.
083500     MOVE ZERO TO WS-QUOTE-LINES-FOUND.
083600     MOVE ZERO TO WS-QUOTE-LINES-OPEN.
083700     MOVE ZERO TO WS-QUOTE-LINES-EXPIRED.
083800     MOVE ZERO TO WS-QUOTE-LINES-FAILED.
083900     MOVE ZERO TO WS-QUOTE-LINES-DONE.
084000     MOVE "N"  TO WS-QUOTE-WRONG-CUSTOMER.
084100     MOVE "N"  TO WS-QUOTE-REJECTED.
084200     IF WS-QUOTE-FILE-OPEN = "Y"
084300        PERFORM START-QUOTE-SCAN
084400     END-IF.
084500     MOVE "N" TO WS-CONVERTING-SWITCH.
084600     MOVE WS-SAVED-CTRAN-RECORD
084700                  TO CUSTOMER-ORDER-TRANSACTION-RECORD.
084800*    EACH FAILED LINE WAS COUNTED IN ERROR BY THE ADD; THE
084900*    QUOTE COUNTS ONCE, BELOW, INSTEAD.
085000     SUBTRACT WS-QUOTE-LINES-FAILED FROM WS-TRANS-IN-ERROR.
085100     PERFORM FINISH-QUOTE-CONVERSION.
085200
085300 START-QUOTE-SCAN.
085400     MOVE "N"                     TO WS-QUOTE-SCAN-AT-END.
085500     MOVE WS-CONVERT-QUOTE-NUMBER TO QT-QUOTE-NUMBER.
085600     MOVE ZERO                    TO QT-LINE-NUMBER.
085700     START QUOTE-FILE KEY IS GREATER THAN QT-KEY
085800         INVALID KEY
085900            MOVE "Y" TO WS-QUOTE-SCAN-AT-END
086000     END-START.
086100     IF WS-QUOTE-SCAN-AT-END NOT = "Y"
086200        PERFORM READ-NEXT-QUOTE-LINE
086300     END-IF.
086400     IF WS-QUOTE-SCAN-AT-END NOT = "Y"
086500        AND QT-QUOTE-NUMBER = WS-CONVERT-QUOTE-NUMBER
086600        AND QT-CUSTOMER-ID NOT = CTRAN-CUSTOMER-ID
086700        MOVE "Y" TO WS-QUOTE-WRONG-CUSTOMER
086800        MOVE "Y" TO WS-QUOTE-SCAN-AT-END
086900        ADD 1 TO WS-QUOTE-LINES-FOUND
087000     END-IF.
087100     SET WS-CONVERTING-QUOTE TO TRUE.
087200     PERFORM CONVERT-ONE-QUOTE-LINE
087300             UNTIL WS-QUOTE-SCAN-AT-END = "Y".
087400
087500 CONVERT-ONE-QUOTE-LINE.
087600     IF QT-QUOTE-NUMBER NOT = WS-CONVERT-QUOTE-NUMBER
087700        MOVE "Y" TO WS-QUOTE-SCAN-AT-END
087800     ELSE
087900        ADD 1 TO WS-QUOTE-LINES-FOUND
088000        IF QT-STATUS-OPEN
088100           ADD 1 TO WS-QUOTE-LINES-OPEN
088200           IF QT-EXPIRY-DATE < CTRAN-ORDER-DATE
088300              ADD 1 TO WS-QUOTE-LINES-EXPIRED
088400           ELSE
088500              PERFORM CONVERT-QUOTE-LINE
088600           END-IF
088700        END-IF
088800        PERFORM READ-NEXT-QUOTE-LINE
088900     END-IF.
089000
089100 READ-NEXT-QUOTE-LINE.
089200     READ QUOTE-FILE NEXT RECORD
089300          AT END MOVE "Y" TO WS-QUOTE-SCAN-AT-END.
089400
089500*    THE LINE STANDS IN FOR A KEYED ADD.  THE CUSTOMER AND
089600*    ORDER DATE STAY AS THE "Q" CARRIED THEM; THE ORDER NUMBER
089700*    COMES OFF THE CONTROL SERIES AS ALWAYS.  THE QUOTE RECORD
089800*    IS STILL IN HAND AFTER THE ADD -- NOTHING ELSE READS THE
089900*    QUOTE FILE -- SO THE CONVERTED LINE IS REWRITTEN IN PLACE.
090000 CONVERT-QUOTE-LINE.
090100     MOVE ZERO              TO CTRAN-ORDER-NUMBER.
090200     MOVE QT-SALES-REP-CODE TO CTRAN-SALES-REP-CODE.
090300     MOVE QT-DESCRIPTION    TO CTRAN-DESCRIPTION.
090400     MOVE QT-QUANTITY       TO CTRAN-QUANTITY.
090500     MOVE QT-UNIT-PRICE     TO CTRAN-UNIT-PRICE.
090600     MOVE QT-ITEM-NUMBER    TO CTRAN-ITEM-NUMBER.
090700     MOVE QT-SHIP-TO-CODE   TO CTRAN-SHIP-TO-CODE.
090800     MOVE WS-ORDERS-ADDED   TO WS-ORDERS-BEFORE-LINE.
090900     PERFORM ADD-CUSTOMER-ORDER.
091000     IF WS-ORDERS-ADDED > WS-ORDERS-BEFORE-LINE
091100        SET QT-STATUS-CONVERTED TO TRUE
091200        MOVE CTRAN-ORDER-DATE TO QT-STATUS-DATE
091300        COMPUTE QT-ORDER-NUMBER = WS-NEXT-ORDER-NUMBER - 1
091400        REWRITE QUOTE-RECORD
091500        ADD 1 TO WS-QUOTE-LINES-DONE
091600        ADD 1 TO WS-QUOTE-LINES-ORDERED
091700     END-IF.
091800
091900 NOTE-QUOTE-LINE-REJECT.
092000     DISPLAY "CORMAINT: QUOTE " QT-QUOTE-NUMBER "/"
092100             QT-LINE-NUMBER " NOT CONVERTED, " WS-REJECT-TEXT.
092200     ADD 1 TO WS-QUOTE-LINES-FAILED.
092300     MOVE WS-REJECT-CODE TO WS-QUOTE-REJECT-CODE.
092400     MOVE WS-REJECT-TEXT TO WS-QUOTE-REJECT-TEXT.
092500
092600*    THE "Q" RECYCLES WHEN IT CONVERTED NOTHING IT COULD HAVE,
092700*    OR WHEN ANY LINE FAILED -- WITH THE LAST FAILING LINE'S
092800*    REASON.  EXPIRED LINES BESIDE CONVERTED ONES ARE ONLY
092900*    NOTED: SALES REQUOTES THEM.
093000 FINISH-QUOTE-CONVERSION.
093100     MOVE "Y" TO WS-QUOTE-REJECTED.
093200     EVALUATE TRUE
093300        WHEN WS-QUOTE-LINES-FOUND = ZERO
093400             MOVE "QNF" TO WS-REJECT-CODE
093500             MOVE "QUOTE NOT ON FILE" TO WS-REJECT-TEXT
093600        WHEN WS-QUOTE-WRONG-CUSTOMER = "Y"
093700             MOVE "QCU" TO WS-REJECT-CODE
093800             MOVE "NOT THIS CUSTOMER'S QUOTE" TO WS-REJECT-TEXT
093900        WHEN WS-QUOTE-LINES-OPEN = ZERO
094000             MOVE "QNO" TO WS-REJECT-CODE
094100             MOVE "QUOTE NOT OPEN" TO WS-REJECT-TEXT
094200        WHEN WS-QUOTE-LINES-EXPIRED = WS-QUOTE-LINES-OPEN
094300             MOVE "QEX" TO WS-REJECT-CODE
094400             MOVE "QUOTE EXPIRED" TO WS-REJECT-TEXT
094500        WHEN WS-QUOTE-LINES-FAILED > ZERO
094600             MOVE WS-QUOTE-REJECT-CODE TO WS-REJECT-CODE
094700             MOVE WS-QUOTE-REJECT-TEXT TO WS-REJECT-TEXT
094800        WHEN OTHER
094900             MOVE "N" TO WS-QUOTE-REJECTED
095000     END-EVALUATE.
095100     IF WS-QUOTE-LINES-DONE > ZERO
095200        ADD 1 TO WS-QUOTES-CONVERTED
095300        DISPLAY "CORMAINT: QUOTE " WS-CONVERT-QUOTE-NUMBER
095400                " CONVERTED, " WS-QUOTE-LINES-DONE " ORDERS, "
095500                WS-QUOTE-LINES-EXPIRED " LINES EXPIRED"
095600     END-IF.
095700     IF WS-QUOTE-REJECTED = "Y"
095800        DISPLAY "CORMAINT: QUOTE " WS-CONVERT-QUOTE-NUMBER
095900                " FOR CUSTOMER " CTRAN-CUSTOMER-ID " REJECTED, "
096000                WS-REJECT-TEXT
096100        ADD 1 TO WS-TRANS-IN-ERROR
096200        PERFORM WRITE-REJECT-TO-RECYCLE
096300     END-IF.
096400
096500*    THE ORDER HAS BEEN REWRITTEN WITH THE SHIPMENT, SO WHAT
096600*    IT STILL OWES IS THE BACKORDER -- NOTHING ONCE CLOSED.
096700 WRITE-SHIP-CONFIRM.
096800     IF WS-SHIP-QUANTITY > ZERO
096900        MOVE CO-CUSTOMER-ID      TO SCF-CUSTOMER-ID
097000        MOVE CO-ORDER-NUMBER     TO SCF-ORDER-NUMBER
097100        MOVE CO-SHIP-TO-CODE     TO SCF-SHIP-TO-CODE
097200        MOVE CO-ITEM-NUMBER      TO SCF-ITEM-NUMBER
097300        MOVE CO-DESCRIPTION      TO SCF-DESCRIPTION
097400        MOVE CTRAN-ORDER-DATE    TO SCF-SHIP-DATE
097500        MOVE CO-QUANTITY         TO SCF-ORDERED-QUANTITY
097600        MOVE WS-SHIP-QUANTITY    TO SCF-SHIPPED-QUANTITY
097700        MOVE CO-SHIPPED-QUANTITY TO SCF-SHIPPED-TO-DATE
097800        IF CO-STATUS-OPEN
097900           COMPUTE SCF-BACKORDER-QUANTITY =
098000                   CO-QUANTITY - CO-SHIPPED-QUANTITY
098100        ELSE
098200           MOVE ZERO TO SCF-BACKORDER-QUANTITY
098300        END-IF
098400        WRITE SHIP-CONFIRM-RECORD
098500        ADD 1 TO WS-SHIP-CONFIRMS-WRITTEN
098600     END-IF.
