001599*                     approved-unpaid invoice on the PO back
001601*                     through the match, and prints an RTV
001602*                     register for the vendor.
001603*   RWH   2026-10-14  Receipts and returns dated into a
001604*                     closed period are rejected with reason
001605*                     PCL unless keyed as a prior-period
001606*                     adjustment ("P") on a controller's
001607*                     run -- the operator ID comes in on the
001608*                     PARM; see PERLOCK.  Rejects now go to
001609*                     a recycle file with a correction
001610*                     listing, like every other maintenance
001611*                     program's.
001612*   RWH   2026-10-15  Each receipt re-averages the item's
001613*                     unit cost on ITMBAL from the PO line
001614*                     (or PO) cost; a return takes its
001615*                     quantity out at the current average,
001616*                     which the RTV register now prints.
001617*                     Receipt and return values added to
001618*                     the control totals.
001619*   RWH   2026-10-15  A new balance record also starts
001620*                     never cycle-counted.
001621*   RWH   2026-10-15  Receipts and returns post to the
001622*                     warehouse named on the PO.
001623*   RWH   2026-10-15  Receipts keyed with a vendor lot
001624*                     and expiry post to the lot balance
001625*                     under the item; returns come out of
001626*                     the lot named.  Every lot movement
001627*                     is kept on LOTMOV for the trace.
001628*   RWH   2026-10-15  A receipt keyed against a blanket
001629*                     agreement is rejected -- goods are
001630*                     received on the blanket's releases.
001651*--------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
003982     SELECT INVENTORY-BALANCE-FILE
003983         ASSIGN TO "ITMBAL"
003984         ORGANIZATION IS INDEXED
003985         RECORD KEY IS IB-KEY
003986         ACCESS MODE IS DYNAMIC
003987         FILE STATUS IS WS-ITMBAL-FILE-STATUS.
003988
004116         ASSIGN TO "RTVREG"
004131         ORGANIZATION IS LINE SEQUENTIAL.
004146
           SELECT RECEIPT-RECYCLE-FILE
               ASSIGN TO "RCVRCYC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECEIPT-CORRECTION-REPORT
               ASSIGN TO "RCVCORRL"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    LOT BALANCES BY ITEM AND VENDOR LOT -- SEE LOTBAL.
           SELECT LOT-BALANCE-FILE
               ASSIGN TO "LOTBAL"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LB-KEY
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-LOTBAL-FILE-STATUS.

           SELECT LOT-MOVEMENT-FILE
               ASSIGN TO "LOTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTMOV-FILE-STATUS.

004161 DATA DIVISION.
004176 FILE SECTION.
004200
004520     COPY ITMBAL.
004530     COPY POLINE.
004540     COPY VNDINV.
004560     COPY LOTBAL.
004580     COPY LOTMOV.
004600
004610 FD  RTV-REGISTER-REPORT
004620     LABEL RECORDS ARE STANDARD.
004630 01  RTV-REGISTER-LINE         PIC X(90).
004640
004644*    REJECTED TRANSACTIONS GO BACK OUT IN THE SAME LAYOUT THEY
004648*    CAME IN, WITH THE REASON CODE APPENDED -- ONCE FIXED, THE
004652*    RECORDS FEED STRAIGHT BACK IN AS THE NEXT RUN'S RCVTRAN.
004656 FD  RECEIPT-RECYCLE-FILE
004660     LABEL RECORDS ARE STANDARD.
004664 01  RECEIPT-RECYCLE-RECORD.
004668     05 RCY-TRAN-DATA          PIC X(55).
004672     05 RCY-REJECT-REASON      PIC X(03).
004676
004680 FD  RECEIPT-CORRECTION-REPORT
004684     LABEL RECORDS ARE STANDARD.
004688 01  RECEIPT-CORRECTION-LINE   PIC X(60).
004692
004700 WORKING-STORAGE SECTION.
004800
004900 01  WS-RTRAN-AT-END           PIC X VALUE "N".
004905
004910 01  WS-REJECT-CODE            PIC X(03) VALUE SPACES.
004915 01  WS-REJECT-TEXT            PIC X(25) VALUE SPACES.
004920 01  WS-REJECTS-RECYCLED       PIC 9(7) VALUE ZERO.
004925
004930 01  CORRECTION-DETAIL-LINE.
004935     05 COR-TRAN-CODE          PIC X(01).
004940     05 FILLER                 PIC X(02) VALUE SPACES.
004945     05 COR-VENDOR-NUMBER      PIC 9(5).
004950     05 FILLER                 PIC X(01) VALUE "/".
004955     05 COR-PO-NUMBER          PIC 9(7).
004960     05 FILLER                 PIC X(01) VALUE "/".
004965     05 COR-PO-LINE            PIC X(03).
004970     05 FILLER                 PIC X(02) VALUE SPACES.
004975     05 COR-REJECT-CODE        PIC X(03).
004980     05 FILLER                 PIC X(02) VALUE SPACES.
004985     05 COR-REJECT-TEXT        PIC X(25).
005000
005100*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
005200*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
007917         ==PFX-FILE-BOUNDARY-VIOLATION== BY
007918         ==INVOICE-FILE-BOUNDARY-VIOLATION==.
007919
007923     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
007927         ==WS-LOTBAL-FILE-STATUS== ==PFX-FILE-OK== BY
007931         ==LOTBAL-FILE-OK== ==PFX-FILE-EOF== BY
007935         ==LOTBAL-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
007939         ==LOTBAL-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
007943         ==LOTBAL-FILE-NOT-FOUND==
007947         ==PFX-FILE-BOUNDARY-VIOLATION== BY
007951         ==LOTBAL-FILE-BOUNDARY-VIOLATION==.
007955
007959 01  WS-LOTMOV-FILE-STATUS     PIC XX VALUE SPACES.
007963
007967*    SET "N" WHEN A RETURN NAMES A LOT THAT CANNOT TAKE IT.
007971 01  WS-LOT-VALID-SWITCH       PIC X VALUE "Y".
007975     88 WS-LOT-VALID                   VALUE "Y".
007979 01  WS-LOT-EXPIRY-DATE        PIC 9(8) VALUE ZERO.
007983
008000 01  WS-CONTROL-TOTALS.
008100     05 WS-TRANS-READ          PIC 9(7) VALUE ZERO.
008200     05 WS-RECEIPTS-POSTED     PIC 9(7) VALUE ZERO.
008430     05 WS-RETURNS-POSTED      PIC 9(7) VALUE ZERO.
008440     05 WS-ORDERS-REOPENED     PIC 9(7) VALUE ZERO.
008450     05 WS-INVOICES-REMATCHED  PIC 9(7) VALUE ZERO.
008475     05 WS-PERIOD-OVERRIDES    PIC 9(7) VALUE ZERO.
008483     05 WS-RECEIPT-VALUE       PIC S9(11)V99 VALUE ZERO.
008491     05 WS-RETURN-VALUE        PIC S9(11)V99 VALUE ZERO.
008494     05 WS-LOT-RECEIPTS        PIC 9(7) VALUE ZERO.
008497     05 WS-LOT-RETURNS         PIC 9(7) VALUE ZERO.
008500
008512
008524*    AVERAGE-COST WORK FIELDS -- THE PO COST OF THE RECEIPT
008536*    IN HAND, THE ON-HAND IT LEAVES, AND THE VALUE A RETURN
008548*    TAKES OUT AT THE ITEM'S CURRENT AVERAGE.
008560 01  WS-RECEIPT-UNIT-COST      PIC 9(7)V99 VALUE ZERO.
008572 01  WS-NEW-ON-HAND            PIC S9(9) VALUE ZERO.
008584 01  WS-RETURN-LINE-VALUE      PIC S9(11)V99 VALUE ZERO.
008585
008586*    THE WAREHOUSE THE PO IN HAND RECEIVES INTO.
008587 01  WS-RECEIPT-WAREHOUSE      PIC X(03) VALUE SPACES.
008588 01  WS-WAREHOUSE-VALID-SWITCH PIC X VALUE "N".
008589     88 WS-WAREHOUSE-VALID            VALUE "Y".
008590
008591*    PARAMETER PASSED TO THE SHARED WAREHOUSE-TABLE
008592*    SUBPROGRAM -- SEE WHSCHK.
008593 01  RCVMAINT-WHSCHK-PARM.
008594     05 WHSCHK-FUNCTION        PIC X(01).
008595     05 WHSCHK-WAREHOUSE       PIC X(03).
008596     05 WHSCHK-ENTRY-NUMBER    PIC 9(03).
008597     05 WHSCHK-WAREHOUSE-NAME  PIC X(30).
008598     05 WHSCHK-RESULT          PIC X(02).
008599         88 WHSCHK-NOT-ON-TABLE         VALUE "NF".
008600*    RUNNING TOTAL OF THE QUANTITY ALREADY RECEIVED AGAINST THE
008700*    PO IN HAND, AND THE HIGHEST RECEIPT LINE FOUND FOR IT --
008800*    THE NEW RECEIPT IS WRITTEN UNDER THE NEXT LINE UP.
009205     05 FILLER                 PIC X(02) VALUE SPACES.
009206     05 RTV-QUANTITY           PIC ZZZ,ZZ9.
009207     05 FILLER                 PIC X(02) VALUE SPACES.
           05 RTV-RETURN-VALUE       PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(02) VALUE SPACES.
009208     05 RTV-REMARK             PIC X(20).
009209
009211 01  RTV-HEADING-LINE.
009216
009217 01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
009218
009221*    THE RUN'S OPERATOR, OFF THE PARM -- BLANK WHEN THE STEP
009223*    RUNS WITHOUT ONE, AND THEN NO PRIOR-PERIOD ADJUSTMENT
009225*    POSTS.
009227 01  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
009229
009231*    PARAMETER PASSED TO THE SHARED POSTING-PERIOD LOCK
009233*    SUBPROGRAM -- SEE PERLOCK.
009235 01  RCVMAINT-PERLOCK-PARM.
009237     05 PERLOCK-PROGRAM-NAME   PIC X(08).
009239     05 PERLOCK-OPERATOR-ID    PIC X(08).
009241     05 PERLOCK-RECORD-KEY     PIC X(10).
009243     05 PERLOCK-TRAN-DATE      PIC 9(08).
009245     05 PERLOCK-OVERRIDE-CODE  PIC X(01).
009247     05 PERLOCK-RESULT         PIC X(02).
009249         88 PERLOCK-OVERRIDDEN          VALUE "OV".
009251         88 PERLOCK-YEAR-CLOSED         VALUE "YC".
009253         88 PERLOCK-NOT-AUTHORIZED      VALUE "NA".
009255         88 PERLOCK-POSTABLE            VALUE "OK" "OV".
009257     05 PERLOCK-OPEN-PERIOD    PIC 9(06).
009258     05 PERLOCK-FUNCTION       PIC X(01).
009259
009261 LINKAGE SECTION.
009263 01  RCVMAINT-PARM.
009265*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
009267*    WITH A 2-BYTE BINARY LENGTH COUNT.
009269     05 RCVMAINT-PARM-LEN       PIC S9(4) COMP.
009271     05 RCVMAINT-OPERATOR-ID    PIC X(08).
009273
009300 PROCEDURE DIVISION USING RCVMAINT-PARM.
009400 PROGRAM-BEGIN.
009500     PERFORM OPENING-PROCEDURE.
009600     PERFORM MAIN-PROCESS.
010000     STOP RUN.
010100
010200 OPENING-PROCEDURE.
010225     IF RCVMAINT-PARM-LEN > ZERO
010250        MOVE RCVMAINT-OPERATOR-ID TO WS-OPERATOR-ID
010275     END-IF.
010300     OPEN I-O PURCHASE-ORDER-FILE.
010400     IF NOT PURORD-FILE-OK
010500        DISPLAY "RCVMAINT: UNABLE TO OPEN PURCHASE-ORDER-FILE, "
013236     OPEN OUTPUT RTV-REGISTER-REPORT.
013237     MOVE WS-RUN-DATE TO RTV-HDG-RUN-DATE.
013238     WRITE RTV-REGISTER-LINE FROM RTV-HEADING-LINE.
           OPEN OUTPUT RECEIPT-RECYCLE-FILE.
           OPEN OUTPUT RECEIPT-CORRECTION-REPORT.
           PERFORM OPEN-LOT-FILES.
013239
013300 CLOSING-PROCEDURE.
013400     CLOSE PURCHASE-ORDER-FILE.
013630     CLOSE PO-LINE-FILE.
013640     CLOSE VENDOR-INVOICE-FILE.
013650     CLOSE RTV-REGISTER-REPORT.
013666     CLOSE RECEIPT-RECYCLE-FILE.
013682     CLOSE RECEIPT-CORRECTION-REPORT.
013688     CLOSE LOT-BALANCE-FILE.
013694     CLOSE LOT-MOVEMENT-FILE.
013700     DISPLAY "RCVMAINT CONTROL TOTALS".
013800     DISPLAY "  TRANSACTIONS READ ....: " WS-TRANS-READ.
013900     DISPLAY "  RECEIPTS POSTED ......: " WS-RECEIPTS-POSTED.
014130     DISPLAY "  RETURNS POSTED ......: " WS-RETURNS-POSTED.
014140     DISPLAY "  ORDERS REOPENED .....: " WS-ORDERS-REOPENED.
014150     DISPLAY "  INVOICES REMATCHED ..: " WS-INVOICES-REMATCHED.
014166     DISPLAY "  REJECTS RECYCLED ....: " WS-REJECTS-RECYCLED.
014182     DISPLAY "  PERIOD OVERRIDES ....: " WS-PERIOD-OVERRIDES.
014188     DISPLAY "  RECEIPT VALUE .......: " WS-RECEIPT-VALUE.
014194     DISPLAY "  RETURN VALUE ........: " WS-RETURN-VALUE.
014196     DISPLAY "  LOT RECEIPTS ........: " WS-LOT-RECEIPTS.
014198     DISPLAY "  LOT RETURNS .........: " WS-LOT-RETURNS.
014200     IF WS-TRANS-IN-ERROR > ZERO
014300        MOVE 4 TO RETURN-CODE
014400     ELSE
015800     END-IF.
015900
016000 APPLY-TRANSACTION.
016050     PERFORM CHECK-POSTING-PERIOD.
016100     EVALUATE TRUE
016133        WHEN NOT PERLOCK-POSTABLE
016166             PERFORM REJECT-CLOSED-PERIOD
016172        WHEN RTRAN-RECEIPT
016178             AND RTRAN-EXPIRY-DATE NOT = SPACES
016184             AND RTRAN-EXPIRY-DATE NOT NUMERIC
016190             PERFORM REJECT-BAD-EXPIRY
016200        WHEN RTRAN-RECEIPT
016300             PERFORM POST-RECEIPT
016350        WHEN RTRAN-RETURN
016500             DISPLAY "RCVMAINT: INVALID TRANSACTION CODE FOR "
016600                     RTRAN-VENDOR-NUMBER "/" RTRAN-PO-NUMBER
016700             ADD 1 TO WS-TRANS-IN-ERROR
016725              MOVE "INV" TO WS-REJECT-CODE
016750              MOVE "INVALID TRAN CODE" TO WS-REJECT-TEXT
016775              PERFORM WRITE-REJECT-TO-RECYCLE
016800     END-EVALUATE.
016900     PERFORM READ-NEXT-TRANSACTION.
016902
016904*    A RECEIPT OR RETURN DATED INTO A MONTH ALREADY CLOSED
016906*    RECYCLES UNLESS IT IS A CONTROLLER'S PRIOR-PERIOD
016908*    ADJUSTMENT -- SEE PERLOCK.
016910 CHECK-POSTING-PERIOD.
016912     MOVE "OK" TO PERLOCK-RESULT.
016914     IF RTRAN-RECEIPT OR RTRAN-RETURN
016916        MOVE "RCVMAINT"            TO PERLOCK-PROGRAM-NAME
016918        MOVE WS-OPERATOR-ID        TO PERLOCK-OPERATOR-ID
016920        MOVE RTRAN-PO-NUMBER       TO PERLOCK-RECORD-KEY
016922        MOVE RTRAN-RECEIPT-DATE    TO PERLOCK-TRAN-DATE
016924        MOVE RTRAN-PERIOD-OVERRIDE TO PERLOCK-OVERRIDE-CODE
016925        MOVE "C"                   TO PERLOCK-FUNCTION
016926        CALL "PERLOCK" USING RCVMAINT-PERLOCK-PARM
016934     END-IF.
016936
016938 REJECT-CLOSED-PERIOD.
016940     DISPLAY "RCVMAINT: PO " RTRAN-VENDOR-NUMBER "/"
016942             RTRAN-PO-NUMBER " DATED " RTRAN-RECEIPT-DATE
016944             " IS BEFORE OPEN PERIOD " PERLOCK-OPEN-PERIOD
016946             ", REJECTED".
016948     ADD 1 TO WS-TRANS-IN-ERROR.
016950     EVALUATE TRUE
016952        WHEN PERLOCK-YEAR-CLOSED
016954           MOVE "CLS" TO WS-REJECT-CODE
016956           MOVE "POSTED INTO CLOSED YEAR" TO WS-REJECT-TEXT
016958        WHEN PERLOCK-NOT-AUTHORIZED
016960           MOVE "POA" TO WS-REJECT-CODE
016962           MOVE "OVERRIDE NOT AUTHORIZED" TO WS-REJECT-TEXT
016964        WHEN OTHER
016966           MOVE "PCL" TO WS-REJECT-CODE
016968           MOVE "PERIOD CLOSED" TO WS-REJECT-TEXT
016970     END-EVALUATE.
016972     PERFORM WRITE-REJECT-TO-RECYCLE.
016974
016976*    AN EXPIRY THAT IS NOT A DATE WOULD LEAVE THE LOT NEVER
016978*    EXPIRING -- IT RECYCLES FOR THE DATE OFF THE LABEL.
016980 REJECT-BAD-EXPIRY.
016982     DISPLAY "RCVMAINT: PO " RTRAN-VENDOR-NUMBER "/"
016984             RTRAN-PO-NUMBER " LOT " RTRAN-LOT-NUMBER
016986             " EXPIRY NOT A DATE, REJECTED".
016988     ADD 1 TO WS-TRANS-IN-ERROR.
016990     MOVE "EXP" TO WS-REJECT-CODE.
016992     MOVE "EXPIRY DATE NOT VALID" TO WS-REJECT-TEXT.
016994     PERFORM WRITE-REJECT-TO-RECYCLE.
017000
017010*    AN OVERRIDE IS COUNTED AND AUDITED ONLY ONCE THE RECEIPT
017020*    OR RETURN IS ON FILE -- ONE THAT RECYCLES NEVER POSTED.
017030 AUDIT-PERIOD-OVERRIDE.
017040     IF PERLOCK-OVERRIDDEN
017050        ADD 1 TO WS-PERIOD-OVERRIDES
017060        MOVE "A" TO PERLOCK-FUNCTION
017070        CALL "PERLOCK" USING RCVMAINT-PERLOCK-PARM
017080     END-IF.
017090
017100 POST-RECEIPT.
017200     MOVE RTRAN-VENDOR-NUMBER  TO PO-VENDOR-NUMBER.
017300     MOVE RTRAN-PO-NUMBER      TO PO-NUMBER.
017700                    RTRAN-PO-NUMBER " NOT ON FILE, RECEIPT "
017800                    "REJECTED"
017900            ADD 1 TO WS-TRANS-IN-ERROR
017925             MOVE "NOF" TO WS-REJECT-CODE
017950             MOVE "PO NOT ON FILE" TO WS-REJECT-TEXT
017975             PERFORM WRITE-REJECT-TO-RECYCLE
018000         NOT INVALID KEY
018050            PERFORM FIND-RECEIVING-WAREHOUSE
018100            IF WS-WAREHOUSE-VALID
018150               PERFORM POST-RECEIPT-TO-ORDER
018170            END-IF
018200     END-READ.
018300
018304*    GOODS GO INTO THE WAREHOUSE THE PO NAMES -- THE DEFAULT
018308*    ONE WHEN IT NAMES NONE.  PURMAINT CHECKED THE CODE WHEN
018312*    THE ORDER WENT ON, SO A MISS HERE MEANS THE WAREHOUSE
018316*    HAS SINCE COME OFF THE TABLE.
018320 FIND-RECEIVING-WAREHOUSE.
018324     MOVE "Y" TO WS-WAREHOUSE-VALID-SWITCH.
018328     MOVE "V"          TO WHSCHK-FUNCTION.
018332     MOVE PO-WAREHOUSE TO WHSCHK-WAREHOUSE.
018336     CALL "WHSCHK" USING RCVMAINT-WHSCHK-PARM.
018340     MOVE WHSCHK-WAREHOUSE TO WS-RECEIPT-WAREHOUSE.
018344     IF WHSCHK-NOT-ON-TABLE
018348        DISPLAY "RCVMAINT: PO " RTRAN-VENDOR-NUMBER "/"
018352                RTRAN-PO-NUMBER " WAREHOUSE " PO-WAREHOUSE
018356                " NOT ON TABLE, TRANSACTION REJECTED"
018360        ADD 1 TO WS-TRANS-IN-ERROR
018364        MOVE "N" TO WS-WAREHOUSE-VALID-SWITCH
018368        MOVE "WNF" TO WS-REJECT-CODE
018372        MOVE "WAREHOUSE NOT ON TABLE" TO WS-REJECT-TEXT
018376        PERFORM WRITE-REJECT-TO-RECYCLE
018380     END-IF.
018384
018400 POST-RECEIPT-TO-ORDER.
018434     EVALUATE TRUE
018469        WHEN PO-BLANKET
018503             DISPLAY "RCVMAINT: PO " RTRAN-VENDOR-NUMBER "/"
018538                     RTRAN-PO-NUMBER " IS A BLANKET, RECEIPT "
018573                     "REJECTED"
018607             ADD 1 TO WS-TRANS-IN-ERROR
018642             MOVE "BLK" TO WS-REJECT-CODE
018676             MOVE "RECEIVE ON THE RELEASE" TO WS-REJECT-TEXT
018711             PERFORM WRITE-REJECT-TO-RECYCLE
018746        WHEN NOT PO-STATUS-OPEN
018780             DISPLAY "RCVMAINT: PO " RTRAN-VENDOR-NUMBER "/"
018815                     RTRAN-PO-NUMBER " NOT OPEN, RECEIPT REJECTED"
018850             ADD 1 TO WS-TRANS-IN-ERROR
018884             MOVE "NOP" TO WS-REJECT-CODE
018919             MOVE "PO NOT OPEN" TO WS-REJECT-TEXT
018953             PERFORM WRITE-REJECT-TO-RECYCLE
018988        WHEN OTHER
019023             IF RTRAN-PO-LINE IS NUMERIC
019057                AND RTRAN-PO-LINE > ZERO
019092                PERFORM POST-LINE-RECEIPT
019126             ELSE
019161                PERFORM SUM-PRIOR-RECEIPTS
019196                PERFORM WRITE-RECEIPT-RECORD
019230             END-IF
019265     END-EVALUATE.
019300
019400*    ADD UP WHAT HAS ALREADY BEEN RECEIVED AGAINST THIS PO AND
019500*    NOTE THE HIGHEST RECEIPT LINE USED, SO THE NEW RECEIPT GOES
023400     MOVE RTRAN-QUANTITY      TO GR-QUANTITY-RECEIVED.
023420     MOVE ZERO                TO GR-PO-LINE.
023440     MOVE PO-ITEM-NUMBER      TO WS-RECEIPT-ITEM.
023470     MOVE PO-UNIT-COST        TO WS-RECEIPT-UNIT-COST.
023500     WRITE GOODS-RECEIPT-RECORD
023600         INVALID KEY
023700            DISPLAY "RCVMAINT: RECEIPT " GR-VENDOR-NUMBER "/"
023800                    GR-PO-NUMBER "/" GR-RECEIPT-LINE
023900                    " ALREADY EXISTS, RECEIPT REJECTED"
024000            ADD 1 TO WS-TRANS-IN-ERROR
024025             MOVE "DUP" TO WS-REJECT-CODE
024050             MOVE "RECEIPT ALREADY ON FILE" TO WS-REJECT-TEXT
024075             PERFORM WRITE-REJECT-TO-RECYCLE
024100         NOT INVALID KEY
024200            ADD 1 TO WS-RECEIPTS-POSTED
024300            ADD RTRAN-QUANTITY TO WS-QUANTITY-RECEIVED
024350            PERFORM ADD-RECEIPT-TO-ON-HAND
024400            PERFORM CLOSE-ORDER-IF-COMPLETE
024450            PERFORM AUDIT-PERIOD-OVERRIDE
024500     END-WRITE.
024600
024700 CLOSE-ORDER-IF-COMPLETE.
027600 ADD-RECEIPT-TO-ON-HAND.
027700     IF WS-RECEIPT-ITEM NOT = SPACES
027800        MOVE WS-RECEIPT-ITEM TO IB-ITEM-NUMBER
027850        MOVE WS-RECEIPT-WAREHOUSE TO IB-WAREHOUSE
027900        READ INVENTORY-BALANCE-FILE
028000            INVALID KEY
028100               PERFORM CREATE-ITEM-BALANCE
028200        END-READ
028250        PERFORM AVERAGE-IN-RECEIPT-COST
028300        ADD RTRAN-QUANTITY TO IB-ON-HAND-QUANTITY
028400        REWRITE INVENTORY-BALANCE-RECORD
028500        ADD 1 TO WS-ONHAND-POSTED
028550        PERFORM ADD-RECEIPT-TO-LOT
028600     END-IF.
028700
028800 CREATE-ITEM-BALANCE.
028900     MOVE WS-RECEIPT-ITEM TO IB-ITEM-NUMBER.
028950     MOVE WS-RECEIPT-WAREHOUSE TO IB-WAREHOUSE.
029000     MOVE ZERO TO IB-ON-HAND-QUANTITY.
029050     MOVE ZERO TO IB-AVERAGE-COST.
029075     MOVE ZERO TO IB-LAST-COUNT-DATE.
029080     MOVE ZERO TO IB-IN-TRANSIT-QUANTITY.
029085     MOVE ZERO TO IB-IN-TRANSIT-VALUE.
029100     WRITE INVENTORY-BALANCE-RECORD.
029104
029108*    THE NEW AVERAGE WEIGHS THE STOCK ALREADY ON HAND AT ITS
029112*    AVERAGE AGAINST THE RECEIPT AT ITS PO COST.  STOCK WITH
029116*    NO COST YET, OR AN ON-HAND AT OR BELOW ZERO, HAS NOTHING
029120*    TO WEIGH -- THE RECEIPT'S COST BECOMES THE AVERAGE.
029124 AVERAGE-IN-RECEIPT-COST.
029128     IF IB-AVERAGE-COST NOT NUMERIC
029132        MOVE ZERO TO IB-AVERAGE-COST
029136     END-IF.
029140     COMPUTE WS-NEW-ON-HAND =
029144             IB-ON-HAND-QUANTITY + RTRAN-QUANTITY.
029148     IF IB-ON-HAND-QUANTITY NOT > ZERO
029152        OR IB-AVERAGE-COST = ZERO
029156        OR WS-NEW-ON-HAND NOT > ZERO
029160        MOVE WS-RECEIPT-UNIT-COST TO IB-AVERAGE-COST
029164     ELSE
029168        COMPUTE IB-AVERAGE-COST ROUNDED =
029172                (IB-ON-HAND-QUANTITY * IB-AVERAGE-COST
029176                 + RTRAN-QUANTITY * WS-RECEIPT-UNIT-COST)
029180                / WS-NEW-ON-HAND
029184     END-IF.
029188     COMPUTE WS-RECEIPT-VALUE ROUNDED = WS-RECEIPT-VALUE
029192             + RTRAN-QUANTITY * WS-RECEIPT-UNIT-COST.
029200
029300*    A RECEIPT KEYED WITH A PO LINE POSTS AGAINST THAT LINE:
029310*    THE LINE CLOSES WHEN ITS ORDERED QUANTITY IS IN, AND
030100                    "/" RTRAN-PO-NUMBER "/" RTRAN-PO-LINE
030200                    " NOT ON FILE, RECEIPT REJECTED"
030300            ADD 1 TO WS-TRANS-IN-ERROR
030325             MOVE "NOF" TO WS-REJECT-CODE
030350             MOVE "PO LINE NOT ON FILE" TO WS-REJECT-TEXT
030375             PERFORM WRITE-REJECT-TO-RECYCLE
030400         NOT INVALID KEY
030500            PERFORM POST-RECEIPT-TO-LINE
030600     END-READ.
031100                "/" RTRAN-PO-NUMBER "/" RTRAN-PO-LINE
031200                " NOT OPEN, RECEIPT REJECTED"
031300        ADD 1 TO WS-TRANS-IN-ERROR
031325         MOVE "NOP" TO WS-REJECT-CODE
031350         MOVE "PO LINE NOT OPEN" TO WS-REJECT-TEXT
031375         PERFORM WRITE-REJECT-TO-RECYCLE
031400     ELSE
031500        PERFORM SUM-PRIOR-LINE-RECEIPTS
031600        PERFORM WRITE-LINE-RECEIPT-RECORD
035600     MOVE RTRAN-QUANTITY      TO GR-QUANTITY-RECEIVED.
035700     MOVE RTRAN-PO-LINE       TO GR-PO-LINE.
035800     MOVE PL-ITEM-NUMBER      TO WS-RECEIPT-ITEM.
035850     MOVE PL-UNIT-COST        TO WS-RECEIPT-UNIT-COST.
035900     WRITE GOODS-RECEIPT-RECORD
036000         INVALID KEY
036100            DISPLAY "RCVMAINT: RECEIPT " GR-VENDOR-NUMBER "/"
036200                    GR-PO-NUMBER "/" GR-RECEIPT-LINE
036300                    " ALREADY EXISTS, RECEIPT REJECTED"
036400            ADD 1 TO WS-TRANS-IN-ERROR
036425             MOVE "DUP" TO WS-REJECT-CODE
036450             MOVE "RECEIPT ALREADY ON FILE" TO WS-REJECT-TEXT
036475             PERFORM WRITE-REJECT-TO-RECYCLE
036500         NOT INVALID KEY
036600            ADD 1 TO WS-RECEIPTS-POSTED
036700            ADD RTRAN-QUANTITY TO WS-LINE-QTY-RECEIVED
036800            PERFORM ADD-RECEIPT-TO-ON-HAND
036900            PERFORM CLOSE-LINE-IF-COMPLETE
036950            PERFORM AUDIT-PERIOD-OVERRIDE
037000     END-WRITE.
037100
037200 CLOSE-LINE-IF-COMPLETE.
043100                    RTRAN-PO-NUMBER " NOT ON FILE, RETURN "
043200                    "REJECTED"
043300            ADD 1 TO WS-TRANS-IN-ERROR
043325             MOVE "NOF" TO WS-REJECT-CODE
043350             MOVE "PO NOT ON FILE" TO WS-REJECT-TEXT
043375             PERFORM WRITE-REJECT-TO-RECYCLE
043400         NOT INVALID KEY
043450            PERFORM FIND-RECEIVING-WAREHOUSE
043500            IF WS-WAREHOUSE-VALID
043550               PERFORM POST-RETURN-TO-ORDER
043570            END-IF
043600     END-READ.
043700
043800 POST-RETURN-TO-ORDER.
044100                RTRAN-PO-NUMBER " CANCELLED, RETURN "
044200                "REJECTED"
044300        ADD 1 TO WS-TRANS-IN-ERROR
044325         MOVE "CAN" TO WS-REJECT-CODE
044350         MOVE "PO CANCELLED" TO WS-REJECT-TEXT
044375         PERFORM WRITE-REJECT-TO-RECYCLE
044400     ELSE
044500        IF RTRAN-PO-LINE IS NUMERIC
044600           AND RTRAN-PO-LINE > ZERO
045700                RTRAN-VENDOR-NUMBER "/" RTRAN-PO-NUMBER
045800                " EXCEEDS RECEIPTS, REJECTED"
045900        ADD 1 TO WS-TRANS-IN-ERROR
045925         MOVE "OVR" TO WS-REJECT-CODE
045950         MOVE "RETURN OVER RECEIPTS" TO WS-REJECT-TEXT
045975         PERFORM WRITE-REJECT-TO-RECYCLE
046000     ELSE
046100        MOVE ZERO           TO GR-PO-LINE
046200        MOVE PO-ITEM-NUMBER TO WS-RECEIPT-ITEM
046300        PERFORM CHECK-RETURN-LOT
046325        IF WS-LOT-VALID
046350           PERFORM WRITE-RETURN-RECORD
046375        END-IF
046400     END-IF.
046500
046600 POST-LINE-RETURN.
047400                    "/" RTRAN-PO-LINE " NOT ON FILE, "
047500                    "RETURN REJECTED"
047600            ADD 1 TO WS-TRANS-IN-ERROR
047625             MOVE "NOF" TO WS-REJECT-CODE
047650             MOVE "PO LINE NOT ON FILE" TO WS-REJECT-TEXT
047675             PERFORM WRITE-REJECT-TO-RECYCLE
047700         NOT INVALID KEY
047800            PERFORM POST-RETURN-AGAINST-LINE
047900     END-READ.
048600                "/" RTRAN-PO-LINE
048700                " EXCEEDS RECEIPTS, REJECTED"
048800        ADD 1 TO WS-TRANS-IN-ERROR
048825         MOVE "OVR" TO WS-REJECT-CODE
048850         MOVE "RETURN OVER RECEIPTS" TO WS-REJECT-TEXT
048875         PERFORM WRITE-REJECT-TO-RECYCLE
048900     ELSE
049000        MOVE RTRAN-PO-LINE   TO GR-PO-LINE
049100        MOVE PL-ITEM-NUMBER  TO WS-RECEIPT-ITEM
049176        PERFORM CHECK-RETURN-LOT
049252        IF WS-LOT-VALID
049328           PERFORM WRITE-RETURN-RECORD
049404           IF PL-STATUS-CLOSED
049480              AND WS-LINE-QTY-RECEIVED - RTRAN-QUANTITY
049556                  < PL-QUANTITY
049632              SET PL-STATUS-OPEN TO TRUE
049708              REWRITE PO-LINE-RECORD
049784              DISPLAY "RCVMAINT: PO LINE " PL-VENDOR-NUMBER
049860                      "/" PL-PO-NUMBER "/" PL-LINE-NUMBER
049936                      " REOPENED BY RETURN"
050012           END-IF
050100        END-IF
050200     END-IF.
050300
052000                    GR-PO-NUMBER "/" GR-RECEIPT-LINE
052100                    " ALREADY EXISTS, RETURN REJECTED"
052200            ADD 1 TO WS-TRANS-IN-ERROR
052225             MOVE "DUP" TO WS-REJECT-CODE
052250             MOVE "RETURN ALREADY ON FILE" TO WS-REJECT-TEXT
052275             PERFORM WRITE-REJECT-TO-RECYCLE
052300         NOT INVALID KEY
052400            ADD 1 TO WS-RETURNS-POSTED
052500            PERFORM SUBTRACT-RETURN-FROM-ON-HAND
052600            PERFORM REOPEN-ORDER-IF-SHORT
052700            PERFORM RELEASE-APPROVED-INVOICES
052800            PERFORM WRITE-RTV-REGISTER-LINE
052850            PERFORM AUDIT-PERIOD-OVERRIDE
052900     END-WRITE.
053000
053033*    THE RETURNED QUANTITY LEAVES STOCK AT THE ITEM'S CURRENT
053066*    AVERAGE COST -- THE AVERAGE ITSELF DOES NOT MOVE.
053100 SUBTRACT-RETURN-FROM-ON-HAND.
053150     MOVE ZERO TO WS-RETURN-LINE-VALUE.
053200     IF WS-RECEIPT-ITEM NOT = SPACES
053300        MOVE WS-RECEIPT-ITEM TO IB-ITEM-NUMBER
053350        MOVE WS-RECEIPT-WAREHOUSE TO IB-WAREHOUSE
053400        READ INVENTORY-BALANCE-FILE
053500            INVALID KEY
053600               PERFORM CREATE-ITEM-BALANCE
053700        END-READ
053714        IF IB-AVERAGE-COST NOT NUMERIC
053728           MOVE ZERO TO IB-AVERAGE-COST
053742        END-IF
053756        COMPUTE WS-RETURN-LINE-VALUE ROUNDED =
053770                RTRAN-QUANTITY * IB-AVERAGE-COST
053784        ADD WS-RETURN-LINE-VALUE TO WS-RETURN-VALUE
053800        SUBTRACT RTRAN-QUANTITY FROM IB-ON-HAND-QUANTITY
053900        REWRITE INVENTORY-BALANCE-RECORD
054000        ADD 1 TO WS-ONHAND-POSTED
054050        PERFORM SUBTRACT-RETURN-FROM-LOT
054100     END-IF.
054200
054300*    A RETURN THAT TAKES A CLOSED ORDER BACK UNDER ITS
060900     MOVE GR-PO-LINE          TO RTV-PO-LINE.
061000     MOVE RTRAN-RECEIPT-DATE  TO RTV-RETURN-DATE.
061100     MOVE RTRAN-QUANTITY      TO RTV-QUANTITY.
061150     MOVE WS-RETURN-LINE-VALUE TO RTV-RETURN-VALUE.
061200     MOVE "RETURNED TO VENDOR" TO RTV-REMARK.
061300     WRITE RTV-REGISTER-LINE FROM RTV-DETAIL-LINE.
061400
061500*    WRITE THE REJECTED TRANSACTION, AS KEYED, TO THE RECYCLE
061600*    FILE WITH ITS REASON CODE, AND LIST IT FOR THE CLERK --
061700*    SO THE FIX IS AN EDIT OF THE RECYCLE FILE, NOT A REKEY
061800*    FROM THE ORIGINAL PAPERWORK.
061900 WRITE-REJECT-TO-RECYCLE.
062000     MOVE RECEIPT-TRANSACTION-RECORD TO RCY-TRAN-DATA.
062100     MOVE WS-REJECT-CODE        TO RCY-REJECT-REASON.
062200     WRITE RECEIPT-RECYCLE-RECORD.
062300     MOVE RTRAN-CODE            TO COR-TRAN-CODE.
062400     MOVE RTRAN-VENDOR-NUMBER   TO COR-VENDOR-NUMBER.
062500     MOVE RTRAN-PO-NUMBER       TO COR-PO-NUMBER.
062600     MOVE RTRAN-PO-LINE         TO COR-PO-LINE.
062700     MOVE WS-REJECT-CODE        TO COR-REJECT-CODE.
062800     MOVE WS-REJECT-TEXT        TO COR-REJECT-TEXT.
062900     WRITE RECEIPT-CORRECTION-LINE FROM CORRECTION-DETAIL-LINE.
063000     ADD 1 TO WS-REJECTS-RECYCLED.
063100
063200*    LOTBAL IS CREATED THE FIRST TIME IT IS NEEDED, LIKE THE
063300*    BALANCE FILES; LOTMOV IS PERMANENT AND EXTENDED EACH RUN.
063400 OPEN-LOT-FILES.
063500     OPEN I-O LOT-BALANCE-FILE.
063600     IF WS-LOTBAL-FILE-STATUS = "35"
063700        OPEN OUTPUT LOT-BALANCE-FILE
063800        CLOSE LOT-BALANCE-FILE
063900        OPEN I-O LOT-BALANCE-FILE
064000     END-IF.
064100     IF NOT LOTBAL-FILE-OK
064200        DISPLAY "RCVMAINT: UNABLE TO OPEN LOT-BALANCE-FILE, "
064300                "STATUS " WS-LOTBAL-FILE-STATUS
064400        MOVE 16 TO RETURN-CODE
064500        GO TO PROGRAM-DONE
064600     END-IF.
064700     OPEN EXTEND LOT-MOVEMENT-FILE.
064800     IF WS-LOTMOV-FILE-STATUS = "35"
064900        OPEN OUTPUT LOT-MOVEMENT-FILE
065000     END-IF.
065100     IF WS-LOTMOV-FILE-STATUS NOT = "00"
065200        DISPLAY "RCVMAINT: UNABLE TO OPEN LOT-MOVEMENT-FILE, "
065300                "STATUS " WS-LOTMOV-FILE-STATUS
065400        MOVE 16 TO RETURN-CODE
065500        GO TO PROGRAM-DONE
065600     END-IF.
065700
065800*    A RECEIPT KEYED WITH A LOT ADDS TO THAT LOT OF THE ITEM,
065900*    OPENING THE LOT ON ITS FIRST RECEIPT.  THE EXPIRY BELONGS
066000*    TO THE LOT -- A LATER RECEIPT SHOWING ANOTHER DATE IS
066100*    LISTED AND THE DATE ON FILE STANDS.
066200 ADD-RECEIPT-TO-LOT.
066300     IF RTRAN-LOT-NUMBER NOT = SPACES
066400        IF RTRAN-EXPIRY-DATE IS NUMERIC
066500           MOVE RTRAN-EXPIRY-DATE TO WS-LOT-EXPIRY-DATE
066600        ELSE
066700           MOVE ZERO TO WS-LOT-EXPIRY-DATE
066800        END-IF
066900        MOVE WS-RECEIPT-ITEM  TO LB-ITEM-NUMBER
067000        MOVE RTRAN-LOT-NUMBER TO LB-LOT-NUMBER
067100        READ LOT-BALANCE-FILE
067200            INVALID KEY
067300               PERFORM CREATE-LOT-BALANCE
067400            NOT INVALID KEY
067500               IF LB-EXPIRY-DATE NOT = WS-LOT-EXPIRY-DATE
067600                  DISPLAY "RCVMAINT: ITEM " WS-RECEIPT-ITEM
067700                          " LOT " RTRAN-LOT-NUMBER " EXPIRY "
067800                          WS-LOT-EXPIRY-DATE " DIFFERS, "
067900                          LB-EXPIRY-DATE " KEPT"
068000               END-IF
068100        END-READ
068200        ADD RTRAN-QUANTITY TO LB-ON-HAND-QUANTITY
068300        REWRITE LOT-BALANCE-RECORD
068400        SET LM-RECEIPT TO TRUE
068500        PERFORM WRITE-LOT-MOVEMENT
068600        ADD 1 TO WS-LOT-RECEIPTS
068700     END-IF.
068800
068900 CREATE-LOT-BALANCE.
069000     MOVE SPACES TO LOT-BALANCE-RECORD.
069100     MOVE WS-RECEIPT-ITEM      TO LB-ITEM-NUMBER.
069200     MOVE RTRAN-LOT-NUMBER     TO LB-LOT-NUMBER.
069300     MOVE WS-LOT-EXPIRY-DATE   TO LB-EXPIRY-DATE.
069400     MOVE ZERO                 TO LB-ON-HAND-QUANTITY.
069500     MOVE RTRAN-VENDOR-NUMBER  TO LB-VENDOR-NUMBER.
069600     MOVE RTRAN-PO-NUMBER      TO LB-PO-NUMBER.
069700     MOVE WS-RECEIPT-WAREHOUSE TO LB-WAREHOUSE.
069800     MOVE RTRAN-RECEIPT-DATE   TO LB-RECEIPT-DATE.
069900     WRITE LOT-BALANCE-RECORD.
070000
070100*    A RETURN KEYED WITH A LOT MUST NAME A LOT OF THE ITEM
070200*    THAT STILL HOLDS WHAT IS GOING BACK TO THE VENDOR.
070300 CHECK-RETURN-LOT.
070400     MOVE "Y" TO WS-LOT-VALID-SWITCH.
070500     IF RTRAN-LOT-NUMBER NOT = SPACES
070600        AND WS-RECEIPT-ITEM NOT = SPACES
070700        MOVE WS-RECEIPT-ITEM  TO LB-ITEM-NUMBER
070800        MOVE RTRAN-LOT-NUMBER TO LB-LOT-NUMBER
070900        READ LOT-BALANCE-FILE
071000            INVALID KEY
071100               MOVE "N" TO WS-LOT-VALID-SWITCH
071200               MOVE "LNF" TO WS-REJECT-CODE
071300               MOVE "LOT NOT ON FILE" TO WS-REJECT-TEXT
071400            NOT INVALID KEY
071500               IF LB-ON-HAND-QUANTITY < RTRAN-QUANTITY
071600                  MOVE "N" TO WS-LOT-VALID-SWITCH
071700                  MOVE "LOV" TO WS-REJECT-CODE
071800                  MOVE "RETURN OVER LOT ON HAND"
071900                          TO WS-REJECT-TEXT
072000               END-IF
072100        END-READ
072200        IF NOT WS-LOT-VALID
072300           DISPLAY "RCVMAINT: RETURN FOR PO " RTRAN-VENDOR-NUMBER
072400                   "/" RTRAN-PO-NUMBER " LOT " RTRAN-LOT-NUMBER
072500                   " " WS-REJECT-TEXT ", REJECTED"
072600           ADD 1 TO WS-TRANS-IN-ERROR
072700           PERFORM WRITE-REJECT-TO-RECYCLE
072800        END-IF
072900     END-IF.
073000
073100 SUBTRACT-RETURN-FROM-LOT.
073200     IF RTRAN-LOT-NUMBER NOT = SPACES
073300        MOVE WS-RECEIPT-ITEM  TO LB-ITEM-NUMBER
073400        MOVE RTRAN-LOT-NUMBER TO LB-LOT-NUMBER
073500        READ LOT-BALANCE-FILE
073600            INVALID KEY
073700               CONTINUE
073800            NOT INVALID KEY
073900               SUBTRACT RTRAN-QUANTITY FROM LB-ON-HAND-QUANTITY
074000               REWRITE LOT-BALANCE-RECORD
074100               SET LM-VENDOR-RETURN TO TRUE
074200               PERFORM WRITE-LOT-MOVEMENT
074300               ADD 1 TO WS-LOT-RETURNS
074400        END-READ
074500     END-IF.
074600
074700*    THE CALLER SETS THE MOVEMENT TYPE.
074800 WRITE-LOT-MOVEMENT.
074900     MOVE WS-RECEIPT-ITEM      TO LM-ITEM-NUMBER.
075000     MOVE RTRAN-LOT-NUMBER     TO LM-LOT-NUMBER.
075100     MOVE WS-RECEIPT-WAREHOUSE TO LM-WAREHOUSE.
075200     MOVE RTRAN-RECEIPT-DATE   TO LM-TRAN-DATE.
075300     MOVE RTRAN-QUANTITY       TO LM-QUANTITY.
075400     MOVE RTRAN-VENDOR-NUMBER  TO LM-VENDOR-NUMBER.
075500     MOVE RTRAN-PO-NUMBER      TO LM-PO-NUMBER.
075600     MOVE GR-PO-LINE           TO LM-PO-LINE.
075700     MOVE ZERO                 TO LM-CUSTOMER-ID.
075800     MOVE ZERO                 TO LM-ORDER-NUMBER.
075900     MOVE SPACES               TO LM-SHIP-TO-CODE.
076000     MOVE WS-RUN-DATE          TO LM-POSTED-DATE.
076100     WRITE LOT-MOVEMENT-RECORD.
