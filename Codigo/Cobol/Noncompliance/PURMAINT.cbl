001279*                     lines to an open PO, rolling the
001283*                     total and the vendor open-commitment
001287*                     balance up from the lines.
      *   RWH   2026-10-14  Adds and closes dated into a closed
      *                     period recycle with reason PCL unless
      *                     keyed as a prior-period adjustment
      *                     ("P") by an operator holding the
      *                     controller's grant; see PERLOCK.
      *   RWH   2026-10-15  Adds carry a receiving warehouse.
      *   RWH   2026-10-15  Adds record the keying operator as
      *                     the order's buyer.
      *   RWH   2026-10-15  Added blanket agreements.  "B" adds a
      *                     blanket for a committed quantity and
      *                     price (or an amount) through an end
      *                     date; "S" releases a shipment against
      *                     it as an ordinary receivable PO and
      *                     draws the blanket down.  A release
      *                     past the end date or over what is
      *                     left is rejected, and a cancelled
      *                     release goes back on its blanket.
      *   RWH   2026-10-15  Adds, blankets and releases for a
      *                     vendor without a current W-9 and
      *                     certificate of insurance are held
      *                     to the recycle file -- see VDCCHK.
      *   RWH   2026-10-15  Carries the sales-quote series on
      *                     NUMCTL through unchanged.
001291*--------------------------------------------------
001300 ENVIRONMENT DIVISION.
001400 INPUT-OUTPUT SECTION.
003386 FD  PO-RECYCLE-FILE
003388     LABEL RECORDS ARE STANDARD.
003390 01  PO-RECYCLE-RECORD.
003392     05 RCY-TRAN-DATA          PIC X(124).
003394     05 RCY-REJECT-REASON      PIC X(03).
003400
003500 WORKING-STORAGE SECTION.
003600
003700 01  WS-PTRAN-AT-END           PIC X VALUE "N".
003710 01  WS-WAREHOUSE-VALID-SWITCH PIC X VALUE "N".
003720     88 WS-WAREHOUSE-VALID            VALUE "Y".
003800
003900*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
004000*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
005852         ==NUMCTL-FILE-BOUNDARY-VIOLATION==.
005853
005854*    THE NUMBER SERIES, CARRIED ACROSS RUNS ON NUMCTL.  A
005855*    MISSING OR EMPTY CONTROL FILE STARTS EVERY SERIES AT 1.
005856 01  WS-NEXT-PO-NUMBER         PIC 9(7) VALUE 1.
005857 01  WS-NEXT-ORDER-NUMBER      PIC 9(7) VALUE 1.
       01  WS-NEXT-QUOTE-NUMBER      PIC 9(7) VALUE 1.
005858
005860 01  EXCEPTION-DETAIL-LINE.
005862     05 EXC-VENDOR-NUMBER      PIC ZZZZ9.
006219 01  WS-HIGH-LINE-NUMBER       PIC 9(3) VALUE ZERO.
006236 01  WS-LINE-SCAN-AT-END       PIC X VALUE "N".
006253
006254*    A RELEASE IS BUILT IN THE SAME RECORD AREA ITS BLANKET
006255*    WAS READ INTO, SO WHAT IT TAKES FROM THE BLANKET IS HELD
006256*    HERE UNTIL THE BLANKET IS READ BACK AND DRAWN DOWN.
006257 01  WS-BLANKET-VALID-SWITCH   PIC X VALUE "N".
006258     88 WS-BLANKET-VALID              VALUE "Y".
006259 01  WS-BLANKET-NUMBER         PIC 9(7) VALUE ZERO.
006260 01  WS-BLANKET-ITEM           PIC X(08) VALUE SPACES.
006261 01  WS-BLANKET-DESCRIPTION    PIC X(40) VALUE SPACES.
006262 01  WS-BLANKET-WAREHOUSE      PIC X(03) VALUE SPACES.
006263 01  WS-RELEASE-QUANTITY       PIC 9(7) VALUE ZERO.
006264 01  WS-RELEASE-UNIT-COST      PIC 9(7)V99 VALUE ZERO.
006265 01  WS-RELEASE-AMOUNT         PIC 9(9)V99 VALUE ZERO.
006266
006270 01  WS-CONTROL-TOTALS.
006287     05 WS-TRANS-READ          PIC 9(7) VALUE ZERO.
006304     05 WS-ORDERS-ADDED        PIC 9(7) VALUE ZERO.
006423     05 WS-ORDERS-HELD         PIC 9(7) VALUE ZERO.
006440     05 WS-ORDERS-APPROVED     PIC 9(7) VALUE ZERO.
006457     05 WS-ORDERS-REJECTED     PIC 9(7) VALUE ZERO.
           05 WS-PERIOD-OVERRIDES    PIC 9(7) VALUE ZERO.
           05 WS-BLANKETS-ADDED      PIC 9(7) VALUE ZERO.
           05 WS-RELEASES-DRAWN      PIC 9(7) VALUE ZERO.
           05 WS-RELEASES-RETURNED   PIC 9(7) VALUE ZERO.
           05 WS-DOCUMENT-HOLDS      PIC 9(7) VALUE ZERO.

      *    PARAMETER PASSED TO THE SHARED POSTING-PERIOD LOCK
      *    SUBPROGRAM -- SEE PERLOCK.
       01  PURMAINT-PERLOCK-PARM.
           05 PERLOCK-PROGRAM-NAME   PIC X(08).
           05 PERLOCK-OPERATOR-ID    PIC X(08).
           05 PERLOCK-RECORD-KEY     PIC X(10).
           05 PERLOCK-TRAN-DATE      PIC 9(08).
           05 PERLOCK-OVERRIDE-CODE  PIC X(01).
           05 PERLOCK-RESULT         PIC X(02).
               88 PERLOCK-OVERRIDDEN          VALUE "OV".
               88 PERLOCK-YEAR-CLOSED         VALUE "YC".
               88 PERLOCK-NOT-AUTHORIZED      VALUE "NA".
               88 PERLOCK-POSTABLE            VALUE "OK" "OV".
           05 PERLOCK-OPEN-PERIOD    PIC 9(06).
           05 PERLOCK-FUNCTION       PIC X(01).

      *    PARAMETER PASSED TO THE SHARED WAREHOUSE-TABLE
      *    SUBPROGRAM -- SEE WHSCHK.
       01  PURMAINT-WHSCHK-PARM.
           05 WHSCHK-FUNCTION        PIC X(01).
           05 WHSCHK-WAREHOUSE       PIC X(03).
           05 WHSCHK-ENTRY-NUMBER    PIC 9(03).
           05 WHSCHK-WAREHOUSE-NAME  PIC X(30).
           05 WHSCHK-RESULT          PIC X(02).
               88 WHSCHK-NOT-ON-TABLE         VALUE "NF".

      *    PARAMETER PASSED TO THE SHARED VENDOR-COMPLIANCE CHECK
      *    SUBPROGRAM -- SEE VDCCHK.
       01  PURMAINT-VDCCHK-PARM.
           05 VDCCHK-VENDOR-NUMBER   PIC 9(5).
           05 VDCCHK-AS-OF-DATE      PIC 9(8).
           05 VDCCHK-COMPLIANT-SWITCH PIC X(01).
               88 VDCCHK-COMPLIANT            VALUE "Y".
               88 VDCCHK-NOT-COMPLIANT        VALUE "N".
           05 VDCCHK-REASON-CODE     PIC X(03).
           05 VDCCHK-REASON-TEXT     PIC X(25).

      *    TODAY -- THE DATE A VENDOR'S DOCUMENTS MUST BE IN FORCE
      *    ON FOR AN ORDER TO GO ON.
       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
006500
006510 LINKAGE SECTION.
006520 01  PURMAINT-PARM.
007300     STOP RUN.
007400
007500 OPENING-PROCEDURE.
007510     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
007521     OPEN I-O PURCHASE-ORDER-FILE.
007542     IF NOT PURORD-FILE-OK
007563        DISPLAY "PURMAINT: UNABLE TO OPEN PURCHASE-ORDER-FILE, "
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
009180
010040     DISPLAY "  ORDERS HELD ..........: " WS-ORDERS-HELD.
010050     DISPLAY "  ORDERS APPROVED ......: " WS-ORDERS-APPROVED.
010060     DISPLAY "  ORDERS REJECTED ......: " WS-ORDERS-REJECTED.
010080     DISPLAY "  PERIOD OVERRIDES .....: " WS-PERIOD-OVERRIDES.
010085     DISPLAY "  BLANKETS ADDED .......: " WS-BLANKETS-ADDED.
010090     DISPLAY "  RELEASES DRAWN .......: " WS-RELEASES-DRAWN.
010095     DISPLAY "  RELEASES RETURNED ....: " WS-RELEASES-RETURNED.
010097     DISPLAY "  VENDOR DOCUMENT HOLDS : " WS-DOCUMENT-HOLDS.
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
012100        WHEN PTRAN-ADD
012200             PERFORM ADD-PURCHASE-ORDER
012300        WHEN PTRAN-CLOSE
012680             PERFORM APPROVE-PURCHASE-ORDER
012690        WHEN PTRAN-REJECT
012692             PERFORM REJECT-PURCHASE-ORDER
012693        WHEN PTRAN-ADD-BLANKET
012695             PERFORM ADD-BLANKET-ORDER
012696        WHEN PTRAN-RELEASE
012698             PERFORM RELEASE-FROM-BLANKET
012700        WHEN OTHER
012800             DISPLAY "PURMAINT: INVALID TRANSACTION CODE FOR "
012900                     PTRAN-VENDOR-NUMBER "/" PTRAN-PO-NUMBER
013100     END-EVALUATE.
013200     PERFORM READ-NEXT-TRANSACTION.
013300
013302*    AN ORDER OPENED OR CLOSED INTO A MONTH ALREADY CLOSED
013304*    RECYCLES UNLESS IT IS A CONTROLLER'S PRIOR-PERIOD
013306*    ADJUSTMENT -- SEE PERLOCK.  THE DATE CHECKED IS THE
013308*    ONE THE TRANSACTION POSTS: ORDER DATE ON AN ADD, A
013310*    BLANKET OR A RELEASE, CLOSED DATE ON A CLOSE.
013312 CHECK-POSTING-PERIOD.
013314     MOVE "OK" TO PERLOCK-RESULT.
013316     IF PTRAN-ADD OR PTRAN-CLOSE
013318        OR PTRAN-ADD-BLANKET OR PTRAN-RELEASE
013320        MOVE "PURMAINT"            TO PERLOCK-PROGRAM-NAME
013322        MOVE PURMAINT-OPERATOR-ID  TO PERLOCK-OPERATOR-ID
013324        MOVE PTRAN-PO-NUMBER       TO PERLOCK-RECORD-KEY
013326        IF PTRAN-CLOSE
013328           MOVE PTRAN-CLOSED-DATE  TO PERLOCK-TRAN-DATE
013330        ELSE
013332           MOVE PTRAN-ORDER-DATE   TO PERLOCK-TRAN-DATE
013334        END-IF
013336        MOVE PTRAN-PERIOD-OVERRIDE TO PERLOCK-OVERRIDE-CODE
013337        MOVE "C"                   TO PERLOCK-FUNCTION
013338        CALL "PERLOCK" USING PURMAINT-PERLOCK-PARM
013346     END-IF.
013348
013350 REJECT-CLOSED-PERIOD.
013352     DISPLAY "PURMAINT: PO " PTRAN-VENDOR-NUMBER "/"
013354             PTRAN-PO-NUMBER " DATED " PERLOCK-TRAN-DATE
013356             " IS BEFORE OPEN PERIOD " PERLOCK-OPEN-PERIOD
013358             ", REJECTED".
013360     ADD 1 TO WS-TRANS-IN-ERROR.
013362     EVALUATE TRUE
013364        WHEN PERLOCK-YEAR-CLOSED
013366           MOVE "CLS" TO WS-REJECT-CODE
013368           MOVE "POSTED INTO CLOSED YEAR" TO WS-REJECT-REASON
013370        WHEN PERLOCK-NOT-AUTHORIZED
013372           MOVE "POA" TO WS-REJECT-CODE
013374           MOVE "OVERRIDE NOT AUTHORIZED" TO WS-REJECT-REASON
013376        WHEN OTHER
013378           MOVE "PCL" TO WS-REJECT-CODE
013380           MOVE "PERIOD CLOSED" TO WS-REJECT-REASON
013382     END-EVALUATE.
013384     PERFORM WRITE-REJECT-TO-RECYCLE.
013386
013387*    AN OVERRIDE IS COUNTED AND AUDITED ONLY ONCE THE ORDER
013388*    IS ON FILE -- ONE THAT RECYCLES NEVER POSTED.
013389 AUDIT-PERIOD-OVERRIDE.
013390     IF PERLOCK-OVERRIDDEN
013391        ADD 1 TO WS-PERIOD-OVERRIDES
013392        MOVE "A" TO PERLOCK-FUNCTION
013393        CALL "PERLOCK" USING PURMAINT-PERLOCK-PARM
013394     END-IF.
013395
013400 ADD-PURCHASE-ORDER.
013410     PERFORM VALIDATE-VENDOR-FOR-ADD.
013420     IF NOT WS-VENDOR-VALID
013430        PERFORM REJECT-ADD-TO-EXCEPTIONS
013440     ELSE
013442        PERFORM VALIDATE-ITEM-FOR-ADD
013443        PERFORM VALIDATE-WAREHOUSE-FOR-ADD
013444        IF NOT WS-ITEM-VALID
013445           OR NOT WS-WAREHOUSE-VALID
013446           PERFORM REJECT-ADD-TO-EXCEPTIONS
013448        ELSE
013449           PERFORM CHECK-CONTRACT-PRICE
013900     MOVE PTRAN-QUANTITY       TO PO-QUANTITY.
014000     MOVE PTRAN-UNIT-COST      TO PO-UNIT-COST.
014050     MOVE PTRAN-ITEM-NUMBER    TO PO-ITEM-NUMBER.
014052*    KEPT AS KEYED -- BLANK MEANS THE DEFAULT WAREHOUSE, AND
014054*    IS RESOLVED WHEN THE GOODS ARRIVE.
014056     MOVE PTRAN-WAREHOUSE      TO PO-WAREHOUSE.
014057*    THE BUYER IS WHOEVER KEYED THE ORDER.
014058     MOVE PURMAINT-OPERATOR-ID TO PO-BUYER.
014060*    A KEYED ITEM BRINGS THE MASTER'S DESCRIPTION WITH IT --
014070*    ONE SPELLING PER PART, EVERYWHERE.
014080     IF PTRAN-ITEM-NUMBER NOT = SPACES
015170                    " ASSIGNED " PO-NUMBER
015180            ADD 1 TO WS-NEXT-PO-NUMBER
015200            ADD 1 TO WS-ORDERS-ADDED
015205            PERFORM AUDIT-PERIOD-OVERRIDE
015210            IF PO-STATUS-PENDING
015220               ADD 1 TO WS-ORDERS-HELD
015230               DISPLAY "PURMAINT: PO " PO-VENDOR-NUMBER
016600            MOVE PTRAN-CLOSED-DATE TO PO-CLOSED-DATE
016700            REWRITE PURCHASE-ORDER-RECORD
016800            ADD 1 TO WS-ORDERS-CLOSED
016825            PERFORM AUDIT-PERIOD-OVERRIDE
016850            IF WS-PO-PRIOR-STATUS = "O"
016860               PERFORM SUBTRACT-ORDER-FROM-BALANCE
016870            END-IF
018350            IF WS-PO-PRIOR-STATUS = "O"
018360               PERFORM SUBTRACT-ORDER-FROM-BALANCE
018370            END-IF
018376            IF PO-RELEASE AND WS-PO-PRIOR-STATUS = "O"
018384               PERFORM RETURN-RELEASE-TO-BLANKET
018392            END-IF
018400     END-READ.
018500
018600*    FOLD THE ORDER JUST ADDED INTO THE VENDOR'S RUNNING OPEN-
023100               MOVE "VENDOR INACTIVE" TO WS-REJECT-REASON
023110               MOVE "VIA" TO WS-REJECT-CODE
023200            ELSE
023240               PERFORM CHECK-VENDOR-DOCUMENTS
023280               IF NOT WS-VENDOR-VALID
023320                  ADD 1 TO WS-DOCUMENT-HOLDS
023360               END-IF
023400            END-IF
023500     END-READ.
023506
023512*    A VENDOR WITHOUT A CURRENT W-9 AND CERTIFICATE OF
023518*    INSURANCE TAKES NO NEW ORDERS OR RELEASES UNTIL
023525*    PURCHASING HAS THEM ON FILE -- SEE VDCCHK.
023531 CHECK-VENDOR-DOCUMENTS.
023537     MOVE PTRAN-VENDOR-NUMBER TO VDCCHK-VENDOR-NUMBER.
023543     MOVE WS-RUN-DATE         TO VDCCHK-AS-OF-DATE.
023550     CALL "VDCCHK" USING PURMAINT-VDCCHK-PARM.
023556     IF VDCCHK-COMPLIANT
023562        MOVE "Y" TO WS-VENDOR-VALID-SWITCH
023568     ELSE
023575        MOVE "N" TO WS-VENDOR-VALID-SWITCH
023581        MOVE VDCCHK-REASON-TEXT TO WS-REJECT-REASON
023587        MOVE VDCCHK-REASON-CODE TO WS-REJECT-CODE
023593     END-IF.
023600
023700 REJECT-ADD-TO-EXCEPTIONS.
023800     DISPLAY "PURMAINT: PO " PTRAN-VENDOR-NUMBER "/"
027200                  MOVE "IIA" TO WS-REJECT-CODE
027300               END-IF
027400        END-READ
027406     END-IF.
027412
027418*    A BLANK WAREHOUSE IS STILL ALLOWED AND MEANS THE DEFAULT
027424*    ONE, BUT A KEYED WAREHOUSE MUST BE ON THE TABLE.
027430 VALIDATE-WAREHOUSE-FOR-ADD.
027436     MOVE "Y" TO WS-WAREHOUSE-VALID-SWITCH.
027442     IF PTRAN-WAREHOUSE NOT = SPACES
027448        MOVE "V"             TO WHSCHK-FUNCTION
027454        MOVE PTRAN-WAREHOUSE TO WHSCHK-WAREHOUSE
027460        CALL "WHSCHK" USING PURMAINT-WHSCHK-PARM
027466        IF WHSCHK-NOT-ON-TABLE
027472           MOVE "N" TO WS-WAREHOUSE-VALID-SWITCH
027478           MOVE "WAREHOUSE NOT ON TABLE" TO WS-REJECT-REASON
027484           MOVE "WNF" TO WS-REJECT-CODE
027490        END-IF
027500     END-IF.
027600
027700*    WHEN A CONTRACT PRICE IS ON FILE FOR THE VENDOR AND ITEM,
033800            PERFORM ADD-LINE-TO-OPEN-ORDER
033900     END-READ.
034000
034025*    A BLANKET IS NEVER RECEIVED, SO IT TAKES NO LINES, AND A
034050*    RELEASE IS EXACTLY WHAT IT DREW FROM ITS BLANKET -- MORE
034075*    OF EITHER IS ANOTHER RELEASE.
034100 ADD-LINE-TO-OPEN-ORDER.
034170     EVALUATE TRUE
034240        WHEN PO-BLANKET OR PO-RELEASE
034310             DISPLAY "PURMAINT: PO " PTRAN-VENDOR-NUMBER "/"
034380                     PTRAN-PO-NUMBER " IS A BLANKET OR "
034450                     "RELEASE, LINE REJECTED"
034520             ADD 1 TO WS-TRANS-IN-ERROR
034590             MOVE "BLK" TO WS-REJECT-CODE
034660             MOVE "KEY A BLANKET RELEASE" TO WS-REJECT-REASON
034730             PERFORM WRITE-REJECT-TO-RECYCLE
034800        WHEN NOT PO-STATUS-OPEN
034870             DISPLAY "PURMAINT: PO " PTRAN-VENDOR-NUMBER "/"
034940                     PTRAN-PO-NUMBER " NOT OPEN, LINE REJECTED"
035010             ADD 1 TO WS-TRANS-IN-ERROR
035080             MOVE "NOP" TO WS-REJECT-CODE
035150             MOVE "PO NOT OPEN" TO WS-REJECT-REASON
035220             PERFORM WRITE-REJECT-TO-RECYCLE
035290        WHEN OTHER
035360             PERFORM VALIDATE-ITEM-FOR-ADD
035430             IF NOT WS-ITEM-VALID
035500                PERFORM REJECT-ADD-TO-EXCEPTIONS
035570             ELSE
035640                PERFORM CHECK-CONTRACT-PRICE
035710                IF WS-PRICE-OK
035780                   PERFORM WRITE-NEW-PO-LINE
035850                ELSE
035920                   PERFORM REJECT-ADD-TO-EXCEPTIONS
035990                END-IF
036060             END-IF
036130     END-EVALUATE.
036200
036300*    NOTE THE HIGHEST LINE ALREADY ON FILE FOR THIS PO SO
036310*    THE NEW LINE GOES UNDER THE NEXT NUMBER UP -- THE SAME
055200            END-IF
055300            REWRITE VENDOR-BALANCE-RECORD
055400     END-READ.
055500
055600*    A BLANKET GOES THROUGH THE SAME VENDOR, ITEM, WAREHOUSE
055700*    AND CONTRACT-PRICE CHECKS AS ANY ADD.  ONE KEYED WITH NO
055800*    QUANTITY IS A COMMITTED AMOUNT WITH NO UNIT PRICE TO
055900*    HOLD AGAINST THE CONTRACT.
056000 ADD-BLANKET-ORDER.
056100     PERFORM VALIDATE-VENDOR-FOR-ADD.
056200     IF NOT WS-VENDOR-VALID
056300        PERFORM REJECT-ADD-TO-EXCEPTIONS
056400     ELSE
056500        PERFORM VALIDATE-ITEM-FOR-ADD
056600        PERFORM VALIDATE-WAREHOUSE-FOR-ADD
056700        PERFORM VALIDATE-BLANKET-TERMS
056800        IF NOT WS-ITEM-VALID
056900           OR NOT WS-WAREHOUSE-VALID
057000           OR NOT WS-BLANKET-VALID
057100           PERFORM REJECT-ADD-TO-EXCEPTIONS
057200        ELSE
057300           MOVE "Y" TO WS-PRICE-OK-SWITCH
057400           IF PTRAN-QUANTITY > ZERO
057500              PERFORM CHECK-CONTRACT-PRICE
057600           END-IF
057700           IF WS-PRICE-OK
057800              PERFORM WRITE-NEW-BLANKET-ORDER
057900           ELSE
058000              PERFORM REJECT-ADD-TO-EXCEPTIONS
058100           END-IF
058200        END-IF
058300     END-IF.
058400
058500 VALIDATE-BLANKET-TERMS.
058600     MOVE "Y" TO WS-BLANKET-VALID-SWITCH.
058700     EVALUATE TRUE
058800        WHEN PTRAN-BLANKET-END-DATE NOT NUMERIC
058900             MOVE "N" TO WS-BLANKET-VALID-SWITCH
059000             MOVE "BLANKET END DATE INVALID" TO WS-REJECT-REASON
059100             MOVE "BED" TO WS-REJECT-CODE
059200        WHEN PTRAN-BLANKET-END-DATE NOT > PTRAN-ORDER-DATE
059300             MOVE "N" TO WS-BLANKET-VALID-SWITCH
059400             MOVE "BLANKET END DATE INVALID" TO WS-REJECT-REASON
059500             MOVE "BED" TO WS-REJECT-CODE
059600        WHEN PTRAN-QUANTITY > ZERO
059700             CONTINUE
059800        WHEN PTRAN-AUTHORIZED-AMOUNT NOT NUMERIC
059900             MOVE "N" TO WS-BLANKET-VALID-SWITCH
060000             MOVE "NO AUTHORIZED QTY/AMOUNT" TO WS-REJECT-REASON
060100             MOVE "BNA" TO WS-REJECT-CODE
060200        WHEN PTRAN-AUTHORIZED-AMOUNT = ZERO
060300             MOVE "N" TO WS-BLANKET-VALID-SWITCH
060400             MOVE "NO AUTHORIZED QTY/AMOUNT" TO WS-REJECT-REASON
060500             MOVE "BNA" TO WS-REJECT-CODE
060600     END-EVALUATE.
060700
060800*    THE BLANKET OPENS WITH ALL OF ITS AUTHORIZATION STILL TO
060900*    RELEASE, AND THAT IS WHAT JOINS THE VENDOR'S OPEN-
061000*    COMMITMENT BALANCE.  IT HAS NO LINES -- NOTHING IS EVER
061100*    RECEIVED AGAINST IT -- AND IT IS EXPECTED, FOR CASH
061200*    PLANNING, BY ITS END DATE.
061300 WRITE-NEW-BLANKET-ORDER.
061400     MOVE SPACES TO PURCHASE-ORDER-RECORD.
061500     MOVE PTRAN-VENDOR-NUMBER    TO PO-VENDOR-NUMBER.
061600     MOVE WS-NEXT-PO-NUMBER      TO PO-NUMBER.
061700     MOVE PTRAN-ORDER-DATE       TO PO-ORDER-DATE.
061800     MOVE PTRAN-DESCRIPTION      TO PO-DESCRIPTION.
061900     MOVE PTRAN-ITEM-NUMBER      TO PO-ITEM-NUMBER.
062000     IF PTRAN-ITEM-NUMBER NOT = SPACES
062100        MOVE ITEM-DESCRIPTION TO PO-DESCRIPTION
062200     END-IF.
062300     MOVE PTRAN-WAREHOUSE        TO PO-WAREHOUSE.
062400     MOVE PURMAINT-OPERATOR-ID   TO PO-BUYER.
062500     SET PO-BLANKET TO TRUE.
062600     MOVE PTRAN-BLANKET-END-DATE TO PO-BLANKET-END-DATE.
062700     MOVE PTRAN-BLANKET-END-DATE TO PO-EXPECTED-DATE.
062800     MOVE ZERO                   TO PO-CLOSED-DATE.
062900     MOVE ZERO                   TO PO-RELEASED-QUANTITY.
063000     MOVE ZERO                   TO PO-RELEASED-AMOUNT.
063100     MOVE ZERO                   TO PO-BLANKET-NUMBER.
063200     IF PTRAN-QUANTITY > ZERO
063300        MOVE PTRAN-QUANTITY  TO PO-QUANTITY
063400        MOVE PTRAN-QUANTITY  TO PO-AUTHORIZED-QUANTITY
063500        MOVE PTRAN-UNIT-COST TO PO-UNIT-COST
063600        COMPUTE PO-AUTHORIZED-AMOUNT =
063700                PTRAN-QUANTITY * PTRAN-UNIT-COST
063800     ELSE
063900        MOVE ZERO TO PO-QUANTITY
064000        MOVE ZERO TO PO-AUTHORIZED-QUANTITY
064100        MOVE ZERO TO PO-UNIT-COST
064200        MOVE PTRAN-AUTHORIZED-AMOUNT TO PO-AUTHORIZED-AMOUNT
064300     END-IF.
064400     MOVE PO-AUTHORIZED-AMOUNT   TO PO-TOTAL-AMOUNT.
064500*    THE YEAR'S COMMITMENT GETS THE SAME SECOND PAIR OF EYES
064600*    AS ANY ORDER OVER THE THRESHOLD; ITS RELEASES DO NOT.
064700     IF PO-TOTAL-AMOUNT > WS-APPROVAL-THRESHOLD
064800        SET PO-STATUS-PENDING TO TRUE
064900     ELSE
065000        SET PO-STATUS-OPEN TO TRUE
065100     END-IF.
065200     WRITE PURCHASE-ORDER-RECORD
065300         INVALID KEY
065400            DISPLAY "PURMAINT: PO " PTRAN-VENDOR-NUMBER "/"
065500                    PO-NUMBER " ALREADY EXISTS, BLANKET "
065600                    "REJECTED"
065700            ADD 1 TO WS-TRANS-IN-ERROR
065800            MOVE "DUP" TO WS-REJECT-CODE
065900            MOVE "PO ALREADY ON FILE" TO WS-REJECT-REASON
066000            PERFORM WRITE-REJECT-TO-RECYCLE
066100         NOT INVALID KEY
066200            DISPLAY "PURMAINT: BLANKET " PTRAN-VENDOR-NUMBER
066300                    " KEYED " PTRAN-PO-NUMBER
066400                    " ASSIGNED " PO-NUMBER
066500            ADD 1 TO WS-NEXT-PO-NUMBER
066600            ADD 1 TO WS-BLANKETS-ADDED
066650            PERFORM AUDIT-PERIOD-OVERRIDE
066700            IF PO-STATUS-PENDING
066800               ADD 1 TO WS-ORDERS-HELD
066900               DISPLAY "PURMAINT: PO " PO-VENDOR-NUMBER
067000                       "/" PO-NUMBER " HELD FOR APPROVAL"
067100            ELSE
067200               PERFORM ADD-ORDER-TO-BALANCE
067300            END-IF
067400     END-WRITE.
067500
067600*    A RELEASE NAMES ITS BLANKET IN THE PO NUMBER.  THE
067700*    BLANKET MUST BE OPEN (APPROVED), NOT PAST ITS END DATE,
067800*    AND HAVE ENOUGH LEFT FOR THE RELEASE -- QUANTITY AND
067900*    DOLLARS ON A QUANTITY BLANKET, DOLLARS ON AN AMOUNT ONE.
068000 RELEASE-FROM-BLANKET.
068100     MOVE PTRAN-VENDOR-NUMBER TO PO-VENDOR-NUMBER.
068200     MOVE PTRAN-PO-NUMBER     TO PO-NUMBER.
068300     READ PURCHASE-ORDER-FILE
068400         INVALID KEY
068500            DISPLAY "PURMAINT: BLANKET " PTRAN-VENDOR-NUMBER "/"
068600                    PTRAN-PO-NUMBER " NOT ON FILE, RELEASE "
068700                    "REJECTED"
068800            ADD 1 TO WS-TRANS-IN-ERROR
068900            MOVE "NOF" TO WS-REJECT-CODE
069000            MOVE "PO NOT ON FILE" TO WS-REJECT-REASON
069100            PERFORM WRITE-REJECT-TO-RECYCLE
069200         NOT INVALID KEY
069300            PERFORM CHECK-RELEASE-AGAINST-BLANKET
069400     END-READ.
069500
069600 CHECK-RELEASE-AGAINST-BLANKET.
069700     MOVE "Y" TO WS-BLANKET-VALID-SWITCH.
069800     PERFORM VALIDATE-WAREHOUSE-FOR-ADD.
069850     PERFORM CHECK-VENDOR-DOCUMENTS.
069900     EVALUATE TRUE
070000        WHEN NOT PO-BLANKET
070100             MOVE "N" TO WS-BLANKET-VALID-SWITCH
070200             MOVE "PO IS NOT A BLANKET" TO WS-REJECT-REASON
070300             MOVE "NBK" TO WS-REJECT-CODE
070400        WHEN NOT PO-STATUS-OPEN
070500             MOVE "N" TO WS-BLANKET-VALID-SWITCH
070600             MOVE "PO NOT OPEN" TO WS-REJECT-REASON
070700             MOVE "NOP" TO WS-REJECT-CODE
070800        WHEN PTRAN-ORDER-DATE > PO-BLANKET-END-DATE
070900             MOVE "N" TO WS-BLANKET-VALID-SWITCH
071000             MOVE "BLANKET EXPIRED" TO WS-REJECT-REASON
071100             MOVE "BXP" TO WS-REJECT-CODE
071200        WHEN PTRAN-QUANTITY = ZERO
071300             MOVE "N" TO WS-BLANKET-VALID-SWITCH
071400             MOVE "NO RELEASE QUANTITY" TO WS-REJECT-REASON
071500             MOVE "BRQ" TO WS-REJECT-CODE
071525        WHEN NOT WS-VENDOR-VALID
071550             MOVE "N" TO WS-BLANKET-VALID-SWITCH
071575             ADD 1 TO WS-DOCUMENT-HOLDS
071600        WHEN NOT WS-WAREHOUSE-VALID
071700             MOVE "N" TO WS-BLANKET-VALID-SWITCH
071800        WHEN OTHER
071900             PERFORM PRICE-AND-CHECK-RELEASE
072000     END-EVALUATE.
072100     IF WS-BLANKET-VALID
072200        PERFORM WRITE-RELEASE-ORDER
072300     ELSE
072400        DISPLAY "PURMAINT: RELEASE AGAINST BLANKET "
072500                PTRAN-VENDOR-NUMBER "/" PTRAN-PO-NUMBER
072600                " REJECTED, " WS-REJECT-REASON
072700        ADD 1 TO WS-TRANS-IN-ERROR
072800        PERFORM WRITE-REJECT-TO-RECYCLE
072900     END-IF.
073000
073100*    A QUANTITY BLANKET RELEASES AT ITS AGREED PRICE; AN
073200*    AMOUNT BLANKET AT THE COST KEYED ON THE RELEASE.
073300 PRICE-AND-CHECK-RELEASE.
073400     IF PO-AUTHORIZED-QUANTITY > ZERO
073500        MOVE PO-UNIT-COST    TO WS-RELEASE-UNIT-COST
073600     ELSE
073700        MOVE PTRAN-UNIT-COST TO WS-RELEASE-UNIT-COST
073800     END-IF.
073900     COMPUTE WS-RELEASE-AMOUNT =
074000             PTRAN-QUANTITY * WS-RELEASE-UNIT-COST.
074100     EVALUATE TRUE
074200        WHEN WS-RELEASE-AMOUNT = ZERO
074300             MOVE "N" TO WS-BLANKET-VALID-SWITCH
074400             MOVE "NO RELEASE AMOUNT" TO WS-REJECT-REASON
074500             MOVE "BRA" TO WS-REJECT-CODE
074600        WHEN PO-AUTHORIZED-QUANTITY > ZERO
074700             AND PTRAN-QUANTITY > PO-QUANTITY
074800             MOVE "N" TO WS-BLANKET-VALID-SWITCH
074900             MOVE "RELEASE EXCEEDS BLANKET" TO WS-REJECT-REASON
075000             MOVE "BEX" TO WS-REJECT-CODE
075100        WHEN WS-RELEASE-AMOUNT > PO-TOTAL-AMOUNT
075200             MOVE "N" TO WS-BLANKET-VALID-SWITCH
075300             MOVE "RELEASE EXCEEDS BLANKET" TO WS-REJECT-REASON
075400             MOVE "BEX" TO WS-REJECT-CODE
075500     END-EVALUATE.
075600
075700*    THE RELEASE IS AN ORDINARY OPEN PO WITH ITS LINE 001 --
075800*    PRINTED, RECEIVED AND MATCHED LIKE ANY OTHER -- UNDER THE
075900*    NEXT PO NUMBER, CARRYING THE BLANKET'S ITEM.  IT NEEDS NO
076000*    APPROVAL OF ITS OWN; THE BLANKET HAD IT.
076100 WRITE-RELEASE-ORDER.
076200     MOVE PO-NUMBER         TO WS-BLANKET-NUMBER.
076300     MOVE PO-ITEM-NUMBER    TO WS-BLANKET-ITEM.
076400     MOVE PO-DESCRIPTION    TO WS-BLANKET-DESCRIPTION.
076500     IF PTRAN-WAREHOUSE = SPACES
076600        MOVE PO-WAREHOUSE    TO WS-BLANKET-WAREHOUSE
076700     ELSE
076800        MOVE PTRAN-WAREHOUSE TO WS-BLANKET-WAREHOUSE
076900     END-IF.
077000     MOVE SPACES TO PURCHASE-ORDER-RECORD.
077100     MOVE PTRAN-VENDOR-NUMBER    TO PO-VENDOR-NUMBER.
077200     MOVE WS-NEXT-PO-NUMBER      TO PO-NUMBER.
077300     MOVE PTRAN-ORDER-DATE       TO PO-ORDER-DATE.
077400     MOVE WS-BLANKET-DESCRIPTION TO PO-DESCRIPTION.
077500     MOVE WS-BLANKET-ITEM        TO PO-ITEM-NUMBER.
077600     MOVE WS-BLANKET-WAREHOUSE   TO PO-WAREHOUSE.
077700     MOVE PURMAINT-OPERATOR-ID   TO PO-BUYER.
077800     MOVE PTRAN-QUANTITY         TO PO-QUANTITY.
077900     MOVE WS-RELEASE-UNIT-COST   TO PO-UNIT-COST.
078000     MOVE WS-RELEASE-AMOUNT      TO PO-TOTAL-AMOUNT.
078100     MOVE PTRAN-EXPECTED-DATE    TO PO-EXPECTED-DATE.
078200     MOVE ZERO                   TO PO-CLOSED-DATE.
078300     SET PO-STATUS-OPEN TO TRUE.
078400     SET PO-RELEASE TO TRUE.
078500     MOVE ZERO                   TO PO-BLANKET-END-DATE.
078600     MOVE ZERO                   TO PO-AUTHORIZED-QUANTITY.
078700     MOVE ZERO                   TO PO-AUTHORIZED-AMOUNT.
078800     MOVE ZERO                   TO PO-RELEASED-QUANTITY.
078900     MOVE ZERO                   TO PO-RELEASED-AMOUNT.
079000     MOVE WS-BLANKET-NUMBER      TO PO-BLANKET-NUMBER.
079100     WRITE PURCHASE-ORDER-RECORD
079200         INVALID KEY
079300            DISPLAY "PURMAINT: PO " PTRAN-VENDOR-NUMBER "/"
079400                    PO-NUMBER " ALREADY EXISTS, RELEASE "
079500                    "REJECTED"
079600            ADD 1 TO WS-TRANS-IN-ERROR
079700            MOVE "DUP" TO WS-REJECT-CODE
079800            MOVE "PO ALREADY ON FILE" TO WS-REJECT-REASON
079900            PERFORM WRITE-REJECT-TO-RECYCLE
080000         NOT INVALID KEY
080100            DISPLAY "PURMAINT: PO " PO-VENDOR-NUMBER "/"
080200                    PO-NUMBER " RELEASED FROM BLANKET "
080300                    WS-BLANKET-NUMBER
080400            ADD 1 TO WS-NEXT-PO-NUMBER
080500            ADD 1 TO WS-RELEASES-DRAWN
080550            PERFORM AUDIT-PERIOD-OVERRIDE
080600            PERFORM WRITE-HEADER-LINE-ONE
080700            PERFORM DRAW-DOWN-BLANKET
080800     END-WRITE.
080900
081000*    THE RELEASE'S DOLLARS WERE ALREADY IN THE VENDOR'S OPEN-
081100*    COMMITMENT BALANCE AS PART OF THE BLANKET -- THEY MOVE
081200*    FROM ONE ORDER TO THE OTHER, SO ONLY THE COUNT GROWS.
081300 DRAW-DOWN-BLANKET.
081400     MOVE PTRAN-VENDOR-NUMBER TO PO-VENDOR-NUMBER.
081500     MOVE WS-BLANKET-NUMBER   TO PO-NUMBER.
081600     READ PURCHASE-ORDER-FILE
081700         INVALID KEY
081800            DISPLAY "PURMAINT: BLANKET " PTRAN-VENDOR-NUMBER
081900                    "/" WS-BLANKET-NUMBER " NOT ON FILE, "
082000                    "NOT DRAWN DOWN"
082100         NOT INVALID KEY
082200            ADD PTRAN-QUANTITY    TO PO-RELEASED-QUANTITY
082300            ADD WS-RELEASE-AMOUNT TO PO-RELEASED-AMOUNT
082400            IF PO-AUTHORIZED-QUANTITY > ZERO
082500               SUBTRACT PTRAN-QUANTITY FROM PO-QUANTITY
082600            END-IF
082700            SUBTRACT WS-RELEASE-AMOUNT FROM PO-TOTAL-AMOUNT
082800            REWRITE PURCHASE-ORDER-RECORD
082900            MOVE PO-VENDOR-NUMBER TO BAL-VENDOR-NUMBER
083000            READ VENDOR-BALANCE-FILE
083100                INVALID KEY
083200                   PERFORM CREATE-BALANCE-RECORD
083300            END-READ
083400            ADD 1 TO BAL-OPEN-PO-COUNT
083500            REWRITE VENDOR-BALANCE-RECORD
083600     END-READ.
083700
083800*    A RELEASE CANCELLED WHILE STILL OPEN GOES BACK ON ITS
083900*    BLANKET, AND ITS DOLLARS BACK INTO THE VENDOR'S OPEN-
084000*    COMMITMENT BALANCE WITH IT -- UNLESS THE BLANKET HAS
084100*    SINCE BEEN CLOSED, WHEN THE COMMITMENT HAS LAPSED.
084200 RETURN-RELEASE-TO-BLANKET.
084300     MOVE PO-QUANTITY       TO WS-RELEASE-QUANTITY.
084400     MOVE PO-TOTAL-AMOUNT   TO WS-RELEASE-AMOUNT.
084500     MOVE PO-BLANKET-NUMBER TO PO-NUMBER.
084600     READ PURCHASE-ORDER-FILE
084700         INVALID KEY
084800            DISPLAY "PURMAINT: BLANKET " PO-VENDOR-NUMBER
084900                    "/" PO-NUMBER " NOT ON FILE, RELEASE "
085000                    "NOT RETURNED"
085100         NOT INVALID KEY
085200            IF PO-BLANKET AND PO-STATUS-OPEN
085300               PERFORM RESTORE-BLANKET
085400            END-IF
085500     END-READ.
085600
085700 RESTORE-BLANKET.
085800     IF PO-RELEASED-QUANTITY NOT < WS-RELEASE-QUANTITY
085900        SUBTRACT WS-RELEASE-QUANTITY FROM PO-RELEASED-QUANTITY
086000     ELSE
086100        MOVE ZERO TO PO-RELEASED-QUANTITY
086200     END-IF.
086300     IF PO-RELEASED-AMOUNT NOT < WS-RELEASE-AMOUNT
086400        SUBTRACT WS-RELEASE-AMOUNT FROM PO-RELEASED-AMOUNT
086500     ELSE
086600        MOVE ZERO TO PO-RELEASED-AMOUNT
086700     END-IF.
086800     IF PO-AUTHORIZED-QUANTITY > ZERO
086900        ADD WS-RELEASE-QUANTITY TO PO-QUANTITY
087000     END-IF.
087100     ADD WS-RELEASE-AMOUNT TO PO-TOTAL-AMOUNT.
087200     REWRITE PURCHASE-ORDER-RECORD.
087300     MOVE WS-RELEASE-AMOUNT TO WS-LINE-AMOUNT.
087400     PERFORM ADD-LINE-TO-BALANCE.
087500     ADD 1 TO WS-RELEASES-RETURNED.
087600     DISPLAY "PURMAINT: RELEASE RETURNED TO BLANKET "
087700             PO-VENDOR-NUMBER "/" PO-NUMBER.
