000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VNDSTREC.
000300*--------------------------------------------------
000400* Vendor statement reconciliation.  One vendor's
000500* monthly statement (VNDSTMT), keyed by AP from the
000600* vendor's mailing, is matched against our books:
000700* each invoice or credit memo the vendor shows
000800* against VENDOR-INVOICE-FILE by invoice number and
000900* amount, each payment the vendor shows as applied
001000* against VENDOR-PAYMENT-FILE by PAY-PAYMENT-NUMBER
001100* and net amount.  The report lists the items that
001200* agree, the invoices the vendor shows that were
001300* never entered (the ones that turn into late
001400* fees), the amount differences, the payments we
001500* made in the statement period that the vendor has
001600* not applied, and anything else that would not
001700* match.
001800*
001900* MODIFICATION HISTORY
002000*   WHO   DATE        WHAT
002100*   RWH   2026-10-15  Original version.
002116*   RWH   2026-10-15  Credit memos are on the books negative
002132*                     and compare by size against the
002148*                     statement's; a payment our credits
002164*                     settled in full sent the vendor no
002180*                     money and is never listed unapplied.
002185*   RWH   2026-10-15  An invoice AP rejected back to the
002190*                     vendor is listed as a difference while
002195*                     the vendor's statement still bills it.
002200*--------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600
002700     SELECT VENDOR-STATEMENT-FILE
002800         ASSIGN TO "VNDSTMT"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-STATEMENT-FILE-STATUS.
003100
003200     SELECT VENDOR-INVOICE-FILE
003300         ASSIGN TO "VNDINV"
003400         ORGANIZATION IS INDEXED
003500         RECORD KEY IS INV-KEY
003600         ACCESS MODE IS RANDOM
003700         FILE STATUS IS WS-INVOICE-FILE-STATUS.
003800
003900     SELECT VENDOR-PAYMENT-FILE
004000         ASSIGN TO "VNDPAY"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-PAYMENT-FILE-STATUS.
004300
004400     SELECT VENDOR-FILE
004500         ASSIGN TO "vendor"
004600         ORGANIZATION IS INDEXED
004700         RECORD KEY IS VENDOR-NUMBER
004800         ACCESS MODE IS RANDOM
004900         FILE STATUS IS WS-VENDOR-FILE-STATUS.
005000
005100     SELECT RECONCILIATION-REPORT
005200         ASSIGN TO "VNDSTRCR"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700
005800     COPY VNDSTMT.
005900     COPY VNDINV.
006000     COPY VNDPAY.
006100     COPY FILEVTA.
006200
006300 FD  RECONCILIATION-REPORT
006400     LABEL RECORDS ARE STANDARD.
006500 01  RECONCILIATION-LINE       PIC X(100).
006600
006700 WORKING-STORAGE SECTION.
006800
006900 01  WS-STATEMENT-AT-END       PIC X VALUE "N".
007000 01  WS-PAYMENT-AT-END         PIC X VALUE "N".
007100
007200*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
007300*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
007400     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
007500         ==WS-STATEMENT-FILE-STATUS== ==PFX-FILE-OK== BY
007600         ==STATEMENT-FILE-OK== ==PFX-FILE-EOF== BY
007700         ==STATEMENT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
007800         ==STATEMENT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
007900         ==STATEMENT-FILE-NOT-FOUND==
008000         ==PFX-FILE-BOUNDARY-VIOLATION== BY
008100         ==STATEMENT-FILE-BOUNDARY-VIOLATION==.
008200
008300     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
008400         ==WS-INVOICE-FILE-STATUS== ==PFX-FILE-OK== BY
008500         ==INVOICE-FILE-OK== ==PFX-FILE-EOF== BY
008600         ==INVOICE-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
008700         ==INVOICE-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
008800         ==INVOICE-FILE-NOT-FOUND==
008900         ==PFX-FILE-BOUNDARY-VIOLATION== BY
009000         ==INVOICE-FILE-BOUNDARY-VIOLATION==.
009100
009200     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
009300         ==WS-PAYMENT-FILE-STATUS== ==PFX-FILE-OK== BY
009400         ==PAYMENT-FILE-OK== ==PFX-FILE-EOF== BY
009500         ==PAYMENT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
009600         ==PAYMENT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
009700         ==PAYMENT-FILE-NOT-FOUND==
009800         ==PFX-FILE-BOUNDARY-VIOLATION== BY
009900         ==PAYMENT-FILE-BOUNDARY-VIOLATION==.
010000
010100     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
010200         ==WS-VENDOR-FILE-STATUS== ==PFX-FILE-OK== BY
010300         ==VENDOR-FILE-OK== ==PFX-FILE-EOF== BY
010400         ==VENDOR-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010500         ==VENDOR-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
010600         ==VENDOR-FILE-NOT-FOUND==
010700         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010800         ==VENDOR-FILE-BOUNDARY-VIOLATION==.
010900
011000 01  WS-RUN-DATE               PIC 9(8).
011100
011200*    THE STATEMENT BEING RECONCILED, OFF ITS HEADER AND
011300*    TRAILER.
011400 01  WS-STATEMENT-VENDOR       PIC 9(5) VALUE ZERO.
011500 01  WS-STATEMENT-START        PIC 9(8) VALUE ZERO.
011600 01  WS-STATEMENT-END          PIC 9(8) VALUE ZERO.
011700 01  WS-BALANCE-DUE            PIC S9(9)V99 VALUE ZERO.
011800 01  WS-TRAILER-COUNT          PIC 9(7) VALUE ZERO.
011900 01  WS-TRAILER-SWITCH         PIC X VALUE "N".
012000     88 WS-TRAILER-FOUND                VALUE "Y".
012100
012200*    THE STATEMENT'S DETAIL LINES, IN THE VENDOR'S ORDER.
012300*    WS-ST-STATUS IS "A" AGREES WITH THE BOOKS, "N" NEVER
012400*    ENTERED, "D" AMOUNT DIFFERS, "X" ANY OTHER EXCEPTION.
012500 01  WS-STATEMENT-COUNT        PIC 9(4) VALUE ZERO.
012600 01  WS-STATEMENT-TABLE.
012700     05 WS-STATEMENT-ENTRY OCCURS 1000 TIMES
012800        INDEXED BY STMT-IDX.
012900        10 WS-ST-DATE          PIC 9(8).
013000        10 WS-ST-TYPE          PIC X(01).
013100        10 WS-ST-REFERENCE     PIC X(10).
013200        10 WS-ST-AMOUNT        PIC 9(9)V99.
013300        10 WS-ST-BOOK-AMOUNT   PIC 9(9)V99.
013400        10 WS-ST-STATUS        PIC X(01).
013500        10 WS-ST-REASON        PIC X(25).
013600 01  WS-STATEMENT-SUB          PIC 9(4) VALUE ZERO.
013700
013800*    THE VENDOR'S PAYMENTS ON OUR BOOKS, ONE ENTRY PER
013900*    PAYMENT NUMBER WITH ITS INVOICES' NET AMOUNTS SUMMED.
014000*    ONLY THOSE DATED IN THE STATEMENT PERIOD ARE OWED AN
014100*    APPEARANCE ON IT -- AN OLDER PAYMENT THE VENDOR APPLIED
014200*    LAST MONTH HAS NO REASON TO SHOW AGAIN.
014300 01  WS-PAYMENT-COUNT          PIC 9(4) VALUE ZERO.
014400 01  WS-PAYMENT-TABLE.
014500     05 WS-PAYMENT-ENTRY OCCURS 2000 TIMES
014600        INDEXED BY PAY-IDX.
014700        10 WS-PY-PAYMENT-NUMBER PIC 9(7).
014800        10 WS-PY-PAYMENT-DATE  PIC 9(8).
014900        10 WS-PY-AMOUNT        PIC S9(11)V99.
015000        10 WS-PY-VOID-SWITCH   PIC X(01).
015100        10 WS-PY-APPLIED-SWITCH PIC X(01).
015200 01  WS-PAYMENT-SUB            PIC 9(4) VALUE ZERO.
015300
015400 01  WS-MATCH-SWITCH           PIC X VALUE "N".
015500     88 WS-MATCH-FOUND                  VALUE "Y".
015600 01  WS-STATEMENT-PAYMENT-NUMBER PIC 9(10) VALUE ZERO.
015700 01  WS-MATCH-REASON           PIC X(25) VALUE SPACES.
015800
015900 01  WS-CONTROL-TOTALS.
016000     05 WS-STATEMENT-ITEMS     PIC 9(7) VALUE ZERO.
016100     05 WS-PAYMENT-RECORDS-READ PIC 9(7) VALUE ZERO.
016200     05 WS-ITEMS-AGREED        PIC 9(7) VALUE ZERO.
016300     05 WS-ITEMS-NOT-ENTERED   PIC 9(7) VALUE ZERO.
016400     05 WS-ITEMS-DIFFERENT     PIC 9(7) VALUE ZERO.
016500     05 WS-ITEMS-EXCEPTION     PIC 9(7) VALUE ZERO.
016600     05 WS-PAYMENTS-UNAPPLIED  PIC 9(7) VALUE ZERO.
016700
016800 01  HEADING-LINE-1.
016900     05 FILLER                 PIC X(29)
017000        VALUE "VENDOR STATEMENT RECONCILIATI".
017100     05 FILLER                 PIC X(04) VALUE "ON  ".
017200     05 HDG-VENDOR-NUMBER      PIC 9(5).
017300     05 FILLER                 PIC X(01) VALUE SPACE.
017400     05 HDG-VENDOR-NAME        PIC X(30).
017500     05 FILLER                 PIC X(11) VALUE "  RUN DATE ".
017600     05 HDG-RUN-DATE           PIC 9(8).
017700
017800 01  HEADING-LINE-2.
017900     05 FILLER                 PIC X(10) VALUE "STATEMENT ".
018000     05 HDG-STATEMENT-START    PIC 9(8).
018100     05 FILLER                 PIC X(04) VALUE " TO ".
018200     05 HDG-STATEMENT-END      PIC 9(8).
018300     05 FILLER                 PIC X(16)
018400        VALUE "  BALANCE DUE  ".
018500     05 HDG-BALANCE-DUE        PIC ZZZ,ZZZ,ZZ9.99-.
018600
018700 01  SECTION-LINE.
018800     05 SEC-CAPTION            PIC X(60).
018900
019000 01  COLUMN-HEADING-LINE.
019100     05 FILLER                 PIC X(40)
019200        VALUE "  DATE      TYPE     REFERENCE         ".
019300     05 FILLER                 PIC X(40)
019400        VALUE "STMT AMOUNT     BOOK AMOUNT  NOTE".
019500
019600 01  ITEM-DETAIL-LINE.
019700     05 FILLER                 PIC X(02) VALUE SPACES.
019800     05 ITL-DATE               PIC 9(8).
019900     05 FILLER                 PIC X(02) VALUE SPACES.
020000     05 ITL-TYPE               PIC X(07).
020100     05 FILLER                 PIC X(02) VALUE SPACES.
020200     05 ITL-REFERENCE          PIC X(10).
020300     05 FILLER                 PIC X(02) VALUE SPACES.
020400     05 ITL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
020500     05 FILLER                 PIC X(02) VALUE SPACES.
020600     05 ITL-BOOK-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
020700     05 ITL-BOOK-BLANK REDEFINES ITL-BOOK-AMOUNT
020800                               PIC X(17).
020900     05 FILLER                 PIC X(02) VALUE SPACES.
021000     05 ITL-TEXT               PIC X(25).
021100
021200 01  SECTION-TOTAL-LINE.
021300     05 STL-CAPTION            PIC X(40).
021400     05 STL-COUNT              PIC ZZZ,ZZ9.
021500
021600 01  WS-ITEM-COUNT             PIC 9(7) VALUE ZERO.
021700 01  WS-PRINT-STATUS           PIC X(01) VALUE SPACES.
021800
021900 PROCEDURE DIVISION.
022000 PROGRAM-BEGIN.
022100     PERFORM OPENING-PROCEDURE.
022200     PERFORM LOAD-VENDOR-STATEMENT.
022300     PERFORM LOAD-VENDOR-PAYMENTS.
022400     PERFORM MATCH-STATEMENT-ITEMS.
022500     PERFORM PRINT-RECONCILIATION.
022600     PERFORM CLOSING-PROCEDURE.
022700
022800 PROGRAM-DONE.
022900     STOP RUN.
023000
023100*    THE STATEMENT'S HEADER IS READ HERE, SO A FILE THAT IS
023200*    NOT A STATEMENT STOPS THE RUN BEFORE ANYTHING PRINTS.
023300 OPENING-PROCEDURE.
023400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023500     OPEN INPUT VENDOR-STATEMENT-FILE.
023600     IF NOT STATEMENT-FILE-OK
023700        DISPLAY "VNDSTREC: UNABLE TO OPEN VENDOR-STATEMENT-"
023800                "FILE, STATUS " WS-STATEMENT-FILE-STATUS
023900        MOVE 16 TO RETURN-CODE
024000        GO TO PROGRAM-DONE
024100     END-IF.
024200     PERFORM READ-NEXT-STATEMENT.
024300     IF WS-STATEMENT-AT-END = "Y"
024400        OR NOT VST-HEADER
024500        DISPLAY "VNDSTREC: VENDOR STATEMENT DOES NOT BEGIN "
024600                "WITH A HEADER RECORD -- NOTHING RECONCILED"
024700        MOVE 16 TO RETURN-CODE
024800        CLOSE VENDOR-STATEMENT-FILE
024900        GO TO PROGRAM-DONE
025000     END-IF.
025100     MOVE VST-VENDOR-NUMBER   TO WS-STATEMENT-VENDOR.
025200     MOVE VST-STATEMENT-START TO WS-STATEMENT-START.
025300     MOVE VST-STATEMENT-END   TO WS-STATEMENT-END.
025400     OPEN INPUT VENDOR-INVOICE-FILE.
025500     OPEN INPUT VENDOR-PAYMENT-FILE.
025600     OPEN INPUT VENDOR-FILE.
025700     IF NOT INVOICE-FILE-OK
025800        OR NOT PAYMENT-FILE-OK
025900        OR NOT VENDOR-FILE-OK
026000        DISPLAY "VNDSTREC: UNABLE TO OPEN INPUT FILES, STATUS "
026100                "VNDINV " WS-INVOICE-FILE-STATUS
026200                " VNDPAY " WS-PAYMENT-FILE-STATUS
026300                " VENDOR " WS-VENDOR-FILE-STATUS
026400        MOVE 16 TO RETURN-CODE
026500        GO TO PROGRAM-DONE
026600     END-IF.
026700     MOVE WS-STATEMENT-VENDOR TO VENDOR-NUMBER.
026800     READ VENDOR-FILE
026900         INVALID KEY
027000            DISPLAY "VNDSTREC: VENDOR " WS-STATEMENT-VENDOR
027100                    " IS NOT ON THE VENDOR MASTER -- NOTHING "
027200                    "RECONCILED"
027300            MOVE 16 TO RETURN-CODE
027400            GO TO PROGRAM-DONE
027500     END-READ.
027600     OPEN OUTPUT RECONCILIATION-REPORT.
027700     MOVE WS-STATEMENT-VENDOR TO HDG-VENDOR-NUMBER.
027800     MOVE VENDOR-NAME         TO HDG-VENDOR-NAME.
027900     MOVE WS-RUN-DATE         TO HDG-RUN-DATE.
028000     MOVE WS-STATEMENT-START  TO HDG-STATEMENT-START.
028100     MOVE WS-STATEMENT-END    TO HDG-STATEMENT-END.
028200
028300 CLOSING-PROCEDURE.
028400     CLOSE VENDOR-INVOICE-FILE.
028500     CLOSE VENDOR-FILE.
028600     CLOSE RECONCILIATION-REPORT.
028700     DISPLAY "VNDSTREC CONTROL TOTALS".
028800     DISPLAY "  STATEMENT ITEMS .......: " WS-STATEMENT-ITEMS.
028900     DISPLAY "  PAYMENT RECORDS READ ..: "
029000             WS-PAYMENT-RECORDS-READ.
029100     DISPLAY "  ITEMS THAT AGREE ......: " WS-ITEMS-AGREED.
029200     DISPLAY "  INVOICES NOT ENTERED ..: " WS-ITEMS-NOT-ENTERED.
029300     DISPLAY "  AMOUNT DIFFERENCES ....: " WS-ITEMS-DIFFERENT.
029400     DISPLAY "  OTHER EXCEPTIONS ......: " WS-ITEMS-EXCEPTION.
029500     DISPLAY "  PAYMENTS NOT APPLIED ..: "
029600             WS-PAYMENTS-UNAPPLIED.
029700     IF WS-ITEMS-NOT-ENTERED > ZERO
029800        OR WS-ITEMS-DIFFERENT > ZERO
029900        OR WS-ITEMS-EXCEPTION > ZERO
030000        OR WS-PAYMENTS-UNAPPLIED > ZERO
030100        MOVE 4 TO RETURN-CODE
030200     ELSE
030300        MOVE 0 TO RETURN-CODE
030400     END-IF.
030500
030600*    THE DETAIL LINES INTO THE STATEMENT TABLE, AND THE
030700*    TRAILER'S COUNT CHECKED -- A STATEMENT KEYED SHORT IS
030800*    NOT RECONCILED AT ALL.
030900 LOAD-VENDOR-STATEMENT.
031000     PERFORM READ-NEXT-STATEMENT.
031100     PERFORM STORE-ONE-STATEMENT-RECORD
031200             UNTIL WS-STATEMENT-AT-END = "Y".
031300     CLOSE VENDOR-STATEMENT-FILE.
031400     IF NOT WS-TRAILER-FOUND
031500        OR WS-TRAILER-COUNT NOT = WS-STATEMENT-ITEMS
031600        DISPLAY "VNDSTREC: VENDOR STATEMENT TRAILER MISSING "
031700                "OR COUNT WRONG -- " WS-STATEMENT-ITEMS
031800                " ITEMS READ, TRAILER " WS-TRAILER-COUNT
031900        MOVE 16 TO RETURN-CODE
032000        CLOSE VENDOR-INVOICE-FILE
032100        CLOSE VENDOR-PAYMENT-FILE
032200        CLOSE VENDOR-FILE
032300        CLOSE RECONCILIATION-REPORT
032400        GO TO PROGRAM-DONE
032500     END-IF.
032600     MOVE WS-BALANCE-DUE TO HDG-BALANCE-DUE.
032700
032800 READ-NEXT-STATEMENT.
032900     READ VENDOR-STATEMENT-FILE
033000          AT END MOVE "Y" TO WS-STATEMENT-AT-END.
033100
033200*    READING STOPS AT THE TRAILER.
033300 STORE-ONE-STATEMENT-RECORD.
033400     EVALUATE TRUE
033500        WHEN VST-DETAIL
033600           PERFORM STORE-STATEMENT-DETAIL
033700           PERFORM READ-NEXT-STATEMENT
033800        WHEN VST-TRAILER
033900           MOVE "Y" TO WS-TRAILER-SWITCH
034000           MOVE VST-BALANCE-DUE  TO WS-BALANCE-DUE
034100           MOVE VST-DETAIL-COUNT TO WS-TRAILER-COUNT
034200           MOVE "Y" TO WS-STATEMENT-AT-END
034300        WHEN OTHER
034400           DISPLAY "VNDSTREC: STATEMENT RECORD TYPE "
034500                   VST-RECORD-TYPE " IGNORED"
034600           PERFORM READ-NEXT-STATEMENT
034700     END-EVALUATE.
034800
034900 STORE-STATEMENT-DETAIL.
035000     ADD 1 TO WS-STATEMENT-ITEMS.
035100     IF WS-STATEMENT-COUNT < 1000
035200        ADD 1 TO WS-STATEMENT-COUNT
035300        MOVE VST-ITEM-DATE
035400             TO WS-ST-DATE (WS-STATEMENT-COUNT)
035500        MOVE VST-ITEM-TYPE
035600             TO WS-ST-TYPE (WS-STATEMENT-COUNT)
035700        MOVE VST-REFERENCE
035800             TO WS-ST-REFERENCE (WS-STATEMENT-COUNT)
035900        MOVE VST-AMOUNT
036000             TO WS-ST-AMOUNT (WS-STATEMENT-COUNT)
036100        MOVE ZERO TO WS-ST-BOOK-AMOUNT (WS-STATEMENT-COUNT)
036200        MOVE SPACES TO WS-ST-STATUS (WS-STATEMENT-COUNT)
036300                       WS-ST-REASON (WS-STATEMENT-COUNT)
036400     ELSE
036500        DISPLAY "VNDSTREC: STATEMENT ITEM TABLE FULL, ITEM "
036600                VST-REFERENCE " " VST-AMOUNT " NOT MATCHED"
036700        ADD 1 TO WS-ITEMS-EXCEPTION
036800     END-IF.
036900
037000*    EVERY PAYMENT RECORD FOR THE VENDOR, WHATEVER ITS DATE
037100*    -- THE VENDOR MAY APPLY A PAYMENT WE SENT BEFORE THE
037200*    STATEMENT OPENED.
037300 LOAD-VENDOR-PAYMENTS.
037400     PERFORM READ-NEXT-PAYMENT.
037500     PERFORM TAKE-ONE-PAYMENT UNTIL WS-PAYMENT-AT-END = "Y".
037600     CLOSE VENDOR-PAYMENT-FILE.
037700
037800 READ-NEXT-PAYMENT.
037900     READ VENDOR-PAYMENT-FILE
038000          AT END MOVE "Y" TO WS-PAYMENT-AT-END.
038100
038200 TAKE-ONE-PAYMENT.
038300     ADD 1 TO WS-PAYMENT-RECORDS-READ.
038400     IF PAY-VENDOR-NUMBER = WS-STATEMENT-VENDOR
038500        AND PAY-PAYMENT-DATE NOT > WS-STATEMENT-END
038600        SET PAY-IDX TO 1
038700        SEARCH WS-PAYMENT-ENTRY
038800            AT END
038900               PERFORM ADD-VENDOR-PAYMENT
039000            WHEN PAY-IDX > WS-PAYMENT-COUNT
039100               PERFORM ADD-VENDOR-PAYMENT
039200            WHEN WS-PY-PAYMENT-NUMBER (PAY-IDX) =
039300                 PAY-PAYMENT-NUMBER
039400               ADD PAY-NET-AMOUNT TO WS-PY-AMOUNT (PAY-IDX)
039500               IF PAY-VOIDED
039600                  MOVE "Y" TO WS-PY-VOID-SWITCH (PAY-IDX)
039700               END-IF
039800        END-SEARCH
039900     END-IF.
040000     PERFORM READ-NEXT-PAYMENT.
040100
040200 ADD-VENDOR-PAYMENT.
040300     IF WS-PAYMENT-COUNT < 2000
040400        ADD 1 TO WS-PAYMENT-COUNT
040500        MOVE PAY-PAYMENT-NUMBER
040600             TO WS-PY-PAYMENT-NUMBER (WS-PAYMENT-COUNT)
040700        MOVE PAY-PAYMENT-DATE
040800             TO WS-PY-PAYMENT-DATE (WS-PAYMENT-COUNT)
040900        MOVE PAY-NET-AMOUNT TO WS-PY-AMOUNT (WS-PAYMENT-COUNT)
041000        MOVE "N" TO WS-PY-VOID-SWITCH (WS-PAYMENT-COUNT)
041100                    WS-PY-APPLIED-SWITCH (WS-PAYMENT-COUNT)
041200        IF PAY-VOIDED
041300           MOVE "Y" TO WS-PY-VOID-SWITCH (WS-PAYMENT-COUNT)
041400        END-IF
041500     ELSE
041600        DISPLAY "VNDSTREC: PAYMENT TABLE FULL, PAYMENT "
041700                PAY-PAYMENT-NUMBER " NOT RECONCILED"
041800     END-IF.
041900
042000*    EACH STATEMENT LINE AGAINST THE BOOKS.  INVOICES AND
042100*    CREDIT MEMOS MATCH ON INVOICE NUMBER AND AMOUNT,
042200*    PAYMENTS ON PAYMENT NUMBER AND NET AMOUNT.
042300 MATCH-STATEMENT-ITEMS.
042400     PERFORM MATCH-ONE-STATEMENT-ITEM
042500             VARYING WS-STATEMENT-SUB FROM 1 BY 1
042600             UNTIL WS-STATEMENT-SUB > WS-STATEMENT-COUNT.
042700     PERFORM COUNT-ONE-UNAPPLIED-PAYMENT
042800             VARYING WS-PAYMENT-SUB FROM 1 BY 1
042900             UNTIL WS-PAYMENT-SUB > WS-PAYMENT-COUNT.
043000
043100 MATCH-ONE-STATEMENT-ITEM.
043200     EVALUATE WS-ST-TYPE (WS-STATEMENT-SUB)
043300        WHEN "I"
043400        WHEN "C"
043500           PERFORM MATCH-STATEMENT-INVOICE
043600        WHEN "P"
043700           PERFORM MATCH-STATEMENT-PAYMENT
043800        WHEN OTHER
043900           MOVE "UNKNOWN ITEM TYPE" TO WS-MATCH-REASON
044000           PERFORM MARK-STATEMENT-EXCEPTION
044100     END-EVALUATE.
044200
044300 MATCH-STATEMENT-INVOICE.
044400     MOVE WS-STATEMENT-VENDOR TO INV-VENDOR-NUMBER.
044500     MOVE WS-ST-REFERENCE (WS-STATEMENT-SUB)
044600          TO INV-INVOICE-NUMBER.
044700     READ VENDOR-INVOICE-FILE
044800         INVALID KEY
044900            MOVE "N" TO WS-ST-STATUS (WS-STATEMENT-SUB)
045000            MOVE "NEVER ENTERED"
045100                 TO WS-ST-REASON (WS-STATEMENT-SUB)
045200            ADD 1 TO WS-ITEMS-NOT-ENTERED
045300         NOT INVALID KEY
045400            PERFORM COMPARE-STATEMENT-INVOICE
046500     END-READ.
046600
046604*    THE BOOK AMOUNT KEEPS ITS SIZE ONLY -- A CREDIT MEMO IS
046608*    NEGATIVE ON OUR FILE AND UNSIGNED ON THE STATEMENT.  AN
046612*    INVOICE AP REJECTED BACK TO THE VENDOR IS A DIFFERENCE
046616*    FOR AS LONG AS THE VENDOR STILL BILLS IT.
046620 COMPARE-STATEMENT-INVOICE.
046624     MOVE INV-INVOICE-AMOUNT
046628          TO WS-ST-BOOK-AMOUNT (WS-STATEMENT-SUB).
046632     EVALUATE TRUE
046636        WHEN INV-STATUS-REJECTED
046640             MOVE "D" TO WS-ST-STATUS (WS-STATEMENT-SUB)
046644             MOVE "REJECTED BACK TO VENDOR"
046648                  TO WS-ST-REASON (WS-STATEMENT-SUB)
046652             ADD 1 TO WS-ITEMS-DIFFERENT
046656        WHEN WS-ST-BOOK-AMOUNT (WS-STATEMENT-SUB) =
046660             WS-ST-AMOUNT (WS-STATEMENT-SUB)
046664             PERFORM MARK-STATEMENT-AGREED
046668        WHEN OTHER
046672             MOVE "D" TO WS-ST-STATUS (WS-STATEMENT-SUB)
046676             MOVE "AMOUNT DIFFERS FROM BOOK"
046680                  TO WS-ST-REASON (WS-STATEMENT-SUB)
046684             ADD 1 TO WS-ITEMS-DIFFERENT
046688     END-EVALUATE.
046692
046700 MATCH-STATEMENT-PAYMENT.
046800     MOVE "N" TO WS-MATCH-SWITCH.
046900     IF WS-ST-REFERENCE (WS-STATEMENT-SUB) IS NUMERIC
047000        MOVE WS-ST-REFERENCE (WS-STATEMENT-SUB)
047100             TO WS-STATEMENT-PAYMENT-NUMBER
047200        SET PAY-IDX TO 1
047300        SEARCH WS-PAYMENT-ENTRY
047400            AT END
047500               CONTINUE
047600            WHEN PAY-IDX > WS-PAYMENT-COUNT
047700               CONTINUE
047800            WHEN WS-PY-PAYMENT-NUMBER (PAY-IDX) =
047900                 WS-STATEMENT-PAYMENT-NUMBER
048000               MOVE "Y" TO WS-MATCH-SWITCH
048100        END-SEARCH
048200     END-IF.
048300     EVALUATE TRUE
048400        WHEN WS-ST-REFERENCE (WS-STATEMENT-SUB) IS NOT NUMERIC
048500           MOVE "NO PAYMENT NUMBER" TO WS-MATCH-REASON
048600           PERFORM MARK-STATEMENT-EXCEPTION
048700        WHEN NOT WS-MATCH-FOUND
048800           MOVE "PAYMENT NOT ON OUR BOOKS" TO WS-MATCH-REASON
048900           PERFORM MARK-STATEMENT-EXCEPTION
049000        WHEN WS-PY-VOID-SWITCH (PAY-IDX) = "Y"
049100           MOVE "VOIDED PAYMENT APPLIED" TO WS-MATCH-REASON
049200           PERFORM MARK-STATEMENT-EXCEPTION
049300        WHEN WS-PY-APPLIED-SWITCH (PAY-IDX) = "Y"
049400           MOVE "PAYMENT SHOWN TWICE" TO WS-MATCH-REASON
049500           PERFORM MARK-STATEMENT-EXCEPTION
049600        WHEN OTHER
049700           MOVE "Y" TO WS-PY-APPLIED-SWITCH (PAY-IDX)
049800           MOVE WS-PY-AMOUNT (PAY-IDX)
049900                TO WS-ST-BOOK-AMOUNT (WS-STATEMENT-SUB)
050000           IF WS-PY-AMOUNT (PAY-IDX) =
050100              WS-ST-AMOUNT (WS-STATEMENT-SUB)
050200              PERFORM MARK-STATEMENT-AGREED
050300           ELSE
050400              MOVE "D" TO WS-ST-STATUS (WS-STATEMENT-SUB)
050500              MOVE "AMOUNT DIFFERS FROM BOOK"
050600                   TO WS-ST-REASON (WS-STATEMENT-SUB)
050700              ADD 1 TO WS-ITEMS-DIFFERENT
050800           END-IF
050900     END-EVALUATE.
051000
051100 MARK-STATEMENT-AGREED.
051200     MOVE "A" TO WS-ST-STATUS (WS-STATEMENT-SUB).
051300     ADD 1 TO WS-ITEMS-AGREED.
051400
051500 MARK-STATEMENT-EXCEPTION.
051600     MOVE "X" TO WS-ST-STATUS (WS-STATEMENT-SUB).
051700     MOVE WS-MATCH-REASON TO WS-ST-REASON (WS-STATEMENT-SUB).
051800     ADD 1 TO WS-ITEMS-EXCEPTION.
051900
052000*    A PAYMENT WE SENT DURING THE STATEMENT PERIOD THAT THE
052100*    VENDOR DOES NOT SHOW.  A VOIDED ONE NEVER REACHED THEM.
052200 COUNT-ONE-UNAPPLIED-PAYMENT.
052300     IF WS-PY-VOID-SWITCH (WS-PAYMENT-SUB) = "N"
052400        AND WS-PY-APPLIED-SWITCH (WS-PAYMENT-SUB) = "N"
052450        AND WS-PY-AMOUNT (WS-PAYMENT-SUB) NOT = ZERO
052500        AND WS-PY-PAYMENT-DATE (WS-PAYMENT-SUB)
052600            NOT < WS-STATEMENT-START
052700        ADD 1 TO WS-PAYMENTS-UNAPPLIED
052800     END-IF.
052900
053000 PRINT-RECONCILIATION.
053100     WRITE RECONCILIATION-LINE FROM HEADING-LINE-1.
053200     WRITE RECONCILIATION-LINE FROM HEADING-LINE-2.
053300     MOVE "ITEMS THAT AGREE WITH OUR BOOKS" TO SEC-CAPTION.
053400     MOVE "A" TO WS-PRINT-STATUS.
053500     PERFORM PRINT-STATEMENT-SECTION.
053600     MOVE "INVOICES THE VENDOR SHOWS THAT WE NEVER ENTERED"
053700          TO SEC-CAPTION.
053800     MOVE "N" TO WS-PRINT-STATUS.
053900     PERFORM PRINT-STATEMENT-SECTION.
054000     MOVE "AMOUNT DIFFERENCES" TO SEC-CAPTION.
054100     MOVE "D" TO WS-PRINT-STATUS.
054200     PERFORM PRINT-STATEMENT-SECTION.
054300     MOVE "PAYMENTS WE MADE THAT THE VENDOR HAS NOT APPLIED"
054400          TO SEC-CAPTION.
054500     PERFORM WRITE-SECTION-HEADINGS.
054600     MOVE ZERO TO WS-ITEM-COUNT.
054700     PERFORM PRINT-ONE-UNAPPLIED-PAYMENT
054800             VARYING WS-PAYMENT-SUB FROM 1 BY 1
054900             UNTIL WS-PAYMENT-SUB > WS-PAYMENT-COUNT.
055000     PERFORM PRINT-SECTION-TOTAL.
055100     MOVE "OTHER EXCEPTIONS -- ITEMS NOT MATCHED"
055200          TO SEC-CAPTION.
055300     MOVE "X" TO WS-PRINT-STATUS.
055400     PERFORM PRINT-STATEMENT-SECTION.
055500
055600*    ONE SECTION OF STATEMENT LINES, PICKED BY THEIR MATCH
055700*    STATUS.
055800 PRINT-STATEMENT-SECTION.
055900     PERFORM WRITE-SECTION-HEADINGS.
056000     MOVE ZERO TO WS-ITEM-COUNT.
056100     PERFORM PRINT-ONE-STATEMENT-ITEM
056200             VARYING WS-STATEMENT-SUB FROM 1 BY 1
056300             UNTIL WS-STATEMENT-SUB > WS-STATEMENT-COUNT.
056400     PERFORM PRINT-SECTION-TOTAL.
056500
056600 PRINT-ONE-STATEMENT-ITEM.
056700     IF WS-ST-STATUS (WS-STATEMENT-SUB) = WS-PRINT-STATUS
056800        MOVE WS-ST-DATE (WS-STATEMENT-SUB) TO ITL-DATE
056900        EVALUATE WS-ST-TYPE (WS-STATEMENT-SUB)
057000           WHEN "I"   MOVE "INVOICE" TO ITL-TYPE
057100           WHEN "C"   MOVE "CREDIT"  TO ITL-TYPE
057200           WHEN "P"   MOVE "PAYMENT" TO ITL-TYPE
057300           WHEN OTHER MOVE WS-ST-TYPE (WS-STATEMENT-SUB)
057400                           TO ITL-TYPE
057500        END-EVALUATE
057600        MOVE WS-ST-REFERENCE (WS-STATEMENT-SUB)
057700             TO ITL-REFERENCE
057800        MOVE WS-ST-AMOUNT (WS-STATEMENT-SUB) TO ITL-AMOUNT
057900        IF WS-PRINT-STATUS = "A" OR "D"
058000           MOVE WS-ST-BOOK-AMOUNT (WS-STATEMENT-SUB)
058100                TO ITL-BOOK-AMOUNT
058200        ELSE
058300           MOVE SPACES TO ITL-BOOK-BLANK
058400        END-IF
058500        IF WS-PRINT-STATUS = "A"
058600           MOVE SPACES TO ITL-TEXT
058700        ELSE
058800           MOVE WS-ST-REASON (WS-STATEMENT-SUB) TO ITL-TEXT
058900        END-IF
059000        WRITE RECONCILIATION-LINE FROM ITEM-DETAIL-LINE
059100        ADD 1 TO WS-ITEM-COUNT
059200     END-IF.
059300
059400 PRINT-ONE-UNAPPLIED-PAYMENT.
059500     IF WS-PY-VOID-SWITCH (WS-PAYMENT-SUB) = "N"
059600        AND WS-PY-APPLIED-SWITCH (WS-PAYMENT-SUB) = "N"
059650        AND WS-PY-AMOUNT (WS-PAYMENT-SUB) NOT = ZERO
059700        AND WS-PY-PAYMENT-DATE (WS-PAYMENT-SUB)
059800            NOT < WS-STATEMENT-START
059900        MOVE WS-PY-PAYMENT-DATE (WS-PAYMENT-SUB) TO ITL-DATE
060000        MOVE "PAYMENT" TO ITL-TYPE
060100        MOVE WS-PY-PAYMENT-NUMBER (WS-PAYMENT-SUB)
060200             TO ITL-REFERENCE
060300        MOVE ZERO TO ITL-AMOUNT
060400        MOVE WS-PY-AMOUNT (WS-PAYMENT-SUB) TO ITL-BOOK-AMOUNT
060500        MOVE "NOT ON STATEMENT" TO ITL-TEXT
060600        WRITE RECONCILIATION-LINE FROM ITEM-DETAIL-LINE
060700        ADD 1 TO WS-ITEM-COUNT
060800     END-IF.
060900
061000 WRITE-SECTION-HEADINGS.
061100     MOVE SPACES TO RECONCILIATION-LINE.
061200     WRITE RECONCILIATION-LINE.
061300     WRITE RECONCILIATION-LINE FROM SECTION-LINE.
061400     WRITE RECONCILIATION-LINE FROM COLUMN-HEADING-LINE.
061500
061600 PRINT-SECTION-TOTAL.
061700     MOVE "  ITEMS" TO STL-CAPTION.
061800     MOVE WS-ITEM-COUNT TO STL-COUNT.
061900     WRITE RECONCILIATION-LINE FROM SECTION-TOTAL-LINE.
