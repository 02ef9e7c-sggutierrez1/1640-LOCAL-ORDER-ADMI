000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. QTEPRINT.
000300*--------------------------------------------------
000400* Sales-quotation document print.  Every quote with
000500* an open, unexpired line not yet printed gets a
000600* formatted quotation -- our address, the customer's
000700* name and address from the master, the ship-to
000800* location when the quote names one, the rep, each
000900* open line's item, description, quantity, unit
001000* price and amount, the quote total, and the date
001100* the prices hold through -- one quote per page, the
001200* way POPRINT prints its orders.  A quote changed
001300* since it printed prints again, whole.
001400*
001500* MODIFICATION HISTORY
001600*   WHO   DATE        WHAT
001700*   RWH   2026-10-15  Original version.
001800*--------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200
002300*    SALES QUOTES BY QUOTE AND LINE -- SEE QUOTMST.
002400     SELECT QUOTE-FILE
002500         ASSIGN TO "QUOTMST"
002600         ORGANIZATION IS INDEXED
002700         RECORD KEY IS QT-KEY
002800         ACCESS MODE IS DYNAMIC
002900         FILE STATUS IS WS-QUOTE-FILE-STATUS.
003000
003100     SELECT CUSTOMER-MASTER-FILE
003200         ASSIGN TO "CUSTMST"
003300         ORGANIZATION IS INDEXED
003400         RECORD KEY IS CUST-CUSTOMER-ID
003500         ACCESS MODE IS RANDOM
003600         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
003700
003800     SELECT SALES-REP-MASTER-FILE
003900         ASSIGN TO "SREPMST"
004000         ORGANIZATION IS INDEXED
004100         RECORD KEY IS SREP-CODE
004200         ACCESS MODE IS RANDOM
004300         FILE STATUS IS WS-SREP-FILE-STATUS.
004400
004500     SELECT SHIP-TO-FILE
004600         ASSIGN TO "SHIPTO"
004700         ORGANIZATION IS INDEXED
004800         RECORD KEY IS ST-KEY
004900         ACCESS MODE IS RANDOM
005000         FILE STATUS IS WS-SHIPTO-FILE-STATUS.
005100
005200     SELECT QUOTE-DOCUMENT-FILE
005300         ASSIGN TO "QTEPRTF"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800
005900     COPY QUOTMST.
006000     COPY CUSMST.
006100     COPY SREPMST.
006200     COPY SHIPTO.
006300
006400 FD  QUOTE-DOCUMENT-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  QUOTE-DOCUMENT-LINE       PIC X(90).
006700
006800 WORKING-STORAGE SECTION.
006900
007000 01  FILE-AT-END               PIC X VALUE "N".
007100 01  WS-LINE-SCAN-AT-END       PIC X VALUE "N".
007200 01  WS-CUSTOMER-FOUND         PIC X VALUE "N".
007300*    "N" WHEN THE SHIP-TO FILE DOES NOT EXIST YET -- THE
007400*    QUOTE THEN SHOWS ONLY THE LOCATION CODE.
007500 01  WS-SHIPTO-FILE-OPEN       PIC X VALUE "N".
007600
007700*    THE QUOTE IN HAND.  ITS FIRST OPEN, UNEXPIRED LINE
007800*    STANDS IN FOR THE HEADER; ANY SUCH LINE NOT YET PRINTED
007900*    MEANS THE CUSTOMER HAS NOT SEEN THE QUOTE AS IT STANDS.
008000 01  WS-CURRENT-QUOTE-NUMBER   PIC 9(7) VALUE ZERO.
008100 01  WS-QUOTE-NEEDS-FORM       PIC X VALUE "N".
008200 01  WS-HDR-FOUND              PIC X VALUE "N".
008300 01  WS-QUOTE-HEADER.
008400     05 WS-HDR-CUSTOMER-ID     PIC 9(7) VALUE ZERO.
008500     05 WS-HDR-SHIP-TO-CODE    PIC X(03) VALUE SPACES.
008600     05 WS-HDR-SALES-REP-CODE  PIC X(05) VALUE SPACES.
008700     05 WS-HDR-QUOTE-DATE      PIC 9(8) VALUE ZERO.
008800     05 WS-HDR-EXPIRY-DATE     PIC 9(8) VALUE ZERO.
008900 01  WS-QUOTE-TOTAL            PIC 9(9)V99 VALUE ZERO.
009000
009100*    WHERE THE MAIN PASS PICKS UP AGAIN AFTER A QUOTE IS
009200*    PRINTED -- THE FIRST LINE OF THE NEXT QUOTE.
009300 01  WS-RESUME-KEY             PIC X(10) VALUE SPACES.
009400 01  WS-RESUME-AT-END          PIC X VALUE "N".
009500
009600*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
009700*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
009800     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
009900         ==WS-QUOTE-FILE-STATUS== ==PFX-FILE-OK== BY
010000         ==QUOTE-FILE-OK== ==PFX-FILE-EOF== BY
010100         ==QUOTE-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010200         ==QUOTE-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
010300         ==QUOTE-FILE-NOT-FOUND==
010400         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010500         ==QUOTE-FILE-BOUNDARY-VIOLATION==.
010600
010700     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
010800         ==WS-CUSTOMER-FILE-STATUS== ==PFX-FILE-OK== BY
010900         ==CUSTOMER-FILE-OK== ==PFX-FILE-EOF== BY
011000         ==CUSTOMER-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
011100         ==CUSTOMER-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
011200         ==CUSTOMER-FILE-NOT-FOUND==
011300         ==PFX-FILE-BOUNDARY-VIOLATION== BY
011400         ==CUSTOMER-FILE-BOUNDARY-VIOLATION==.
011500
011600     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
011700         ==WS-SREP-FILE-STATUS== ==PFX-FILE-OK== BY
011800         ==SREP-FILE-OK== ==PFX-FILE-EOF== BY
011900         ==SREP-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
012000         ==SREP-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
012100         ==SREP-FILE-NOT-FOUND==
012200         ==PFX-FILE-BOUNDARY-VIOLATION== BY
012300         ==SREP-FILE-BOUNDARY-VIOLATION==.
012400
012500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
012600         ==WS-SHIPTO-FILE-STATUS== ==PFX-FILE-OK== BY
012700         ==SHIPTO-FILE-OK== ==PFX-FILE-EOF== BY
012800         ==SHIPTO-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
012900         ==SHIPTO-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
013000         ==SHIPTO-FILE-NOT-FOUND==
013100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
013200         ==SHIPTO-FILE-BOUNDARY-VIOLATION==.
013300
013400 01  WS-RUN-DATE               PIC 9(8).
013500
013600 01  WS-CONTROL-TOTALS.
013700     05 WS-QUOTE-LINES-READ    PIC 9(7) VALUE ZERO.
013800     05 WS-DOCUMENTS-PRINTED   PIC 9(7) VALUE ZERO.
013900     05 WS-CUSTOMERS-NOT-FOUND PIC 9(7) VALUE ZERO.
014000
014100*    THE SHOP'S OWN LETTERHEAD BLOCK.
014200 01  COMPANY-NAME-LINE.
014300     05 FILLER                 PIC X(30)
014400        VALUE "LOCAL ORDER ADMINISTRATION".
014500 01  COMPANY-ADDRESS-LINE.
014600     05 FILLER                 PIC X(30)
014700        VALUE "1640 COMMERCE DRIVE".
014800 01  COMPANY-CITY-LINE.
014900     05 FILLER                 PIC X(30)
015000        VALUE "SPRINGFIELD IL 62701".
015100
015200 01  DOCUMENT-HEADING.
015300     05 FILLER                 PIC X(16)
015400        VALUE "SALES QUOTATION ".
015500     05 DOC-QUOTE-NUMBER       PIC 9(7).
015600     05 FILLER                 PIC X(07) VALUE "  DATE ".
015700     05 DOC-QUOTE-DATE         PIC 9(8).
015800
015900 01  CUSTOMER-NAME-LINE.
016000     05 CNL-CAPTION            PIC X(09) VALUE "TO:".
016100     05 CNL-NAME               PIC X(30).
016200
016300 01  CUSTOMER-ADDRESS-LINE.
016400     05 FILLER                 PIC X(09) VALUE SPACES.
016500     05 CAL-ADDRESS            PIC X(30).
016600
016700 01  CUSTOMER-CITY-LINE.
016800     05 FILLER                 PIC X(09) VALUE SPACES.
016900     05 CCL-CITY               PIC X(20).
017000     05 FILLER                 PIC X(01) VALUE SPACES.
017100     05 CCL-STATE              PIC X(02).
017200     05 FILLER                 PIC X(01) VALUE SPACES.
017300     05 CCL-ZIP                PIC X(10).
017400
017500 01  SALES-REP-LINE.
017600     05 FILLER                 PIC X(09) VALUE "REP:".
017700     05 SRL-REP-CODE           PIC X(05).
017800     05 FILLER                 PIC X(02) VALUE SPACES.
017900     05 SRL-REP-NAME           PIC X(30).
018000
018100 01  COLUMN-HEADING-LINE.
018200     05 FILLER                 PIC X(08) VALUE "ITEM".
018300     05 FILLER                 PIC X(02) VALUE SPACES.
018400     05 FILLER                 PIC X(40) VALUE "DESCRIPTION".
018500     05 FILLER                 PIC X(09) VALUE " QUANTITY".
018600     05 FILLER                 PIC X(12) VALUE "  UNIT PRICE".
018700     05 FILLER                 PIC X(15) VALUE "         AMOUNT".
018800
018900 01  LINE-DETAIL-LINE.
019000     05 LDL-ITEM-NUMBER        PIC X(08).
019100     05 FILLER                 PIC X(02) VALUE SPACES.
019200     05 LDL-DESCRIPTION        PIC X(40).
019300     05 LDL-QUANTITY           PIC ZZZZ,ZZ9.
019400     05 FILLER                 PIC X(01) VALUE SPACES.
019500     05 LDL-UNIT-PRICE         PIC Z,ZZZ,ZZ9.99.
019600     05 FILLER                 PIC X(01) VALUE SPACES.
019700     05 LDL-LINE-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
019800
019900 01  DOCUMENT-TOTAL-LINE.
020000     05 FILLER                 PIC X(18)
020100        VALUE "QUOTE TOTAL .....:".
020200     05 FILLER                 PIC X(01) VALUE SPACES.
020300     05 DTL-TOTAL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
020400
020500 01  VALID-THROUGH-LINE.
020600     05 FILLER                 PIC X(18)
020700        VALUE "VALID THROUGH ...:".
020800     05 FILLER                 PIC X(01) VALUE SPACES.
020900     05 VTL-EXPIRY-DATE        PIC 9(8).
021000
021100 PROCEDURE DIVISION.
021200 PROGRAM-BEGIN.
021300     PERFORM OPENING-PROCEDURE.
021400     PERFORM MAIN-PROCESS.
021500     PERFORM CLOSING-PROCEDURE.
021600
021700 PROGRAM-DONE.
021800     STOP RUN.
021900
022000 OPENING-PROCEDURE.
022100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022200     OPEN I-O QUOTE-FILE.
022300     IF NOT QUOTE-FILE-OK
022400        DISPLAY "QTEPRINT: UNABLE TO OPEN QUOTE-FILE, "
022500                "STATUS " WS-QUOTE-FILE-STATUS
022600        MOVE 16 TO RETURN-CODE
022700        GO TO PROGRAM-DONE
022800     END-IF.
022900     OPEN INPUT CUSTOMER-MASTER-FILE.
023000     IF NOT CUSTOMER-FILE-OK
023100        DISPLAY "QTEPRINT: UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
023200                "STATUS " WS-CUSTOMER-FILE-STATUS
023300        MOVE 16 TO RETURN-CODE
023400        CLOSE QUOTE-FILE
023500        GO TO PROGRAM-DONE
023600     END-IF.
023700     OPEN INPUT SALES-REP-MASTER-FILE.
023800     IF NOT SREP-FILE-OK
023900        DISPLAY "QTEPRINT: UNABLE TO OPEN SALES-REP-MASTER-"
024000                "FILE, STATUS " WS-SREP-FILE-STATUS
024100        MOVE 16 TO RETURN-CODE
024200        CLOSE QUOTE-FILE
024300        CLOSE CUSTOMER-MASTER-FILE
024400        GO TO PROGRAM-DONE
024500     END-IF.
024600     OPEN INPUT SHIP-TO-FILE.
024700     IF SHIPTO-FILE-OK
024800        MOVE "Y" TO WS-SHIPTO-FILE-OPEN
024900     ELSE
025000        IF WS-SHIPTO-FILE-STATUS NOT = "35"
025100           DISPLAY "QTEPRINT: UNABLE TO OPEN SHIP-TO-FILE, "
025200                   "STATUS " WS-SHIPTO-FILE-STATUS
025300           MOVE 16 TO RETURN-CODE
025400           CLOSE QUOTE-FILE
025500           CLOSE CUSTOMER-MASTER-FILE
025600           CLOSE SALES-REP-MASTER-FILE
025700           GO TO PROGRAM-DONE
025800        END-IF
025900     END-IF.
026000     OPEN OUTPUT QUOTE-DOCUMENT-FILE.
026100
026200 CLOSING-PROCEDURE.
026300     CLOSE QUOTE-FILE.
026400     CLOSE CUSTOMER-MASTER-FILE.
026500     CLOSE SALES-REP-MASTER-FILE.
026600     IF WS-SHIPTO-FILE-OPEN = "Y"
026700        CLOSE SHIP-TO-FILE
026800     END-IF.
026900     CLOSE QUOTE-DOCUMENT-FILE.
027000     DISPLAY "QTEPRINT CONTROL TOTALS".
027100     DISPLAY "  QUOTE LINES READ .....: " WS-QUOTE-LINES-READ.
027200     DISPLAY "  DOCUMENTS PRINTED ....: " WS-DOCUMENTS-PRINTED.
027300     DISPLAY "  CUSTOMERS NOT FOUND ..: " WS-CUSTOMERS-NOT-FOUND.
027400     IF WS-CUSTOMERS-NOT-FOUND > ZERO
027500        MOVE 4 TO RETURN-CODE
027600     ELSE
027700        MOVE 0 TO RETURN-CODE
027800     END-IF.
027900
028000 MAIN-PROCESS.
028100     MOVE "N" TO FILE-AT-END.
028200     PERFORM READ-NEXT-QUOTE-LINE.
028300     PERFORM SELECT-ONE-QUOTE UNTIL FILE-AT-END = "Y".
028400
028500 READ-NEXT-QUOTE-LINE.
028600     READ QUOTE-FILE NEXT RECORD
028700          AT END MOVE "Y" TO FILE-AT-END.
028800     IF FILE-AT-END NOT = "Y"
028900        ADD 1 TO WS-QUOTE-LINES-READ
029000     END-IF.
029100
029200*    A QUOTE IS LOOKED AT WHOLE: IT PRINTS WHEN ANY LINE THE
029300*    CUSTOMER CAN STILL ACCEPT HAS NOT BEEN ON A PRINTED
029400*    QUOTE -- A NEW QUOTE, A NEW LINE, OR A CHANGE.  A QUOTE
029500*    CONVERTED, LOST OR PAST ITS EXPIRY NEVER PRINTS AGAIN.
029600 SELECT-ONE-QUOTE.
029700     MOVE QT-QUOTE-NUMBER TO WS-CURRENT-QUOTE-NUMBER.
029800     MOVE "N" TO WS-QUOTE-NEEDS-FORM.
029900     MOVE "N" TO WS-HDR-FOUND.
030000     PERFORM CHECK-ONE-QUOTE-LINE
030100             UNTIL FILE-AT-END = "Y"
030200                OR QT-QUOTE-NUMBER NOT = WS-CURRENT-QUOTE-NUMBER.
030300     IF WS-QUOTE-NEEDS-FORM = "Y"
030400        MOVE FILE-AT-END TO WS-RESUME-AT-END
030500        MOVE QT-KEY      TO WS-RESUME-KEY
030600        PERFORM PRINT-ONE-DOCUMENT
030700        PERFORM RESUME-MAIN-PASS
030800     END-IF.
030900
031000 CHECK-ONE-QUOTE-LINE.
031100     IF QT-STATUS-OPEN
031200        AND QT-EXPIRY-DATE NOT < WS-RUN-DATE
031300        IF WS-HDR-FOUND NOT = "Y"
031400           MOVE "Y"               TO WS-HDR-FOUND
031500           MOVE QT-CUSTOMER-ID    TO WS-HDR-CUSTOMER-ID
031600           MOVE QT-SHIP-TO-CODE   TO WS-HDR-SHIP-TO-CODE
031700           MOVE QT-SALES-REP-CODE TO WS-HDR-SALES-REP-CODE
031800           MOVE QT-QUOTE-DATE     TO WS-HDR-QUOTE-DATE
031900           MOVE QT-EXPIRY-DATE    TO WS-HDR-EXPIRY-DATE
032000        END-IF
032100        IF NOT QT-FORM-PRINTED
032200           MOVE "Y" TO WS-QUOTE-NEEDS-FORM
032300        END-IF
032400     END-IF.
032500     PERFORM READ-NEXT-QUOTE-LINE.
032600
032700*    PRINTING READS THE QUOTE AGAIN FROM ITS FIRST LINE, SO
032800*    THE MAIN PASS STARTS OVER AT THE NEXT QUOTE AFTERWARD.
032900 RESUME-MAIN-PASS.
033000     MOVE WS-RESUME-AT-END TO FILE-AT-END.
033100     IF FILE-AT-END NOT = "Y"
033200        MOVE WS-RESUME-KEY TO QT-KEY
033300        START QUOTE-FILE KEY IS NOT LESS THAN QT-KEY
033400            INVALID KEY
033500               MOVE "Y" TO FILE-AT-END
033600        END-START
033700        IF FILE-AT-END NOT = "Y"
033800           READ QUOTE-FILE NEXT RECORD
033900                AT END MOVE "Y" TO FILE-AT-END
034000           END-READ
034100        END-IF
034200     END-IF.
034300
034400 PRINT-ONE-DOCUMENT.
034500     WRITE QUOTE-DOCUMENT-LINE FROM COMPANY-NAME-LINE.
034600     WRITE QUOTE-DOCUMENT-LINE FROM COMPANY-ADDRESS-LINE.
034700     WRITE QUOTE-DOCUMENT-LINE FROM COMPANY-CITY-LINE.
034800     MOVE SPACES TO QUOTE-DOCUMENT-LINE.
034900     WRITE QUOTE-DOCUMENT-LINE.
035000     MOVE WS-CURRENT-QUOTE-NUMBER TO DOC-QUOTE-NUMBER.
035100     MOVE WS-HDR-QUOTE-DATE       TO DOC-QUOTE-DATE.
035200     WRITE QUOTE-DOCUMENT-LINE FROM DOCUMENT-HEADING.
035300     PERFORM PRINT-CUSTOMER-ADDRESS.
035400     IF WS-HDR-SHIP-TO-CODE NOT = SPACES
035500        PERFORM PRINT-SHIP-TO-ADDRESS
035600     END-IF.
035700     PERFORM PRINT-SALES-REP.
035800     MOVE SPACES TO QUOTE-DOCUMENT-LINE.
035900     WRITE QUOTE-DOCUMENT-LINE.
036000     WRITE QUOTE-DOCUMENT-LINE FROM COLUMN-HEADING-LINE.
036100     PERFORM PRINT-QUOTE-LINES.
036200     MOVE WS-QUOTE-TOTAL TO DTL-TOTAL-AMOUNT.
036300     WRITE QUOTE-DOCUMENT-LINE FROM DOCUMENT-TOTAL-LINE.
036400     MOVE WS-HDR-EXPIRY-DATE TO VTL-EXPIRY-DATE.
036500     WRITE QUOTE-DOCUMENT-LINE FROM VALID-THROUGH-LINE.
036600     MOVE SPACES TO QUOTE-DOCUMENT-LINE.
036700     WRITE QUOTE-DOCUMENT-LINE AFTER ADVANCING PAGE.
036800     ADD 1 TO WS-DOCUMENTS-PRINTED.
036900
037000 PRINT-CUSTOMER-ADDRESS.
037100     MOVE "TO:" TO CNL-CAPTION.
037200     MOVE WS-HDR-CUSTOMER-ID TO CUST-CUSTOMER-ID.
037300     READ CUSTOMER-MASTER-FILE
037400         INVALID KEY
037500            MOVE "N" TO WS-CUSTOMER-FOUND
037600            ADD 1 TO WS-CUSTOMERS-NOT-FOUND
037700         NOT INVALID KEY
037800            MOVE "Y" TO WS-CUSTOMER-FOUND
037900     END-READ.
038000     IF WS-CUSTOMER-FOUND NOT = "Y"
038100        MOVE "** CUSTOMER NOT ON FILE **" TO CNL-NAME
038200        WRITE QUOTE-DOCUMENT-LINE FROM CUSTOMER-NAME-LINE
038300     ELSE
038400        MOVE CUST-NOMBRE TO CNL-NAME
038500        WRITE QUOTE-DOCUMENT-LINE FROM CUSTOMER-NAME-LINE
038600        MOVE CUST-ADDRESS-1 TO CAL-ADDRESS
038700        WRITE QUOTE-DOCUMENT-LINE FROM CUSTOMER-ADDRESS-LINE
038800        IF CUST-ADDRESS-2 NOT = SPACES
038900           MOVE CUST-ADDRESS-2 TO CAL-ADDRESS
039000           WRITE QUOTE-DOCUMENT-LINE FROM CUSTOMER-ADDRESS-LINE
039100        END-IF
039200        MOVE CUST-CITY  TO CCL-CITY
039300        MOVE CUST-STATE TO CCL-STATE
039400        MOVE CUST-ZIP   TO CCL-ZIP
039500        WRITE QUOTE-DOCUMENT-LINE FROM CUSTOMER-CITY-LINE
039600     END-IF.
039700
039800*    THE SHIP-TO PRINTS FROM THE SAME LINE LAYOUTS AS THE
039900*    CUSTOMER; WITHOUT THE FILE, THE LOCATION CODE STANDS.
040000 PRINT-SHIP-TO-ADDRESS.
040100     MOVE "SHIP TO:" TO CNL-CAPTION.
040200     MOVE "N" TO WS-CUSTOMER-FOUND.
040300     IF WS-SHIPTO-FILE-OPEN = "Y"
040400        MOVE WS-HDR-CUSTOMER-ID  TO ST-CUSTOMER-ID
040500        MOVE WS-HDR-SHIP-TO-CODE TO ST-LOCATION-CODE
040600        READ SHIP-TO-FILE
040700            INVALID KEY
040800               CONTINUE
040900            NOT INVALID KEY
041000               MOVE "Y" TO WS-CUSTOMER-FOUND
041100        END-READ
041200     END-IF.
041300     IF WS-CUSTOMER-FOUND NOT = "Y"
041400        MOVE WS-HDR-SHIP-TO-CODE TO CNL-NAME
041500        WRITE QUOTE-DOCUMENT-LINE FROM CUSTOMER-NAME-LINE
041600     ELSE
041700        MOVE ST-NAME TO CNL-NAME
041800        WRITE QUOTE-DOCUMENT-LINE FROM CUSTOMER-NAME-LINE
041900        MOVE ST-ADDRESS-1 TO CAL-ADDRESS
042000        WRITE QUOTE-DOCUMENT-LINE FROM CUSTOMER-ADDRESS-LINE
042100        IF ST-ADDRESS-2 NOT = SPACES
042200           MOVE ST-ADDRESS-2 TO CAL-ADDRESS
042300           WRITE QUOTE-DOCUMENT-LINE FROM CUSTOMER-ADDRESS-LINE
042400        END-IF
042500        MOVE ST-CITY  TO CCL-CITY
042600        MOVE ST-STATE TO CCL-STATE
042700        MOVE ST-ZIP   TO CCL-ZIP
042800        WRITE QUOTE-DOCUMENT-LINE FROM CUSTOMER-CITY-LINE
042900     END-IF.
043000
043100 PRINT-SALES-REP.
043200     MOVE WS-HDR-SALES-REP-CODE TO SRL-REP-CODE.
043300     MOVE WS-HDR-SALES-REP-CODE TO SREP-CODE.
043400     READ SALES-REP-MASTER-FILE
043500         INVALID KEY
043600            MOVE SPACES TO SRL-REP-NAME
043700         NOT INVALID KEY
043800            MOVE SREP-NAME TO SRL-REP-NAME
043900     END-READ.
044000     WRITE QUOTE-DOCUMENT-LINE FROM SALES-REP-LINE.
044100
044200*    ONLY WHAT THE CUSTOMER CAN STILL ACCEPT PRINTS; EACH LINE
044300*    PRINTED IS MARKED SO, AND THE TOTAL IS THEIRS ALONE.
044400 PRINT-QUOTE-LINES.
044500     MOVE ZERO TO WS-QUOTE-TOTAL.
044600     MOVE "N"  TO WS-LINE-SCAN-AT-END.
044700     MOVE WS-CURRENT-QUOTE-NUMBER TO QT-QUOTE-NUMBER.
044800     MOVE ZERO                    TO QT-LINE-NUMBER.
044900     START QUOTE-FILE KEY IS GREATER THAN QT-KEY
045000         INVALID KEY
045100            MOVE "Y" TO WS-LINE-SCAN-AT-END
045200     END-START.
045300     IF WS-LINE-SCAN-AT-END NOT = "Y"
045400        PERFORM READ-NEXT-PRINT-LINE
045500     END-IF.
045600     PERFORM PRINT-ONE-QUOTE-LINE
045700             UNTIL WS-LINE-SCAN-AT-END = "Y".
045800
045900 PRINT-ONE-QUOTE-LINE.
046000     IF QT-QUOTE-NUMBER NOT = WS-CURRENT-QUOTE-NUMBER
046100        MOVE "Y" TO WS-LINE-SCAN-AT-END
046200     ELSE
046300        IF QT-STATUS-OPEN
046400           AND QT-EXPIRY-DATE NOT < WS-RUN-DATE
046500           MOVE QT-ITEM-NUMBER  TO LDL-ITEM-NUMBER
046600           MOVE QT-DESCRIPTION  TO LDL-DESCRIPTION
046700           MOVE QT-QUANTITY     TO LDL-QUANTITY
046800           MOVE QT-UNIT-PRICE   TO LDL-UNIT-PRICE
046900           MOVE QT-LINE-AMOUNT  TO LDL-LINE-AMOUNT
047000           WRITE QUOTE-DOCUMENT-LINE FROM LINE-DETAIL-LINE
047100           ADD QT-LINE-AMOUNT TO WS-QUOTE-TOTAL
047200           SET QT-FORM-PRINTED TO TRUE
047300           REWRITE QUOTE-RECORD
047400        END-IF
047500        PERFORM READ-NEXT-PRINT-LINE
047600     END-IF.
047700
047800 READ-NEXT-PRINT-LINE.
047900     READ QUOTE-FILE NEXT RECORD
048000          AT END MOVE "Y" TO WS-LINE-SCAN-AT-END.
