000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EDIORD.
000300*--------------------------------------------------
000400* Inbound electronic customer orders.  Reads the
000500* trading partners' purchase-order file -- one
000600* record per PO line, in the partner's own part
000700* numbers and ship-to codes -- and translates each
000800* line through CUSTOMER-XREF-FILE: the part number
000900* to our ITEM-NUMBER, the ship-to code to a location
001000* on SHIP-TO-FILE, and the partner's profile to the
001100* rep its orders book to.  A line whose price sits
001200* within the tolerance of the sell-price file (the
001300* same test CORMAINT holds keyed prices to) goes to
001400* CORTRAN as an ordinary CORMAINT add; a line that
001500* cannot be translated or priced goes to the
001600* exception report instead, never to order entry.
001700* Every line read is acknowledged back to the
001800* partner, accepted or rejected, on ORDACK.  This
001900* replaces rekeying the partners' orders as CORTRAN
002000* transactions.
002100*
002200* MODIFICATION HISTORY
002300*   WHO   DATE        WHAT
002400*   RWH   2026-10-15  Original version.
002500*--------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900
003000*    THE TRADING PARTNERS' PO LINES -- SEE EDIORD.
003100     SELECT PARTNER-ORDER-FILE
003200         ASSIGN TO "EDIORD"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-PARTNER-FILE-STATUS.
003500
003600     SELECT CUSTOMER-XREF-FILE
003700         ASSIGN TO "CUSXREF"
003800         ORGANIZATION IS INDEXED
003900         RECORD KEY IS CX-KEY
004000         ACCESS MODE IS RANDOM
004100         FILE STATUS IS WS-XREF-FILE-STATUS.
004200
004300     SELECT CUSTOMER-MASTER-FILE
004400         ASSIGN TO "CUSTMST"
004500         ORGANIZATION IS INDEXED
004600         RECORD KEY IS CUST-CUSTOMER-ID
004700         ACCESS MODE IS RANDOM
004800         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
004900
005000     SELECT ITEM-MASTER-FILE
005100         ASSIGN TO "ITEMMST"
005200         ORGANIZATION IS INDEXED
005300         RECORD KEY IS ITEM-NUMBER
005400         ACCESS MODE IS RANDOM
005500         FILE STATUS IS WS-ITEM-FILE-STATUS.
005600
005700     SELECT SHIP-TO-FILE
005800         ASSIGN TO "SHIPTO"
005900         ORGANIZATION IS INDEXED
006000         RECORD KEY IS ST-KEY
006100         ACCESS MODE IS RANDOM
006200         FILE STATUS IS WS-SHIPTO-FILE-STATUS.
006300
006400     SELECT CUSTOMER-PRICE-FILE
006500         ASSIGN TO "SELLPRC"
006600         ORGANIZATION IS INDEXED
006700         RECORD KEY IS SP-KEY
006800         ACCESS MODE IS RANDOM
006900         FILE STATUS IS WS-PRICE-FILE-STATUS.
007000
007100*    CORMAINT'S OWN TRANSACTION FILE -- EXTENDED, SO THE
007200*    ADDS GO IN BEHIND WHATEVER ORDER ENTRY KEYED TODAY.
007300     SELECT CUSTOMER-ORDER-TRANSACTION-FILE
007400         ASSIGN TO "CORTRAN"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-CTRAN-FILE-STATUS.
007700
007800     SELECT ORDER-ACK-FILE
007900         ASSIGN TO "ORDACK"
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100
008200     SELECT EDI-EXCEPTION-REPORT
008300         ASSIGN TO "EDIEXCPR"
008400         ORGANIZATION IS LINE SEQUENTIAL.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800
008900     COPY EDIORD.
009000     COPY CUSXREF.
009100     COPY CUSMST.
009200     COPY ITMMST.
009300     COPY SHIPTO.
009400     COPY SELLPRC.
009500     COPY CORTRN.
009600     COPY ORDACK.
009700
009800 FD  EDI-EXCEPTION-REPORT
009900     LABEL RECORDS ARE STANDARD.
010000 01  EDI-EXCEPTION-LINE        PIC X(120).
010100
010200 WORKING-STORAGE SECTION.
010300
010400 01  WS-PARTNER-AT-END         PIC X VALUE "N".
010500 01  WS-LINE-VALID-SWITCH      PIC X VALUE "Y".
010600     88 WS-LINE-VALID                 VALUE "Y".
010700*    "N" WHEN THE SHIP-TO FILE DOES NOT EXIST YET -- A LINE
010800*    FOR A PARTNER SHIP-TO CANNOT BE PLACED AND IS REJECTED.
010900 01  WS-SHIPTO-FILE-OPEN       PIC X VALUE "N".
011000*    "N" WHEN THE SELL-PRICE FILE DOES NOT EXIST YET -- THE
011100*    PRICE CHECK IS SKIPPED, LOUDLY, RATHER THAN SILENTLY.
011200 01  WS-PRICE-FILE-OPEN        PIC X VALUE "N".
011300
011400 01  WS-PARTNER-FILE-STATUS    PIC XX VALUE SPACES.
011500 01  WS-PRICE-FILE-STATUS      PIC XX VALUE SPACES.
011600
011700 01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
011800 01  WS-REJECT-CODE            PIC X(03) VALUE SPACES.
011900 01  WS-REJECT-TEXT            PIC X(25) VALUE SPACES.
012000
012100*    THE LINE IN HAND, TRANSLATED TO OUR CODES.
012200 01  WS-SALES-REP-CODE         PIC X(05) VALUE SPACES.
012300 01  WS-SHIP-TO-CODE           PIC X(03) VALUE SPACES.
012400 01  WS-ITEM-NUMBER            PIC X(08) VALUE SPACES.
012500
012600*    THE REFERENCE EACH ACCEPTED LINE GOES TO CORMAINT UNDER,
012700*    KEYED AS ITS ORDER NUMBER.  CORMAINT NUMBERS THE ORDER
012800*    OFF ITS OWN SERIES AND ECHOES THIS ONE ON ITS LISTING.
012900 01  WS-ORDER-REFERENCE        PIC 9(7) VALUE ZERO.
013000
013100*    PRICING FOR THE LINE IN HAND, THE WAY CORMAINT PRICES AN
013200*    ADD: THE CUSTOMER'S OWN ROW WINS, THEN THE LIST ROW.  THE
013300*    PARTNER'S PRICE MUST SIT WITHIN THE TOLERANCE OF IT; NO
013400*    PRICE ON FILE MEANS THE PARTNER'S PRICE STANDS.
013500 01  WS-ACTIVE-SELL-PRICE      PIC 9(7)V99 VALUE ZERO.
013600 01  WS-SELL-PRICE-FOUND       PIC X VALUE "N".
013700 01  WS-SELLPRICE-TOLERANCE    PIC 9V99 VALUE 5.00.
013800 01  WS-SELL-VARIANCE          PIC S9(7)V99 VALUE ZERO.
013900 01  WS-SELL-LIMIT             PIC 9(7)V99 VALUE ZERO.
014000
014100*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
014200*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
014300     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
014400         ==WS-XREF-FILE-STATUS== ==PFX-FILE-OK== BY
014500         ==XREF-FILE-OK== ==PFX-FILE-EOF== BY
014600         ==XREF-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
014700         ==XREF-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
014800         ==XREF-FILE-NOT-FOUND==
014900         ==PFX-FILE-BOUNDARY-VIOLATION== BY
015000         ==XREF-FILE-BOUNDARY-VIOLATION==.
015100
015200     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
015300         ==WS-CUSTOMER-FILE-STATUS== ==PFX-FILE-OK== BY
015400         ==CUSTOMER-FILE-OK== ==PFX-FILE-EOF== BY
015500         ==CUSTOMER-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
015600         ==CUSTOMER-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
015700         ==CUSTOMER-FILE-NOT-FOUND==
015800         ==PFX-FILE-BOUNDARY-VIOLATION== BY
015900         ==CUSTOMER-FILE-BOUNDARY-VIOLATION==.
016000
016100     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
016200         ==WS-ITEM-FILE-STATUS== ==PFX-FILE-OK== BY
016300         ==ITEM-FILE-OK== ==PFX-FILE-EOF== BY
016400         ==ITEM-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
016500         ==ITEM-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
016600         ==ITEM-FILE-NOT-FOUND==
016700         ==PFX-FILE-BOUNDARY-VIOLATION== BY
016800         ==ITEM-FILE-BOUNDARY-VIOLATION==.
016900
017000     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
017100         ==WS-SHIPTO-FILE-STATUS== ==PFX-FILE-OK== BY
017200         ==SHIPTO-FILE-OK== ==PFX-FILE-EOF== BY
017300         ==SHIPTO-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
017400         ==SHIPTO-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
017500         ==SHIPTO-FILE-NOT-FOUND==
017600         ==PFX-FILE-BOUNDARY-VIOLATION== BY
017700         ==SHIPTO-FILE-BOUNDARY-VIOLATION==.
017800
017900     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
018000         ==WS-CTRAN-FILE-STATUS== ==PFX-FILE-OK== BY
018100         ==CTRAN-FILE-OK== ==PFX-FILE-EOF== BY
018200         ==CTRAN-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
018300         ==CTRAN-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
018400         ==CTRAN-FILE-NOT-FOUND==
018500         ==PFX-FILE-BOUNDARY-VIOLATION== BY
018600         ==CTRAN-FILE-BOUNDARY-VIOLATION==.
018700
018800 01  WS-CONTROL-TOTALS.
018900     05 WS-LINES-READ          PIC 9(7) VALUE ZERO.
019000     05 WS-LINES-ACCEPTED      PIC 9(7) VALUE ZERO.
019100     05 WS-LINES-REJECTED      PIC 9(7) VALUE ZERO.
019200     05 WS-ACCEPTED-VALUE      PIC 9(11)V99 VALUE ZERO.
019300
019400 01  EXCEPTION-HEADING-LINE-1.
019500     05 FILLER                 PIC X(34)
019600            VALUE "ELECTRONIC ORDER EXCEPTIONS - RUN ".
019700     05 EH1-RUN-DATE           PIC 9(8).
019800
019900 01  EXCEPTION-HEADING-LINE-2.
020000     05 FILLER                 PIC X(09) VALUE "CUSTOMER".
020100     05 FILLER                 PIC X(17) VALUE "PO NUMBER".
020200     05 FILLER                 PIC X(06) VALUE "LINE".
020300     05 FILLER                 PIC X(22) VALUE "PARTNER PART".
020400     05 FILLER                 PIC X(09) VALUE " QUANTITY".
020500     05 FILLER                 PIC X(13)
020600            VALUE "  THEIR PRICE".
020700     05 FILLER                 PIC X(13)
020800            VALUE "   FILE PRICE".
020900     05 FILLER                 PIC X(06) VALUE "  RSN".
021000
021100 01  EXCEPTION-DETAIL-LINE.
021200     05 EDL-CUSTOMER-ID        PIC ZZZZZZ9.
021300     05 FILLER                 PIC X(02) VALUE SPACES.
021400     05 EDL-PO-NUMBER          PIC X(15).
021500     05 FILLER                 PIC X(02) VALUE SPACES.
021600     05 EDL-LINE-NUMBER        PIC ZZZ9.
021700     05 FILLER                 PIC X(02) VALUE SPACES.
021800     05 EDL-PARTNER-PART       PIC X(20).
021900     05 FILLER                 PIC X(02) VALUE SPACES.
022000     05 EDL-QUANTITY           PIC Z,ZZZ,ZZ9.
022100     05 FILLER                 PIC X(02) VALUE SPACES.
022200     05 EDL-PARTNER-PRICE      PIC Z,ZZZ,ZZ9.99.
022300     05 FILLER                 PIC X(01) VALUE SPACES.
022400     05 EDL-FILE-PRICE         PIC Z,ZZZ,ZZ9.99.
022500     05 FILLER                 PIC X(02) VALUE SPACES.
022600     05 EDL-REJECT-CODE        PIC X(03).
022700     05 FILLER                 PIC X(01) VALUE SPACES.
022800     05 EDL-REJECT-TEXT        PIC X(25).
022900
023000 01  EXCEPTION-COUNT-LINE.
023100     05 ECL-LABEL              PIC X(30).
023200     05 ECL-COUNT              PIC Z,ZZZ,ZZ9.
023300
023400 PROCEDURE DIVISION.
023500 PROGRAM-BEGIN.
023600     PERFORM OPENING-PROCEDURE.
023700     PERFORM MAIN-PROCESS.
023800     PERFORM CLOSING-PROCEDURE.
023900
024000 PROGRAM-DONE.
024100     STOP RUN.
024200
024300 OPENING-PROCEDURE.
024400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024500     OPEN INPUT PARTNER-ORDER-FILE.
024600     IF WS-PARTNER-FILE-STATUS NOT = "00"
024700        DISPLAY "EDIORD: UNABLE TO OPEN PARTNER-ORDER-FILE, "
024800                "STATUS " WS-PARTNER-FILE-STATUS
024900        MOVE 16 TO RETURN-CODE
025000        GO TO PROGRAM-DONE
025100     END-IF.
025200*    NOTHING TRANSLATES WITHOUT THE CROSS-REFERENCE, SO A
025300*    MISSING ONE STOPS THE RUN RATHER THAN REJECTING EVERY
025400*    LINE BACK TO THE PARTNERS.
025500     OPEN INPUT CUSTOMER-XREF-FILE.
025600     IF NOT XREF-FILE-OK
025700        DISPLAY "EDIORD: UNABLE TO OPEN CUSTOMER-XREF-FILE, "
025800                "STATUS " WS-XREF-FILE-STATUS
025900        MOVE 16 TO RETURN-CODE
026000        CLOSE PARTNER-ORDER-FILE
026100        GO TO PROGRAM-DONE
026200     END-IF.
026300     OPEN INPUT CUSTOMER-MASTER-FILE.
026400     IF NOT CUSTOMER-FILE-OK
026500        DISPLAY "EDIORD: UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
026600                "STATUS " WS-CUSTOMER-FILE-STATUS
026700        MOVE 16 TO RETURN-CODE
026800        CLOSE PARTNER-ORDER-FILE
026900        CLOSE CUSTOMER-XREF-FILE
027000        GO TO PROGRAM-DONE
027100     END-IF.
027200     OPEN INPUT ITEM-MASTER-FILE.
027300     IF NOT ITEM-FILE-OK
027400        DISPLAY "EDIORD: UNABLE TO OPEN ITEM-MASTER-FILE, "
027500                "STATUS " WS-ITEM-FILE-STATUS
027600        MOVE 16 TO RETURN-CODE
027700        CLOSE PARTNER-ORDER-FILE
027800        CLOSE CUSTOMER-XREF-FILE
027900        CLOSE CUSTOMER-MASTER-FILE
028000        GO TO PROGRAM-DONE
028100     END-IF.
028200     OPEN INPUT SHIP-TO-FILE.
028300     IF SHIPTO-FILE-OK
028400        MOVE "Y" TO WS-SHIPTO-FILE-OPEN
028500     ELSE
028600        IF WS-SHIPTO-FILE-STATUS NOT = "35"
028700           DISPLAY "EDIORD: UNABLE TO OPEN SHIP-TO-FILE, "
028800                   "STATUS " WS-SHIPTO-FILE-STATUS
028900           MOVE 16 TO RETURN-CODE
029000           CLOSE PARTNER-ORDER-FILE
029100           CLOSE CUSTOMER-XREF-FILE
029200           CLOSE CUSTOMER-MASTER-FILE
029300           CLOSE ITEM-MASTER-FILE
029400           GO TO PROGRAM-DONE
029500        END-IF
029600     END-IF.
029700     OPEN INPUT CUSTOMER-PRICE-FILE.
029800     EVALUATE TRUE
029900        WHEN WS-PRICE-FILE-STATUS = "00"
030000             MOVE "Y" TO WS-PRICE-FILE-OPEN
030100        WHEN WS-PRICE-FILE-STATUS = "35"
030200             DISPLAY "EDIORD: NO CUSTOMER-PRICE-FILE, "
030300                     "PARTNER PRICES STAND THIS RUN"
030400        WHEN OTHER
030500             DISPLAY "EDIORD: UNABLE TO OPEN CUSTOMER-"
030600                     "PRICE-FILE, STATUS "
030700                     WS-PRICE-FILE-STATUS
030800             MOVE 16 TO RETURN-CODE
030900             CLOSE PARTNER-ORDER-FILE
031000             CLOSE CUSTOMER-XREF-FILE
031100             CLOSE CUSTOMER-MASTER-FILE
031200             CLOSE ITEM-MASTER-FILE
031300             IF WS-SHIPTO-FILE-OPEN = "Y"
031400                CLOSE SHIP-TO-FILE
031500             END-IF
031600             GO TO PROGRAM-DONE
031700     END-EVALUATE.
031800     OPEN EXTEND CUSTOMER-ORDER-TRANSACTION-FILE.
031900     IF WS-CTRAN-FILE-STATUS = "35"
032000        CLOSE CUSTOMER-ORDER-TRANSACTION-FILE
032100        OPEN OUTPUT CUSTOMER-ORDER-TRANSACTION-FILE
032200     END-IF.
032300     IF NOT CTRAN-FILE-OK
032400        DISPLAY "EDIORD: UNABLE TO OPEN CUSTOMER-ORDER-"
032500                "TRANSACTION-FILE, STATUS " WS-CTRAN-FILE-STATUS
032600        MOVE 16 TO RETURN-CODE
032700        CLOSE PARTNER-ORDER-FILE
032800        CLOSE CUSTOMER-XREF-FILE
032900        CLOSE CUSTOMER-MASTER-FILE
033000        CLOSE ITEM-MASTER-FILE
033100        IF WS-SHIPTO-FILE-OPEN = "Y"
033200           CLOSE SHIP-TO-FILE
033300        END-IF
033400        IF WS-PRICE-FILE-OPEN = "Y"
033500           CLOSE CUSTOMER-PRICE-FILE
033600        END-IF
033700        GO TO PROGRAM-DONE
033800     END-IF.
033900     OPEN OUTPUT ORDER-ACK-FILE.
034000     OPEN OUTPUT EDI-EXCEPTION-REPORT.
034100     MOVE WS-RUN-DATE TO EH1-RUN-DATE.
034200     WRITE EDI-EXCEPTION-LINE FROM EXCEPTION-HEADING-LINE-1.
034300     MOVE SPACES TO EDI-EXCEPTION-LINE.
034400     WRITE EDI-EXCEPTION-LINE.
034500     WRITE EDI-EXCEPTION-LINE FROM EXCEPTION-HEADING-LINE-2.
034600
034700 CLOSING-PROCEDURE.
034800     MOVE SPACES TO EDI-EXCEPTION-LINE.
034900     WRITE EDI-EXCEPTION-LINE.
035000     MOVE "PO LINES READ ...............:" TO ECL-LABEL.
035100     MOVE WS-LINES-READ     TO ECL-COUNT.
035200     WRITE EDI-EXCEPTION-LINE FROM EXCEPTION-COUNT-LINE.
035300     MOVE "LINES SENT TO ORDER ENTRY ...:" TO ECL-LABEL.
035400     MOVE WS-LINES-ACCEPTED TO ECL-COUNT.
035500     WRITE EDI-EXCEPTION-LINE FROM EXCEPTION-COUNT-LINE.
035600     MOVE "LINES REJECTED ..............:" TO ECL-LABEL.
035700     MOVE WS-LINES-REJECTED TO ECL-COUNT.
035800     WRITE EDI-EXCEPTION-LINE FROM EXCEPTION-COUNT-LINE.
035900     CLOSE PARTNER-ORDER-FILE.
036000     CLOSE CUSTOMER-XREF-FILE.
036100     CLOSE CUSTOMER-MASTER-FILE.
036200     CLOSE ITEM-MASTER-FILE.
036300     IF WS-SHIPTO-FILE-OPEN = "Y"
036400        CLOSE SHIP-TO-FILE
036500     END-IF.
036600     IF WS-PRICE-FILE-OPEN = "Y"
036700        CLOSE CUSTOMER-PRICE-FILE
036800     END-IF.
036900     CLOSE CUSTOMER-ORDER-TRANSACTION-FILE.
037000     CLOSE ORDER-ACK-FILE.
037100     CLOSE EDI-EXCEPTION-REPORT.
037200     DISPLAY "EDIORD CONTROL TOTALS".
037300     DISPLAY "  PO LINES READ .......: " WS-LINES-READ.
037400     DISPLAY "  LINES ACCEPTED ......: " WS-LINES-ACCEPTED.
037500     DISPLAY "  LINES REJECTED ......: " WS-LINES-REJECTED.
037600     DISPLAY "  VALUE ACCEPTED ......: " WS-ACCEPTED-VALUE.
037700     IF WS-LINES-REJECTED > ZERO
037800        MOVE 4 TO RETURN-CODE
037900     ELSE
038000        MOVE 0 TO RETURN-CODE
038100     END-IF.
038200
038300 MAIN-PROCESS.
038400     PERFORM READ-NEXT-PARTNER-LINE.
038500     PERFORM PROCESS-PARTNER-LINE
038600             UNTIL WS-PARTNER-AT-END = "Y".
038700
038800 READ-NEXT-PARTNER-LINE.
038900     READ PARTNER-ORDER-FILE
039000          AT END MOVE "Y" TO WS-PARTNER-AT-END.
039100     IF WS-PARTNER-AT-END NOT = "Y"
039200        ADD 1 TO WS-LINES-READ
039300     END-IF.
039400
039500*    EACH TEST RUNS ONLY WHILE THE LINE IS STILL GOOD, SO THE
039600*    LINE CARRIES THE FIRST REASON IT FAILED.
039700 PROCESS-PARTNER-LINE.
039800     MOVE "Y"    TO WS-LINE-VALID-SWITCH.
039900     MOVE SPACES TO WS-SALES-REP-CODE.
040000     MOVE SPACES TO WS-SHIP-TO-CODE.
040100     MOVE SPACES TO WS-ITEM-NUMBER.
040200     MOVE ZERO   TO WS-ACTIVE-SELL-PRICE.
040300     PERFORM VALIDATE-PARTNER-CUSTOMER.
040400     IF WS-LINE-VALID
040500        PERFORM FIND-PARTNER-PROFILE
040600     END-IF.
040700     IF WS-LINE-VALID
040800        PERFORM TRANSLATE-SHIP-TO
040900     END-IF.
041000     IF WS-LINE-VALID
041100        PERFORM TRANSLATE-PARTNER-PART
041200     END-IF.
041300     IF WS-LINE-VALID
041400        PERFORM CHECK-ORDER-QUANTITY
041500     END-IF.
041600     IF WS-LINE-VALID
041700        PERFORM CHECK-PARTNER-PRICE
041800     END-IF.
041900     IF WS-LINE-VALID
042000        PERFORM WRITE-ORDER-ADD
042100     ELSE
042200        PERFORM WRITE-LINE-EXCEPTION
042300     END-IF.
042400     PERFORM WRITE-ORDER-ACK.
042500     PERFORM READ-NEXT-PARTNER-LINE.
042600
042700 REJECT-PARTNER-LINE.
042800     MOVE "N" TO WS-LINE-VALID-SWITCH.
042900
043000 VALIDATE-PARTNER-CUSTOMER.
043100     MOVE PO-IN-CUSTOMER-ID TO CUST-CUSTOMER-ID.
043200     READ CUSTOMER-MASTER-FILE
043300         INVALID KEY
043400            PERFORM REJECT-PARTNER-LINE
043500            MOVE "CNF" TO WS-REJECT-CODE
043600            MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-TEXT
043700         NOT INVALID KEY
043800            IF CUST-INACTIVE
043900               PERFORM REJECT-PARTNER-LINE
044000               MOVE "CIA" TO WS-REJECT-CODE
044100               MOVE "CUSTOMER INACTIVE" TO WS-REJECT-TEXT
044200            END-IF
044300     END-READ.
044400
044500*    A CUSTOMER TRADES ELECTRONICALLY ONLY ONCE ITS PROFILE IS
044600*    SET UP -- THE PROFILE NAMES THE REP ITS ORDERS BOOK TO.
044700 FIND-PARTNER-PROFILE.
044800     MOVE PO-IN-CUSTOMER-ID TO CX-CUSTOMER-ID.
044900     MOVE "P"               TO CX-XREF-TYPE.
045000     MOVE SPACES            TO CX-PARTNER-CODE.
045100     READ CUSTOMER-XREF-FILE
045200         INVALID KEY
045300            PERFORM REJECT-PARTNER-LINE
045400            MOVE "NPP" TO WS-REJECT-CODE
045500            MOVE "NO PARTNER PROFILE" TO WS-REJECT-TEXT
045600         NOT INVALID KEY
045700            MOVE CX-SALES-REP-CODE TO WS-SALES-REP-CODE
045800     END-READ.
045900
046000*    A BLANK SHIP-TO SHIPS TO THE BILLING ADDRESS.  ANY OTHER
046100*    MUST BE CROSS-REFERENCED TO ONE OF THE CUSTOMER'S
046200*    LOCATIONS, AND THE LOCATION MUST STILL BE ON FILE.
046300 TRANSLATE-SHIP-TO.
046400     IF PO-IN-SHIP-TO NOT = SPACES
046500        MOVE PO-IN-CUSTOMER-ID TO CX-CUSTOMER-ID
046600        MOVE "L"               TO CX-XREF-TYPE
046700        MOVE PO-IN-SHIP-TO     TO CX-PARTNER-CODE
046800        READ CUSTOMER-XREF-FILE
046900            INVALID KEY
047000               PERFORM REJECT-PARTNER-LINE
047100               MOVE "SNX" TO WS-REJECT-CODE
047200               MOVE "SHIP-TO NOT CROSS-REFD" TO WS-REJECT-TEXT
047300            NOT INVALID KEY
047400               MOVE CX-LOCATION-CODE TO WS-SHIP-TO-CODE
047500        END-READ
047600        IF WS-LINE-VALID
047700           PERFORM CHECK-SHIP-TO-ON-FILE
047800        END-IF
047900     END-IF.
048000
048100 CHECK-SHIP-TO-ON-FILE.
048200     IF WS-SHIPTO-FILE-OPEN NOT = "Y"
048300        PERFORM REJECT-PARTNER-LINE
048400     ELSE
048500        MOVE PO-IN-CUSTOMER-ID TO ST-CUSTOMER-ID
048600        MOVE WS-SHIP-TO-CODE   TO ST-LOCATION-CODE
048700        READ SHIP-TO-FILE
048800            INVALID KEY
048900               PERFORM REJECT-PARTNER-LINE
049000        END-READ
049100     END-IF.
049200     IF NOT WS-LINE-VALID
049300        MOVE "SNF" TO WS-REJECT-CODE
049400        MOVE "SHIP-TO NOT ON FILE" TO WS-REJECT-TEXT
049500     END-IF.
049600
049700 TRANSLATE-PARTNER-PART.
049800     MOVE PO-IN-CUSTOMER-ID  TO CX-CUSTOMER-ID.
049900     MOVE "I"                TO CX-XREF-TYPE.
050000     MOVE PO-IN-PARTNER-PART TO CX-PARTNER-CODE.
050100     READ CUSTOMER-XREF-FILE
050200         INVALID KEY
050300            PERFORM REJECT-PARTNER-LINE
050400            MOVE "PNX" TO WS-REJECT-CODE
050500            MOVE "PART NOT CROSS-REFD" TO WS-REJECT-TEXT
050600         NOT INVALID KEY
050700            MOVE CX-ITEM-NUMBER TO WS-ITEM-NUMBER
050800     END-READ.
050900     IF WS-LINE-VALID
051000        PERFORM CHECK-ITEM-ON-FILE
051100     END-IF.
051200
051300 CHECK-ITEM-ON-FILE.
051400     MOVE WS-ITEM-NUMBER TO ITEM-NUMBER.
051500     READ ITEM-MASTER-FILE
051600         INVALID KEY
051700            PERFORM REJECT-PARTNER-LINE
051800            MOVE "INF" TO WS-REJECT-CODE
051900            MOVE "ITEM NOT ON FILE" TO WS-REJECT-TEXT
052000         NOT INVALID KEY
052100            IF ITEM-INACTIVE
052200               PERFORM REJECT-PARTNER-LINE
052300               MOVE "IIA" TO WS-REJECT-CODE
052400               MOVE "ITEM INACTIVE" TO WS-REJECT-TEXT
052500            END-IF
052600     END-READ.
052700
052800 CHECK-ORDER-QUANTITY.
052900     IF PO-IN-QUANTITY NOT NUMERIC
053000        OR PO-IN-QUANTITY = ZERO
053100        OR PO-IN-UNIT-PRICE NOT NUMERIC
053200        PERFORM REJECT-PARTNER-LINE
053300        MOVE "ZOQ" TO WS-REJECT-CODE
053400        MOVE "NO QUANTITY OR PRICE" TO WS-REJECT-TEXT
053500     END-IF.
053600
053700 CHECK-PARTNER-PRICE.
053800     MOVE "N" TO WS-SELL-PRICE-FOUND.
053900     IF WS-PRICE-FILE-OPEN = "Y"
054000        MOVE WS-ITEM-NUMBER    TO SP-ITEM-NUMBER
054100        MOVE PO-IN-CUSTOMER-ID TO SP-CUSTOMER-ID
054200        READ CUSTOMER-PRICE-FILE
054300            INVALID KEY
054400               PERFORM LOOK-UP-LIST-PRICE
054500            NOT INVALID KEY
054600               MOVE SP-SELL-PRICE TO WS-ACTIVE-SELL-PRICE
054700               MOVE "Y" TO WS-SELL-PRICE-FOUND
054800        END-READ
054900        IF WS-SELL-PRICE-FOUND = "Y"
055000           PERFORM COMPARE-PARTNER-TO-LIST
055100        END-IF
055200     END-IF.
055300
055400 LOOK-UP-LIST-PRICE.
055500     MOVE WS-ITEM-NUMBER TO SP-ITEM-NUMBER.
055600     MOVE ZERO           TO SP-CUSTOMER-ID.
055700     READ CUSTOMER-PRICE-FILE
055800         INVALID KEY
055900            CONTINUE
056000         NOT INVALID KEY
056100            MOVE SP-SELL-PRICE TO WS-ACTIVE-SELL-PRICE
056200            MOVE "Y" TO WS-SELL-PRICE-FOUND
056300     END-READ.
056400
056500 COMPARE-PARTNER-TO-LIST.
056600     COMPUTE WS-SELL-VARIANCE =
056700             PO-IN-UNIT-PRICE - WS-ACTIVE-SELL-PRICE.
056800     IF WS-SELL-VARIANCE < ZERO
056900        COMPUTE WS-SELL-VARIANCE = ZERO - WS-SELL-VARIANCE
057000     END-IF.
057100     COMPUTE WS-SELL-LIMIT ROUNDED =
057200             WS-ACTIVE-SELL-PRICE
057300             * WS-SELLPRICE-TOLERANCE / 100.
057400     IF WS-SELL-VARIANCE > WS-SELL-LIMIT
057500        PERFORM REJECT-PARTNER-LINE
057600        MOVE "POT" TO WS-REJECT-CODE
057700        MOVE "PRICE OUTSIDE TOLERANCE" TO WS-REJECT-TEXT
057800     END-IF.
057900
058000*    THE ADD GOES IN DATED THE DAY IT WAS RECEIVED, AT THE
058100*    PARTNER'S PRICE -- CORMAINT REPRICES IT OFF THE FILE AND
058200*    RUNS ITS OWN CREDIT AND STOCK CHECKS, AS FOR ANY ADD.
058300 WRITE-ORDER-ADD.
058400     ADD 1 TO WS-ORDER-REFERENCE.
058500     MOVE SPACES TO CUSTOMER-ORDER-TRANSACTION-RECORD.
058600     SET CTRAN-ADD TO TRUE.
058700     MOVE PO-IN-CUSTOMER-ID  TO CTRAN-CUSTOMER-ID.
058800     MOVE WS-ORDER-REFERENCE TO CTRAN-ORDER-NUMBER.
058900     MOVE CUST-NOMBRE        TO CTRAN-NOMBRE.
059000     MOVE WS-SALES-REP-CODE  TO CTRAN-SALES-REP-CODE.
059100     MOVE WS-RUN-DATE        TO CTRAN-ORDER-DATE.
059200     MOVE ITEM-DESCRIPTION   TO CTRAN-DESCRIPTION.
059300     MOVE PO-IN-QUANTITY     TO CTRAN-QUANTITY.
059400     MOVE PO-IN-UNIT-PRICE   TO CTRAN-UNIT-PRICE.
059500     MOVE WS-ITEM-NUMBER     TO CTRAN-ITEM-NUMBER.
059600     MOVE WS-SHIP-TO-CODE    TO CTRAN-SHIP-TO-CODE.
059700     MOVE ZERO               TO CTRAN-QUOTE-NUMBER.
059800     WRITE CUSTOMER-ORDER-TRANSACTION-RECORD.
059900     ADD 1 TO WS-LINES-ACCEPTED.
060000     COMPUTE WS-ACCEPTED-VALUE = WS-ACCEPTED-VALUE
060100             + PO-IN-QUANTITY * PO-IN-UNIT-PRICE.
060200
060300 WRITE-LINE-EXCEPTION.
060400     ADD 1 TO WS-LINES-REJECTED.
060500     MOVE PO-IN-CUSTOMER-ID    TO EDL-CUSTOMER-ID.
060600     MOVE PO-IN-PO-NUMBER      TO EDL-PO-NUMBER.
060700     MOVE PO-IN-LINE-NUMBER    TO EDL-LINE-NUMBER.
060800     MOVE PO-IN-PARTNER-PART   TO EDL-PARTNER-PART.
060900     MOVE ZERO                 TO EDL-QUANTITY.
061000     MOVE ZERO                 TO EDL-PARTNER-PRICE.
061100     IF PO-IN-QUANTITY NUMERIC
061200        MOVE PO-IN-QUANTITY    TO EDL-QUANTITY
061300     END-IF.
061400     IF PO-IN-UNIT-PRICE NUMERIC
061500        MOVE PO-IN-UNIT-PRICE  TO EDL-PARTNER-PRICE
061600     END-IF.
061700     MOVE WS-ACTIVE-SELL-PRICE TO EDL-FILE-PRICE.
061800     MOVE WS-REJECT-CODE       TO EDL-REJECT-CODE.
061900     MOVE WS-REJECT-TEXT       TO EDL-REJECT-TEXT.
062000     WRITE EDI-EXCEPTION-LINE FROM EXCEPTION-DETAIL-LINE.
062100     DISPLAY "EDIORD: PO " PO-IN-PO-NUMBER " LINE "
062200             PO-IN-LINE-NUMBER " FOR " PO-IN-CUSTOMER-ID
062300             " " WS-REJECT-TEXT ", REJECTED".
062400
062500*    ONE ACKNOWLEDGEMENT PER LINE READ, IN THE PARTNER'S OWN
062600*    NUMBERS, WITH OUR ITEM AND PRICE ON AN ACCEPTED LINE.
062700 WRITE-ORDER-ACK.
062800     MOVE SPACES             TO ORDER-ACK-RECORD.
062900     MOVE PO-IN-CUSTOMER-ID  TO ACK-CUSTOMER-ID.
063000     MOVE PO-IN-PO-NUMBER    TO ACK-PO-NUMBER.
063100     MOVE PO-IN-LINE-NUMBER  TO ACK-LINE-NUMBER.
063200     MOVE PO-IN-PARTNER-PART TO ACK-PARTNER-PART.
063300     MOVE ZERO               TO ACK-QUANTITY.
063400     MOVE ZERO               TO ACK-UNIT-PRICE.
063500     MOVE ZERO               TO ACK-REFERENCE.
063600     MOVE WS-RUN-DATE        TO ACK-DATE.
063700     IF WS-LINE-VALID
063800        SET ACK-ACCEPTED TO TRUE
063900        MOVE WS-ITEM-NUMBER     TO ACK-ITEM-NUMBER
064000        MOVE PO-IN-QUANTITY     TO ACK-QUANTITY
064100        MOVE PO-IN-UNIT-PRICE   TO ACK-UNIT-PRICE
064200        IF WS-SELL-PRICE-FOUND = "Y"
064300           MOVE WS-ACTIVE-SELL-PRICE TO ACK-UNIT-PRICE
064400        END-IF
064500        MOVE WS-ORDER-REFERENCE TO ACK-REFERENCE
064600     ELSE
064700        SET ACK-REJECTED TO TRUE
064800        MOVE WS-REJECT-CODE     TO ACK-REJECT-CODE
064900        MOVE WS-REJECT-TEXT     TO ACK-REJECT-TEXT
065000     END-IF.
065100     WRITE ORDER-ACK-RECORD.
