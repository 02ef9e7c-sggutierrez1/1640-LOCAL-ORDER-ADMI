000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. QTEMAINT.
000300*--------------------------------------------------
000400* Applies add/change/delete/lost transactions to
000500* QUOTE-FILE, so a customer can be quoted a price
000600* for a set of items before anything is ordered.
000700* A new quote is numbered off the NUMCTL series;
000800* each line is priced off the sell-price file the
000900* same way CORMAINT prices an order, and carries the
001000* quote's customer, ship-to, rep and expiry.
001100* QTEPRINT prints the quote for the customer, and
001200* CORMAINT's "Q" transaction turns an accepted
001300* quote into customer orders.
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
003100     SELECT QUOTE-TRANSACTION-FILE
003200         ASSIGN TO "QTETRAN"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-QTRAN-FILE-STATUS.
003500
003600     SELECT QUOTE-RECYCLE-FILE
003700         ASSIGN TO "QTERCYC"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT QUOTE-CORRECTION-REPORT
004100         ASSIGN TO "QTECORRL"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400     SELECT CUSTOMER-MASTER-FILE
004500         ASSIGN TO "CUSTMST"
004600         ORGANIZATION IS INDEXED
004700         RECORD KEY IS CUST-CUSTOMER-ID
004800         ACCESS MODE IS RANDOM
004900         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
005000
005100     SELECT ITEM-MASTER-FILE
005200         ASSIGN TO "ITEMMST"
005300         ORGANIZATION IS INDEXED
005400         RECORD KEY IS ITEM-NUMBER
005500         ACCESS MODE IS RANDOM
005600         FILE STATUS IS WS-ITEM-FILE-STATUS.
005700
005800     SELECT SALES-REP-MASTER-FILE
005900         ASSIGN TO "SREPMST"
006000         ORGANIZATION IS INDEXED
006100         RECORD KEY IS SREP-CODE
006200         ACCESS MODE IS RANDOM
006300         FILE STATUS IS WS-SREP-FILE-STATUS.
006400
006500     SELECT SHIP-TO-FILE
006600         ASSIGN TO "SHIPTO"
006700         ORGANIZATION IS INDEXED
006800         RECORD KEY IS ST-KEY
006900         ACCESS MODE IS RANDOM
007000         FILE STATUS IS WS-SHIPTO-FILE-STATUS.
007100
007200     SELECT CUSTOMER-PRICE-FILE
007300         ASSIGN TO "SELLPRC"
007400         ORGANIZATION IS INDEXED
007500         RECORD KEY IS SP-KEY
007600         ACCESS MODE IS RANDOM
007700         FILE STATUS IS WS-PRICE-FILE-STATUS.
007800
007900     SELECT NUMBER-CONTROL-FILE
008000         ASSIGN TO "NUMCTL"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-NUMCTL-FILE-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600
008700     COPY QUOTMST.
008800     COPY QTETRN.
008900     COPY CUSMST.
009000     COPY ITMMST.
009100     COPY SREPMST.
009200     COPY SHIPTO.
009300     COPY SELLPRC.
009400     COPY NUMCTL.
009500
009600*    REJECTED TRANSACTIONS GO BACK OUT IN THE SAME LAYOUT THEY
009700*    CAME IN, WITH THE REASON CODE APPENDED -- ONCE FIXED, THE
009800*    RECORDS FEED STRAIGHT BACK IN AS THE NEXT RUN'S QTETRAN.
009900 FD  QUOTE-RECYCLE-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 01  QUOTE-RECYCLE-RECORD.
010200     05 RCY-TRAN-DATA          PIC X(66).
010300     05 RCY-REJECT-REASON      PIC X(03).
010400
010500 FD  QUOTE-CORRECTION-REPORT
010600     LABEL RECORDS ARE STANDARD.
010700 01  QUOTE-CORRECTION-LINE     PIC X(60).
010800
010900 WORKING-STORAGE SECTION.
011000
011100 01  WS-QTRAN-AT-END           PIC X VALUE "N".
011200
011300 01  WS-REJECT-CODE            PIC X(03) VALUE SPACES.
011400 01  WS-REJECT-TEXT            PIC X(25) VALUE SPACES.
011500 01  WS-REJECTS-RECYCLED       PIC 9(7) VALUE ZERO.
011600
011700 01  WS-TRAN-VALID-SWITCH      PIC X VALUE "N".
011800     88 WS-TRAN-VALID                 VALUE "Y".
011900
012000 01  CORRECTION-DETAIL-LINE.
012100     05 COR-TRAN-CODE          PIC X(01).
012200     05 FILLER                 PIC X(02) VALUE SPACES.
012300     05 COR-QUOTE-NUMBER       PIC 9(7).
012400     05 FILLER                 PIC X(01) VALUE "/".
012500     05 COR-LINE-NUMBER        PIC 9(3).
012600     05 FILLER                 PIC X(02) VALUE SPACES.
012700     05 COR-REJECT-CODE        PIC X(03).
012800     05 FILLER                 PIC X(02) VALUE SPACES.
012900     05 COR-REJECT-TEXT        PIC X(25).
013000
013100*    THE NUMBER SERIES, CARRIED ACROSS RUNS ON NUMCTL.  A
013200*    MISSING OR EMPTY CONTROL FILE STARTS EVERY SERIES AT 1.
013300*    ONLY THE QUOTE SERIES MOVES HERE; THE OTHERS ARE CARRIED
013400*    THROUGH FOR PURMAINT AND CORMAINT.
013500 01  WS-NEXT-PO-NUMBER         PIC 9(7) VALUE 1.
013600 01  WS-NEXT-ORDER-NUMBER      PIC 9(7) VALUE 1.
013700 01  WS-NEXT-QUOTE-NUMBER      PIC 9(7) VALUE 1.
013800
013900*    A QUOTE IS GOOD FOR THIS MANY DAYS FROM ITS DATE UNLESS
014000*    THE REP KEYS AN EXPIRY OF THEIR OWN.
014100 01  WS-STANDARD-VALIDITY-DAYS PIC 9(3) VALUE 30.
014200 01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
014300
014400*    THE QUOTE STARTED BY THE LAST LINE 1 IN THIS RUN -- THE
014500*    ZERO-NUMBERED LINES BEHIND IT JOIN IT.  ZERO WHEN NO QUOTE
014600*    HAS STARTED, OR THE LAST ONE'S FIRST LINE WAS REJECTED:
014700*    ITS OTHER LINES THEN RECYCLE WITH IT.
014800 01  WS-RUN-QUOTE-NUMBER       PIC 9(7) VALUE ZERO.
014900 01  WS-NEW-QUOTE-SWITCH       PIC X VALUE "N".
015000     88 WS-STARTING-NEW-QUOTE         VALUE "Y".
015100
015200*    THE HEADER OF THE QUOTE A LINE IS BEING ADDED TO -- KEYED
015300*    ON A NEW QUOTE, OR TAKEN FROM THE QUOTE'S FIRST OPEN LINE.
015400 01  WS-QUOTE-HEADER.
015500     05 WS-HDR-CUSTOMER-ID     PIC 9(7) VALUE ZERO.
015600     05 WS-HDR-SHIP-TO-CODE    PIC X(03) VALUE SPACES.
015700     05 WS-HDR-SALES-REP-CODE  PIC X(05) VALUE SPACES.
015800     05 WS-HDR-QUOTE-DATE      PIC 9(8) VALUE ZERO.
015900     05 WS-HDR-EXPIRY-DATE     PIC 9(8) VALUE ZERO.
016000 01  WS-HDR-FOUND              PIC X VALUE "N".
016100 01  WS-NEXT-LINE-NUMBER       PIC 9(3) VALUE ZERO.
016200
016300*    WALKING ONE QUOTE'S LINES IN KEY ORDER.
016400 01  WS-SCAN-QUOTE-NUMBER      PIC 9(7) VALUE ZERO.
016500 01  WS-QUOTE-SCAN-AT-END      PIC X VALUE "N".
016600 01  WS-QUOTE-LINES-FOUND      PIC 9(3) VALUE ZERO.
016700 01  WS-QUOTE-LINES-OPEN       PIC 9(3) VALUE ZERO.
016800 01  WS-NEW-EXPIRY-DATE        PIC 9(8) VALUE ZERO.
016900
017000*    PRICING FOR THE LINE IN HAND, AS CORMAINT PRICES AN
017100*    ORDER: THE CUSTOMER'S OWN SELL-PRICE ROW, THEN THE LIST
017200*    ROW.  A FILE PRICE WINS AND THE KEYED ONE IS A CROSS-
017300*    CHECK; WITH NONE ON FILE THE KEYED PRICE STANDS, AND A
017400*    LINE WITH NEITHER CANNOT BE QUOTED.
017500 01  WS-PRICE-CUSTOMER-ID      PIC 9(7) VALUE ZERO.
017600 01  WS-PRICE-ITEM-NUMBER      PIC X(08) VALUE SPACES.
017700 01  WS-KEYED-PRICE            PIC 9(7)V99 VALUE ZERO.
017800 01  WS-ACTIVE-SELL-PRICE      PIC 9(7)V99 VALUE ZERO.
017900 01  WS-SELL-PRICE-FOUND       PIC X VALUE "N".
018000 01  WS-SELLPRICE-TOLERANCE    PIC 9V99 VALUE 5.00.
018100 01  WS-SELL-VARIANCE          PIC S9(7)V99 VALUE ZERO.
018200 01  WS-SELL-LIMIT             PIC 9(7)V99 VALUE ZERO.
018300*    "N" WHEN THE SELL-PRICE FILE DOES NOT EXIST YET -- EVERY
018400*    LINE THEN NEEDS A KEYED PRICE.
018500 01  WS-PRICE-FILE-OPEN        PIC X VALUE "N".
018600*    "N" WHEN THE SHIP-TO FILE DOES NOT EXIST YET -- KEYED
018700*    LOCATION CODES CANNOT BE CHECKED AND ARE REJECTED.
018800 01  WS-SHIPTO-FILE-OPEN       PIC X VALUE "N".
018900
019000*    PARAMETER PASSED TO THE SHARED DATE-ARITHMETIC
019100*    SUBPROGRAM -- SEE DATECALC.
019200 01  QTEMAINT-DATECALC-PARM.
019300     05 DATECALC-FUNCTION      PIC X(01).
019400     05 DATECALC-DATE-1        PIC 9(8).
019500     05 DATECALC-DATE-2        PIC 9(8).
019600     05 DATECALC-DAYS          PIC S9(7).
019700     05 DATECALC-RESULT-DATE   PIC 9(8).
019800     05 DATECALC-FEEDBACK      PIC XX.
019900
020000*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
020100*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
020200     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
020300         ==WS-QUOTE-FILE-STATUS== ==PFX-FILE-OK== BY
020400         ==QUOTE-FILE-OK== ==PFX-FILE-EOF== BY
020500         ==QUOTE-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
020600         ==QUOTE-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
020700         ==QUOTE-FILE-NOT-FOUND==
020800         ==PFX-FILE-BOUNDARY-VIOLATION== BY
020900         ==QUOTE-FILE-BOUNDARY-VIOLATION==.
021000
021100     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
021200         ==WS-QTRAN-FILE-STATUS== ==PFX-FILE-OK== BY
021300         ==QTRAN-FILE-OK== ==PFX-FILE-EOF== BY
021400         ==QTRAN-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
021500         ==QTRAN-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
021600         ==QTRAN-FILE-NOT-FOUND==
021700         ==PFX-FILE-BOUNDARY-VIOLATION== BY
021800         ==QTRAN-FILE-BOUNDARY-VIOLATION==.
021900
022000     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
022100         ==WS-CUSTOMER-FILE-STATUS== ==PFX-FILE-OK== BY
022200         ==CUSTOMER-FILE-OK== ==PFX-FILE-EOF== BY
022300         ==CUSTOMER-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
022400         ==CUSTOMER-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
022500         ==CUSTOMER-FILE-NOT-FOUND==
022600         ==PFX-FILE-BOUNDARY-VIOLATION== BY
022700         ==CUSTOMER-FILE-BOUNDARY-VIOLATION==.
022800
022900     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
023000         ==WS-ITEM-FILE-STATUS== ==PFX-FILE-OK== BY
023100         ==ITEM-FILE-OK== ==PFX-FILE-EOF== BY
023200         ==ITEM-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
023300         ==ITEM-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
023400         ==ITEM-FILE-NOT-FOUND==
023500         ==PFX-FILE-BOUNDARY-VIOLATION== BY
023600         ==ITEM-FILE-BOUNDARY-VIOLATION==.
023700
023800     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
023900         ==WS-SREP-FILE-STATUS== ==PFX-FILE-OK== BY
024000         ==SREP-FILE-OK== ==PFX-FILE-EOF== BY
024100         ==SREP-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
024200         ==SREP-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
024300         ==SREP-FILE-NOT-FOUND==
024400         ==PFX-FILE-BOUNDARY-VIOLATION== BY
024500         ==SREP-FILE-BOUNDARY-VIOLATION==.
024600
024700     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
024800         ==WS-SHIPTO-FILE-STATUS== ==PFX-FILE-OK== BY
024900         ==SHIPTO-FILE-OK== ==PFX-FILE-EOF== BY
025000         ==SHIPTO-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
025100         ==SHIPTO-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
025200         ==SHIPTO-FILE-NOT-FOUND==
025300         ==PFX-FILE-BOUNDARY-VIOLATION== BY
025400         ==SHIPTO-FILE-BOUNDARY-VIOLATION==.
025500
025600     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
025700         ==WS-PRICE-FILE-STATUS== ==PFX-FILE-OK== BY
025800         ==PRICE-FILE-OK== ==PFX-FILE-EOF== BY
025900         ==PRICE-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
026000         ==PRICE-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
026100         ==PRICE-FILE-NOT-FOUND==
026200         ==PFX-FILE-BOUNDARY-VIOLATION== BY
026300         ==PRICE-FILE-BOUNDARY-VIOLATION==.
026400
026500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
026600         ==WS-NUMCTL-FILE-STATUS== ==PFX-FILE-OK== BY
026700         ==NUMCTL-FILE-OK== ==PFX-FILE-EOF== BY
026800         ==NUMCTL-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
026900         ==NUMCTL-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
027000         ==NUMCTL-FILE-NOT-FOUND==
027100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
027200         ==NUMCTL-FILE-BOUNDARY-VIOLATION==.
027300
027400 01  WS-CONTROL-TOTALS.
027500     05 WS-TRANS-READ          PIC 9(7) VALUE ZERO.
027600     05 WS-QUOTES-STARTED      PIC 9(7) VALUE ZERO.
027700     05 WS-LINES-ADDED         PIC 9(7) VALUE ZERO.
027800     05 WS-LINES-CHANGED       PIC 9(7) VALUE ZERO.
027900     05 WS-LINES-DELETED       PIC 9(7) VALUE ZERO.
028000     05 WS-QUOTES-LOST         PIC 9(7) VALUE ZERO.
028100     05 WS-TRANS-IN-ERROR      PIC 9(7) VALUE ZERO.
028200
028300 PROCEDURE DIVISION.
028400 PROGRAM-BEGIN.
028500     PERFORM OPENING-PROCEDURE.
028600     PERFORM MAIN-PROCESS.
028700     PERFORM CLOSING-PROCEDURE.
028800
028900 PROGRAM-DONE.
029000     STOP RUN.
029100
029200 OPENING-PROCEDURE.
029300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
029400     OPEN I-O QUOTE-FILE.
029500     IF WS-QUOTE-FILE-STATUS = "35"
029600        OPEN OUTPUT QUOTE-FILE
029700        CLOSE QUOTE-FILE
029800        OPEN I-O QUOTE-FILE
029900     END-IF.
030000     IF NOT QUOTE-FILE-OK
030100        DISPLAY "QTEMAINT: UNABLE TO OPEN QUOTE-FILE, "
030200                "STATUS " WS-QUOTE-FILE-STATUS
030300        MOVE 16 TO RETURN-CODE
030400        GO TO PROGRAM-DONE
030500     END-IF.
030600     OPEN INPUT QUOTE-TRANSACTION-FILE.
030700     IF NOT QTRAN-FILE-OK
030800        DISPLAY "QTEMAINT: UNABLE TO OPEN QUOTE-TRANSACTION-"
030900                "FILE, STATUS " WS-QTRAN-FILE-STATUS
031000        MOVE 16 TO RETURN-CODE
031100        CLOSE QUOTE-FILE
031200        GO TO PROGRAM-DONE
031300     END-IF.
031400     OPEN INPUT CUSTOMER-MASTER-FILE.
031500     IF NOT CUSTOMER-FILE-OK
031600        DISPLAY "QTEMAINT: UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
031700                "STATUS " WS-CUSTOMER-FILE-STATUS
031800        MOVE 16 TO RETURN-CODE
031900        CLOSE QUOTE-FILE
032000        CLOSE QUOTE-TRANSACTION-FILE
032100        GO TO PROGRAM-DONE
032200     END-IF.
032300     OPEN INPUT ITEM-MASTER-FILE.
032400     IF NOT ITEM-FILE-OK
032500        DISPLAY "QTEMAINT: UNABLE TO OPEN ITEM-MASTER-FILE, "
032600                "STATUS " WS-ITEM-FILE-STATUS
032700        MOVE 16 TO RETURN-CODE
032800        CLOSE QUOTE-FILE
032900        CLOSE QUOTE-TRANSACTION-FILE
033000        CLOSE CUSTOMER-MASTER-FILE
033100        GO TO PROGRAM-DONE
033200     END-IF.
033300     OPEN INPUT SALES-REP-MASTER-FILE.
033400     IF NOT SREP-FILE-OK
033500        DISPLAY "QTEMAINT: UNABLE TO OPEN SALES-REP-MASTER-"
033600                "FILE, STATUS " WS-SREP-FILE-STATUS
033700        MOVE 16 TO RETURN-CODE
033800        CLOSE QUOTE-FILE
033900        CLOSE QUOTE-TRANSACTION-FILE
034000        CLOSE CUSTOMER-MASTER-FILE
034100        CLOSE ITEM-MASTER-FILE
034200        GO TO PROGRAM-DONE
034300     END-IF.
034400     OPEN INPUT CUSTOMER-PRICE-FILE.
034500     EVALUATE TRUE
034600        WHEN PRICE-FILE-OK
034700             MOVE "Y" TO WS-PRICE-FILE-OPEN
034800        WHEN WS-PRICE-FILE-STATUS = "35"
034900*            NO PRICES LOADED YET IS LEGAL -- EVERY LINE MUST
035000*            THEN CARRY A KEYED PRICE, LOUDLY.
035100             DISPLAY "QTEMAINT: NO CUSTOMER-PRICE-FILE, "
035200                     "KEYED PRICES STAND THIS RUN"
035300        WHEN OTHER
035400             DISPLAY "QTEMAINT: UNABLE TO OPEN CUSTOMER-"
035500                     "PRICE-FILE, STATUS "
035600                     WS-PRICE-FILE-STATUS
035700             MOVE 16 TO RETURN-CODE
035800             CLOSE QUOTE-FILE
035900             CLOSE QUOTE-TRANSACTION-FILE
036000             CLOSE CUSTOMER-MASTER-FILE
036100             CLOSE ITEM-MASTER-FILE
036200             CLOSE SALES-REP-MASTER-FILE
036300             GO TO PROGRAM-DONE
036400     END-EVALUATE.
036500     OPEN INPUT SHIP-TO-FILE.
036600     IF SHIPTO-FILE-OK
036700        MOVE "Y" TO WS-SHIPTO-FILE-OPEN
036800     ELSE
036900        IF WS-SHIPTO-FILE-STATUS = "35"
037000*          NO SHIP-TO FILE YET IS LEGAL -- QUOTES JUST SHIP
037100*          TO THE BILLING ADDRESS.
037200           DISPLAY "QTEMAINT: NO SHIP-TO-FILE, LOCATION "
037300                   "CODES REJECTED THIS RUN"
037400        ELSE
037500           DISPLAY "QTEMAINT: UNABLE TO OPEN SHIP-TO-FILE, "
037600                   "STATUS " WS-SHIPTO-FILE-STATUS
037700           MOVE 16 TO RETURN-CODE
037800           GO TO PROGRAM-DONE
037900        END-IF
038000     END-IF.
038100     PERFORM READ-NUMBER-CONTROL.
038200     OPEN OUTPUT QUOTE-RECYCLE-FILE.
038300     OPEN OUTPUT QUOTE-CORRECTION-REPORT.
038400
038500*    A MISSING CONTROL FILE IS NOT AN ERROR -- EVERY SERIES
038600*    STARTS AT 1 AND THE FILE IS WRITTEN AT CLOSE.
038700 READ-NUMBER-CONTROL.
038800     OPEN INPUT NUMBER-CONTROL-FILE.
038900     IF NUMCTL-FILE-OK
039000        READ NUMBER-CONTROL-FILE
039100             AT END
039200                CONTINUE
039300             NOT AT END
039400                MOVE NC-NEXT-PO-NUMBER TO WS-NEXT-PO-NUMBER
039500                MOVE NC-NEXT-ORDER-NUMBER
039600                     TO WS-NEXT-ORDER-NUMBER
039700                IF NC-NEXT-QUOTE-NUMBER IS NUMERIC
039800                   MOVE NC-NEXT-QUOTE-NUMBER
039900                        TO WS-NEXT-QUOTE-NUMBER
040000                END-IF
040100        END-READ
040200        CLOSE NUMBER-CONTROL-FILE
040300     END-IF.
040400
040500 SAVE-NUMBER-CONTROL.
040600     OPEN OUTPUT NUMBER-CONTROL-FILE.
040700     MOVE WS-NEXT-PO-NUMBER    TO NC-NEXT-PO-NUMBER.
040800     MOVE WS-NEXT-ORDER-NUMBER TO NC-NEXT-ORDER-NUMBER.
040900     MOVE WS-NEXT-QUOTE-NUMBER TO NC-NEXT-QUOTE-NUMBER.
041000     WRITE NUMBER-CONTROL-RECORD.
041100     CLOSE NUMBER-CONTROL-FILE.
041200
041300 CLOSING-PROCEDURE.
041400     PERFORM SAVE-NUMBER-CONTROL.
041500     CLOSE QUOTE-FILE.
041600     CLOSE QUOTE-TRANSACTION-FILE.
041700     CLOSE CUSTOMER-MASTER-FILE.
041800     CLOSE ITEM-MASTER-FILE.
041900     CLOSE SALES-REP-MASTER-FILE.
042000     IF WS-PRICE-FILE-OPEN = "Y"
042100        CLOSE CUSTOMER-PRICE-FILE
042200     END-IF.
042300     IF WS-SHIPTO-FILE-OPEN = "Y"
042400        CLOSE SHIP-TO-FILE
042500     END-IF.
042600     CLOSE QUOTE-RECYCLE-FILE.
042700     CLOSE QUOTE-CORRECTION-REPORT.
042800     DISPLAY "QTEMAINT CONTROL TOTALS".
042900     DISPLAY "  TRANSACTIONS READ ...: " WS-TRANS-READ.
043000     DISPLAY "  QUOTES STARTED ......: " WS-QUOTES-STARTED.
043100     DISPLAY "  LINES ADDED .........: " WS-LINES-ADDED.
043200     DISPLAY "  LINES CHANGED .......: " WS-LINES-CHANGED.
043300     DISPLAY "  LINES DELETED .......: " WS-LINES-DELETED.
043400     DISPLAY "  QUOTES MARKED LOST ..: " WS-QUOTES-LOST.
043500     DISPLAY "  TRANSACTIONS IN ERROR: " WS-TRANS-IN-ERROR.
043600     DISPLAY "  REJECTS RECYCLED ....: " WS-REJECTS-RECYCLED.
043700     DISPLAY "  NEXT QUOTE NUMBER ...: " WS-NEXT-QUOTE-NUMBER.
043800     IF WS-TRANS-IN-ERROR > ZERO
043900        MOVE 4 TO RETURN-CODE
044000     ELSE
044100        MOVE 0 TO RETURN-CODE
044200     END-IF.
044300
044400 MAIN-PROCESS.
044500     PERFORM READ-NEXT-TRANSACTION.
044600     PERFORM APPLY-TRANSACTION
044700             UNTIL WS-QTRAN-AT-END = "Y".
044800
044900 READ-NEXT-TRANSACTION.
045000     READ QUOTE-TRANSACTION-FILE
045100          AT END MOVE "Y" TO WS-QTRAN-AT-END.
045200     IF WS-QTRAN-AT-END NOT = "Y"
045300        ADD 1 TO WS-TRANS-READ
045400     END-IF.
045500
045600 APPLY-TRANSACTION.
045700     EVALUATE TRUE
045800        WHEN QTRAN-ADD
045900             PERFORM ADD-QUOTE-LINE
046000        WHEN QTRAN-CHANGE
046100             PERFORM CHANGE-QUOTE-LINE
046200        WHEN QTRAN-DELETE
046300             PERFORM DELETE-QUOTE-LINE
046400        WHEN QTRAN-LOST
046500             PERFORM MARK-QUOTE-LOST
046600        WHEN OTHER
046700             DISPLAY "QTEMAINT: INVALID TRANSACTION CODE FOR "
046800                     QTRAN-QUOTE-NUMBER "/"
046900                     QTRAN-LINE-NUMBER
047000             MOVE "INV" TO WS-REJECT-CODE
047100             MOVE "INVALID TRAN CODE" TO WS-REJECT-TEXT
047200             PERFORM REJECT-TRANSACTION
047300     END-EVALUATE.
047400     PERFORM READ-NEXT-TRANSACTION.
047500
047600*    AN ADD FINDS ITS QUOTE'S HEADER FIRST -- KEYED, FOR A NEW
047700*    QUOTE, OR OFF THE QUOTE ON FILE -- THEN CHECKS AND PRICES
047800*    THE LINE.  THE LINE NUMBER IS THE QUOTE'S NEXT FREE ONE,
047900*    WHATEVER WAS KEYED.
048000 ADD-QUOTE-LINE.
048100     PERFORM FIND-QUOTE-HEADER.
048200     IF WS-TRAN-VALID
048300        PERFORM VALIDATE-QUOTE-HEADER
048400     END-IF.
048500     IF WS-TRAN-VALID
048600        PERFORM VALIDATE-QUOTE-LINE
048700     END-IF.
048800     IF WS-TRAN-VALID
048900        MOVE WS-HDR-CUSTOMER-ID TO WS-PRICE-CUSTOMER-ID
049000        MOVE QTRAN-ITEM-NUMBER  TO WS-PRICE-ITEM-NUMBER
049100        MOVE QTRAN-UNIT-PRICE   TO WS-KEYED-PRICE
049200        PERFORM PRICE-QUOTE-LINE
049300     END-IF.
049400     IF WS-TRAN-VALID
049500        PERFORM WRITE-QUOTE-LINE
049600     ELSE
049700        DISPLAY "QTEMAINT: QUOTE " QTRAN-QUOTE-NUMBER "/"
049800                QTRAN-LINE-NUMBER " ADD REJECTED, "
049900                WS-REJECT-TEXT
050000        PERFORM REJECT-TRANSACTION
050100     END-IF.
050200
050300*    QUOTE ZERO, LINE 1 STARTS A NEW QUOTE.  QUOTE ZERO ON ANY
050400*    OTHER LINE JOINS THE QUOTE LAST STARTED THIS RUN AND TAKES
050500*    ITS NUMBER -- SO, REJECTED, IT RECYCLES AS AN ADD TO THAT
050600*    QUOTE.  A QUOTE NUMBER ADDS TO THAT QUOTE AS IT STANDS.
050700 FIND-QUOTE-HEADER.
050800     MOVE "Y" TO WS-TRAN-VALID-SWITCH.
050900     MOVE "N" TO WS-NEW-QUOTE-SWITCH.
051000     IF QTRAN-QUOTE-NUMBER = ZERO
051100        IF QTRAN-LINE-NUMBER = 1
051200           PERFORM START-NEW-QUOTE-HEADER
051300        ELSE
051400           IF WS-RUN-QUOTE-NUMBER = ZERO
051500              MOVE "N" TO WS-TRAN-VALID-SWITCH
051600              MOVE "NQS" TO WS-REJECT-CODE
051700              MOVE "NO QUOTE STARTED" TO WS-REJECT-TEXT
051800           ELSE
051900              MOVE WS-RUN-QUOTE-NUMBER TO QTRAN-QUOTE-NUMBER
052000           END-IF
052100        END-IF
052200     END-IF.
052300     IF WS-TRAN-VALID
052400        AND NOT WS-STARTING-NEW-QUOTE
052500        PERFORM LOAD-OPEN-QUOTE-HEADER
052600     END-IF.
052700
052800*    ZERO DATES THE QUOTE TODAY; ZERO EXPIRY GIVES IT THE
052900*    STANDARD VALIDITY FROM ITS DATE.
053000 START-NEW-QUOTE-HEADER.
053100     MOVE ZERO TO WS-RUN-QUOTE-NUMBER.
053200     SET WS-STARTING-NEW-QUOTE TO TRUE.
053300     MOVE 1 TO WS-NEXT-LINE-NUMBER.
053400     MOVE QTRAN-CUSTOMER-ID    TO WS-HDR-CUSTOMER-ID.
053500     MOVE QTRAN-SHIP-TO-CODE   TO WS-HDR-SHIP-TO-CODE.
053600     MOVE QTRAN-SALES-REP-CODE TO WS-HDR-SALES-REP-CODE.
053700     IF QTRAN-QUOTE-DATE NOT NUMERIC
053800        OR QTRAN-EXPIRY-DATE NOT NUMERIC
053900        MOVE "N" TO WS-TRAN-VALID-SWITCH
054000        MOVE "DTE" TO WS-REJECT-CODE
054100        MOVE "DATE NOT NUMERIC" TO WS-REJECT-TEXT
054200     ELSE
054300        IF QTRAN-QUOTE-DATE = ZERO
054400           MOVE WS-RUN-DATE TO WS-HDR-QUOTE-DATE
054500        ELSE
054600           MOVE QTRAN-QUOTE-DATE TO WS-HDR-QUOTE-DATE
054700        END-IF
054800        IF QTRAN-EXPIRY-DATE = ZERO
054900           PERFORM FIND-STANDARD-EXPIRY
055000        ELSE
055100           MOVE QTRAN-EXPIRY-DATE TO WS-HDR-EXPIRY-DATE
055200        END-IF
055300     END-IF.
055400
055500 FIND-STANDARD-EXPIRY.
055600     MOVE "A"                       TO DATECALC-FUNCTION.
055700     MOVE WS-HDR-QUOTE-DATE         TO DATECALC-DATE-1.
055800     MOVE WS-STANDARD-VALIDITY-DAYS TO DATECALC-DAYS.
055900     CALL "DATECALC" USING QTEMAINT-DATECALC-PARM.
056000     IF DATECALC-FEEDBACK = "OK"
056100        MOVE DATECALC-RESULT-DATE TO WS-HDR-EXPIRY-DATE
056200     ELSE
056300        MOVE "N" TO WS-TRAN-VALID-SWITCH
056400        MOVE "DTE" TO WS-REJECT-CODE
056500        MOVE "QUOTE DATE NOT VALID" TO WS-REJECT-TEXT
056600     END-IF.
056700
056800*    THE QUOTE'S FIRST OPEN LINE STANDS IN FOR ITS HEADER.  A
056900*    QUOTE WITH NOTHING OPEN IS CLOSED TO NEW LINES, AND SO IS
057000*    ONE ALREADY PAST ITS EXPIRY -- MOVE THE EXPIRY FIRST.  A
057100*    CUSTOMER KEYED ON THE LINE MUST BE THE QUOTE'S.
057200 LOAD-OPEN-QUOTE-HEADER.
057300     MOVE "N"  TO WS-HDR-FOUND.
057400     MOVE ZERO TO WS-NEXT-LINE-NUMBER.
057500     MOVE QTRAN-QUOTE-NUMBER TO WS-SCAN-QUOTE-NUMBER.
057600     PERFORM START-QUOTE-SCAN.
057700     PERFORM SCAN-ONE-HEADER-LINE
057800             UNTIL WS-QUOTE-SCAN-AT-END = "Y".
057900     EVALUATE TRUE
058000        WHEN WS-QUOTE-LINES-FOUND = ZERO
058100             MOVE "N" TO WS-TRAN-VALID-SWITCH
058200             MOVE "QNF" TO WS-REJECT-CODE
058300             MOVE "QUOTE NOT ON FILE" TO WS-REJECT-TEXT
058400        WHEN WS-HDR-FOUND NOT = "Y"
058500             MOVE "N" TO WS-TRAN-VALID-SWITCH
058600             MOVE "QNO" TO WS-REJECT-CODE
058700             MOVE "QUOTE NOT OPEN" TO WS-REJECT-TEXT
058800        WHEN WS-HDR-EXPIRY-DATE < WS-RUN-DATE
058900             MOVE "N" TO WS-TRAN-VALID-SWITCH
059000             MOVE "QEX" TO WS-REJECT-CODE
059100             MOVE "QUOTE EXPIRED" TO WS-REJECT-TEXT
059200        WHEN QTRAN-CUSTOMER-ID NOT = ZERO
059300             AND QTRAN-CUSTOMER-ID NOT = WS-HDR-CUSTOMER-ID
059400             MOVE "N" TO WS-TRAN-VALID-SWITCH
059500             MOVE "QCU" TO WS-REJECT-CODE
059600             MOVE "NOT THIS CUSTOMER'S QUOTE" TO WS-REJECT-TEXT
059700        WHEN WS-NEXT-LINE-NUMBER = 999
059800             MOVE "N" TO WS-TRAN-VALID-SWITCH
059900             MOVE "QFL" TO WS-REJECT-CODE
060000             MOVE "QUOTE HAS 999 LINES" TO WS-REJECT-TEXT
060100        WHEN OTHER
060200             ADD 1 TO WS-NEXT-LINE-NUMBER
060300     END-EVALUATE.
060400
060500*    THE HIGHEST LINE NUMBER SEEN IS KEPT IN THE NEXT-LINE
060600*    FIELD UNTIL THE SCAN ENDS.
060700 SCAN-ONE-HEADER-LINE.
060800     ADD 1 TO WS-QUOTE-LINES-FOUND.
060900     MOVE QT-LINE-NUMBER TO WS-NEXT-LINE-NUMBER.
061000     IF QT-STATUS-OPEN
061100        AND WS-HDR-FOUND NOT = "Y"
061200        MOVE "Y"               TO WS-HDR-FOUND
061300        MOVE QT-CUSTOMER-ID    TO WS-HDR-CUSTOMER-ID
061400        MOVE QT-SHIP-TO-CODE   TO WS-HDR-SHIP-TO-CODE
061500        MOVE QT-SALES-REP-CODE TO WS-HDR-SALES-REP-CODE
061600        MOVE QT-QUOTE-DATE     TO WS-HDR-QUOTE-DATE
061700        MOVE QT-EXPIRY-DATE    TO WS-HDR-EXPIRY-DATE
061800     END-IF.
061900     PERFORM READ-NEXT-QUOTE-LINE.
062000
062100*    POSITION ON THE FIRST LINE OF THE QUOTE IN
062200*    WS-SCAN-QUOTE-NUMBER; THE SCAN ENDS AT THE NEXT QUOTE.
062300 START-QUOTE-SCAN.
062400     MOVE "N"                  TO WS-QUOTE-SCAN-AT-END.
062500     MOVE ZERO                 TO WS-QUOTE-LINES-FOUND.
062600     MOVE ZERO                 TO WS-QUOTE-LINES-OPEN.
062700     MOVE WS-SCAN-QUOTE-NUMBER TO QT-QUOTE-NUMBER.
062800     MOVE ZERO                 TO QT-LINE-NUMBER.
062900     START QUOTE-FILE KEY IS GREATER THAN QT-KEY
063000         INVALID KEY
063100            MOVE "Y" TO WS-QUOTE-SCAN-AT-END
063200     END-START.
063300     IF WS-QUOTE-SCAN-AT-END NOT = "Y"
063400        PERFORM READ-NEXT-QUOTE-LINE
063500     END-IF.
063600
063700 READ-NEXT-QUOTE-LINE.
063800     READ QUOTE-FILE NEXT RECORD
063900          AT END MOVE "Y" TO WS-QUOTE-SCAN-AT-END.
064000     IF WS-QUOTE-SCAN-AT-END NOT = "Y"
064100        AND QT-QUOTE-NUMBER NOT = WS-SCAN-QUOTE-NUMBER
064200        MOVE "Y" TO WS-QUOTE-SCAN-AT-END
064300     END-IF.
064400
064500*    THE CUSTOMER, REP AND SHIP-TO ARE CHECKED ON EVERY ADD,
064600*    NOT JUST THE FIRST -- A QUOTE IS NOT EXTENDED FOR A
064700*    CUSTOMER OR REP GONE INACTIVE SINCE IT STARTED.
064800 VALIDATE-QUOTE-HEADER.
064900     MOVE WS-HDR-CUSTOMER-ID TO CUST-CUSTOMER-ID.
065000     READ CUSTOMER-MASTER-FILE
065100         INVALID KEY
065200            MOVE "N" TO WS-TRAN-VALID-SWITCH
065300            MOVE "CNF" TO WS-REJECT-CODE
065400            MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-TEXT
065500         NOT INVALID KEY
065600            IF CUST-INACTIVE
065700               MOVE "N" TO WS-TRAN-VALID-SWITCH
065800               MOVE "CIA" TO WS-REJECT-CODE
065900               MOVE "CUSTOMER INACTIVE" TO WS-REJECT-TEXT
066000            END-IF
066100     END-READ.
066200     IF WS-TRAN-VALID
066300        PERFORM VALIDATE-QUOTE-SALES-REP
066400     END-IF.
066500     IF WS-TRAN-VALID
066600        AND WS-HDR-SHIP-TO-CODE NOT = SPACES
066700        PERFORM VALIDATE-QUOTE-SHIP-TO
066800     END-IF.
066900     IF WS-TRAN-VALID
067000        AND WS-HDR-EXPIRY-DATE < WS-HDR-QUOTE-DATE
067100        MOVE "N" TO WS-TRAN-VALID-SWITCH
067200        MOVE "EXP" TO WS-REJECT-CODE
067300        MOVE "EXPIRES BEFORE QUOTED" TO WS-REJECT-TEXT
067400     END-IF.
067500
067600 VALIDATE-QUOTE-SALES-REP.
067700     MOVE WS-HDR-SALES-REP-CODE TO SREP-CODE.
067800     READ SALES-REP-MASTER-FILE
067900         INVALID KEY
068000            MOVE "N" TO WS-TRAN-VALID-SWITCH
068100            MOVE "RNF" TO WS-REJECT-CODE
068200            MOVE "SALES REP NOT ON FILE" TO WS-REJECT-TEXT
068300         NOT INVALID KEY
068400            IF SREP-INACTIVE
068500               MOVE "N" TO WS-TRAN-VALID-SWITCH
068600               MOVE "RIA" TO WS-REJECT-CODE
068700               MOVE "SALES REP INACTIVE" TO WS-REJECT-TEXT
068800            END-IF
068900     END-READ.
069000
069100*    A BLANK LOCATION SHIPS TO THE BILLING ADDRESS; A KEYED
069200*    ONE MUST BE ON THE SHIP-TO FILE FOR THIS CUSTOMER.
069300 VALIDATE-QUOTE-SHIP-TO.
069400     IF WS-SHIPTO-FILE-OPEN NOT = "Y"
069500        MOVE "N" TO WS-TRAN-VALID-SWITCH
069600        MOVE "SNF" TO WS-REJECT-CODE
069700        MOVE "SHIP-TO NOT ON FILE" TO WS-REJECT-TEXT
069800     ELSE
069900        MOVE WS-HDR-CUSTOMER-ID  TO ST-CUSTOMER-ID
070000        MOVE WS-HDR-SHIP-TO-CODE TO ST-LOCATION-CODE
070100        READ SHIP-TO-FILE
070200            INVALID KEY
070300               MOVE "N" TO WS-TRAN-VALID-SWITCH
070400               MOVE "SNF" TO WS-REJECT-CODE
070500               MOVE "SHIP-TO NOT ON FILE" TO WS-REJECT-TEXT
070600        END-READ
070700     END-IF.
070800
070900*    A QUOTED LINE IS ALWAYS FOR A STOCKED ITEM -- THE ORDER
071000*    IT BECOMES HAS TO PRICE AND SHIP.
071100 VALIDATE-QUOTE-LINE.
071200     EVALUATE TRUE
071300        WHEN QTRAN-ITEM-NUMBER = SPACES
071400             MOVE "N" TO WS-TRAN-VALID-SWITCH
071500             MOVE "INR" TO WS-REJECT-CODE
071600             MOVE "ITEM NUMBER REQUIRED" TO WS-REJECT-TEXT
071700        WHEN QTRAN-QUANTITY NOT NUMERIC
071800             OR QTRAN-QUANTITY = ZERO
071900             MOVE "N" TO WS-TRAN-VALID-SWITCH
072000             MOVE "QTY" TO WS-REJECT-CODE
072100             MOVE "QUANTITY MISSING" TO WS-REJECT-TEXT
072200        WHEN QTRAN-UNIT-PRICE NOT NUMERIC
072300             MOVE "N" TO WS-TRAN-VALID-SWITCH
072400             MOVE "PRC" TO WS-REJECT-CODE
072500             MOVE "PRICE NOT NUMERIC" TO WS-REJECT-TEXT
072600        WHEN OTHER
072700             PERFORM VALIDATE-QUOTE-ITEM
072800     END-EVALUATE.
072900
073000 VALIDATE-QUOTE-ITEM.
073100     MOVE QTRAN-ITEM-NUMBER TO ITEM-NUMBER.
073200     READ ITEM-MASTER-FILE
073300         INVALID KEY
073400            MOVE "N" TO WS-TRAN-VALID-SWITCH
073500            MOVE "INF" TO WS-REJECT-CODE
073600            MOVE "ITEM NOT ON FILE" TO WS-REJECT-TEXT
073700         NOT INVALID KEY
073800            IF ITEM-INACTIVE
073900               MOVE "N" TO WS-TRAN-VALID-SWITCH
074000               MOVE "IIA" TO WS-REJECT-CODE
074100               MOVE "ITEM INACTIVE" TO WS-REJECT-TEXT
074200            END-IF
074300     END-READ.
074400
074500*    PRICE THE LINE IN WS-PRICE-CUSTOMER-ID/ITEM-NUMBER WITH
074600*    WS-KEYED-PRICE AS KEYED (ZERO IF NONE).  THE CUSTOMER'S
074700*    OWN ROW WINS, THEN THE LIST ROW (CUSTOMER ZERO); A KEYED
074800*    PRICE TOO FAR OFF THE FILE PRICE RECYCLES FOR SALES TO
074900*    EXPLAIN.  NO FILE PRICE LEAVES THE KEYED ONE, IF ANY.
075000 PRICE-QUOTE-LINE.
075100     MOVE "N" TO WS-SELL-PRICE-FOUND.
075200     MOVE WS-KEYED-PRICE TO WS-ACTIVE-SELL-PRICE.
075300     IF WS-PRICE-FILE-OPEN = "Y"
075400        MOVE WS-PRICE-ITEM-NUMBER TO SP-ITEM-NUMBER
075500        MOVE WS-PRICE-CUSTOMER-ID TO SP-CUSTOMER-ID
075600        READ CUSTOMER-PRICE-FILE
075700            INVALID KEY
075800               PERFORM LOOK-UP-LIST-PRICE
075900            NOT INVALID KEY
076000               MOVE SP-SELL-PRICE TO WS-ACTIVE-SELL-PRICE
076100               MOVE "Y" TO WS-SELL-PRICE-FOUND
076200        END-READ
076300     END-IF.
076400     EVALUATE TRUE
076500        WHEN WS-SELL-PRICE-FOUND = "Y"
076600             AND WS-KEYED-PRICE NOT = ZERO
076700             PERFORM COMPARE-KEYED-TO-LIST
076800        WHEN WS-SELL-PRICE-FOUND NOT = "Y"
076900             AND WS-KEYED-PRICE = ZERO
077000             MOVE "N" TO WS-TRAN-VALID-SWITCH
077100             MOVE "NPR" TO WS-REJECT-CODE
077200             MOVE "NO PRICE ON FILE/KEYED" TO WS-REJECT-TEXT
077300        WHEN OTHER
077400             CONTINUE
077500     END-EVALUATE.
077600
077700 LOOK-UP-LIST-PRICE.
077800     MOVE WS-PRICE-ITEM-NUMBER TO SP-ITEM-NUMBER.
077900     MOVE ZERO                 TO SP-CUSTOMER-ID.
078000     READ CUSTOMER-PRICE-FILE
078100         INVALID KEY
078200            CONTINUE
078300         NOT INVALID KEY
078400            MOVE SP-SELL-PRICE TO WS-ACTIVE-SELL-PRICE
078500            MOVE "Y" TO WS-SELL-PRICE-FOUND
078600     END-READ.
078700
078800 COMPARE-KEYED-TO-LIST.
078900     COMPUTE WS-SELL-VARIANCE =
079000             WS-KEYED-PRICE - WS-ACTIVE-SELL-PRICE.
079100     IF WS-SELL-VARIANCE < ZERO
079200        COMPUTE WS-SELL-VARIANCE = ZERO - WS-SELL-VARIANCE
079300     END-IF.
079400     COMPUTE WS-SELL-LIMIT ROUNDED =
079500             WS-ACTIVE-SELL-PRICE
079600             * WS-SELLPRICE-TOLERANCE / 100.
079700     IF WS-SELL-VARIANCE > WS-SELL-LIMIT
079800        MOVE "N" TO WS-TRAN-VALID-SWITCH
079900        MOVE "POT" TO WS-REJECT-CODE
080000        MOVE "KEYED PRICE OFF LIST" TO WS-REJECT-TEXT
080100     END-IF.
080200
080300*    THE RECORD IS BLANKED FIRST -- FILLER INCLUDED -- SO
080400*    RESIDUE FROM THE SCANS NEVER REACHES THE FILE.  THE
080500*    QUOTE NUMBER IS TAKEN OFF THE SERIES ONLY WHEN THE FIRST
080600*    LINE OF A NEW QUOTE IS ACTUALLY WRITTEN.
080700 WRITE-QUOTE-LINE.
080800     MOVE SPACES TO QUOTE-RECORD.
080900     IF WS-STARTING-NEW-QUOTE
081000        MOVE WS-NEXT-QUOTE-NUMBER TO QT-QUOTE-NUMBER
081100     ELSE
081200        MOVE QTRAN-QUOTE-NUMBER   TO QT-QUOTE-NUMBER
081300     END-IF.
081400     MOVE WS-NEXT-LINE-NUMBER   TO QT-LINE-NUMBER.
081500     MOVE WS-HDR-CUSTOMER-ID    TO QT-CUSTOMER-ID.
081600     MOVE WS-HDR-SHIP-TO-CODE   TO QT-SHIP-TO-CODE.
081700     MOVE WS-HDR-SALES-REP-CODE TO QT-SALES-REP-CODE.
081800     MOVE WS-HDR-QUOTE-DATE     TO QT-QUOTE-DATE.
081900     MOVE WS-HDR-EXPIRY-DATE    TO QT-EXPIRY-DATE.
082000     MOVE QTRAN-ITEM-NUMBER     TO QT-ITEM-NUMBER.
082100     MOVE ITEM-DESCRIPTION      TO QT-DESCRIPTION.
082200     MOVE QTRAN-QUANTITY        TO QT-QUANTITY.
082300     MOVE WS-ACTIVE-SELL-PRICE  TO QT-UNIT-PRICE.
082400     COMPUTE QT-LINE-AMOUNT =
082500             QT-QUANTITY * QT-UNIT-PRICE.
082600     SET QT-STATUS-OPEN TO TRUE.
082700     MOVE ZERO TO QT-STATUS-DATE.
082800     MOVE ZERO TO QT-ORDER-NUMBER.
082900     MOVE "N"  TO QT-FORM-PRINTED-SWITCH.
083000     WRITE QUOTE-RECORD
083100         INVALID KEY
083200            DISPLAY "QTEMAINT: QUOTE " QT-QUOTE-NUMBER "/"
083300                    QT-LINE-NUMBER " ALREADY EXISTS,"
083400                    " ADD REJECTED"
083500            MOVE "DUP" TO WS-REJECT-CODE
083600            MOVE "QUOTE LINE ALREADY ON FILE" TO WS-REJECT-TEXT
083700            PERFORM REJECT-TRANSACTION
083800         NOT INVALID KEY
083900            ADD 1 TO WS-LINES-ADDED
084000            IF WS-STARTING-NEW-QUOTE
084100               MOVE QT-QUOTE-NUMBER TO WS-RUN-QUOTE-NUMBER
084200               ADD 1 TO WS-NEXT-QUOTE-NUMBER
084300               ADD 1 TO WS-QUOTES-STARTED
084400               DISPLAY "QTEMAINT: QUOTE " QT-QUOTE-NUMBER
084500                       " STARTED FOR CUSTOMER "
084600                       QT-CUSTOMER-ID
084700            END-IF
084800     END-WRITE.
084900
085000*    A CHANGE RE-QUOTES ONE OPEN LINE: A QUANTITY, A PRICE
085100*    (PRICED AGAIN OFF THE FILE, AS ON AN ADD), OR BOTH.  AN
085200*    EXPIRY DATE MOVES THE WHOLE QUOTE'S.  ANY CHANGE SENDS
085300*    THE QUOTE BACK THROUGH QTEPRINT.
085400 CHANGE-QUOTE-LINE.
085500     MOVE QTRAN-QUOTE-NUMBER TO QT-QUOTE-NUMBER.
085600     MOVE QTRAN-LINE-NUMBER  TO QT-LINE-NUMBER.
085700     READ QUOTE-FILE
085800         INVALID KEY
085900            MOVE "N" TO WS-TRAN-VALID-SWITCH
086000            MOVE "NOF" TO WS-REJECT-CODE
086100            MOVE "QUOTE LINE NOT ON FILE" TO WS-REJECT-TEXT
086200         NOT INVALID KEY
086300            PERFORM VALIDATE-QUOTE-CHANGE
086400     END-READ.
086500     IF WS-TRAN-VALID
086600        PERFORM APPLY-QUOTE-CHANGE
086700     ELSE
086800        DISPLAY "QTEMAINT: QUOTE " QTRAN-QUOTE-NUMBER "/"
086900                QTRAN-LINE-NUMBER " CHANGE REJECTED, "
087000                WS-REJECT-TEXT
087100        PERFORM REJECT-TRANSACTION
087200     END-IF.
087300
087400 VALIDATE-QUOTE-CHANGE.
087500     MOVE "Y" TO WS-TRAN-VALID-SWITCH.
087600     EVALUATE TRUE
087700        WHEN NOT QT-STATUS-OPEN
087800             MOVE "N" TO WS-TRAN-VALID-SWITCH
087900             MOVE "QNO" TO WS-REJECT-CODE
088000             MOVE "QUOTE LINE NOT OPEN" TO WS-REJECT-TEXT
088100        WHEN QTRAN-QUANTITY NOT NUMERIC
088200             OR QTRAN-UNIT-PRICE NOT NUMERIC
088300             OR QTRAN-EXPIRY-DATE NOT NUMERIC
088400             MOVE "N" TO WS-TRAN-VALID-SWITCH
088500             MOVE "NUM" TO WS-REJECT-CODE
088600             MOVE "QTY/PRICE/DATE NOT NUMERIC" TO WS-REJECT-TEXT
088700        WHEN QTRAN-EXPIRY-DATE NOT = ZERO
088800             AND QTRAN-EXPIRY-DATE < QT-QUOTE-DATE
088900             MOVE "N" TO WS-TRAN-VALID-SWITCH
089000             MOVE "EXP" TO WS-REJECT-CODE
089100             MOVE "EXPIRES BEFORE QUOTED" TO WS-REJECT-TEXT
089200        WHEN QTRAN-UNIT-PRICE NOT = ZERO
089300             MOVE QT-CUSTOMER-ID   TO WS-PRICE-CUSTOMER-ID
089400             MOVE QT-ITEM-NUMBER   TO WS-PRICE-ITEM-NUMBER
089500             MOVE QTRAN-UNIT-PRICE TO WS-KEYED-PRICE
089600             PERFORM PRICE-QUOTE-LINE
089700        WHEN OTHER
089800             CONTINUE
089900     END-EVALUATE.
090000
090100*    THE LINE IS STILL IN HAND -- THE PRICE LOOK-UP READS ONLY
090200*    THE SELL-PRICE FILE -- SO IT IS REWRITTEN BEFORE ANY
090300*    EXPIRY MOVE WALKS THE REST OF THE QUOTE.
090400 APPLY-QUOTE-CHANGE.
090500     IF QTRAN-QUANTITY NOT = ZERO
090600        MOVE QTRAN-QUANTITY TO QT-QUANTITY
090700     END-IF.
090800     IF QTRAN-UNIT-PRICE NOT = ZERO
090900        MOVE WS-ACTIVE-SELL-PRICE TO QT-UNIT-PRICE
091000     END-IF.
091100     COMPUTE QT-LINE-AMOUNT =
091200             QT-QUANTITY * QT-UNIT-PRICE.
091300     MOVE "N" TO QT-FORM-PRINTED-SWITCH.
091400     REWRITE QUOTE-RECORD.
091500     ADD 1 TO WS-LINES-CHANGED.
091600     IF QTRAN-EXPIRY-DATE NOT = ZERO
091700        MOVE QTRAN-EXPIRY-DATE  TO WS-NEW-EXPIRY-DATE
091800        MOVE QTRAN-QUOTE-NUMBER TO WS-SCAN-QUOTE-NUMBER
091900        PERFORM START-QUOTE-SCAN
092000        PERFORM MOVE-ONE-LINE-EXPIRY
092100                UNTIL WS-QUOTE-SCAN-AT-END = "Y"
092200     END-IF.
092300
092400 MOVE-ONE-LINE-EXPIRY.
092500     IF QT-STATUS-OPEN
092600        MOVE WS-NEW-EXPIRY-DATE TO QT-EXPIRY-DATE
092700        MOVE "N" TO QT-FORM-PRINTED-SWITCH
092800        REWRITE QUOTE-RECORD
092900     END-IF.
093000     PERFORM READ-NEXT-QUOTE-LINE.
093100
093200*    ONLY AN OPEN LINE COMES OFF A QUOTE -- A CONVERTED OR
093300*    LOST ONE IS THE QUOTE'S HISTORY FOR QTERPT.
093400 DELETE-QUOTE-LINE.
093500     MOVE QTRAN-QUOTE-NUMBER TO QT-QUOTE-NUMBER.
093600     MOVE QTRAN-LINE-NUMBER  TO QT-LINE-NUMBER.
093700     READ QUOTE-FILE
093800         INVALID KEY
093900            MOVE "NOF" TO WS-REJECT-CODE
094000            MOVE "QUOTE LINE NOT ON FILE" TO WS-REJECT-TEXT
094100            PERFORM REJECT-QUOTE-LINE-DELETE
094200         NOT INVALID KEY
094300            IF QT-STATUS-OPEN
094400               DELETE QUOTE-FILE RECORD
094500               ADD 1 TO WS-LINES-DELETED
094600            ELSE
094700               MOVE "QNO" TO WS-REJECT-CODE
094800               MOVE "QUOTE LINE NOT OPEN" TO WS-REJECT-TEXT
094900               PERFORM REJECT-QUOTE-LINE-DELETE
095000            END-IF
095100     END-READ.
095200
095300 REJECT-QUOTE-LINE-DELETE.
095400     DISPLAY "QTEMAINT: QUOTE " QTRAN-QUOTE-NUMBER "/"
095500             QTRAN-LINE-NUMBER " DELETE REJECTED, "
095600             WS-REJECT-TEXT.
095700     PERFORM REJECT-TRANSACTION.
095800
095900*    THE CUSTOMER SAID NO: EVERY LINE STILL OPEN IS MARKED
096000*    LOST TODAY.  LINES ALREADY CONVERTED STAND.
096100 MARK-QUOTE-LOST.
096200     MOVE QTRAN-QUOTE-NUMBER TO WS-SCAN-QUOTE-NUMBER.
096300     PERFORM START-QUOTE-SCAN.
096400     PERFORM MARK-ONE-LINE-LOST
096500             UNTIL WS-QUOTE-SCAN-AT-END = "Y".
096600     EVALUATE TRUE
096700        WHEN WS-QUOTE-LINES-FOUND = ZERO
096800             MOVE "QNF" TO WS-REJECT-CODE
096900             MOVE "QUOTE NOT ON FILE" TO WS-REJECT-TEXT
097000        WHEN WS-QUOTE-LINES-OPEN = ZERO
097100             MOVE "QNO" TO WS-REJECT-CODE
097200             MOVE "QUOTE NOT OPEN" TO WS-REJECT-TEXT
097300        WHEN OTHER
097400             MOVE SPACES TO WS-REJECT-CODE
097500     END-EVALUATE.
097600     IF WS-REJECT-CODE = SPACES
097700        ADD 1 TO WS-QUOTES-LOST
097800        DISPLAY "QTEMAINT: QUOTE " QTRAN-QUOTE-NUMBER
097900                " MARKED LOST, " WS-QUOTE-LINES-OPEN " LINES"
098000     ELSE
098100        DISPLAY "QTEMAINT: QUOTE " QTRAN-QUOTE-NUMBER
098200                " LOST REJECTED, " WS-REJECT-TEXT
098300        PERFORM REJECT-TRANSACTION
098400     END-IF.
098500
098600 MARK-ONE-LINE-LOST.
098700     ADD 1 TO WS-QUOTE-LINES-FOUND.
098800     IF QT-STATUS-OPEN
098900        ADD 1 TO WS-QUOTE-LINES-OPEN
099000        SET QT-STATUS-LOST TO TRUE
099100        MOVE WS-RUN-DATE TO QT-STATUS-DATE
099200        REWRITE QUOTE-RECORD
099300     END-IF.
099400     PERFORM READ-NEXT-QUOTE-LINE.
099500
099600 REJECT-TRANSACTION.
099700     ADD 1 TO WS-TRANS-IN-ERROR.
099800     PERFORM WRITE-REJECT-TO-RECYCLE.
099900
100000*    WRITE THE REJECTED TRANSACTION, AS KEYED, TO THE RECYCLE
100100*    FILE WITH ITS REASON CODE, AND LIST IT FOR THE CLERK.
100200 WRITE-REJECT-TO-RECYCLE.
100300     MOVE QUOTE-TRANSACTION-RECORD TO RCY-TRAN-DATA.
100400     MOVE WS-REJECT-CODE       TO RCY-REJECT-REASON.
100500     WRITE QUOTE-RECYCLE-RECORD.
100600     MOVE QTRAN-CODE           TO COR-TRAN-CODE.
100700     MOVE QTRAN-QUOTE-NUMBER   TO COR-QUOTE-NUMBER.
100800     MOVE QTRAN-LINE-NUMBER    TO COR-LINE-NUMBER.
100900     MOVE WS-REJECT-CODE       TO COR-REJECT-CODE.
101000     MOVE WS-REJECT-TEXT       TO COR-REJECT-TEXT.
101100     WRITE QUOTE-CORRECTION-LINE FROM CORRECTION-DETAIL-LINE.
101200     ADD 1 TO WS-REJECTS-RECYCLED.
