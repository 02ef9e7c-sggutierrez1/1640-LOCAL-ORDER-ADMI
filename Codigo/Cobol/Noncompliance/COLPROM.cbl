000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COLPROM.
000300*--------------------------------------------------
000400* Broken promises to pay.  Every promise on
000500* COLLECTOR-NOTE-FILE that fell due in the last 90
000600* days, before today, is checked against the cash
000700* the customer actually sent: the receipts on
000800* CASH-RECEIPTS-FILE for that customer dated from
000900* the day the promise was taken through the day it
001000* fell due.  A promise the receipts do not cover
001100* is listed with the customer's name, the collector
001200* who took it, what was promised, what came in,
001300* and the shortfall -- the credit desk's call list
001400* for the day.
001500*
001600* MODIFICATION HISTORY
001700*   WHO   DATE        WHAT
001800*   RWH   2026-10-15  Original version.
001833*   RWH   2026-10-15  A write-off is not money sent and no
001866*                     longer counts toward a promise.
001900*--------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300
002400     SELECT COLLECTOR-NOTE-FILE
002500         ASSIGN TO "COLNOTE"
002600         ORGANIZATION IS INDEXED
002700         RECORD KEY IS CN-KEY
002800         ACCESS MODE IS SEQUENTIAL
002900         FILE STATUS IS WS-NOTE-FILE-STATUS.
003000
003100     SELECT CASH-RECEIPTS-FILE
003200         ASSIGN TO "CSHRCPTF"
003300         ORGANIZATION IS INDEXED
003400         RECORD KEY IS CR-KEY
003500         ACCESS MODE IS SEQUENTIAL
003600         FILE STATUS IS WS-RECEIPT-FILE-STATUS.
003700
003800     SELECT CUSTOMER-MASTER-FILE
003900         ASSIGN TO "CUSTMST"
004000         ORGANIZATION IS INDEXED
004100         RECORD KEY IS CUST-CUSTOMER-ID
004200         ACCESS MODE IS RANDOM
004300         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
004400
004500     SELECT BROKEN-PROMISE-REPORT
004600         ASSIGN TO "COLPROMR"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100
005200     COPY COLNOTE.
005300     COPY CSHRCPT.
005400     COPY CUSMST.
005500
005600 FD  BROKEN-PROMISE-REPORT
005700     LABEL RECORDS ARE STANDARD.
005800 01  BROKEN-PROMISE-LINE       PIC X(132).
005900
006000 WORKING-STORAGE SECTION.
006100
006200 01  WS-NOTES-AT-END           PIC X VALUE "N".
006300 01  WS-RECEIPTS-AT-END        PIC X VALUE "N".
006400
006500*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
006600*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
006700     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
006800         ==WS-NOTE-FILE-STATUS== ==PFX-FILE-OK== BY
006900         ==NOTE-FILE-OK== ==PFX-FILE-EOF== BY
007000         ==NOTE-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
007100         ==NOTE-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
007200         ==NOTE-FILE-NOT-FOUND==
007300         ==PFX-FILE-BOUNDARY-VIOLATION== BY
007400         ==NOTE-FILE-BOUNDARY-VIOLATION==.
007500
007600     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
007700         ==WS-RECEIPT-FILE-STATUS== ==PFX-FILE-OK== BY
007800         ==RECEIPT-FILE-OK== ==PFX-FILE-EOF== BY
007900         ==RECEIPT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
008000         ==RECEIPT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
008100         ==RECEIPT-FILE-NOT-FOUND==
008200         ==PFX-FILE-BOUNDARY-VIOLATION== BY
008300         ==RECEIPT-FILE-BOUNDARY-VIOLATION==.
008400
008500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
008600         ==WS-CUSTOMER-FILE-STATUS== ==PFX-FILE-OK== BY
008700         ==CUSTOMER-FILE-OK== ==PFX-FILE-EOF== BY
008800         ==CUSTOMER-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
008900         ==CUSTOMER-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
009000         ==CUSTOMER-FILE-NOT-FOUND==
009100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
009200         ==CUSTOMER-FILE-BOUNDARY-VIOLATION==.
009300
009400 01  WS-RUN-DATE               PIC 9(8).
009500*    A PROMISE THAT FELL DUE MORE THAN THIS MANY DAYS AGO IS
009600*    OLD NEWS -- THE DUNNING LETTERS HAVE TAKEN OVER.
009700 01  WS-LOOK-BACK-DAYS         PIC 9(3) VALUE 90.
009800
009900*    PARAMETER PASSED TO THE SHARED DATE-ARITHMETIC
010000*    SUBPROGRAM -- SEE DATECALC.
010100 01  COLPROM-DATECALC-PARM.
010200     05 DATECALC-FUNCTION      PIC X(01).
010300     05 DATECALC-DATE-1        PIC 9(8).
010400     05 DATECALC-DATE-2        PIC 9(8).
010500     05 DATECALC-DAYS          PIC S9(7).
010600     05 DATECALC-RESULT-DATE   PIC 9(8).
010700     05 DATECALC-FEEDBACK      PIC XX.
010800
010900*    THE PROMISES UNDER REVIEW, IN NOTE-FILE ORDER -- BY
011000*    CUSTOMER, THEN THE DAY EACH WAS TAKEN.
011100 01  WS-PROMISE-COUNT          PIC 9(4) VALUE ZERO.
011200 01  WS-PROMISE-TABLE.
011300     05 WS-PROMISE-ENTRY OCCURS 2000 TIMES.
011400        10 WS-PR-CUSTOMER-ID   PIC 9(7).
011500        10 WS-PR-NOTE-DATE     PIC 9(8).
011600        10 WS-PR-OPERATOR-ID   PIC X(08).
011700        10 WS-PR-PROMISE-DATE  PIC 9(8).
011800        10 WS-PR-PROMISED      PIC 9(9)V99.
011900        10 WS-PR-RECEIVED      PIC 9(11)V99.
012000 01  WS-PROMISE-SUB            PIC 9(4) VALUE ZERO.
012100 01  WS-SHORTFALL              PIC S9(11)V99 VALUE ZERO.
012200
012300 01  WS-PAGE-CONTROL.
012400     05 WS-LINE-COUNT          PIC 99 VALUE ZERO.
012500     05 WS-PAGE-COUNT          PIC 999 VALUE ZERO.
012600     05 WS-LINES-PER-PAGE      PIC 99 VALUE 50.
012700
012800 01  WS-CONTROL-TOTALS.
012900     05 WS-NOTES-READ          PIC 9(7) VALUE ZERO.
013000     05 WS-PROMISES-CHECKED    PIC 9(7) VALUE ZERO.
013100     05 WS-PROMISES-KEPT       PIC 9(7) VALUE ZERO.
013200     05 WS-PROMISES-BROKEN     PIC 9(7) VALUE ZERO.
013300     05 WS-PROMISES-NOT-LOADED PIC 9(7) VALUE ZERO.
013400     05 WS-RECEIPTS-READ       PIC 9(7) VALUE ZERO.
013500     05 WS-TOTAL-SHORTFALL     PIC S9(11)V99 VALUE ZERO.
013600
013700 01  HEADING-LINE-1.
013800     05 FILLER                 PIC X(37)
013900        VALUE "BROKEN PROMISES TO PAY - RUN DATE ".
014000     05 HDG-RUN-DATE           PIC 9(8).
014100     05 FILLER                 PIC X(10) VALUE SPACES.
014200     05 FILLER                 PIC X(05) VALUE "PAGE ".
014300     05 HDG-PAGE-NUMBER        PIC ZZZ9.
014400
014500 01  HEADING-LINE-2.
014600     05 FILLER                 PIC X(08) VALUE "CUSTOMER".
014700     05 FILLER                 PIC X(02) VALUE SPACES.
014800     05 FILLER                 PIC X(25) VALUE "NAME".
014900     05 FILLER                 PIC X(02) VALUE SPACES.
015000     05 FILLER                 PIC X(10) VALUE "TAKEN".
015100     05 FILLER                 PIC X(10) VALUE "COLLECTOR".
015200     05 FILLER                 PIC X(10) VALUE "DUE".
015300     05 FILLER                 PIC X(15) VALUE "       PROMISED".
015400     05 FILLER                 PIC X(15) VALUE "       RECEIVED".
015500     05 FILLER                 PIC X(15) VALUE "      SHORTFALL".
015600
015700 01  DETAIL-LINE.
015800     05 DTL-CUSTOMER-ID        PIC 9(7).
015900     05 FILLER                 PIC X(03) VALUE SPACES.
016000     05 DTL-CUSTOMER-NAME      PIC X(25).
016100     05 FILLER                 PIC X(02) VALUE SPACES.
016200     05 DTL-NOTE-DATE          PIC 9(8).
016300     05 FILLER                 PIC X(02) VALUE SPACES.
016400     05 DTL-OPERATOR-ID        PIC X(08).
016500     05 FILLER                 PIC X(02) VALUE SPACES.
016600     05 DTL-PROMISE-DATE       PIC 9(8).
016700     05 FILLER                 PIC X(02) VALUE SPACES.
016800     05 DTL-PROMISED           PIC ZZZ,ZZZ,ZZ9.99.
016900     05 FILLER                 PIC X(01) VALUE SPACES.
017000     05 DTL-RECEIVED           PIC ZZZ,ZZZ,ZZ9.99.
017100     05 FILLER                 PIC X(01) VALUE SPACES.
017200     05 DTL-SHORTFALL          PIC ZZZ,ZZZ,ZZ9.99.
017300
017400 01  TOTAL-LINE.
017500     05 FILLER                 PIC X(24)
017600        VALUE "TOTAL SHORTFALL .......:".
017700     05 FILLER                 PIC X(81) VALUE SPACES.
017800     05 TTL-SHORTFALL          PIC ZZZ,ZZZ,ZZ9.99.
017900
018000 PROCEDURE DIVISION.
018100 PROGRAM-BEGIN.
018200     PERFORM OPENING-PROCEDURE.
018300     PERFORM MAIN-PROCESS.
018400     PERFORM CLOSING-PROCEDURE.
018500
018600 PROGRAM-DONE.
018700     STOP RUN.
018800
018900 OPENING-PROCEDURE.
019000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019100     OPEN INPUT CUSTOMER-MASTER-FILE.
019200     IF NOT CUSTOMER-FILE-OK
019300        DISPLAY "COLPROM: UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
019400                "STATUS " WS-CUSTOMER-FILE-STATUS
019500        MOVE 16 TO RETURN-CODE
019600        GO TO PROGRAM-DONE
019700     END-IF.
019800     OPEN OUTPUT BROKEN-PROMISE-REPORT.
019900     PERFORM WRITE-HEADING.
020000
020100 CLOSING-PROCEDURE.
020200     MOVE WS-TOTAL-SHORTFALL TO TTL-SHORTFALL.
020300     MOVE SPACES TO BROKEN-PROMISE-LINE.
020400     WRITE BROKEN-PROMISE-LINE.
020500     WRITE BROKEN-PROMISE-LINE FROM TOTAL-LINE.
020600     CLOSE CUSTOMER-MASTER-FILE.
020700     CLOSE BROKEN-PROMISE-REPORT.
020800     DISPLAY "COLPROM CONTROL TOTALS".
020900     DISPLAY "  NOTES READ ...........: " WS-NOTES-READ.
021000     DISPLAY "  PROMISES CHECKED .....: " WS-PROMISES-CHECKED.
021100     DISPLAY "  PROMISES KEPT ........: " WS-PROMISES-KEPT.
021200     DISPLAY "  PROMISES BROKEN ......: " WS-PROMISES-BROKEN.
021300     DISPLAY "  PROMISES NOT CHECKED .: " WS-PROMISES-NOT-LOADED.
021400     DISPLAY "  RECEIPT RECORDS READ .: " WS-RECEIPTS-READ.
021500     IF RETURN-CODE NOT > 4
021600        IF WS-PROMISES-NOT-LOADED > ZERO
021700           MOVE 4 TO RETURN-CODE
021800        ELSE
021900           MOVE 0 TO RETURN-CODE
022000        END-IF
022100     END-IF.
022200
022300 MAIN-PROCESS.
022400     PERFORM LOAD-DUE-PROMISES.
022500     IF WS-PROMISE-COUNT > ZERO
022600        PERFORM APPLY-CASH-RECEIPTS
022700        PERFORM REPORT-ONE-PROMISE
022800                VARYING WS-PROMISE-SUB FROM 1 BY 1
022900                UNTIL WS-PROMISE-SUB > WS-PROMISE-COUNT
023000     END-IF.
023100
023200*    NO NOTE FILE YET MEANS NO PROMISES YET -- NOTHING TO
023300*    REPORT, AND NOTHING WRONG.
023400 LOAD-DUE-PROMISES.
023500     OPEN INPUT COLLECTOR-NOTE-FILE.
023600     MOVE "N" TO WS-NOTES-AT-END.
023700     IF WS-NOTE-FILE-STATUS = "35"
023800        DISPLAY "COLPROM: NO COLLECTOR-NOTE-FILE, NO PROMISES "
023900                "TO CHECK"
024000        MOVE "Y" TO WS-NOTES-AT-END
024100     ELSE
024200        IF NOT NOTE-FILE-OK
024300           DISPLAY "COLPROM: UNABLE TO OPEN COLLECTOR-NOTE-FILE,"
024400                   " STATUS " WS-NOTE-FILE-STATUS
024500           MOVE 16 TO RETURN-CODE
024600           MOVE "Y" TO WS-NOTES-AT-END
024700        ELSE
024800           PERFORM READ-NEXT-NOTE
024900        END-IF
025000     END-IF.
025100     PERFORM LOAD-ONE-NOTE
025200             UNTIL WS-NOTES-AT-END = "Y".
025300     IF NOTE-FILE-OK OR NOTE-FILE-EOF
025400        CLOSE COLLECTOR-NOTE-FILE
025500     END-IF.
025600
025700 READ-NEXT-NOTE.
025800     READ COLLECTOR-NOTE-FILE NEXT RECORD
025900          AT END MOVE "Y" TO WS-NOTES-AT-END.
026000
026100*    A PROMISE DUE TODAY STILL HAS TODAY TO BE KEPT.
026200 LOAD-ONE-NOTE.
026300     ADD 1 TO WS-NOTES-READ.
026400     IF CN-PROMISE-DATE NOT = ZERO
026500        AND CN-PROMISE-DATE < WS-RUN-DATE
026600        PERFORM CHECK-PROMISE-AGE
026700     END-IF.
026800     PERFORM READ-NEXT-NOTE.
026900
027000 CHECK-PROMISE-AGE.
027100     MOVE "D"             TO DATECALC-FUNCTION.
027200     MOVE WS-RUN-DATE     TO DATECALC-DATE-1.
027300     MOVE CN-PROMISE-DATE TO DATECALC-DATE-2.
027400     CALL "DATECALC" USING COLPROM-DATECALC-PARM.
027500     IF DATECALC-FEEDBACK = "OK"
027600        AND DATECALC-DAYS NOT > WS-LOOK-BACK-DAYS
027700        PERFORM ADD-PROMISE-ENTRY
027800     END-IF.
027900
028000 ADD-PROMISE-ENTRY.
028100     IF WS-PROMISE-COUNT < 2000
028200        ADD 1 TO WS-PROMISE-COUNT
028300        MOVE CN-CUSTOMER-ID
028400             TO WS-PR-CUSTOMER-ID (WS-PROMISE-COUNT)
028500        MOVE CN-NOTE-DATE
028600             TO WS-PR-NOTE-DATE (WS-PROMISE-COUNT)
028700        MOVE CN-OPERATOR-ID
028800             TO WS-PR-OPERATOR-ID (WS-PROMISE-COUNT)
028900        MOVE CN-PROMISE-DATE
029000             TO WS-PR-PROMISE-DATE (WS-PROMISE-COUNT)
029100        MOVE CN-PROMISE-AMOUNT
029200             TO WS-PR-PROMISED (WS-PROMISE-COUNT)
029300        MOVE ZERO TO WS-PR-RECEIVED (WS-PROMISE-COUNT)
029400        ADD 1 TO WS-PROMISES-CHECKED
029500     ELSE
029600        DISPLAY "COLPROM: PROMISE TABLE FULL, PROMISE FROM "
029700                "CUSTOMER " CN-CUSTOMER-ID " DUE "
029800                CN-PROMISE-DATE " NOT CHECKED"
029900        ADD 1 TO WS-PROMISES-NOT-LOADED
030000     END-IF.
030100
030200*    ONE PASS OF THE RECEIPTS CREDITS EACH PAYMENT TO EVERY
030300*    PROMISE OF ITS CUSTOMER WHOSE WINDOW IT FALLS IN.  NO
030400*    CASH FILE YET MEANS NOTHING HAS COME IN.
030500 APPLY-CASH-RECEIPTS.
030600     OPEN INPUT CASH-RECEIPTS-FILE.
030700     MOVE "N" TO WS-RECEIPTS-AT-END.
030800     IF WS-RECEIPT-FILE-STATUS = "35"
030900        DISPLAY "COLPROM: NO CASH-RECEIPTS-FILE, NO PROMISE "
031000                "COUNTS AS KEPT"
031100        MOVE "Y" TO WS-RECEIPTS-AT-END
031200     ELSE
031300        IF NOT RECEIPT-FILE-OK
031400           DISPLAY "COLPROM: UNABLE TO OPEN CASH-RECEIPTS-FILE,"
031500                   " STATUS " WS-RECEIPT-FILE-STATUS
031600           MOVE 16 TO RETURN-CODE
031700           GO TO PROGRAM-DONE
031800        END-IF
031900        PERFORM READ-NEXT-RECEIPT
032000     END-IF.
032100     PERFORM APPLY-ONE-RECEIPT
032200             UNTIL WS-RECEIPTS-AT-END = "Y".
032300     IF RECEIPT-FILE-OK OR RECEIPT-FILE-EOF
032400        CLOSE CASH-RECEIPTS-FILE
032500     END-IF.
032600
032700 READ-NEXT-RECEIPT.
032800     READ CASH-RECEIPTS-FILE NEXT RECORD
032900          AT END MOVE "Y" TO WS-RECEIPTS-AT-END.
033000
033100 APPLY-ONE-RECEIPT.
033200     ADD 1 TO WS-RECEIPTS-READ.
033300     PERFORM CREDIT-ONE-PROMISE
033400             VARYING WS-PROMISE-SUB FROM 1 BY 1
033500             UNTIL WS-PROMISE-SUB > WS-PROMISE-COUNT.
033600     PERFORM READ-NEXT-RECEIPT.
033700
033800 CREDIT-ONE-PROMISE.
033900     IF WS-PR-CUSTOMER-ID (WS-PROMISE-SUB) = CR-CUSTOMER-ID
033950        AND NOT CR-WRITE-OFF
034000        AND CR-RECEIPT-DATE NOT <
034100            WS-PR-NOTE-DATE (WS-PROMISE-SUB)
034200        AND CR-RECEIPT-DATE NOT >
034300            WS-PR-PROMISE-DATE (WS-PROMISE-SUB)
034400        ADD CR-AMOUNT-APPLIED
034500            TO WS-PR-RECEIVED (WS-PROMISE-SUB)
034600     END-IF.
034700
034800 REPORT-ONE-PROMISE.
034900     IF WS-PR-RECEIVED (WS-PROMISE-SUB) <
035000        WS-PR-PROMISED (WS-PROMISE-SUB)
035100        PERFORM WRITE-BROKEN-PROMISE
035200     ELSE
035300        ADD 1 TO WS-PROMISES-KEPT
035400     END-IF.
035500
035600 WRITE-BROKEN-PROMISE.
035700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
035800        PERFORM WRITE-HEADING
035900     END-IF.
036000     COMPUTE WS-SHORTFALL =
036100             WS-PR-PROMISED (WS-PROMISE-SUB)
036200           - WS-PR-RECEIVED (WS-PROMISE-SUB).
036300     MOVE WS-PR-CUSTOMER-ID (WS-PROMISE-SUB) TO DTL-CUSTOMER-ID.
036400     PERFORM LOOK-UP-CUSTOMER-NAME.
036500     MOVE WS-PR-NOTE-DATE (WS-PROMISE-SUB)   TO DTL-NOTE-DATE.
036600     MOVE WS-PR-OPERATOR-ID (WS-PROMISE-SUB) TO DTL-OPERATOR-ID.
036700     MOVE WS-PR-PROMISE-DATE (WS-PROMISE-SUB)
036800          TO DTL-PROMISE-DATE.
036900     MOVE WS-PR-PROMISED (WS-PROMISE-SUB)    TO DTL-PROMISED.
037000     MOVE WS-PR-RECEIVED (WS-PROMISE-SUB)    TO DTL-RECEIVED.
037100     MOVE WS-SHORTFALL                       TO DTL-SHORTFALL.
037200     WRITE BROKEN-PROMISE-LINE FROM DETAIL-LINE.
037300     ADD 1 TO WS-LINE-COUNT.
037400     ADD 1 TO WS-PROMISES-BROKEN.
037500     ADD WS-SHORTFALL TO WS-TOTAL-SHORTFALL.
037600
037700 LOOK-UP-CUSTOMER-NAME.
037800     MOVE WS-PR-CUSTOMER-ID (WS-PROMISE-SUB) TO CUST-CUSTOMER-ID.
037900     READ CUSTOMER-MASTER-FILE
038000         INVALID KEY
038100            MOVE "** CUSTOMER NOT ON FILE **"
038200                 TO DTL-CUSTOMER-NAME
038300         NOT INVALID KEY
038400            MOVE CUST-NOMBRE TO DTL-CUSTOMER-NAME
038500     END-READ.
038600
038700 WRITE-HEADING.
038800     ADD 1 TO WS-PAGE-COUNT.
038900     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER.
039000     MOVE WS-RUN-DATE   TO HDG-RUN-DATE.
039100     WRITE BROKEN-PROMISE-LINE FROM HEADING-LINE-1.
039200     WRITE BROKEN-PROMISE-LINE FROM HEADING-LINE-2.
039300     MOVE ZERO TO WS-LINE-COUNT.
