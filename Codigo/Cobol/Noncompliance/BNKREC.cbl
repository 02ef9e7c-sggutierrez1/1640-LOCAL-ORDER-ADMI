000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BNKREC.
000300*--------------------------------------------------
000400* Monthly bank reconciliation.  The bank's statement
000500* file (BNKSTMT) is matched against the books: each
000600* cleared check or ACH debit against the vendor
000700* payment it names, by PAY-PAYMENT-NUMBER and net
000800* amount, and each deposit against the day's cash
000900* receipts by date and amount.  The report lists the
001000* items cleared this month, the checks still
001100* outstanding (voided payments dropped), deposits in
001200* transit, bank-only items such as fees and interest,
001300* and every statement item that would not match, and
001400* ends with a book-to-bank reconciliation that must
001500* come out to zero.  Outstanding checks, deposits in
001600* transit and the reconciled book balance carry to
001700* the next month on a new generation of the
001800* outstanding-items file.
001900*
002000* MODIFICATION HISTORY
002100*   WHO   DATE        WHAT
002200*   RWH   2026-10-14  Original version.
002220*   RWH   2026-10-15  A payment's amount nets the vendor
002240*                     credits taken against it; one the
002260*                     credits settled in full cut no check
002280*                     and is never outstanding.
002285*   RWH   2026-10-15  Invoice write-offs on the receipts
002290*                     file are left out of book deposits --
002295*                     no money moved.
002300*--------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700
002800     SELECT BANK-STATEMENT-FILE
002900         ASSIGN TO "BNKSTMT"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-STATEMENT-FILE-STATUS.
003200
003300     SELECT VENDOR-PAYMENT-FILE
003400         ASSIGN TO "VNDPAY"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-PAYMENT-FILE-STATUS.
003700
003800     SELECT CASH-RECEIPTS-FILE
003900         ASSIGN TO "CSHRCPTF"
004000         ORGANIZATION IS INDEXED
004100         RECORD KEY IS CR-KEY
004200         ACCESS MODE IS SEQUENTIAL
004300         FILE STATUS IS WS-RECEIPT-FILE-STATUS.
004400
004500*    OPTIONAL -- THE FIRST RECONCILIATION HAS NOTHING
004600*    CARRIED FROM A PRIOR MONTH.
004700     SELECT OPTIONAL OLD-OUTSTANDING-FILE
004800         ASSIGN TO "BNKOUTI"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-OLD-OUTSTANDING-STATUS.
005100
005200     SELECT NEW-OUTSTANDING-FILE
005300         ASSIGN TO "BNKOUTO"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT RECONCILIATION-REPORT
005700         ASSIGN TO "BNKRECR"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200
006300     COPY BNKSTMT.
006400     COPY VNDPAY.
006500     COPY CSHRCPT.
006600
006700*    THE OUTSTANDING ITEMS LEFT BY THE LAST RECONCILIATION,
006800*    ONE GENERATION PER STATEMENT.  ONE "B" RECORD HOLDS THE
006900*    LAST STATEMENT'S ENDING DATE AND THE RECONCILED BOOK
007000*    BALANCE; "C" IS A PAYMENT NOT YET CLEARED, "D" A
007100*    DEPOSIT NOT YET ON THE BANK.
007200 FD  OLD-OUTSTANDING-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  OLD-OUTSTANDING-RECORD.
007500     05 BOI-ITEM-TYPE          PIC X(01).
007600         88 BOI-BALANCE-CONTROL         VALUE "B".
007700         88 BOI-OUTSTANDING-CHECK       VALUE "C".
007800         88 BOI-DEPOSIT-IN-TRANSIT      VALUE "D".
007900     05 BOI-ITEM-DATE          PIC 9(8).
008000     05 BOI-PAYMENT-NUMBER     PIC 9(7).
008100     05 BOI-VENDOR-NUMBER      PIC 9(5).
008200     05 BOI-AMOUNT             PIC S9(11)V99.
008300
008400 FD  NEW-OUTSTANDING-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  NEW-OUTSTANDING-RECORD.
008700     05 BOO-ITEM-TYPE          PIC X(01).
008800     05 BOO-ITEM-DATE          PIC 9(8).
008900     05 BOO-PAYMENT-NUMBER     PIC 9(7).
009000     05 BOO-VENDOR-NUMBER      PIC 9(5).
009100     05 BOO-AMOUNT             PIC S9(11)V99.
009200
009300 FD  RECONCILIATION-REPORT
009400     LABEL RECORDS ARE STANDARD.
009500 01  RECONCILIATION-LINE       PIC X(100).
009600
009700 WORKING-STORAGE SECTION.
009800
009900 01  FILE-AT-END               PIC X VALUE "N".
010000 01  WS-STATEMENT-AT-END       PIC X VALUE "N".
010100 01  WS-PAYMENT-AT-END         PIC X VALUE "N".
010200 01  WS-RECEIPTS-AT-END        PIC X VALUE "N".
010300
010400*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
010500*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
010600     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
010700         ==WS-STATEMENT-FILE-STATUS== ==PFX-FILE-OK== BY
010800         ==STATEMENT-FILE-OK== ==PFX-FILE-EOF== BY
010900         ==STATEMENT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
011000         ==STATEMENT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
011100         ==STATEMENT-FILE-NOT-FOUND==
011200         ==PFX-FILE-BOUNDARY-VIOLATION== BY
011300         ==STATEMENT-FILE-BOUNDARY-VIOLATION==.
011400
011500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
011600         ==WS-PAYMENT-FILE-STATUS== ==PFX-FILE-OK== BY
011700         ==PAYMENT-FILE-OK== ==PFX-FILE-EOF== BY
011800         ==PAYMENT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
011900         ==PAYMENT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
012000         ==PAYMENT-FILE-NOT-FOUND==
012100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
012200         ==PAYMENT-FILE-BOUNDARY-VIOLATION==.
012300
012400     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
012500         ==WS-RECEIPT-FILE-STATUS== ==PFX-FILE-OK== BY
012600         ==RECEIPT-FILE-OK== ==PFX-FILE-EOF== BY
012700         ==RECEIPT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
012800         ==RECEIPT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
012900         ==RECEIPT-FILE-NOT-FOUND==
013000         ==PFX-FILE-BOUNDARY-VIOLATION== BY
013100         ==RECEIPT-FILE-BOUNDARY-VIOLATION==.
013200
013300 01  WS-OLD-OUTSTANDING-STATUS PIC XX VALUE SPACES.
013400
013500 01  WS-RUN-DATE               PIC 9(8).
013600
013700*    THE STATEMENT BEING RECONCILED, OFF ITS HEADER AND
013800*    TRAILER.
013900 01  WS-STATEMENT-ACCOUNT      PIC X(17) VALUE SPACES.
014000 01  WS-STATEMENT-START        PIC 9(8) VALUE ZERO.
014100 01  WS-STATEMENT-END          PIC 9(8) VALUE ZERO.
014200 01  WS-OPENING-BALANCE        PIC S9(11)V99 VALUE ZERO.
014300 01  WS-CLOSING-BALANCE        PIC S9(11)V99 VALUE ZERO.
014400 01  WS-TRAILER-COUNT          PIC 9(7) VALUE ZERO.
014500 01  WS-TRAILER-SWITCH         PIC X VALUE "N".
014600     88 WS-TRAILER-FOUND                VALUE "Y".
014700*    THE STATEMENT'S OWN PROOF -- OPENING BALANCE PLUS
014800*    CREDITS LESS DEBITS MUST BE THE CLOSING BALANCE, OR THE
014900*    FILE IS NOT THE WHOLE STATEMENT.
015000 01  WS-STATEMENT-DEBITS       PIC S9(11)V99 VALUE ZERO.
015100 01  WS-STATEMENT-CREDITS      PIC S9(11)V99 VALUE ZERO.
015200 01  WS-STATEMENT-PROOF        PIC S9(11)V99 VALUE ZERO.
015300 01  WS-STATEMENT-FOOTS-SWITCH PIC X VALUE "Y".
015400     88 WS-STATEMENT-FOOTS              VALUE "Y".
015500
015600*    WHERE THE LAST RECONCILIATION LEFT OFF.  BOOK ITEMS
015700*    DATED AFTER WS-LAST-STATEMENT-END AND THROUGH THIS
015800*    STATEMENT'S END BELONG TO THIS MONTH.
015900 01  WS-CONTROL-SWITCH         PIC X VALUE "N".
016000     88 WS-CONTROL-FOUND                VALUE "Y".
016100 01  WS-LAST-STATEMENT-END     PIC 9(8) VALUE ZERO.
016200 01  WS-PRIOR-BOOK-BALANCE     PIC S9(11)V99 VALUE ZERO.
016300
016400*    A RECEIPT COUNTS AS DEPOSITED THE DAY CSHRCPT POSTED
016500*    IT; RECEIPTS POSTED BEFORE THE POSTED DATE EXISTED FALL
016600*    BACK TO THE CHECK'S OWN DATE.
016700 01  WS-DEPOSIT-DATE           PIC 9(8) VALUE ZERO.
016800*    A DEPOSIT MAY REACH THE BANK UP TO THIS MANY DAYS AFTER
016900*    THE DAY IT WAS BOOKED AND STILL MATCH.
017000 01  WS-DEPOSIT-LAG-DAYS       PIC S9(7) VALUE 5.
017100
017200*    THE STATEMENT'S DETAIL ITEMS, IN THE BANK'S ORDER.
017300*    WS-BK-STATUS IS "M" MATCHED TO THE BOOKS, "B" A
017400*    BANK-ONLY ITEM, "X" AN EXCEPTION.
017500 01  WS-BANK-COUNT             PIC 9(4) VALUE ZERO.
017600 01  WS-BANK-TABLE.
017700     05 WS-BANK-ENTRY OCCURS 3000 TIMES
017800        INDEXED BY BANK-IDX.
017900        10 WS-BK-POST-DATE     PIC 9(8).
018000        10 WS-BK-TYPE          PIC X(01).
018100        10 WS-BK-REFERENCE     PIC X(10).
018200        10 WS-BK-AMOUNT        PIC 9(11)V99.
018300        10 WS-BK-DESCRIPTION   PIC X(30).
018400        10 WS-BK-STATUS        PIC X(01).
018500        10 WS-BK-REASON        PIC X(25).
018600 01  WS-BANK-SUB               PIC 9(4) VALUE ZERO.
018700
018800*    THE PAYMENTS THE BANK MAY PRESENT -- THOSE CARRIED AS
018900*    OUTSTANDING ("C") AND THOSE ISSUED THIS MONTH ("P"),
019000*    ONE ENTRY PER PAYMENT NUMBER WITH ITS INVOICES' NET
019100*    AMOUNTS SUMMED.
019200 01  WS-CHECK-COUNT            PIC 9(4) VALUE ZERO.
019300 01  WS-CHECK-TABLE.
019400     05 WS-CHECK-ENTRY OCCURS 3000 TIMES
019500        INDEXED BY CHECK-IDX.
019600        10 WS-CK-PAYMENT-NUMBER PIC 9(7).
019700        10 WS-CK-PAYMENT-DATE  PIC 9(8).
019800        10 WS-CK-VENDOR-NUMBER PIC 9(5).
019900        10 WS-CK-AMOUNT        PIC S9(11)V99.
020000        10 WS-CK-ORIGIN        PIC X(01).
020100        10 WS-CK-VOID-SWITCH   PIC X(01).
020200        10 WS-CK-CLEARED-SWITCH PIC X(01).
020300 01  WS-CHECK-SUB              PIC 9(4) VALUE ZERO.
020400
020500*    THE DEPOSITS THE BANK MAY SHOW -- CARRIED IN TRANSIT
020600*    ("C") AND THIS MONTH'S CASH RECEIPTS ("P"), ONE ENTRY
020700*    PER DEPOSIT DATE.
020800 01  WS-DEPOSIT-COUNT          PIC 9(4) VALUE ZERO.
020900 01  WS-DEPOSIT-TABLE.
021000     05 WS-DEPOSIT-ENTRY OCCURS 1000 TIMES
021100        INDEXED BY DEPOSIT-IDX.
021200        10 WS-DP-DATE          PIC 9(8).
021300        10 WS-DP-AMOUNT        PIC 9(11)V99.
021400        10 WS-DP-ORIGIN        PIC X(01).
021500        10 WS-DP-CLEARED-SWITCH PIC X(01).
021600 01  WS-DEPOSIT-SUB            PIC 9(4) VALUE ZERO.
021700
021800 01  WS-MATCH-SWITCH           PIC X VALUE "N".
021900     88 WS-MATCH-FOUND                  VALUE "Y".
022000 01  WS-BANK-REFERENCE-NUMBER  PIC 9(10) VALUE ZERO.
022100 01  WS-MATCH-REASON           PIC X(25) VALUE SPACES.
022200
022300*    THE RECONCILIATION'S FIGURES.
022400 01  WS-RECONCILIATION-TOTALS.
022500     05 WS-CLEARED-CHECK-TOTAL PIC S9(11)V99 VALUE ZERO.
022600     05 WS-CLEARED-DEPOSIT-TOTAL PIC S9(11)V99 VALUE ZERO.
022700     05 WS-OUTSTANDING-TOTAL   PIC S9(11)V99 VALUE ZERO.
022800     05 WS-IN-TRANSIT-TOTAL    PIC S9(11)V99 VALUE ZERO.
022900     05 WS-BANK-CHARGE-TOTAL   PIC S9(11)V99 VALUE ZERO.
023000     05 WS-BANK-CREDIT-TOTAL   PIC S9(11)V99 VALUE ZERO.
023100     05 WS-EXCEPTION-DEBIT-TOTAL PIC S9(11)V99 VALUE ZERO.
023200     05 WS-EXCEPTION-CREDIT-TOTAL PIC S9(11)V99 VALUE ZERO.
023300     05 WS-BOOK-PAYMENT-TOTAL  PIC S9(11)V99 VALUE ZERO.
023400     05 WS-BOOK-DEPOSIT-TOTAL  PIC S9(11)V99 VALUE ZERO.
023500     05 WS-VOID-ADDBACK-TOTAL  PIC S9(11)V99 VALUE ZERO.
023600     05 WS-BOOK-BALANCE        PIC S9(11)V99 VALUE ZERO.
023700     05 WS-ADJUSTED-BANK       PIC S9(11)V99 VALUE ZERO.
023800     05 WS-ADJUSTED-BOOK       PIC S9(11)V99 VALUE ZERO.
023900     05 WS-DIFFERENCE          PIC S9(11)V99 VALUE ZERO.
024000
024100 01  WS-CONTROL-TOTALS.
024200     05 WS-STATEMENT-ITEMS     PIC 9(7) VALUE ZERO.
024300     05 WS-CARRIED-ITEMS-READ  PIC 9(7) VALUE ZERO.
024400     05 WS-PAYMENT-RECORDS-READ PIC 9(7) VALUE ZERO.
024500     05 WS-RECEIPTS-READ       PIC 9(7) VALUE ZERO.
024600     05 WS-ITEMS-MATCHED       PIC 9(7) VALUE ZERO.
024700     05 WS-BANK-ONLY-ITEMS     PIC 9(7) VALUE ZERO.
024800     05 WS-EXCEPTION-ITEMS     PIC 9(7) VALUE ZERO.
024900     05 WS-OUTSTANDING-CHECKS  PIC 9(7) VALUE ZERO.
025000     05 WS-DEPOSITS-IN-TRANSIT PIC 9(7) VALUE ZERO.
025100     05 WS-VOIDS-DROPPED       PIC 9(7) VALUE ZERO.
025200     05 WS-CARRIED-ITEMS-WRITTEN PIC 9(7) VALUE ZERO.
025300
025400 01  HEADING-LINE-1.
025500     05 FILLER                 PIC X(28)
025600        VALUE "BANK RECONCILIATION ACCOUNT ".
025700     05 HDG-ACCOUNT            PIC X(17).
025800     05 FILLER                 PIC X(12) VALUE "  STATEMENT ".
025900     05 HDG-STATEMENT-START    PIC 9(8).
026000     05 FILLER                 PIC X(04) VALUE " TO ".
026100     05 HDG-STATEMENT-END      PIC 9(8).
026200     05 FILLER                 PIC X(12) VALUE "  RUN DATE ".
026300     05 HDG-RUN-DATE           PIC 9(8).
026400
026500 01  SECTION-LINE.
026600     05 SEC-CAPTION            PIC X(40).
026700
026800 01  COLUMN-HEADING-LINE.
026900     05 FILLER                 PIC X(40)
027000        VALUE "  DATE      TYPE     REFERENCE         ".
027100     05 FILLER                 PIC X(40)
027200        VALUE "    AMOUNT  DESCRIPTION".
027300
027400 01  ITEM-DETAIL-LINE.
027500     05 FILLER                 PIC X(02) VALUE SPACES.
027600     05 ITL-DATE               PIC 9(8).
027700     05 FILLER                 PIC X(02) VALUE SPACES.
027800     05 ITL-TYPE               PIC X(07).
027900     05 FILLER                 PIC X(02) VALUE SPACES.
028000     05 ITL-REFERENCE          PIC X(10).
028100     05 FILLER                 PIC X(02) VALUE SPACES.
028200     05 ITL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
028300     05 FILLER                 PIC X(02) VALUE SPACES.
028400     05 ITL-TEXT               PIC X(30).
028500
028600 01  SECTION-TOTAL-LINE.
028700     05 STL-CAPTION            PIC X(40).
028800     05 STL-COUNT              PIC ZZZ,ZZ9.
028900     05 FILLER                 PIC X(02) VALUE SPACES.
029000     05 STL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
029100
029200 01  RECONCILIATION-AMOUNT-LINE.
029300     05 RAL-CAPTION            PIC X(49).
029400     05 RAL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
029500
029600 01  VERDICT-LINE.
029700     05 FILLER                 PIC X(40)
029800        VALUE "  BOOK-TO-BANK PROOF".
029900     05 VRD-VERDICT            PIC X(40).
030000
030100 01  WS-ITEM-COUNT             PIC 9(7) VALUE ZERO.
030200 01  WS-ITEM-TOTAL             PIC S9(11)V99 VALUE ZERO.
030300 01  WS-PRINT-STATUS           PIC X(01) VALUE SPACES.
030400
030500*    PARAMETER PASSED TO THE SHARED DATE-ARITHMETIC
030600*    SUBPROGRAM -- SEE DATECALC.
030700 01  BNKREC-DATECALC-PARM.
030800     05 DATECALC-FUNCTION      PIC X(01).
030900     05 DATECALC-DATE-1        PIC 9(8).
031000     05 DATECALC-DATE-2        PIC 9(8).
031100     05 DATECALC-DAYS          PIC S9(7).
031200     05 DATECALC-RESULT-DATE   PIC 9(8).
031300     05 DATECALC-FEEDBACK      PIC XX.
031400
031500 PROCEDURE DIVISION.
031600 PROGRAM-BEGIN.
031700     PERFORM OPENING-PROCEDURE.
031800     PERFORM LOAD-BANK-STATEMENT.
031900     PERFORM LOAD-CARRIED-ITEMS.
032000     PERFORM LOAD-PERIOD-PAYMENTS.
032100     PERFORM LOAD-PERIOD-DEPOSITS.
032200     PERFORM MATCH-BANK-ITEMS.
032300     PERFORM TOTAL-BOOK-ITEMS.
032400     PERFORM PRINT-RECONCILIATION.
032500     PERFORM WRITE-CARRIED-ITEMS.
032600     PERFORM CLOSING-PROCEDURE.
032700
032800 PROGRAM-DONE.
032900     STOP RUN.
033000
033100*    THE STATEMENT'S HEADER IS READ HERE, SO A FILE THAT IS
033200*    NOT A STATEMENT STOPS THE RUN BEFORE ANYTHING PRINTS.
033300*    EVERY EARLY STOP STILL CARRIES THE OUTSTANDING ITEMS
033400*    FORWARD -- THE NEW GENERATION IS CATALOGED EITHER WAY.
033500 OPENING-PROCEDURE.
033600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
033700     OPEN INPUT BANK-STATEMENT-FILE.
033800     IF NOT STATEMENT-FILE-OK
033900        DISPLAY "BNKREC: UNABLE TO OPEN BANK-STATEMENT-FILE, "
034000                "STATUS " WS-STATEMENT-FILE-STATUS
034100        MOVE 16 TO RETURN-CODE
034200        PERFORM CARRY-ITEMS-FORWARD
034300        GO TO PROGRAM-DONE
034400     END-IF.
034500     PERFORM READ-NEXT-STATEMENT.
034600     IF WS-STATEMENT-AT-END = "Y"
034700        OR NOT BST-HEADER
034800        DISPLAY "BNKREC: BANK STATEMENT DOES NOT BEGIN WITH "
034900                "A HEADER RECORD -- NOTHING RECONCILED"
035000        MOVE 16 TO RETURN-CODE
035100        CLOSE BANK-STATEMENT-FILE
035200        PERFORM CARRY-ITEMS-FORWARD
035300        GO TO PROGRAM-DONE
035400     END-IF.
035500     MOVE BST-ACCOUNT-NUMBER  TO WS-STATEMENT-ACCOUNT.
035600     MOVE BST-STATEMENT-START TO WS-STATEMENT-START.
035700     MOVE BST-STATEMENT-END   TO WS-STATEMENT-END.
035800     MOVE BST-OPENING-BALANCE TO WS-OPENING-BALANCE.
035900     OPEN INPUT VENDOR-PAYMENT-FILE.
036000     IF NOT PAYMENT-FILE-OK
036100        DISPLAY "BNKREC: UNABLE TO OPEN VENDOR-PAYMENT-FILE, "
036200                "STATUS " WS-PAYMENT-FILE-STATUS
036300        MOVE 16 TO RETURN-CODE
036400        CLOSE BANK-STATEMENT-FILE
036500        PERFORM CARRY-ITEMS-FORWARD
036600        GO TO PROGRAM-DONE
036700     END-IF.
036800     OPEN INPUT CASH-RECEIPTS-FILE.
036900     IF WS-RECEIPT-FILE-STATUS = "35"
037000*       NO CASH POSTED YET IS LEGAL -- EVERY STATEMENT
037100*       DEPOSIT JUST LISTS AS AN EXCEPTION.
037200        DISPLAY "BNKREC: NO CASH-RECEIPTS-FILE, NO BOOK "
037300                "DEPOSITS TO MATCH"
037400        MOVE "Y" TO WS-RECEIPTS-AT-END
037500     ELSE
037600        IF NOT RECEIPT-FILE-OK
037700           DISPLAY "BNKREC: UNABLE TO OPEN CASH-RECEIPTS-"
037800                   "FILE, STATUS " WS-RECEIPT-FILE-STATUS
037900           MOVE 16 TO RETURN-CODE
038000           CLOSE BANK-STATEMENT-FILE
038100           CLOSE VENDOR-PAYMENT-FILE
038200           PERFORM CARRY-ITEMS-FORWARD
038300           GO TO PROGRAM-DONE
038400        END-IF
038500     END-IF.
038600     OPEN OUTPUT RECONCILIATION-REPORT.
038700     MOVE WS-STATEMENT-ACCOUNT TO HDG-ACCOUNT.
038800     MOVE WS-STATEMENT-START   TO HDG-STATEMENT-START.
038900     MOVE WS-STATEMENT-END     TO HDG-STATEMENT-END.
039000     MOVE WS-RUN-DATE          TO HDG-RUN-DATE.
039100
039200 CLOSING-PROCEDURE.
039300     CLOSE RECONCILIATION-REPORT.
039400     DISPLAY "BNKREC CONTROL TOTALS".
039500     DISPLAY "  STATEMENT ITEMS .......: " WS-STATEMENT-ITEMS.
039600     DISPLAY "  CARRIED ITEMS READ ....: "
039700             WS-CARRIED-ITEMS-READ.
039800     DISPLAY "  PAYMENT RECORDS READ ..: "
039900             WS-PAYMENT-RECORDS-READ.
040000     DISPLAY "  RECEIPT RECORDS READ ..: " WS-RECEIPTS-READ.
040100     DISPLAY "  ITEMS MATCHED .........: " WS-ITEMS-MATCHED.
040200     DISPLAY "  BANK-ONLY ITEMS .......: " WS-BANK-ONLY-ITEMS.
040300     DISPLAY "  EXCEPTIONS ............: " WS-EXCEPTION-ITEMS.
040400     DISPLAY "  OUTSTANDING CHECKS ....: "
040500             WS-OUTSTANDING-CHECKS.
040600     DISPLAY "  DEPOSITS IN TRANSIT ...: "
040700             WS-DEPOSITS-IN-TRANSIT.
040800     DISPLAY "  VOIDED PAYMENTS DROPPED: " WS-VOIDS-DROPPED.
040900     DISPLAY "  CARRIED ITEMS WRITTEN .: "
041000             WS-CARRIED-ITEMS-WRITTEN.
041100     IF WS-DIFFERENCE NOT = ZERO
041200        OR NOT WS-STATEMENT-FOOTS
041300        DISPLAY "BNKREC: STATEMENT ENDING " WS-STATEMENT-END
041400                " DOES NOT RECONCILE"
041500        MOVE 8 TO RETURN-CODE
041600     ELSE
041700        IF WS-EXCEPTION-ITEMS > ZERO
041800           MOVE 4 TO RETURN-CODE
041900        ELSE
042000           MOVE 0 TO RETURN-CODE
042100        END-IF
042200     END-IF.
042300
042400*    THE DETAIL ITEMS INTO THE BANK TABLE, AND THE
042500*    TRAILER'S COUNT AND CLOSING BALANCE CHECKED -- A SHORT
042600*    OR DAMAGED TRANSMISSION IS NOT RECONCILED AT ALL.
042700 LOAD-BANK-STATEMENT.
042800     PERFORM READ-NEXT-STATEMENT.
042900     PERFORM STORE-ONE-STATEMENT-RECORD
043000             UNTIL WS-STATEMENT-AT-END = "Y".
043100     CLOSE BANK-STATEMENT-FILE.
043200     IF NOT WS-TRAILER-FOUND
043300        OR WS-TRAILER-COUNT NOT = WS-STATEMENT-ITEMS
043400        DISPLAY "BNKREC: BANK STATEMENT TRAILER MISSING OR "
043500                "COUNT WRONG -- " WS-STATEMENT-ITEMS
043600                " ITEMS READ, TRAILER " WS-TRAILER-COUNT
043700        MOVE 16 TO RETURN-CODE
043800        CLOSE VENDOR-PAYMENT-FILE
043900        IF WS-RECEIPTS-AT-END NOT = "Y"
044000           CLOSE CASH-RECEIPTS-FILE
044100        END-IF
044200        CLOSE RECONCILIATION-REPORT
044300        PERFORM CARRY-ITEMS-FORWARD
044400        GO TO PROGRAM-DONE
044500     END-IF.
044600     COMPUTE WS-STATEMENT-PROOF = WS-OPENING-BALANCE
044700             + WS-STATEMENT-CREDITS - WS-STATEMENT-DEBITS.
044800     IF WS-STATEMENT-PROOF NOT = WS-CLOSING-BALANCE
044900        MOVE "N" TO WS-STATEMENT-FOOTS-SWITCH
045000        DISPLAY "BNKREC: BANK STATEMENT DOES NOT FOOT -- "
045100                "ITEMS GIVE " WS-STATEMENT-PROOF
045200                ", TRAILER SAYS " WS-CLOSING-BALANCE
045300     END-IF.
045400
045500 READ-NEXT-STATEMENT.
045600     READ BANK-STATEMENT-FILE
045700          AT END MOVE "Y" TO WS-STATEMENT-AT-END.
045800
045900*    READING STOPS AT THE TRAILER.
046000 STORE-ONE-STATEMENT-RECORD.
046100     EVALUATE TRUE
046200        WHEN BST-DETAIL
046300           PERFORM STORE-BANK-DETAIL
046400           PERFORM READ-NEXT-STATEMENT
046500        WHEN BST-TRAILER
046600           MOVE "Y" TO WS-TRAILER-SWITCH
046700           MOVE BST-CLOSING-BALANCE TO WS-CLOSING-BALANCE
046800           MOVE BST-DETAIL-COUNT    TO WS-TRAILER-COUNT
046900           MOVE "Y" TO WS-STATEMENT-AT-END
047000        WHEN OTHER
047100           DISPLAY "BNKREC: STATEMENT RECORD TYPE "
047200                   BST-RECORD-TYPE " IGNORED"
047300           PERFORM READ-NEXT-STATEMENT
047400     END-EVALUATE.
047500
047600 STORE-BANK-DETAIL.
047700     ADD 1 TO WS-STATEMENT-ITEMS.
047800     EVALUATE TRUE
047900        WHEN BST-CLEARED-CHECK
048000        WHEN BST-ACH-DEBIT
048100        WHEN BST-BANK-CHARGE
048200           ADD BST-AMOUNT TO WS-STATEMENT-DEBITS
048300        WHEN BST-DEPOSIT
048400        WHEN BST-BANK-CREDIT
048500           ADD BST-AMOUNT TO WS-STATEMENT-CREDITS
048600     END-EVALUATE.
048700     IF WS-BANK-COUNT < 3000
048800        ADD 1 TO WS-BANK-COUNT
048900        MOVE BST-POST-DATE   TO WS-BK-POST-DATE (WS-BANK-COUNT)
049000        MOVE BST-TRAN-TYPE   TO WS-BK-TYPE (WS-BANK-COUNT)
049100        MOVE BST-REFERENCE   TO WS-BK-REFERENCE (WS-BANK-COUNT)
049200        MOVE BST-AMOUNT      TO WS-BK-AMOUNT (WS-BANK-COUNT)
049300        MOVE BST-DESCRIPTION
049400             TO WS-BK-DESCRIPTION (WS-BANK-COUNT)
049500        MOVE SPACES TO WS-BK-STATUS (WS-BANK-COUNT)
049600                       WS-BK-REASON (WS-BANK-COUNT)
049700     ELSE
049800        DISPLAY "BNKREC: BANK ITEM TABLE FULL, ITEM "
049900                BST-REFERENCE " " BST-AMOUNT " NOT MATCHED"
050000     END-IF.
050100
050200*    LAST MONTH'S OUTSTANDING ITEMS AND BOOK BALANCE.  WITH
050300*    NO CONTROL RECORD THIS IS THE FIRST RECONCILIATION: THE
050400*    STATEMENT'S OPENING BALANCE IS TAKEN AS THE BOOK
050500*    BALANCE AND THE MONTH STARTS ON THE STATEMENT'S FIRST
050600*    DAY.
050700 LOAD-CARRIED-ITEMS.
050800     OPEN INPUT OLD-OUTSTANDING-FILE.
050900     MOVE "N" TO FILE-AT-END.
051000     PERFORM READ-NEXT-CARRIED.
051100     PERFORM STORE-ONE-CARRIED-ITEM UNTIL FILE-AT-END = "Y".
051200     CLOSE OLD-OUTSTANDING-FILE.
051300     IF NOT WS-CONTROL-FOUND
051400        DISPLAY "BNKREC: NO CARRIED BALANCE -- FIRST "
051500                "RECONCILIATION, STATEMENT OPENING BALANCE "
051600                "TAKEN AS THE BOOK BALANCE"
051700        MOVE WS-OPENING-BALANCE TO WS-PRIOR-BOOK-BALANCE
051800        COMPUTE WS-LAST-STATEMENT-END = WS-STATEMENT-START - 1
051900     END-IF.
052000     IF WS-STATEMENT-END NOT > WS-LAST-STATEMENT-END
052100        DISPLAY "BNKREC: STATEMENT ENDING " WS-STATEMENT-END
052200                " ALREADY RECONCILED THROUGH "
052300                WS-LAST-STATEMENT-END
052400        MOVE 16 TO RETURN-CODE
052500        CLOSE VENDOR-PAYMENT-FILE
052600        IF WS-RECEIPTS-AT-END NOT = "Y"
052700           CLOSE CASH-RECEIPTS-FILE
052800        END-IF
052900        CLOSE RECONCILIATION-REPORT
053000        PERFORM CARRY-ITEMS-FORWARD
053100        GO TO PROGRAM-DONE
053200     END-IF.
053300
053400 READ-NEXT-CARRIED.
053500     READ OLD-OUTSTANDING-FILE
053600          AT END MOVE "Y" TO FILE-AT-END.
053700
053800 STORE-ONE-CARRIED-ITEM.
053900     ADD 1 TO WS-CARRIED-ITEMS-READ.
054000     EVALUATE TRUE
054100        WHEN BOI-BALANCE-CONTROL
054200           MOVE "Y" TO WS-CONTROL-SWITCH
054300           MOVE BOI-ITEM-DATE TO WS-LAST-STATEMENT-END
054400           MOVE BOI-AMOUNT    TO WS-PRIOR-BOOK-BALANCE
054500        WHEN BOI-OUTSTANDING-CHECK
054600           PERFORM STORE-CARRIED-CHECK
054700        WHEN BOI-DEPOSIT-IN-TRANSIT
054800           PERFORM STORE-CARRIED-DEPOSIT
054900        WHEN OTHER
055000           DISPLAY "BNKREC: CARRIED ITEM TYPE " BOI-ITEM-TYPE
055100                   " IGNORED"
055200     END-EVALUATE.
055300     PERFORM READ-NEXT-CARRIED.
055400
055500 STORE-CARRIED-CHECK.
055600     IF WS-CHECK-COUNT < 3000
055700        ADD 1 TO WS-CHECK-COUNT
055800        MOVE BOI-PAYMENT-NUMBER
055900             TO WS-CK-PAYMENT-NUMBER (WS-CHECK-COUNT)
056000        MOVE BOI-ITEM-DATE
056100             TO WS-CK-PAYMENT-DATE (WS-CHECK-COUNT)
056200        MOVE BOI-VENDOR-NUMBER
056300             TO WS-CK-VENDOR-NUMBER (WS-CHECK-COUNT)
056400        MOVE BOI-AMOUNT TO WS-CK-AMOUNT (WS-CHECK-COUNT)
056500        MOVE "C" TO WS-CK-ORIGIN (WS-CHECK-COUNT)
056600        MOVE "N" TO WS-CK-VOID-SWITCH (WS-CHECK-COUNT)
056700                    WS-CK-CLEARED-SWITCH (WS-CHECK-COUNT)
056800     ELSE
056900        DISPLAY "BNKREC: PAYMENT TABLE FULL, PAYMENT "
057000                BOI-PAYMENT-NUMBER " NOT CARRIED"
057100     END-IF.
057200
057300 STORE-CARRIED-DEPOSIT.
057400     IF WS-DEPOSIT-COUNT < 1000
057500        ADD 1 TO WS-DEPOSIT-COUNT
057600        MOVE BOI-ITEM-DATE TO WS-DP-DATE (WS-DEPOSIT-COUNT)
057700        MOVE BOI-AMOUNT    TO WS-DP-AMOUNT (WS-DEPOSIT-COUNT)
057800        MOVE "C" TO WS-DP-ORIGIN (WS-DEPOSIT-COUNT)
057900        MOVE "N" TO WS-DP-CLEARED-SWITCH (WS-DEPOSIT-COUNT)
058000     ELSE
058100        DISPLAY "BNKREC: DEPOSIT TABLE FULL, DEPOSIT OF "
058200                BOI-ITEM-DATE " NOT CARRIED"
058300     END-IF.
058400
058500*    EVERY PAYMENT RECORD IS READ: ONE THAT BELONGS TO A
058600*    CARRIED CHECK ONLY TELLS US WHETHER PAYVOID HAS SINCE
058700*    VOIDED IT; ONE DATED IN THE MONTH ADDS ITS INVOICE'S
058800*    NET AMOUNT TO ITS PAYMENT.
058900 LOAD-PERIOD-PAYMENTS.
059000     PERFORM READ-NEXT-PAYMENT.
059100     PERFORM TAKE-ONE-PAYMENT UNTIL WS-PAYMENT-AT-END = "Y".
059200     CLOSE VENDOR-PAYMENT-FILE.
059225     PERFORM SETTLE-ONE-CREDIT-PAYMENT
059250             VARYING WS-CHECK-SUB FROM 1 BY 1
059275             UNTIL WS-CHECK-SUB > WS-CHECK-COUNT.
059300
059400 READ-NEXT-PAYMENT.
059500     READ VENDOR-PAYMENT-FILE
059600          AT END MOVE "Y" TO WS-PAYMENT-AT-END.
059700
059800 TAKE-ONE-PAYMENT.
059900     ADD 1 TO WS-PAYMENT-RECORDS-READ.
060000     SET CHECK-IDX TO 1.
060100     SEARCH WS-CHECK-ENTRY
060200         AT END
060300            PERFORM ADD-PERIOD-PAYMENT
060400         WHEN CHECK-IDX > WS-CHECK-COUNT
060500            PERFORM ADD-PERIOD-PAYMENT
060600         WHEN WS-CK-PAYMENT-NUMBER (CHECK-IDX) =
060700              PAY-PAYMENT-NUMBER
060800            PERFORM ADD-TO-KNOWN-PAYMENT
060900     END-SEARCH.
061000     PERFORM READ-NEXT-PAYMENT.
061100
061200 ADD-PERIOD-PAYMENT.
061300     IF PAY-PAYMENT-DATE > WS-LAST-STATEMENT-END
061400        AND PAY-PAYMENT-DATE NOT > WS-STATEMENT-END
061500        IF WS-CHECK-COUNT < 3000
061600           ADD 1 TO WS-CHECK-COUNT
061700           MOVE PAY-PAYMENT-NUMBER
061800                TO WS-CK-PAYMENT-NUMBER (WS-CHECK-COUNT)
061900           MOVE PAY-PAYMENT-DATE
062000                TO WS-CK-PAYMENT-DATE (WS-CHECK-COUNT)
062100           MOVE PAY-VENDOR-NUMBER
062200                TO WS-CK-VENDOR-NUMBER (WS-CHECK-COUNT)
062300           MOVE PAY-NET-AMOUNT TO WS-CK-AMOUNT (WS-CHECK-COUNT)
062400           MOVE "P" TO WS-CK-ORIGIN (WS-CHECK-COUNT)
062500           MOVE "N" TO WS-CK-VOID-SWITCH (WS-CHECK-COUNT)
062600                       WS-CK-CLEARED-SWITCH (WS-CHECK-COUNT)
062700           IF PAY-VOIDED
062800              MOVE "Y" TO WS-CK-VOID-SWITCH (WS-CHECK-COUNT)
062900           END-IF
063000        ELSE
063100           DISPLAY "BNKREC: PAYMENT TABLE FULL, PAYMENT "
063200                   PAY-PAYMENT-NUMBER " NOT RECONCILED"
063300        END-IF
063400     END-IF.
063500
063510*    A PAYMENT THE VENDOR'S CREDITS SETTLED IN FULL NEVER
063520*    REACHED THE BANK -- IT IS CLEARED BEFORE THE MATCH SO
063530*    IT NEVER LISTS OR CARRIES AS OUTSTANDING.
063540 SETTLE-ONE-CREDIT-PAYMENT.
063550     IF WS-CK-ORIGIN (WS-CHECK-SUB) = "P"
063560        AND WS-CK-AMOUNT (WS-CHECK-SUB) = ZERO
063570        MOVE "Y" TO WS-CK-CLEARED-SWITCH (WS-CHECK-SUB)
063580     END-IF.
063590
063600 ADD-TO-KNOWN-PAYMENT.
063700     IF WS-CK-ORIGIN (CHECK-IDX) = "P"
063800        ADD PAY-NET-AMOUNT TO WS-CK-AMOUNT (CHECK-IDX)
063900     END-IF.
064000     IF PAY-VOIDED
064100        MOVE "Y" TO WS-CK-VOID-SWITCH (CHECK-IDX)
064200     END-IF.
064300
064400*    THE MONTH'S CASH RECEIPTS, TOTALED BY DEPOSIT DATE --
064500*    ONE DAY'S CHECKS GO TO THE BANK AS ONE DEPOSIT.
064600 LOAD-PERIOD-DEPOSITS.
064700     IF WS-RECEIPTS-AT-END NOT = "Y"
064800        PERFORM READ-NEXT-RECEIPT
064900        PERFORM TAKE-ONE-RECEIPT
065000                UNTIL WS-RECEIPTS-AT-END = "Y"
065100        CLOSE CASH-RECEIPTS-FILE
065200     END-IF.
065300
065400 READ-NEXT-RECEIPT.
065500     READ CASH-RECEIPTS-FILE NEXT RECORD
065600          AT END MOVE "Y" TO WS-RECEIPTS-AT-END.
065700
065800 TAKE-ONE-RECEIPT.
065900     ADD 1 TO WS-RECEIPTS-READ.
066000     IF CR-POSTED-DATE IS NUMERIC
066100        AND CR-POSTED-DATE > ZERO
066200        MOVE CR-POSTED-DATE  TO WS-DEPOSIT-DATE
066300     ELSE
066400        MOVE CR-RECEIPT-DATE TO WS-DEPOSIT-DATE
066500     END-IF.
066550*    A WRITE-OFF NEVER WENT TO THE BANK.
066600     IF WS-DEPOSIT-DATE > WS-LAST-STATEMENT-END
066650        AND NOT CR-WRITE-OFF
066700        AND WS-DEPOSIT-DATE NOT > WS-STATEMENT-END
066800        ADD CR-AMOUNT-APPLIED TO WS-BOOK-DEPOSIT-TOTAL
066900        SET DEPOSIT-IDX TO 1
067000        SEARCH WS-DEPOSIT-ENTRY
067100            AT END
067200               PERFORM ADD-PERIOD-DEPOSIT
067300            WHEN DEPOSIT-IDX > WS-DEPOSIT-COUNT
067400               PERFORM ADD-PERIOD-DEPOSIT
067500            WHEN WS-DP-ORIGIN (DEPOSIT-IDX) = "P"
067600                 AND WS-DP-DATE (DEPOSIT-IDX) = WS-DEPOSIT-DATE
067700               ADD CR-AMOUNT-APPLIED
067800                   TO WS-DP-AMOUNT (DEPOSIT-IDX)
067900        END-SEARCH
068000     END-IF.
068100     PERFORM READ-NEXT-RECEIPT.
068200
068300 ADD-PERIOD-DEPOSIT.
068400     IF WS-DEPOSIT-COUNT < 1000
068500        ADD 1 TO WS-DEPOSIT-COUNT
068600        MOVE WS-DEPOSIT-DATE   TO WS-DP-DATE (WS-DEPOSIT-COUNT)
068700        MOVE CR-AMOUNT-APPLIED
068800             TO WS-DP-AMOUNT (WS-DEPOSIT-COUNT)
068900        MOVE "P" TO WS-DP-ORIGIN (WS-DEPOSIT-COUNT)
069000        MOVE "N" TO WS-DP-CLEARED-SWITCH (WS-DEPOSIT-COUNT)
069100     ELSE
069200        DISPLAY "BNKREC: DEPOSIT TABLE FULL, RECEIPT "
069300                CR-KEY " NOT RECONCILED"
069400     END-IF.
069500
069600*    EACH STATEMENT ITEM AGAINST THE BOOKS.  CHECKS AND ACH
069700*    DEBITS MATCH ON PAYMENT NUMBER AND AMOUNT, DEPOSITS ON
069800*    DATE AND AMOUNT; FEES AND INTEREST ARE THE BANK'S OWN.
069900 MATCH-BANK-ITEMS.
070000     PERFORM MATCH-ONE-BANK-ITEM
070100             VARYING WS-BANK-SUB FROM 1 BY 1
070200             UNTIL WS-BANK-SUB > WS-BANK-COUNT.
070300
070400 MATCH-ONE-BANK-ITEM.
070500     EVALUATE WS-BK-TYPE (WS-BANK-SUB)
070600        WHEN "C"
070700        WHEN "A"
070800           PERFORM MATCH-BANK-PAYMENT
070900        WHEN "D"
071000           PERFORM MATCH-BANK-DEPOSIT
071100        WHEN "F"
071200           MOVE "B" TO WS-BK-STATUS (WS-BANK-SUB)
071300           ADD 1 TO WS-BANK-ONLY-ITEMS
071400           ADD WS-BK-AMOUNT (WS-BANK-SUB)
071500               TO WS-BANK-CHARGE-TOTAL
071600        WHEN "I"
071700           MOVE "B" TO WS-BK-STATUS (WS-BANK-SUB)
071800           ADD 1 TO WS-BANK-ONLY-ITEMS
071900           ADD WS-BK-AMOUNT (WS-BANK-SUB)
072000               TO WS-BANK-CREDIT-TOTAL
072100        WHEN OTHER
072200           MOVE "UNKNOWN TRANSACTION TYPE" TO WS-MATCH-REASON
072300           PERFORM MARK-BANK-EXCEPTION
072400     END-EVALUATE.
072500
072600 MATCH-BANK-PAYMENT.
072700     MOVE "N" TO WS-MATCH-SWITCH.
072800     IF WS-BK-REFERENCE (WS-BANK-SUB) IS NUMERIC
072900        MOVE WS-BK-REFERENCE (WS-BANK-SUB)
073000             TO WS-BANK-REFERENCE-NUMBER
073100        SET CHECK-IDX TO 1
073200        SEARCH WS-CHECK-ENTRY
073300            AT END
073400               CONTINUE
073500            WHEN CHECK-IDX > WS-CHECK-COUNT
073600               CONTINUE
073700            WHEN WS-CK-PAYMENT-NUMBER (CHECK-IDX) =
073800                 WS-BANK-REFERENCE-NUMBER
073900               MOVE "Y" TO WS-MATCH-SWITCH
074000        END-SEARCH
074100     END-IF.
074200     EVALUATE TRUE
074300        WHEN WS-BK-REFERENCE (WS-BANK-SUB) IS NOT NUMERIC
074400           MOVE "NO PAYMENT NUMBER" TO WS-MATCH-REASON
074500           PERFORM MARK-BANK-EXCEPTION
074600        WHEN NOT WS-MATCH-FOUND
074700           MOVE "PAYMENT NOT OUTSTANDING" TO WS-MATCH-REASON
074800           PERFORM MARK-BANK-EXCEPTION
074900        WHEN WS-CK-VOID-SWITCH (CHECK-IDX) = "Y"
075000           MOVE "VOIDED PAYMENT PRESENTED" TO WS-MATCH-REASON
075100           PERFORM MARK-BANK-EXCEPTION
075200        WHEN WS-CK-CLEARED-SWITCH (CHECK-IDX) = "Y"
075300           MOVE "PAYMENT ALREADY CLEARED" TO WS-MATCH-REASON
075400           PERFORM MARK-BANK-EXCEPTION
075500        WHEN WS-CK-AMOUNT (CHECK-IDX) NOT =
075600             WS-BK-AMOUNT (WS-BANK-SUB)
075700           MOVE "AMOUNT DIFFERS FROM BOOK" TO WS-MATCH-REASON
075800           PERFORM MARK-BANK-EXCEPTION
075900        WHEN OTHER
076000           MOVE "Y" TO WS-CK-CLEARED-SWITCH (CHECK-IDX)
076100           MOVE "M" TO WS-BK-STATUS (WS-BANK-SUB)
076200           ADD 1 TO WS-ITEMS-MATCHED
076300           ADD WS-BK-AMOUNT (WS-BANK-SUB)
076400               TO WS-CLEARED-CHECK-TOTAL
076500     END-EVALUATE.
076600
076700*    THE SAME DAY'S DEPOSIT FIRST; FAILING THAT, ONE BOOKED
076800*    A FEW DAYS BEFORE THE BANK POSTED IT.
076900 MATCH-BANK-DEPOSIT.
077000     MOVE "N" TO WS-MATCH-SWITCH.
077100     SET DEPOSIT-IDX TO 1.
077200     SEARCH WS-DEPOSIT-ENTRY
077300         AT END
077400            CONTINUE
077500         WHEN DEPOSIT-IDX > WS-DEPOSIT-COUNT
077600            CONTINUE
077700         WHEN WS-DP-CLEARED-SWITCH (DEPOSIT-IDX) = "N"
077800              AND WS-DP-DATE (DEPOSIT-IDX) =
077900                  WS-BK-POST-DATE (WS-BANK-SUB)
078000              AND WS-DP-AMOUNT (DEPOSIT-IDX) =
078100                  WS-BK-AMOUNT (WS-BANK-SUB)
078200            MOVE "Y" TO WS-MATCH-SWITCH
078300     END-SEARCH.
078400     IF NOT WS-MATCH-FOUND
078500        PERFORM TRY-LAGGED-DEPOSIT
078600                VARYING WS-DEPOSIT-SUB FROM 1 BY 1
078700                UNTIL WS-DEPOSIT-SUB > WS-DEPOSIT-COUNT
078800                   OR WS-MATCH-FOUND
078900     END-IF.
079000     IF WS-MATCH-FOUND
079100        MOVE "Y" TO WS-DP-CLEARED-SWITCH (DEPOSIT-IDX)
079200        MOVE "M" TO WS-BK-STATUS (WS-BANK-SUB)
079300        ADD 1 TO WS-ITEMS-MATCHED
079400        ADD WS-BK-AMOUNT (WS-BANK-SUB)
079500            TO WS-CLEARED-DEPOSIT-TOTAL
079600     ELSE
079700        MOVE "DEPOSIT NOT ON RECEIPTS" TO WS-MATCH-REASON
079800        PERFORM MARK-BANK-EXCEPTION
079900     END-IF.
080000
080100 TRY-LAGGED-DEPOSIT.
080200     IF WS-DP-CLEARED-SWITCH (WS-DEPOSIT-SUB) = "N"
080300        AND WS-DP-AMOUNT (WS-DEPOSIT-SUB) =
080400            WS-BK-AMOUNT (WS-BANK-SUB)
080500        AND WS-DP-DATE (WS-DEPOSIT-SUB) <
080600            WS-BK-POST-DATE (WS-BANK-SUB)
080700        MOVE "D" TO DATECALC-FUNCTION
080800        MOVE WS-BK-POST-DATE (WS-BANK-SUB) TO DATECALC-DATE-1
080900        MOVE WS-DP-DATE (WS-DEPOSIT-SUB)   TO DATECALC-DATE-2
081000        CALL "DATECALC" USING BNKREC-DATECALC-PARM
081100        IF DATECALC-FEEDBACK = "OK"
081200           AND DATECALC-DAYS NOT > WS-DEPOSIT-LAG-DAYS
081300           MOVE "Y" TO WS-MATCH-SWITCH
081400           SET DEPOSIT-IDX TO WS-DEPOSIT-SUB
081500        END-IF
081600     END-IF.
081700
081800*    AN ITEM THE BOOKS CANNOT ACCOUNT FOR.  IT STAYS IN THE
081900*    BANK'S BALANCE, SO THE RECONCILIATION WILL BE OUT BY
082000*    IT UNTIL SOMEBODY FINDS WHERE IT BELONGS.
082100 MARK-BANK-EXCEPTION.
082200     MOVE "X" TO WS-BK-STATUS (WS-BANK-SUB).
082300     MOVE WS-MATCH-REASON TO WS-BK-REASON (WS-BANK-SUB).
082400     ADD 1 TO WS-EXCEPTION-ITEMS.
082500     EVALUATE WS-BK-TYPE (WS-BANK-SUB)
082600        WHEN "C"
082700        WHEN "A"
082800        WHEN "F"
082900           ADD WS-BK-AMOUNT (WS-BANK-SUB)
083000               TO WS-EXCEPTION-DEBIT-TOTAL
083100        WHEN "D"
083200        WHEN "I"
083300           ADD WS-BK-AMOUNT (WS-BANK-SUB)
083400               TO WS-EXCEPTION-CREDIT-TOTAL
083500     END-EVALUATE.
083600
083700*    WHAT THE BOOKS SAY AFTER MATCHING.  A VOIDED PAYMENT IS
083800*    NEITHER PAID NOR OUTSTANDING; ONE CARRIED FROM LAST
083900*    MONTH WAS ALREADY TAKEN OFF THE BOOK BALANCE, SO ITS
084000*    VOID PUTS THE MONEY BACK.
084100 TOTAL-BOOK-ITEMS.
084200     PERFORM TOTAL-ONE-PAYMENT
084300             VARYING WS-CHECK-SUB FROM 1 BY 1
084400             UNTIL WS-CHECK-SUB > WS-CHECK-COUNT.
084500     PERFORM TOTAL-ONE-DEPOSIT
084600             VARYING WS-DEPOSIT-SUB FROM 1 BY 1
084700             UNTIL WS-DEPOSIT-SUB > WS-DEPOSIT-COUNT.
084800     COMPUTE WS-ADJUSTED-BANK = WS-CLOSING-BALANCE
084900             + WS-IN-TRANSIT-TOTAL - WS-OUTSTANDING-TOTAL.
085000     COMPUTE WS-BOOK-BALANCE = WS-PRIOR-BOOK-BALANCE
085100             + WS-BOOK-DEPOSIT-TOTAL - WS-BOOK-PAYMENT-TOTAL
085200             + WS-VOID-ADDBACK-TOTAL.
085300     COMPUTE WS-ADJUSTED-BOOK = WS-BOOK-BALANCE
085400             - WS-BANK-CHARGE-TOTAL + WS-BANK-CREDIT-TOTAL.
085500     COMPUTE WS-DIFFERENCE =
085600             WS-ADJUSTED-BANK - WS-ADJUSTED-BOOK.
085700
085800 TOTAL-ONE-PAYMENT.
085900     IF WS-CK-VOID-SWITCH (WS-CHECK-SUB) = "Y"
086000        ADD 1 TO WS-VOIDS-DROPPED
086100        IF WS-CK-ORIGIN (WS-CHECK-SUB) = "C"
086200           ADD WS-CK-AMOUNT (WS-CHECK-SUB)
086300               TO WS-VOID-ADDBACK-TOTAL
086400        END-IF
086500     ELSE
086600        IF WS-CK-ORIGIN (WS-CHECK-SUB) = "P"
086700           ADD WS-CK-AMOUNT (WS-CHECK-SUB)
086800               TO WS-BOOK-PAYMENT-TOTAL
086900        END-IF
087000        IF WS-CK-CLEARED-SWITCH (WS-CHECK-SUB) = "N"
087100           ADD 1 TO WS-OUTSTANDING-CHECKS
087200           ADD WS-CK-AMOUNT (WS-CHECK-SUB)
087300               TO WS-OUTSTANDING-TOTAL
087400        END-IF
087500     END-IF.
087600
087700 TOTAL-ONE-DEPOSIT.
087800     IF WS-DP-CLEARED-SWITCH (WS-DEPOSIT-SUB) = "N"
087900        ADD 1 TO WS-DEPOSITS-IN-TRANSIT
088000        ADD WS-DP-AMOUNT (WS-DEPOSIT-SUB) TO WS-IN-TRANSIT-TOTAL
088100     END-IF.
088200
088300 PRINT-RECONCILIATION.
088400     WRITE RECONCILIATION-LINE FROM HEADING-LINE-1.
088500     MOVE "ITEMS CLEARED THIS MONTH" TO SEC-CAPTION.
088600     MOVE "M" TO WS-PRINT-STATUS.
088700     PERFORM PRINT-BANK-SECTION.
088800     MOVE "OUTSTANDING CHECKS" TO SEC-CAPTION.
088900     PERFORM WRITE-SECTION-HEADINGS.
089000     MOVE ZERO TO WS-ITEM-COUNT WS-ITEM-TOTAL.
089100     PERFORM PRINT-ONE-OUTSTANDING-CHECK
089200             VARYING WS-CHECK-SUB FROM 1 BY 1
089300             UNTIL WS-CHECK-SUB > WS-CHECK-COUNT.
089400     MOVE "  TOTAL OUTSTANDING CHECKS" TO STL-CAPTION.
089500     PERFORM PRINT-SECTION-TOTAL.
089600     MOVE "DEPOSITS IN TRANSIT" TO SEC-CAPTION.
089700     PERFORM WRITE-SECTION-HEADINGS.
089800     MOVE ZERO TO WS-ITEM-COUNT WS-ITEM-TOTAL.
089900     PERFORM PRINT-ONE-DEPOSIT-IN-TRANSIT
090000             VARYING WS-DEPOSIT-SUB FROM 1 BY 1
090100             UNTIL WS-DEPOSIT-SUB > WS-DEPOSIT-COUNT.
090200     MOVE "  TOTAL DEPOSITS IN TRANSIT" TO STL-CAPTION.
090300     PERFORM PRINT-SECTION-TOTAL.
090400     MOVE "BANK-ONLY ITEMS" TO SEC-CAPTION.
090500     MOVE "B" TO WS-PRINT-STATUS.
090600     PERFORM PRINT-BANK-SECTION.
090700     MOVE "EXCEPTIONS -- ITEMS NOT MATCHED"
090800          TO SEC-CAPTION.
090900     MOVE "X" TO WS-PRINT-STATUS.
091000     PERFORM PRINT-BANK-SECTION.
091100     PERFORM PRINT-BOOK-TO-BANK.
091200
091300*    ONE SECTION OF STATEMENT ITEMS, PICKED BY THEIR MATCH
091400*    STATUS.
091500 PRINT-BANK-SECTION.
091600     PERFORM WRITE-SECTION-HEADINGS.
091700     MOVE ZERO TO WS-ITEM-COUNT WS-ITEM-TOTAL.
091800     PERFORM PRINT-ONE-BANK-ITEM
091900             VARYING WS-BANK-SUB FROM 1 BY 1
092000             UNTIL WS-BANK-SUB > WS-BANK-COUNT.
092100     MOVE "  TOTAL" TO STL-CAPTION.
092200     PERFORM PRINT-SECTION-TOTAL.
092300
092400 PRINT-ONE-BANK-ITEM.
092500     IF WS-BK-STATUS (WS-BANK-SUB) = WS-PRINT-STATUS
092600        MOVE WS-BK-POST-DATE (WS-BANK-SUB) TO ITL-DATE
092700        EVALUATE WS-BK-TYPE (WS-BANK-SUB)
092800           WHEN "C"   MOVE "CHECK"   TO ITL-TYPE
092900           WHEN "A"   MOVE "ACH"     TO ITL-TYPE
093000           WHEN "D"   MOVE "DEPOSIT" TO ITL-TYPE
093100           WHEN "F"   MOVE "FEE"     TO ITL-TYPE
093200           WHEN "I"   MOVE "CREDIT"  TO ITL-TYPE
093300           WHEN OTHER MOVE WS-BK-TYPE (WS-BANK-SUB) TO ITL-TYPE
093400        END-EVALUATE
093500        MOVE WS-BK-REFERENCE (WS-BANK-SUB) TO ITL-REFERENCE
093600        MOVE WS-BK-AMOUNT (WS-BANK-SUB)    TO ITL-AMOUNT
093700        IF WS-PRINT-STATUS = "X"
093800           MOVE WS-BK-REASON (WS-BANK-SUB) TO ITL-TEXT
093900        ELSE
094000           MOVE WS-BK-DESCRIPTION (WS-BANK-SUB) TO ITL-TEXT
094100        END-IF
094200        WRITE RECONCILIATION-LINE FROM ITEM-DETAIL-LINE
094300        ADD 1 TO WS-ITEM-COUNT
094400        ADD WS-BK-AMOUNT (WS-BANK-SUB) TO WS-ITEM-TOTAL
094500     END-IF.
094600
094700 PRINT-ONE-OUTSTANDING-CHECK.
094800     IF WS-CK-VOID-SWITCH (WS-CHECK-SUB) = "N"
094900        AND WS-CK-CLEARED-SWITCH (WS-CHECK-SUB) = "N"
095000        MOVE WS-CK-PAYMENT-DATE (WS-CHECK-SUB) TO ITL-DATE
095100        MOVE "PAYMENT" TO ITL-TYPE
095200        MOVE WS-CK-PAYMENT-NUMBER (WS-CHECK-SUB)
095300             TO ITL-REFERENCE
095400        MOVE WS-CK-AMOUNT (WS-CHECK-SUB) TO ITL-AMOUNT
095500        MOVE SPACES TO ITL-TEXT
095600        STRING "VENDOR " WS-CK-VENDOR-NUMBER (WS-CHECK-SUB)
095700               DELIMITED BY SIZE INTO ITL-TEXT
095800        WRITE RECONCILIATION-LINE FROM ITEM-DETAIL-LINE
095900        ADD 1 TO WS-ITEM-COUNT
096000        ADD WS-CK-AMOUNT (WS-CHECK-SUB) TO WS-ITEM-TOTAL
096100     END-IF.
096200
096300 PRINT-ONE-DEPOSIT-IN-TRANSIT.
096400     IF WS-DP-CLEARED-SWITCH (WS-DEPOSIT-SUB) = "N"
096500        MOVE WS-DP-DATE (WS-DEPOSIT-SUB) TO ITL-DATE
096600        MOVE "DEPOSIT" TO ITL-TYPE
096700        MOVE SPACES TO ITL-REFERENCE
096800        MOVE WS-DP-AMOUNT (WS-DEPOSIT-SUB) TO ITL-AMOUNT
096900        IF WS-DP-ORIGIN (WS-DEPOSIT-SUB) = "C"
097000           MOVE "IN TRANSIT AT LAST STATEMENT" TO ITL-TEXT
097100        ELSE
097200           MOVE "CASH RECEIPTS" TO ITL-TEXT
097300        END-IF
097400        WRITE RECONCILIATION-LINE FROM ITEM-DETAIL-LINE
097500        ADD 1 TO WS-ITEM-COUNT
097600        ADD WS-DP-AMOUNT (WS-DEPOSIT-SUB) TO WS-ITEM-TOTAL
097700     END-IF.
097800
097900 WRITE-SECTION-HEADINGS.
098000     MOVE SPACES TO RECONCILIATION-LINE.
098100     WRITE RECONCILIATION-LINE.
098200     WRITE RECONCILIATION-LINE FROM SECTION-LINE.
098300     WRITE RECONCILIATION-LINE FROM COLUMN-HEADING-LINE.
098400
098500 PRINT-SECTION-TOTAL.
098600     MOVE WS-ITEM-COUNT TO STL-COUNT.
098700     MOVE WS-ITEM-TOTAL TO STL-AMOUNT.
098800     WRITE RECONCILIATION-LINE FROM SECTION-TOTAL-LINE.
098900
099000*    BANK SIDE AND BOOK SIDE, EACH ADJUSTED FOR WHAT THE
099100*    OTHER HAS NOT YET SEEN.  THEY MUST AGREE TO THE CENT.
099200 PRINT-BOOK-TO-BANK.
099300     MOVE SPACES TO RECONCILIATION-LINE.
099400     WRITE RECONCILIATION-LINE.
099500     MOVE "BOOK-TO-BANK RECONCILIATION" TO SEC-CAPTION.
099600     WRITE RECONCILIATION-LINE FROM SECTION-LINE.
099700     MOVE "  BALANCE PER BANK STATEMENT" TO RAL-CAPTION.
099800     MOVE WS-CLOSING-BALANCE TO RAL-AMOUNT.
099900     PERFORM WRITE-RECONCILIATION-AMOUNT.
100000     MOVE "    ADD DEPOSITS IN TRANSIT" TO RAL-CAPTION.
100100     MOVE WS-IN-TRANSIT-TOTAL TO RAL-AMOUNT.
100200     PERFORM WRITE-RECONCILIATION-AMOUNT.
100300     MOVE "    LESS OUTSTANDING CHECKS" TO RAL-CAPTION.
100400     MOVE WS-OUTSTANDING-TOTAL TO RAL-AMOUNT.
100500     PERFORM WRITE-RECONCILIATION-AMOUNT.
100600     MOVE "  ADJUSTED BANK BALANCE" TO RAL-CAPTION.
100700     MOVE WS-ADJUSTED-BANK TO RAL-AMOUNT.
100800     PERFORM WRITE-RECONCILIATION-AMOUNT.
100900     MOVE SPACES TO RECONCILIATION-LINE.
101000     WRITE RECONCILIATION-LINE.
101100     MOVE "  BOOK BALANCE AT LAST STATEMENT" TO RAL-CAPTION.
101200     MOVE WS-PRIOR-BOOK-BALANCE TO RAL-AMOUNT.
101300     PERFORM WRITE-RECONCILIATION-AMOUNT.
101400     MOVE "    ADD DEPOSITS BOOKED" TO RAL-CAPTION.
101500     MOVE WS-BOOK-DEPOSIT-TOTAL TO RAL-AMOUNT.
101600     PERFORM WRITE-RECONCILIATION-AMOUNT.
101700     MOVE "    LESS PAYMENTS ISSUED" TO RAL-CAPTION.
101800     MOVE WS-BOOK-PAYMENT-TOTAL TO RAL-AMOUNT.
101900     PERFORM WRITE-RECONCILIATION-AMOUNT.
102000     MOVE "    ADD VOIDED OUTSTANDING CHECKS" TO RAL-CAPTION.
102100     MOVE WS-VOID-ADDBACK-TOTAL TO RAL-AMOUNT.
102200     PERFORM WRITE-RECONCILIATION-AMOUNT.
102300     MOVE "  BALANCE PER BOOKS" TO RAL-CAPTION.
102400     MOVE WS-BOOK-BALANCE TO RAL-AMOUNT.
102500     PERFORM WRITE-RECONCILIATION-AMOUNT.
102600     MOVE "    LESS BANK CHARGES" TO RAL-CAPTION.
102700     MOVE WS-BANK-CHARGE-TOTAL TO RAL-AMOUNT.
102800     PERFORM WRITE-RECONCILIATION-AMOUNT.
102900     MOVE "    ADD BANK CREDITS" TO RAL-CAPTION.
103000     MOVE WS-BANK-CREDIT-TOTAL TO RAL-AMOUNT.
103100     PERFORM WRITE-RECONCILIATION-AMOUNT.
103200     MOVE "  ADJUSTED BOOK BALANCE" TO RAL-CAPTION.
103300     MOVE WS-ADJUSTED-BOOK TO RAL-AMOUNT.
103400     PERFORM WRITE-RECONCILIATION-AMOUNT.
103500     MOVE SPACES TO RECONCILIATION-LINE.
103600     WRITE RECONCILIATION-LINE.
103700     MOVE "  DIFFERENCE" TO RAL-CAPTION.
103800     MOVE WS-DIFFERENCE TO RAL-AMOUNT.
103900     PERFORM WRITE-RECONCILIATION-AMOUNT.
104000     IF WS-EXCEPTION-ITEMS > ZERO
104100        MOVE "    EXCEPTION DEBITS NOT ON THE BOOKS"
104200             TO RAL-CAPTION
104300        MOVE WS-EXCEPTION-DEBIT-TOTAL TO RAL-AMOUNT
104400        PERFORM WRITE-RECONCILIATION-AMOUNT
104500        MOVE "    EXCEPTION CREDITS NOT ON THE BOOKS"
104600             TO RAL-CAPTION
104700        MOVE WS-EXCEPTION-CREDIT-TOTAL TO RAL-AMOUNT
104800        PERFORM WRITE-RECONCILIATION-AMOUNT
104900     END-IF.
105000     IF NOT WS-STATEMENT-FOOTS
105100        MOVE "*** STATEMENT DOES NOT FOOT ***" TO VRD-VERDICT
105200     ELSE
105300        IF WS-DIFFERENCE = ZERO
105400           MOVE "RECONCILED" TO VRD-VERDICT
105500        ELSE
105600           MOVE "*** DOES NOT RECONCILE ***" TO VRD-VERDICT
105700        END-IF
105800     END-IF.
105900     WRITE RECONCILIATION-LINE FROM VERDICT-LINE.
106000
106100 WRITE-RECONCILIATION-AMOUNT.
106200     WRITE RECONCILIATION-LINE FROM RECONCILIATION-AMOUNT-LINE.
106300
106400*    A RECONCILED STATEMENT MOVES THE CARRIED ITEMS ON TO
106500*    THIS STATEMENT'S END AND ITS ADJUSTED BOOK BALANCE.  ONE
106600*    THAT DOES NOT RECONCILE CARRIES LAST MONTH'S ITEMS AS
106700*    THEY STOOD, SO THE RERUN AFTER THE CORRECTIONS STARTS
106800*    FROM THE SAME PLACE.
106900 WRITE-CARRIED-ITEMS.
107000     IF WS-DIFFERENCE NOT = ZERO
107100        OR NOT WS-STATEMENT-FOOTS
107200        PERFORM CARRY-ITEMS-FORWARD
107300     ELSE
107400        OPEN OUTPUT NEW-OUTSTANDING-FILE
107500        MOVE "B" TO BOO-ITEM-TYPE
107600        MOVE WS-STATEMENT-END TO BOO-ITEM-DATE
107700        MOVE ZERO TO BOO-PAYMENT-NUMBER BOO-VENDOR-NUMBER
107800        MOVE WS-ADJUSTED-BOOK TO BOO-AMOUNT
107900        PERFORM WRITE-ONE-CARRIED-ITEM
108000        PERFORM CARRY-ONE-CHECK
108100                VARYING WS-CHECK-SUB FROM 1 BY 1
108200                UNTIL WS-CHECK-SUB > WS-CHECK-COUNT
108300        PERFORM CARRY-ONE-DEPOSIT
108400                VARYING WS-DEPOSIT-SUB FROM 1 BY 1
108500                UNTIL WS-DEPOSIT-SUB > WS-DEPOSIT-COUNT
108600        CLOSE NEW-OUTSTANDING-FILE
108700     END-IF.
108800
108900 CARRY-ONE-CHECK.
109000     IF WS-CK-VOID-SWITCH (WS-CHECK-SUB) = "N"
109100        AND WS-CK-CLEARED-SWITCH (WS-CHECK-SUB) = "N"
109200        MOVE "C" TO BOO-ITEM-TYPE
109300        MOVE WS-CK-PAYMENT-DATE (WS-CHECK-SUB) TO BOO-ITEM-DATE
109400        MOVE WS-CK-PAYMENT-NUMBER (WS-CHECK-SUB)
109500             TO BOO-PAYMENT-NUMBER
109600        MOVE WS-CK-VENDOR-NUMBER (WS-CHECK-SUB)
109700             TO BOO-VENDOR-NUMBER
109800        MOVE WS-CK-AMOUNT (WS-CHECK-SUB) TO BOO-AMOUNT
109900        PERFORM WRITE-ONE-CARRIED-ITEM
110000     END-IF.
110100
110200 CARRY-ONE-DEPOSIT.
110300     IF WS-DP-CLEARED-SWITCH (WS-DEPOSIT-SUB) = "N"
110400        MOVE "D" TO BOO-ITEM-TYPE
110500        MOVE WS-DP-DATE (WS-DEPOSIT-SUB) TO BOO-ITEM-DATE
110600        MOVE ZERO TO BOO-PAYMENT-NUMBER BOO-VENDOR-NUMBER
110700        MOVE WS-DP-AMOUNT (WS-DEPOSIT-SUB) TO BOO-AMOUNT
110800        PERFORM WRITE-ONE-CARRIED-ITEM
110900     END-IF.
111000
111100 WRITE-ONE-CARRIED-ITEM.
111200     WRITE NEW-OUTSTANDING-RECORD.
111300     ADD 1 TO WS-CARRIED-ITEMS-WRITTEN.
111400
111500*    THE OLD GENERATION COPIED AS IT STANDS.
111600 CARRY-ITEMS-FORWARD.
111700     MOVE ZERO TO WS-CARRIED-ITEMS-WRITTEN.
111800     OPEN OUTPUT NEW-OUTSTANDING-FILE.
111900     OPEN INPUT OLD-OUTSTANDING-FILE.
112000     MOVE "N" TO FILE-AT-END.
112100     PERFORM READ-NEXT-CARRIED.
112200     PERFORM COPY-ONE-CARRIED-ITEM UNTIL FILE-AT-END = "Y".
112300     CLOSE OLD-OUTSTANDING-FILE.
112400     CLOSE NEW-OUTSTANDING-FILE.
112500     DISPLAY "BNKREC: OUTSTANDING ITEMS CARRIED FORWARD "
112600             "UNCHANGED, " WS-CARRIED-ITEMS-WRITTEN " RECORDS".
112700
112800 COPY-ONE-CARRIED-ITEM.
112900     WRITE NEW-OUTSTANDING-RECORD FROM OLD-OUTSTANDING-RECORD.
113000     ADD 1 TO WS-CARRIED-ITEMS-WRITTEN.
113100     PERFORM READ-NEXT-CARRIED.
