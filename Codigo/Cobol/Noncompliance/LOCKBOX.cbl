000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOCKBOX.
000300*--------------------------------------------------
000400* Bank lockbox import.  Reads the bank's daily
000500* lockbox file -- one record per customer check
000600* with the amount, the customer account and the
000700* CI-INVOICE-NUMBERs remitted -- and applies each
000800* check to the invoices it names under the rules
000900* CSHRCPT enforces: the invoice must be on the
001000* register, belong to the paying customer, and not
001100* be taken past fully paid, and the deposit date
001200* must fall in an open period.  One check pays down
001300* its invoices in the order the bank lists them;
001400* whatever no invoice can take goes to the
001500* unapplied-cash suspense file and onto the AR
001600* clerk's worklist.  The batch register ends with
001700* the lockbox batch total proved against the
001800* deposit the bank reports in its trailer.  This
001900* replaces rekeying the bank's file as CSHRCPT
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
003000     SELECT LOCKBOX-FILE
003100         ASSIGN TO "LOCKBOX"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-LOCKBOX-FILE-STATUS.
003400
003500     SELECT CUSTOMER-INVOICE-REGISTER-FILE
003600         ASSIGN TO "CINVREG"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-REGISTER-FILE-STATUS.
003900
004000     SELECT CASH-RECEIPTS-FILE
004100         ASSIGN TO "CSHRCPTF"
004200         ORGANIZATION IS INDEXED
004300         RECORD KEY IS CR-KEY
004400         ACCESS MODE IS DYNAMIC
004500         FILE STATUS IS WS-RECEIPT-FILE-STATUS.
004600
004700     SELECT UNAPPLIED-CASH-FILE
004800         ASSIGN TO "UNAPCSH"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-UNAPPLIED-FILE-STATUS.
005100
005200     SELECT LOCKBOX-BATCH-REPORT
005300         ASSIGN TO "LCKBOXR"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT UNAPPLIED-WORKLIST-REPORT
005700         ASSIGN TO "LCKWORKL"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200
006300     COPY LCKBOX.
006400     COPY CINVREG.
006500     COPY CSHRCPT.
006600     COPY UNAPCSH.
006700
006800 FD  LOCKBOX-BATCH-REPORT
006900     LABEL RECORDS ARE STANDARD.
007000 01  LOCKBOX-BATCH-LINE        PIC X(100).
007100
007200 FD  UNAPPLIED-WORKLIST-REPORT
007300     LABEL RECORDS ARE STANDARD.
007400 01  UNAPPLIED-WORKLIST-LINE   PIC X(100).
007500
007600 WORKING-STORAGE SECTION.
007700
007800 01  WS-LOCKBOX-AT-END         PIC X VALUE "N".
007900 01  WS-TRAILER-FOUND          PIC X VALUE "N".
008000 01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
008100
008200*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
008300*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
008400     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
008500         ==WS-LOCKBOX-FILE-STATUS== ==PFX-FILE-OK== BY
008600         ==LOCKBOX-FILE-OK== ==PFX-FILE-EOF== BY
008700         ==LOCKBOX-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
008800         ==LOCKBOX-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
008900         ==LOCKBOX-FILE-NOT-FOUND==
009000         ==PFX-FILE-BOUNDARY-VIOLATION== BY
009100         ==LOCKBOX-FILE-BOUNDARY-VIOLATION==.
009200
009300     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
009400         ==WS-REGISTER-FILE-STATUS== ==PFX-FILE-OK== BY
009500         ==REGISTER-FILE-OK== ==PFX-FILE-EOF== BY
009600         ==REGISTER-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
009700         ==REGISTER-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
009800         ==REGISTER-FILE-NOT-FOUND==
009900         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010000         ==REGISTER-FILE-BOUNDARY-VIOLATION==.
010100
010200     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
010300         ==WS-RECEIPT-FILE-STATUS== ==PFX-FILE-OK== BY
010400         ==RECEIPT-FILE-OK== ==PFX-FILE-EOF== BY
010500         ==RECEIPT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010600         ==RECEIPT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
010700         ==RECEIPT-FILE-NOT-FOUND==
010800         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010900         ==RECEIPT-FILE-BOUNDARY-VIOLATION==.
011000
011100     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
011200         ==WS-UNAPPLIED-FILE-STATUS== ==PFX-FILE-OK== BY
011300         ==UNAPPLIED-FILE-OK== ==PFX-FILE-EOF== BY
011400         ==UNAPPLIED-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
011500         ==UNAPPLIED-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
011600         ==UNAPPLIED-FILE-NOT-FOUND==
011700         ==PFX-FILE-BOUNDARY-VIOLATION== BY
011800         ==UNAPPLIED-FILE-BOUNDARY-VIOLATION==.
011900
012000*    THE BATCH AS THE HEADER AND TRAILER DESCRIBE IT.
012100 01  WS-LOCKBOX-NUMBER         PIC X(07) VALUE SPACES.
012200 01  WS-DEPOSIT-DATE           PIC 9(8) VALUE ZERO.
012300 01  WS-BANK-CHECK-COUNT       PIC 9(7) VALUE ZERO.
012400 01  WS-BANK-DEPOSIT-TOTAL     PIC 9(11)V99 VALUE ZERO.
012500
012600*    THE CHECK BEING GATHERED -- ITS OWN RECORD AND ANY
012700*    OVERFLOW RECORDS BEHIND IT -- AND HOW FAR IT HAS BEEN
012800*    APPLIED.  THE REASON IS THE LAST REFERENCE THAT COULD
012900*    NOT TAKE MONEY, SO THE CLERK SEES WHY CASH IS LEFT.
013000 01  WS-LOCKBOX-CHECK.
013100     05 WS-CHECK-OPEN          PIC X VALUE "N".
013200     05 WS-CHK-NUMBER          PIC X(10).
013300     05 WS-CHK-AMOUNT          PIC 9(9)V99.
013400     05 WS-CHK-CUSTOMER-ID     PIC 9(7).
013500     05 WS-CHK-REMAINING       PIC 9(9)V99.
013600     05 WS-CHK-APPLIED         PIC 9(9)V99.
013700     05 WS-CHK-INVOICES-PAID   PIC 9(3).
013800     05 WS-CHK-REASON          PIC X(03).
013900     05 WS-CHK-REF-COUNT       PIC 9(3).
014000     05 WS-CHK-REFERENCE OCCURS 24 TIMES
014100                               INDEXED BY REF-IDX.
014200         10 WS-CHK-REF-TEXT    PIC X(07).
014300         10 WS-CHK-REF-NUMBER  REDEFINES WS-CHK-REF-TEXT
014400                               PIC 9(07).
014500 01  WS-LBX-SUB                PIC 9(3) VALUE ZERO.
014600 01  WS-NEW-REFERENCE          PIC X(07) VALUE SPACES.
014700 01  WS-REFS-DROPPED           PIC X VALUE "N".
014800
014900*    THE INVOICE THE REFERENCE IN HAND IS PAYING DOWN, AS
015000*    FOUND ON THE REGISTER, AND WHAT HAS ALREADY BEEN APPLIED
015100*    AGAINST IT -- THE OPEN BALANCE IS THE DIFFERENCE.
015200 01  WS-APPLY-INVOICE-NUMBER   PIC 9(7) VALUE ZERO.
015300 01  WS-APPLY-AMOUNT           PIC 9(9)V99 VALUE ZERO.
015400 01  WS-REGISTER-AT-END        PIC X VALUE "N".
015500 01  WS-INVOICE-FOUND          PIC X VALUE "N".
015600 01  WS-APPLIED-TO-DATE        PIC 9(11)V99 VALUE ZERO.
015700 01  WS-OPEN-BALANCE           PIC S9(11)V99 VALUE ZERO.
015800 01  WS-HIGH-RECEIPT-LINE      PIC 9(3) VALUE ZERO.
015900 01  WS-RECEIPT-SCAN-AT-END    PIC X VALUE "N".
016000
016100*    SET ONCE FOR THE BATCH FROM THE DEPOSIT DATE -- A
016200*    DEPOSIT INTO A CLOSED PERIOD APPLIES NOTHING; EVERY
016300*    CHECK GOES TO UNAPPLIED CASH FOR A CONTROLLER'S
016400*    PRIOR-PERIOD ADJUSTMENT THROUGH CSHRCPT.
016500 01  WS-PERIOD-REJECT-CODE     PIC X(03) VALUE SPACES.
016600 01  WS-REASON-TEXT            PIC X(25) VALUE SPACES.
016700
016800 01  WS-CONTROL-TOTALS.
016900     05 WS-RECORDS-READ        PIC 9(7) VALUE ZERO.
017000     05 WS-CHECKS-READ         PIC 9(7) VALUE ZERO.
017100     05 WS-RECORDS-IN-ERROR    PIC 9(7) VALUE ZERO.
017200     05 WS-RECEIPTS-POSTED     PIC 9(7) VALUE ZERO.
017300     05 WS-INVOICES-PAID-FULL  PIC 9(7) VALUE ZERO.
017400     05 WS-UNAPPLIED-ITEMS     PIC 9(7) VALUE ZERO.
017500     05 WS-BATCH-TOTAL         PIC 9(11)V99 VALUE ZERO.
017600     05 WS-CASH-APPLIED        PIC 9(11)V99 VALUE ZERO.
017700     05 WS-CASH-UNAPPLIED      PIC 9(11)V99 VALUE ZERO.
017800
017900*    PARAMETER PASSED TO THE SHARED POSTING-PERIOD LOCK
018000*    SUBPROGRAM -- SEE PERLOCK.
018100 01  LOCKBOX-PERLOCK-PARM.
018200     05 PERLOCK-PROGRAM-NAME   PIC X(08).
018300     05 PERLOCK-OPERATOR-ID    PIC X(08).
018400     05 PERLOCK-RECORD-KEY     PIC X(10).
018500     05 PERLOCK-TRAN-DATE      PIC 9(08).
018600     05 PERLOCK-OVERRIDE-CODE  PIC X(01).
018700     05 PERLOCK-RESULT         PIC X(02).
018800         88 PERLOCK-YEAR-CLOSED         VALUE "YC".
018900         88 PERLOCK-POSTABLE            VALUE "OK" "OV".
019000     05 PERLOCK-OPEN-PERIOD    PIC 9(06).
019050     05 PERLOCK-FUNCTION       PIC X(01).
019100
019200 01  BATCH-HEADING-LINE-1.
019300     05 FILLER                 PIC X(31)
019400            VALUE "LOCKBOX BATCH REGISTER - BOX  ".
019500     05 BH1-LOCKBOX-NUMBER     PIC X(07).
019600     05 FILLER                 PIC X(10) VALUE "  DEPOSIT ".
019700     05 BH1-DEPOSIT-DATE       PIC 9(8).
019800     05 FILLER                 PIC X(06) VALUE "  RUN ".
019900     05 BH1-RUN-DATE           PIC 9(8).
020000
020100 01  BATCH-HEADING-LINE-2.
020200     05 FILLER                 PIC X(12) VALUE "CHECK NO.".
020300     05 FILLER                 PIC X(09) VALUE "CUSTOMER".
020400     05 FILLER                 PIC X(16)
020500            VALUE "    CHECK AMOUNT".
020600     05 FILLER                 PIC X(16)
020700            VALUE "         APPLIED".
020800     05 FILLER                 PIC X(16)
020900            VALUE "       UNAPPLIED".
021000     05 FILLER                 PIC X(07) VALUE "   INV.".
021100     05 FILLER                 PIC X(05) VALUE "  RSN".
021200
021300 01  BATCH-DETAIL-LINE.
021400     05 BDL-CHECK-NUMBER       PIC X(10).
021500     05 FILLER                 PIC X(02) VALUE SPACES.
021600     05 BDL-CUSTOMER-ID        PIC ZZZZZZ9.
021700     05 FILLER                 PIC X(02) VALUE SPACES.
021800     05 BDL-CHECK-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
021900     05 FILLER                 PIC X(02) VALUE SPACES.
022000     05 BDL-APPLIED            PIC ZZZ,ZZZ,ZZ9.99.
022100     05 FILLER                 PIC X(02) VALUE SPACES.
022200     05 BDL-UNAPPLIED          PIC ZZZ,ZZZ,ZZ9.99.
022300     05 FILLER                 PIC X(04) VALUE SPACES.
022400     05 BDL-INVOICES-PAID      PIC ZZ9.
022500     05 FILLER                 PIC X(02) VALUE SPACES.
022600     05 BDL-REASON             PIC X(03).
022700
022800 01  BATCH-AMOUNT-LINE.
022900     05 BAL-LABEL              PIC X(30).
023000     05 BAL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
023100
023200 01  BATCH-COUNT-LINE.
023300     05 BCL-LABEL              PIC X(30).
023400     05 FILLER                 PIC X(07) VALUE SPACES.
023500     05 BCL-COUNT              PIC Z,ZZZ,ZZ9.
023600
023700 01  WORKLIST-HEADING-LINE-1.
023800     05 FILLER                 PIC X(31)
023900            VALUE "UNAPPLIED CASH WORKLIST - BOX  ".
024000     05 WH1-LOCKBOX-NUMBER     PIC X(07).
024100     05 FILLER                 PIC X(10) VALUE "  DEPOSIT ".
024200     05 WH1-DEPOSIT-DATE       PIC 9(8).
024300
024400 01  WORKLIST-HEADING-LINE-2.
024500     05 FILLER                 PIC X(12) VALUE "CHECK NO.".
024600     05 FILLER                 PIC X(09) VALUE "CUSTOMER".
024700     05 FILLER                 PIC X(16)
024800            VALUE "       UNAPPLIED".
024900     05 FILLER                 PIC X(32)
025000            VALUE "  REASON".
025100     05 FILLER                 PIC X(24)
025200            VALUE "INVOICE REFS AS SENT".
025300
025400 01  WORKLIST-DETAIL-LINE.
025500     05 WDL-CHECK-NUMBER       PIC X(10).
025600     05 FILLER                 PIC X(02) VALUE SPACES.
025700     05 WDL-CUSTOMER-ID        PIC ZZZZZZ9.
025800     05 FILLER                 PIC X(02) VALUE SPACES.
025900     05 WDL-UNAPPLIED          PIC ZZZ,ZZZ,ZZ9.99.
026000     05 FILLER                 PIC X(02) VALUE SPACES.
026100     05 WDL-REASON-CODE        PIC X(03).
026200     05 FILLER                 PIC X(01) VALUE SPACES.
026300     05 WDL-REASON-TEXT        PIC X(25).
026400     05 FILLER                 PIC X(03) VALUE SPACES.
026500     05 WDL-INVOICE-REF        PIC X(07) OCCURS 3 TIMES.
026600
026700 PROCEDURE DIVISION.
026800 PROGRAM-BEGIN.
026900     PERFORM OPENING-PROCEDURE.
027000     PERFORM MAIN-PROCESS.
027100     PERFORM CLOSING-PROCEDURE.
027200
027300 PROGRAM-DONE.
027400     STOP RUN.
027500
027600 OPENING-PROCEDURE.
027700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027800     OPEN INPUT LOCKBOX-FILE.
027900     IF NOT LOCKBOX-FILE-OK
028000        DISPLAY "LOCKBOX: UNABLE TO OPEN LOCKBOX-FILE, STATUS "
028100                WS-LOCKBOX-FILE-STATUS
028200        MOVE 16 TO RETURN-CODE
028300        GO TO PROGRAM-DONE
028400     END-IF.
028500*    NOTHING IS APPLIED FROM A FILE WHOSE FIRST RECORD IS NOT
028600*    A GOOD HEADER -- IT IS NOT A LOCKBOX TRANSMISSION.
028700     PERFORM READ-NEXT-LOCKBOX.
028800     IF WS-LOCKBOX-AT-END = "Y"
028900        OR NOT LBX-HEADER
029000        OR LBX-DEPOSIT-DATE IS NOT NUMERIC
029100        OR LBX-DEPOSIT-DATE = ZERO
029200        DISPLAY "LOCKBOX: FIRST RECORD IS NOT A LOCKBOX HEADER "
029300                "WITH A DEPOSIT DATE, NOTHING APPLIED"
029400        MOVE 16 TO RETURN-CODE
029500        CLOSE LOCKBOX-FILE
029600        GO TO PROGRAM-DONE
029700     END-IF.
029800     MOVE LBX-LOCKBOX-NUMBER TO WS-LOCKBOX-NUMBER.
029900     MOVE LBX-DEPOSIT-DATE   TO WS-DEPOSIT-DATE.
030000     OPEN I-O CASH-RECEIPTS-FILE.
030100     IF WS-RECEIPT-FILE-STATUS = "35"
030200        OPEN OUTPUT CASH-RECEIPTS-FILE
030300        CLOSE CASH-RECEIPTS-FILE
030400        OPEN I-O CASH-RECEIPTS-FILE
030500     END-IF.
030600     IF NOT RECEIPT-FILE-OK
030700        DISPLAY "LOCKBOX: UNABLE TO OPEN CASH-RECEIPTS-FILE, "
030800                "STATUS " WS-RECEIPT-FILE-STATUS
030900        MOVE 16 TO RETURN-CODE
031000        CLOSE LOCKBOX-FILE
031100        GO TO PROGRAM-DONE
031200     END-IF.
031300*    THE SUSPENSE FILE IS PERMANENT UNTIL THE CLERK WORKS IT
031400*    -- EVERY RUN EXTENDS IT.
031500     OPEN EXTEND UNAPPLIED-CASH-FILE.
031600     IF WS-UNAPPLIED-FILE-STATUS = "35"
031700        CLOSE UNAPPLIED-CASH-FILE
031800        OPEN OUTPUT UNAPPLIED-CASH-FILE
031900     END-IF.
032000     IF NOT UNAPPLIED-FILE-OK
032100        DISPLAY "LOCKBOX: UNABLE TO OPEN UNAPPLIED-CASH-FILE, "
032200                "STATUS " WS-UNAPPLIED-FILE-STATUS
032300        MOVE 16 TO RETURN-CODE
032400        CLOSE LOCKBOX-FILE
032500        CLOSE CASH-RECEIPTS-FILE
032600        GO TO PROGRAM-DONE
032700     END-IF.
032800     OPEN OUTPUT LOCKBOX-BATCH-REPORT.
032900     MOVE WS-LOCKBOX-NUMBER TO BH1-LOCKBOX-NUMBER.
033000     MOVE WS-DEPOSIT-DATE   TO BH1-DEPOSIT-DATE.
033100     MOVE WS-RUN-DATE       TO BH1-RUN-DATE.
033200     WRITE LOCKBOX-BATCH-LINE FROM BATCH-HEADING-LINE-1.
033300     WRITE LOCKBOX-BATCH-LINE FROM BATCH-HEADING-LINE-2.
033400     OPEN OUTPUT UNAPPLIED-WORKLIST-REPORT.
033500     MOVE WS-LOCKBOX-NUMBER TO WH1-LOCKBOX-NUMBER.
033600     MOVE WS-DEPOSIT-DATE   TO WH1-DEPOSIT-DATE.
033700     WRITE UNAPPLIED-WORKLIST-LINE FROM WORKLIST-HEADING-LINE-1.
033800     WRITE UNAPPLIED-WORKLIST-LINE FROM WORKLIST-HEADING-LINE-2.
033900     PERFORM CHECK-POSTING-PERIOD.
034000
034100*    THE DEPOSIT DATE IS EVERY RECEIPT'S DATE, SO THE PERIOD
034200*    IS CHECKED ONCE FOR THE BATCH.  THE IMPORT CARRIES NO
034300*    OVERRIDE -- A PRIOR-PERIOD RECEIPT IS THE CONTROLLER'S
034400*    TO KEY THROUGH CSHRCPT.  SEE PERLOCK.
034500 CHECK-POSTING-PERIOD.
034600     MOVE "LOCKBOX"         TO PERLOCK-PROGRAM-NAME.
034700     MOVE SPACES            TO PERLOCK-OPERATOR-ID.
034800     MOVE WS-LOCKBOX-NUMBER TO PERLOCK-RECORD-KEY.
034900     MOVE WS-DEPOSIT-DATE   TO PERLOCK-TRAN-DATE.
035000     MOVE SPACE             TO PERLOCK-OVERRIDE-CODE.
035050     MOVE "C"               TO PERLOCK-FUNCTION.
035100     CALL "PERLOCK" USING LOCKBOX-PERLOCK-PARM.
035200     IF NOT PERLOCK-POSTABLE
035300        IF PERLOCK-YEAR-CLOSED
035400           MOVE "CLS" TO WS-PERIOD-REJECT-CODE
035500        ELSE
035600           MOVE "PCL" TO WS-PERIOD-REJECT-CODE
035700        END-IF
035800        DISPLAY "LOCKBOX: DEPOSIT DATE " WS-DEPOSIT-DATE
035900                " IS BEFORE OPEN PERIOD " PERLOCK-OPEN-PERIOD
036000                ", EVERY CHECK GOES TO UNAPPLIED CASH"
036100     END-IF.
036200
036300 CLOSING-PROCEDURE.
036400     PERFORM WRITE-BATCH-TOTALS.
036500     CLOSE LOCKBOX-FILE.
036600     CLOSE CASH-RECEIPTS-FILE.
036700     CLOSE UNAPPLIED-CASH-FILE.
036800     CLOSE LOCKBOX-BATCH-REPORT.
036900     CLOSE UNAPPLIED-WORKLIST-REPORT.
037000     DISPLAY "LOCKBOX CONTROL TOTALS".
037100     DISPLAY "  RECORDS READ .........: " WS-RECORDS-READ.
037200     DISPLAY "  CHECKS READ ..........: " WS-CHECKS-READ.
037300     DISPLAY "  RECORDS IN ERROR .....: " WS-RECORDS-IN-ERROR.
037400     DISPLAY "  RECEIPTS POSTED ......: " WS-RECEIPTS-POSTED.
037500     DISPLAY "  INVOICES PAID IN FULL : " WS-INVOICES-PAID-FULL.
037600     DISPLAY "  UNAPPLIED ITEMS ......: " WS-UNAPPLIED-ITEMS.
037700     DISPLAY "  BATCH TOTAL ..........: " WS-BATCH-TOTAL.
037800     DISPLAY "  CASH APPLIED .........: " WS-CASH-APPLIED.
037900     DISPLAY "  CASH UNAPPLIED .......: " WS-CASH-UNAPPLIED.
038000     DISPLAY "  BANK DEPOSIT TOTAL ...: " WS-BANK-DEPOSIT-TOTAL.
038100     EVALUATE TRUE
038200        WHEN WS-TRAILER-FOUND NOT = "Y"
038300             DISPLAY "LOCKBOX: NO TRAILER RECORD, THE "
038400                     "TRANSMISSION IS SHORT -- CALL THE BANK"
038500             MOVE 8 TO RETURN-CODE
038600        WHEN WS-BATCH-TOTAL NOT = WS-BANK-DEPOSIT-TOTAL
038700          OR WS-CHECKS-READ NOT = WS-BANK-CHECK-COUNT
038800             DISPLAY "LOCKBOX: BATCH DOES NOT AGREE WITH THE "
038900                     "BANK DEPOSIT"
039000             MOVE 8 TO RETURN-CODE
039100        WHEN WS-UNAPPLIED-ITEMS > ZERO
039200          OR WS-RECORDS-IN-ERROR > ZERO
039300             MOVE 4 TO RETURN-CODE
039400        WHEN OTHER
039500             MOVE 0 TO RETURN-CODE
039600     END-EVALUATE.
039700
039800*    THE LOCKBOX BATCH TOTAL IS EVERY CHECK, APPLIED OR NOT --
039900*    IT IS WHAT THE BANK DEPOSITED, SO IT MUST AGREE WITH THE
040000*    TRAILER TO THE PENNY.
040100 WRITE-BATCH-TOTALS.
040200     MOVE SPACES TO LOCKBOX-BATCH-LINE.
040300     WRITE LOCKBOX-BATCH-LINE.
040400     MOVE "CHECKS IN BATCH ............:" TO BCL-LABEL.
040500     MOVE WS-CHECKS-READ TO BCL-COUNT.
040600     WRITE LOCKBOX-BATCH-LINE FROM BATCH-COUNT-LINE.
040700     MOVE "CHECKS PER BANK TRAILER ....:" TO BCL-LABEL.
040800     MOVE WS-BANK-CHECK-COUNT TO BCL-COUNT.
040900     WRITE LOCKBOX-BATCH-LINE FROM BATCH-COUNT-LINE.
041000     MOVE "APPLIED TO INVOICES ........:" TO BAL-LABEL.
041100     MOVE WS-CASH-APPLIED TO BAL-AMOUNT.
041200     WRITE LOCKBOX-BATCH-LINE FROM BATCH-AMOUNT-LINE.
041300     MOVE "TO UNAPPLIED CASH ..........:" TO BAL-LABEL.
041400     MOVE WS-CASH-UNAPPLIED TO BAL-AMOUNT.
041500     WRITE LOCKBOX-BATCH-LINE FROM BATCH-AMOUNT-LINE.
041600     MOVE "LOCKBOX BATCH TOTAL ........:" TO BAL-LABEL.
041700     MOVE WS-BATCH-TOTAL TO BAL-AMOUNT.
041800     WRITE LOCKBOX-BATCH-LINE FROM BATCH-AMOUNT-LINE.
041900     MOVE "BANK DEPOSIT TOTAL .........:" TO BAL-LABEL.
042000     MOVE WS-BANK-DEPOSIT-TOTAL TO BAL-AMOUNT.
042100     WRITE LOCKBOX-BATCH-LINE FROM BATCH-AMOUNT-LINE.
042200     MOVE SPACES TO LOCKBOX-BATCH-LINE.
042300     WRITE LOCKBOX-BATCH-LINE.
042400     EVALUATE TRUE
042500        WHEN WS-TRAILER-FOUND NOT = "Y"
042600             MOVE "*** NO BANK TRAILER -- TRANSMISSION IS SHORT"
042700                  TO LOCKBOX-BATCH-LINE
042800        WHEN WS-BATCH-TOTAL NOT = WS-BANK-DEPOSIT-TOTAL
042900          OR WS-CHECKS-READ NOT = WS-BANK-CHECK-COUNT
043000             MOVE "*** BATCH DOES NOT AGREE WITH BANK DEPOSIT"
043100                  TO LOCKBOX-BATCH-LINE
043200        WHEN OTHER
043300             MOVE "BATCH AGREES WITH BANK DEPOSIT"
043400                  TO LOCKBOX-BATCH-LINE
043500     END-EVALUATE.
043600     WRITE LOCKBOX-BATCH-LINE.
043700
043800 MAIN-PROCESS.
043900     PERFORM READ-NEXT-LOCKBOX.
044000     PERFORM TAKE-ONE-LOCKBOX-RECORD
044100             UNTIL WS-LOCKBOX-AT-END = "Y".
044200*    A FILE THAT STOPS SHORT OF ITS TRAILER STILL APPLIES THE
044300*    LAST CHECK IT CARRIED -- THE MONEY IS IN THE BANK -- BUT
044400*    THE RUN ENDS RC 8.
044500     IF WS-CHECK-OPEN = "Y"
044600        PERFORM APPLY-LOCKBOX-CHECK
044700     END-IF.
044800
044900 READ-NEXT-LOCKBOX.
045000     READ LOCKBOX-FILE
045100          AT END MOVE "Y" TO WS-LOCKBOX-AT-END.
045200     IF WS-LOCKBOX-AT-END NOT = "Y"
045300        ADD 1 TO WS-RECORDS-READ
045400     END-IF.
045500
045600*    A CHECK IS APPLIED WHEN THE NEXT CHECK OR THE TRAILER
045700*    SHOWS ALL ITS OVERFLOW RECORDS HAVE BEEN READ.  ANYTHING
045800*    AFTER THE TRAILER IS IGNORED.
045900 TAKE-ONE-LOCKBOX-RECORD.
046000     EVALUATE TRUE
046100        WHEN LBX-CHECK
046200             IF WS-CHECK-OPEN = "Y"
046300                PERFORM APPLY-LOCKBOX-CHECK
046400             END-IF
046500             PERFORM START-LOCKBOX-CHECK
046600        WHEN LBX-OVERFLOW AND WS-CHECK-OPEN = "Y"
046700             PERFORM ADD-OVERFLOW-REFERENCE
046800                     VARYING WS-LBX-SUB FROM 1 BY 1
046900                     UNTIL WS-LBX-SUB > 6
047000        WHEN LBX-TRAILER
047100             IF WS-CHECK-OPEN = "Y"
047200                PERFORM APPLY-LOCKBOX-CHECK
047300             END-IF
047400             MOVE "Y" TO WS-TRAILER-FOUND
047500             MOVE LBX-CHECK-COUNT   TO WS-BANK-CHECK-COUNT
047600             MOVE LBX-DEPOSIT-TOTAL TO WS-BANK-DEPOSIT-TOTAL
047700             MOVE "Y" TO WS-LOCKBOX-AT-END
047800        WHEN OTHER
047900             DISPLAY "LOCKBOX: RECORD " WS-RECORDS-READ
048000                     " TYPE '" LBX-RECORD-TYPE
048100                     "' OUT OF PLACE, IGNORED"
048200             ADD 1 TO WS-RECORDS-IN-ERROR
048300     END-EVALUATE.
048400     IF WS-LOCKBOX-AT-END NOT = "Y"
048500        PERFORM READ-NEXT-LOCKBOX
048600     END-IF.
048700
048800 START-LOCKBOX-CHECK.
048900     MOVE "Y"              TO WS-CHECK-OPEN.
049000     MOVE "N"              TO WS-REFS-DROPPED.
049100     MOVE LBX-CHECK-NUMBER TO WS-CHK-NUMBER.
049200     IF LBX-CHECK-AMOUNT IS NUMERIC
049300        MOVE LBX-CHECK-AMOUNT TO WS-CHK-AMOUNT
049400     ELSE
049500        DISPLAY "LOCKBOX: CHECK " LBX-CHECK-NUMBER
049600                " AMOUNT NOT NUMERIC, TAKEN AS ZERO"
049700        ADD 1 TO WS-RECORDS-IN-ERROR
049800        MOVE ZERO TO WS-CHK-AMOUNT
049900     END-IF.
050000*    NO USABLE ACCOUNT FROM THE BANK LEAVES THE CUSTOMER TO
050100*    THE FIRST INVOICE FOUND; EVERY LATER INVOICE ON THE
050200*    CHECK MUST THEN BELONG TO THE SAME CUSTOMER.
050300     IF LBX-CUSTOMER-ACCOUNT IS NUMERIC
050400        MOVE LBX-CUSTOMER-ID TO WS-CHK-CUSTOMER-ID
050500     ELSE
050600        MOVE ZERO TO WS-CHK-CUSTOMER-ID
050700     END-IF.
050800     MOVE ZERO TO WS-CHK-REF-COUNT.
050900     PERFORM ADD-CHECK-REFERENCE
051000             VARYING WS-LBX-SUB FROM 1 BY 1
051100             UNTIL WS-LBX-SUB > 6.
051200
051300 ADD-CHECK-REFERENCE.
051400     MOVE LBX-INVOICE-REF (WS-LBX-SUB) TO WS-NEW-REFERENCE.
051500     PERFORM STORE-REFERENCE.
051600
051700 ADD-OVERFLOW-REFERENCE.
051800     MOVE LBX-OVF-INVOICE-REF (WS-LBX-SUB) TO WS-NEW-REFERENCE.
051900     PERFORM STORE-REFERENCE.
052000
052100*    BLANK SLOTS ARE NOT REFERENCES.  PAST THE TABLE'S END THE
052200*    REST ARE DROPPED, ONCE LOUDLY -- THEIR MONEY STAYS ON
052300*    THE CHECK AND GOES TO UNAPPLIED CASH.
052400 STORE-REFERENCE.
052500     IF WS-NEW-REFERENCE NOT = SPACES
052600        IF WS-CHK-REF-COUNT < 24
052700           ADD 1 TO WS-CHK-REF-COUNT
052800           MOVE WS-NEW-REFERENCE
052900                TO WS-CHK-REF-TEXT (WS-CHK-REF-COUNT)
053000        ELSE
053100           IF WS-REFS-DROPPED NOT = "Y"
053200              MOVE "Y" TO WS-REFS-DROPPED
053300              DISPLAY "LOCKBOX: CHECK " WS-CHK-NUMBER
053400                      " NAMES MORE THAN 24 INVOICES, THE "
053500                      "REST ARE LEFT FOR THE WORKLIST"
053600           END-IF
053700        END-IF
053800     END-IF.
053900
054000*    THE CHECK PAYS DOWN ITS INVOICES IN THE ORDER THE BANK
054100*    LISTED THEM, EACH UP TO ITS OPEN BALANCE, UNTIL THE
054200*    MONEY RUNS OUT.  WHAT IS LEFT IS UNAPPLIED CASH.
054300 APPLY-LOCKBOX-CHECK.
054400     MOVE "N" TO WS-CHECK-OPEN.
054500     ADD 1 TO WS-CHECKS-READ.
054600     ADD WS-CHK-AMOUNT TO WS-BATCH-TOTAL.
054700     MOVE WS-CHK-AMOUNT TO WS-CHK-REMAINING.
054800     MOVE ZERO TO WS-CHK-APPLIED.
054900     MOVE ZERO TO WS-CHK-INVOICES-PAID.
055000     MOVE SPACES TO WS-CHK-REASON.
055100     EVALUATE TRUE
055200        WHEN WS-PERIOD-REJECT-CODE NOT = SPACES
055300             MOVE WS-PERIOD-REJECT-CODE TO WS-CHK-REASON
055400        WHEN WS-CHK-REF-COUNT = ZERO
055500             MOVE "NRF" TO WS-CHK-REASON
055600        WHEN OTHER
055700             PERFORM APPLY-ONE-REFERENCE
055800                     VARYING REF-IDX FROM 1 BY 1
055900                     UNTIL REF-IDX > WS-CHK-REF-COUNT
056000                        OR WS-CHK-REMAINING = ZERO
056100     END-EVALUATE.
056200     IF WS-CHK-REMAINING > ZERO
056300        IF WS-CHK-REASON = SPACES
056400           MOVE "OVR" TO WS-CHK-REASON
056500        END-IF
056600        PERFORM WRITE-UNAPPLIED-CASH
056700     ELSE
056800        MOVE SPACES TO WS-CHK-REASON
056900     END-IF.
057000     PERFORM WRITE-BATCH-DETAIL.
057100
057200 APPLY-ONE-REFERENCE.
057300     IF WS-CHK-REF-TEXT (REF-IDX) IS NOT NUMERIC
057400        OR WS-CHK-REF-NUMBER (REF-IDX) = ZERO
057500        MOVE "REF" TO WS-CHK-REASON
057600     ELSE
057700        MOVE WS-CHK-REF-NUMBER (REF-IDX)
057800             TO WS-APPLY-INVOICE-NUMBER
057900        PERFORM FIND-REGISTER-INVOICE
058000        EVALUATE TRUE
058100           WHEN WS-INVOICE-FOUND NOT = "Y"
058200                MOVE "INF" TO WS-CHK-REASON
058300           WHEN WS-CHK-CUSTOMER-ID NOT = ZERO
058400            AND CI-CUSTOMER-ID NOT = WS-CHK-CUSTOMER-ID
058500                MOVE "CUS" TO WS-CHK-REASON
058600           WHEN OTHER
058700                PERFORM APPLY-TO-OPEN-BALANCE
058800        END-EVALUATE
058900     END-IF.
059000
059100*    THE REGISTER IS SEQUENTIAL, SO EACH LOOKUP IS A FRESH SCAN
059200*    FROM THE TOP -- THE SAME WALK CSHRCPT MAKES.
059300 FIND-REGISTER-INVOICE.
059400     MOVE "N" TO WS-INVOICE-FOUND.
059500     MOVE "N" TO WS-REGISTER-AT-END.
059600     OPEN INPUT CUSTOMER-INVOICE-REGISTER-FILE.
059700     IF NOT REGISTER-FILE-OK
059800        DISPLAY "LOCKBOX: UNABLE TO OPEN INVOICE REGISTER, "
059900                "STATUS " WS-REGISTER-FILE-STATUS
060000        MOVE "Y" TO WS-REGISTER-AT-END
060100     ELSE
060200        PERFORM READ-NEXT-REGISTER
060300     END-IF.
060400     PERFORM MATCH-ONE-REGISTER
060500             UNTIL WS-REGISTER-AT-END = "Y".
060600     IF REGISTER-FILE-OK OR REGISTER-FILE-EOF
060700        CLOSE CUSTOMER-INVOICE-REGISTER-FILE
060800     END-IF.
060900
061000 MATCH-ONE-REGISTER.
061100     IF CI-INVOICE-NUMBER = WS-APPLY-INVOICE-NUMBER
061200        MOVE "Y" TO WS-INVOICE-FOUND
061300        MOVE "Y" TO WS-REGISTER-AT-END
061400     ELSE
061500        PERFORM READ-NEXT-REGISTER
061600     END-IF.
061700
061800 READ-NEXT-REGISTER.
061900     READ CUSTOMER-INVOICE-REGISTER-FILE
062000          AT END MOVE "Y" TO WS-REGISTER-AT-END.
062100
062200*    AN INVOICE ALREADY PAID IN FULL TAKES NOTHING -- CSHRCPT
062300*    WOULD REFUSE THE OVERAPPLICATION; HERE THE MONEY STAYS
062400*    ON THE CHECK FOR THE NEXT INVOICE OR THE WORKLIST.
062500 APPLY-TO-OPEN-BALANCE.
062600     IF WS-CHK-CUSTOMER-ID = ZERO
062700        MOVE CI-CUSTOMER-ID TO WS-CHK-CUSTOMER-ID
062800     END-IF.
062900     PERFORM SUM-PRIOR-RECEIPTS.
063000     COMPUTE WS-OPEN-BALANCE =
063100             CI-TOTAL-AMOUNT - WS-APPLIED-TO-DATE.
063200     IF WS-OPEN-BALANCE NOT > ZERO
063300        MOVE "OVR" TO WS-CHK-REASON
063400     ELSE
063500        IF WS-CHK-REMAINING < WS-OPEN-BALANCE
063600           MOVE WS-CHK-REMAINING TO WS-APPLY-AMOUNT
063700        ELSE
063800           MOVE WS-OPEN-BALANCE  TO WS-APPLY-AMOUNT
063900        END-IF
064000        PERFORM WRITE-RECEIPT-RECORD
064100     END-IF.
064200
064300*    ADD UP WHAT HAS ALREADY BEEN APPLIED AGAINST THIS INVOICE
064400*    AND NOTE THE HIGHEST RECEIPT LINE USED, SO THE NEW RECEIPT
064500*    GOES UNDER THE NEXT LINE -- AS CSHRCPT DOES.
064600 SUM-PRIOR-RECEIPTS.
064700     MOVE ZERO TO WS-APPLIED-TO-DATE.
064800     MOVE ZERO TO WS-HIGH-RECEIPT-LINE.
064900     MOVE "N"  TO WS-RECEIPT-SCAN-AT-END.
065000     MOVE WS-APPLY-INVOICE-NUMBER TO CR-INVOICE-NUMBER.
065100     MOVE ZERO                    TO CR-RECEIPT-LINE.
065200     START CASH-RECEIPTS-FILE KEY IS GREATER THAN CR-KEY
065300         INVALID KEY
065400            MOVE "Y" TO WS-RECEIPT-SCAN-AT-END
065500     END-START.
065600     IF WS-RECEIPT-SCAN-AT-END NOT = "Y"
065700        PERFORM READ-NEXT-RECEIPT
065800     END-IF.
065900     PERFORM ADD-ONE-PRIOR-RECEIPT
066000             UNTIL WS-RECEIPT-SCAN-AT-END = "Y".
066100
066200 ADD-ONE-PRIOR-RECEIPT.
066300     IF CR-INVOICE-NUMBER = WS-APPLY-INVOICE-NUMBER
066400        ADD CR-AMOUNT-APPLIED TO WS-APPLIED-TO-DATE
066500        MOVE CR-RECEIPT-LINE TO WS-HIGH-RECEIPT-LINE
066600        PERFORM READ-NEXT-RECEIPT
066700     ELSE
066800        MOVE "Y" TO WS-RECEIPT-SCAN-AT-END
066900     END-IF.
067000
067100 READ-NEXT-RECEIPT.
067200     READ CASH-RECEIPTS-FILE NEXT RECORD
067300          AT END MOVE "Y" TO WS-RECEIPT-SCAN-AT-END.
067400
067500*    THE APPLICATION LOOKS EXACTLY LIKE ONE CSHRCPT POSTS --
067600*    THE DEPOSIT DATE AS THE RECEIPT DATE AND TONIGHT AS THE
067700*    POSTING DATE, SO GLPOST JOURNALS IT TONIGHT.
067800 WRITE-RECEIPT-RECORD.
067900     MOVE SPACES TO CASH-RECEIPT-RECORD.
068000     MOVE WS-APPLY-INVOICE-NUMBER TO CR-INVOICE-NUMBER.
068100     COMPUTE CR-RECEIPT-LINE = WS-HIGH-RECEIPT-LINE + 1.
068200     MOVE WS-CHK-CUSTOMER-ID      TO CR-CUSTOMER-ID.
068300     MOVE WS-CHK-NUMBER           TO CR-CHECK-NUMBER.
068400     MOVE WS-DEPOSIT-DATE         TO CR-RECEIPT-DATE.
068500     MOVE WS-APPLY-AMOUNT         TO CR-AMOUNT-APPLIED.
068600     MOVE WS-RUN-DATE             TO CR-POSTED-DATE.
068700     WRITE CASH-RECEIPT-RECORD
068800         INVALID KEY
068900            DISPLAY "LOCKBOX: RECEIPT " CR-INVOICE-NUMBER "/"
069000                    CR-RECEIPT-LINE
069100                    " ALREADY EXISTS, LEFT UNAPPLIED"
069200            MOVE "DUP" TO WS-CHK-REASON
069300         NOT INVALID KEY
069400            ADD 1 TO WS-RECEIPTS-POSTED
069500            ADD 1 TO WS-CHK-INVOICES-PAID
069600            ADD WS-APPLY-AMOUNT TO WS-CASH-APPLIED
069700            ADD WS-APPLY-AMOUNT TO WS-CHK-APPLIED
069800            SUBTRACT WS-APPLY-AMOUNT FROM WS-CHK-REMAINING
069900            IF WS-APPLY-AMOUNT = WS-OPEN-BALANCE
070000               ADD 1 TO WS-INVOICES-PAID-FULL
070100            END-IF
070200     END-WRITE.
070300
070400*    ONE SUSPENSE RECORD AND ONE WORKLIST LINE PER CHECK WITH
070500*    MONEY LEFT, CARRYING THE BANK'S OWN REFERENCES SO THE
070600*    CLERK CAN CHASE THE REMITTANCE.
070700 WRITE-UNAPPLIED-CASH.
070800     MOVE SPACES TO UNAPPLIED-CASH-RECORD.
070900     MOVE WS-DEPOSIT-DATE    TO UC-DEPOSIT-DATE.
071000     MOVE WS-LOCKBOX-NUMBER  TO UC-LOCKBOX-NUMBER.
071100     MOVE WS-CHK-NUMBER      TO UC-CHECK-NUMBER.
071200     MOVE WS-CHK-CUSTOMER-ID TO UC-CUSTOMER-ID.
071300     MOVE WS-CHK-AMOUNT      TO UC-CHECK-AMOUNT.
071400     MOVE WS-CHK-REMAINING   TO UC-UNAPPLIED-AMOUNT.
071500     MOVE WS-CHK-REASON      TO UC-REASON-CODE.
071600     MOVE WS-RUN-DATE        TO UC-POSTED-DATE.
071700     PERFORM COPY-ONE-REFERENCE
071800             VARYING WS-LBX-SUB FROM 1 BY 1
071900             UNTIL WS-LBX-SUB > 3
072000                OR WS-LBX-SUB > WS-CHK-REF-COUNT.
072100     WRITE UNAPPLIED-CASH-RECORD.
072200     ADD 1 TO WS-UNAPPLIED-ITEMS.
072300     ADD WS-CHK-REMAINING TO WS-CASH-UNAPPLIED.
072400     PERFORM SET-REASON-TEXT.
072500     MOVE WS-CHK-NUMBER       TO WDL-CHECK-NUMBER.
072600     MOVE WS-CHK-CUSTOMER-ID  TO WDL-CUSTOMER-ID.
072700     MOVE WS-CHK-REMAINING    TO WDL-UNAPPLIED.
072800     MOVE WS-CHK-REASON       TO WDL-REASON-CODE.
072900     MOVE WS-REASON-TEXT      TO WDL-REASON-TEXT.
073000     MOVE UC-INVOICE-REF (1)  TO WDL-INVOICE-REF (1).
073100     MOVE UC-INVOICE-REF (2)  TO WDL-INVOICE-REF (2).
073200     MOVE UC-INVOICE-REF (3)  TO WDL-INVOICE-REF (3).
073300     WRITE UNAPPLIED-WORKLIST-LINE FROM WORKLIST-DETAIL-LINE.
073400
073500 COPY-ONE-REFERENCE.
073600     MOVE WS-CHK-REF-TEXT (WS-LBX-SUB)
073700          TO UC-INVOICE-REF (WS-LBX-SUB).
073800
073900 SET-REASON-TEXT.
074000     EVALUATE WS-CHK-REASON
074100        WHEN "NRF"
074200             MOVE "NO INVOICE REFERENCE" TO WS-REASON-TEXT
074300        WHEN "REF"
074400             MOVE "INVOICE REF NOT NUMERIC" TO WS-REASON-TEXT
074500        WHEN "INF"
074600             MOVE "INVOICE NOT ON REGISTER" TO WS-REASON-TEXT
074700        WHEN "CUS"
074800             MOVE "CUSTOMER DOES NOT MATCH" TO WS-REASON-TEXT
074900        WHEN "OVR"
075000             MOVE "AMOUNT OVER OPEN BALANCE" TO WS-REASON-TEXT
075100        WHEN "DUP"
075200             MOVE "RECEIPT ALREADY ON FILE" TO WS-REASON-TEXT
075300        WHEN "CLS"
075400             MOVE "POSTED INTO CLOSED YEAR" TO WS-REASON-TEXT
075500        WHEN OTHER
075600             MOVE "PERIOD CLOSED" TO WS-REASON-TEXT
075700     END-EVALUATE.
075800
075900 WRITE-BATCH-DETAIL.
076000     MOVE WS-CHK-NUMBER        TO BDL-CHECK-NUMBER.
076100     MOVE WS-CHK-CUSTOMER-ID   TO BDL-CUSTOMER-ID.
076200     MOVE WS-CHK-AMOUNT        TO BDL-CHECK-AMOUNT.
076300     MOVE WS-CHK-APPLIED       TO BDL-APPLIED.
076400     MOVE WS-CHK-REMAINING     TO BDL-UNAPPLIED.
076500     MOVE WS-CHK-INVOICES-PAID TO BDL-INVOICES-PAID.
076600     MOVE WS-CHK-REASON        TO BDL-REASON.
076700     WRITE LOCKBOX-BATCH-LINE FROM BATCH-DETAIL-LINE.
