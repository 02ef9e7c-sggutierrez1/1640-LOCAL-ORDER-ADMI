002164*                     vendor with no bank detail FALLS BACK
002167*                     TO A CHECK, LOUDLY.  The register
002170*                     shows ACH or CHK on every line.
      *   RWH   2026-10-15  Every check cut goes on the POSPAY
      *                     positive-pay issue file for the bank,
      *                     with header and trailer control count
      *                     and total; the voids PAYVOID left on
      *                     POSVOID go out on the same file.  The
      *                     drawing account is kept on PAYCTL, and
      *                     each payment record carries its method.
      *   RWH   2026-10-15  Approved vendor credit memos net
      *                     against the vendor's payment when the
      *                     vendor's invoices are all selected --
      *                     each credit taken is its own payment
      *                     record, unused credit carries forward,
      *                     and a payment the credits wipe out
      *                     registers as CRD with no check or ACH.
      *   RWH   2026-10-15  Vendors are paid in their own currency
      *                     at the day's rate on CURRATE -- the
      *                     register line, ACH record and check
      *                     carry the vendor's currency, and each
      *                     payment record carries the USD net and
      *                     discount at that rate, the USD the
      *                     invoice was booked at, and the realized
      *                     exchange gain or loss between the two
      *                     for GLPOST.  Run totals and the
      *                     checkpoint are in USD.  An invoice with
      *                     no current rate, or booked in another
      *                     currency than the vendor's, is skipped.
      *   RWH   2026-10-15  A vendor without a current W-9 and
      *                     certificate of insurance is not paid:
      *                     each invoice that came due is held and
      *                     listed on the register with the reason
      *                     -- see VDCCHK.
002173*--------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
004792         ASSIGN TO "ACHEXT"
004794         ORGANIZATION IS LINE SEQUENTIAL.
004800
004805*    THE NIGHT'S POSITIVE-PAY TRANSMISSION TO THE BANK, AND
004810*    THE VOIDS PAYVOID HAS QUEUED FOR IT SINCE THE LAST ONE.
004815     SELECT POSITIVE-PAY-FILE
004820         ASSIGN TO "POSPAY"
004825         ORGANIZATION IS LINE SEQUENTIAL.
004830
004835     SELECT OPTIONAL PENDING-VOID-FILE
004840         ASSIGN TO "POSVOID"
004845         ORGANIZATION IS LINE SEQUENTIAL
004850         FILE STATUS IS WS-POSVOID-FILE-STATUS.
004855
004860     SELECT CURRENCY-RATE-FILE
004865         ASSIGN TO "CURRATE"
004870         ORGANIZATION IS LINE SEQUENTIAL
004875         FILE STATUS IS WS-RATE-FILE-STATUS.
004880
004900 DATA DIVISION.
005000 FILE SECTION.
005100
005300     COPY FILEVTA.
005400     COPY VNDPAY.
005410     COPY VNDBANK.
005415     COPY CURRATE.
005420
005430*    ONE FIXED-LAYOUT RECORD PER ELECTRONIC PAYMENT, IN THE
005440*    SHAPE THE BANK TAKES -- PRODUCED ALONGSIDE THE CHECK
005492     05 ACH-NET-AMOUNT         PIC 9(11)V99.
005494     05 ACH-VENDOR-NUMBER      PIC 9(5).
005496     05 ACH-VENDOR-NAME        PIC X(30).
005497*    APPENDED -- THE CURRENCY ACH-NET-AMOUNT IS IN.
005498     05 ACH-CURRENCY-CODE      PIC X(03).
005500
005502 FD  PAYMENT-CHECKPOINT-FILE
005504     LABEL RECORDS ARE STANDARD.
005527     05 CKPT-GROUP-INV-COUNT   PIC 9(5).
005528     05 CKPT-GROUP-NET         PIC 9(11)V99.
005529     05 CKPT-GROUP-METHOD      PIC X(01).
      *    THE POSITIVE-PAY ITEMS ALREADY ON THE ISSUE FILE, FOR
      *    THE TRAILER A RESTARTED RUN WRITES.
           05 CKPT-POSPAY-COUNT      PIC 9(7).
           05 CKPT-POSPAY-TOTAL      PIC 9(12)V99.
      *    CREDIT MEMOS TAKEN -- FOR THE RUN, AND AGAINST THE GROUP
      *    ON RECORD, SO THE REPAIR PASS CAN TELL A CREDIT RECORD
      *    THE CHECKPOINT NEVER SAW.
           05 CKPT-TOTAL-CREDIT      PIC 9(11)V99.
           05 CKPT-GROUP-CREDIT      PIC 9(11)V99.
      *    THE CURRENCY AND RATE THE OPEN GROUP IS PAYING AT.
           05 CKPT-GROUP-CURRENCY    PIC X(03).
           05 CKPT-GROUP-RATE        PIC 9(5)V9(4).
005534
005536     COPY PAYCTL.
005538     COPY POSPAY.
005540
005542*    PAYVOID'S VOID ITEMS, IN THE POSITIVE-PAY DETAIL LAYOUT.
005544 FD  PENDING-VOID-FILE
005550     LABEL RECORDS ARE STANDARD.
005570 01  PENDING-VOID-RECORD       PIC X(88).
005580
005600 FD  CHECK-REGISTER-REPORT
005700     LABEL RECORDS ARE STANDARD.
009229 01  WS-REPAIR-GRP-NUMBER      PIC 9(7) VALUE ZERO.
009246 01  WS-REPAIR-AT-END          PIC X VALUE "N".
009263 01  WS-INVOICES-REPAIRED      PIC 9(7) VALUE ZERO.
      *    CREDIT TAKEN UNDER THE CHECKPOINT'S PAYMENT NUMBER, AS
      *    THE PAYMENT FILE SHOWS IT.
       01  WS-REPAIR-CREDIT-SEEN     PIC 9(11)V99 VALUE ZERO.
       01  WS-REPAIR-CREDIT-EXTRA    PIC 9(11)V99 VALUE ZERO.

           COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
               ==WS-POSVOID-FILE-STATUS== ==PFX-FILE-OK== BY
               ==POSVOID-FILE-OK== ==PFX-FILE-EOF== BY
               ==POSVOID-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
               ==POSVOID-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
               ==POSVOID-FILE-NOT-FOUND==
               ==PFX-FILE-BOUNDARY-VIOLATION== BY
               ==POSVOID-FILE-BOUNDARY-VIOLATION==.

           COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
               ==WS-RATE-FILE-STATUS== ==PFX-FILE-OK== BY
               ==RATE-FILE-OK== ==PFX-FILE-EOF== BY
               ==RATE-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
               ==RATE-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
               ==RATE-FILE-NOT-FOUND==
               ==PFX-FILE-BOUNDARY-VIOLATION== BY
               ==RATE-FILE-BOUNDARY-VIOLATION==.
009280
009300 01  WS-RUN-DATE               PIC 9(8).
009303*    THE ACCOUNT OUR CHECKS ARE DRAWN ON, OFF PAYCTL.
009306 01  WS-DISBURSEMENT-ACCOUNT   PIC X(17) VALUE SPACES.
009309 01  WS-POSVOID-AT-END         PIC X VALUE "N".
009312
009315*    THE DAY'S RATES TO USD, OFF CURRATE.  A RATE MORE THAN
009318*    THIS MANY DAYS OLD IS NOT THE DAY'S RATE AND IS NOT USED
009321*    -- THE SAME LIMIT COBVALU HOLDS RATELOAD TO.
009324 01  WS-MAX-RATE-AGE-DAYS      PIC 9(3) VALUE 5.
009327 01  WS-RATE-AGE               PIC S9(7) VALUE ZERO.
009330 01  WS-RATE-AT-END            PIC X VALUE "N".
009333 01  WS-CURRENCY-COUNT         PIC 9(2) VALUE ZERO.
009336 01  WS-CURRENCY-TABLE.
009339     05 WS-CURR-ENTRY OCCURS 10 TIMES INDEXED BY CURR-IDX.
009342         10 WS-CURR-CODE       PIC X(03).
009345         10 WS-CURR-RATE       PIC 9(5)V9(4).
009348*    THE CURRENCY THE VENDOR IN THE BUFFER IS PAID IN AND
009351*    TODAY'S RATE FOR IT; THE CURRENCY AND BOOKED RATE OF THE
009354*    INVOICE IN THE BUFFER, AND WHAT IT WAS BOOKED AT IN USD.
009357*    A BLANK CODE IS US DOLLARS, AT 1.
009360 01  WS-VENDOR-CURRENCY        PIC X(03) VALUE SPACES.
009363 01  WS-ACTIVE-RATE            PIC 9(5)V9(4) VALUE ZERO.
009366 01  WS-RATE-FOUND             PIC X VALUE "N".
009369 01  WS-INVOICE-CURRENCY       PIC X(03) VALUE SPACES.
009372 01  WS-INVOICE-RATE           PIC 9(5)V9(4) VALUE ZERO.
009375 01  WS-INVOICE-USD-AMOUNT     PIC S9(9)V99 VALUE ZERO.
009378*    A PAYMENT RECORD'S USD NET AND DISCOUNT, AND THE RATE IT
009381*    WAS PAID AT, FOR THE REPAIR PASS -- A RECORD WRITTEN
009384*    BEFORE CURRENCIES WERE KEPT IS US DOLLARS.
009387 01  WS-RECORD-USD-NET         PIC S9(9)V99 VALUE ZERO.
009390 01  WS-RECORD-USD-DISCOUNT    PIC 9(7)V99 VALUE ZERO.
009393 01  WS-REPAIR-CREDIT-RATE     PIC 9(5)V9(4) VALUE 1.
009396 01  WS-USD-CREDIT-TAKEN       PIC 9(11)V99 VALUE ZERO.
009400
009500 01  WS-CONTROL-TOTALS.
009600     05 WS-INVOICES-READ       PIC 9(7) VALUE ZERO.
010000     05 WS-TOTAL-GROSS         PIC 9(11)V99 VALUE ZERO.
010100     05 WS-TOTAL-DISCOUNT      PIC 9(9)V99 VALUE ZERO.
010200     05 WS-TOTAL-NET           PIC 9(11)V99 VALUE ZERO.
010220*    EVERY DETAIL ON THE POSITIVE-PAY FILE, ISSUES AND VOIDS
010240*    ALIKE -- WHAT THE TRAILER CARRIES.
010260     05 WS-POSPAY-COUNT        PIC 9(7) VALUE ZERO.
010280     05 WS-POSPAY-TOTAL        PIC 9(12)V99 VALUE ZERO.
010285     05 WS-CREDITS-APPLIED     PIC 9(7) VALUE ZERO.
010290     05 WS-TOTAL-CREDIT        PIC 9(11)V99 VALUE ZERO.
010295     05 WS-OFFSET-PAYMENTS     PIC 9(7) VALUE ZERO.
010297     05 WS-FOREIGN-INVOICES    PIC 9(7) VALUE ZERO.
010298     05 WS-DOCUMENT-HOLDS      PIC 9(7) VALUE ZERO.
010300
010400*    THE PAYMENT BEING BUILT -- ALL SELECTED INVOICES FOR ONE
010500*    VENDOR GO UNDER ONE PAYMENT NUMBER, AND THE REGISTER LINE
011230     05 WS-PAY-METHOD          PIC X(01) VALUE "C".
011240     05 WS-PAY-BANK-FOUND      PIC X VALUE "N".
011250     05 WS-PAY-VENDOR-NAME     PIC X(30) VALUE SPACES.
011251     05 WS-PAY-CREDIT-TOTAL    PIC 9(11)V99 VALUE ZERO.
011252*    THE CURRENCY THE PAYMENT GOES OUT IN AND TODAY'S RATE
011253*    FOR IT -- WS-PAY-NET-TOTAL AND WS-PAY-CREDIT-TOTAL ARE
011254*    IN THAT CURRENCY.
011255     05 WS-PAY-CURRENCY        PIC X(03) VALUE "USD".
011256     05 WS-PAY-RATE            PIC 9(5)V9(4) VALUE 1.
011257
011258*    THE VENDOR THE INVOICE SCAN IS WORKING THROUGH.  WHEN IT
011259*    BREAKS, THE VENDOR'S OPEN CREDITS ARE TAKEN AGAINST THE
011260*    PAYMENT BUILT FOR IT, AND THE SCAN PICKS UP AGAIN AT THE
011261*    HELD KEY.
011262 01  WS-SCAN-VENDOR-NUMBER     PIC 9(5) VALUE ZERO.
011263 01  WS-SCAN-HOLD-KEY          PIC X(15) VALUE SPACES.
011264 01  WS-CREDIT-SCAN-AT-END     PIC X VALUE "N".
011265 01  WS-CREDIT-REMAINING       PIC S9(11)V99 VALUE ZERO.
011266 01  WS-CREDIT-TAKEN           PIC 9(11)V99 VALUE ZERO.
011267
011268*    CREDIT ALREADY TAKEN AGAINST EACH CREDIT MEMO, SUMMED
011269*    OFF THE UNVOIDED CREDIT RECORDS ON THE PAYMENT FILE --
011270*    WHAT IS LEFT OF A MEMO IS ITS AMOUNT LESS THIS.
011271 01  WS-PAYMENT-AT-END         PIC X VALUE "N".
011272 01  WS-TAKEN-OVERFLOW         PIC X VALUE "N".
011273 01  WS-CREDIT-KEY.
011274     05 WS-CREDIT-VENDOR       PIC 9(5).
011275     05 WS-CREDIT-INVOICE      PIC X(10).
011276 01  WS-TAKEN-COUNT            PIC 9(5) VALUE ZERO.
011277 01  WS-TAKEN-TABLE.
011278     05 WS-TAKEN-ENTRY OCCURS 2000 TIMES
011279                       INDEXED BY TAKEN-IDX.
011280        10 WS-TK-VENDOR-NUMBER PIC 9(5).
011281        10 WS-TK-INVOICE-NUMBER PIC X(10).
011282        10 WS-TK-AMOUNT        PIC 9(11)V99.
011300
011400 01  WS-DUE-DATE               PIC 9(8) VALUE ZERO.
011500 01  WS-DISCOUNT-CUTOFF        PIC 9(8) VALUE ZERO.
012600     05 DATECALC-RESULT-DATE   PIC 9(8).
012700     05 DATECALC-FEEDBACK      PIC XX.
012800
012808*    PARAMETER PASSED TO THE SHARED VENDOR-COMPLIANCE CHECK
012816*    SUBPROGRAM -- SEE VDCCHK.
012824 01  PAYSEL-VDCCHK-PARM.
012832     05 VDCCHK-VENDOR-NUMBER   PIC 9(5).
012840     05 VDCCHK-AS-OF-DATE      PIC 9(8).
012848     05 VDCCHK-COMPLIANT-SWITCH PIC X(01).
012856         88 VDCCHK-COMPLIANT            VALUE "Y".
012864         88 VDCCHK-NOT-COMPLIANT        VALUE "N".
012872     05 VDCCHK-REASON-CODE     PIC X(03).
012880     05 VDCCHK-REASON-TEXT     PIC X(25).
012888
012900 01  HEADING-LINE-1.
013000     05 FILLER                 PIC X(26)
013100                  VALUE "CHECK REGISTER - RUN DATE ".
013900     05 FILLER                 PIC X(08) VALUE "INVOICES".
014000     05 FILLER                 PIC X(02) VALUE SPACES.
014100     05 FILLER                 PIC X(14) VALUE "NET AMOUNT".
014103     05 FILLER                 PIC X(04) VALUE SPACES.
014106     05 FILLER                 PIC X(03) VALUE "CUR".
014110     05 FILLER                 PIC X(02) VALUE SPACES.
014120     05 FILLER                 PIC X(03) VALUE "VIA".
014200
014800     05 REG-INVOICE-COUNT      PIC ZZZZ9.
014900     05 FILLER                 PIC X(05) VALUE SPACES.
015000     05 REG-NET-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
015003     05 FILLER                 PIC X(01) VALUE SPACES.
015006     05 REG-CURRENCY           PIC X(03).
015010     05 FILLER                 PIC X(02) VALUE SPACES.
015020     05 REG-PAY-METHOD         PIC X(03).
015100
015106*    AN INVOICE DUE TONIGHT BUT HELD FOR THE VENDOR'S
015112*    DOCUMENTS -- LISTED SO AP CAN SEE WHAT DID NOT GO OUT.
015118 01  HELD-INVOICE-LINE.
015124     05 FILLER                 PIC X(07) VALUE "HELD".
015130     05 FILLER                 PIC X(04) VALUE SPACES.
015136     05 HLD-VENDOR-NUMBER      PIC ZZZZ9.
015142     05 FILLER                 PIC X(02) VALUE SPACES.
015148     05 HLD-INVOICE-NUMBER     PIC X(10).
015154     05 FILLER                 PIC X(01) VALUE SPACES.
015160     05 HLD-INVOICE-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
015166     05 FILLER                 PIC X(01) VALUE SPACES.
015172     05 HLD-CURRENCY           PIC X(03).
015178     05 FILLER                 PIC X(02) VALUE SPACES.
015184     05 HLD-REASON-TEXT        PIC X(25).
015190
015200 01  TOTAL-LINE-1.
015300     05 FILLER                 PIC X(20)
015400                  VALUE "TOTAL GROSS (USD): ".
015500     05 TOT-GROSS              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
015600
015700 01  TOTAL-LINE-2.
015800     05 FILLER                 PIC X(20)
015900                  VALUE "TOTAL DISC. (USD): ".
016000     05 TOT-DISCOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
016016
016032 01  TOTAL-LINE-CREDIT.
016048     05 FILLER                 PIC X(20)
016064                  VALUE "TOTAL CREDIT(USD): ".
016080     05 TOT-CREDIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
016100
016200 01  TOTAL-LINE-3.
016300     05 FILLER                 PIC X(20)
016400                  VALUE "TOTAL NET (USD) .: ".
016500     05 TOT-NET                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
016600
016700 PROCEDURE DIVISION.
017500
017600 OPENING-PROCEDURE.
017700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017702     PERFORM LOAD-CURRENCY-TABLE.
017705     PERFORM READ-PAYMENT-CHECKPOINT.
017710     PERFORM READ-PAYMENT-NUMBER-CONTROL.
017715     IF WS-RESTART-RUN
017720        PERFORM REPAIR-FROM-PAYMENT-FILE
           END-IF.
           PERFORM LOAD-CREDITS-TAKEN.
           IF WS-TAKEN-OVERFLOW = "Y"
              DISPLAY "PAYSEL: CREDIT TABLE FULL LOADING THE PAYMENT "
                      "FILE, RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GO TO PROGRAM-DONE
017725     END-IF.
017800     OPEN I-O VENDOR-INVOICE-FILE.
017900     IF NOT INVOICE-FILE-OK
020400        WRITE CHECK-REGISTER-LINE FROM HEADING-LINE-1
020500        WRITE CHECK-REGISTER-LINE FROM HEADING-LINE-2
020510     END-IF.
020513*    SO DOES THE POSITIVE-PAY FILE.
020516     PERFORM OPEN-POSITIVE-PAY-FILE.
020520     IF WS-RESTART-RUN
020530        AND WS-PAY-VENDOR-OPEN = "Y"
020540        PERFORM RESOLVE-REOPENED-GROUP
020652             NOT AT END
020654                COMPUTE WS-PAYMENT-NUMBER =
020656                        CTL-NEXT-PAYMENT-NUMBER - 1
                       MOVE CTL-DISBURSEMENT-ACCOUNT
                            TO WS-DISBURSEMENT-ACCOUNT
020658        END-READ
020660        CLOSE PAYMENT-NUMBER-CONTROL-FILE
020662     END-IF.
020668     OPEN OUTPUT PAYMENT-NUMBER-CONTROL-FILE.
020670     COMPUTE CTL-NEXT-PAYMENT-NUMBER =
020672             WS-PAYMENT-NUMBER + 1.
020673     MOVE WS-DISBURSEMENT-ACCOUNT TO CTL-DISBURSEMENT-ACCOUNT.
020674     WRITE PAYMENT-NUMBER-CONTROL-RECORD.
020676     CLOSE PAYMENT-NUMBER-CONTROL-FILE.

      *    THE CREDIT ALREADY TAKEN AGAINST EVERY CREDIT MEMO, OFF
      *    THE PAYMENT FILE BEFORE IT OPENS FOR EXTEND.  A VOIDED
      *    CREDIT RECORD GAVE ITS CREDIT BACK.
       LOAD-CREDITS-TAKEN.
           MOVE "N" TO WS-PAYMENT-AT-END.
           MOVE "N" TO WS-TAKEN-OVERFLOW.
           OPEN INPUT VENDOR-PAYMENT-FILE.
           IF NOT PAYMENT-FILE-OK
              MOVE "Y" TO WS-PAYMENT-AT-END
           END-IF.
           PERFORM LOAD-ONE-CREDIT-TAKEN
                   UNTIL WS-PAYMENT-AT-END = "Y".
           IF PAYMENT-FILE-OK OR PAYMENT-FILE-EOF
              CLOSE VENDOR-PAYMENT-FILE
           END-IF.

       LOAD-ONE-CREDIT-TAKEN.
           READ VENDOR-PAYMENT-FILE
                AT END
                   MOVE "Y" TO WS-PAYMENT-AT-END
                NOT AT END
                   IF PAY-GROSS-AMOUNT < ZERO
                      AND NOT PAY-VOIDED
                      PERFORM COUNT-ONE-CREDIT-TAKEN
                   END-IF
           END-READ.

       COUNT-ONE-CREDIT-TAKEN.
           MOVE PAY-VENDOR-NUMBER  TO WS-CREDIT-VENDOR.
           MOVE PAY-INVOICE-NUMBER TO WS-CREDIT-INVOICE.
           PERFORM FIND-CREDIT-TAKEN.
           IF WS-TAKEN-OVERFLOW NOT = "Y"
              SUBTRACT PAY-NET-AMOUNT FROM WS-TK-AMOUNT (TAKEN-IDX)
           END-IF.

      *    A MISSING RATE FILE LEAVES THE TABLE EMPTY -- USD
      *    VENDORS ARE STILL PAID, FOREIGN ONES WAIT FOR A RATE.
       LOAD-CURRENCY-TABLE.
           MOVE "N" TO WS-RATE-AT-END.
           OPEN INPUT CURRENCY-RATE-FILE.
           IF NOT RATE-FILE-OK
              MOVE "Y" TO WS-RATE-AT-END
           ELSE
              PERFORM READ-NEXT-RATE
           END-IF.
           PERFORM LOAD-ONE-RATE UNTIL WS-RATE-AT-END = "Y".
           IF RATE-FILE-OK OR RATE-FILE-EOF
              CLOSE CURRENCY-RATE-FILE
           END-IF.

       READ-NEXT-RATE.
           READ CURRENCY-RATE-FILE
                AT END MOVE "Y" TO WS-RATE-AT-END.

       LOAD-ONE-RATE.
           PERFORM AGE-ONE-RATE.
           EVALUATE TRUE
              WHEN WS-RATE-AGE < ZERO
                   OR WS-RATE-AGE > WS-MAX-RATE-AGE-DAYS
                   DISPLAY "PAYSEL: RATE FOR " CRT-CURRENCY-CODE
                           " IS NOT CURRENT, NOT USED"
              WHEN WS-CURRENCY-COUNT < 10
                   ADD 1 TO WS-CURRENCY-COUNT
                   MOVE CRT-CURRENCY-CODE
                        TO WS-CURR-CODE (WS-CURRENCY-COUNT)
                   MOVE CRT-RATE-TO-USD
                        TO WS-CURR-RATE (WS-CURRENCY-COUNT)
              WHEN OTHER
                   DISPLAY "PAYSEL: CURRENCY TABLE FULL, "
                           CRT-CURRENCY-CODE " IGNORED"
           END-EVALUATE.
           PERFORM READ-NEXT-RATE.

       AGE-ONE-RATE.
           MOVE "D"                TO DATECALC-FUNCTION.
           MOVE WS-RUN-DATE        TO DATECALC-DATE-1.
           MOVE CRT-EFFECTIVE-DATE TO DATECALC-DATE-2.
           CALL "DATECALC" USING PAYSEL-DATECALC-PARM.
           IF DATECALC-FEEDBACK = "OK"
              MOVE DATECALC-DAYS TO WS-RATE-AGE
           ELSE
              MOVE 999 TO WS-RATE-AGE
           END-IF.
020678
020700 CLOSING-PROCEDURE.
020710*    THE LAST LINE IS CUT AND CHECKPOINTED CLOSED BEFORE
021000     END-IF.
021040     PERFORM SAVE-PAYMENT-NUMBER-CONTROL.
021050     PERFORM CLEAR-PAYMENT-CHECKPOINT.
021057     PERFORM WRITE-POSITIVE-PAY-TRAILER.
021064     CLOSE POSITIVE-PAY-FILE.
021071*    THE QUEUED VOIDS ARE ON TONIGHT'S FILE -- EMPTY THE
021078*    QUEUE SO THEY ARE NOT SENT AGAIN.
021085     OPEN OUTPUT PENDING-VOID-FILE.
021092     CLOSE PENDING-VOID-FILE.
021100     MOVE WS-TOTAL-GROSS    TO TOT-GROSS.
021200     MOVE WS-TOTAL-DISCOUNT TO TOT-DISCOUNT.
021250     MOVE WS-TOTAL-CREDIT   TO TOT-CREDIT.
021300     MOVE WS-TOTAL-NET      TO TOT-NET.
021400     MOVE SPACES TO CHECK-REGISTER-LINE.
021500     WRITE CHECK-REGISTER-LINE.
021600     WRITE CHECK-REGISTER-LINE FROM TOTAL-LINE-1.
021700     WRITE CHECK-REGISTER-LINE FROM TOTAL-LINE-2.
021750     WRITE CHECK-REGISTER-LINE FROM TOTAL-LINE-CREDIT.
021800     WRITE CHECK-REGISTER-LINE FROM TOTAL-LINE-3.
021900     CLOSE VENDOR-INVOICE-FILE.
022000     CLOSE VENDOR-FILE.
022700     DISPLAY "  PAYMENTS WRITTEN .....: " WS-PAYMENTS-WRITTEN.
022710     DISPLAY "  PAID BY ACH ..........: " WS-ACH-PAYMENTS.
022720     DISPLAY "  PAID BY CHECK ........: " WS-CHECK-PAYMENTS.
022723     DISPLAY "  SETTLED BY CREDIT ....: " WS-OFFSET-PAYMENTS.
022726     DISPLAY "  CREDITS APPLIED ......: " WS-CREDITS-APPLIED.
022730     DISPLAY "  INVOICES REPAIRED ....: " WS-INVOICES-REPAIRED.
022747     DISPLAY "  PAID IN FOREIGN CURR .: " WS-FOREIGN-INVOICES.
022756     DISPLAY "  HELD FOR VENDOR DOCS .: " WS-DOCUMENT-HOLDS.
022765     DISPLAY "  POSITIVE-PAY ITEMS ...: " WS-POSPAY-COUNT.
022800     IF WS-INVOICES-IN-ERROR > ZERO
022850        OR WS-DISBURSEMENT-ACCOUNT = SPACES
022900        MOVE 4 TO RETURN-CODE
023000     ELSE
023100        MOVE 0 TO RETURN-CODE
023500        PERFORM READ-NEXT-INVOICE
023510     END-IF.
023600     PERFORM SELECT-ONE-INVOICE UNTIL FILE-AT-END = "Y".
023650     PERFORM CLOSE-VENDOR-SCAN.
023700
023800 READ-NEXT-INVOICE.
023900     READ VENDOR-INVOICE-FILE NEXT RECORD
024000          AT END MOVE "Y" TO FILE-AT-END.
024100
024200 SELECT-ONE-INVOICE.
024220     IF INV-VENDOR-NUMBER NOT = WS-SCAN-VENDOR-NUMBER
024240        PERFORM CLOSE-VENDOR-SCAN
024260        MOVE INV-VENDOR-NUMBER TO WS-SCAN-VENDOR-NUMBER
024280     END-IF.
024300     ADD 1 TO WS-INVOICES-READ.
024325*    A CREDIT MEMO IS NEVER PAID ON TERMS -- IT IS TAKEN
024350*    AGAINST THE VENDOR'S PAYMENT WHEN THE VENDOR BREAKS.
024375*    A SCAN THAT COULD NOT RESUME LEAVES NOTHING TO SELECT.
024400     IF INV-STATUS-APPROVED
024433        AND NOT INV-CREDIT-MEMO
024466        AND FILE-AT-END NOT = "Y"
024500        PERFORM EVALUATE-INVOICE-TERMS
024600     END-IF.
024700     PERFORM READ-NEXT-INVOICE.
028300             COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
028400                     INV-INVOICE-AMOUNT
028500                     * VENDOR-DISCOUNT-PERCENT / 100
028600             PERFORM PAY-IN-VENDOR-CURRENCY
028700        WHEN WS-DUE-DATE NOT > WS-RUN-DATE
028800             MOVE ZERO TO WS-DISCOUNT-AMOUNT
028900             PERFORM PAY-IN-VENDOR-CURRENCY
029000        WHEN OTHER
029100             CONTINUE
029200     END-EVALUATE.
029201
029202*    THE VENDOR IS PAID IN ITS OWN CURRENCY AT TODAY'S RATE.
029203*    AN INVOICE BOOKED IN ANOTHER CURRENCY -- THE VENDOR'S
029204*    WAS CHANGED SINCE -- OR ONE WITH NO CURRENT RATE WAITS
029205*    FOR AP.
029206 PAY-IN-VENDOR-CURRENCY.
029207     PERFORM RESOLVE-INVOICE-CURRENCY.
029208     MOVE INV-VENDOR-NUMBER TO VDCCHK-VENDOR-NUMBER.
029209     MOVE WS-RUN-DATE       TO VDCCHK-AS-OF-DATE.
029210     CALL "VDCCHK" USING PAYSEL-VDCCHK-PARM.
029211     MOVE VENDOR-CURRENCY-CODE TO WS-VENDOR-CURRENCY.
029212     IF VENDOR-BILLS-IN-USD
029213        MOVE "USD" TO WS-VENDOR-CURRENCY
029214     END-IF.
029215     PERFORM FIND-CURRENCY-RATE.
029216     EVALUATE TRUE
029217        WHEN VDCCHK-NOT-COMPLIANT
029218             PERFORM HOLD-FOR-VENDOR-DOCUMENTS
029219        WHEN WS-INVOICE-CURRENCY NOT = WS-VENDOR-CURRENCY
029220             DISPLAY "PAYSEL: INVOICE " INV-VENDOR-NUMBER "/"
029221                     INV-INVOICE-NUMBER " IS IN "
029222                     WS-INVOICE-CURRENCY ", VENDOR IS PAID IN "
029223                     WS-VENDOR-CURRENCY ", SKIPPED"
029224             ADD 1 TO WS-INVOICES-IN-ERROR
029225        WHEN WS-RATE-FOUND NOT = "Y"
029226             DISPLAY "PAYSEL: NO CURRENT RATE FOR "
029227                     WS-VENDOR-CURRENCY ", INVOICE "
029228                     INV-VENDOR-NUMBER "/" INV-INVOICE-NUMBER
029229                     " SKIPPED"
029230             ADD 1 TO WS-INVOICES-IN-ERROR
029231        WHEN OTHER
029232             PERFORM PAY-THIS-INVOICE
029233     END-EVALUATE.
029234
029235*    THE INVOICE STAYS APPROVED AND COMES UP AGAIN THE FIRST
029236*    NIGHT AFTER PURCHASING HAS THE VENDOR'S PAPERS ON FILE.
029237 HOLD-FOR-VENDOR-DOCUMENTS.
029238     DISPLAY "PAYSEL: INVOICE " INV-VENDOR-NUMBER "/"
029239             INV-INVOICE-NUMBER " HELD, " VDCCHK-REASON-TEXT.
029240     MOVE INV-VENDOR-NUMBER  TO HLD-VENDOR-NUMBER.
029241     MOVE INV-INVOICE-NUMBER TO HLD-INVOICE-NUMBER.
029242     MOVE INV-INVOICE-AMOUNT TO HLD-INVOICE-AMOUNT.
029243     MOVE WS-INVOICE-CURRENCY TO HLD-CURRENCY.
029244     MOVE VDCCHK-REASON-TEXT TO HLD-REASON-TEXT.
029245     WRITE CHECK-REGISTER-LINE FROM HELD-INVOICE-LINE.
029246     ADD 1 TO WS-DOCUMENT-HOLDS.
029247
029248*    THE CURRENCY, BOOKED RATE AND BOOKED USD OF THE INVOICE
029249*    IN THE BUFFER.  ONE PUT ON BEFORE CURRENCIES WERE KEPT
029250*    IS US DOLLARS AT 1.
029251 RESOLVE-INVOICE-CURRENCY.
029252     IF INV-EXCHANGE-RATE NOT NUMERIC
029253        OR INV-EXCHANGE-RATE = ZERO
029254        OR INV-USD-AMOUNT NOT NUMERIC
029255        MOVE "USD"              TO WS-INVOICE-CURRENCY
029256        MOVE 1                  TO WS-INVOICE-RATE
029257        MOVE INV-INVOICE-AMOUNT TO WS-INVOICE-USD-AMOUNT
029258     ELSE
029259        MOVE INV-CURRENCY-CODE  TO WS-INVOICE-CURRENCY
029260        MOVE INV-EXCHANGE-RATE  TO WS-INVOICE-RATE
029261        MOVE INV-USD-AMOUNT     TO WS-INVOICE-USD-AMOUNT
029262        IF INV-IN-USD
029263           MOVE "USD" TO WS-INVOICE-CURRENCY
029264        END-IF
029265     END-IF.
029266
029267 FIND-CURRENCY-RATE.
029268     MOVE "N"  TO WS-RATE-FOUND.
029269     MOVE ZERO TO WS-ACTIVE-RATE.
029270     IF WS-VENDOR-CURRENCY = "USD"
029271        MOVE "Y" TO WS-RATE-FOUND
029272        MOVE 1   TO WS-ACTIVE-RATE
029273     ELSE
029274        SET CURR-IDX TO 1
029275        SEARCH WS-CURR-ENTRY
029276            AT END
029277               CONTINUE
029278            WHEN CURR-IDX > WS-CURRENCY-COUNT
029279               CONTINUE
029280            WHEN WS-CURR-CODE (CURR-IDX) = WS-VENDOR-CURRENCY
029281               MOVE WS-CURR-RATE (CURR-IDX) TO WS-ACTIVE-RATE
029282               MOVE "Y" TO WS-RATE-FOUND
029283        END-SEARCH
029284     END-IF.
029285     IF WS-ACTIVE-RATE = ZERO
029286        MOVE "N" TO WS-RATE-FOUND
029287     END-IF.
029300
029400 PAY-THIS-INVOICE.
029500     COMPUTE WS-NET-AMOUNT =
030710*    A FRESH PAYMENT IS NEVER VOID -- THE FLAG IS SET
030720*    EXPLICITLY SO NO STRAY BYTE READS AS "V" DOWNSTREAM.
030730     MOVE SPACE               TO PAY-VOID-FLAG.
030765     MOVE WS-PAY-METHOD       TO PAY-PAY-METHOD.
030768     MOVE WS-PAY-CURRENCY     TO PAY-CURRENCY-CODE.
030772     MOVE WS-PAY-RATE         TO PAY-EXCHANGE-RATE.
030775     COMPUTE PAY-USD-NET-AMOUNT ROUNDED =
030779             WS-NET-AMOUNT / WS-PAY-RATE.
030782     COMPUTE PAY-USD-DISCOUNT ROUNDED =
030786             WS-DISCOUNT-AMOUNT / WS-PAY-RATE.
030789     MOVE WS-INVOICE-USD-AMOUNT TO PAY-USD-BOOKED-AMOUNT.
030793     COMPUTE PAY-FX-GAIN-LOSS = PAY-USD-BOOKED-AMOUNT
030796             - PAY-USD-NET-AMOUNT - PAY-USD-DISCOUNT.
030800     WRITE VENDOR-PAYMENT-RECORD.
030900     SET INV-STATUS-PAID TO TRUE.
031000     REWRITE VENDOR-INVOICE-RECORD.
031100     ADD 1 TO WS-INVOICES-SELECTED.
031200     ADD 1 TO WS-PAY-INVOICE-COUNT.
031300     ADD WS-NET-AMOUNT      TO WS-PAY-NET-TOTAL.
031344     ADD PAY-USD-NET-AMOUNT PAY-USD-DISCOUNT TO WS-TOTAL-GROSS.
031388     ADD PAY-USD-DISCOUNT   TO WS-TOTAL-DISCOUNT.
031432     ADD PAY-USD-NET-AMOUNT TO WS-TOTAL-NET.
031477     IF WS-PAY-CURRENCY NOT = "USD"
031521        ADD 1 TO WS-FOREIGN-INVOICES
031565     END-IF.
031610*    THE INVOICE IS FULLY SETTLED -- PAYMENT WRITTEN,
031620*    STATUS FLIPPED, TOTALS COUNTED -- SO THE CHECKPOINT
031630*    MOVES UP TO IT, CARRYING THE OPEN GROUP'S RUNNING
031636     MOVE INV-VENDOR-NUMBER  TO WS-CKPT-LAST-VENDOR.
031638     MOVE INV-INVOICE-NUMBER TO WS-CKPT-LAST-INVOICE.
031640     PERFORM SAVE-PAYMENT-CHECKPOINT.

      *    THE SCAN HAS LEFT A VENDOR.  IF A PAYMENT WAS BUILT FOR
      *    IT, THE VENDOR'S APPROVED CREDIT MEMOS COME OFF THAT
      *    PAYMENT BEFORE ITS REGISTER LINE CAN CUT, AND THE SCAN
      *    PICKS UP AGAIN AT THE INVOICE IT WAS HOLDING.
       CLOSE-VENDOR-SCAN.
           IF WS-PAY-VENDOR-OPEN = "Y"
              AND WS-PAY-VENDOR-NUMBER = WS-SCAN-VENDOR-NUMBER
              MOVE INV-KEY TO WS-SCAN-HOLD-KEY
              PERFORM APPLY-VENDOR-CREDITS
              IF FILE-AT-END NOT = "Y"
                 PERFORM RESUME-INVOICE-SCAN
              END-IF
           END-IF.

       RESUME-INVOICE-SCAN.
           MOVE WS-SCAN-HOLD-KEY TO INV-KEY.
           READ VENDOR-INVOICE-FILE
               INVALID KEY
                  DISPLAY "PAYSEL: CANNOT RESUME THE INVOICE SCAN AT "
                          WS-SCAN-HOLD-KEY ", STATUS "
                          WS-INVOICE-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  MOVE "Y" TO FILE-AT-END
           END-READ.

       APPLY-VENDOR-CREDITS.
           MOVE "N" TO WS-CREDIT-SCAN-AT-END.
           MOVE WS-SCAN-VENDOR-NUMBER TO INV-VENDOR-NUMBER.
           MOVE LOW-VALUES            TO INV-INVOICE-NUMBER.
           START VENDOR-INVOICE-FILE
                 KEY IS NOT LESS THAN INV-KEY
               INVALID KEY
                  MOVE "Y" TO WS-CREDIT-SCAN-AT-END
           END-START.
           IF WS-CREDIT-SCAN-AT-END NOT = "Y"
              PERFORM READ-NEXT-CREDIT
           END-IF.
           PERFORM TAKE-ONE-CREDIT
                   UNTIL WS-CREDIT-SCAN-AT-END = "Y".

       READ-NEXT-CREDIT.
           READ VENDOR-INVOICE-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-CREDIT-SCAN-AT-END.

       TAKE-ONE-CREDIT.
           IF INV-VENDOR-NUMBER NOT = WS-SCAN-VENDOR-NUMBER
              MOVE "Y" TO WS-CREDIT-SCAN-AT-END
           ELSE
              IF INV-CREDIT-MEMO
                 AND INV-STATUS-APPROVED
                 PERFORM TAKE-CREDIT-MEMO
              END-IF
              PERFORM READ-NEXT-CREDIT
           END-IF.

       TAKE-CREDIT-MEMO.
           MOVE INV-VENDOR-NUMBER  TO WS-CREDIT-VENDOR.
           MOVE INV-INVOICE-NUMBER TO WS-CREDIT-INVOICE.
           MOVE "N" TO WS-TAKEN-OVERFLOW.
           PERFORM FIND-CREDIT-TAKEN.
           PERFORM RESOLVE-INVOICE-CURRENCY.
           EVALUATE TRUE
              WHEN WS-TAKEN-OVERFLOW = "Y"
                   DISPLAY "PAYSEL: CREDIT TABLE FULL, CREDIT MEMO "
                           INV-VENDOR-NUMBER "/" INV-INVOICE-NUMBER
                           " CARRIED FORWARD"
      *       A MEMO ONLY COMES OFF A PAYMENT IN ITS OWN CURRENCY.
              WHEN WS-INVOICE-CURRENCY NOT = WS-PAY-CURRENCY
                   DISPLAY "PAYSEL: CREDIT MEMO " INV-VENDOR-NUMBER
                           "/" INV-INVOICE-NUMBER " IS IN "
                           WS-INVOICE-CURRENCY ", CARRIED FORWARD"
              WHEN OTHER
                   PERFORM APPLY-CREDIT-MEMO
           END-EVALUATE.

      *    WHAT IS LEFT OF THE MEMO GOES AGAINST THE PAYMENT, NEVER
      *    MORE THAN THE PAYMENT HOLDS -- THE CHECK IS NEVER CUT FOR
      *    LESS THAN ZERO, AND THE REST CARRIES TO THE NEXT RUN.  A
      *    MEMO USED UP IS MARKED PAID SO NO RUN LOOKS AT IT AGAIN.
       APPLY-CREDIT-MEMO.
           COMPUTE WS-CREDIT-REMAINING =
                   ZERO - INV-INVOICE-AMOUNT - WS-TK-AMOUNT (TAKEN-IDX).
           EVALUATE TRUE
              WHEN WS-CREDIT-REMAINING NOT > ZERO
                   MOVE ZERO TO WS-CREDIT-TAKEN
              WHEN WS-CREDIT-REMAINING > WS-PAY-NET-TOTAL
                   MOVE WS-PAY-NET-TOTAL TO WS-CREDIT-TAKEN
              WHEN OTHER
                   MOVE WS-CREDIT-REMAINING TO WS-CREDIT-TAKEN
           END-EVALUATE.
           IF WS-CREDIT-TAKEN > ZERO
              PERFORM WRITE-CREDIT-TAKEN
           END-IF.
           IF WS-CREDIT-REMAINING NOT > WS-CREDIT-TAKEN
              SET INV-STATUS-PAID TO TRUE
              REWRITE VENDOR-INVOICE-RECORD
           END-IF.
           IF WS-CREDIT-TAKEN > ZERO
              PERFORM SAVE-PAYMENT-CHECKPOINT
           END-IF.

      *    THE CREDIT TAKEN GOES ON THE PAYMENT FILE UNDER THE
      *    PAYMENT'S NUMBER AND THE MEMO'S, GROSS AND NET NEGATIVE,
      *    FOR PAYREMIT TO LIST ON THE ADVICE.
       WRITE-CREDIT-TAKEN.
           MOVE WS-PAYMENT-NUMBER   TO PAY-PAYMENT-NUMBER.
           MOVE INV-VENDOR-NUMBER   TO PAY-VENDOR-NUMBER.
           MOVE WS-RUN-DATE         TO PAY-PAYMENT-DATE.
           MOVE INV-INVOICE-NUMBER  TO PAY-INVOICE-NUMBER.
           COMPUTE PAY-GROSS-AMOUNT = ZERO - WS-CREDIT-TAKEN.
           MOVE ZERO                TO PAY-DISCOUNT-TAKEN.
           MOVE PAY-GROSS-AMOUNT    TO PAY-NET-AMOUNT.
           MOVE SPACE               TO PAY-VOID-FLAG.
           MOVE WS-PAY-METHOD       TO PAY-PAY-METHOD.
      *    THE CREDIT WAS BOOKED AT THE MEMO'S RATE AND IS TAKEN AT
      *    TODAY'S -- THE DIFFERENCE IS REALIZED LIKE AN INVOICE'S.
           MOVE WS-PAY-CURRENCY     TO PAY-CURRENCY-CODE.
           MOVE WS-PAY-RATE         TO PAY-EXCHANGE-RATE.
           COMPUTE PAY-USD-NET-AMOUNT ROUNDED =
                   PAY-NET-AMOUNT / WS-PAY-RATE.
           MOVE ZERO                TO PAY-USD-DISCOUNT.
           COMPUTE PAY-USD-BOOKED-AMOUNT ROUNDED =
                   PAY-GROSS-AMOUNT / WS-INVOICE-RATE.
           COMPUTE PAY-FX-GAIN-LOSS = PAY-USD-BOOKED-AMOUNT
                   - PAY-USD-NET-AMOUNT.
           WRITE VENDOR-PAYMENT-RECORD.
           COMPUTE WS-USD-CREDIT-TAKEN = ZERO - PAY-USD-NET-AMOUNT.
           ADD WS-CREDIT-TAKEN TO WS-TK-AMOUNT (TAKEN-IDX).
           SUBTRACT WS-CREDIT-TAKEN FROM WS-PAY-NET-TOTAL.
           SUBTRACT WS-USD-CREDIT-TAKEN FROM WS-TOTAL-NET.
           ADD WS-CREDIT-TAKEN TO WS-PAY-CREDIT-TOTAL.
           ADD WS-USD-CREDIT-TAKEN TO WS-TOTAL-CREDIT.
           ADD 1 TO WS-CREDITS-APPLIED.

      *    LEAVES TAKEN-IDX ON THE MEMO'S ENTRY, STARTING ONE AT
      *    ZERO WHEN THE MEMO HAS NOTHING TAKEN AGAINST IT YET.
       FIND-CREDIT-TAKEN.
           SET TAKEN-IDX TO 1.
           SEARCH WS-TAKEN-ENTRY
               AT END
                  PERFORM ADD-CREDIT-TAKEN-ENTRY
               WHEN TAKEN-IDX > WS-TAKEN-COUNT
                  PERFORM ADD-CREDIT-TAKEN-ENTRY
               WHEN WS-TK-VENDOR-NUMBER (TAKEN-IDX) = WS-CREDIT-VENDOR
                    AND WS-TK-INVOICE-NUMBER (TAKEN-IDX) =
                        WS-CREDIT-INVOICE
                  CONTINUE
           END-SEARCH.

       ADD-CREDIT-TAKEN-ENTRY.
           IF WS-TAKEN-COUNT < 2000
              ADD 1 TO WS-TAKEN-COUNT
              SET TAKEN-IDX TO WS-TAKEN-COUNT
              MOVE WS-CREDIT-VENDOR  TO WS-TK-VENDOR-NUMBER (TAKEN-IDX)
              MOVE WS-CREDIT-INVOICE
                   TO WS-TK-INVOICE-NUMBER (TAKEN-IDX)
              MOVE ZERO TO WS-TK-AMOUNT (TAKEN-IDX)
           ELSE
              MOVE "Y" TO WS-TAKEN-OVERFLOW
           END-IF.
031700
031800*    CUT THE REGISTER LINE FOR THE PAYMENT JUST FINISHED AND
031900*    OPEN A NEW PAYMENT NUMBER FOR THIS VENDOR.
032600     MOVE "Y"  TO WS-PAY-VENDOR-OPEN.
032700     MOVE ZERO TO WS-PAY-INVOICE-COUNT.
032800     MOVE ZERO TO WS-PAY-NET-TOTAL.
032805     MOVE ZERO TO WS-PAY-CREDIT-TOTAL.
032810     MOVE VENDOR-NAME TO WS-PAY-VENDOR-NAME.
032813     MOVE WS-VENDOR-CURRENCY TO WS-PAY-CURRENCY.
032816     MOVE WS-ACTIVE-RATE     TO WS-PAY-RATE.
032820*    THE VENDOR RECORD IS STILL IN THE BUFFER FROM THE TERMS
032830*    LOOKUP.  AN "E" VENDOR WITH NO BANK DETAIL ON FILE GETS
032840*    A CHECK AND A CONSOLE LINE -- NEVER A SILENT NON-PAYMENT.
033200     MOVE WS-PAY-VENDOR-NUMBER TO REG-VENDOR-NUMBER.
033300     MOVE WS-PAY-INVOICE-COUNT TO REG-INVOICE-COUNT.
033400     MOVE WS-PAY-NET-TOTAL     TO REG-NET-AMOUNT.
033401     MOVE WS-PAY-CURRENCY      TO REG-CURRENCY.
033402*    A PAYMENT THE VENDOR'S CREDITS SETTLED IN FULL IS
033404*    REGISTERED AS CRD -- NO CHECK, NO ACH, NOTHING FOR THE
033406*    BANK.
033410     EVALUATE TRUE
033412        WHEN WS-PAY-NET-TOTAL = ZERO
033414             MOVE "CRD" TO REG-PAY-METHOD
033416        WHEN WS-PAY-METHOD = "E"
033420             MOVE "ACH" TO REG-PAY-METHOD
033430        WHEN OTHER
033440             MOVE "CHK" TO REG-PAY-METHOD
033450     END-EVALUATE.
033500     WRITE CHECK-REGISTER-LINE FROM REGISTER-LINE.
033600     ADD 1 TO WS-PAYMENTS-WRITTEN.
033610     EVALUATE TRUE
033612        WHEN WS-PAY-NET-TOTAL = ZERO
033614             ADD 1 TO WS-OFFSET-PAYMENTS
033616        WHEN WS-PAY-METHOD = "E"
033620             PERFORM WRITE-ACH-EXTRACT-RECORD
033630             ADD 1 TO WS-ACH-PAYMENTS
033640        WHEN OTHER
033650             ADD 1 TO WS-CHECK-PAYMENTS
033655             PERFORM WRITE-POSITIVE-PAY-ISSUE
033660     END-EVALUATE.
033700
033800 READ-VENDOR-BANK-DETAIL.
033900     MOVE "N" TO WS-PAY-BANK-FOUND.
035700     MOVE WS-PAY-NET-TOTAL     TO ACH-NET-AMOUNT.
035800     MOVE WS-PAY-VENDOR-NUMBER TO ACH-VENDOR-NUMBER.
035900     MOVE WS-PAY-VENDOR-NAME   TO ACH-VENDOR-NAME.
035950     MOVE WS-PAY-CURRENCY      TO ACH-CURRENCY-CODE.
036000     WRITE ACH-EXTRACT-RECORD.
036001
036002*    THE POSITIVE-PAY FILE EXTENDS ON A RESTART TOO -- THE
036003*    CHECKS ALREADY ON IT ARE ALREADY CUT.  A FRESH RUN
036004*    STARTS THE FILE WITH ITS HEADER AND THE VOIDS WAITING
036005*    FROM PAYVOID.
036006 OPEN-POSITIVE-PAY-FILE.
036007     IF WS-DISBURSEMENT-ACCOUNT = SPACES
036008        DISPLAY "PAYSEL: NO DISBURSEMENT ACCOUNT ON PAYCTL, "
036009                "POSITIVE-PAY FILE CARRIES A BLANK ACCOUNT"
036010     END-IF.
036011     IF WS-RESTART-RUN
036012        OPEN EXTEND POSITIVE-PAY-FILE
036013     ELSE
036014        OPEN OUTPUT POSITIVE-PAY-FILE
036015        MOVE SPACES TO POSITIVE-PAY-RECORD
036016        MOVE "H" TO PP-RECORD-TYPE
036017        MOVE WS-DISBURSEMENT-ACCOUNT TO PP-ACCOUNT-NUMBER
036018        MOVE WS-RUN-DATE TO PP-FILE-DATE
036019        WRITE POSITIVE-PAY-RECORD
036020        PERFORM TAKE-PENDING-VOIDS
036021     END-IF.
036022
036023*    THE VOIDS PAYVOID HAS QUEUED SINCE THE LAST RUN GO OUT
036024*    AHEAD OF TONIGHT'S CHECKS, UNDER TONIGHT'S ACCOUNT.
036025 TAKE-PENDING-VOIDS.
036026     MOVE "N" TO WS-POSVOID-AT-END.
036027     OPEN INPUT PENDING-VOID-FILE.
036028     IF NOT POSVOID-FILE-OK
036029        MOVE "Y" TO WS-POSVOID-AT-END
036030     END-IF.
036031     PERFORM TAKE-ONE-PENDING-VOID
036032             UNTIL WS-POSVOID-AT-END = "Y".
036033     IF POSVOID-FILE-OK OR POSVOID-FILE-EOF
036034        CLOSE PENDING-VOID-FILE
036035     END-IF.
036036
036037 TAKE-ONE-PENDING-VOID.
036038     READ PENDING-VOID-FILE INTO POSITIVE-PAY-RECORD
036039          AT END
036040             MOVE "Y" TO WS-POSVOID-AT-END
036041          NOT AT END
036042             MOVE WS-DISBURSEMENT-ACCOUNT TO PP-ACCOUNT-NUMBER
036043             PERFORM WRITE-POSITIVE-PAY-DETAIL
036044     END-READ.
036045
036046*    THE CHECK IN THE GROUP JUST CLOSED, AS THE BANK WILL SEE
036047*    IT PRESENTED.
036048 WRITE-POSITIVE-PAY-ISSUE.
036049     MOVE SPACES                  TO POSITIVE-PAY-RECORD.
036050     MOVE WS-DISBURSEMENT-ACCOUNT TO PP-ACCOUNT-NUMBER.
036051     MOVE WS-PAYMENT-NUMBER       TO PP-CHECK-NUMBER.
036052     MOVE WS-RUN-DATE             TO PP-ISSUE-DATE.
036053     MOVE WS-PAY-NET-TOTAL        TO PP-AMOUNT.
036054     MOVE "I"                     TO PP-ISSUE-CODE.
036055     MOVE WS-PAY-VENDOR-NAME      TO PP-PAYEE-NAME.
036056     PERFORM WRITE-POSITIVE-PAY-DETAIL.
036057
036058 WRITE-POSITIVE-PAY-DETAIL.
036059     MOVE "D" TO PP-RECORD-TYPE.
036060     WRITE POSITIVE-PAY-RECORD.
036061     ADD 1         TO WS-POSPAY-COUNT.
036062     ADD PP-AMOUNT TO WS-POSPAY-TOTAL.
036063
036064 WRITE-POSITIVE-PAY-TRAILER.
036065     MOVE SPACES                  TO POSITIVE-PAY-RECORD.
036066     MOVE "T"                     TO PP-RECORD-TYPE.
036067     MOVE WS-DISBURSEMENT-ACCOUNT TO PP-ACCOUNT-NUMBER.
036068     MOVE WS-POSPAY-COUNT         TO PP-ITEM-COUNT.
036069     MOVE WS-POSPAY-TOTAL         TO PP-TOTAL-AMOUNT.
036070     WRITE POSITIVE-PAY-RECORD.
036100
036200*    THE CHECKPOINT NAMES THE LAST INVOICE FULLY SETTLED --
036210*    PAYMENT WRITTEN, INVOICE MARKED, TOTALS COUNTED.  A
038680                        TO WS-PAY-NET-TOTAL
038690                   MOVE CKPT-GROUP-METHOD
038695                        TO WS-PAY-METHOD
                         MOVE CKPT-POSPAY-COUNT
                              TO WS-POSPAY-COUNT
                         MOVE CKPT-POSPAY-TOTAL
                              TO WS-POSPAY-TOTAL
                         MOVE CKPT-TOTAL-CREDIT
                              TO WS-TOTAL-CREDIT
                         MOVE CKPT-GROUP-CREDIT
                              TO WS-PAY-CREDIT-TOTAL
                         IF CKPT-GROUP-RATE NUMERIC
                            AND CKPT-GROUP-RATE > ZERO
                            MOVE CKPT-GROUP-CURRENCY
                                 TO WS-PAY-CURRENCY
                            MOVE CKPT-GROUP-RATE TO WS-PAY-RATE
                         END-IF
038700                   DISPLAY "PAYSEL: RESUMING AFTER INVOICE "
038800                           CKPT-LAST-VENDOR "/"
038900                           CKPT-LAST-INVOICE
040430     MOVE WS-PAY-INVOICE-COUNT TO CKPT-GROUP-INV-COUNT.
040440     MOVE WS-PAY-NET-TOTAL     TO CKPT-GROUP-NET.
040450     MOVE WS-PAY-METHOD        TO CKPT-GROUP-METHOD.
040466     MOVE WS-POSPAY-COUNT      TO CKPT-POSPAY-COUNT.
040482     MOVE WS-POSPAY-TOTAL      TO CKPT-POSPAY-TOTAL.
040488     MOVE WS-TOTAL-CREDIT      TO CKPT-TOTAL-CREDIT.
040494     MOVE WS-PAY-CREDIT-TOTAL  TO CKPT-GROUP-CREDIT.
040496     MOVE WS-PAY-CURRENCY      TO CKPT-GROUP-CURRENCY.
040498     MOVE WS-PAY-RATE          TO CKPT-GROUP-RATE.
040500     WRITE PAYMENT-CHECKPOINT-RECORD.
040600     CLOSE PAYMENT-CHECKPOINT-FILE.
040700
043000     END-IF.
043100     PERFORM REPAIR-ONE-PAYMENT
043200             UNTIL WS-REPAIR-AT-END = "Y".
043208*    A CREDIT RECORD WRITTEN AFTER THE LAST CHECKPOINT IS
043216*    ALREADY ON FILE -- ITS AMOUNT COMES OFF THE OPEN GROUP
043224*    NOW, SO THE CREDIT IS NEITHER LOST NOR TAKEN TWICE.
043232     IF WS-REPAIR-CREDIT-SEEN > WS-PAY-CREDIT-TOTAL
043240        COMPUTE WS-REPAIR-CREDIT-EXTRA =
043248                WS-REPAIR-CREDIT-SEEN - WS-PAY-CREDIT-TOTAL
043250        COMPUTE WS-USD-CREDIT-TAKEN ROUNDED =
043253                WS-REPAIR-CREDIT-EXTRA / WS-REPAIR-CREDIT-RATE
043256        SUBTRACT WS-REPAIR-CREDIT-EXTRA FROM WS-PAY-NET-TOTAL
043264        SUBTRACT WS-USD-CREDIT-TAKEN FROM WS-TOTAL-NET
043272        ADD WS-REPAIR-CREDIT-EXTRA TO WS-PAY-CREDIT-TOTAL
043280        ADD WS-USD-CREDIT-TAKEN TO WS-TOTAL-CREDIT
043288     END-IF.
043300     IF PAYMENT-FILE-OK OR PAYMENT-FILE-EOF
043400        CLOSE VENDOR-PAYMENT-FILE
043500     END-IF.
044800     IF PAY-PAYMENT-NUMBER > WS-PAYMENT-NUMBER
044900        MOVE PAY-PAYMENT-NUMBER TO WS-PAYMENT-NUMBER
045000     END-IF.
           IF PAY-GROSS-AMOUNT < ZERO
              PERFORM REPAIR-CREDIT-TAKEN
           ELSE
              PERFORM REPAIR-INVOICE-PAYMENT
           END-IF.

      *    A CREDIT IS ONLY EVER TAKEN INTO A GROUP WHOSE INVOICES
      *    ARE ALREADY CHECKPOINTED, SO IT CAN ONLY BELONG TO THE
      *    CHECKPOINT'S OWN PAYMENT NUMBER.  THE MEMO ITSELF IS
      *    LEFT ALONE -- WHAT IS LEFT OF IT IS FIGURED FROM THIS
      *    FILE WHEN THE VENDOR'S CREDITS ARE NEXT TAKEN.
       REPAIR-CREDIT-TAKEN.
           IF PAY-PAYMENT-NUMBER = WS-CKPT-PAY-NUMBER
              SUBTRACT PAY-NET-AMOUNT FROM WS-REPAIR-CREDIT-SEEN
              IF PAY-EXCHANGE-RATE NUMERIC
                 AND PAY-EXCHANGE-RATE > ZERO
                 MOVE PAY-EXCHANGE-RATE TO WS-REPAIR-CREDIT-RATE
              END-IF
           END-IF.

       REPAIR-INVOICE-PAYMENT.
045010*    A RECORD PAST THE CHECKPOINT NEVER MADE THE CHECKPOINT
045020*    TOTALS -- COUNT ITS MONEY NOW AND FOLD IT INTO THE
045030*    GROUP WHOSE REGISTER LINE IS STILL TO CUT.
045040     IF PAY-PAYMENT-NUMBER > WS-CKPT-PAY-NUMBER
045050        OR (PAY-PAYMENT-NUMBER = WS-CKPT-PAY-NUMBER
045060            AND PAY-INVOICE-NUMBER > WS-CKPT-LAST-INVOICE)
045065        PERFORM RESOLVE-RECORD-USD
045070        ADD WS-RECORD-USD-NET WS-RECORD-USD-DISCOUNT
045076            TO WS-TOTAL-GROSS
045081        ADD WS-RECORD-USD-DISCOUNT TO WS-TOTAL-DISCOUNT
045086        ADD WS-RECORD-USD-NET      TO WS-TOTAL-NET
045092        ADD 1 TO WS-INVOICES-SELECTED
045094        PERFORM FOLD-INTO-OPEN-GROUP
045096     END-IF.
046692     ADD 1 TO WS-PAY-INVOICE-COUNT.
046694     ADD PAY-NET-AMOUNT TO WS-PAY-NET-TOTAL.
046900
046905*    THE USD A PAYMENT RECORD WENT OUT AT, AND -- FOR THE
046910*    GROUP BEING REBUILT -- THE CURRENCY AND RATE IT WENT OUT
046915*    IN.  A RECORD WRITTEN BEFORE CURRENCIES WERE KEPT IS US
046920*    DOLLARS.
046925 RESOLVE-RECORD-USD.
046930     IF PAY-EXCHANGE-RATE NOT NUMERIC
046935        OR PAY-EXCHANGE-RATE = ZERO
046940        MOVE PAY-NET-AMOUNT     TO WS-RECORD-USD-NET
046945        MOVE PAY-DISCOUNT-TAKEN TO WS-RECORD-USD-DISCOUNT
046950        MOVE "USD"              TO WS-PAY-CURRENCY
046955        MOVE 1                  TO WS-PAY-RATE
046960     ELSE
046965        MOVE PAY-USD-NET-AMOUNT TO WS-RECORD-USD-NET
046970        MOVE PAY-USD-DISCOUNT   TO WS-RECORD-USD-DISCOUNT
046975        MOVE PAY-CURRENCY-CODE  TO WS-PAY-CURRENCY
046980        MOVE PAY-EXCHANGE-RATE  TO WS-PAY-RATE
046985     END-IF.
046990
047000*    RESUME JUST PAST THE LAST INVOICE THE CHECKPOINT SAYS
047010*    WAS FULLY SETTLED -- EVERYTHING AT OR BEFORE IT WAS
047020*    EVALUATED BY THE RUN THAT DIED.
047100 POSITION-AFTER-CHECKPOINT.
047150     MOVE WS-RESTART-VENDOR  TO WS-SCAN-VENDOR-NUMBER.
047200     MOVE WS-RESTART-VENDOR  TO INV-VENDOR-NUMBER.
047300     MOVE WS-RESTART-INVOICE TO INV-INVOICE-NUMBER.
047400     START VENDOR-INVOICE-FILE
