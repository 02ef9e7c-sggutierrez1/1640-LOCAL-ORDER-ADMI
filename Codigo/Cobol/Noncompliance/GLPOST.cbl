001967*                     check date -- a back-dated check
001973*                     journals the night it posts instead
001979*                     of never.
      *   RWH   2026-10-14  Every journal line is checked against
      *                     the chart of accounts (GLACHK); an
      *                     unknown, inactive or summary account
      *                     posts to suspense, listed on GLSUSPL,
      *                     and the run ends RC 4.
      *   RWH   2026-10-15  Cost of goods sold posts now too: the
      *                     night's shipment-cost records from
      *                     CORMAINT debit cost of sales and
      *                     credit inventory under source "CG"
      *                     from the new "CG" row -- returns post
      *                     the mirror.  The "IV" row is known
      *                     and left to INVVALU.
      *   RWH   2026-10-15  The "IA" row is known and left to
      *                     CYCADJ's count adjustments.
      *   RWH   2026-10-15  The "RN" row is known and left to
      *                     RNIACCR's received-not-invoiced
      *                     accrual.
      *   RWH   2026-10-15  A vendor credit memo PAYSEL took
      *                     against a payment posts the reverse
      *                     of a payment line: cash debited and
      *                     purchase returns credited from the
      *                     new "VC" row -- not payables, where
      *                     the credit memo was never booked.
      *   RWH   2026-10-15  Payments post in USD: payables at
      *                     what the invoice was booked at, cash
      *                     and discount at the payment-date rate,
      *                     and the difference to realized exchange
      *                     gain or loss from the new "RX" row.
      *   RWH   2026-10-15  A closed blanket agreement is not
      *                     journaled -- its releases are.
      *   RWH   2026-10-15  Invoice write-offs ARWOFF puts on
      *                     the receipts file journal under
      *                     source "BD" from the new "BD" row --
      *                     bad-debt expense debited, the
      *                     receivable credited -- not as cash.
001985*--------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
003578         ACCESS MODE IS SEQUENTIAL
003580         FILE STATUS IS WS-CSHRCPT-FILE-STATUS.
003590
003591*    OPTIONAL -- NOTHING MAY HAVE SHIPPED YET.
003592     SELECT OPTIONAL SHIPMENT-COST-FILE
003593         ASSIGN TO "SHPCOST"
003594         ORGANIZATION IS LINE SEQUENTIAL
003595         FILE STATUS IS WS-SHPCOST-FILE-STATUS.
003596
003600     SELECT ACCOUNT-MAP-FILE
003700         ASSIGN TO "ACCTMAP"
003800         ORGANIZATION IS LINE SEQUENTIAL
005400     COPY GLJRNL.
005410     COPY VNDPAY.
005420     COPY CSHRCPT.
005460     COPY SHPCOST.
005500
005600 FD  ACCOUNT-MAP-FILE
005700     LABEL RECORDS ARE STANDARD.
009921
009922 01  WS-JOURNAL-FILE-STATUS    PIC XX VALUE SPACES.
009923 01  WS-REGISTER-RPT-STATUS    PIC XX VALUE SPACES.
009961 01  WS-SHPCOST-FILE-STATUS    PIC XX VALUE SPACES.
010000
010100 01  WS-RUN-DATE               PIC 9(8).
010200
011060     05 WS-DS-CREDIT-ACCOUNT   PIC X(8) VALUE SPACES.
011070     05 WS-CR-DEBIT-ACCOUNT    PIC X(8) VALUE SPACES.
011080     05 WS-CR-CREDIT-ACCOUNT   PIC X(8) VALUE SPACES.
011081*    "CG" DEBITS COST OF GOODS SOLD AND CREDITS INVENTORY.
011082     05 WS-CG-DEBIT-ACCOUNT    PIC X(8) VALUE SPACES.
011083     05 WS-CG-CREDIT-ACCOUNT   PIC X(8) VALUE SPACES.
011084*    "RX" DEBITS REALIZED EXCHANGE LOSS AND CREDITS REALIZED
011085*    EXCHANGE GAIN ON A FOREIGN-CURRENCY PAYMENT.
011086     05 WS-RX-DEBIT-ACCOUNT    PIC X(8) VALUE SPACES.
011087     05 WS-RX-CREDIT-ACCOUNT   PIC X(8) VALUE SPACES.
011088*    "BD" DEBITS BAD-DEBT EXPENSE AND CREDITS THE RECEIVABLE
011089*    FOR AN INVOICE WRITTEN OFF.
011090     05 WS-BD-DEBIT-ACCOUNT    PIC X(8) VALUE SPACES.
011091     05 WS-BD-CREDIT-ACCOUNT   PIC X(8) VALUE SPACES.
011093*    "VC" CREDITS PURCHASE RETURNS FOR A VENDOR CREDIT MEMO
011095*    TAKEN AGAINST A PAYMENT.
011097     05 WS-VC-CREDIT-ACCOUNT   PIC X(8) VALUE SPACES.
011100
011200 01  WS-ENTRY-NUMBER           PIC 9(7) VALUE ZERO.
011300 01  WS-LINE-NUMBER            PIC 9(3) VALUE ZERO.
011340*    SIGN BECOMES WHICH SIDE THE LINE POSTS TO.
011350 01  WS-ABS-TOTAL-AMOUNT       PIC 9(9)V99 VALUE ZERO.
011360 01  WS-ABS-INVOICE-AMOUNT     PIC 9(9)V99 VALUE ZERO.
011363*    A VENDOR CREDIT TAKEN, AS THE JOURNAL CARRIES IT.
011366 01  WS-CREDIT-TAKEN-AMOUNT    PIC 9(9)V99 VALUE ZERO.
011370 01  WS-ABS-TAX-AMOUNT         PIC 9(7)V99 VALUE ZERO.
011373*    A PAYMENT RECORD IN USD -- PAYABLES AT THE BOOKED RATE,
011376*    CASH AND DISCOUNT AT THE PAYMENT RATE, AND THE GAIN
011379*    (POSITIVE) OR LOSS BETWEEN THEM.  A RECORD WRITTEN BEFORE
011382*    CURRENCIES WERE KEPT IS US DOLLARS WITH NOTHING REALIZED.
011385 01  WS-PAY-USD-BOOKED         PIC S9(9)V99 VALUE ZERO.
011388 01  WS-PAY-USD-NET            PIC S9(9)V99 VALUE ZERO.
011391 01  WS-PAY-USD-DISCOUNT       PIC 9(7)V99 VALUE ZERO.
011394 01  WS-PAY-FX-GAIN-LOSS       PIC S9(9)V99 VALUE ZERO.
011397 01  WS-FX-AMOUNT              PIC 9(9)V99 VALUE ZERO.
011400
011500 01  WS-CONTROL-TOTALS.
011600     05 WS-PO-ENTRIES          PIC 9(7) VALUE ZERO.
011700     05 WS-CO-ENTRIES          PIC 9(7) VALUE ZERO.
011710     05 WS-PY-ENTRIES          PIC 9(7) VALUE ZERO.
011720     05 WS-CR-ENTRIES          PIC 9(7) VALUE ZERO.
011740     05 WS-CG-ENTRIES          PIC 9(7) VALUE ZERO.
011750     05 WS-RX-LINES            PIC 9(7) VALUE ZERO.
011755     05 WS-BD-ENTRIES          PIC 9(7) VALUE ZERO.
011760     05 WS-SUSPENSE-LINES      PIC 9(7) VALUE ZERO.
011800     05 WS-TOTAL-DEBITS        PIC 9(13)V99 VALUE ZERO.
011900     05 WS-TOTAL-CREDITS       PIC 9(13)V99 VALUE ZERO.
011903
011906*    SET WHEN A LINE FAILS THE CHART CHECK AND THE CHART HAS
011909*    NO SUSPENSE ACCOUNT TO TAKE IT -- THE LINE IS WRITTEN
011912*    AS MAPPED SO THE ENTRY STAYS BALANCED, AND THE RUN ENDS
011915*    RC 16 FOR THE CHART TO BE FIXED.
011918 01  WS-NO-SUSPENSE-SWITCH     PIC X VALUE "N".
011921     88 WS-NO-SUSPENSE                   VALUE "Y".
011924
011927*    PARAMETER PASSED TO THE SHARED CHART-OF-ACCOUNTS CHECK
011930*    SUBPROGRAM -- SEE GLACHK.  GLACHK-JOURNAL-LINE IS THE
011933*    GL-JOURNAL-RECORD LAYOUT.
011936 01  GLPOST-GLACHK-PARM.
011939     05 GLACHK-PROGRAM-NAME      PIC X(08).
011942     05 GLACHK-JOURNAL-LINE.
011945        10 GLACHK-ENTRY-NUMBER   PIC 9(7).
011948        10 GLACHK-LINE-NUMBER    PIC 9(3).
011951        10 GLACHK-POST-DATE      PIC 9(8).
011954        10 GLACHK-ACCOUNT        PIC X(8).
011957        10 GLACHK-DEBIT-AMOUNT   PIC 9(11)V99.
011960        10 GLACHK-CREDIT-AMOUNT  PIC 9(11)V99.
011963        10 GLACHK-SOURCE         PIC X(2).
011966        10 GLACHK-REFERENCE      PIC X(14).
011969     05 GLACHK-RESULT            PIC X(02).
011972         88 GLACHK-ACCOUNT-OK             VALUE "OK".
011975         88 GLACHK-NO-CHART               VALUE "NC".
011978         88 GLACHK-SUSPENDED              VALUE "NF" "IN" "SM".
011981         88 GLACHK-NO-SUSPENSE            VALUE "NS".
011984     05 GLACHK-ORIGINAL-ACCOUNT  PIC X(08).
012000
012100 01  REGISTER-HEADING.
012200     05 FILLER                 PIC X(30)
015300     PERFORM POST-TODAYS-INVOICES.
015310     PERFORM POST-TODAYS-PAYMENTS.
015320     PERFORM POST-TODAYS-RECEIPTS.
015360     PERFORM POST-TODAYS-SHIPMENT-COSTS.
015400     PERFORM CLOSING-PROCEDURE.
015500
015600 PROGRAM-DONE.
016410        OR WS-PY-DEBIT-ACCOUNT = SPACES
016420        OR WS-DS-CREDIT-ACCOUNT = SPACES
016430        OR WS-CR-DEBIT-ACCOUNT = SPACES
016465        OR WS-CG-DEBIT-ACCOUNT = SPACES
016482        OR WS-RX-DEBIT-ACCOUNT = SPACES
016491        OR WS-BD-DEBIT-ACCOUNT = SPACES
016495        OR WS-VC-CREDIT-ACCOUNT = SPACES
016500        DISPLAY "GLPOST: ACCOUNT-MAP-FILE IS MISSING A PO, CO, "
016566                "TX, PY, DS, CR, CG, RX, BD OR VC ROW -- "
016633                "NOTHING POSTED"
016700        MOVE 16 TO RETURN-CODE
016800        GO TO PROGRAM-DONE
016900     END-IF.
018416*       JUST HAS NOTHING TO JOURNAL.
018417        DISPLAY "GLPOST: NO CASH-RECEIPTS-FILE, NO RECEIPT "
018418                "ENTRIES TONIGHT"
           END-IF.
           OPEN INPUT SHIPMENT-COST-FILE.
           IF WS-SHPCOST-FILE-STATUS NOT = "00"
              DISPLAY "GLPOST: NO SHIPMENT-COST-FILE, NO COST OF "
                      "SALES ENTRIES TONIGHT"
018419     END-IF.
018428*    BOTH OUTPUTS EXTEND SO A RESTART AFTER AN ABEND KEEPS THE
018437*    ENTRIES ALREADY WRITTEN -- THE PO-GL-POSTED FLAGS PERSIST,
021384*       ENTRIES -- KNOWN HERE, POSTED THERE.
021386        WHEN "FX"
021388             CONTINUE
              WHEN "CG"
                   MOVE MAP-DEBIT-ACCOUNT  TO WS-CG-DEBIT-ACCOUNT
                   MOVE MAP-CREDIT-ACCOUNT TO WS-CG-CREDIT-ACCOUNT
              WHEN "RX"
                   MOVE MAP-DEBIT-ACCOUNT  TO WS-RX-DEBIT-ACCOUNT
                   MOVE MAP-CREDIT-ACCOUNT TO WS-RX-CREDIT-ACCOUNT
              WHEN "BD"
                   MOVE MAP-DEBIT-ACCOUNT  TO WS-BD-DEBIT-ACCOUNT
                   MOVE MAP-CREDIT-ACCOUNT TO WS-BD-CREDIT-ACCOUNT
              WHEN "VC"
                   MOVE MAP-CREDIT-ACCOUNT TO WS-VC-CREDIT-ACCOUNT
      *       THE IV ROW IS INVVALU'S PROOF ACCOUNT AND THE IA ROW
      *       CYCADJ'S COUNT ADJUSTMENTS -- NOTHING POSTS HERE.
      *       NOR DOES THE RN ROW, RNIACCR'S MONTH-END ACCRUAL.
              WHEN "IV"
              WHEN "IA"
              WHEN "RN"
                   CONTINUE
021400        WHEN OTHER
021500             DISPLAY "GLPOST: UNKNOWN MAP SOURCE " MAP-SOURCE
021600                     ", IGNORED"
023630        OR CSHRCPT-FILE-NOT-FOUND
023640        CLOSE CASH-RECEIPTS-FILE
023650     END-IF.
023662     IF WS-SHPCOST-FILE-STATUS = "00" OR "10"
023674        CLOSE SHIPMENT-COST-FILE
023686     END-IF.
023700     CLOSE GL-JOURNAL-FILE.
023800     CLOSE POSTING-REGISTER.
023900     DISPLAY "GLPOST CONTROL TOTALS".
024100     DISPLAY "  INVOICE ENTRIES POSTED: " WS-CO-ENTRIES.
024110     DISPLAY "  PAYMENT ENTRIES POSTED: " WS-PY-ENTRIES.
024120     DISPLAY "  RECEIPT ENTRIES POSTED: " WS-CR-ENTRIES.
024140     DISPLAY "  COST ENTRIES POSTED ..: " WS-CG-ENTRIES.
024150     DISPLAY "  EXCHANGE G/L LINES ...: " WS-RX-LINES.
024155     DISPLAY "  WRITE-OFF ENTRIES ....: " WS-BD-ENTRIES.
024160     DISPLAY "  LINES TO SUSPENSE ....: " WS-SUSPENSE-LINES.
024200     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
024300        DISPLAY "GLPOST: RUN IS OUT OF BALANCE"
024400        MOVE 16 TO RETURN-CODE
024500     ELSE
024509        IF WS-NO-SUSPENSE
024518           DISPLAY "GLPOST: CHART OF ACCOUNTS HAS NO SUSPENSE "
024527                   "ACCOUNT -- UNCHECKED LINES WRITTEN AS MAPPED"
024536           MOVE 16 TO RETURN-CODE
024545        ELSE
024554           IF WS-SUSPENSE-LINES > ZERO
024563              DISPLAY "GLPOST: LINES POSTED TO SUSPENSE -- "
024572                      "SEE GLSUSPL"
024581              MOVE 4 TO RETURN-CODE
024590           ELSE
024600              MOVE 0 TO RETURN-CODE
024633           END-IF
024666        END-IF
024700     END-IF.
024800
024900 POST-CLOSED-PURCHASE-ORDERS.
025600          AT END MOVE "Y" TO FILE-AT-END.
025700
025800 POST-ONE-ORDER.
025833*    A BLANKET IS ONLY AN AGREEMENT; WHAT WAS BOUGHT UNDER IT
025866*    IS JOURNALED AS EACH OF ITS RELEASES CLOSES.
025900     IF PO-STATUS-CLOSED AND NOT PO-GL-POSTED
025950        AND NOT PO-BLANKET
026000        PERFORM BUILD-PO-ENTRY
026100     END-IF.
026200     PERFORM READ-NEXT-ORDER.
032300     MOVE WS-ENTRY-NUMBER TO JE-ENTRY-NUMBER.
032400     MOVE WS-LINE-NUMBER  TO JE-LINE-NUMBER.
032500     MOVE WS-RUN-DATE     TO JE-POST-DATE.
032550     PERFORM CHECK-JOURNAL-ACCOUNT.
032600     WRITE GL-JOURNAL-RECORD.
032700     ADD JE-DEBIT-AMOUNT  TO WS-TOTAL-DEBITS.
032800     ADD JE-CREDIT-AMOUNT TO WS-TOTAL-CREDITS.
033300     MOVE JE-CREDIT-AMOUNT TO RGL-CREDIT-AMOUNT.
033400     MOVE JE-REFERENCE     TO RGL-REFERENCE.
033500     WRITE POSTING-REGISTER-LINE FROM REGISTER-DETAIL-LINE.
033506
033512*    THE ACCOUNT MUST BE ON THE CHART, ACTIVE AND POSTABLE --
033518*    GLACHK SWAPS IN THE SUSPENSE ACCOUNT WHEN IT ISN'T AND
033524*    LISTS THE LINE FOR ACCOUNTING TO RECLASS.
033530 CHECK-JOURNAL-ACCOUNT.
033536     MOVE "GLPOST" TO GLACHK-PROGRAM-NAME.
033542     MOVE GL-JOURNAL-RECORD TO GLACHK-JOURNAL-LINE.
033548     CALL "GLACHK" USING GLPOST-GLACHK-PARM.
033554     IF GLACHK-SUSPENDED
033560        MOVE GLACHK-ACCOUNT TO JE-ACCOUNT
033566        ADD 1 TO WS-SUSPENSE-LINES
033572     END-IF.
033578     IF GLACHK-NO-SUSPENSE
033584        MOVE "Y" TO WS-NO-SUSPENSE-SWITCH
033590     END-IF.
033600
033700*    A CREDIT MEMO IS THE INVOICE ENTRY IN THE MIRROR --
033710*    REVENUE AND TAX PAYABLE DEBITED BACK, THE RECEIVABLE
036530*    RECORD NEVER MOVED MONEY AND NEVER POSTS.  LIKE THE
036540*    INVOICE PASS, A SAME-DAY RERUN RE-SELECTS -- STRIP
036550*    TODAY'S "PY" ENTRIES FROM GLJRNL BEFORE RERUNNING.
036575*    EVERY AMOUNT POSTS IN USD, WHATEVER THE VENDOR WAS PAID IN.
036600 POST-TODAYS-PAYMENTS.
036700     MOVE "N" TO FILE-AT-END.
036800     PERFORM READ-NEXT-PAYMENT.
037900     END-IF.
038000     PERFORM READ-NEXT-PAYMENT.
038100
038120*    A CREDIT MEMO TAKEN AGAINST THE PAYMENT IS ITS OWN RECORD,
038140*    GROSS AND NET NEGATIVE: THE CASH THAT DID NOT LEAVE COMES
038160*    BACK AND PURCHASE RETURNS ("VC") TAKE THE CREDIT, SO THE
038170*    PAYMENT'S LINES TOGETHER NET TO WHAT THE CHECK WAS CUT
038175*    FOR.  NOT PAYABLES -- THE CREDIT MEMO WAS NEVER BOOKED TO
038178*    AP, SO A CREDIT THERE WOULD SIT AS A BALANCE NOBODY OWES.
038200 BUILD-PAYMENT-ENTRY.
038201     PERFORM RESOLVE-PAYMENT-USD.
038203     IF PAY-GROSS-AMOUNT < ZERO
038206        PERFORM BUILD-CREDIT-TAKEN-ENTRY
038209     ELSE
038212        PERFORM BUILD-INVOICE-PAID-ENTRY
038215     END-IF.
038218
038221 BUILD-CREDIT-TAKEN-ENTRY.
038224     ADD 1 TO WS-ENTRY-NUMBER.
038227     MOVE ZERO TO WS-LINE-NUMBER.
038230     MOVE "PY" TO JE-SOURCE.
038233     MOVE SPACES TO JE-REFERENCE.
038236     STRING "PMT " PAY-PAYMENT-NUMBER
038239            DELIMITED BY SIZE INTO JE-REFERENCE.
038242     COMPUTE WS-CREDIT-TAKEN-AMOUNT = ZERO - WS-PAY-USD-NET.
038245     MOVE WS-PY-CREDIT-ACCOUNT   TO JE-ACCOUNT.
038248     MOVE WS-CREDIT-TAKEN-AMOUNT TO JE-DEBIT-AMOUNT.
038251     MOVE ZERO                   TO JE-CREDIT-AMOUNT.
038254     PERFORM WRITE-JOURNAL-LINE.
038255     COMPUTE WS-CREDIT-TAKEN-AMOUNT = ZERO - WS-PAY-USD-BOOKED.
038257     MOVE WS-VC-CREDIT-ACCOUNT   TO JE-ACCOUNT.
038260     MOVE ZERO                   TO JE-DEBIT-AMOUNT.
038263     MOVE WS-CREDIT-TAKEN-AMOUNT TO JE-CREDIT-AMOUNT.
038266     PERFORM WRITE-JOURNAL-LINE.
038267     PERFORM POST-EXCHANGE-GAIN-LOSS.
038269     ADD 1 TO WS-PY-ENTRIES.
038272
038275 BUILD-INVOICE-PAID-ENTRY.
038300     ADD 1 TO WS-ENTRY-NUMBER.
038400     MOVE ZERO TO WS-LINE-NUMBER.
038500     MOVE "PY" TO JE-SOURCE.
038700     STRING "PMT " PAY-PAYMENT-NUMBER
038800            DELIMITED BY SIZE INTO JE-REFERENCE.
038900     MOVE WS-PY-DEBIT-ACCOUNT TO JE-ACCOUNT.
039000     MOVE WS-PAY-USD-BOOKED   TO JE-DEBIT-AMOUNT.
039100     MOVE ZERO                TO JE-CREDIT-AMOUNT.
039200     PERFORM WRITE-JOURNAL-LINE.
039300     IF WS-PAY-USD-DISCOUNT > ZERO
039400        MOVE WS-DS-CREDIT-ACCOUNT TO JE-ACCOUNT
039500        MOVE ZERO                 TO JE-DEBIT-AMOUNT
039600        MOVE WS-PAY-USD-DISCOUNT  TO JE-CREDIT-AMOUNT
039700        PERFORM WRITE-JOURNAL-LINE
039800     END-IF.
039900     MOVE WS-PY-CREDIT-ACCOUNT TO JE-ACCOUNT.
040000     MOVE ZERO                 TO JE-DEBIT-AMOUNT.
040100     MOVE WS-PAY-USD-NET       TO JE-CREDIT-AMOUNT.
040200     PERFORM WRITE-JOURNAL-LINE.
040250     PERFORM POST-EXCHANGE-GAIN-LOSS.
040300     ADD 1 TO WS-PY-ENTRIES.
040302
040305 RESOLVE-PAYMENT-USD.
040308     IF PAY-EXCHANGE-RATE NOT NUMERIC
040311        OR PAY-EXCHANGE-RATE = ZERO
040313        MOVE PAY-GROSS-AMOUNT      TO WS-PAY-USD-BOOKED
040316        MOVE PAY-NET-AMOUNT        TO WS-PAY-USD-NET
040319        MOVE PAY-DISCOUNT-TAKEN    TO WS-PAY-USD-DISCOUNT
040322        MOVE ZERO                  TO WS-PAY-FX-GAIN-LOSS
040325     ELSE
040327        MOVE PAY-USD-BOOKED-AMOUNT TO WS-PAY-USD-BOOKED
040330        MOVE PAY-USD-NET-AMOUNT    TO WS-PAY-USD-NET
040333        MOVE PAY-USD-DISCOUNT      TO WS-PAY-USD-DISCOUNT
040336        MOVE PAY-FX-GAIN-LOSS      TO WS-PAY-FX-GAIN-LOSS
040338     END-IF.
040341
040344*    PAYABLES CLEAR AT WHAT THE INVOICE WAS BOOKED AT; WHAT
040347*    THE RATE MOVED SINCE IS REALIZED -- A GAIN CREDITED, A
040350*    LOSS DEBITED -- SO THE ENTRY STILL BALANCES.
040352 POST-EXCHANGE-GAIN-LOSS.
040355     IF WS-PAY-FX-GAIN-LOSS > ZERO
040358        MOVE WS-PAY-FX-GAIN-LOSS  TO WS-FX-AMOUNT
040361        MOVE WS-RX-CREDIT-ACCOUNT TO JE-ACCOUNT
040363        MOVE ZERO                 TO JE-DEBIT-AMOUNT
040366        MOVE WS-FX-AMOUNT         TO JE-CREDIT-AMOUNT
040369        PERFORM WRITE-JOURNAL-LINE
040372        ADD 1 TO WS-RX-LINES
040375     END-IF.
040377     IF WS-PAY-FX-GAIN-LOSS < ZERO
040380        COMPUTE WS-FX-AMOUNT = ZERO - WS-PAY-FX-GAIN-LOSS
040383        MOVE WS-RX-DEBIT-ACCOUNT  TO JE-ACCOUNT
040386        MOVE WS-FX-AMOUNT         TO JE-DEBIT-AMOUNT
040388        MOVE ZERO                 TO JE-CREDIT-AMOUNT
040391        PERFORM WRITE-JOURNAL-LINE
040394        ADD 1 TO WS-RX-LINES
040397     END-IF.
040400
040500*    THE DAY'S APPLIED CASH: CASH DEBITED, THE RECEIVABLE
040510*    CREDITED, APPLICATION BY APPLICATION -- THE OTHER END
041704*    SPACES AND WERE JOURNALED BY HAND IN THEIR DAY.
041705     IF CR-POSTED-DATE IS NUMERIC
041706        AND CR-POSTED-DATE = WS-RUN-DATE
              IF CR-WRITE-OFF
                 PERFORM BUILD-WRITE-OFF-ENTRY
              ELSE
                 PERFORM BUILD-RECEIPT-ENTRY
              END-IF
041708     END-IF.
042100     PERFORM READ-NEXT-CASH-RECEIPT.
042200
043600     MOVE CR-AMOUNT-APPLIED    TO JE-CREDIT-AMOUNT.
043700     PERFORM WRITE-JOURNAL-LINE.
043800     ADD 1 TO WS-CR-ENTRIES.
043804
043809*    A WRITE-OFF TAKES THE RECEIVABLE DOWN LIKE A RECEIPT, BUT
043814*    NO CASH CAME IN -- BAD-DEBT EXPENSE TAKES THE DEBIT,
043819*    WHATEVER THE REASON THE INVOICE WAS WRITTEN OFF FOR.
043823 BUILD-WRITE-OFF-ENTRY.
043828     ADD 1 TO WS-ENTRY-NUMBER.
043833     MOVE ZERO TO WS-LINE-NUMBER.
043838     MOVE "BD" TO JE-SOURCE.
043842     MOVE SPACES TO JE-REFERENCE.
043847     STRING "WOFF " CR-INVOICE-NUMBER
043852            DELIMITED BY SIZE INTO JE-REFERENCE.
043857     MOVE WS-BD-DEBIT-ACCOUNT TO JE-ACCOUNT.
043861     MOVE CR-AMOUNT-APPLIED   TO JE-DEBIT-AMOUNT.
043866     MOVE ZERO                TO JE-CREDIT-AMOUNT.
043871     PERFORM WRITE-JOURNAL-LINE.
043876     MOVE WS-BD-CREDIT-ACCOUNT TO JE-ACCOUNT.
043880     MOVE ZERO                 TO JE-DEBIT-AMOUNT.
043885     MOVE CR-AMOUNT-APPLIED    TO JE-CREDIT-AMOUNT.
043890     PERFORM WRITE-JOURNAL-LINE.
043895     ADD 1 TO WS-BD-ENTRIES.
043900
044000*    THE NIGHT'S COST OF SALES: EACH SHIPMENT CORMAINT COSTED
044100*    TODAY DEBITS COST OF GOODS SOLD AND CREDITS INVENTORY; A
044200*    CUSTOMER RETURN POSTS THE MIRROR.  SELECTED ON THE DATE
044300*    CORMAINT STAMPED, LIKE THE RECEIPTS.  AN ITEM WITH NO
044400*    AVERAGE COST YET WAS COSTED AT ZERO AND HAS NOTHING TO
044500*    JOURNAL.
044600 POST-TODAYS-SHIPMENT-COSTS.
044700     IF WS-SHPCOST-FILE-STATUS = "00"
044800        MOVE "N" TO FILE-AT-END
044900        PERFORM READ-NEXT-SHIPMENT-COST
045000        PERFORM POST-ONE-SHIPMENT-COST UNTIL FILE-AT-END = "Y"
045100     END-IF.
045200
045300 READ-NEXT-SHIPMENT-COST.
045400     READ SHIPMENT-COST-FILE
045500          AT END MOVE "Y" TO FILE-AT-END.
045600
045700 POST-ONE-SHIPMENT-COST.
045800     IF SC-POSTED-DATE = WS-RUN-DATE
045900        AND SC-EXTENDED-COST > ZERO
046000        PERFORM BUILD-SHIPMENT-COST-ENTRY
046100     END-IF.
046200     PERFORM READ-NEXT-SHIPMENT-COST.
046300
046400 BUILD-SHIPMENT-COST-ENTRY.
046500     ADD 1 TO WS-ENTRY-NUMBER.
046600     MOVE ZERO TO WS-LINE-NUMBER.
046700     MOVE "CG" TO JE-SOURCE.
046800     MOVE SPACES TO JE-REFERENCE.
046900     IF SC-RETURN
047000        STRING "RET " SC-ORDER-NUMBER
047100               DELIMITED BY SIZE INTO JE-REFERENCE
047200        MOVE WS-CG-CREDIT-ACCOUNT TO JE-ACCOUNT
047300     ELSE
047400        STRING "SHP " SC-ORDER-NUMBER
047500               DELIMITED BY SIZE INTO JE-REFERENCE
047600        MOVE WS-CG-DEBIT-ACCOUNT  TO JE-ACCOUNT
047700     END-IF.
047800     MOVE SC-EXTENDED-COST    TO JE-DEBIT-AMOUNT.
047900     MOVE ZERO                TO JE-CREDIT-AMOUNT.
048000     PERFORM WRITE-JOURNAL-LINE.
048100     IF SC-RETURN
048200        MOVE WS-CG-DEBIT-ACCOUNT  TO JE-ACCOUNT
048300     ELSE
048400        MOVE WS-CG-CREDIT-ACCOUNT TO JE-ACCOUNT
048500     END-IF.
048600     MOVE ZERO                TO JE-DEBIT-AMOUNT.
048700     MOVE SC-EXTENDED-COST    TO JE-CREDIT-AMOUNT.
048800     PERFORM WRITE-JOURNAL-LINE.
048900     ADD 1 TO WS-CG-ENTRIES.
