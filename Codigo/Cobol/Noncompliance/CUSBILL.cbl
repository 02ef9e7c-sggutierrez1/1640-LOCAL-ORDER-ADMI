002367*                     backorder bills when it ships.  An
002374*                     order closed before ship tracking
002381*                     still bills in full, once.
002382*   RWH   2026-10-15  A customer's sales into a state where
002383*                     it holds a tax-exemption certificate
002384*                     (TAXEXM) in force go out without tax,
002385*                     certificate printed on the invoice and
002386*                     carried on the register; once it has
002387*                     expired the state's tax is charged.
002388*--------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
006050         ORGANIZATION IS LINE SEQUENTIAL
006060         FILE STATUS IS WS-CORRET-FILE-STATUS.
006100
006110*    NO TAXEXM FILE YET IS LEGAL -- NO CUSTOMER HOLDS AN
006120*    EXEMPTION, AND EVERY INVOICE IS TAXED.
006130     SELECT TAX-EXEMPTION-FILE
006140         ASSIGN TO "TAXEXM"
006150         ORGANIZATION IS INDEXED
006160         RECORD KEY IS TX-KEY
006170         ACCESS MODE IS RANDOM
006180         FILE STATUS IS WS-TAXEXM-FILE-STATUS.
006190
006200 DATA DIVISION.
006300 FILE SECTION.
006400
006800     COPY CINVREG.
006810     COPY CORRET.
006820     COPY SHIPTO.
006830     COPY TAXEXM.
006900
007000 FD  INVOICE-NUMBER-CONTROL-FILE
007100     LABEL RECORDS ARE STANDARD.
012670 01  WS-CREDIT-BASE-QUANTITY   PIC 9(7) VALUE ZERO.
012680 01  WS-CREDIT-TAX-AMOUNT      PIC 9(7)V99 VALUE ZERO.
012700
012705     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
012710         ==WS-TAXEXM-FILE-STATUS== ==PFX-FILE-OK== BY
012715         ==TAXEXM-FILE-OK== ==PFX-FILE-EOF== BY
012720         ==TAXEXM-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
012725         ==TAXEXM-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
012730         ==TAXEXM-FILE-NOT-FOUND==
012735         ==PFX-FILE-BOUNDARY-VIOLATION== BY
012740         ==TAXEXM-FILE-BOUNDARY-VIOLATION==.
012745 01  WS-TAXEXM-FILE-OPEN       PIC X VALUE "N".
012750 01  WS-EXEMPTION-FOUND        PIC X VALUE "N".
012755
012760*    THE CERTIFICATE THIS INVOICE OR CREDIT MEMO GOES OUT
012765*    UNDER -- SPACES WHEN IT IS TAXED.  STAMPED ON THE
012770*    REGISTER FOR THE TAX REMITTANCE.
012775 01  WS-EXEMPT-CERTIFICATE     PIC X(20) VALUE SPACES.
012780
012800 01  WS-CONTROL-TOTALS.
012900     05 WS-ORDERS-READ         PIC 9(7) VALUE ZERO.
013000     05 WS-INVOICES-PRINTED    PIC 9(7) VALUE ZERO.
013100     05 WS-CUSTOMERS-NOT-FOUND PIC 9(7) VALUE ZERO.
013110     05 WS-CREDIT-MEMOS-CUT    PIC 9(7) VALUE ZERO.
013120     05 WS-RETURNS-IN-ERROR    PIC 9(7) VALUE ZERO.
013130     05 WS-EXEMPT-INVOICES     PIC 9(7) VALUE ZERO.
013140     05 WS-EXEMPTIONS-LAPSED   PIC 9(7) VALUE ZERO.
013200     05 WS-TOTAL-INVOICED      PIC 9(11)V99 VALUE ZERO.
013300
013400 01  INVOICE-HEADING-1.
017600     05 FILLER                 PIC X(01) VALUE SPACES.
017700     05 IXL-TAX-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
017800
017810
017820 01  INVOICE-EXEMPT-LINE.
017830     05 FILLER                 PIC X(28)
017840                  VALUE "TAX EXEMPT - CERTIFICATE NO ".
017850     05 IEL-CERTIFICATE        PIC X(20).
017900 01  INVOICE-TOTAL-LINE.
018000     05 FILLER                 PIC X(16)
018100                  VALUE "AMOUNT DUE ....:".
022270        DISPLAY "CUSBILL: NO SHIP-TO-FILE, TAXING BY THE "
022280                "BILLING STATE"
022290     END-IF.
022291     OPEN INPUT TAX-EXEMPTION-FILE.
022292     IF TAXEXM-FILE-OK
022293        MOVE "Y" TO WS-TAXEXM-FILE-OPEN
022294     ELSE
022295        DISPLAY "CUSBILL: NO TAX-EXEMPTION-FILE, NO SALES "
022296                "ARE EXEMPTED"
022297     END-IF.
022300
022400*    THE CONTROL FILE HOLDS THE NEXT INVOICE NUMBER ACROSS
022500*    RUNS.  A MISSING OR EMPTY FILE STARTS THE SERIES AT 1.
025110     IF WS-SHIPTO-FILE-OPEN = "Y"
025120        CLOSE SHIP-TO-FILE
025130     END-IF.
025140     IF WS-TAXEXM-FILE-OPEN = "Y"
025150        CLOSE TAX-EXEMPTION-FILE
025160     END-IF.
025200     DISPLAY "CUSBILL CONTROL TOTALS".
025300     DISPLAY "  ORDER RECORDS READ ...: " WS-ORDERS-READ.
025400     DISPLAY "  INVOICES PRINTED .....: " WS-INVOICES-PRINTED.
025500     DISPLAY "  CUSTOMERS NOT FOUND ..: " WS-CUSTOMERS-NOT-FOUND.
025510     DISPLAY "  CREDIT MEMOS CUT .....: " WS-CREDIT-MEMOS-CUT.
025520     DISPLAY "  RETURNS IN ERROR .....: " WS-RETURNS-IN-ERROR.
025530     DISPLAY "  INVOICES TAX EXEMPT ..: " WS-EXEMPT-INVOICES.
025540     DISPLAY "  EXEMPTIONS LAPSED ....: " WS-EXEMPTIONS-LAPSED.
025600     IF WS-CUSTOMERS-NOT-FOUND > ZERO
025610        OR WS-RETURNS-IN-ERROR > ZERO
025700        MOVE 4 TO RETURN-CODE
030600     WRITE INVOICE-PRINT-LINE FROM INVOICE-DETAIL-LINE.
030700     MOVE WS-TAX-AMOUNT TO IXL-TAX-AMOUNT.
030800     WRITE INVOICE-PRINT-LINE FROM INVOICE-TAX-LINE.
030810     IF WS-EXEMPT-CERTIFICATE NOT = SPACES
030820        MOVE WS-EXEMPT-CERTIFICATE TO IEL-CERTIFICATE
030830        WRITE INVOICE-PRINT-LINE FROM INVOICE-EXEMPT-LINE
030840     END-IF.
030900     MOVE WS-TOTAL-DUE TO ITL-INVOICE-AMOUNT.
031000     WRITE INVOICE-PRINT-LINE FROM INVOICE-TOTAL-LINE.
031100     MOVE SPACES TO INVOICE-PRINT-LINE.
032700*    THE RATE COMES FROM THE STATE TAX TABLE BY THE RESOLVED
032800*    TAX STATE.  NO TABLE ROW FOR THE STATE MEANS NO TAX
032850*    APPLIES.
032860*    A CUSTOMER HOLDING AN EXEMPTION CERTIFICATE IN FORCE FOR
032870*    THE STATE IS NOT TAXED AT ALL.
032900 COMPUTE-TAX-AMOUNT.
033000     MOVE ZERO TO WS-TAX-AMOUNT.
033050     PERFORM CHECK-TAX-EXEMPTION.
033100     IF WS-TAX-STATE NOT = SPACES
033150        AND WS-EXEMPT-CERTIFICATE = SPACES
033200        MOVE WS-TAX-STATE TO TAX-STATE
033300        READ TAX-RATE-FILE
033400            INVALID KEY
036800     MOVE WS-TAX-AMOUNT          TO CI-TAX-AMOUNT.
036900     MOVE WS-TOTAL-DUE           TO CI-TOTAL-AMOUNT.
036950     MOVE WS-TAX-STATE           TO CI-TAX-STATE.
036960     MOVE WS-EXEMPT-CERTIFICATE  TO CI-EXEMPT-CERTIFICATE.
037000     WRITE CUSTOMER-INVOICE-REGISTER-RECORD.
037100
037200*    RECORDS WRITTEN BEFORE THE SHIPPED/BILLED FIELDS WERE
043000             WS-INVOICE-AMOUNT + WS-CREDIT-TAX-AMOUNT.
043100     PERFORM READ-CUSTOMER-MASTER.
043150     PERFORM RESOLVE-TAX-STATE.
043160     PERFORM CHECK-CREDIT-EXEMPTION.
043200     PERFORM PRINT-CREDIT-MEMO-PAGE.
043300     PERFORM WRITE-CREDIT-REGISTER-RECORD.
043400     SUBTRACT WS-CREDIT-TAX-AMOUNT FROM CO-TAX-AMOUNT.
045200     WRITE INVOICE-PRINT-LINE FROM INVOICE-DETAIL-LINE.
045300     MOVE WS-CREDIT-TAX-AMOUNT TO IXL-TAX-AMOUNT.
045400     WRITE INVOICE-PRINT-LINE FROM INVOICE-TAX-LINE.
045410     IF WS-EXEMPT-CERTIFICATE NOT = SPACES
045420        MOVE WS-EXEMPT-CERTIFICATE TO IEL-CERTIFICATE
045430        WRITE INVOICE-PRINT-LINE FROM INVOICE-EXEMPT-LINE
045440     END-IF.
045500     MOVE WS-TOTAL-DUE TO CTL2-CREDIT-AMOUNT.
045600     WRITE INVOICE-PRINT-LINE FROM CREDIT-TOTAL-LINE.
045700     MOVE SPACES TO INVOICE-PRINT-LINE.
046900             ZERO - WS-CREDIT-TAX-AMOUNT.
047000     COMPUTE CI-TOTAL-AMOUNT = ZERO - WS-TOTAL-DUE.
047050     MOVE WS-TAX-STATE TO CI-TAX-STATE.
047060     MOVE WS-EXEMPT-CERTIFICATE TO CI-EXEMPT-CERTIFICATE.
047100     WRITE CUSTOMER-INVOICE-REGISTER-RECORD.
047200
047300*    THE STATE WHOSE RATE APPLIES: THE SHIP-TO STATE WHEN
048800        AND WS-CUSTOMER-FOUND = "Y"
048900        MOVE CUST-STATE TO WS-TAX-STATE
049000     END-IF.
049100
049200*    THE CERTIFICATE ON FILE FOR THE CUSTOMER IN THE RESOLVED
049300*    TAX STATE, IF ANY.
049400 READ-TAX-EXEMPTION.
049500     MOVE "N" TO WS-EXEMPTION-FOUND.
049600     IF WS-TAX-STATE NOT = SPACES
049700        AND WS-TAXEXM-FILE-OPEN = "Y"
049800        MOVE CO-CUSTOMER-ID TO TX-CUSTOMER-ID
049900        MOVE WS-TAX-STATE   TO TX-STATE
050000        READ TAX-EXEMPTION-FILE
050100            INVALID KEY
050200               CONTINUE
050300            NOT INVALID KEY
050400               MOVE "Y" TO WS-EXEMPTION-FOUND
050500        END-READ
050600     END-IF.
050700
050800*    A CERTIFICATE EXEMPTS THE INVOICE ONLY FROM ITS EFFECTIVE
050900*    DATE THROUGH ITS EXPIRY (ZERO NEVER EXPIRES).  ONE NOT YET
051000*    IN FORCE OR ALREADY LAPSED IS IGNORED AND THE STATE'S TAX
051100*    IS CHARGED -- TXEEXPR WARNS OF THE LAPSE AHEAD OF TIME.
051200 CHECK-TAX-EXEMPTION.
051300     MOVE SPACES TO WS-EXEMPT-CERTIFICATE.
051400     PERFORM READ-TAX-EXEMPTION.
051500     IF WS-EXEMPTION-FOUND = "Y"
051600        IF TX-EFFECTIVE-DATE NOT > WS-RUN-DATE
051700           AND (TX-EXPIRY-DATE = ZERO
051800                OR TX-EXPIRY-DATE NOT < WS-RUN-DATE)
051900           MOVE TX-CERTIFICATE-NUMBER TO WS-EXEMPT-CERTIFICATE
052000           ADD 1 TO WS-EXEMPT-INVOICES
052100        ELSE
052200           DISPLAY "CUSBILL: EXEMPTION " TX-CERTIFICATE-NUMBER
052300                   " FOR " CO-CUSTOMER-ID "/" WS-TAX-STATE
052400                   " NOT IN FORCE, TAX CHARGED"
052500           ADD 1 TO WS-EXEMPTIONS-LAPSED
052600        END-IF
052700     END-IF.
052800
052900*    A CREDIT MEMO REVERSES WHAT THE SALE CHARGED, SO ITS
053000*    TAX-FREE GOODS COME OFF THE EXEMPT SALES UNDER THE
053100*    CERTIFICATE ON FILE -- WHETHER OR NOT IT HAS LAPSED
053200*    SINCE.  A MEMO THAT GIVES TAX BACK IS TAXABLE.
053300 CHECK-CREDIT-EXEMPTION.
053400     MOVE SPACES TO WS-EXEMPT-CERTIFICATE.
053500     IF WS-CREDIT-TAX-AMOUNT = ZERO
053600        PERFORM READ-TAX-EXEMPTION
053700        IF WS-EXEMPTION-FOUND = "Y"
053800           MOVE TX-CERTIFICATE-NUMBER TO WS-EXEMPT-CERTIFICATE
053900        END-IF
054000     END-IF.
