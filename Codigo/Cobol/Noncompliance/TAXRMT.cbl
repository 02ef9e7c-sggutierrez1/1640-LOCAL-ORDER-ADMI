001930*                     aware); it is preferred over the
001940*                     customer's billing state when
001950*                     present.
001955*   RWH   2026-10-15  Sales exempted under a customer's
001960*                     tax-exemption certificate print in
001965*                     their own column, kept out of taxable
001970*                     sales, and are listed by certificate
001975*                     number after the state totals.
002000*--------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
010600         10 WS-STT-STATE       PIC X(02).
010700         10 WS-STT-SALES       PIC S9(11)V99.
010800         10 WS-STT-TAX         PIC S9(11)V99.
010850         10 WS-STT-EXEMPT      PIC S9(11)V99.
010900
011000 01  WS-ACTIVE-STATE           PIC X(02) VALUE SPACES.
011100 01  WS-STATE-SUB              PIC 9(3) VALUE 1.
011110
011120*    ONE BUCKET PER STATE/CUSTOMER/CERTIFICATE WHOSE SALES
011130*    WENT OUT EXEMPT THIS PERIOD -- THE STATES ASK FOR THE
011140*    CERTIFICATE BEHIND EVERY UNTAXED SALE.
011150 01  WS-EXEMPT-TABLE.
011160     05 WS-EXEMPT-COUNT        PIC 9(3) VALUE ZERO.
011170     05 WS-EXEMPT-ENTRY OCCURS 500 TIMES INDEXED BY EXEMPT-IDX.
011180         10 WS-EXM-STATE       PIC X(02).
011190         10 WS-EXM-CUSTOMER-ID PIC 9(7).
011191         10 WS-EXM-CERTIFICATE PIC X(20).
011192         10 WS-EXM-SALES       PIC S9(11)V99.
011193
011194 01  WS-EXEMPT-SUB             PIC 9(3) VALUE 1.
011195 01  WS-INVOICE-EXEMPT         PIC X VALUE "N".
011200
011300 01  WS-CONTROL-TOTALS.
011400     05 WS-INVOICES-READ       PIC 9(7) VALUE ZERO.
011600     05 WS-CUSTOMERS-NOT-FOUND PIC 9(7) VALUE ZERO.
011700     05 WS-TOTAL-SALES         PIC S9(13)V99 VALUE ZERO.
011800     05 WS-TOTAL-TAX           PIC S9(13)V99 VALUE ZERO.
011850     05 WS-TOTAL-EXEMPT        PIC S9(13)V99 VALUE ZERO.
011900
012000 01  HEADING-LINE-1.
012100     05 FILLER                 PIC X(34)
013100     05 FILLER                 PIC X(02) VALUE SPACES.
013200     05 FILLER                 PIC X(17)
013210        VALUE "    TAX COLLECTED".
013220     05 FILLER                 PIC X(02) VALUE SPACES.
013230     05 FILLER                 PIC X(17)
013240        VALUE "     EXEMPT SALES".
013300
013400 01  DETAIL-LINE.
013500     05 DTL-STATE              PIC X(02).
014000     05 FILLER                 PIC X(02) VALUE SPACES.
014100     05 DTL-TAX                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
014200     05 FILLER                 PIC X(02) VALUE SPACES.
014233     05 DTL-EXEMPT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
014266     05 FILLER                 PIC X(02) VALUE SPACES.
014300     05 DTL-NO-RATE-FLAG       PIC X(12).
014400
014500 01  GRAND-TOTAL-LINE.
014700     05 GTL-SALES              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
014800     05 FILLER                 PIC X(02) VALUE SPACES.
014900     05 GTL-TAX                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
014910     05 FILLER                 PIC X(02) VALUE SPACES.
014920     05 GTL-EXEMPT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
014930
014935 01  EXEMPT-HEADING-1.
014940     05 FILLER                 PIC X(27)
014945        VALUE "EXEMPT SALES BY CERTIFICATE".
014950
014952 01  EXEMPT-HEADING-2.
014954     05 FILLER                 PIC X(05) VALUE "STATE".
014956     05 FILLER                 PIC X(02) VALUE SPACES.
014958     05 FILLER                 PIC X(09) VALUE "CUSTOMER".
014960     05 FILLER                 PIC X(22) VALUE "CERTIFICATE".
014962     05 FILLER                 PIC X(17)
014964        VALUE "     EXEMPT SALES".
014966
014968 01  EXEMPT-DETAIL-LINE.
014970     05 EXD-STATE              PIC X(02).
014972     05 FILLER                 PIC X(05) VALUE SPACES.
014974     05 EXD-CUSTOMER-ID        PIC 9(7).
014976     05 FILLER                 PIC X(02) VALUE SPACES.
014978     05 EXD-CERTIFICATE        PIC X(20).
014980     05 FILLER                 PIC X(02) VALUE SPACES.
014982     05 EXD-SALES              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
015000
015002*    PARAMETER PASSED TO THE SHARED RUN-CONTROL SUBPROGRAM --
015004*    SEE RUNCTL.  THE MONTH-END STREAM STAMPS UNDER CYCLE
020700             UNTIL WS-STATE-SUB > WS-STATE-COUNT.
020800     MOVE WS-TOTAL-SALES TO GTL-SALES.
020900     MOVE WS-TOTAL-TAX   TO GTL-TAX.
020950     MOVE WS-TOTAL-EXEMPT TO GTL-EXEMPT.
021000     MOVE SPACES TO REMITTANCE-REPORT-LINE.
021100     WRITE REMITTANCE-REPORT-LINE.
021200     WRITE REMITTANCE-REPORT-LINE FROM GRAND-TOTAL-LINE.
021210     PERFORM PRINT-EXEMPT-SECTION.
021300     CLOSE CUSTOMER-INVOICE-REGISTER-FILE.
021400     CLOSE CUSTOMER-MASTER-FILE.
021500     CLOSE TAX-RATE-FILE.
021900     DISPLAY "  INVOICES IN PERIOD ...: " WS-INVOICES-IN-PERIOD.
022000     DISPLAY "  CUSTOMERS NOT FOUND ..: " WS-CUSTOMERS-NOT-FOUND.
022100     DISPLAY "  STATES LISTED ........: " WS-STATE-COUNT.
022150     DISPLAY "  EXEMPT CERTIFICATES ..: " WS-EXEMPT-COUNT.
022200     IF WS-CUSTOMERS-NOT-FOUND > ZERO
022300        MOVE 4 TO RETURN-CODE
022400     ELSE
024100     IF WS-INVOICE-YYYYMM = WS-PERIOD
024200        ADD 1 TO WS-INVOICES-IN-PERIOD
024300        PERFORM RESOLVE-INVOICE-STATE
024350        PERFORM RESOLVE-INVOICE-EXEMPTION
024400        PERFORM ADD-TO-STATE-BUCKET
024410        IF WS-INVOICE-EXEMPT = "Y"
024420           PERFORM ADD-TO-EXEMPT-BUCKET
024430        END-IF
024500     END-IF.
024600     PERFORM READ-NEXT-REGISTER.
024700
026300         WHEN STATE-IDX > WS-STATE-COUNT
026400            PERFORM ADD-NEW-STATE-BUCKET
026500         WHEN WS-STT-STATE (STATE-IDX) = WS-ACTIVE-STATE
026600            IF WS-INVOICE-EXEMPT = "Y"
026610               ADD CI-INVOICE-AMOUNT
026620                   TO WS-STT-EXEMPT (STATE-IDX)
026630            ELSE
026640               ADD CI-INVOICE-AMOUNT TO WS-STT-SALES (STATE-IDX)
026650            END-IF
026700            ADD CI-TAX-AMOUNT     TO WS-STT-TAX (STATE-IDX)
026800     END-SEARCH.
026900     IF WS-INVOICE-EXEMPT = "Y"
026910        ADD CI-INVOICE-AMOUNT TO WS-TOTAL-EXEMPT
026920     ELSE
026930        ADD CI-INVOICE-AMOUNT TO WS-TOTAL-SALES
026940     END-IF.
027000     ADD CI-TAX-AMOUNT     TO WS-TOTAL-TAX.
027100
027200 ADD-NEW-STATE-BUCKET.
027400        ADD 1 TO WS-STATE-COUNT
027500        MOVE WS-ACTIVE-STATE
027600             TO WS-STT-STATE (WS-STATE-COUNT)
027700        MOVE ZERO TO WS-STT-SALES (WS-STATE-COUNT)
027710        MOVE ZERO TO WS-STT-EXEMPT (WS-STATE-COUNT)
027720        IF WS-INVOICE-EXEMPT = "Y"
027730           MOVE CI-INVOICE-AMOUNT
027740                TO WS-STT-EXEMPT (WS-STATE-COUNT)
027750        ELSE
027760           MOVE CI-INVOICE-AMOUNT
027800                TO WS-STT-SALES (WS-STATE-COUNT)
027810        END-IF
027900        MOVE CI-TAX-AMOUNT
028000             TO WS-STT-TAX (WS-STATE-COUNT)
028100     ELSE
029900     END-READ.
030000     MOVE WS-STT-SALES (WS-STATE-SUB) TO DTL-SALES.
030100     MOVE WS-STT-TAX (WS-STATE-SUB)   TO DTL-TAX.
030150     MOVE WS-STT-EXEMPT (WS-STATE-SUB) TO DTL-EXEMPT.
030200     WRITE REMITTANCE-REPORT-LINE FROM DETAIL-LINE.
030300
030310*    AN INVOICE BILLED UNDER AN EXEMPTION CERTIFICATE CARRIES
030320*    ITS NUMBER ON THE REGISTER; OLDER RECORDS AND TAXED
030330*    INVOICES CARRY SPACES.
030340 RESOLVE-INVOICE-EXEMPTION.
030350     IF CI-EXEMPT-CERTIFICATE NOT = SPACES
030360        AND CI-EXEMPT-CERTIFICATE NOT = LOW-VALUES
030370        MOVE "Y" TO WS-INVOICE-EXEMPT
030380     ELSE
030390        MOVE "N" TO WS-INVOICE-EXEMPT
030400     END-IF.
030410
030420 ADD-TO-EXEMPT-BUCKET.
030430     SET EXEMPT-IDX TO 1.
030440     SEARCH WS-EXEMPT-ENTRY
030450         AT END
030460            PERFORM ADD-NEW-EXEMPT-BUCKET
030470         WHEN EXEMPT-IDX > WS-EXEMPT-COUNT
030480            PERFORM ADD-NEW-EXEMPT-BUCKET
030490         WHEN WS-EXM-STATE (EXEMPT-IDX) = WS-ACTIVE-STATE
030500          AND WS-EXM-CUSTOMER-ID (EXEMPT-IDX) = CI-CUSTOMER-ID
030510          AND WS-EXM-CERTIFICATE (EXEMPT-IDX)
030520              = CI-EXEMPT-CERTIFICATE
030530            ADD CI-INVOICE-AMOUNT TO WS-EXM-SALES (EXEMPT-IDX)
030540     END-SEARCH.
030550
030560 ADD-NEW-EXEMPT-BUCKET.
030570     IF WS-EXEMPT-COUNT < 500
030580        ADD 1 TO WS-EXEMPT-COUNT
030590        MOVE WS-ACTIVE-STATE
030600             TO WS-EXM-STATE (WS-EXEMPT-COUNT)
030610        MOVE CI-CUSTOMER-ID
030620             TO WS-EXM-CUSTOMER-ID (WS-EXEMPT-COUNT)
030630        MOVE CI-EXEMPT-CERTIFICATE
030640             TO WS-EXM-CERTIFICATE (WS-EXEMPT-COUNT)
030650        MOVE CI-INVOICE-AMOUNT
030660             TO WS-EXM-SALES (WS-EXEMPT-COUNT)
030670     ELSE
030680        DISPLAY "TAXRMT: CERTIFICATE TABLE FULL, CERTIFICATE "
030690                CI-EXEMPT-CERTIFICATE " NOT LISTED"
030700     END-IF.
030710
030720*    THE EXEMPT SALES, CERTIFICATE BY CERTIFICATE, UNDER THE
030730*    STATE TOTALS -- WHAT THE RETURNS ASK FOR ALONGSIDE THE
030740*    EXEMPT COLUMN.
030750 PRINT-EXEMPT-SECTION.
030760     MOVE SPACES TO REMITTANCE-REPORT-LINE.
030770     WRITE REMITTANCE-REPORT-LINE.
030780     WRITE REMITTANCE-REPORT-LINE FROM EXEMPT-HEADING-1.
030790     WRITE REMITTANCE-REPORT-LINE FROM EXEMPT-HEADING-2.
030800     PERFORM PRINT-ONE-EXEMPTION
030810             VARYING WS-EXEMPT-SUB FROM 1 BY 1
030820             UNTIL WS-EXEMPT-SUB > WS-EXEMPT-COUNT.
030830
030840 PRINT-ONE-EXEMPTION.
030850     MOVE WS-EXM-STATE (WS-EXEMPT-SUB)       TO EXD-STATE.
030860     MOVE WS-EXM-CUSTOMER-ID (WS-EXEMPT-SUB) TO EXD-CUSTOMER-ID.
030870     MOVE WS-EXM-CERTIFICATE (WS-EXEMPT-SUB) TO EXD-CERTIFICATE.
030880     MOVE WS-EXM-SALES (WS-EXEMPT-SUB)       TO EXD-SALES.
030890     WRITE REMITTANCE-REPORT-LINE FROM EXEMPT-DETAIL-LINE.
030900
031000*    THE OPEN PERIOD COMES OFF THE PERIOD-CONTROL FILE --
031010*    SEE PERCTL.
031020 RESOLVE-OPEN-PERIOD.
