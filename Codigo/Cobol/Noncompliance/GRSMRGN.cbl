000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRSMRGN.
000300*--------------------------------------------------
000400* Month-end gross-margin report.  Revenue is every
000500* invoice and credit memo the billing run cut in
000600* the period (CI-INVOICE-AMOUNT -- goods only, no
000700* tax), joined to its order for the item and the
000800* sales rep; cost is every shipment and return
000900* CORMAINT costed in the period on SHPCOST, the
001000* same records GLPOST journals to cost of goods
001100* sold.  Revenue, cost, margin and margin percent
001200* print by customer, by item and by sales rep, and
001300* each section totals to the same figures.  The
001400* PARM is the period as YYYYMM (blank takes the
001500* open period from PERCTL).
001600*
001700* MODIFICATION HISTORY
001800*   WHO   DATE        WHAT
001900*   RWH   2026-10-15  Original version.
002000*--------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400
002500     SELECT CUSTOMER-INVOICE-REGISTER-FILE
002600         ASSIGN TO "CINVREG"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-REGISTER-FILE-STATUS.
002900
003000*    OPTIONAL -- NOTHING MAY HAVE SHIPPED YET.
003100     SELECT OPTIONAL SHIPMENT-COST-FILE
003200         ASSIGN TO "SHPCOST"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-SHPCOST-FILE-STATUS.
003500
003600     SELECT CUSTOMER-ORDER-FILE
003700         ASSIGN TO "CUSTORD"
003800         ORGANIZATION IS INDEXED
003900         RECORD KEY IS CO-KEY
004000         ACCESS MODE IS RANDOM
004100         FILE STATUS IS WS-CUSTORD-FILE-STATUS.
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
005700     SELECT SALES-REP-MASTER-FILE
005800         ASSIGN TO "SREPMST"
005900         ORGANIZATION IS INDEXED
006000         RECORD KEY IS SREP-CODE
006100         ACCESS MODE IS RANDOM
006200         FILE STATUS IS WS-SREP-FILE-STATUS.
006300
006400     SELECT GROSS-MARGIN-REPORT
006500         ASSIGN TO "GRSMRGNR"
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000
007100     COPY CINVREG.
007200     COPY SHPCOST.
007300     COPY CUSTORD.
007400     COPY CUSMST.
007500     COPY ITMMST.
007600     COPY SREPMST.
007700
007800 FD  GROSS-MARGIN-REPORT
007900     LABEL RECORDS ARE STANDARD.
008000 01  GROSS-MARGIN-LINE         PIC X(132).
008100
008200 WORKING-STORAGE SECTION.
008300
008400 01  FILE-AT-END               PIC X VALUE "N".
008500
008600*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
008700*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
008800     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
008900         ==WS-REGISTER-FILE-STATUS== ==PFX-FILE-OK== BY
009000         ==REGISTER-FILE-OK== ==PFX-FILE-EOF== BY
009100         ==REGISTER-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
009200         ==REGISTER-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
009300         ==REGISTER-FILE-NOT-FOUND==
009400         ==PFX-FILE-BOUNDARY-VIOLATION== BY
009500         ==REGISTER-FILE-BOUNDARY-VIOLATION==.
009600
009700     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
009800         ==WS-CUSTORD-FILE-STATUS== ==PFX-FILE-OK== BY
009900         ==CUSTORD-FILE-OK== ==PFX-FILE-EOF== BY
010000         ==CUSTORD-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010100         ==CUSTORD-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
010200         ==CUSTORD-FILE-NOT-FOUND==
010300         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010400         ==CUSTORD-FILE-BOUNDARY-VIOLATION==.
010500
010600     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
010700         ==WS-CUSTOMER-FILE-STATUS== ==PFX-FILE-OK== BY
010800         ==CUSTOMER-FILE-OK== ==PFX-FILE-EOF== BY
010900         ==CUSTOMER-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
011000         ==CUSTOMER-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
011100         ==CUSTOMER-FILE-NOT-FOUND==
011200         ==PFX-FILE-BOUNDARY-VIOLATION== BY
011300         ==CUSTOMER-FILE-BOUNDARY-VIOLATION==.
011400
011500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
011600         ==WS-ITEM-FILE-STATUS== ==PFX-FILE-OK== BY
011700         ==ITEM-FILE-OK== ==PFX-FILE-EOF== BY
011800         ==ITEM-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
011900         ==ITEM-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
012000         ==ITEM-FILE-NOT-FOUND==
012100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
012200         ==ITEM-FILE-BOUNDARY-VIOLATION==.
012300
012400     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
012500         ==WS-SREP-FILE-STATUS== ==PFX-FILE-OK== BY
012600         ==SREP-FILE-OK== ==PFX-FILE-EOF== BY
012700         ==SREP-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
012800         ==SREP-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
012900         ==SREP-FILE-NOT-FOUND==
013000         ==PFX-FILE-BOUNDARY-VIOLATION== BY
013100         ==SREP-FILE-BOUNDARY-VIOLATION==.
013200
013300 01  WS-SHPCOST-FILE-STATUS    PIC XX VALUE SPACES.
013400
013500 01  WS-RUN-DATE               PIC 9(8).
013600 01  WS-PERIOD                 PIC 9(6) VALUE ZERO.
013700*    SET WHEN THE PERIOD CAME IN ON THE PARM.  AN AD-HOC
013800*    RERUN OF A PRIOR PERIOD BYPASSES THE MONTH-END RUNCTL
013900*    CHECK AND STAMP, THE SAME AS GLBUDVAR.
014000 01  WS-PERIOD-FROM-PARM       PIC X VALUE "N".
014100 01  WS-RECORD-PERIOD          PIC 9(6) VALUE ZERO.
014200
014300*    ONE ENTRY PER CUSTOMER, ITEM AND SALES REP WITH
014400*    ACTIVITY IN THE PERIOD, KEPT IN KEY ORDER -- THE
014500*    DIMENSION BYTE FIRST, SO THE TABLE READS OUT AS THE
014600*    CUSTOMER SECTION, THEN THE ITEM SECTION, THEN THE REP
014700*    SECTION.  COST IS NET OF RETURNS; REVENUE IS NET OF
014800*    CREDIT MEMOS.
014900 01  WS-MARGIN-COUNT           PIC 9(4) VALUE ZERO.
015000 01  WS-MARGIN-TABLE.
015100     05 WS-MARGIN-ENTRY OCCURS 5000 TIMES
015200        INDEXED BY MRG-IDX.
015300        10 WS-MG-KEY           PIC X(09).
015400        10 WS-MG-REVENUE       PIC S9(11)V99.
015500        10 WS-MG-COST          PIC S9(11)V99.
015600 01  WS-MARGIN-SUB             PIC 9(4) VALUE ZERO.
015700 01  WS-INSERT-SUB             PIC 9(4) VALUE ZERO.
015800
015900*    THE KEY BEING POSTED OR PRINTED, TAKEN APART.
016000 01  WS-WORK-KEY.
016100     05 WS-WORK-DIMENSION      PIC X(01).
016200         88 WS-BY-CUSTOMER             VALUE "1".
016300         88 WS-BY-ITEM                 VALUE "2".
016400         88 WS-BY-REP                  VALUE "3".
016500     05 WS-WORK-CODE           PIC X(08).
016600     05 WS-WORK-CUSTOMER REDEFINES WS-WORK-CODE.
016700        10 WS-WORK-CUSTOMER-ID PIC 9(7).
016800        10 FILLER              PIC X(01).
016900 01  WS-WORK-REVENUE           PIC S9(11)V99 VALUE ZERO.
017000 01  WS-WORK-COST              PIC S9(11)V99 VALUE ZERO.
017100
017200*    THE ORDER'S ITEM AND REP FOR THE INVOICE IN HAND --
017300*    SPACES WHEN THE ORDER IS NOT ON FILE.
017400 01  WS-ORDER-ITEM             PIC X(08) VALUE SPACES.
017500 01  WS-ORDER-REP              PIC X(05) VALUE SPACES.
017600
017700*    ONE REVENUE-AGAINST-COST FIGURE FOR A LINE OR A TOTAL.
017800 01  WS-FIG-REVENUE            PIC S9(11)V99.
017900 01  WS-FIG-COST               PIC S9(11)V99.
018000 01  WS-FIG-MARGIN             PIC S9(11)V99.
018100 01  WS-FIG-PERCENT            PIC S9(4)V9.
018200
018300 01  WS-PREVIOUS-DIMENSION     PIC X(01) VALUE SPACES.
018400 01  WS-SECTION-TOTALS.
018500     05 WS-SEC-REVENUE         PIC S9(11)V99.
018600     05 WS-SEC-COST            PIC S9(11)V99.
018700
018800 01  WS-CONTROL-TOTALS.
018900     05 WS-INVOICES-READ       PIC 9(7) VALUE ZERO.
019000     05 WS-INVOICES-IN-PERIOD  PIC 9(7) VALUE ZERO.
019100     05 WS-ORDERS-NOT-FOUND    PIC 9(7) VALUE ZERO.
019200     05 WS-COSTS-READ          PIC 9(7) VALUE ZERO.
019300     05 WS-COSTS-IN-PERIOD     PIC 9(7) VALUE ZERO.
019400     05 WS-LINES-PRINTED       PIC 9(7) VALUE ZERO.
019500     05 WS-TABLE-OVERFLOWS     PIC 9(7) VALUE ZERO.
019600     05 WS-TOTAL-REVENUE       PIC S9(11)V99 VALUE ZERO.
019700     05 WS-TOTAL-COST          PIC S9(11)V99 VALUE ZERO.
019800
019900 01  HEADING-LINE-1.
020000     05 FILLER                 PIC X(30)
020100        VALUE "GROSS MARGIN FOR PERIOD ".
020200     05 HDG-PERIOD             PIC 9(6).
020300     05 FILLER                 PIC X(12) VALUE "  RUN DATE ".
020400     05 HDG-RUN-DATE           PIC 9(8).
020500
020600 01  HEADING-LINE-2.
020700     05 FILLER                 PIC X(40)
020800        VALUE "CODE     NAME".
020900     05 FILLER                 PIC X(19)
021000        VALUE "           REVENUE ".
021100     05 FILLER                 PIC X(19)
021200        VALUE "              COST ".
021300     05 FILLER                 PIC X(19)
021400        VALUE "            MARGIN ".
021500     05 FILLER                 PIC X(07) VALUE "    PCT".
021600
021700 01  SECTION-LINE.
021800     05 SEC-CAPTION            PIC X(30).
021900
022000 01  MARGIN-DETAIL-LINE.
022100     05 MDL-CODE               PIC X(08).
022200     05 FILLER                 PIC X(01) VALUE SPACES.
022300     05 MDL-NAME               PIC X(30).
022400     05 FILLER                 PIC X(01) VALUE SPACES.
022500     05 MDL-REVENUE            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
022600     05 FILLER                 PIC X(01) VALUE SPACES.
022700     05 MDL-COST               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
022800     05 FILLER                 PIC X(01) VALUE SPACES.
022900     05 MDL-MARGIN             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
023000     05 FILLER                 PIC X(01) VALUE SPACES.
023100     05 MDL-PERCENT            PIC X(07).
023200
023300*    PERCENT EDITED ON ITS OWN, THEN MOVED TO THE LINE --
023400*    NO REVENUE PRINTS "  N/A" IN ITS PLACE.
023500 01  WS-PERCENT-EDIT           PIC ZZZ9.9-.
023600 01  WS-PERCENT-TEXT REDEFINES WS-PERCENT-EDIT PIC X(07).
023700
023800*    PARAMETER PASSED TO THE SHARED RUN-CONTROL SUBPROGRAM --
023900*    SEE RUNCTL.  THE MONTH-END STREAM STAMPS UNDER CYCLE
024000*    DATE PERIOD * 100, SO A PERIOD ALREADY RUN REFUSES TO
024100*    RUN TWICE -- OPERATIONS CLEARS PROD.MTHEND.RUNCTL TO
024200*    FORCE ONE.
024300 01  GRSMRGN-RUNCTL-PARM.
024400     05 RUNCTL-FUNCTION        PIC X(01).
024500     05 RUNCTL-STEP-NAME       PIC X(08).
024600     05 RUNCTL-CYCLE-DATE      PIC 9(08) VALUE ZERO.
024700     05 RUNCTL-DONE-SWITCH     PIC X(01).
024800         88 RUNCTL-STEP-DONE           VALUE "Y".
024900         88 RUNCTL-STEP-NOT-DONE       VALUE "N".
025000     05 RUNCTL-TRANS-IN        PIC 9(07) VALUE ZERO.
025100     05 RUNCTL-TRANS-APPLIED   PIC 9(07) VALUE ZERO.
025200     05 RUNCTL-TRANS-REJECTED  PIC 9(07) VALUE ZERO.
025300     05 RUNCTL-RECORDS-READ    PIC 9(07) VALUE ZERO.
025400     05 RUNCTL-RECORDS-WRITTEN PIC 9(07) VALUE ZERO.
025500
025600*    PARAMETER PASSED TO THE SHARED PERIOD-CONTROL
025700*    SUBPROGRAM -- SEE PERCTL.
025800 01  GRSMRGN-PERCTL-PARM.
025900     05 PERCTL-FUNCTION        PIC X(01).
026000     05 PERCTL-PERIOD          PIC 9(06).
026100     05 PERCTL-FEEDBACK        PIC XX.
026200
026300 LINKAGE SECTION.
026400 01  GRSMRGN-PARM.
026500*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
026600*    WITH A 2-BYTE BINARY LENGTH COUNT.
026700     05 GRSMRGN-PARM-LEN       PIC S9(4) COMP.
026800     05 GRSMRGN-PERIOD         PIC X(06).
026900
027000 PROCEDURE DIVISION USING GRSMRGN-PARM.
027100 PROGRAM-BEGIN.
027200     PERFORM OPENING-PROCEDURE.
027300     PERFORM ACCUMULATE-REVENUE.
027400     PERFORM ACCUMULATE-COST.
027500     PERFORM PRINT-MARGIN-REPORT.
027600     PERFORM CLOSING-PROCEDURE.
027700
027800 PROGRAM-DONE.
027900     STOP RUN.
028000
028100 OPENING-PROCEDURE.
028200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
028300     IF GRSMRGN-PARM-LEN NOT < 6
028400        AND GRSMRGN-PERIOD IS NUMERIC
028500        MOVE GRSMRGN-PERIOD TO WS-PERIOD
028600        MOVE "Y" TO WS-PERIOD-FROM-PARM
028700     ELSE
028800        PERFORM RESOLVE-OPEN-PERIOD
028900     END-IF.
029000     IF WS-PERIOD-FROM-PARM NOT = "Y"
029100        PERFORM CHECK-MONTHLY-RUN-CONTROL
029200        IF RUNCTL-STEP-DONE
029300           GO TO PROGRAM-DONE
029400        END-IF
029500     END-IF.
029600     OPEN INPUT CUSTOMER-INVOICE-REGISTER-FILE.
029700     IF NOT REGISTER-FILE-OK
029800        DISPLAY "GRSMRGN: UNABLE TO OPEN INVOICE REGISTER, "
029900                "STATUS " WS-REGISTER-FILE-STATUS
030000        MOVE 16 TO RETURN-CODE
030100        GO TO PROGRAM-DONE
030200     END-IF.
030300     OPEN INPUT CUSTOMER-ORDER-FILE.
030400     IF NOT CUSTORD-FILE-OK
030500        DISPLAY "GRSMRGN: UNABLE TO OPEN CUSTOMER-ORDER-FILE, "
030600                "STATUS " WS-CUSTORD-FILE-STATUS
030700        MOVE 16 TO RETURN-CODE
030800        CLOSE CUSTOMER-INVOICE-REGISTER-FILE
030900        GO TO PROGRAM-DONE
031000     END-IF.
031100     OPEN INPUT CUSTOMER-MASTER-FILE.
031200     IF NOT CUSTOMER-FILE-OK
031300        DISPLAY "GRSMRGN: UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
031400                "STATUS " WS-CUSTOMER-FILE-STATUS
031500        MOVE 16 TO RETURN-CODE
031600        CLOSE CUSTOMER-INVOICE-REGISTER-FILE
031700        CLOSE CUSTOMER-ORDER-FILE
031800        GO TO PROGRAM-DONE
031900     END-IF.
032000     OPEN INPUT ITEM-MASTER-FILE.
032100     IF NOT ITEM-FILE-OK
032200        DISPLAY "GRSMRGN: UNABLE TO OPEN ITEM-MASTER-FILE, "
032300                "STATUS " WS-ITEM-FILE-STATUS
032400        MOVE 16 TO RETURN-CODE
032500        CLOSE CUSTOMER-INVOICE-REGISTER-FILE
032600        CLOSE CUSTOMER-ORDER-FILE
032700        CLOSE CUSTOMER-MASTER-FILE
032800        GO TO PROGRAM-DONE
032900     END-IF.
033000     OPEN INPUT SALES-REP-MASTER-FILE.
033100     IF NOT SREP-FILE-OK
033200        DISPLAY "GRSMRGN: UNABLE TO OPEN SALES-REP-MASTER-FILE, "
033300                "STATUS " WS-SREP-FILE-STATUS
033400        MOVE 16 TO RETURN-CODE
033500        CLOSE CUSTOMER-INVOICE-REGISTER-FILE
033600        CLOSE CUSTOMER-ORDER-FILE
033700        CLOSE CUSTOMER-MASTER-FILE
033800        CLOSE ITEM-MASTER-FILE
033900        GO TO PROGRAM-DONE
034000     END-IF.
034100     OPEN INPUT SHIPMENT-COST-FILE.
034200     IF WS-SHPCOST-FILE-STATUS NOT = "00"
034300*       NOTHING SHIPPED YET IS LEGAL -- EVERY LINE JUST
034400*       SHOWS ITS WHOLE REVENUE AS MARGIN.
034500        DISPLAY "GRSMRGN: NO SHIPMENT-COST-FILE, COST "
034600                "REPORTED AS ZERO"
034700     END-IF.
034800     OPEN OUTPUT GROSS-MARGIN-REPORT.
034900     MOVE WS-PERIOD   TO HDG-PERIOD.
035000     MOVE WS-RUN-DATE TO HDG-RUN-DATE.
035100
035200 CLOSING-PROCEDURE.
035300     CLOSE CUSTOMER-INVOICE-REGISTER-FILE.
035400     CLOSE CUSTOMER-ORDER-FILE.
035500     CLOSE CUSTOMER-MASTER-FILE.
035600     CLOSE ITEM-MASTER-FILE.
035700     CLOSE SALES-REP-MASTER-FILE.
035800     IF WS-SHPCOST-FILE-STATUS = "00" OR "10"
035900        CLOSE SHIPMENT-COST-FILE
036000     END-IF.
036100     CLOSE GROSS-MARGIN-REPORT.
036200     DISPLAY "GRSMRGN CONTROL TOTALS".
036300     DISPLAY "  INVOICES READ .......: " WS-INVOICES-READ.
036400     DISPLAY "  INVOICES IN PERIOD ..: " WS-INVOICES-IN-PERIOD.
036500     DISPLAY "  ORDERS NOT ON FILE ..: " WS-ORDERS-NOT-FOUND.
036600     DISPLAY "  COST RECORDS READ ...: " WS-COSTS-READ.
036700     DISPLAY "  COSTS IN PERIOD .....: " WS-COSTS-IN-PERIOD.
036800     DISPLAY "  LINES PRINTED .......: " WS-LINES-PRINTED.
036900     DISPLAY "  TABLE OVERFLOWS .....: " WS-TABLE-OVERFLOWS.
037000     DISPLAY "  TOTAL REVENUE .......: " WS-TOTAL-REVENUE.
037100     DISPLAY "  TOTAL COST ..........: " WS-TOTAL-COST.
037200*    AN INVOICE WHOSE ORDER IS GONE STILL COUNTS FOR ITS
037300*    CUSTOMER, BUT ITS ITEM AND REP ARE UNKNOWN -- THE ITEM
037400*    AND REP SECTIONS CARRY IT UNDER A BLANK CODE.
037500     IF WS-ORDERS-NOT-FOUND > ZERO
037600        OR WS-TABLE-OVERFLOWS > ZERO
037700        MOVE 4 TO RETURN-CODE
037800     ELSE
037900        MOVE 0 TO RETURN-CODE
038000     END-IF.
038100     IF WS-PERIOD-FROM-PARM NOT = "Y"
038200        MOVE WS-INVOICES-READ      TO RUNCTL-TRANS-IN
038300        MOVE WS-INVOICES-IN-PERIOD TO RUNCTL-TRANS-APPLIED
038400        MOVE WS-COSTS-READ         TO RUNCTL-RECORDS-READ
038500        MOVE WS-LINES-PRINTED      TO RUNCTL-RECORDS-WRITTEN
038600        PERFORM MARK-MONTHLY-RUN-CONTROL
038700     END-IF.
038800
038900*    THE PERIOD'S INVOICES AND CREDIT MEMOS, BY THE DATE THE
039000*    BILLING RUN CUT THEM -- THE SAME SELECTION REPCOMM MAKES.
039100 ACCUMULATE-REVENUE.
039200     MOVE "N" TO FILE-AT-END.
039300     PERFORM READ-NEXT-INVOICE.
039400     PERFORM APPLY-ONE-INVOICE UNTIL FILE-AT-END = "Y".
039500
039600 READ-NEXT-INVOICE.
039700     READ CUSTOMER-INVOICE-REGISTER-FILE
039800          AT END MOVE "Y" TO FILE-AT-END.
039900     IF FILE-AT-END NOT = "Y"
040000        ADD 1 TO WS-INVOICES-READ
040100     END-IF.
040200
040300 APPLY-ONE-INVOICE.
040400     DIVIDE CI-INVOICE-DATE BY 100
040500            GIVING WS-RECORD-PERIOD.
040600     IF WS-RECORD-PERIOD = WS-PERIOD
040700        ADD 1 TO WS-INVOICES-IN-PERIOD
040800        PERFORM FIND-INVOICE-ORDER
040900        MOVE CI-INVOICE-AMOUNT TO WS-WORK-REVENUE
041000        MOVE ZERO              TO WS-WORK-COST
041100        ADD CI-INVOICE-AMOUNT  TO WS-TOTAL-REVENUE
041200        MOVE "1"               TO WS-WORK-DIMENSION
041300        MOVE SPACES            TO WS-WORK-CODE
041400        MOVE CI-CUSTOMER-ID    TO WS-WORK-CUSTOMER-ID
041500        PERFORM POST-TO-MARGIN-TABLE
041600        MOVE "2"               TO WS-WORK-DIMENSION
041700        MOVE WS-ORDER-ITEM     TO WS-WORK-CODE
041800        PERFORM POST-TO-MARGIN-TABLE
041900        MOVE "3"               TO WS-WORK-DIMENSION
042000        MOVE WS-ORDER-REP      TO WS-WORK-CODE
042100        PERFORM POST-TO-MARGIN-TABLE
042200     END-IF.
042300     PERFORM READ-NEXT-INVOICE.
042400
042500 FIND-INVOICE-ORDER.
042600     MOVE SPACES TO WS-ORDER-ITEM.
042700     MOVE SPACES TO WS-ORDER-REP.
042800     MOVE CI-CUSTOMER-ID  TO CO-CUSTOMER-ID.
042900     MOVE CI-ORDER-NUMBER TO CO-ORDER-NUMBER.
043000     READ CUSTOMER-ORDER-FILE
043100         INVALID KEY
043200            DISPLAY "GRSMRGN: ORDER " CI-CUSTOMER-ID "/"
043300                    CI-ORDER-NUMBER " NOT ON FILE FOR INVOICE "
043400                    CI-INVOICE-NUMBER
043500            ADD 1 TO WS-ORDERS-NOT-FOUND
043600         NOT INVALID KEY
043700            MOVE CO-ITEM-NUMBER    TO WS-ORDER-ITEM
043800            MOVE CO-SALES-REP-CODE TO WS-ORDER-REP
043900     END-READ.
044000
044100*    THE PERIOD'S COSTED SHIPMENTS AND RETURNS, BY THE DATE
044200*    CORMAINT POSTED THEM -- THE NIGHT GLPOST JOURNALED THEM,
044300*    SO THE REPORT'S COST AGREES WITH THE LEDGER'S.
044400 ACCUMULATE-COST.
044500     IF WS-SHPCOST-FILE-STATUS = "00"
044600        MOVE "N" TO FILE-AT-END
044700        PERFORM READ-NEXT-SHIPMENT-COST
044800        PERFORM APPLY-ONE-SHIPMENT-COST UNTIL FILE-AT-END = "Y"
044900     END-IF.
045000
045100 READ-NEXT-SHIPMENT-COST.
045200     READ SHIPMENT-COST-FILE
045300          AT END MOVE "Y" TO FILE-AT-END.
045400     IF FILE-AT-END NOT = "Y"
045500        ADD 1 TO WS-COSTS-READ
045600     END-IF.
045700
045800 APPLY-ONE-SHIPMENT-COST.
045900     DIVIDE SC-POSTED-DATE BY 100
046000            GIVING WS-RECORD-PERIOD.
046100     IF WS-RECORD-PERIOD = WS-PERIOD
046200        ADD 1 TO WS-COSTS-IN-PERIOD
046300        MOVE ZERO TO WS-WORK-REVENUE
046400        IF SC-RETURN
046500           COMPUTE WS-WORK-COST = ZERO - SC-EXTENDED-COST
046600        ELSE
046700           MOVE SC-EXTENDED-COST TO WS-WORK-COST
046800        END-IF
046900        ADD WS-WORK-COST       TO WS-TOTAL-COST
047000        MOVE "1"               TO WS-WORK-DIMENSION
047100        MOVE SPACES            TO WS-WORK-CODE
047200        MOVE SC-CUSTOMER-ID    TO WS-WORK-CUSTOMER-ID
047300        PERFORM POST-TO-MARGIN-TABLE
047400        MOVE "2"               TO WS-WORK-DIMENSION
047500        MOVE SC-ITEM-NUMBER    TO WS-WORK-CODE
047600        PERFORM POST-TO-MARGIN-TABLE
047700        MOVE "3"               TO WS-WORK-DIMENSION
047800        MOVE SC-SALES-REP-CODE TO WS-WORK-CODE
047900        PERFORM POST-TO-MARGIN-TABLE
048000     END-IF.
048100     PERFORM READ-NEXT-SHIPMENT-COST.
048200
048300*    ADD THE WORK FIGURES TO THE KEY'S ENTRY, OPENING ONE IN
048400*    KEY ORDER WHEN THE KEY IS NEW.
048500 POST-TO-MARGIN-TABLE.
048600     SET MRG-IDX TO 1.
048700     SEARCH WS-MARGIN-ENTRY
048800         AT END
048900            PERFORM NOTE-TABLE-FULL
049000         WHEN MRG-IDX > WS-MARGIN-COUNT
049100            SET WS-INSERT-SUB TO MRG-IDX
049200            PERFORM OPEN-MARGIN-ENTRY
049300         WHEN WS-MG-KEY (MRG-IDX) = WS-WORK-KEY
049400            ADD WS-WORK-REVENUE TO WS-MG-REVENUE (MRG-IDX)
049500            ADD WS-WORK-COST    TO WS-MG-COST (MRG-IDX)
049600         WHEN WS-MG-KEY (MRG-IDX) > WS-WORK-KEY
049700            SET WS-INSERT-SUB TO MRG-IDX
049800            PERFORM OPEN-MARGIN-ENTRY
049900     END-SEARCH.
050000
050100 OPEN-MARGIN-ENTRY.
050200     IF WS-MARGIN-COUNT NOT < 5000
050300        PERFORM NOTE-TABLE-FULL
050400     ELSE
050500        PERFORM SHIFT-ONE-ENTRY
050600                VARYING WS-MARGIN-SUB FROM WS-MARGIN-COUNT BY -1
050700                UNTIL WS-MARGIN-SUB < WS-INSERT-SUB
050800        ADD 1 TO WS-MARGIN-COUNT
050900        MOVE WS-WORK-KEY     TO WS-MG-KEY (WS-INSERT-SUB)
051000        MOVE WS-WORK-REVENUE TO WS-MG-REVENUE (WS-INSERT-SUB)
051100        MOVE WS-WORK-COST    TO WS-MG-COST (WS-INSERT-SUB)
051200     END-IF.
051300
051400 SHIFT-ONE-ENTRY.
051500     MOVE WS-MARGIN-ENTRY (WS-MARGIN-SUB)
051600          TO WS-MARGIN-ENTRY (WS-MARGIN-SUB + 1).
051700
051800 NOTE-TABLE-FULL.
051900     ADD 1 TO WS-TABLE-OVERFLOWS.
052000     DISPLAY "GRSMRGN: MARGIN TABLE FULL, " WS-WORK-KEY
052100             " LEFT OFF THE REPORT".
052200
052300 PRINT-MARGIN-REPORT.
052400     WRITE GROSS-MARGIN-LINE FROM HEADING-LINE-1.
052500     MOVE SPACES TO GROSS-MARGIN-LINE.
052600     WRITE GROSS-MARGIN-LINE.
052700     WRITE GROSS-MARGIN-LINE FROM HEADING-LINE-2.
052800     MOVE SPACES TO WS-PREVIOUS-DIMENSION.
052900     PERFORM PRINT-ONE-ENTRY
053000             VARYING WS-MARGIN-SUB FROM 1 BY 1
053100             UNTIL WS-MARGIN-SUB > WS-MARGIN-COUNT.
053200     IF WS-PREVIOUS-DIMENSION NOT = SPACES
053300        PERFORM PRINT-SECTION-TOTAL
053400     END-IF.
053500
053600 PRINT-ONE-ENTRY.
053700     MOVE WS-MG-KEY (WS-MARGIN-SUB) TO WS-WORK-KEY.
053800     IF WS-WORK-DIMENSION NOT = WS-PREVIOUS-DIMENSION
053900        IF WS-PREVIOUS-DIMENSION NOT = SPACES
054000           PERFORM PRINT-SECTION-TOTAL
054100        END-IF
054200        PERFORM START-SECTION
054300     END-IF.
054400     MOVE SPACES TO MARGIN-DETAIL-LINE.
054500     PERFORM NAME-THE-ENTRY.
054600     MOVE WS-MG-REVENUE (WS-MARGIN-SUB) TO WS-FIG-REVENUE.
054700     MOVE WS-MG-COST (WS-MARGIN-SUB)    TO WS-FIG-COST.
054800     PERFORM FIGURE-MARGIN-COLUMNS.
054900     WRITE GROSS-MARGIN-LINE FROM MARGIN-DETAIL-LINE.
055000     ADD 1 TO WS-LINES-PRINTED.
055100     ADD WS-FIG-REVENUE TO WS-SEC-REVENUE.
055200     ADD WS-FIG-COST    TO WS-SEC-COST.
055300
055400 START-SECTION.
055500     MOVE WS-WORK-DIMENSION TO WS-PREVIOUS-DIMENSION.
055600     MOVE ZERO TO WS-SECTION-TOTALS.
055700     EVALUATE TRUE
055800        WHEN WS-BY-CUSTOMER
055900             MOVE "BY CUSTOMER"  TO SEC-CAPTION
056000        WHEN WS-BY-ITEM
056100             MOVE "BY ITEM"      TO SEC-CAPTION
056200        WHEN OTHER
056300             MOVE "BY SALES REP" TO SEC-CAPTION
056400     END-EVALUATE.
056500     MOVE SPACES TO GROSS-MARGIN-LINE.
056600     WRITE GROSS-MARGIN-LINE.
056700     WRITE GROSS-MARGIN-LINE FROM SECTION-LINE.
056800
056900 PRINT-SECTION-TOTAL.
057000     MOVE SPACES         TO MARGIN-DETAIL-LINE.
057100     MOVE "  TOTAL"      TO MDL-NAME.
057200     MOVE WS-SEC-REVENUE TO WS-FIG-REVENUE.
057300     MOVE WS-SEC-COST    TO WS-FIG-COST.
057400     PERFORM FIGURE-MARGIN-COLUMNS.
057500     WRITE GROSS-MARGIN-LINE FROM MARGIN-DETAIL-LINE.
057600
057700*    THE CODE PRINTS AS KEYED; THE NAME COMES OFF THE MASTER.
057800*    A BLANK ITEM IS AN ORDER FOR NO STOCKED ITEM; A BLANK
057900*    ITEM OR REP ALSO TAKES IN INVOICES WHOSE ORDER IS GONE.
058000 NAME-THE-ENTRY.
058100     MOVE WS-WORK-CODE TO MDL-CODE.
058200     EVALUATE TRUE
058300        WHEN WS-BY-CUSTOMER
058400             MOVE WS-WORK-CUSTOMER-ID TO CUST-CUSTOMER-ID
058500             READ CUSTOMER-MASTER-FILE
058600                 INVALID KEY
058700                    MOVE "NOT ON CUSTOMER MASTER" TO MDL-NAME
058800                 NOT INVALID KEY
058900                    MOVE CUST-NOMBRE TO MDL-NAME
059000             END-READ
059100        WHEN WS-WORK-CODE = SPACES
059200             MOVE "NONE OR ORDER NOT ON FILE" TO MDL-NAME
059300        WHEN WS-BY-ITEM
059400             MOVE WS-WORK-CODE TO ITEM-NUMBER
059500             READ ITEM-MASTER-FILE
059600                 INVALID KEY
059700                    MOVE "NOT ON ITEM MASTER" TO MDL-NAME
059800                 NOT INVALID KEY
059900                    MOVE ITEM-DESCRIPTION TO MDL-NAME
060000             END-READ
060100        WHEN OTHER
060200             MOVE WS-WORK-CODE TO SREP-CODE
060300             READ SALES-REP-MASTER-FILE
060400                 INVALID KEY
060500                    MOVE "NOT ON SALES-REP MASTER" TO MDL-NAME
060600                 NOT INVALID KEY
060700                    MOVE SREP-NAME TO MDL-NAME
060800             END-READ
060900     END-EVALUATE.
061000
061100*    MARGIN IS REVENUE LESS COST, AND ITS PERCENT IS OF
061200*    REVENUE.  A LINE WITH NO REVENUE -- COST SHIPPED AHEAD
061300*    OF ITS BILLING -- HAS NO PERCENT.
061400 FIGURE-MARGIN-COLUMNS.
061500     COMPUTE WS-FIG-MARGIN = WS-FIG-REVENUE - WS-FIG-COST.
061600     IF WS-FIG-REVENUE = ZERO
061700        MOVE "    N/A" TO WS-PERCENT-TEXT
061800     ELSE
061900        COMPUTE WS-FIG-PERCENT ROUNDED =
062000                WS-FIG-MARGIN * 100 / WS-FIG-REVENUE
062100            ON SIZE ERROR
062200               MOVE 9999.9 TO WS-FIG-PERCENT
062300        END-COMPUTE
062400        MOVE WS-FIG-PERCENT TO WS-PERCENT-EDIT
062500     END-IF.
062600     MOVE WS-FIG-REVENUE  TO MDL-REVENUE.
062700     MOVE WS-FIG-COST     TO MDL-COST.
062800     MOVE WS-FIG-MARGIN   TO MDL-MARGIN.
062900     MOVE WS-PERCENT-TEXT TO MDL-PERCENT.
063000
063100*    THE OPEN PERIOD COMES OFF THE PERIOD-CONTROL FILE --
063200*    SEE PERCTL.
063300 RESOLVE-OPEN-PERIOD.
063400     MOVE "G" TO PERCTL-FUNCTION.
063500     CALL "PERCTL" USING GRSMRGN-PERCTL-PARM.
063600     MOVE PERCTL-PERIOD TO WS-PERIOD.
063700
063800 CHECK-MONTHLY-RUN-CONTROL.
063900     MOVE "C"       TO RUNCTL-FUNCTION.
064000     MOVE "GRSMRGN" TO RUNCTL-STEP-NAME.
064100     COMPUTE RUNCTL-CYCLE-DATE = WS-PERIOD * 100.
064200     CALL "RUNCTL" USING GRSMRGN-RUNCTL-PARM.
064300     IF RUNCTL-STEP-DONE
064400        DISPLAY "GRSMRGN: PERIOD " WS-PERIOD
064500                " ALREADY RUN, SKIPPED"
064600     END-IF.
064700
064800 MARK-MONTHLY-RUN-CONTROL.
064900     MOVE "M"       TO RUNCTL-FUNCTION.
065000     MOVE "GRSMRGN" TO RUNCTL-STEP-NAME.
065100     CALL "RUNCTL" USING GRSMRGN-RUNCTL-PARM.
