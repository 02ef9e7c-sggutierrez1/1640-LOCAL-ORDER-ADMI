000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ARWOFF.
000300*--------------------------------------------------
000400* Customer invoice write-offs.  Each transaction
000500* writes off all or part of what is still open on
000600* one CI-INVOICE-NUMBER, for a reason -- bad debt,
000700* a small balance, or a dispute settled.  The
000800* write-off goes onto CASH-RECEIPTS-FILE as the
000900* invoice's next line, marked "W", so the open
001000* balance ARAGING, DUNLTR and CUSSTMT work from
001100* drops exactly as it would for a receipt; GLPOST
001200* journals it to bad-debt expense, not cash.  The
001300* operator on the PARM needs the ARWOFF grant;
001400* a write-off over the controller limit also needs
001500* the "WRITEOFF" grant, the controller's.  When the
001600* PARM carries a sweep threshold, every invoice
001700* left open by less than it -- the pennies of a
001800* short payment -- is then written off as a small
001900* balance.  Every write-off is audited; rejects
002000* recycle like every other maintenance program's.
002100*
002200* MODIFICATION HISTORY
002300*   WHO   DATE        WHAT
002400*   RWH   2026-10-15  Original version.
002500*--------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900
003000     SELECT CUSTOMER-INVOICE-REGISTER-FILE
003100         ASSIGN TO "CINVREG"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-REGISTER-FILE-STATUS.
003400
003500     SELECT CASH-RECEIPTS-FILE
003600         ASSIGN TO "CSHRCPTF"
003700         ORGANIZATION IS INDEXED
003800         RECORD KEY IS CR-KEY
003900         ACCESS MODE IS DYNAMIC
004000         FILE STATUS IS WS-RECEIPT-FILE-STATUS.
004100
004200     SELECT WRITE-OFF-TRANSACTION-FILE
004300         ASSIGN TO "WOFTRAN"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-WOTRAN-FILE-STATUS.
004600
004700     SELECT WRITE-OFF-RECYCLE-FILE
004800         ASSIGN TO "WOFRCYC"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100     SELECT WRITE-OFF-CORRECTION-REPORT
005200         ASSIGN TO "WOFCORRL"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700
005800     COPY CINVREG.
005900     COPY CSHRCPT.
006000     COPY WOFTRN.
006100
006200*    REJECTED TRANSACTIONS GO BACK OUT IN THE SAME LAYOUT THEY
006300*    CAME IN, WITH THE REASON CODE APPENDED -- ONCE FIXED, THE
006400*    RECORDS FEED STRAIGHT BACK IN AS THE NEXT RUN'S WOFTRAN.
006500 FD  WRITE-OFF-RECYCLE-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 01  WRITE-OFF-RECYCLE-RECORD.
006800     05 RCY-TRAN-DATA          PIC X(27).
006900     05 RCY-REJECT-REASON      PIC X(03).
007000
007100 FD  WRITE-OFF-CORRECTION-REPORT
007200     LABEL RECORDS ARE STANDARD.
007300 01  WRITE-OFF-CORRECTION-LINE PIC X(60).
007400
007500 WORKING-STORAGE SECTION.
007600
007700 01  WS-WOTRAN-AT-END          PIC X VALUE "N".
007800
007900 01  WS-REJECT-CODE            PIC X(03) VALUE SPACES.
008000 01  WS-REJECT-TEXT            PIC X(25) VALUE SPACES.
008100 01  WS-REJECTS-RECYCLED       PIC 9(7) VALUE ZERO.
008200
008300 01  CORRECTION-DETAIL-LINE.
008400     05 COR-TRAN-CODE          PIC X(01).
008500     05 FILLER                 PIC X(02) VALUE SPACES.
008600     05 COR-CUSTOMER-ID        PIC 9(7).
008700     05 FILLER                 PIC X(01) VALUE "/".
008800     05 COR-INVOICE-NUMBER     PIC 9(7).
008900     05 FILLER                 PIC X(02) VALUE SPACES.
009000     05 COR-REJECT-CODE        PIC X(03).
009100     05 FILLER                 PIC X(02) VALUE SPACES.
009200     05 COR-REJECT-TEXT        PIC X(25).
009300
009400*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
009500*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
009600     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
009700         ==WS-REGISTER-FILE-STATUS== ==PFX-FILE-OK== BY
009800         ==REGISTER-FILE-OK== ==PFX-FILE-EOF== BY
009900         ==REGISTER-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010000         ==REGISTER-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
010100         ==REGISTER-FILE-NOT-FOUND==
010200         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010300         ==REGISTER-FILE-BOUNDARY-VIOLATION==.
010400
010500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
010600         ==WS-RECEIPT-FILE-STATUS== ==PFX-FILE-OK== BY
010700         ==RECEIPT-FILE-OK== ==PFX-FILE-EOF== BY
010800         ==RECEIPT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010900         ==RECEIPT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
011000         ==RECEIPT-FILE-NOT-FOUND==
011100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
011200         ==RECEIPT-FILE-BOUNDARY-VIOLATION==.
011300
011400     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
011500         ==WS-WOTRAN-FILE-STATUS== ==PFX-FILE-OK== BY
011600         ==WOTRAN-FILE-OK== ==PFX-FILE-EOF== BY
011700         ==WOTRAN-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
011800         ==WOTRAN-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
011900         ==WOTRAN-FILE-NOT-FOUND==
012000         ==PFX-FILE-BOUNDARY-VIOLATION== BY
012100         ==WOTRAN-FILE-BOUNDARY-VIOLATION==.
012200
012300 01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
012400
012500*    A SINGLE WRITE-OFF OVER THIS AMOUNT NEEDS THE
012600*    CONTROLLER'S "WRITEOFF" GRANT AS WELL AS ARWOFF.
012700 01  WS-CONTROLLER-LIMIT       PIC 9(7)V99 VALUE 500.00.
012800*    " " NOT YET ASKED / "Y" CONTROLLER / "N" NOT -- AUTHCHK
012900*    IS ASKED AT MOST ONCE A RUN.
013000 01  WS-CONTROLLER-SWITCH      PIC X(01) VALUE SPACE.
013100     88 WS-CONTROLLER-AUTHORIZED      VALUE "Y".
013200
013300*    THE SMALL-BALANCE SWEEP THRESHOLD, OFF THE PARM -- ZERO
013400*    MEANS NO SWEEP THIS RUN.
013500 01  WS-SWEEP-THRESHOLD        PIC 9(3)V99 VALUE ZERO.
013600 01  WS-SWEEP-SWITCH           PIC X VALUE "N".
013700     88 WS-SWEEPING                   VALUE "Y".
013800
013900*    THE WRITE-OFF IN HAND, FROM A TRANSACTION OR THE SWEEP,
014000*    AND THE INVOICE IT CLOSES AS FOUND ON THE REGISTER.
014100 01  WS-WO-INVOICE-NUMBER      PIC 9(7) VALUE ZERO.
014200 01  WS-WO-CUSTOMER-ID         PIC 9(7) VALUE ZERO.
014300 01  WS-WO-AMOUNT              PIC 9(9)V99 VALUE ZERO.
014400 01  WS-WO-REASON              PIC X(01) VALUE SPACE.
014500 01  WS-REGISTER-AT-END        PIC X VALUE "N".
014600 01  WS-INVOICE-FOUND          PIC X VALUE "N".
014700 01  WS-APPLIED-TO-DATE        PIC 9(11)V99 VALUE ZERO.
014800 01  WS-OPEN-BALANCE           PIC S9(11)V99 VALUE ZERO.
014900 01  WS-HIGH-RECEIPT-LINE      PIC 9(3) VALUE ZERO.
015000 01  WS-RECEIPT-SCAN-AT-END    PIC X VALUE "N".
015100 01  WS-AUDIT-AMOUNT           PIC Z(10)9.99-.
015200
015300 01  WS-CONTROL-TOTALS.
015400     05 WS-TRANS-READ          PIC 9(7) VALUE ZERO.
015500     05 WS-WRITE-OFFS-POSTED   PIC 9(7) VALUE ZERO.
015600     05 WS-OVER-LIMIT-POSTED   PIC 9(7) VALUE ZERO.
015700     05 WS-BALANCES-SWEPT      PIC 9(7) VALUE ZERO.
015800     05 WS-TRANS-IN-ERROR      PIC 9(7) VALUE ZERO.
015900     05 WS-AMOUNT-WRITTEN-OFF  PIC 9(11)V99 VALUE ZERO.
016000     05 WS-SWEEP-ERRORS        PIC 9(7) VALUE ZERO.
016100
016200*    PARAMETER PASSED TO THE SHARED AUDIT-LOGGING SUBPROGRAM --
016300*    SEE AUDITLOG.
016400 01  ARWOFF-AUDITLOG-PARM.
016500     05 AUDITLOG-PROGRAM-NAME  PIC X(08).
016600     05 AUDITLOG-RECORD-KEY    PIC X(10).
016700     05 AUDITLOG-ACTION        PIC X(08).
016800     05 AUDITLOG-FIELD-CHANGED PIC X(20).
016900     05 AUDITLOG-OLD-VALUE     PIC X(30).
017000     05 AUDITLOG-NEW-VALUE     PIC X(30).
017100     05 AUDITLOG-OPERATOR-ID   PIC X(08).
017200
017300*    PARAMETER PASSED TO THE SHARED AUTHORIZATION-CHECK
017400*    SUBPROGRAM -- SEE AUTHCHK.
017500 01  ARWOFF-AUTHCHK-PARM.
017600     05 AUTHCHK-OPERATOR-ID       PIC X(08).
017700     05 AUTHCHK-AUTHORIZED-SWITCH PIC X(01).
017800         88 AUTHCHK-AUTHORIZED            VALUE "Y".
017900         88 AUTHCHK-NOT-AUTHORIZED        VALUE "N".
018000*    THE CALLER'S PROGRAM OR FUNCTION NAME, MATCHED
018100*    AGAINST THE OPSEC GRANTS -- SEE AUTHCHK.
018200     05 AUTHCHK-PROGRAM-NAME    PIC X(08).
018300
018400 LINKAGE SECTION.
018500 01  ARWOFF-PARM.
018600*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
018700*    WITH A 2-BYTE BINARY LENGTH COUNT.  THE SWEEP THRESHOLD,
018800*    IF GIVEN, IS FIVE DIGITS WITH TWO DECIMALS (00500 =
018900*    5.00) AND FOLLOWS THE OPERATOR ID.
019000     05 ARWOFF-PARM-LEN        PIC S9(4) COMP.
019100     05 ARWOFF-OPERATOR-ID     PIC X(08).
019200     05 ARWOFF-SWEEP-THRESHOLD PIC X(05).
019300     05 ARWOFF-SWEEP-THRESHOLD-N
019400                               REDEFINES ARWOFF-SWEEP-THRESHOLD
019500                               PIC 9(3)V99.
019600
019700 PROCEDURE DIVISION USING ARWOFF-PARM.
019800 PROGRAM-BEGIN.
019900     PERFORM CHECK-OPERATOR-AUTHORIZATION.
020000     IF AUTHCHK-NOT-AUTHORIZED
020100        GO TO PROGRAM-DONE
020200     END-IF.
020300     PERFORM OPENING-PROCEDURE.
020400     PERFORM MAIN-PROCESS.
020500     PERFORM SWEEP-SMALL-BALANCES.
020600     PERFORM CLOSING-PROCEDURE.
020700
020800 PROGRAM-DONE.
020900     STOP RUN.
021000
021100 CHECK-OPERATOR-AUTHORIZATION.
021200     MOVE ARWOFF-OPERATOR-ID TO AUTHCHK-OPERATOR-ID.
021300     MOVE "ARWOFF" TO AUTHCHK-PROGRAM-NAME.
021400     CALL "AUTHCHK" USING ARWOFF-AUTHCHK-PARM.
021500     IF AUTHCHK-NOT-AUTHORIZED
021600        DISPLAY "ARWOFF: OPERATOR " ARWOFF-OPERATOR-ID
021700                " NOT AUTHORIZED FOR INVOICE WRITE-OFFS"
021800*       AUTHCHK ALREADY AUDITS THE DENIAL.
021900        MOVE 16 TO RETURN-CODE
022000     END-IF.
022100
022200*    THE CONTROLLER'S GRANT IS ONLY ASKED FOR WHEN A WRITE-OFF
022300*    OVER THE LIMIT TURNS UP, AND THE ANSWER HOLDS FOR THE
022400*    REST OF THE RUN -- THE SAME WAY PERLOCK ASKS FOR
022500*    "PRIORADJ".
022600 CHECK-CONTROLLER-AUTHORITY.
022700     IF WS-CONTROLLER-SWITCH = SPACE
022800        MOVE ARWOFF-OPERATOR-ID TO AUTHCHK-OPERATOR-ID
022900        MOVE "WRITEOFF" TO AUTHCHK-PROGRAM-NAME
023000        CALL "AUTHCHK" USING ARWOFF-AUTHCHK-PARM
023100        IF AUTHCHK-AUTHORIZED
023200           MOVE "Y" TO WS-CONTROLLER-SWITCH
023300        ELSE
023400           MOVE "N" TO WS-CONTROLLER-SWITCH
023500        END-IF
023600     END-IF.
023700
023800 OPENING-PROCEDURE.
023900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024000     IF ARWOFF-PARM-LEN NOT < 13
024100        AND ARWOFF-SWEEP-THRESHOLD IS NUMERIC
024200        MOVE ARWOFF-SWEEP-THRESHOLD-N TO WS-SWEEP-THRESHOLD
024300     END-IF.
024400     OPEN I-O CASH-RECEIPTS-FILE.
024500     IF WS-RECEIPT-FILE-STATUS = "35"
024600        OPEN OUTPUT CASH-RECEIPTS-FILE
024700        CLOSE CASH-RECEIPTS-FILE
024800        OPEN I-O CASH-RECEIPTS-FILE
024900     END-IF.
025000     IF NOT RECEIPT-FILE-OK
025100        DISPLAY "ARWOFF: UNABLE TO OPEN CASH-RECEIPTS-FILE, "
025200                "STATUS " WS-RECEIPT-FILE-STATUS
025300        MOVE 16 TO RETURN-CODE
025400        GO TO PROGRAM-DONE
025500     END-IF.
025600     OPEN INPUT WRITE-OFF-TRANSACTION-FILE.
025700*    A SWEEP-ONLY RUN NEEDS NO TRANSACTIONS.
025800     IF WS-WOTRAN-FILE-STATUS = "35"
025900        AND WS-SWEEP-THRESHOLD > ZERO
026000        MOVE "Y" TO WS-WOTRAN-AT-END
026100     ELSE
026200        IF NOT WOTRAN-FILE-OK
026300           DISPLAY "ARWOFF: UNABLE TO OPEN WRITE-OFF-"
026400                   "TRANSACTION-FILE, STATUS "
026500                   WS-WOTRAN-FILE-STATUS
026600           MOVE 16 TO RETURN-CODE
026700           CLOSE CASH-RECEIPTS-FILE
026800           GO TO PROGRAM-DONE
026900        END-IF
027000     END-IF.
027100     OPEN OUTPUT WRITE-OFF-RECYCLE-FILE.
027200     OPEN OUTPUT WRITE-OFF-CORRECTION-REPORT.
027300
027400 CLOSING-PROCEDURE.
027500     CLOSE CASH-RECEIPTS-FILE.
027600     IF WOTRAN-FILE-OK OR WOTRAN-FILE-EOF
027700        CLOSE WRITE-OFF-TRANSACTION-FILE
027800     END-IF.
027900     CLOSE WRITE-OFF-RECYCLE-FILE.
028000     CLOSE WRITE-OFF-CORRECTION-REPORT.
028100     DISPLAY "ARWOFF CONTROL TOTALS".
028200     DISPLAY "  TRANSACTIONS READ ....: " WS-TRANS-READ.
028300     DISPLAY "  WRITE-OFFS POSTED ....: " WS-WRITE-OFFS-POSTED.
028400     DISPLAY "  OVER CONTROLLER LIMIT : " WS-OVER-LIMIT-POSTED.
028500     DISPLAY "  SMALL BALANCES SWEPT .: " WS-BALANCES-SWEPT.
028600     DISPLAY "  TRANSACTIONS IN ERROR : " WS-TRANS-IN-ERROR.
028700     DISPLAY "  REJECTS RECYCLED .....: " WS-REJECTS-RECYCLED.
028800     DISPLAY "  SWEEP ERRORS .........: " WS-SWEEP-ERRORS.
028900     DISPLAY "  AMOUNT WRITTEN OFF ...: " WS-AMOUNT-WRITTEN-OFF.
029000     IF WS-TRANS-IN-ERROR > ZERO
029100        OR WS-SWEEP-ERRORS > ZERO
029200        MOVE 4 TO RETURN-CODE
029300     ELSE
029400        MOVE 0 TO RETURN-CODE
029500     END-IF.
029600
029700 MAIN-PROCESS.
029800     IF WS-WOTRAN-AT-END NOT = "Y"
029900        PERFORM READ-NEXT-TRANSACTION
030000     END-IF.
030100     PERFORM APPLY-TRANSACTION
030200             UNTIL WS-WOTRAN-AT-END = "Y".
030300
030400 READ-NEXT-TRANSACTION.
030500     READ WRITE-OFF-TRANSACTION-FILE
030600          AT END MOVE "Y" TO WS-WOTRAN-AT-END.
030700     IF WS-WOTRAN-AT-END NOT = "Y"
030800        ADD 1 TO WS-TRANS-READ
030900     END-IF.
031000
031100 APPLY-TRANSACTION.
031200     EVALUATE TRUE
031300        WHEN NOT WOTRAN-WRITE-OFF
031400             MOVE "INV" TO WS-REJECT-CODE
031500             MOVE "INVALID TRAN CODE" TO WS-REJECT-TEXT
031600             PERFORM REJECT-TRANSACTION
031700        WHEN NOT WOTRAN-REASON-VALID
031800             MOVE "RSN" TO WS-REJECT-CODE
031900             MOVE "INVALID REASON CODE" TO WS-REJECT-TEXT
032000             PERFORM REJECT-TRANSACTION
032100        WHEN WOTRAN-AMOUNT NOT NUMERIC
032200             MOVE "NUM" TO WS-REJECT-CODE
032300             MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-TEXT
032400             PERFORM REJECT-TRANSACTION
032500        WHEN OTHER
032600             PERFORM WRITE-OFF-ONE-INVOICE
032700     END-EVALUATE.
032800     PERFORM READ-NEXT-TRANSACTION.
032900
033000 WRITE-OFF-ONE-INVOICE.
033100     MOVE WOTRAN-INVOICE-NUMBER TO WS-WO-INVOICE-NUMBER.
033200     PERFORM FIND-REGISTER-INVOICE.
033300     EVALUATE TRUE
033400        WHEN WS-INVOICE-FOUND NOT = "Y"
033500             MOVE "INF" TO WS-REJECT-CODE
033600             MOVE "INVOICE NOT ON REGISTER" TO WS-REJECT-TEXT
033700             PERFORM REJECT-TRANSACTION
033800        WHEN CI-CUSTOMER-ID NOT = WOTRAN-CUSTOMER-ID
033900             MOVE "CUS" TO WS-REJECT-CODE
034000             MOVE "CUSTOMER DOES NOT MATCH" TO WS-REJECT-TEXT
034100             PERFORM REJECT-TRANSACTION
034200        WHEN OTHER
034300             PERFORM CHECK-WRITE-OFF-AMOUNT
034400     END-EVALUATE.
034500
034600*    THE REGISTER IS SEQUENTIAL, SO EACH LOOKUP IS A FRESH SCAN
034700*    FROM THE TOP -- THE FILE IS OPENED AND CLOSED AROUND IT.
034800 FIND-REGISTER-INVOICE.
034900     MOVE "N" TO WS-INVOICE-FOUND.
035000     MOVE "N" TO WS-REGISTER-AT-END.
035100     OPEN INPUT CUSTOMER-INVOICE-REGISTER-FILE.
035200     IF NOT REGISTER-FILE-OK
035300        DISPLAY "ARWOFF: UNABLE TO OPEN INVOICE REGISTER, "
035400                "STATUS " WS-REGISTER-FILE-STATUS
035500        MOVE "Y" TO WS-REGISTER-AT-END
035600     ELSE
035700        PERFORM READ-NEXT-REGISTER
035800     END-IF.
035900     PERFORM MATCH-ONE-REGISTER
036000             UNTIL WS-REGISTER-AT-END = "Y".
036100     IF REGISTER-FILE-OK OR REGISTER-FILE-EOF
036200        CLOSE CUSTOMER-INVOICE-REGISTER-FILE
036300     END-IF.
036400
036500 MATCH-ONE-REGISTER.
036600     IF CI-INVOICE-NUMBER = WS-WO-INVOICE-NUMBER
036700        MOVE "Y" TO WS-INVOICE-FOUND
036800        MOVE "Y" TO WS-REGISTER-AT-END
036900     ELSE
037000        PERFORM READ-NEXT-REGISTER
037100     END-IF.
037200
037300 READ-NEXT-REGISTER.
037400     READ CUSTOMER-INVOICE-REGISTER-FILE
037500          AT END MOVE "Y" TO WS-REGISTER-AT-END.
037600
037700*    A ZERO AMOUNT TAKES WHATEVER IS STILL OPEN.  A WRITE-OFF
037800*    CAN CLOSE THE INVOICE BUT NEVER TAKE IT PAST ZERO, AND
037900*    ONE OVER THE LIMIT POSTS ONLY ON A CONTROLLER'S RUN.
038000 CHECK-WRITE-OFF-AMOUNT.
038100     PERFORM SUM-PRIOR-RECEIPTS.
038200     COMPUTE WS-OPEN-BALANCE =
038300             CI-TOTAL-AMOUNT - WS-APPLIED-TO-DATE.
038400     IF WOTRAN-AMOUNT = ZERO
038500        AND WS-OPEN-BALANCE > ZERO
038600        MOVE WS-OPEN-BALANCE TO WS-WO-AMOUNT
038700     ELSE
038800        MOVE WOTRAN-AMOUNT TO WS-WO-AMOUNT
038900     END-IF.
039000     IF WS-WO-AMOUNT > WS-CONTROLLER-LIMIT
039100        PERFORM CHECK-CONTROLLER-AUTHORITY
039200     END-IF.
039300     EVALUATE TRUE
039400        WHEN WS-OPEN-BALANCE NOT > ZERO
039500             MOVE "NOB" TO WS-REJECT-CODE
039600             MOVE "NO OPEN BALANCE" TO WS-REJECT-TEXT
039700             PERFORM REJECT-TRANSACTION
039800        WHEN WS-WO-AMOUNT > WS-OPEN-BALANCE
039900             MOVE "OVR" TO WS-REJECT-CODE
040000             MOVE "AMOUNT OVER OPEN BALANCE" TO WS-REJECT-TEXT
040100             PERFORM REJECT-TRANSACTION
040200        WHEN WS-WO-AMOUNT > WS-CONTROLLER-LIMIT
040300             AND NOT WS-CONTROLLER-AUTHORIZED
040400             MOVE "CTL" TO WS-REJECT-CODE
040500             MOVE "OVER LIMIT, NO CONTROLLER" TO WS-REJECT-TEXT
040600             PERFORM REJECT-TRANSACTION
040700        WHEN OTHER
040800             MOVE CI-CUSTOMER-ID TO WS-WO-CUSTOMER-ID
040900             MOVE WOTRAN-REASON  TO WS-WO-REASON
041000             PERFORM WRITE-WRITE-OFF-RECORD
041100     END-EVALUATE.
041200
041300*    ADD UP WHAT HAS ALREADY BEEN APPLIED AGAINST THE INVOICE
041400*    -- CASH AND EARLIER WRITE-OFFS ALIKE -- AND NOTE THE
041500*    HIGHEST LINE USED, SO THE WRITE-OFF GOES UNDER THE NEXT
041600*    ONE, THE SAME WALK CSHRCPT DOES.
041700 SUM-PRIOR-RECEIPTS.
041800     MOVE ZERO TO WS-APPLIED-TO-DATE.
041900     MOVE ZERO TO WS-HIGH-RECEIPT-LINE.
042000     MOVE "N"  TO WS-RECEIPT-SCAN-AT-END.
042100     MOVE WS-WO-INVOICE-NUMBER TO CR-INVOICE-NUMBER.
042200     MOVE ZERO                 TO CR-RECEIPT-LINE.
042300     START CASH-RECEIPTS-FILE KEY IS GREATER THAN CR-KEY
042400         INVALID KEY
042500            MOVE "Y" TO WS-RECEIPT-SCAN-AT-END
042600     END-START.
042700     IF WS-RECEIPT-SCAN-AT-END NOT = "Y"
042800        PERFORM READ-NEXT-RECEIPT
042900     END-IF.
043000     PERFORM ADD-ONE-PRIOR-RECEIPT
043100             UNTIL WS-RECEIPT-SCAN-AT-END = "Y".
043200
043300 ADD-ONE-PRIOR-RECEIPT.
043400     IF CR-INVOICE-NUMBER = WS-WO-INVOICE-NUMBER
043500        ADD CR-AMOUNT-APPLIED TO WS-APPLIED-TO-DATE
043600        MOVE CR-RECEIPT-LINE TO WS-HIGH-RECEIPT-LINE
043700        PERFORM READ-NEXT-RECEIPT
043800     ELSE
043900        MOVE "Y" TO WS-RECEIPT-SCAN-AT-END
044000     END-IF.
044100
044200 READ-NEXT-RECEIPT.
044300     READ CASH-RECEIPTS-FILE NEXT RECORD
044400          AT END MOVE "Y" TO WS-RECEIPT-SCAN-AT-END.
044500
044600*    THE WRITE-OFF IS DATED AND POSTED TODAY, SO GLPOST
044700*    JOURNALS IT TONIGHT; THE CHECK-NUMBER FIELD NAMES THE
044800*    OPERATOR WHO TOOK IT.
044900 WRITE-WRITE-OFF-RECORD.
045000*    THE RECORD IS BLANKED FIRST -- FILLER INCLUDED -- SO
045100*    RESIDUE FROM THE READ PATHS NEVER REACHES THE FILE.
045200     MOVE SPACES TO CASH-RECEIPT-RECORD.
045300     MOVE WS-WO-INVOICE-NUMBER TO CR-INVOICE-NUMBER.
045400     COMPUTE CR-RECEIPT-LINE = WS-HIGH-RECEIPT-LINE + 1.
045500     MOVE WS-WO-CUSTOMER-ID    TO CR-CUSTOMER-ID.
045600     MOVE ARWOFF-OPERATOR-ID   TO CR-CHECK-NUMBER.
045700     MOVE WS-RUN-DATE          TO CR-RECEIPT-DATE.
045800     MOVE WS-WO-AMOUNT         TO CR-AMOUNT-APPLIED.
045900     MOVE WS-RUN-DATE          TO CR-POSTED-DATE.
046000     SET CR-WRITE-OFF          TO TRUE.
046100     MOVE WS-WO-REASON         TO CR-WRITE-OFF-REASON.
046200     WRITE CASH-RECEIPT-RECORD
046300         INVALID KEY
046400            DISPLAY "ARWOFF: RECEIPT " CR-INVOICE-NUMBER "/"
046500                    CR-RECEIPT-LINE
046600                    " ALREADY EXISTS, WRITE-OFF REJECTED"
046700            IF WS-SWEEPING
046800               ADD 1 TO WS-SWEEP-ERRORS
046900            ELSE
047000               MOVE "DUP" TO WS-REJECT-CODE
047100               MOVE "RECEIPT ALREADY ON FILE" TO WS-REJECT-TEXT
047200               PERFORM REJECT-TRANSACTION
047300            END-IF
047400         NOT INVALID KEY
047500            PERFORM COUNT-WRITE-OFF
047600            PERFORM WRITE-WRITE-OFF-AUDIT
047700     END-WRITE.
047800
047900 COUNT-WRITE-OFF.
048000     ADD 1 TO WS-WRITE-OFFS-POSTED.
048100     ADD WS-WO-AMOUNT TO WS-AMOUNT-WRITTEN-OFF.
048200     IF WS-WO-AMOUNT > WS-CONTROLLER-LIMIT
048300        ADD 1 TO WS-OVER-LIMIT-POSTED
048400     END-IF.
048500     IF WS-SWEEPING
048600        ADD 1 TO WS-BALANCES-SWEPT
048700     END-IF.
048800     DISPLAY "ARWOFF: INVOICE " WS-WO-INVOICE-NUMBER
048900             " WRITTEN OFF " WS-WO-AMOUNT
049000             " REASON " WS-WO-REASON.
049100
049200*    THE AUDIT TRAIL SHOWS THE OPEN BALANCE BEFORE AND AFTER;
049300*    THE REASON IS ON THE WRITE-OFF ITSELF.
049400 WRITE-WRITE-OFF-AUDIT.
049500     MOVE "ARWOFF"             TO AUDITLOG-PROGRAM-NAME.
049600     MOVE WS-WO-INVOICE-NUMBER TO AUDITLOG-RECORD-KEY.
049700     MOVE "WRITEOFF"           TO AUDITLOG-ACTION.
049800     MOVE "OPEN-BALANCE"       TO AUDITLOG-FIELD-CHANGED.
049900     MOVE WS-OPEN-BALANCE      TO WS-AUDIT-AMOUNT.
050000     MOVE WS-AUDIT-AMOUNT      TO AUDITLOG-OLD-VALUE.
050100     SUBTRACT WS-WO-AMOUNT FROM WS-OPEN-BALANCE
050200         GIVING WS-AUDIT-AMOUNT.
050300     MOVE WS-AUDIT-AMOUNT      TO AUDITLOG-NEW-VALUE.
050400     MOVE ARWOFF-OPERATOR-ID   TO AUDITLOG-OPERATOR-ID.
050500     CALL "AUDITLOG" USING ARWOFF-AUDITLOG-PARM.
050600
050700*    AFTER THE KEYED WRITE-OFFS, EVERY INVOICE STILL OPEN BY
050800*    LESS THAN THE THRESHOLD IS CLOSED AS A SMALL BALANCE.  A
050900*    THRESHOLD OVER THE CONTROLLER LIMIT NEEDS THE
051000*    CONTROLLER'S RUN, THE SAME AS A KEYED WRITE-OFF WOULD.
051100 SWEEP-SMALL-BALANCES.
051200     IF WS-SWEEP-THRESHOLD > WS-CONTROLLER-LIMIT
051300        PERFORM CHECK-CONTROLLER-AUTHORITY
051400     END-IF.
051500     EVALUATE TRUE
051600        WHEN WS-SWEEP-THRESHOLD = ZERO
051700             CONTINUE
051800        WHEN WS-SWEEP-THRESHOLD > WS-CONTROLLER-LIMIT
051900             AND NOT WS-CONTROLLER-AUTHORIZED
052000             DISPLAY "ARWOFF: SWEEP THRESHOLD "
052100                     WS-SWEEP-THRESHOLD " IS OVER THE "
052200                     "CONTROLLER LIMIT, NO SWEEP"
052300             ADD 1 TO WS-SWEEP-ERRORS
052400        WHEN OTHER
052500             PERFORM SWEEP-REGISTER
052600     END-EVALUATE.
052700
052800 SWEEP-REGISTER.
052900     MOVE "Y" TO WS-SWEEP-SWITCH.
053000     MOVE "S" TO WS-WO-REASON.
053100     MOVE "N" TO WS-REGISTER-AT-END.
053200     OPEN INPUT CUSTOMER-INVOICE-REGISTER-FILE.
053300     IF NOT REGISTER-FILE-OK
053400        DISPLAY "ARWOFF: UNABLE TO OPEN INVOICE REGISTER, "
053500                "STATUS " WS-REGISTER-FILE-STATUS ", NO SWEEP"
053600        ADD 1 TO WS-SWEEP-ERRORS
053700     ELSE
053800        PERFORM READ-NEXT-REGISTER
053900        PERFORM SWEEP-ONE-INVOICE
054000                UNTIL WS-REGISTER-AT-END = "Y"
054100        CLOSE CUSTOMER-INVOICE-REGISTER-FILE
054200     END-IF.
054300
054400*    A CREDIT MEMO HAS NOTHING OPEN TO SWEEP.
054500 SWEEP-ONE-INVOICE.
054600     IF CI-TOTAL-AMOUNT > ZERO
054700        MOVE CI-INVOICE-NUMBER TO WS-WO-INVOICE-NUMBER
054800        PERFORM SUM-PRIOR-RECEIPTS
054900        COMPUTE WS-OPEN-BALANCE =
055000                CI-TOTAL-AMOUNT - WS-APPLIED-TO-DATE
055100        IF WS-OPEN-BALANCE > ZERO
055200           AND WS-OPEN-BALANCE < WS-SWEEP-THRESHOLD
055300           MOVE CI-CUSTOMER-ID  TO WS-WO-CUSTOMER-ID
055400           MOVE WS-OPEN-BALANCE TO WS-WO-AMOUNT
055500           PERFORM WRITE-WRITE-OFF-RECORD
055600        END-IF
055700     END-IF.
055800     PERFORM READ-NEXT-REGISTER.
055900
056000 REJECT-TRANSACTION.
056100     DISPLAY "ARWOFF: WRITE-OFF OF INVOICE "
056200             WOTRAN-INVOICE-NUMBER " REJECTED, "
056300             WS-REJECT-TEXT.
056400     ADD 1 TO WS-TRANS-IN-ERROR.
056500     PERFORM WRITE-REJECT-TO-RECYCLE.
056600
056700*    WRITE THE REJECTED TRANSACTION, AS KEYED, TO THE RECYCLE
056800*    FILE WITH ITS REASON CODE, AND LIST IT FOR THE CLERK.
056900 WRITE-REJECT-TO-RECYCLE.
057000     MOVE WRITE-OFF-TRANSACTION-RECORD TO RCY-TRAN-DATA.
057100     MOVE WS-REJECT-CODE        TO RCY-REJECT-REASON.
057200     WRITE WRITE-OFF-RECYCLE-RECORD.
057300     MOVE WOTRAN-CODE           TO COR-TRAN-CODE.
057400     MOVE WOTRAN-CUSTOMER-ID    TO COR-CUSTOMER-ID.
057500     MOVE WOTRAN-INVOICE-NUMBER TO COR-INVOICE-NUMBER.
057600     MOVE WS-REJECT-CODE        TO COR-REJECT-CODE.
057700     MOVE WS-REJECT-TEXT        TO COR-REJECT-TEXT.
057800     WRITE WRITE-OFF-CORRECTION-LINE FROM CORRECTION-DETAIL-LINE.
057900     ADD 1 TO WS-REJECTS-RECYCLED.
