001800* MODIFICATION HISTORY
001900*   WHO   DATE        WHAT
002000*   RWH   2026-09-03  Original version.
002016*   RWH   2026-10-14  Payments dated into a closed period
002032*                     recycle with reason PCL unless keyed
002048*                     as a prior-period adjustment ("P") on
002064*                     a controller's run -- the operator ID
002080*                     comes in on the PARM; see PERLOCK.
002082*   RWH   2026-10-15  Variable-rate loans: every posting
002084*                     counts toward LOAN-PAYMENTS-MADE for
002086*                     COBVRUN's re-amortization, a payment
002088*                     dated before the loan's latest rate
002090*                     reset is not judged against the re-
002092*                     amortized level payment, and the
002094*                     register closes with each loan's rate
002096*                     history off LOANRST.
002100*--------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-RESULTS-FILE-STATUS.
004500
004510*    THE RATE-RESET SCHEDULE, READ FOR THE RATE-HISTORY
004520*    SECTION.  OPTIONAL: NO SCHEDULE JUST MEANS NO VARIABLE-
004530*    RATE LOANS YET.
004540     SELECT LOAN-RATE-RESET-FILE
004550         ASSIGN TO "LOANRST"
004560         ORGANIZATION IS INDEXED
004570         RECORD KEY IS LRS-KEY
004580         ACCESS MODE IS SEQUENTIAL
004590         FILE STATUS IS WS-RESET-FILE-STATUS.
004595
004600     SELECT PAYMENT-RECYCLE-FILE
004700         ASSIGN TO "LPYRCYC"
004800         ORGANIZATION IS LINE SEQUENTIAL.
005700     COPY LOANMST.
005800     COPY LPYTRN.
005900     COPY VALURES.
005950     COPY LOANRST.
006000
006100*    REJECTED TRANSACTIONS GO BACK OUT IN THE SAME LAYOUT THEY
006200*    CAME IN, WITH THE REASON CODE APPENDED -- ONCE FIXED, THE
006400 FD  PAYMENT-RECYCLE-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  PAYMENT-RECYCLE-RECORD.
006700     05 RCY-TRAN-DATA          PIC X(27).
006800     05 RCY-REJECT-REASON      PIC X(03).
006900
007000 FD  LOAN-PAYMENT-REPORT
007600 01  WS-LPTRAN-AT-END          PIC X VALUE "N".
007700 01  WS-RESULTS-AT-END         PIC X VALUE "N".
007800 01  FILE-AT-END               PIC X VALUE "N".
007850 01  WS-RESETS-AT-END          PIC X VALUE "N".
007900
008000 01  WS-REJECT-CODE            PIC X(03) VALUE SPACES.
008100 01  WS-REJECT-TEXT            PIC X(25) VALUE SPACES.
010900         ==RESULTS-FILE-NOT-FOUND==
011000         ==PFX-FILE-BOUNDARY-VIOLATION== BY
011100         ==RESULTS-FILE-BOUNDARY-VIOLATION==.
011110
011120     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
011130         ==WS-RESET-FILE-STATUS== ==PFX-FILE-OK== BY
011140         ==RESET-FILE-OK== ==PFX-FILE-EOF== BY
011150         ==RESET-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
011160         ==RESET-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
011170         ==RESET-FILE-NOT-FOUND==
011180         ==PFX-FILE-BOUNDARY-VIOLATION== BY
011190         ==RESET-FILE-BOUNDARY-VIOLATION==.
011200
011300 01  WS-RUN-DATE               PIC 9(8).
011400
014500     05 WS-TRANS-IN-ERROR      PIC 9(7) VALUE ZERO.
014600     05 WS-LOANS-DELINQUENT    PIC 9(7) VALUE ZERO.
014700     05 WS-CASH-POSTED         PIC 9(11)V99 VALUE ZERO.
014703     05 WS-PERIOD-OVERRIDES    PIC 9(7) VALUE ZERO.
014704     05 WS-RATE-HISTORIES      PIC 9(7) VALUE ZERO.
014706
014709*    THE RUN'S OPERATOR, OFF THE PARM -- BLANK WHEN THE STEP
014712*    RUNS WITHOUT ONE, AND THEN NO PRIOR-PERIOD ADJUSTMENT
014715*    POSTS.
014718 01  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
014721
014724*    PARAMETER PASSED TO THE SHARED POSTING-PERIOD LOCK
014727*    SUBPROGRAM -- SEE PERLOCK.
014730 01  LOANPAY-PERLOCK-PARM.
014733     05 PERLOCK-PROGRAM-NAME   PIC X(08).
014736     05 PERLOCK-OPERATOR-ID    PIC X(08).
014739     05 PERLOCK-RECORD-KEY     PIC X(10).
014742     05 PERLOCK-TRAN-DATE      PIC 9(08).
014745     05 PERLOCK-OVERRIDE-CODE  PIC X(01).
014748     05 PERLOCK-RESULT         PIC X(02).
014751         88 PERLOCK-OVERRIDDEN          VALUE "OV".
014754         88 PERLOCK-YEAR-CLOSED         VALUE "YC".
014757         88 PERLOCK-NOT-AUTHORIZED      VALUE "NA".
014760         88 PERLOCK-POSTABLE            VALUE "OK" "OV".
014763     05 PERLOCK-OPEN-PERIOD    PIC 9(06).
014764     05 PERLOCK-FUNCTION       PIC X(01).
014766
014800
014900 01  REGISTER-HEADING.
015000     05 FILLER                 PIC X(32)
017600     05 DLQ-DAYS-SINCE         PIC ZZZZ9.
017700     05 FILLER                 PIC X(11)
017800        VALUE " DAYS SINCE".
017802 01  RATE-HISTORY-HEADING.
017804     05 FILLER                 PIC X(30)
017806        VALUE "LOAN RATE HISTORY".
017900
017905 01  RATE-LOAN-LINE.
017910     05 FILLER                 PIC X(05) VALUE "LOAN ".
017915     05 RTL-LOAN-ID            PIC X(06).
017920     05 FILLER                 PIC X(18)
017925        VALUE "  WRITTEN AT RATE ".
017930     05 RTL-RATE-IN            PIC ZZ9.99.
017935     05 FILLER                 PIC X(09)
017940        VALUE "  NOW AT ".
017945     05 RTL-CURRENT-RATE       PIC ZZ9.99.
017950     05 FILLER                 PIC X(02) VALUE SPACES.
017955     05 RTL-REMARK             PIC X(20).
017960
017965 01  RATE-RESET-LINE.
017970     05 FILLER                 PIC X(02) VALUE SPACES.
017975     05 RTR-EFFECTIVE-DATE     PIC 9(8).
017980     05 FILLER                 PIC X(02) VALUE SPACES.
017985     05 RTR-BASIS.
017990         10 RTR-INDEX-CODE     PIC X(04).
017995         10 RTR-PLUS           PIC X(03).
018000         10 RTR-MARGIN         PIC ZZ9.99.
018005     05 RTR-FIXED REDEFINES RTR-BASIS
018010                               PIC X(13).
018015     05 FILLER                 PIC X(02) VALUE SPACES.
018020     05 RTR-RATE               PIC ZZ9.99.
018025     05 FILLER                 PIC X(02) VALUE SPACES.
018030     05 RTR-BALANCE            PIC ZZZ,ZZZ,ZZ9.99-.
018035     05 FILLER                 PIC X(02) VALUE SPACES.
018040     05 RTR-PERIODS            PIC ZZ9.
018045     05 FILLER                 PIC X(02) VALUE SPACES.
018050     05 RTR-STATUS             PIC X(08).
018055
018060 LINKAGE SECTION.
018065 01  LOANPAY-PARM.
018070*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
018075*    WITH A 2-BYTE BINARY LENGTH COUNT.
018080     05 LOANPAY-PARM-LEN       PIC S9(4) COMP.
018085     05 LOANPAY-OPERATOR-ID    PIC X(08).
018090
018095 PROCEDURE DIVISION USING LOANPAY-PARM.
018100 PROGRAM-BEGIN.
018200     PERFORM OPENING-PROCEDURE.
018300     PERFORM LOAD-LEVEL-PAYMENTS.
018400     PERFORM MAIN-PROCESS.
018500     PERFORM REPORT-DELINQUENT-LOANS.
018550     PERFORM REPORT-RATE-HISTORY.
018600     PERFORM CLOSING-PROCEDURE.
018700
018800 PROGRAM-DONE.
019000
019100 OPENING-PROCEDURE.
019200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019225     IF LOANPAY-PARM-LEN > ZERO
019250        MOVE LOANPAY-OPERATOR-ID TO WS-OPERATOR-ID
019275     END-IF.
019300     OPEN I-O LOAN-FILE.
019400     IF NOT LOAN-FILE-OK
019500        DISPLAY "LOANPAY: UNABLE TO OPEN LOAN-FILE, STATUS "
022400     DISPLAY "  REJECTS RECYCLED ....: " WS-REJECTS-RECYCLED.
022500     DISPLAY "  LOANS DELINQUENT ....: " WS-LOANS-DELINQUENT.
022600     DISPLAY "  CASH POSTED .........: " WS-CASH-POSTED.
022650     DISPLAY "  PERIOD OVERRIDES ....: " WS-PERIOD-OVERRIDES.
022660     DISPLAY "  RATE HISTORIES LISTED: " WS-RATE-HISTORIES.
022700     IF WS-TRANS-IN-ERROR > ZERO
022800        MOVE 4 TO RETURN-CODE
022900     ELSE
027900     END-IF.
028000
028100 APPLY-TRANSACTION.
028150     PERFORM CHECK-POSTING-PERIOD.
028200     EVALUATE TRUE
028233        WHEN NOT PERLOCK-POSTABLE
028266             PERFORM REJECT-CLOSED-PERIOD
028300        WHEN LPTRAN-PAYMENT
028400             PERFORM POST-ONE-PAYMENT
028500        WHEN OTHER
029100             PERFORM WRITE-REJECT-TO-RECYCLE
029200     END-EVALUATE.
029300     PERFORM READ-NEXT-TRANSACTION.
029302
029304*    A PAYMENT DATED INTO A MONTH ALREADY CLOSED RECYCLES
029306*    UNLESS IT IS A CONTROLLER'S PRIOR-PERIOD ADJUSTMENT --
029308*    SEE PERLOCK.
029310 CHECK-POSTING-PERIOD.
029312     MOVE "OK" TO PERLOCK-RESULT.
029314     IF LPTRAN-PAYMENT
029316        MOVE "LOANPAY"              TO PERLOCK-PROGRAM-NAME
029318        MOVE WS-OPERATOR-ID         TO PERLOCK-OPERATOR-ID
029320        MOVE LPTRAN-LOAN-ID         TO PERLOCK-RECORD-KEY
029322        MOVE LPTRAN-PAYMENT-DATE    TO PERLOCK-TRAN-DATE
029324        MOVE LPTRAN-PERIOD-OVERRIDE TO PERLOCK-OVERRIDE-CODE
029325        MOVE "C"                    TO PERLOCK-FUNCTION
029326        CALL "PERLOCK" USING LOANPAY-PERLOCK-PARM
029334     END-IF.
029336
029338 REJECT-CLOSED-PERIOD.
029340     DISPLAY "LOANPAY: LOAN " LPTRAN-LOAN-ID " PAYMENT DATED "
029342             LPTRAN-PAYMENT-DATE " IS BEFORE OPEN PERIOD "
029344             PERLOCK-OPEN-PERIOD ", REJECTED".
029346     ADD 1 TO WS-TRANS-IN-ERROR.
029348     EVALUATE TRUE
029350        WHEN PERLOCK-YEAR-CLOSED
029352           MOVE "CLS" TO WS-REJECT-CODE
029354           MOVE "POSTED INTO CLOSED YEAR" TO WS-REJECT-TEXT
029356        WHEN PERLOCK-NOT-AUTHORIZED
029358           MOVE "POA" TO WS-REJECT-CODE
029360           MOVE "OVERRIDE NOT AUTHORIZED" TO WS-REJECT-TEXT
029362        WHEN OTHER
029364           MOVE "PCL" TO WS-REJECT-CODE
029366           MOVE "PERIOD CLOSED" TO WS-REJECT-TEXT
029368     END-EVALUATE.
029370     PERFORM WRITE-REJECT-TO-RECYCLE.
029372
029374*    AN OVERRIDE IS COUNTED AND AUDITED ONLY ONCE THE PAYMENT
029376*    IS ON THE LOAN -- ONE THAT RECYCLES NEVER POSTED.
029378 AUDIT-PERIOD-OVERRIDE.
029380     IF PERLOCK-OVERRIDDEN
029382        ADD 1 TO WS-PERIOD-OVERRIDES
029384        MOVE "A" TO PERLOCK-FUNCTION
029386        CALL "PERLOCK" USING LOANPAY-PERLOCK-PARM
029388     END-IF.
029400
029500 POST-ONE-PAYMENT.
029600     MOVE LPTRAN-LOAN-ID TO LOAN-ID.
033600     IF LOAN-LAST-PAYMENT-DATE NOT NUMERIC
033700        MOVE ZERO TO LOAN-LAST-PAYMENT-DATE
033800     END-IF.
033810     IF LOAN-PAYMENTS-MADE NOT NUMERIC
033820        MOVE ZERO TO LOAN-PAYMENTS-MADE
033830     END-IF.
033900     SUBTRACT LPTRAN-AMOUNT FROM LOAN-REMAINING-BALANCE.
034000     MOVE LPTRAN-PAYMENT-DATE TO LOAN-LAST-PAYMENT-DATE.
034010     IF LOAN-PAYMENTS-MADE < 999
034020        ADD 1 TO LOAN-PAYMENTS-MADE
034030     END-IF.
034100     MOVE SPACES TO RGL-REMARK.
034200     PERFORM FIND-LEVEL-PAYMENT.
034300     IF WS-LEVEL-FOUND = "Y"
035500     REWRITE LOAN-RECORD.
035600     ADD 1 TO WS-PAYMENTS-POSTED.
035700     ADD LPTRAN-AMOUNT TO WS-CASH-POSTED.
035750     PERFORM AUDIT-PERIOD-OVERRIDE.
035800     MOVE LOAN-ID                TO RGL-LOAN-ID.
035900     MOVE LPTRAN-PAYMENT-DATE    TO RGL-PAYMENT-DATE.
036000     MOVE LPTRAN-AMOUNT          TO RGL-AMOUNT.
037600                    TO WS-LEVEL-PAYMENT
037700               MOVE "Y" TO WS-LEVEL-FOUND
037800        END-SEARCH
037812     END-IF.
037824*    A PAYMENT DATED BEFORE THE LOAN'S LATEST RATE RESET FELL
037836*    DUE UNDER THE OLD TERMS -- THE RESULTS CARRY ONLY THE
037848*    RE-AMORTIZED PAYMENT, SO IT IS NOT JUDGED AGAINST THAT.
037860     IF LOAN-RATE-RESET-DATE NUMERIC
037872        AND LPTRAN-PAYMENT-DATE < LOAN-RATE-RESET-DATE
037884        MOVE "N" TO WS-LEVEL-FOUND
037900     END-IF.
038000
038100*    AFTER THE POSTINGS, ONE SWEEP OF THE MASTER: AN ACTIVE LOAN
045000     MOVE WS-REJECT-CODE TO RCY-REJECT-REASON.
045100     WRITE PAYMENT-RECYCLE-RECORD.
045200     ADD 1 TO WS-REJECTS-RECYCLED.
045300
045400*    AFTER THE DELINQUENCIES, THE RATE HISTORY OF EVERY LOAN ON
045500*    THE RESET SCHEDULE: THE RATE IT WAS WRITTEN AT AND THE RATE
045600*    IT IS AT NOW, THEN EACH RESET IN DATE ORDER -- APPLIED, WITH
045700*    THE RATE, BALANCE AND PERIODS COBVRUN RE-AMORTIZED OVER, OR
045800*    STILL PENDING.  NO LOANRST FILE MEANS NO VARIABLE-RATE LOANS.
045900 REPORT-RATE-HISTORY.
046000     MOVE SPACES TO LOAN-PAYMENT-LINE.
046100     WRITE LOAN-PAYMENT-LINE.
046200     WRITE LOAN-PAYMENT-LINE FROM RATE-HISTORY-HEADING.
046300     MOVE "N" TO WS-RESETS-AT-END.
046400     MOVE SPACES TO RTL-LOAN-ID.
046500     OPEN INPUT LOAN-RATE-RESET-FILE.
046600     IF NOT RESET-FILE-OK
046700        DISPLAY "LOANPAY: NO LOAN-RATE-RESET-FILE, NO RATE "
046800                "HISTORY THIS RUN"
046900        MOVE "Y" TO WS-RESETS-AT-END
047000     ELSE
047100        PERFORM READ-NEXT-RESET
047200     END-IF.
047300     PERFORM LIST-ONE-RESET UNTIL WS-RESETS-AT-END = "Y".
047400     IF RESET-FILE-OK OR RESET-FILE-EOF
047500        CLOSE LOAN-RATE-RESET-FILE
047600     END-IF.
047700
047800 READ-NEXT-RESET.
047900     READ LOAN-RATE-RESET-FILE NEXT RECORD
048000          AT END MOVE "Y" TO WS-RESETS-AT-END.
048100
048200 LIST-ONE-RESET.
048300     IF LRS-LOAN-ID NOT = RTL-LOAN-ID
048400        PERFORM WRITE-RATE-LOAN-LINE
048500     END-IF.
048600     PERFORM WRITE-RATE-RESET-LINE.
048700     PERFORM READ-NEXT-RESET.
048800
048900 WRITE-RATE-LOAN-LINE.
049000     MOVE LRS-LOAN-ID TO RTL-LOAN-ID.
049100     MOVE LRS-LOAN-ID TO LOAN-ID.
049200     MOVE SPACES      TO RTL-REMARK.
049300     READ LOAN-FILE
049400         INVALID KEY
049500            MOVE ZERO TO RTL-RATE-IN
049600            MOVE ZERO TO RTL-CURRENT-RATE
049700            MOVE "NOT ON LOAN MASTER" TO RTL-REMARK
049800         NOT INVALID KEY
049900            MOVE LOAN-RATE-IN TO RTL-RATE-IN
050000            IF LOAN-RATE-RESET-DATE NUMERIC
050100               AND LOAN-RATE-RESET-DATE > ZERO
050200               MOVE LOAN-CURRENT-RATE TO RTL-CURRENT-RATE
050300            ELSE
050400               MOVE LOAN-RATE-IN TO RTL-CURRENT-RATE
050500            END-IF
050600     END-READ.
050700     WRITE LOAN-PAYMENT-LINE FROM RATE-LOAN-LINE.
050800     ADD 1 TO WS-RATE-HISTORIES.
050900
051000 WRITE-RATE-RESET-LINE.
051100     MOVE LRS-EFFECTIVE-DATE TO RTR-EFFECTIVE-DATE.
051200     IF LRS-INDEX-PLUS-MARGIN
051300        MOVE LRS-INDEX-CODE TO RTR-INDEX-CODE
051400        MOVE " + "          TO RTR-PLUS
051500        MOVE LRS-MARGIN     TO RTR-MARGIN
051600     ELSE
051700        MOVE "NEW RATE"     TO RTR-FIXED
051800     END-IF.
051900     IF LRS-APPLIED-DATE NUMERIC AND LRS-APPLIED-DATE > ZERO
052000        MOVE LRS-APPLIED-RATE    TO RTR-RATE
052100        MOVE LRS-APPLIED-BALANCE TO RTR-BALANCE
052200        MOVE LRS-APPLIED-PERIODS TO RTR-PERIODS
052300        MOVE "APPLIED"           TO RTR-STATUS
052400     ELSE
052500*       NOT YET APPLIED: AN INDEX RESET'S RATE IS NOT KNOWN UNTIL
052600*       COBVRUN TAKES THE INDEX ON THE DAY.
052700        MOVE LRS-NEW-RATE        TO RTR-RATE
052800        MOVE ZERO                TO RTR-BALANCE
052900        MOVE ZERO                TO RTR-PERIODS
053000        MOVE "PENDING"           TO RTR-STATUS
053100     END-IF.
053200     WRITE LOAN-PAYMENT-LINE FROM RATE-RESET-LINE.
