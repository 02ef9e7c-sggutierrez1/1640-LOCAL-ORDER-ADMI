001420*                     they bill, for the line-level
001430*                     three-way match -- blank or zero
001440*                     still means the whole order.
001441*   RWH   2026-10-14  Invoices dated into a closed period are
001442*                     rejected with reason PCL unless keyed
001443*                     as a prior-period adjustment ("P") on
001444*                     a controller's run -- the operator ID
001445*                     comes in on the PARM; see PERLOCK.
001446*                     Rejects now go to a recycle file with
001447*                     a correction listing, like every other
001448*                     maintenance program's.
001449*   RWH   2026-10-15  Vendor credit memos go on as invoice
001450*                     type "C" with a negative amount, for
001451*                     PAYSEL to net against the vendor's
001452*                     next payment.
001453*   RWH   2026-10-15  Every added invoice is checked against
001454*                     the vendor's invoices on file, open and
001455*                     paid: the same number once punctuation
001456*                     and leading zeros are stripped, the
001457*                     same PO and amount, or the same amount
001458*                     dated within two weeks.  A suspect goes
001459*                     on HELD with the reason, is listed on
001460*                     INVDUPL, and stays out of the match
001461*                     until AP releases it with an "R"
001462*                     transaction, which is audited.
001463*   RWH   2026-10-15  Any held invoice is resolved by an
001464*                     "R" release, a "J" adjustment back
001465*                     through the match, or an "X" reject
001466*                     to the vendor, each with a note that
001467*                     goes on the audit log under the
001468*                     resolver's operator ID.
001469*   RWH   2026-10-15  Invoices carry the day they were put
001470*                     on file and the day they were last
001471*                     approved, and the kind of hold they
001472*                     were last put on.
001473*   RWH   2026-10-15  Invoices are booked in the vendor's
001474*                     currency and in USD at the day's
001475*                     rate on CURRATE; an invoice for a
001476*                     currency with no rate on file is
001477*                     rejected with reason NRT.
001500*--------------------------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-ITRAN-FILE-STATUS.
003100
003103     SELECT INVOICE-RECYCLE-FILE
003106         ASSIGN TO "INVRCYC"
003109         ORGANIZATION IS LINE SEQUENTIAL.
003112
003115     SELECT INVOICE-CORRECTION-REPORT
003118         ASSIGN TO "INVCORRL"
003121         ORGANIZATION IS LINE SEQUENTIAL.
003124
003127*    THE SUSPECTED DUPLICATES HELD TONIGHT -- AP'S WORK LIST.
003130     SELECT DUPLICATE-INVOICE-REPORT
003133         ASSIGN TO "INVDUPL"
003136         ORGANIZATION IS LINE SEQUENTIAL.
003139
003142*    THE VENDOR'S CURRENCY, FOR BOOKING THE INVOICE.
003145     SELECT VENDOR-FILE
003148         ASSIGN TO "vendor"
003151         ORGANIZATION IS INDEXED
003154         RECORD KEY IS VENDOR-NUMBER
003157         ACCESS MODE IS RANDOM
003160         FILE STATUS IS WS-VENDOR-FILE-STATUS.
003163
003166     SELECT CURRENCY-RATE-FILE
003169         ASSIGN TO "CURRATE"
003172         ORGANIZATION IS LINE SEQUENTIAL
003175         FILE STATUS IS WS-RATE-FILE-STATUS.
003178
003200 DATA DIVISION.
003300 FILE SECTION.
003400
003500     COPY VNDINV.
003600     COPY INVTRN.
003602     COPY FILEVTA.
003604     COPY CURRATE.
003607
003614*    REJECTED TRANSACTIONS GO BACK OUT IN THE SAME LAYOUT THEY
003621*    CAME IN, WITH THE REASON CODE APPENDED -- ONCE FIXED, THE
003628*    RECORDS FEED STRAIGHT BACK IN AS THE NEXT RUN'S INVTRAN.
003635 FD  INVOICE-RECYCLE-FILE
003642     LABEL RECORDS ARE STANDARD.
003649 01  INVOICE-RECYCLE-RECORD.
003656     05 RCY-TRAN-DATA          PIC X(82).
003663     05 RCY-REJECT-REASON      PIC X(03).
003670
003677 FD  INVOICE-CORRECTION-REPORT
003684     LABEL RECORDS ARE STANDARD.
003691 01  INVOICE-CORRECTION-LINE   PIC X(60).
003692
003693 FD  DUPLICATE-INVOICE-REPORT
003694     LABEL RECORDS ARE STANDARD.
003695 01  DUPLICATE-INVOICE-LINE    PIC X(90).
003700
003800 WORKING-STORAGE SECTION.
003900
004000 01  WS-ITRAN-AT-END           PIC X VALUE "N".
004001
004002 01  WS-REJECT-CODE            PIC X(03) VALUE SPACES.
004003 01  WS-REJECT-TEXT            PIC X(25) VALUE SPACES.
004004 01  WS-REJECTS-RECYCLED       PIC 9(7) VALUE ZERO.
004005
004006 01  CORRECTION-DETAIL-LINE.
004007     05 COR-TRAN-CODE          PIC X(01).
004008     05 FILLER                 PIC X(02) VALUE SPACES.
004009     05 COR-VENDOR-NUMBER      PIC 9(5).
004010     05 FILLER                 PIC X(01) VALUE "/".
004011     05 COR-INVOICE-NUMBER     PIC X(10).
004012     05 FILLER                 PIC X(02) VALUE SPACES.
004013     05 COR-REJECT-CODE        PIC X(03).
004014     05 FILLER                 PIC X(02) VALUE SPACES.
004015     05 COR-REJECT-TEXT        PIC X(25).
004016
004017 01  DUPLICATE-HEADING-1.
004018     05 FILLER                 PIC X(51) VALUE
004019        "SUSPECTED DUPLICATE INVOICES -- HELD UNTIL RELEASED".
004020
004021 01  DUPLICATE-HEADING-2.
004022     05 FILLER                 PIC X(18) VALUE "VENDOR/INVOICE".
004023     05 FILLER                 PIC X(10) VALUE "DATED".
004024     05 FILLER                 PIC X(17) VALUE "AMOUNT".
004025     05 FILLER                 PIC X(14) VALUE "MATCHES".
004026     05 FILLER                 PIC X(25) VALUE "REASON".
004027
004028 01  DUPLICATE-DETAIL-LINE.
004029     05 DUP-VENDOR-NUMBER      PIC 9(5).
004030     05 FILLER                 PIC X(01) VALUE "/".
004031     05 DUP-INVOICE-NUMBER     PIC X(10).
004032     05 FILLER                 PIC X(02) VALUE SPACES.
004033     05 DUP-INVOICE-DATE       PIC 9(8).
004034     05 FILLER                 PIC X(02) VALUE SPACES.
004035     05 DUP-INVOICE-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
004036     05 FILLER                 PIC X(02) VALUE SPACES.
004037     05 DUP-MATCH-INVOICE      PIC X(10).
004038     05 FILLER                 PIC X(01) VALUE SPACES.
004039     05 DUP-MATCH-STATUS       PIC X(01).
004040     05 FILLER                 PIC X(02) VALUE SPACES.
004041     05 DUP-REASON-TEXT        PIC X(25).
004042
004043*    THE DUPLICATE CHECK.  AN INVOICE DATED WITHIN THIS MANY
004044*    DAYS OF ANOTHER FOR THE SAME AMOUNT IS A SUSPECT.
004045 01  WS-DUP-DATE-WINDOW        PIC 9(3) VALUE 14.
004046 01  WS-DUP-SCAN-AT-END        PIC X VALUE "N".
004047 01  WS-DUP-FOUND              PIC X VALUE "N".
004048 01  WS-DUP-REASON             PIC X(02) VALUE SPACES.
004049 01  WS-DUP-TEXT               PIC X(25) VALUE SPACES.
004050 01  WS-DUP-MATCH-INVOICE      PIC X(10) VALUE SPACES.
004051 01  WS-DUP-MATCH-STATUS       PIC X(01) VALUE SPACE.
004052 01  WS-NEW-AMOUNT             PIC S9(9)V99 VALUE ZERO.
004053 01  WS-NEW-NORMALIZED         PIC X(10) VALUE SPACES.
004054
004055*    AN INVOICE NUMBER AS IT COMPARES: LETTERS FOLDED TO
004056*    UPPER CASE, EVERYTHING BUT LETTERS AND DIGITS DROPPED,
004057*    AND LEADING ZEROS DROPPED -- "a-01001" AND "A1001" ARE
004058*    THE SAME INVOICE.
004059 01  WS-NORM-IN                PIC X(10) VALUE SPACES.
004060 01  WS-NORM-IN-TABLE REDEFINES WS-NORM-IN.
004061     05 WS-NORM-IN-CHAR        PIC X(01) OCCURS 10 TIMES.
004062 01  WS-NORM-OUT               PIC X(10) VALUE SPACES.
004063 01  WS-NORM-OUT-TABLE REDEFINES WS-NORM-OUT.
004064     05 WS-NORM-OUT-CHAR       PIC X(01) OCCURS 10 TIMES.
004065 01  WS-NORM-CHAR              PIC X(01) VALUE SPACE.
004066 01  WS-NORM-SUB               PIC 9(2) VALUE ZERO.
004067 01  WS-NORM-LEN               PIC 9(2) VALUE ZERO.
004068
004069*    RESOLVING A HELD INVOICE.
004070 01  WS-RESOLVED-REASON        PIC X(02) VALUE SPACES.
004071 01  WS-ADJUST-OLD-AMOUNT      PIC X(15) VALUE SPACES.
004072 01  WS-AUDIT-AMOUNT-EDIT      PIC -ZZZ,ZZZ,ZZ9.99.
004073
004074*    THE DAY'S RATES TO USD, OFF CURRATE, AND THE CURRENCY AND
004075*    RATE THE INVOICE BEING ADDED IS BOOKED AT.  A USD VENDOR,
004076*    OR ONE NOT ON FILE, BOOKS AT 1.  A RATE MORE THAN THIS
004077*    MANY DAYS OLD IS NOT THE DAY'S RATE AND IS NOT USED --
004078*    THE SAME LIMIT COBVALU HOLDS RATELOAD TO.
004079 01  WS-MAX-RATE-AGE-DAYS      PIC 9(3) VALUE 5.
004080 01  WS-RATE-AGE               PIC S9(7) VALUE ZERO.
004081 01  WS-RATE-AT-END            PIC X VALUE "N".
004082 01  WS-CURRENCY-COUNT         PIC 9(2) VALUE ZERO.
004083 01  WS-CURRENCY-TABLE.
004084     05 WS-CURR-ENTRY OCCURS 10 TIMES INDEXED BY CURR-IDX.
004085         10 WS-CURR-CODE       PIC X(03).
004086         10 WS-CURR-RATE       PIC 9(5)V9(4).
004087 01  WS-INVOICE-CURRENCY       PIC X(03) VALUE SPACES.
004088 01  WS-ACTIVE-RATE            PIC 9(5)V9(4) VALUE ZERO.
004089 01  WS-RATE-FOUND             PIC X VALUE "Y".
004100
004200*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
004300*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
005900         ==PFX-FILE-BOUNDARY-VIOLATION== BY
006000         ==ITRAN-FILE-BOUNDARY-VIOLATION==.
006100
006105     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
006110         ==WS-VENDOR-FILE-STATUS== ==PFX-FILE-OK== BY
006115         ==VENDOR-FILE-OK== ==PFX-FILE-EOF== BY
006120         ==VENDOR-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
006125         ==VENDOR-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
006130         ==VENDOR-FILE-NOT-FOUND==
006135         ==PFX-FILE-BOUNDARY-VIOLATION== BY
006140         ==VENDOR-FILE-BOUNDARY-VIOLATION==.
006145
006150     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
006155         ==WS-RATE-FILE-STATUS== ==PFX-FILE-OK== BY
006160         ==RATE-FILE-OK== ==PFX-FILE-EOF== BY
006165         ==RATE-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
006170         ==RATE-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
006175         ==RATE-FILE-NOT-FOUND==
006180         ==PFX-FILE-BOUNDARY-VIOLATION== BY
006185         ==RATE-FILE-BOUNDARY-VIOLATION==.
006190
006200 01  WS-CONTROL-TOTALS.
006300     05 WS-TRANS-READ          PIC 9(7) VALUE ZERO.
006400     05 WS-INVOICES-ADDED      PIC 9(7) VALUE ZERO.
006500     05 WS-INVOICES-DELETED    PIC 9(7) VALUE ZERO.
006600     05 WS-TRANS-IN-ERROR      PIC 9(7) VALUE ZERO.
006603     05 WS-PERIOD-OVERRIDES    PIC 9(7) VALUE ZERO.
006604     05 WS-CREDIT-MEMOS-ADDED  PIC 9(7) VALUE ZERO.
006605     05 WS-DUPLICATES-HELD     PIC 9(7) VALUE ZERO.
006606     05 WS-HOLDS-RELEASED      PIC 9(7) VALUE ZERO.
006607     05 WS-HOLDS-ADJUSTED      PIC 9(7) VALUE ZERO.
006608     05 WS-HOLDS-REJECTED      PIC 9(7) VALUE ZERO.
006609     05 WS-FOREIGN-INVOICES    PIC 9(7) VALUE ZERO.
006700
006703*    THE RUN'S OPERATOR, OFF THE PARM -- BLANK WHEN THE STEP
006706*    RUNS WITHOUT ONE, AND THEN NO PRIOR-PERIOD ADJUSTMENT
006709*    POSTS.
006712 01  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
006715 01  WS-RUN-DATE               PIC 9(8).
006718
006721*    PARAMETER PASSED TO THE SHARED POSTING-PERIOD LOCK
006724*    SUBPROGRAM -- SEE PERLOCK.
006727 01  INVMAINT-PERLOCK-PARM.
006730     05 PERLOCK-PROGRAM-NAME   PIC X(08).
006733     05 PERLOCK-OPERATOR-ID    PIC X(08).
006736     05 PERLOCK-RECORD-KEY     PIC X(10).
006739     05 PERLOCK-TRAN-DATE      PIC 9(08).
006742     05 PERLOCK-OVERRIDE-CODE  PIC X(01).
006745     05 PERLOCK-RESULT         PIC X(02).
006748         88 PERLOCK-OVERRIDDEN          VALUE "OV".
006751         88 PERLOCK-YEAR-CLOSED         VALUE "YC".
006754         88 PERLOCK-NOT-AUTHORIZED      VALUE "NA".
006757         88 PERLOCK-POSTABLE            VALUE "OK" "OV".
006760     05 PERLOCK-OPEN-PERIOD    PIC 9(06).
006762     05 PERLOCK-FUNCTION       PIC X(01).
006763
006766*    PARAMETER PASSED TO THE SHARED DATE-ARITHMETIC
006769*    SUBPROGRAM -- SEE DATECALC.
006772 01  INVMAINT-DATECALC-PARM.
006775     05 DATECALC-FUNCTION      PIC X(01).
006778     05 DATECALC-DATE-1        PIC 9(8).
006781     05 DATECALC-DATE-2        PIC 9(8).
006784     05 DATECALC-DAYS          PIC S9(7).
006787     05 DATECALC-RESULT-DATE   PIC 9(8).
006790     05 DATECALC-FEEDBACK      PIC XX.
006793
006796*    PARAMETER PASSED TO THE SHARED AUDIT-LOGGING SUBPROGRAM --
006799*    SEE AUDITLOG.
006802 01  INVMAINT-AUDITLOG-PARM.
006805     05 AUDITLOG-PROGRAM-NAME  PIC X(08).
006808     05 AUDITLOG-RECORD-KEY    PIC X(10).
006811     05 AUDITLOG-ACTION        PIC X(08).
006814     05 AUDITLOG-FIELD-CHANGED PIC X(20).
006817     05 AUDITLOG-OLD-VALUE     PIC X(30).
006820     05 AUDITLOG-NEW-VALUE     PIC X(30).
006823     05 AUDITLOG-OPERATOR-ID   PIC X(08).
006826
006829 LINKAGE SECTION.
006832 01  INVMAINT-PARM.
006835*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
006838*    WITH A 2-BYTE BINARY LENGTH COUNT.
006841     05 INVMAINT-PARM-LEN       PIC S9(4) COMP.
006844     05 INVMAINT-OPERATOR-ID    PIC X(08).
006847
006850 PROCEDURE DIVISION USING INVMAINT-PARM.
006900 PROGRAM-BEGIN.
007000     PERFORM OPENING-PROCEDURE.
007100     PERFORM MAIN-PROCESS.
007500     STOP RUN.
007600
007700 OPENING-PROCEDURE.
007712     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
007725     IF INVMAINT-PARM-LEN > ZERO
007750        MOVE INVMAINT-OPERATOR-ID TO WS-OPERATOR-ID
007775     END-IF.
007800     OPEN I-O VENDOR-INVOICE-FILE.
007900     IF WS-INVOICE-FILE-STATUS = "35"
008000        OPEN OUTPUT VENDOR-INVOICE-FILE
009500        CLOSE VENDOR-INVOICE-FILE
009600        GO TO PROGRAM-DONE
009700     END-IF.
009703     OPEN INPUT VENDOR-FILE.
009706     IF NOT VENDOR-FILE-OK
009709        DISPLAY "INVMAINT: UNABLE TO OPEN VENDOR-FILE, STATUS "
009712                WS-VENDOR-FILE-STATUS
009715        MOVE 16 TO RETURN-CODE
009718        CLOSE VENDOR-INVOICE-FILE
009721        CLOSE INVOICE-TRANSACTION-FILE
009724        GO TO PROGRAM-DONE
009727     END-IF.
009730     PERFORM LOAD-CURRENCY-TABLE.
009733     OPEN OUTPUT INVOICE-RECYCLE-FILE.
009766     OPEN OUTPUT INVOICE-CORRECTION-REPORT.
009774     OPEN OUTPUT DUPLICATE-INVOICE-REPORT.
009782     WRITE DUPLICATE-INVOICE-LINE FROM DUPLICATE-HEADING-1.
009790     WRITE DUPLICATE-INVOICE-LINE FROM DUPLICATE-HEADING-2.
009800
009900 CLOSING-PROCEDURE.
010000     CLOSE VENDOR-INVOICE-FILE.
010100     CLOSE INVOICE-TRANSACTION-FILE.
010116     CLOSE VENDOR-FILE.
010133     CLOSE INVOICE-RECYCLE-FILE.
010166     CLOSE INVOICE-CORRECTION-REPORT.
010183     CLOSE DUPLICATE-INVOICE-REPORT.
010200     DISPLAY "INVMAINT CONTROL TOTALS".
010300     DISPLAY "  TRANSACTIONS READ ....: " WS-TRANS-READ.
010400     DISPLAY "  INVOICES ADDED .......: " WS-INVOICES-ADDED.
010500     DISPLAY "  INVOICES DELETED .....: " WS-INVOICES-DELETED.
010600     DISPLAY "  TRANSACTIONS IN ERROR : " WS-TRANS-IN-ERROR.
010633     DISPLAY "  REJECTS RECYCLED .....: " WS-REJECTS-RECYCLED.
010666     DISPLAY "  PERIOD OVERRIDES .....: " WS-PERIOD-OVERRIDES.
010683     DISPLAY "  CREDIT MEMOS ADDED ...: " WS-CREDIT-MEMOS-ADDED.
010688     DISPLAY "  HELD AS DUPLICATES ...: " WS-DUPLICATES-HELD.
010693     DISPLAY "  HELD INVOICES RELEASED: " WS-HOLDS-RELEASED.
010695     DISPLAY "  HELD INVOICES ADJUSTED: " WS-HOLDS-ADJUSTED.
010697     DISPLAY "  HELD INVOICES REJECTED: " WS-HOLDS-REJECTED.
010698     DISPLAY "  FOREIGN CURRENCY ADDED: " WS-FOREIGN-INVOICES.
010700     IF WS-TRANS-IN-ERROR > ZERO
010750        OR WS-DUPLICATES-HELD > ZERO
010800        MOVE 4 TO RETURN-CODE
010900     ELSE
011000        MOVE 0 TO RETURN-CODE
012300     END-IF.
012400
012500 APPLY-TRANSACTION.
012550     PERFORM CHECK-POSTING-PERIOD.
012575     PERFORM CHECK-INVOICE-CURRENCY.
012600     EVALUATE TRUE
012633        WHEN NOT PERLOCK-POSTABLE
012666             PERFORM REJECT-CLOSED-PERIOD
012677        WHEN WS-RATE-FOUND NOT = "Y"
012688             PERFORM REJECT-NO-RATE
012700        WHEN ITRAN-ADD
012800             PERFORM ADD-INVOICE
012900        WHEN ITRAN-DELETE
013000             PERFORM DELETE-INVOICE
013033        WHEN ITRAN-RESOLUTION
013066             PERFORM RESOLVE-HELD-INVOICE
013100        WHEN OTHER
013200             DISPLAY "INVMAINT: INVALID TRANSACTION CODE FOR "
013300                     ITRAN-VENDOR-NUMBER "/" ITRAN-INVOICE-NUMBER
013400             ADD 1 TO WS-TRANS-IN-ERROR
013425             MOVE "INV" TO WS-REJECT-CODE
013450             MOVE "INVALID TRAN CODE" TO WS-REJECT-TEXT
013475             PERFORM WRITE-REJECT-TO-RECYCLE
013500     END-EVALUATE.
013600     PERFORM READ-NEXT-TRANSACTION.
013700
      *    AN INVOICE DATED INTO A MONTH ALREADY CLOSED RECYCLES
      *    UNLESS IT IS A CONTROLLER'S PRIOR-PERIOD ADJUSTMENT --
      *    SEE PERLOCK.
       CHECK-POSTING-PERIOD.
           MOVE "OK" TO PERLOCK-RESULT.
           IF ITRAN-ADD
              MOVE "INVMAINT"            TO PERLOCK-PROGRAM-NAME
              MOVE WS-OPERATOR-ID        TO PERLOCK-OPERATOR-ID
              MOVE ITRAN-INVOICE-NUMBER  TO PERLOCK-RECORD-KEY
              MOVE ITRAN-INVOICE-DATE    TO PERLOCK-TRAN-DATE
              MOVE ITRAN-PERIOD-OVERRIDE TO PERLOCK-OVERRIDE-CODE
              MOVE "C"                   TO PERLOCK-FUNCTION
              CALL "PERLOCK" USING INVMAINT-PERLOCK-PARM
           END-IF.

       REJECT-CLOSED-PERIOD.
           DISPLAY "INVMAINT: INVOICE " ITRAN-VENDOR-NUMBER "/"
                   ITRAN-INVOICE-NUMBER " DATED " ITRAN-INVOICE-DATE
                   " IS BEFORE OPEN PERIOD " PERLOCK-OPEN-PERIOD
                   ", REJECTED".
           ADD 1 TO WS-TRANS-IN-ERROR.
           EVALUATE TRUE
              WHEN PERLOCK-YEAR-CLOSED
                 MOVE "CLS" TO WS-REJECT-CODE
                 MOVE "POSTED INTO CLOSED YEAR" TO WS-REJECT-TEXT
              WHEN PERLOCK-NOT-AUTHORIZED
                 MOVE "POA" TO WS-REJECT-CODE
                 MOVE "OVERRIDE NOT AUTHORIZED" TO WS-REJECT-TEXT
              WHEN OTHER
                 MOVE "PCL" TO WS-REJECT-CODE
                 MOVE "PERIOD CLOSED" TO WS-REJECT-TEXT
           END-EVALUATE.
           PERFORM WRITE-REJECT-TO-RECYCLE.

      *    AN OVERRIDE IS COUNTED AND AUDITED ONLY ONCE THE INVOICE
      *    IS ON FILE -- ONE THAT RECYCLES NEVER POSTED.
       AUDIT-PERIOD-OVERRIDE.
           IF PERLOCK-OVERRIDDEN
              ADD 1 TO WS-PERIOD-OVERRIDES
              MOVE "A" TO PERLOCK-FUNCTION
              CALL "PERLOCK" USING INVMAINT-PERLOCK-PARM
           END-IF.

      *    THE CURRENCY AN ADDED INVOICE IS BOOKED IN IS THE
      *    VENDOR'S.  A FOREIGN CURRENCY NEEDS TODAY'S RATE ON
      *    CURRATE, OR THERE IS NO USD AMOUNT TO CARRY IT AT.
       CHECK-INVOICE-CURRENCY.
           MOVE "Y"   TO WS-RATE-FOUND.
           MOVE "USD" TO WS-INVOICE-CURRENCY.
           MOVE 1     TO WS-ACTIVE-RATE.
           IF ITRAN-ADD
              MOVE ITRAN-VENDOR-NUMBER TO VENDOR-NUMBER
              READ VENDOR-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF NOT VENDOR-BILLS-IN-USD
                        MOVE VENDOR-CURRENCY-CODE
                             TO WS-INVOICE-CURRENCY
                        PERFORM FIND-CURRENCY-RATE
                     END-IF
              END-READ
           END-IF.

       REJECT-NO-RATE.
           DISPLAY "INVMAINT: INVOICE " ITRAN-VENDOR-NUMBER "/"
                   ITRAN-INVOICE-NUMBER " IS IN " WS-INVOICE-CURRENCY
                   ", NO RATE ON CURRATE, REJECTED".
           ADD 1 TO WS-TRANS-IN-ERROR.
           MOVE "NRT" TO WS-REJECT-CODE.
           MOVE "NO RATE FOR CURRENCY" TO WS-REJECT-TEXT.
           PERFORM WRITE-REJECT-TO-RECYCLE.

       FIND-CURRENCY-RATE.
           MOVE "N"  TO WS-RATE-FOUND.
           MOVE ZERO TO WS-ACTIVE-RATE.
           SET CURR-IDX TO 1.
           SEARCH WS-CURR-ENTRY
               AT END
                  CONTINUE
               WHEN CURR-IDX > WS-CURRENCY-COUNT
                  CONTINUE
               WHEN WS-CURR-CODE (CURR-IDX) = WS-INVOICE-CURRENCY
                  MOVE WS-CURR-RATE (CURR-IDX) TO WS-ACTIVE-RATE
                  MOVE "Y" TO WS-RATE-FOUND
           END-SEARCH.
           IF WS-ACTIVE-RATE = ZERO
              MOVE "N" TO WS-RATE-FOUND
           END-IF.

      *    A MISSING RATE FILE LEAVES THE TABLE EMPTY -- USD
      *    INVOICES STILL GO ON, FOREIGN ONES RECYCLE.
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
                   DISPLAY "INVMAINT: RATE FOR " CRT-CURRENCY-CODE
                           " IS NOT CURRENT, NOT USED"
              WHEN WS-CURRENCY-COUNT < 10
                   ADD 1 TO WS-CURRENCY-COUNT
                   MOVE CRT-CURRENCY-CODE
                        TO WS-CURR-CODE (WS-CURRENCY-COUNT)
                   MOVE CRT-RATE-TO-USD
                        TO WS-CURR-RATE (WS-CURRENCY-COUNT)
              WHEN OTHER
                   DISPLAY "INVMAINT: CURRENCY TABLE FULL, "
                           CRT-CURRENCY-CODE " IGNORED"
           END-EVALUATE.
           PERFORM READ-NEXT-RATE.

       AGE-ONE-RATE.
           MOVE "D"                TO DATECALC-FUNCTION.
           MOVE WS-RUN-DATE        TO DATECALC-DATE-1.
           MOVE CRT-EFFECTIVE-DATE TO DATECALC-DATE-2.
           CALL "DATECALC" USING INVMAINT-DATECALC-PARM.
           IF DATECALC-FEEDBACK = "OK"
              MOVE DATECALC-DAYS TO WS-RATE-AGE
           ELSE
              MOVE 999 TO WS-RATE-AGE
           END-IF.

013800 ADD-INVOICE.
013802*    THE DUPLICATE SCAN READS THROUGH THE RECORD AREA, SO IT
013804*    RUNS BEFORE THE NEW RECORD IS BUILT.
013806     PERFORM CHECK-FOR-DUPLICATE.
013810*    THE RECORD IS BLANKED FIRST -- FILLER INCLUDED -- SO
013820*    RESIDUE FROM THE READ PATHS NEVER REACHES THE FILE.
013830     MOVE SPACES TO VENDOR-INVOICE-RECORD.
014470     END-IF.
014500     COMPUTE INV-INVOICE-AMOUNT =
014600             ITRAN-QUANTITY * ITRAN-UNIT-COST.
014612*    A CREDIT MEMO IS KEYED LIKE AN INVOICE AND STORED
014624*    NEGATIVE, SO EVERY SUM OVER THE VENDOR'S BILLS NETS IT.
014636     IF ITRAN-CREDIT-MEMO
014648        MOVE "C" TO INV-INVOICE-TYPE
014660        COMPUTE INV-INVOICE-AMOUNT = ZERO - INV-INVOICE-AMOUNT
014672        ADD 1 TO WS-CREDIT-MEMOS-ADDED
014675     END-IF.
014678     MOVE WS-INVOICE-CURRENCY TO INV-CURRENCY-CODE.
014682     MOVE WS-ACTIVE-RATE      TO INV-EXCHANGE-RATE.
014685     PERFORM COMPUTE-USD-AMOUNT.
014689     IF NOT INV-IN-USD
014692        ADD 1 TO WS-FOREIGN-INVOICES
014696     END-IF.
014700     SET INV-STATUS-ENTERED TO TRUE.
014706     MOVE WS-RUN-DATE TO INV-ENTERED-DATE.
014713     MOVE ZERO        TO INV-APPROVED-DATE.
014720     IF WS-DUP-FOUND = "Y"
014740        SET INV-STATUS-HELD TO TRUE
014760        MOVE WS-DUP-REASON TO INV-HOLD-REASON
014770        SET INV-WAS-HELD-DUPLICATE TO TRUE
014780     END-IF.
014800     WRITE VENDOR-INVOICE-RECORD
014900         INVALID KEY
015000            DISPLAY "INVMAINT: INVOICE " ITRAN-VENDOR-NUMBER "/"
015100                    ITRAN-INVOICE-NUMBER " ALREADY EXISTS, ADD "
015200                    "REJECTED"
015300            ADD 1 TO WS-TRANS-IN-ERROR
015325            MOVE "DUP" TO WS-REJECT-CODE
015350            MOVE "INVOICE ALREADY ON FILE" TO WS-REJECT-TEXT
015375            PERFORM WRITE-REJECT-TO-RECYCLE
015400         NOT INVALID KEY
015500            ADD 1 TO WS-INVOICES-ADDED
015525            IF WS-DUP-FOUND = "Y"
015550               PERFORM WRITE-DUPLICATE-LINE
015575            END-IF
015580            PERFORM AUDIT-PERIOD-OVERRIDE
015600     END-WRITE.

      *    THE VENDOR'S INVOICES ON FILE, EVERY STATUS, AGAINST THE
      *    ONE BEING ADDED.  THE EXACT KEY IS LEFT TO THE WRITE,
      *    WHICH REJECTS IT OUTRIGHT; THE FIRST SUSPECT ENDS THE
      *    SCAN.
       CHECK-FOR-DUPLICATE.
           MOVE "N" TO WS-DUP-FOUND.
           COMPUTE WS-NEW-AMOUNT =
                   ITRAN-QUANTITY * ITRAN-UNIT-COST.
           IF ITRAN-CREDIT-MEMO
              COMPUTE WS-NEW-AMOUNT = ZERO - WS-NEW-AMOUNT
           END-IF.
           MOVE ITRAN-INVOICE-NUMBER TO WS-NORM-IN.
           PERFORM NORMALIZE-INVOICE-NUMBER.
           MOVE WS-NORM-OUT TO WS-NEW-NORMALIZED.
           MOVE "N" TO WS-DUP-SCAN-AT-END.
           MOVE ITRAN-VENDOR-NUMBER TO INV-VENDOR-NUMBER.
           MOVE LOW-VALUES          TO INV-INVOICE-NUMBER.
           START VENDOR-INVOICE-FILE
                 KEY IS NOT LESS THAN INV-KEY
               INVALID KEY
                  MOVE "Y" TO WS-DUP-SCAN-AT-END
           END-START.
           IF WS-DUP-SCAN-AT-END NOT = "Y"
              PERFORM READ-NEXT-DUP-CANDIDATE
           END-IF.
           PERFORM CHECK-ONE-DUP-CANDIDATE
                   UNTIL WS-DUP-SCAN-AT-END = "Y".

       READ-NEXT-DUP-CANDIDATE.
           READ VENDOR-INVOICE-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-DUP-SCAN-AT-END.
           IF WS-DUP-SCAN-AT-END NOT = "Y"
              AND INV-VENDOR-NUMBER NOT = ITRAN-VENDOR-NUMBER
              MOVE "Y" TO WS-DUP-SCAN-AT-END
           END-IF.

       CHECK-ONE-DUP-CANDIDATE.
           IF INV-INVOICE-NUMBER NOT = ITRAN-INVOICE-NUMBER
              PERFORM COMPARE-DUP-CANDIDATE
           END-IF.
           IF WS-DUP-FOUND = "Y"
              MOVE "Y" TO WS-DUP-SCAN-AT-END
           ELSE
              PERFORM READ-NEXT-DUP-CANDIDATE
           END-IF.

       COMPARE-DUP-CANDIDATE.
           MOVE INV-INVOICE-NUMBER TO WS-NORM-IN.
           PERFORM NORMALIZE-INVOICE-NUMBER.
           EVALUATE TRUE
              WHEN WS-NORM-OUT = WS-NEW-NORMALIZED
                   AND WS-NORM-OUT NOT = SPACES
                   MOVE "DN" TO WS-DUP-REASON
                   MOVE "SAME INVOICE NUMBER" TO WS-DUP-TEXT
                   PERFORM NOTE-DUPLICATE
              WHEN INV-INVOICE-AMOUNT = WS-NEW-AMOUNT
                   AND ITRAN-PO-NUMBER NOT = ZERO
                   AND INV-PO-NUMBER = ITRAN-PO-NUMBER
                   MOVE "DP" TO WS-DUP-REASON
                   MOVE "SAME PO AND AMOUNT" TO WS-DUP-TEXT
                   PERFORM NOTE-DUPLICATE
              WHEN INV-INVOICE-AMOUNT = WS-NEW-AMOUNT
                   PERFORM CHECK-DUP-DATE-WINDOW
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-DUP-DATE-WINDOW.
           MOVE "D"                TO DATECALC-FUNCTION.
           MOVE ITRAN-INVOICE-DATE TO DATECALC-DATE-1.
           MOVE INV-INVOICE-DATE   TO DATECALC-DATE-2.
           CALL "DATECALC" USING INVMAINT-DATECALC-PARM.
           IF DATECALC-FEEDBACK = "OK"
              IF DATECALC-DAYS < ZERO
                 COMPUTE DATECALC-DAYS = ZERO - DATECALC-DAYS
              END-IF
              IF DATECALC-DAYS NOT > WS-DUP-DATE-WINDOW
                 MOVE "DA" TO WS-DUP-REASON
                 MOVE "SAME AMOUNT, CLOSE DATE" TO WS-DUP-TEXT
                 PERFORM NOTE-DUPLICATE
              END-IF
           END-IF.

       NOTE-DUPLICATE.
           MOVE "Y"                TO WS-DUP-FOUND.
           MOVE INV-INVOICE-NUMBER TO WS-DUP-MATCH-INVOICE.
           MOVE INV-STATUS         TO WS-DUP-MATCH-STATUS.

       NORMALIZE-INVOICE-NUMBER.
           MOVE SPACES TO WS-NORM-OUT.
           MOVE ZERO   TO WS-NORM-LEN.
           INSPECT WS-NORM-IN
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM NORMALIZE-ONE-CHARACTER
                   VARYING WS-NORM-SUB FROM 1 BY 1
                   UNTIL WS-NORM-SUB > 10.

       NORMALIZE-ONE-CHARACTER.
           MOVE WS-NORM-IN-CHAR (WS-NORM-SUB) TO WS-NORM-CHAR.
           IF (WS-NORM-CHAR IS NUMERIC
               OR (WS-NORM-CHAR IS ALPHABETIC
                   AND WS-NORM-CHAR NOT = SPACE))
              AND NOT (WS-NORM-CHAR = "0" AND WS-NORM-LEN = ZERO)
              ADD 1 TO WS-NORM-LEN
              MOVE WS-NORM-CHAR TO WS-NORM-OUT-CHAR (WS-NORM-LEN)
           END-IF.

       WRITE-DUPLICATE-LINE.
           MOVE INV-VENDOR-NUMBER    TO DUP-VENDOR-NUMBER.
           MOVE INV-INVOICE-NUMBER   TO DUP-INVOICE-NUMBER.
           MOVE INV-INVOICE-DATE     TO DUP-INVOICE-DATE.
           MOVE INV-INVOICE-AMOUNT   TO DUP-INVOICE-AMOUNT.
           MOVE WS-DUP-MATCH-INVOICE TO DUP-MATCH-INVOICE.
           MOVE WS-DUP-MATCH-STATUS  TO DUP-MATCH-STATUS.
           MOVE WS-DUP-TEXT          TO DUP-REASON-TEXT.
           WRITE DUPLICATE-INVOICE-LINE FROM DUPLICATE-DETAIL-LINE.
           ADD 1 TO WS-DUPLICATES-HELD.

      *    A HELD INVOICE IS RESOLVED ONE OF THREE WAYS -- RELEASED
      *    AS IT STANDS, ADJUSTED AND SENT BACK THROUGH THE MATCH,
      *    OR REJECTED BACK TO THE VENDOR.  EACH IS A CONTROL
      *    DECISION, SO IT NEEDS A NAMED OPERATOR AND A NOTE, AND
      *    BOTH GO ON THE AUDIT LOG.
       RESOLVE-HELD-INVOICE.
           EVALUATE TRUE
              WHEN WS-OPERATOR-ID = SPACES
                   DISPLAY "INVMAINT: RESOLUTION OF "
                           ITRAN-VENDOR-NUMBER "/" ITRAN-INVOICE-NUMBER
                           " NEEDS AN OPERATOR ON THE PARM, REJECTED"
                   ADD 1 TO WS-TRANS-IN-ERROR
                   MOVE "NOP" TO WS-REJECT-CODE
                   MOVE "RESOLUTION NEEDS OPERATOR" TO WS-REJECT-TEXT
                   PERFORM WRITE-REJECT-TO-RECYCLE
              WHEN ITRAN-RESOLUTION-NOTE = SPACES
                   DISPLAY "INVMAINT: RESOLUTION OF "
                           ITRAN-VENDOR-NUMBER "/" ITRAN-INVOICE-NUMBER
                           " CARRIES NO NOTE, REJECTED"
                   ADD 1 TO WS-TRANS-IN-ERROR
                   MOVE "NNT" TO WS-REJECT-CODE
                   MOVE "RESOLUTION NEEDS A NOTE" TO WS-REJECT-TEXT
                   PERFORM WRITE-REJECT-TO-RECYCLE
              WHEN OTHER
                   PERFORM READ-HELD-INVOICE
           END-EVALUATE.

       READ-HELD-INVOICE.
           MOVE ITRAN-VENDOR-NUMBER  TO INV-VENDOR-NUMBER.
           MOVE ITRAN-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
           READ VENDOR-INVOICE-FILE
               INVALID KEY
                  DISPLAY "INVMAINT: INVOICE " ITRAN-VENDOR-NUMBER
                          "/" ITRAN-INVOICE-NUMBER " NOT ON FILE, "
                          "RESOLUTION REJECTED"
                  ADD 1 TO WS-TRANS-IN-ERROR
                  MOVE "NOF" TO WS-REJECT-CODE
                  MOVE "INVOICE NOT ON FILE" TO WS-REJECT-TEXT
                  PERFORM WRITE-REJECT-TO-RECYCLE
               NOT INVALID KEY
                  PERFORM APPLY-RESOLUTION
           END-READ.

       APPLY-RESOLUTION.
           IF INV-STATUS-HELD
              MOVE INV-HOLD-REASON TO WS-RESOLVED-REASON
              EVALUATE TRUE
                 WHEN ITRAN-RELEASE
                      PERFORM RELEASE-HELD-INVOICE
                 WHEN ITRAN-ADJUST
                      PERFORM ADJUST-HELD-INVOICE
                 WHEN OTHER
                      PERFORM REJECT-HELD-INVOICE
              END-EVALUATE
              MOVE SPACES TO INV-HOLD-REASON
              REWRITE VENDOR-INVOICE-RECORD
              PERFORM WRITE-RESOLUTION-AUDIT
           ELSE
              DISPLAY "INVMAINT: INVOICE " INV-VENDOR-NUMBER "/"
                      INV-INVOICE-NUMBER " IS NOT HELD, "
                      "RESOLUTION REJECTED"
              ADD 1 TO WS-TRANS-IN-ERROR
              MOVE "NHD" TO WS-REJECT-CODE
              MOVE "INVOICE IS NOT HELD" TO WS-REJECT-TEXT
              PERFORM WRITE-REJECT-TO-RECYCLE
           END-IF.

      *    A SUSPECTED DUPLICATE AP HAS CLEARED HAS STILL TO BE
      *    MATCHED, SO IT GOES BACK TO ENTERED.  A MATCH EXCEPTION
      *    AP ACCEPTS -- THE PRICE AGREED, THE SHORT RECEIPT
      *    CONFIRMED -- IS APPROVED FOR PAYMENT AS IT STANDS.
       RELEASE-HELD-INVOICE.
           MOVE "RELEASE" TO AUDITLOG-ACTION.
           IF INV-HOLD-DUPLICATE
              SET INV-STATUS-ENTERED TO TRUE
           ELSE
              SET INV-STATUS-APPROVED TO TRUE
              MOVE WS-RUN-DATE TO INV-APPROVED-DATE
           END-IF.
           ADD 1 TO WS-HOLDS-RELEASED.

      *    A KEYED QUANTITY OR UNIT COST REPLACES THE INVOICE'S --
      *    ZERO OR BLANK LEAVES THAT FIELD AS IT WAS -- AND THE
      *    INVOICE GOES BACK THROUGH THE MATCH.
       ADJUST-HELD-INVOICE.
           MOVE "ADJUST" TO AUDITLOG-ACTION.
           MOVE INV-INVOICE-AMOUNT TO WS-AUDIT-AMOUNT-EDIT.
           MOVE WS-AUDIT-AMOUNT-EDIT TO WS-ADJUST-OLD-AMOUNT.
           IF ITRAN-QUANTITY IS NUMERIC
              AND ITRAN-QUANTITY > ZERO
              MOVE ITRAN-QUANTITY TO INV-QUANTITY
           END-IF.
           IF ITRAN-UNIT-COST IS NUMERIC
              AND ITRAN-UNIT-COST > ZERO
              MOVE ITRAN-UNIT-COST TO INV-UNIT-COST
           END-IF.
           COMPUTE INV-INVOICE-AMOUNT =
                   INV-QUANTITY * INV-UNIT-COST.
           IF INV-CREDIT-MEMO
              COMPUTE INV-INVOICE-AMOUNT = ZERO - INV-INVOICE-AMOUNT
           END-IF.
           PERFORM COMPUTE-USD-AMOUNT.
           SET INV-STATUS-ENTERED TO TRUE.
           ADD 1 TO WS-HOLDS-ADJUSTED.
           PERFORM WRITE-ADJUST-AUDIT.

      *    THE USD AMOUNT IS AT THE RATE THE INVOICE WAS BOOKED AT;
      *    AN ADJUSTMENT KEEPS THAT RATE.  AN INVOICE PUT ON BEFORE
      *    CURRENCIES WERE KEPT IS US DOLLARS.
       COMPUTE-USD-AMOUNT.
           IF INV-EXCHANGE-RATE NOT NUMERIC
              OR INV-EXCHANGE-RATE = ZERO
              MOVE "USD" TO INV-CURRENCY-CODE
              MOVE 1     TO INV-EXCHANGE-RATE
           END-IF.
           COMPUTE INV-USD-AMOUNT ROUNDED =
                   INV-INVOICE-AMOUNT / INV-EXCHANGE-RATE.

       REJECT-HELD-INVOICE.
           MOVE "REJECT" TO AUDITLOG-ACTION.
           SET INV-STATUS-REJECTED TO TRUE.
           ADD 1 TO WS-HOLDS-REJECTED.

      *    THE RESOLUTION ITSELF: THE HOLD REASON IT CLEARED AND
      *    THE RESOLVER'S NOTE, UNDER THE RESOLVER'S OPERATOR ID.
      *    THE ACTION NAMES THE WAY IT WAS RESOLVED.
       WRITE-RESOLUTION-AUDIT.
           MOVE "INVMAINT"            TO AUDITLOG-PROGRAM-NAME.
           MOVE INV-INVOICE-NUMBER    TO AUDITLOG-RECORD-KEY.
           MOVE "INV-HOLD-REASON"     TO AUDITLOG-FIELD-CHANGED.
           MOVE WS-RESOLVED-REASON    TO AUDITLOG-OLD-VALUE.
           MOVE ITRAN-RESOLUTION-NOTE TO AUDITLOG-NEW-VALUE.
           MOVE WS-OPERATOR-ID        TO AUDITLOG-OPERATOR-ID.
           CALL "AUDITLOG" USING INVMAINT-AUDITLOG-PARM.

       WRITE-ADJUST-AUDIT.
           MOVE "INVMAINT"            TO AUDITLOG-PROGRAM-NAME.
           MOVE INV-INVOICE-NUMBER    TO AUDITLOG-RECORD-KEY.
           MOVE "INV-INVOICE-AMOUNT"  TO AUDITLOG-FIELD-CHANGED.
           MOVE WS-ADJUST-OLD-AMOUNT  TO AUDITLOG-OLD-VALUE.
           MOVE INV-INVOICE-AMOUNT    TO WS-AUDIT-AMOUNT-EDIT.
           MOVE WS-AUDIT-AMOUNT-EDIT  TO AUDITLOG-NEW-VALUE.
           MOVE WS-OPERATOR-ID        TO AUDITLOG-OPERATOR-ID.
           CALL "AUDITLOG" USING INVMAINT-AUDITLOG-PARM.
015700
015800 DELETE-INVOICE.
015900     MOVE ITRAN-VENDOR-NUMBER  TO INV-VENDOR-NUMBER.
016400                    ITRAN-INVOICE-NUMBER " NOT ON FILE, DELETE "
016500                    "REJECTED"
016600            ADD 1 TO WS-TRANS-IN-ERROR
016625            MOVE "NOF" TO WS-REJECT-CODE
016650            MOVE "INVOICE NOT ON FILE" TO WS-REJECT-TEXT
016675            PERFORM WRITE-REJECT-TO-RECYCLE
016700         NOT INVALID KEY
016800            PERFORM DELETE-INVOICE-RECORD
016900     END-READ.
017600                INV-INVOICE-NUMBER " ALREADY PAID, DELETE "
017700                "REJECTED"
017800        ADD 1 TO WS-TRANS-IN-ERROR
017825        MOVE "PAI" TO WS-REJECT-CODE
017850        MOVE "INVOICE ALREADY PAID" TO WS-REJECT-TEXT
017875        PERFORM WRITE-REJECT-TO-RECYCLE
017900     ELSE
018000        DELETE VENDOR-INVOICE-FILE RECORD
018100        ADD 1 TO WS-INVOICES-DELETED
018200     END-IF.
018300
018400*    WRITE THE REJECTED TRANSACTION, AS KEYED, TO THE RECYCLE
018500*    FILE WITH ITS REASON CODE, AND LIST IT FOR THE CLERK --
018600*    SO THE FIX IS AN EDIT OF THE RECYCLE FILE, NOT A REKEY
018700*    FROM THE ORIGINAL PAPERWORK.
018800 WRITE-REJECT-TO-RECYCLE.
018900     MOVE INVOICE-TRANSACTION-RECORD TO RCY-TRAN-DATA.
019000     MOVE WS-REJECT-CODE        TO RCY-REJECT-REASON.
019100     WRITE INVOICE-RECYCLE-RECORD.
019200     MOVE ITRAN-CODE            TO COR-TRAN-CODE.
019300     MOVE ITRAN-VENDOR-NUMBER   TO COR-VENDOR-NUMBER.
019400     MOVE ITRAN-INVOICE-NUMBER  TO COR-INVOICE-NUMBER.
019500     MOVE WS-REJECT-CODE        TO COR-REJECT-CODE.
019600     MOVE WS-REJECT-TEXT        TO COR-REJECT-TEXT.
019700     WRITE INVOICE-CORRECTION-LINE FROM CORRECTION-DETAIL-LINE.
019800     ADD 1 TO WS-REJECTS-RECYCLED.
