000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLBMAINT.
000300*--------------------------------------------------
000400* Applies add/change/delete/load transactions
000500* against GL-BUDGET-FILE by account and period, so
000600* the monthly budget management sets for every
000700* revenue, cost and expense account lives on file
000800* where GLBUDVAR can report the journal against it.
000900* Each account is checked against the chart of
001000* accounts (GLACCT) before its budget is taken.
001100*
001200* MODIFICATION HISTORY
001300*   WHO   DATE        WHAT
001400*   RWH   2026-10-14  Original version.
001500*--------------------------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.
001900
002000     SELECT GL-BUDGET-FILE
002100         ASSIGN TO "GLBUDG"
002200         ORGANIZATION IS INDEXED
002300         RECORD KEY IS GLB-KEY
002400         ACCESS MODE IS DYNAMIC
002500         FILE STATUS IS WS-GLBUDG-FILE-STATUS.
002600
002700     SELECT GL-ACCOUNT-FILE
002800         ASSIGN TO "GLACCT"
002900         ORGANIZATION IS INDEXED
003000         RECORD KEY IS GLA-ACCOUNT
003100         ACCESS MODE IS RANDOM
003200         FILE STATUS IS WS-GLACCT-FILE-STATUS.
003300
003400     SELECT GL-BUDGET-TRANSACTION-FILE
003500         ASSIGN TO "GLBTRAN"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-GBTRAN-FILE-STATUS.
003800
003900     SELECT GL-BUDGET-RECYCLE-FILE
004000         ASSIGN TO "GLBRCYC"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200
004300     SELECT GL-BUDGET-CORRECTION-REPORT
004400         ASSIGN TO "GLBCORRL"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900
005000     COPY GLBUDG.
005100     COPY GLACCT.
005200     COPY GLBTRN.
005300
005400*    REJECTED TRANSACTIONS GO BACK OUT IN THE SAME LAYOUT THEY
005500*    CAME IN, WITH THE REASON CODE APPENDED -- ONCE FIXED, THE
005600*    RECORDS FEED STRAIGHT BACK IN AS THE NEXT RUN'S GLBTRAN.
005700 FD  GL-BUDGET-RECYCLE-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  GL-BUDGET-RECYCLE-RECORD.
006000     05 RCY-TRAN-DATA          PIC X(28).
006100     05 RCY-REJECT-REASON      PIC X(03).
006200
006300 FD  GL-BUDGET-CORRECTION-REPORT
006400     LABEL RECORDS ARE STANDARD.
006500 01  GL-BUDGET-CORRECTION-LINE PIC X(60).
006600
006700 WORKING-STORAGE SECTION.
006800
006900 01  WS-GBTRAN-AT-END          PIC X VALUE "N".
007000
007100 01  WS-REJECT-CODE            PIC X(03) VALUE SPACES.
007200 01  WS-REJECT-TEXT            PIC X(25) VALUE SPACES.
007300 01  WS-REJECTS-RECYCLED       PIC 9(7) VALUE ZERO.
007400
007500 01  WS-BUDGET-VALID-SWITCH    PIC X(01) VALUE "Y".
007600     88 WS-BUDGET-VALID                  VALUE "Y".
007700
007800 01  WS-ACCOUNT-FOUND-SWITCH   PIC X(01) VALUE "N".
007900     88 WS-ACCOUNT-FOUND                 VALUE "Y".
008000
008100*    THE TRANSACTION'S PERIOD, SPLIT FOR THE MONTH CHECK.
008200 01  WS-TRAN-PERIOD.
008300     05 WS-TRAN-YEAR           PIC 9(4).
008400     05 WS-TRAN-MONTH          PIC 9(2).
008500
008600 01  CORRECTION-DETAIL-LINE.
008700     05 COR-TRAN-CODE          PIC X(01).
008800     05 FILLER                 PIC X(02) VALUE SPACES.
008900     05 COR-ACCOUNT            PIC X(08).
009000     05 FILLER                 PIC X(01) VALUE SPACES.
009100     05 COR-PERIOD             PIC X(06).
009200     05 FILLER                 PIC X(02) VALUE SPACES.
009300     05 COR-REJECT-CODE        PIC X(03).
009400     05 FILLER                 PIC X(02) VALUE SPACES.
009500     05 COR-REJECT-TEXT        PIC X(25).
009600
009700 01  WS-BEF-GLB-BUDGET-AMOUNT  PIC 9(11)V99 VALUE ZERO.
009800
009900*    EDITED PIC USED TO PRINT THE BUDGET'S IMPLIED DECIMAL
010000*    POINT ON THE AUDIT TRAIL.
010100 01  WS-BUDGET-EDIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
010200
010300*    AUDIT WORK AREA -- STAGES THE BEFORE/AFTER VALUES FOR ONE
010400*    AUDIT EVENT BEFORE IT'S HANDED TO AUDITLOG.  THE KEY IS
010500*    THE ACCOUNT; THE PERIOD RIDES IN THE FIELD NAME.
010600 01  WS-AUDIT-WORK.
010700     05 AUD-ACCOUNT            PIC X(08).
010800     05 AUD-ACTION             PIC X(06).
010900     05 AUD-FIELD-CHANGED      PIC X(20).
011000     05 AUD-OLD-VALUE          PIC X(30).
011100     05 AUD-NEW-VALUE          PIC X(30).
011200
011300 01  WS-AUDIT-FIELD-NAME.
011400     05 FILLER                 PIC X(07) VALUE "BUDGET ".
011500     05 AUD-FIELD-PERIOD       PIC 9(06).
011600
011700*    PARAMETER PASSED TO THE SHARED AUDIT-LOGGING SUBPROGRAM --
011800*    SEE AUDITLOG.
011900 01  GLBMAINT-AUDITLOG-PARM.
012000     05 AUDITLOG-PROGRAM-NAME  PIC X(08).
012100     05 AUDITLOG-RECORD-KEY    PIC X(10).
012200     05 AUDITLOG-ACTION        PIC X(08).
012300     05 AUDITLOG-FIELD-CHANGED PIC X(20).
012400     05 AUDITLOG-OLD-VALUE     PIC X(30).
012500     05 AUDITLOG-NEW-VALUE     PIC X(30).
012600     05 AUDITLOG-OPERATOR-ID   PIC X(08).
012700
012800*    PARAMETER PASSED TO THE SHARED AUTHORIZATION-CHECK
012900*    SUBPROGRAM -- SEE AUTHCHK.
013000 01  GLBMAINT-AUTHCHK-PARM.
013100     05 AUTHCHK-OPERATOR-ID       PIC X(08).
013200     05 AUTHCHK-AUTHORIZED-SWITCH PIC X(01).
013300         88 AUTHCHK-AUTHORIZED            VALUE "Y".
013400         88 AUTHCHK-NOT-AUTHORIZED        VALUE "N".
013500*    THE CALLER'S PROGRAM OR FUNCTION NAME, MATCHED
013600*    AGAINST THE OPSEC GRANTS -- SEE AUTHCHK.
013700     05 AUTHCHK-PROGRAM-NAME    PIC X(08).
013800
013900*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
014000*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
014100     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
014200         ==WS-GLBUDG-FILE-STATUS== ==PFX-FILE-OK== BY
014300         ==GLBUDG-FILE-OK== ==PFX-FILE-EOF== BY
014400         ==GLBUDG-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
014500         ==GLBUDG-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
014600         ==GLBUDG-FILE-NOT-FOUND==
014700         ==PFX-FILE-BOUNDARY-VIOLATION== BY
014800         ==GLBUDG-FILE-BOUNDARY-VIOLATION==.
014900
015000     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
015100         ==WS-GLACCT-FILE-STATUS== ==PFX-FILE-OK== BY
015200         ==GLACCT-FILE-OK== ==PFX-FILE-EOF== BY
015300         ==GLACCT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
015400         ==GLACCT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
015500         ==GLACCT-FILE-NOT-FOUND==
015600         ==PFX-FILE-BOUNDARY-VIOLATION== BY
015700         ==GLACCT-FILE-BOUNDARY-VIOLATION==.
015800
015900     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
016000         ==WS-GBTRAN-FILE-STATUS== ==PFX-FILE-OK== BY
016100         ==GBTRAN-FILE-OK== ==PFX-FILE-EOF== BY
016200         ==GBTRAN-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
016300         ==GBTRAN-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
016400         ==GBTRAN-FILE-NOT-FOUND==
016500         ==PFX-FILE-BOUNDARY-VIOLATION== BY
016600         ==GBTRAN-FILE-BOUNDARY-VIOLATION==.
016700
016800 01  WS-CONTROL-TOTALS.
016900     05 WS-TRANS-READ          PIC 9(7) VALUE ZERO.
017000     05 WS-BUDGETS-ADDED       PIC 9(7) VALUE ZERO.
017100     05 WS-BUDGETS-CHANGED     PIC 9(7) VALUE ZERO.
017200     05 WS-BUDGETS-DELETED     PIC 9(7) VALUE ZERO.
017300     05 WS-TRANS-IN-ERROR      PIC 9(7) VALUE ZERO.
017400
017500 LINKAGE SECTION.
017600 01  GLBMAINT-PARM.
017700*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
017800*    WITH A 2-BYTE BINARY LENGTH COUNT.
017900     05 GLBMAINT-PARM-LEN      PIC S9(4) COMP.
018000     05 GLBMAINT-OPERATOR-ID   PIC X(08).
018100
018200 PROCEDURE DIVISION USING GLBMAINT-PARM.
018300 PROGRAM-BEGIN.
018400     PERFORM CHECK-OPERATOR-AUTHORIZATION.
018500     IF AUTHCHK-NOT-AUTHORIZED
018600        GO TO PROGRAM-DONE
018700     END-IF.
018800     PERFORM OPENING-PROCEDURE.
018900     PERFORM MAIN-PROCESS.
019000     PERFORM CLOSING-PROCEDURE.
019100
019200 PROGRAM-DONE.
019300     STOP RUN.
019400
019500 CHECK-OPERATOR-AUTHORIZATION.
019600     MOVE GLBMAINT-OPERATOR-ID TO AUTHCHK-OPERATOR-ID.
019700     MOVE "GLBMAINT" TO AUTHCHK-PROGRAM-NAME.
019800     CALL "AUTHCHK" USING GLBMAINT-AUTHCHK-PARM.
019900     IF AUTHCHK-NOT-AUTHORIZED
020000        DISPLAY "GLBMAINT: OPERATOR " GLBMAINT-OPERATOR-ID
020100                " NOT AUTHORIZED FOR GL BUDGETS"
020200*       AUTHCHK ALREADY AUDITS THE DENIAL.
020300        MOVE 16 TO RETURN-CODE
020400     END-IF.
020500
020600 OPENING-PROCEDURE.
020700     OPEN I-O GL-BUDGET-FILE.
020800     IF WS-GLBUDG-FILE-STATUS = "35"
020900        OPEN OUTPUT GL-BUDGET-FILE
021000        CLOSE GL-BUDGET-FILE
021100        OPEN I-O GL-BUDGET-FILE
021200     END-IF.
021300     IF NOT GLBUDG-FILE-OK
021400        DISPLAY "GLBMAINT: UNABLE TO OPEN GL-BUDGET-FILE, "
021500                "STATUS " WS-GLBUDG-FILE-STATUS
021600        MOVE 16 TO RETURN-CODE
021700        GO TO PROGRAM-DONE
021800     END-IF.
021900*    NO CHART, NO WAY TO TELL A BUDGET ACCOUNT FROM A TYPO --
022000*    THE DECK WAITS FOR GLAMAINT.
022100     OPEN INPUT GL-ACCOUNT-FILE.
022200     IF NOT GLACCT-FILE-OK
022300        DISPLAY "GLBMAINT: UNABLE TO OPEN GL-ACCOUNT-FILE, "
022400                "STATUS " WS-GLACCT-FILE-STATUS
022500        MOVE 16 TO RETURN-CODE
022600        CLOSE GL-BUDGET-FILE
022700        GO TO PROGRAM-DONE
022800     END-IF.
022900     OPEN INPUT GL-BUDGET-TRANSACTION-FILE.
023000     IF NOT GBTRAN-FILE-OK
023100        DISPLAY "GLBMAINT: UNABLE TO OPEN GL-BUDGET-"
023200                "TRANSACTION-FILE, STATUS " WS-GBTRAN-FILE-STATUS
023300        MOVE 16 TO RETURN-CODE
023400        CLOSE GL-BUDGET-FILE
023500        CLOSE GL-ACCOUNT-FILE
023600        GO TO PROGRAM-DONE
023700     END-IF.
023800     OPEN OUTPUT GL-BUDGET-RECYCLE-FILE.
023900     OPEN OUTPUT GL-BUDGET-CORRECTION-REPORT.
024000
024100 CLOSING-PROCEDURE.
024200     CLOSE GL-BUDGET-FILE.
024300     CLOSE GL-ACCOUNT-FILE.
024400     CLOSE GL-BUDGET-TRANSACTION-FILE.
024500     CLOSE GL-BUDGET-RECYCLE-FILE.
024600     CLOSE GL-BUDGET-CORRECTION-REPORT.
024700     DISPLAY "GLBMAINT CONTROL TOTALS".
024800     DISPLAY "  TRANSACTIONS READ ...: " WS-TRANS-READ.
024900     DISPLAY "  BUDGETS ADDED .......: " WS-BUDGETS-ADDED.
025000     DISPLAY "  BUDGETS CHANGED .....: " WS-BUDGETS-CHANGED.
025100     DISPLAY "  BUDGETS DELETED .....: " WS-BUDGETS-DELETED.
025200     DISPLAY "  TRANSACTIONS IN ERROR: " WS-TRANS-IN-ERROR.
025300     DISPLAY "  REJECTS RECYCLED ....: " WS-REJECTS-RECYCLED.
025400     IF WS-TRANS-IN-ERROR > ZERO
025500        MOVE 4 TO RETURN-CODE
025600     ELSE
025700        MOVE 0 TO RETURN-CODE
025800     END-IF.
025900
026000 MAIN-PROCESS.
026100     PERFORM READ-NEXT-TRANSACTION.
026200     PERFORM APPLY-TRANSACTION
026300             UNTIL WS-GBTRAN-AT-END = "Y".
026400
026500 READ-NEXT-TRANSACTION.
026600     READ GL-BUDGET-TRANSACTION-FILE
026700          AT END MOVE "Y" TO WS-GBTRAN-AT-END.
026800     IF WS-GBTRAN-AT-END NOT = "Y"
026900        ADD 1 TO WS-TRANS-READ
027000     END-IF.
027100
027200 APPLY-TRANSACTION.
027300     EVALUATE TRUE
027400        WHEN GBTRAN-ADD
027500             PERFORM ADD-BUDGET
027600        WHEN GBTRAN-CHANGE
027700             PERFORM CHANGE-BUDGET
027800        WHEN GBTRAN-DELETE
027900             PERFORM DELETE-BUDGET
028000        WHEN GBTRAN-LOAD
028100             PERFORM LOAD-BUDGET
028200        WHEN OTHER
028300             DISPLAY "GLBMAINT: INVALID TRANSACTION CODE FOR "
028400                     GBTRAN-ACCOUNT
028500             MOVE "INV" TO WS-REJECT-CODE
028600             MOVE "INVALID TRAN CODE" TO WS-REJECT-TEXT
028700             PERFORM REJECT-TRANSACTION
028800     END-EVALUATE.
028900     PERFORM READ-NEXT-TRANSACTION.
029000
029100 ADD-BUDGET.
029200     PERFORM VALIDATE-BUDGET-FIELDS.
029300     IF NOT WS-BUDGET-VALID
029400        PERFORM REJECT-TRANSACTION
029500     ELSE
029600        PERFORM WRITE-NEW-BUDGET
029700     END-IF.
029800
029900 WRITE-NEW-BUDGET.
030000*    THE RECORD IS BLANKED FIRST -- FILLER INCLUDED, WHICH
030100*    INITIALIZE WOULD SKIP -- SO NOTHING THE MOVES BELOW DON'T
030200*    TOUCH REACHES THE FILE AS ANOTHER BUDGET'S RESIDUE.
030300     MOVE SPACES TO GL-BUDGET-RECORD.
030400     MOVE GBTRAN-ACCOUNT       TO GLB-ACCOUNT.
030500     MOVE GBTRAN-PERIOD        TO GLB-PERIOD.
030600     MOVE GBTRAN-BUDGET-AMOUNT TO GLB-BUDGET-AMOUNT.
030700     WRITE GL-BUDGET-RECORD
030800         INVALID KEY
030900            DISPLAY "GLBMAINT: BUDGET " GBTRAN-ACCOUNT " "
031000                    GBTRAN-PERIOD " ALREADY EXISTS, ADD REJECTED"
031100            MOVE "DUP" TO WS-REJECT-CODE
031200            MOVE "BUDGET ALREADY ON FILE" TO WS-REJECT-TEXT
031300            PERFORM REJECT-TRANSACTION
031400         NOT INVALID KEY
031500            ADD 1 TO WS-BUDGETS-ADDED
031600            PERFORM WRITE-ADD-AUDIT
031700     END-WRITE.
031800
031900 CHANGE-BUDGET.
032000     MOVE GBTRAN-ACCOUNT TO GLB-ACCOUNT.
032100     MOVE GBTRAN-PERIOD  TO GLB-PERIOD.
032200     READ GL-BUDGET-FILE
032300         INVALID KEY
032400            DISPLAY "GLBMAINT: BUDGET " GBTRAN-ACCOUNT " "
032500                    GBTRAN-PERIOD " NOT ON FILE, CHANGE REJECTED"
032600            MOVE "NOF" TO WS-REJECT-CODE
032700            MOVE "BUDGET NOT ON FILE" TO WS-REJECT-TEXT
032800            PERFORM REJECT-TRANSACTION
032900         NOT INVALID KEY
033000            PERFORM VALIDATE-BUDGET-FIELDS
033100            IF NOT WS-BUDGET-VALID
033200               PERFORM REJECT-TRANSACTION
033300            ELSE
033400               PERFORM REWRITE-CHANGED-BUDGET
033500            END-IF
033600     END-READ.
033700
033800 REWRITE-CHANGED-BUDGET.
033900     MOVE GLB-BUDGET-AMOUNT    TO WS-BEF-GLB-BUDGET-AMOUNT.
034000     MOVE GBTRAN-BUDGET-AMOUNT TO GLB-BUDGET-AMOUNT.
034100     REWRITE GL-BUDGET-RECORD.
034200     ADD 1 TO WS-BUDGETS-CHANGED.
034300     IF WS-BEF-GLB-BUDGET-AMOUNT NOT = GLB-BUDGET-AMOUNT
034400        PERFORM WRITE-CHANGE-AUDIT
034500     END-IF.
034600
034700*    THE YEAR'S DECK NEED NOT KNOW WHAT IS ALREADY ON FILE --
034800*    A BUDGET THERE IS CHANGED, ONE THAT ISN'T IS ADDED.
034900 LOAD-BUDGET.
035000     MOVE GBTRAN-ACCOUNT TO GLB-ACCOUNT.
035100     MOVE GBTRAN-PERIOD  TO GLB-PERIOD.
035200     READ GL-BUDGET-FILE
035300         INVALID KEY
035400            PERFORM ADD-BUDGET
035500         NOT INVALID KEY
035600            PERFORM VALIDATE-BUDGET-FIELDS
035700            IF NOT WS-BUDGET-VALID
035800               PERFORM REJECT-TRANSACTION
035900            ELSE
036000               PERFORM REWRITE-CHANGED-BUDGET
036100            END-IF
036200     END-READ.
036300
036400 DELETE-BUDGET.
036500     MOVE GBTRAN-ACCOUNT TO GLB-ACCOUNT.
036600     MOVE GBTRAN-PERIOD  TO GLB-PERIOD.
036700     READ GL-BUDGET-FILE
036800         INVALID KEY
036900            DISPLAY "GLBMAINT: BUDGET " GBTRAN-ACCOUNT " "
037000                    GBTRAN-PERIOD " NOT ON FILE, DELETE REJECTED"
037100            MOVE "NOF" TO WS-REJECT-CODE
037200            MOVE "BUDGET NOT ON FILE" TO WS-REJECT-TEXT
037300            PERFORM REJECT-TRANSACTION
037400         NOT INVALID KEY
037500            MOVE GLB-BUDGET-AMOUNT TO WS-BEF-GLB-BUDGET-AMOUNT
037600            DELETE GL-BUDGET-FILE RECORD
037700            ADD 1 TO WS-BUDGETS-DELETED
037800            PERFORM WRITE-DELETE-AUDIT
037900     END-READ.
038000
038100*    A BUDGET GOES ON, OR STAYS ON, ONLY FOR A REAL PERIOD AND
038200*    AN ACTIVE POSTING ACCOUNT ON THE CHART WHOSE TYPE THE
038300*    INCOME STATEMENT CARRIES -- REVENUE, COST OF SALES OR
038400*    EXPENSE.  BALANCE-SHEET ACCOUNTS HAVE NO MONTHLY BUDGET.
038500 VALIDATE-BUDGET-FIELDS.
038600     MOVE "Y" TO WS-BUDGET-VALID-SWITCH.
038700     MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH.
038800     MOVE GBTRAN-ACCOUNT TO GLA-ACCOUNT.
038900     READ GL-ACCOUNT-FILE
039000         INVALID KEY
039100            MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH
039200         NOT INVALID KEY
039300            MOVE "Y" TO WS-ACCOUNT-FOUND-SWITCH
039400     END-READ.
039500     MOVE GBTRAN-PERIOD TO WS-TRAN-PERIOD.
039600     EVALUATE TRUE
039700        WHEN GBTRAN-PERIOD NOT NUMERIC
039800           OR WS-TRAN-MONTH < 1 OR WS-TRAN-MONTH > 12
039900           MOVE "N" TO WS-BUDGET-VALID-SWITCH
040000           MOVE "PER" TO WS-REJECT-CODE
040100           MOVE "INVALID PERIOD" TO WS-REJECT-TEXT
040200        WHEN NOT WS-ACCOUNT-FOUND
040300           MOVE "N" TO WS-BUDGET-VALID-SWITCH
040400           MOVE "ACN" TO WS-REJECT-CODE
040500           MOVE "ACCOUNT NOT ON CHART" TO WS-REJECT-TEXT
040600        WHEN NOT GLA-TYPE-REVENUE AND NOT GLA-TYPE-COST
040700             AND NOT GLA-TYPE-EXPENSE
040800           MOVE "N" TO WS-BUDGET-VALID-SWITCH
040900           MOVE "TYP" TO WS-REJECT-CODE
041000           MOVE "NOT AN INCOME STMT ACCT" TO WS-REJECT-TEXT
041100        WHEN NOT GLA-ACTIVE
041200           MOVE "N" TO WS-BUDGET-VALID-SWITCH
041300           MOVE "STA" TO WS-REJECT-CODE
041400           MOVE "ACCOUNT INACTIVE" TO WS-REJECT-TEXT
041500        WHEN NOT GLA-POSTING
041600           MOVE "N" TO WS-BUDGET-VALID-SWITCH
041700           MOVE "PFL" TO WS-REJECT-CODE
041800           MOVE "SUMMARY ACCOUNT" TO WS-REJECT-TEXT
041900        WHEN GBTRAN-BUDGET-AMOUNT NOT NUMERIC
042000           MOVE "N" TO WS-BUDGET-VALID-SWITCH
042100           MOVE "AMT" TO WS-REJECT-CODE
042200           MOVE "INVALID BUDGET AMOUNT" TO WS-REJECT-TEXT
042300     END-EVALUATE.
042400
042500 WRITE-ADD-AUDIT.
042600     MOVE GLB-ACCOUNT       TO AUD-ACCOUNT.
042700     MOVE "ADD"             TO AUD-ACTION.
042800     MOVE SPACES            TO AUD-OLD-VALUE.
042900     MOVE GLB-BUDGET-AMOUNT TO WS-BUDGET-EDIT.
043000     MOVE WS-BUDGET-EDIT    TO AUD-NEW-VALUE.
043100     PERFORM WRITE-AUDIT-RECORD.
043200
043300 WRITE-DELETE-AUDIT.
043400     MOVE GLB-ACCOUNT              TO AUD-ACCOUNT.
043500     MOVE "DELETE"                 TO AUD-ACTION.
043600     MOVE WS-BEF-GLB-BUDGET-AMOUNT TO WS-BUDGET-EDIT.
043700     MOVE WS-BUDGET-EDIT           TO AUD-OLD-VALUE.
043800     MOVE SPACES                   TO AUD-NEW-VALUE.
043900     PERFORM WRITE-AUDIT-RECORD.
044000
044100 WRITE-CHANGE-AUDIT.
044200     MOVE GLB-ACCOUNT              TO AUD-ACCOUNT.
044300     MOVE "CHANGE"                 TO AUD-ACTION.
044400     MOVE WS-BEF-GLB-BUDGET-AMOUNT TO WS-BUDGET-EDIT.
044500     MOVE WS-BUDGET-EDIT           TO AUD-OLD-VALUE.
044600     MOVE GLB-BUDGET-AMOUNT        TO WS-BUDGET-EDIT.
044700     MOVE WS-BUDGET-EDIT           TO AUD-NEW-VALUE.
044800     PERFORM WRITE-AUDIT-RECORD.
044900
045000 WRITE-AUDIT-RECORD.
045100     MOVE GLB-PERIOD           TO AUD-FIELD-PERIOD.
045200     MOVE WS-AUDIT-FIELD-NAME  TO AUD-FIELD-CHANGED.
045300     MOVE "GLBMAINT"           TO AUDITLOG-PROGRAM-NAME.
045400     MOVE AUD-ACCOUNT          TO AUDITLOG-RECORD-KEY.
045500     MOVE AUD-ACTION           TO AUDITLOG-ACTION.
045600     MOVE AUD-FIELD-CHANGED    TO AUDITLOG-FIELD-CHANGED.
045700     MOVE AUD-OLD-VALUE        TO AUDITLOG-OLD-VALUE.
045800     MOVE AUD-NEW-VALUE        TO AUDITLOG-NEW-VALUE.
045900     MOVE GLBMAINT-OPERATOR-ID TO AUDITLOG-OPERATOR-ID.
046000     CALL "AUDITLOG" USING GLBMAINT-AUDITLOG-PARM.
046100
046200 REJECT-TRANSACTION.
046300     ADD 1 TO WS-TRANS-IN-ERROR.
046400     PERFORM WRITE-REJECT-TO-RECYCLE.
046500
046600*    WRITE THE REJECTED TRANSACTION, AS KEYED, TO THE RECYCLE
046700*    FILE WITH ITS REASON CODE, AND LIST IT FOR THE CLERK --
046800*    SO THE FIX IS AN EDIT OF THE RECYCLE FILE, NOT A REKEY
046900*    FROM THE ORIGINAL PAPERWORK.
047000 WRITE-REJECT-TO-RECYCLE.
047100     MOVE GL-BUDGET-TRANSACTION-RECORD TO RCY-TRAN-DATA.
047200     MOVE WS-REJECT-CODE       TO RCY-REJECT-REASON.
047300     WRITE GL-BUDGET-RECYCLE-RECORD.
047400     MOVE GBTRAN-CODE          TO COR-TRAN-CODE.
047500     MOVE GBTRAN-ACCOUNT       TO COR-ACCOUNT.
047600     MOVE GBTRAN-PERIOD        TO COR-PERIOD.
047700     MOVE WS-REJECT-CODE       TO COR-REJECT-CODE.
047800     MOVE WS-REJECT-TEXT       TO COR-REJECT-TEXT.
047900     WRITE GL-BUDGET-CORRECTION-LINE FROM CORRECTION-DETAIL-LINE.
048000     ADD 1 TO WS-REJECTS-RECYCLED.
