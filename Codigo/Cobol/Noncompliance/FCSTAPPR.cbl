000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FCSTAPPR.
000300*--------------------------------------------------
000400* Applies purchasing's decisions on the demand-
000500* forecast review (DMDFCST) to ITEM-FORECAST-FILE.
000600* An approval puts the suggested reorder point and
000700* quantity -- or the reviewer's own figures, when
000800* the card carries them -- in force for REORDER,
000900* stamped with the date and the approving operator;
001000* a rejection leaves whatever was in force before.
001100* Only a suggestion still pending review can be
001200* decided, so a stale card cannot approve a figure
001300* a later forecast has replaced.  Every approval is
001400* audited against the settings it displaced.
001500*
001600* MODIFICATION HISTORY
001700*   WHO   DATE        WHAT
001800*   RWH   2026-10-15  Original version.
001900*--------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300
002400     SELECT ITEM-FORECAST-FILE
002500         ASSIGN TO "ITMFCST"
002600         ORGANIZATION IS INDEXED
002700         RECORD KEY IS FC-ITEM-NUMBER
002800         ACCESS MODE IS RANDOM
002900         FILE STATUS IS WS-FORECAST-FILE-STATUS.
003000
003100     SELECT FORECAST-APPROVAL-TRANSACTION-FILE
003200         ASSIGN TO "FCSTTRAN"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-FATRAN-FILE-STATUS.
003500
003600     SELECT FORECAST-RECYCLE-FILE
003700         ASSIGN TO "FCSTRCYC"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT FORECAST-CORRECTION-REPORT
004100         ASSIGN TO "FCSTCORL"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600
004700     COPY ITMFCST.
004800     COPY FCSTTRN.
004900
005000*    REJECTED TRANSACTIONS GO BACK OUT IN THE SAME LAYOUT THEY
005100*    CAME IN, WITH THE REASON CODE APPENDED -- ONCE FIXED, THE
005200*    RECORDS FEED STRAIGHT BACK IN AS THE NEXT RUN'S FCSTTRAN.
005300 FD  FORECAST-RECYCLE-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  FORECAST-RECYCLE-RECORD.
005600     05 RCY-TRAN-DATA          PIC X(19).
005700     05 RCY-REJECT-REASON      PIC X(03).
005800
005900 FD  FORECAST-CORRECTION-REPORT
006000     LABEL RECORDS ARE STANDARD.
006100 01  FORECAST-CORRECTION-LINE  PIC X(60).
006200
006300 WORKING-STORAGE SECTION.
006400
006500 01  WS-FATRAN-AT-END          PIC X VALUE "N".
006600
006700 01  WS-RUN-DATE               PIC 9(8).
006800
006900 01  WS-REJECT-CODE            PIC X(03) VALUE SPACES.
007000 01  WS-REJECT-TEXT            PIC X(25) VALUE SPACES.
007100 01  WS-REJECTS-RECYCLED       PIC 9(7) VALUE ZERO.
007200
007300 01  CORRECTION-DETAIL-LINE.
007400     05 COR-TRAN-CODE          PIC X(01).
007500     05 FILLER                 PIC X(02) VALUE SPACES.
007600     05 COR-ITEM-NUMBER        PIC X(08).
007700     05 FILLER                 PIC X(02) VALUE SPACES.
007800     05 COR-REJECT-CODE        PIC X(03).
007900     05 FILLER                 PIC X(02) VALUE SPACES.
008000     05 COR-REJECT-TEXT        PIC X(25).
008100
008200*    THE SETTINGS IN FORCE BEFORE AN APPROVAL, FOR THE AUDIT
008300*    TRAIL -- THE ITEM MASTER'S, AS DMDFCST RECORDED THEM,
008400*    WHEN NOTHING HAD BEEN APPROVED BEFORE.
008500 01  WS-BEF-REORDER-POINT      PIC 9(05).
008600 01  WS-BEF-REORDER-QTY        PIC 9(05).
008700
008800*    PARAMETER PASSED TO THE SHARED AUDIT-LOGGING SUBPROGRAM --
008900*    SEE AUDITLOG.
009000 01  FCSTAPPR-AUDITLOG-PARM.
009100     05 AUDITLOG-PROGRAM-NAME  PIC X(08).
009200     05 AUDITLOG-RECORD-KEY    PIC X(10).
009300     05 AUDITLOG-ACTION        PIC X(08).
009400     05 AUDITLOG-FIELD-CHANGED PIC X(20).
009500     05 AUDITLOG-OLD-VALUE     PIC X(30).
009600     05 AUDITLOG-NEW-VALUE     PIC X(30).
009700     05 AUDITLOG-OPERATOR-ID   PIC X(08).
009800
009900*    PARAMETER PASSED TO THE SHARED AUTHORIZATION-CHECK
010000*    SUBPROGRAM -- SEE AUTHCHK.
010100 01  FCSTAPPR-AUTHCHK-PARM.
010200     05 AUTHCHK-OPERATOR-ID       PIC X(08).
010300     05 AUTHCHK-AUTHORIZED-SWITCH PIC X(01).
010400         88 AUTHCHK-AUTHORIZED            VALUE "Y".
010500         88 AUTHCHK-NOT-AUTHORIZED        VALUE "N".
010600*    THE CALLER'S PROGRAM OR FUNCTION NAME, MATCHED
010700*    AGAINST THE OPSEC GRANTS -- SEE AUTHCHK.
010800     05 AUTHCHK-PROGRAM-NAME    PIC X(08).
010900
011000*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
011100*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
011200     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
011300         ==WS-FORECAST-FILE-STATUS== ==PFX-FILE-OK== BY
011400         ==FORECAST-FILE-OK== ==PFX-FILE-EOF== BY
011500         ==FORECAST-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
011600         ==FORECAST-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
011700         ==FORECAST-FILE-NOT-FOUND==
011800         ==PFX-FILE-BOUNDARY-VIOLATION== BY
011900         ==FORECAST-FILE-BOUNDARY-VIOLATION==.
012000
012100     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
012200         ==WS-FATRAN-FILE-STATUS== ==PFX-FILE-OK== BY
012300         ==FATRAN-FILE-OK== ==PFX-FILE-EOF== BY
012400         ==FATRAN-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
012500         ==FATRAN-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
012600         ==FATRAN-FILE-NOT-FOUND==
012700         ==PFX-FILE-BOUNDARY-VIOLATION== BY
012800         ==FATRAN-FILE-BOUNDARY-VIOLATION==.
012900
013000 01  WS-CONTROL-TOTALS.
013100     05 WS-TRANS-READ          PIC 9(7) VALUE ZERO.
013200     05 WS-FORECASTS-APPROVED  PIC 9(7) VALUE ZERO.
013300     05 WS-FORECASTS-REJECTED  PIC 9(7) VALUE ZERO.
013400     05 WS-TRANS-IN-ERROR      PIC 9(7) VALUE ZERO.
013500
013600 LINKAGE SECTION.
013700 01  FCSTAPPR-PARM.
013800*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
013900*    WITH A 2-BYTE BINARY LENGTH COUNT.
014000     05 FCSTAPPR-PARM-LEN      PIC S9(4) COMP.
014100     05 FCSTAPPR-OPERATOR-ID   PIC X(08).
014200
014300 PROCEDURE DIVISION USING FCSTAPPR-PARM.
014400 PROGRAM-BEGIN.
014500     PERFORM CHECK-OPERATOR-AUTHORIZATION.
014600     IF AUTHCHK-NOT-AUTHORIZED
014700        GO TO PROGRAM-DONE
014800     END-IF.
014900     PERFORM OPENING-PROCEDURE.
015000     PERFORM MAIN-PROCESS.
015100     PERFORM CLOSING-PROCEDURE.
015200
015300 PROGRAM-DONE.
015400     STOP RUN.
015500
015600 CHECK-OPERATOR-AUTHORIZATION.
015700     MOVE FCSTAPPR-OPERATOR-ID TO AUTHCHK-OPERATOR-ID.
015800     MOVE "FCSTAPPR" TO AUTHCHK-PROGRAM-NAME.
015900     CALL "AUTHCHK" USING FCSTAPPR-AUTHCHK-PARM.
016000     IF AUTHCHK-NOT-AUTHORIZED
016100        DISPLAY "FCSTAPPR: OPERATOR " FCSTAPPR-OPERATOR-ID
016200                " NOT AUTHORIZED TO APPROVE FORECASTS"
016300*       AUTHCHK ALREADY AUDITS THE DENIAL.
016400        MOVE 16 TO RETURN-CODE
016500     END-IF.
016600
016700*    NO FORECAST FILE MEANS DMDFCST HAS NEVER RUN -- THERE IS
016800*    NOTHING TO DECIDE, AND THE STEP SAYS SO.
016900 OPENING-PROCEDURE.
017000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017100     OPEN I-O ITEM-FORECAST-FILE.
017200     IF NOT FORECAST-FILE-OK
017300        DISPLAY "FCSTAPPR: UNABLE TO OPEN ITEM-FORECAST-FILE, "
017400                "STATUS " WS-FORECAST-FILE-STATUS
017500        MOVE 16 TO RETURN-CODE
017600        GO TO PROGRAM-DONE
017700     END-IF.
017800     OPEN INPUT FORECAST-APPROVAL-TRANSACTION-FILE.
017900     IF NOT FATRAN-FILE-OK
018000        DISPLAY "FCSTAPPR: UNABLE TO OPEN FORECAST-APPROVAL-"
018100                "TRANSACTION-FILE, STATUS "
018200                WS-FATRAN-FILE-STATUS
018300        MOVE 16 TO RETURN-CODE
018400        CLOSE ITEM-FORECAST-FILE
018500        GO TO PROGRAM-DONE
018600     END-IF.
018700     OPEN OUTPUT FORECAST-RECYCLE-FILE.
018800     OPEN OUTPUT FORECAST-CORRECTION-REPORT.
018900
019000 CLOSING-PROCEDURE.
019100     CLOSE ITEM-FORECAST-FILE.
019200     CLOSE FORECAST-APPROVAL-TRANSACTION-FILE.
019300     CLOSE FORECAST-RECYCLE-FILE.
019400     CLOSE FORECAST-CORRECTION-REPORT.
019500     DISPLAY "FCSTAPPR CONTROL TOTALS".
019600     DISPLAY "  TRANSACTIONS READ ...: " WS-TRANS-READ.
019700     DISPLAY "  FORECASTS APPROVED ..: " WS-FORECASTS-APPROVED.
019800     DISPLAY "  FORECASTS REJECTED ..: " WS-FORECASTS-REJECTED.
019900     DISPLAY "  TRANSACTIONS IN ERROR: " WS-TRANS-IN-ERROR.
020000     DISPLAY "  REJECTS RECYCLED ....: " WS-REJECTS-RECYCLED.
020100     IF WS-TRANS-IN-ERROR > ZERO
020200        MOVE 4 TO RETURN-CODE
020300     ELSE
020400        MOVE 0 TO RETURN-CODE
020500     END-IF.
020600
020700 MAIN-PROCESS.
020800     PERFORM READ-NEXT-TRANSACTION.
020900     PERFORM APPLY-TRANSACTION
021000             UNTIL WS-FATRAN-AT-END = "Y".
021100
021200 READ-NEXT-TRANSACTION.
021300     READ FORECAST-APPROVAL-TRANSACTION-FILE
021400          AT END MOVE "Y" TO WS-FATRAN-AT-END.
021500     IF WS-FATRAN-AT-END NOT = "Y"
021600        ADD 1 TO WS-TRANS-READ
021700     END-IF.
021800
021900 APPLY-TRANSACTION.
022000     MOVE SPACES TO WS-REJECT-CODE.
022100     IF NOT FATRAN-APPROVE
022200        AND NOT FATRAN-REJECT
022300        MOVE "INV" TO WS-REJECT-CODE
022400        MOVE "INVALID TRAN CODE" TO WS-REJECT-TEXT
022500     ELSE
022600        PERFORM READ-PENDING-FORECAST
022700     END-IF.
022800     IF WS-REJECT-CODE = SPACES
022900        AND FATRAN-APPROVE
023000        PERFORM EDIT-OVERRIDE-FIGURES
023100     END-IF.
023200     IF WS-REJECT-CODE NOT = SPACES
023300        DISPLAY "FCSTAPPR: ITEM " FATRAN-ITEM-NUMBER " "
023400                WS-REJECT-TEXT ", TRANSACTION REJECTED"
023500        ADD 1 TO WS-TRANS-IN-ERROR
023600        PERFORM WRITE-REJECT-TO-RECYCLE
023700     ELSE
023800        IF FATRAN-APPROVE
023900           PERFORM APPROVE-FORECAST
024000        ELSE
024100           PERFORM REJECT-FORECAST
024200        END-IF
024300     END-IF.
024400     PERFORM READ-NEXT-TRANSACTION.
024500
024600 READ-PENDING-FORECAST.
024700     MOVE FATRAN-ITEM-NUMBER TO FC-ITEM-NUMBER.
024800     READ ITEM-FORECAST-FILE
024900         INVALID KEY
025000            MOVE "NOF" TO WS-REJECT-CODE
025100            MOVE "NO FORECAST ON FILE" TO WS-REJECT-TEXT
025200         NOT INVALID KEY
025300            IF NOT FC-PENDING-REVIEW
025400               MOVE "NPD" TO WS-REJECT-CODE
025500               MOVE "FORECAST NOT PENDING" TO WS-REJECT-TEXT
025600            END-IF
025700     END-READ.
025800
025900 EDIT-OVERRIDE-FIGURES.
026000     IF FATRAN-REORDER-POINT IS NOT NUMERIC
026100        OR FATRAN-REORDER-QTY IS NOT NUMERIC
026200        MOVE "NUM" TO WS-REJECT-CODE
026300        MOVE "OVERRIDE NOT NUMERIC" TO WS-REJECT-TEXT
026400     END-IF.
026500
026600*    AN OVERRIDE FIGURE REPLACES ONLY ITS OWN HALF OF THE
026700*    SUGGESTION -- ZERO ON THE CARD TAKES THE FORECAST'S.
026800 APPROVE-FORECAST.
026900     IF FC-APPROVED-DATE IS NUMERIC
027000        AND FC-APPROVED-DATE > ZERO
027100        MOVE FC-APPROVED-REORDER-POINT TO WS-BEF-REORDER-POINT
027200        MOVE FC-APPROVED-REORDER-QTY   TO WS-BEF-REORDER-QTY
027300     ELSE
027400        MOVE FC-CURRENT-REORDER-POINT  TO WS-BEF-REORDER-POINT
027500        MOVE FC-CURRENT-REORDER-QTY    TO WS-BEF-REORDER-QTY
027600     END-IF.
027700     IF FATRAN-REORDER-POINT > ZERO
027800        MOVE FATRAN-REORDER-POINT TO FC-APPROVED-REORDER-POINT
027900     ELSE
028000        MOVE FC-SUGGESTED-REORDER-POINT
028100             TO FC-APPROVED-REORDER-POINT
028200     END-IF.
028300     IF FATRAN-REORDER-QTY > ZERO
028400        MOVE FATRAN-REORDER-QTY TO FC-APPROVED-REORDER-QTY
028500     ELSE
028600        MOVE FC-SUGGESTED-REORDER-QTY
028700             TO FC-APPROVED-REORDER-QTY
028800     END-IF.
028900     MOVE WS-RUN-DATE          TO FC-APPROVED-DATE.
029000     MOVE FCSTAPPR-OPERATOR-ID TO FC-APPROVED-BY.
029100     SET FC-SUGGESTION-APPROVED TO TRUE.
029200     REWRITE ITEM-FORECAST-RECORD.
029300     ADD 1 TO WS-FORECASTS-APPROVED.
029400     PERFORM WRITE-APPROVAL-AUDIT.
029500
029600 REJECT-FORECAST.
029700     SET FC-SUGGESTION-REJECTED TO TRUE.
029800     REWRITE ITEM-FORECAST-RECORD.
029900     ADD 1 TO WS-FORECASTS-REJECTED.
030000
030100 WRITE-APPROVAL-AUDIT.
030200     MOVE "APPROVE" TO AUDITLOG-ACTION.
030300     MOVE "FC-APPROVED-POINT" TO AUDITLOG-FIELD-CHANGED.
030400     MOVE WS-BEF-REORDER-POINT TO AUDITLOG-OLD-VALUE.
030500     MOVE FC-APPROVED-REORDER-POINT TO AUDITLOG-NEW-VALUE.
030600     PERFORM WRITE-AUDIT-RECORD.
030700     MOVE "FC-APPROVED-QTY" TO AUDITLOG-FIELD-CHANGED.
030800     MOVE WS-BEF-REORDER-QTY TO AUDITLOG-OLD-VALUE.
030900     MOVE FC-APPROVED-REORDER-QTY TO AUDITLOG-NEW-VALUE.
031000     PERFORM WRITE-AUDIT-RECORD.
031100
031200 WRITE-AUDIT-RECORD.
031300     MOVE "FCSTAPPR"           TO AUDITLOG-PROGRAM-NAME.
031400     MOVE FC-ITEM-NUMBER       TO AUDITLOG-RECORD-KEY.
031500     MOVE FCSTAPPR-OPERATOR-ID TO AUDITLOG-OPERATOR-ID.
031600     CALL "AUDITLOG" USING FCSTAPPR-AUDITLOG-PARM.
031700
031800*    WRITE THE REJECTED TRANSACTION, AS KEYED, TO THE RECYCLE
031900*    FILE WITH ITS REASON CODE, AND LIST IT FOR THE CLERK.
032000 WRITE-REJECT-TO-RECYCLE.
032100     MOVE FORECAST-APPROVAL-TRANSACTION-RECORD TO RCY-TRAN-DATA.
032200     MOVE WS-REJECT-CODE       TO RCY-REJECT-REASON.
032300     WRITE FORECAST-RECYCLE-RECORD.
032400     MOVE FATRAN-CODE          TO COR-TRAN-CODE.
032500     MOVE FATRAN-ITEM-NUMBER   TO COR-ITEM-NUMBER.
032600     MOVE WS-REJECT-CODE       TO COR-REJECT-CODE.
032700     MOVE WS-REJECT-TEXT       TO COR-REJECT-TEXT.
032800     WRITE FORECAST-CORRECTION-LINE FROM CORRECTION-DETAIL-LINE.
032900     ADD 1 TO WS-REJECTS-RECYCLED.
