000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. IDXMAINT.
000300*--------------------------------------------------
000400* Applies add/change/delete transactions against
000500* INDEX-RATE-FILE by INDEX-CODE/EFFECTIVE-DATE, so
000600* each published move in prime (or any other index
000700* a note is written against) is on record with the
000800* date it took effect.  COBVRUN prices an index-
000900* plus-margin reset off LOANRST at the rate in
001000* effect on the reset date -- the latest one on
001100* file not after it.  Rejects recycle like every
001200* other maintenance program's.
001300*
001400* MODIFICATION HISTORY
001500*   WHO   DATE        WHAT
001600*   RWH   2026-10-15  Original version.
001700*--------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100
002200     SELECT INDEX-RATE-FILE
002300         ASSIGN TO "IDXRATE"
002400         ORGANIZATION IS INDEXED
002500         RECORD KEY IS IDX-KEY
002600         ACCESS MODE IS DYNAMIC
002700         FILE STATUS IS WS-INDEX-FILE-STATUS.
002800
002900     SELECT INDEX-RATE-TRANSACTION-FILE
003000         ASSIGN TO "IDXTRAN"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-IXTRAN-FILE-STATUS.
003300
003400     SELECT INDEX-RECYCLE-FILE
003500         ASSIGN TO "IDXRCYC"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700
003800     SELECT INDEX-CORRECTION-REPORT
003900         ASSIGN TO "IDXCORRL"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400
004500     COPY IDXRATE.
004600     COPY IDXTRN.
004700
004800*    REJECTED TRANSACTIONS GO BACK OUT IN THE SAME LAYOUT THEY
004900*    CAME IN, WITH THE REASON CODE APPENDED -- ONCE FIXED, THE
005000*    RECORDS FEED STRAIGHT BACK IN AS THE NEXT RUN'S IDXTRAN.
005100 FD  INDEX-RECYCLE-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  INDEX-RECYCLE-RECORD.
005400     05 RCY-TRAN-DATA          PIC X(38).
005500     05 RCY-REJECT-REASON      PIC X(03).
005600
005700 FD  INDEX-CORRECTION-REPORT
005800     LABEL RECORDS ARE STANDARD.
005900 01  INDEX-CORRECTION-LINE     PIC X(60).
006000
006100 WORKING-STORAGE SECTION.
006200
006300 01  WS-IXTRAN-AT-END          PIC X VALUE "N".
006400
006500 01  WS-REJECT-CODE            PIC X(03) VALUE SPACES.
006600 01  WS-REJECT-TEXT            PIC X(25) VALUE SPACES.
006700 01  WS-REJECTS-RECYCLED       PIC 9(7) VALUE ZERO.
006800
006900 01  WS-TRAN-VALID-SWITCH      PIC X VALUE "N".
007000     88 WS-TRAN-VALID                 VALUE "Y".
007100
007200 01  CORRECTION-DETAIL-LINE.
007300     05 COR-TRAN-CODE          PIC X(01).
007400     05 FILLER                 PIC X(02) VALUE SPACES.
007500     05 COR-INDEX-CODE         PIC X(04).
007600     05 FILLER                 PIC X(01) VALUE "/".
007700     05 COR-EFFECTIVE-DATE     PIC X(08).
007800     05 FILLER                 PIC X(02) VALUE SPACES.
007900     05 COR-REJECT-CODE        PIC X(03).
008000     05 FILLER                 PIC X(02) VALUE SPACES.
008100     05 COR-REJECT-TEXT        PIC X(25).
008200
008300*    THE RATE AS IT READS ON THE AUDIT TRAIL, AND THE DATE IT
008400*    TOOK EFFECT -- THE AUDIT KEY HOLDS ONLY THE INDEX CODE.
008500 01  WS-BEF-RATE               PIC ZZ9.99.
008600 01  WS-AFT-RATE               PIC ZZ9.99.
008700 01  WS-AUDIT-FIELD.
008800     05 FILLER                 PIC X(09) VALUE "IDX-RATE ".
008900     05 WS-AUD-EFFECTIVE-DATE  PIC 9(8).
009000
009100*    PARAMETER PASSED TO THE SHARED AUDIT-LOGGING SUBPROGRAM --
009200*    SEE AUDITLOG.
009300 01  IDXMAINT-AUDITLOG-PARM.
009400     05 AUDITLOG-PROGRAM-NAME  PIC X(08).
009500     05 AUDITLOG-RECORD-KEY    PIC X(10).
009600     05 AUDITLOG-ACTION        PIC X(08).
009700     05 AUDITLOG-FIELD-CHANGED PIC X(20).
009800     05 AUDITLOG-OLD-VALUE     PIC X(30).
009900     05 AUDITLOG-NEW-VALUE     PIC X(30).
010000     05 AUDITLOG-OPERATOR-ID   PIC X(08).
010100
010200*    PARAMETER PASSED TO THE SHARED AUTHORIZATION-CHECK
010300*    SUBPROGRAM -- SEE AUTHCHK.
010400 01  IDXMAINT-AUTHCHK-PARM.
010500     05 AUTHCHK-OPERATOR-ID       PIC X(08).
010600     05 AUTHCHK-AUTHORIZED-SWITCH PIC X(01).
010700         88 AUTHCHK-AUTHORIZED            VALUE "Y".
010800         88 AUTHCHK-NOT-AUTHORIZED        VALUE "N".
010900*    THE CALLER'S PROGRAM OR FUNCTION NAME, MATCHED
011000*    AGAINST THE OPSEC GRANTS -- SEE AUTHCHK.
011100     05 AUTHCHK-PROGRAM-NAME    PIC X(08).
011200
011300*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
011400*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
011500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
011600         ==WS-INDEX-FILE-STATUS== ==PFX-FILE-OK== BY
011700         ==INDEX-FILE-OK== ==PFX-FILE-EOF== BY
011800         ==INDEX-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
011900         ==INDEX-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
012000         ==INDEX-FILE-NOT-FOUND==
012100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
012200         ==INDEX-FILE-BOUNDARY-VIOLATION==.
012300
012400     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
012500         ==WS-IXTRAN-FILE-STATUS== ==PFX-FILE-OK== BY
012600         ==IXTRAN-FILE-OK== ==PFX-FILE-EOF== BY
012700         ==IXTRAN-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
012800         ==IXTRAN-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
012900         ==IXTRAN-FILE-NOT-FOUND==
013000         ==PFX-FILE-BOUNDARY-VIOLATION== BY
013100         ==IXTRAN-FILE-BOUNDARY-VIOLATION==.
013200
013300 01  WS-CONTROL-TOTALS.
013400     05 WS-TRANS-READ          PIC 9(7) VALUE ZERO.
013500     05 WS-RATES-ADDED         PIC 9(7) VALUE ZERO.
013600     05 WS-RATES-CHANGED       PIC 9(7) VALUE ZERO.
013700     05 WS-RATES-DELETED       PIC 9(7) VALUE ZERO.
013800     05 WS-TRANS-IN-ERROR      PIC 9(7) VALUE ZERO.
013900
014000 LINKAGE SECTION.
014100 01  IDXMAINT-PARM.
014200*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
014300*    WITH A 2-BYTE BINARY LENGTH COUNT.
014400     05 IDXMAINT-PARM-LEN      PIC S9(4) COMP.
014500     05 IDXMAINT-OPERATOR-ID   PIC X(08).
014600
014700 PROCEDURE DIVISION USING IDXMAINT-PARM.
014800 PROGRAM-BEGIN.
014900     PERFORM CHECK-OPERATOR-AUTHORIZATION.
015000     IF AUTHCHK-NOT-AUTHORIZED
015100        GO TO PROGRAM-DONE
015200     END-IF.
015300     PERFORM OPENING-PROCEDURE.
015400     PERFORM MAIN-PROCESS.
015500     PERFORM CLOSING-PROCEDURE.
015600
015700 PROGRAM-DONE.
015800     STOP RUN.
015900
016000 CHECK-OPERATOR-AUTHORIZATION.
016100     MOVE IDXMAINT-OPERATOR-ID TO AUTHCHK-OPERATOR-ID.
016200     MOVE "IDXMAINT" TO AUTHCHK-PROGRAM-NAME.
016300     CALL "AUTHCHK" USING IDXMAINT-AUTHCHK-PARM.
016400     IF AUTHCHK-NOT-AUTHORIZED
016500        DISPLAY "IDXMAINT: OPERATOR " IDXMAINT-OPERATOR-ID
016600                " NOT AUTHORIZED FOR INDEX RATE MAINTENANCE"
016700*       AUTHCHK ALREADY AUDITS THE DENIAL.
016800        MOVE 16 TO RETURN-CODE
016900     END-IF.
017000
017100 OPENING-PROCEDURE.
017200     OPEN I-O INDEX-RATE-FILE.
017300     IF WS-INDEX-FILE-STATUS = "35"
017400        OPEN OUTPUT INDEX-RATE-FILE
017500        CLOSE INDEX-RATE-FILE
017600        OPEN I-O INDEX-RATE-FILE
017700     END-IF.
017800     IF NOT INDEX-FILE-OK
017900        DISPLAY "IDXMAINT: UNABLE TO OPEN INDEX-RATE-FILE, "
018000                "STATUS " WS-INDEX-FILE-STATUS
018100        MOVE 16 TO RETURN-CODE
018200        GO TO PROGRAM-DONE
018300     END-IF.
018400     OPEN INPUT INDEX-RATE-TRANSACTION-FILE.
018500     IF NOT IXTRAN-FILE-OK
018600        DISPLAY "IDXMAINT: UNABLE TO OPEN INDEX-RATE-"
018700                "TRANSACTION-FILE, STATUS " WS-IXTRAN-FILE-STATUS
018800        MOVE 16 TO RETURN-CODE
018900        CLOSE INDEX-RATE-FILE
019000        GO TO PROGRAM-DONE
019100     END-IF.
019200     OPEN OUTPUT INDEX-RECYCLE-FILE.
019300     OPEN OUTPUT INDEX-CORRECTION-REPORT.
019400
019500 CLOSING-PROCEDURE.
019600     CLOSE INDEX-RATE-FILE.
019700     CLOSE INDEX-RATE-TRANSACTION-FILE.
019800     CLOSE INDEX-RECYCLE-FILE.
019900     CLOSE INDEX-CORRECTION-REPORT.
020000     DISPLAY "IDXMAINT CONTROL TOTALS".
020100     DISPLAY "  TRANSACTIONS READ ...: " WS-TRANS-READ.
020200     DISPLAY "  INDEX RATES ADDED ...: " WS-RATES-ADDED.
020300     DISPLAY "  INDEX RATES CHANGED .: " WS-RATES-CHANGED.
020400     DISPLAY "  INDEX RATES DELETED .: " WS-RATES-DELETED.
020500     DISPLAY "  TRANSACTIONS IN ERROR: " WS-TRANS-IN-ERROR.
020600     DISPLAY "  REJECTS RECYCLED ....: " WS-REJECTS-RECYCLED.
020700     IF WS-TRANS-IN-ERROR > ZERO
020800        MOVE 4 TO RETURN-CODE
020900     ELSE
021000        MOVE 0 TO RETURN-CODE
021100     END-IF.
021200
021300 MAIN-PROCESS.
021400     PERFORM READ-NEXT-TRANSACTION.
021500     PERFORM APPLY-TRANSACTION
021600             UNTIL WS-IXTRAN-AT-END = "Y".
021700
021800 READ-NEXT-TRANSACTION.
021900     READ INDEX-RATE-TRANSACTION-FILE
022000          AT END MOVE "Y" TO WS-IXTRAN-AT-END.
022100     IF WS-IXTRAN-AT-END NOT = "Y"
022200        ADD 1 TO WS-TRANS-READ
022300     END-IF.
022400
022500 APPLY-TRANSACTION.
022600     EVALUATE TRUE
022700        WHEN IXTRAN-ADD
022800             PERFORM VALIDATE-INDEX-TRANSACTION
022900             IF WS-TRAN-VALID
023000                PERFORM ADD-INDEX-RATE
023100             END-IF
023200        WHEN IXTRAN-CHANGE
023300             PERFORM VALIDATE-INDEX-TRANSACTION
023400             IF WS-TRAN-VALID
023500                PERFORM CHANGE-INDEX-RATE
023600             END-IF
023700        WHEN IXTRAN-DELETE
023800             PERFORM DELETE-INDEX-RATE
023900        WHEN OTHER
024000             DISPLAY "IDXMAINT: INVALID TRANSACTION CODE FOR "
024100                     IXTRAN-INDEX-CODE "/" IXTRAN-EFFECTIVE-DATE
024200             MOVE "INV" TO WS-REJECT-CODE
024300             MOVE "INVALID TRAN CODE" TO WS-REJECT-TEXT
024400             PERFORM REJECT-TRANSACTION
024500     END-EVALUATE.
024600     PERFORM READ-NEXT-TRANSACTION.
024700
024800*    AN ADD OR CHANGE NEEDS AN INDEX CODE, A USABLE EFFECTIVE
024900*    DATE, AND A RATE OVER ZERO AND WITHIN THE RANGE LOANMNT
025000*    ALLOWS A LOAN'S OWN RATE.
025100 VALIDATE-INDEX-TRANSACTION.
025200     MOVE "Y" TO WS-TRAN-VALID-SWITCH.
025300     EVALUATE TRUE
025400        WHEN IXTRAN-INDEX-CODE = SPACES
025500             MOVE "N" TO WS-TRAN-VALID-SWITCH
025600             MOVE "COD" TO WS-REJECT-CODE
025700             MOVE "NO INDEX CODE" TO WS-REJECT-TEXT
025800        WHEN IXTRAN-EFFECTIVE-DATE NOT NUMERIC
025900             OR IXTRAN-EFFECTIVE-DATE = ZERO
026000             MOVE "N" TO WS-TRAN-VALID-SWITCH
026100             MOVE "DTE" TO WS-REJECT-CODE
026200             MOVE "DATE NOT NUMERIC/MISSING" TO WS-REJECT-TEXT
026300        WHEN IXTRAN-RATE NOT NUMERIC OR IXTRAN-RATE = ZERO
026400             MOVE "N" TO WS-TRAN-VALID-SWITCH
026500             MOVE "RTE" TO WS-REJECT-CODE
026600             MOVE "RATE ZERO OR NOT NUMERIC" TO WS-REJECT-TEXT
026700        WHEN IXTRAN-RATE > 100
026800             MOVE "N" TO WS-TRAN-VALID-SWITCH
026900             MOVE "RTE" TO WS-REJECT-CODE
027000             MOVE "RATE OVER 100" TO WS-REJECT-TEXT
027100        WHEN OTHER
027200             CONTINUE
027300     END-EVALUATE.
027400     IF NOT WS-TRAN-VALID
027500        DISPLAY "IDXMAINT: INDEX RATE " IXTRAN-INDEX-CODE "/"
027600                IXTRAN-EFFECTIVE-DATE " REJECTED, "
027700                WS-REJECT-TEXT
027800        PERFORM REJECT-TRANSACTION
027900     END-IF.
028000
028100 ADD-INDEX-RATE.
028200*    THE RECORD IS BLANKED FIRST -- FILLER INCLUDED -- SO
028300*    RESIDUE FROM THE READ PATHS NEVER REACHES THE FILE.
028400     MOVE SPACES TO INDEX-RATE-RECORD.
028500     MOVE IXTRAN-INDEX-CODE     TO IDX-INDEX-CODE.
028600     MOVE IXTRAN-EFFECTIVE-DATE TO IDX-EFFECTIVE-DATE.
028700     MOVE IXTRAN-RATE           TO IDX-RATE.
028800     MOVE IXTRAN-DESCRIPTION    TO IDX-DESCRIPTION.
028900     WRITE INDEX-RATE-RECORD
029000         INVALID KEY
029100            DISPLAY "IDXMAINT: INDEX RATE " IXTRAN-INDEX-CODE
029200                    "/" IXTRAN-EFFECTIVE-DATE " ALREADY EXISTS,"
029300                    " ADD REJECTED"
029400            MOVE "DUP" TO WS-REJECT-CODE
029500            MOVE "INDEX RATE ALREADY ON FILE" TO WS-REJECT-TEXT
029600            PERFORM REJECT-TRANSACTION
029700         NOT INVALID KEY
029800            ADD 1 TO WS-RATES-ADDED
029900            MOVE ZERO     TO WS-BEF-RATE
030000            MOVE IDX-RATE TO WS-AFT-RATE
030100            MOVE "ADD"    TO AUDITLOG-ACTION
030200            PERFORM WRITE-AUDIT-RECORD
030300     END-WRITE.
030400
030500*    A CHANGE CORRECTS A MIS-KEYED RATE.  A RESET COBVRUN HAS
030600*    ALREADY PRICED OFF THE OLD ONE KEEPS THE RATE IT APPLIED --
030700*    THE CORRECTION TAKES EFFECT ON RESETS STILL TO COME.
030800 CHANGE-INDEX-RATE.
030900     MOVE IXTRAN-INDEX-CODE     TO IDX-INDEX-CODE.
031000     MOVE IXTRAN-EFFECTIVE-DATE TO IDX-EFFECTIVE-DATE.
031100     READ INDEX-RATE-FILE
031200         INVALID KEY
031300            DISPLAY "IDXMAINT: INDEX RATE " IXTRAN-INDEX-CODE
031400                    "/" IXTRAN-EFFECTIVE-DATE " NOT ON FILE,"
031500                    " CHANGE REJECTED"
031600            MOVE "NOF" TO WS-REJECT-CODE
031700            MOVE "INDEX RATE NOT ON FILE" TO WS-REJECT-TEXT
031800            PERFORM REJECT-TRANSACTION
031900         NOT INVALID KEY
032000            MOVE IDX-RATE           TO WS-BEF-RATE
032100            MOVE IXTRAN-RATE        TO IDX-RATE
032200            MOVE IXTRAN-DESCRIPTION TO IDX-DESCRIPTION
032300            REWRITE INDEX-RATE-RECORD
032400            ADD 1 TO WS-RATES-CHANGED
032500            MOVE IDX-RATE TO WS-AFT-RATE
032600            MOVE "CHANGE" TO AUDITLOG-ACTION
032700            PERFORM WRITE-AUDIT-RECORD
032800     END-READ.
032900
033000 DELETE-INDEX-RATE.
033100     MOVE IXTRAN-INDEX-CODE     TO IDX-INDEX-CODE.
033200     MOVE IXTRAN-EFFECTIVE-DATE TO IDX-EFFECTIVE-DATE.
033300     READ INDEX-RATE-FILE
033400         INVALID KEY
033500            DISPLAY "IDXMAINT: INDEX RATE " IXTRAN-INDEX-CODE
033600                    "/" IXTRAN-EFFECTIVE-DATE " NOT ON FILE,"
033700                    " DELETE REJECTED"
033800            MOVE "NOF" TO WS-REJECT-CODE
033900            MOVE "INDEX RATE NOT ON FILE" TO WS-REJECT-TEXT
034000            PERFORM REJECT-TRANSACTION
034100         NOT INVALID KEY
034200            MOVE IDX-RATE TO WS-BEF-RATE
034300            DELETE INDEX-RATE-FILE RECORD
034400            ADD 1 TO WS-RATES-DELETED
034500            MOVE ZERO     TO WS-AFT-RATE
034600            MOVE "DELETE" TO AUDITLOG-ACTION
034700            PERFORM WRITE-AUDIT-RECORD
034800     END-READ.
034900
035000 WRITE-AUDIT-RECORD.
035100     MOVE "IDXMAINT"           TO AUDITLOG-PROGRAM-NAME.
035200     MOVE IDX-INDEX-CODE       TO AUDITLOG-RECORD-KEY.
035300     MOVE IDX-EFFECTIVE-DATE   TO WS-AUD-EFFECTIVE-DATE.
035400     MOVE WS-AUDIT-FIELD       TO AUDITLOG-FIELD-CHANGED.
035500     MOVE WS-BEF-RATE          TO AUDITLOG-OLD-VALUE.
035600     MOVE WS-AFT-RATE          TO AUDITLOG-NEW-VALUE.
035700     MOVE IDXMAINT-OPERATOR-ID TO AUDITLOG-OPERATOR-ID.
035800     CALL "AUDITLOG" USING IDXMAINT-AUDITLOG-PARM.
035900
036000 REJECT-TRANSACTION.
036100     ADD 1 TO WS-TRANS-IN-ERROR.
036200     PERFORM WRITE-REJECT-TO-RECYCLE.
036300
036400*    WRITE THE REJECTED TRANSACTION, AS KEYED, TO THE RECYCLE
036500*    FILE WITH ITS REASON CODE, AND LIST IT FOR THE CLERK.
036600 WRITE-REJECT-TO-RECYCLE.
036700     MOVE INDEX-RATE-TRANSACTION-RECORD TO RCY-TRAN-DATA.
036800     MOVE WS-REJECT-CODE       TO RCY-REJECT-REASON.
036900     WRITE INDEX-RECYCLE-RECORD.
037000     MOVE IXTRAN-CODE          TO COR-TRAN-CODE.
037100     MOVE IXTRAN-INDEX-CODE    TO COR-INDEX-CODE.
037200     MOVE IXTRAN-EFFECTIVE-DATE TO COR-EFFECTIVE-DATE.
037300     MOVE WS-REJECT-CODE       TO COR-REJECT-CODE.
037400     MOVE WS-REJECT-TEXT       TO COR-REJECT-TEXT.
037500     WRITE INDEX-CORRECTION-LINE FROM CORRECTION-DETAIL-LINE.
037600     ADD 1 TO WS-REJECTS-RECYCLED.
