000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VDCMAINT.
000300*--------------------------------------------------
000400* Applies add/change/delete transactions against
000500* VENDOR-DOCUMENT-FILE by VENDOR-NUMBER/DOCUMENT-
000600* TYPE, so the W-9 and certificate of insurance the
000700* auditors require of every active vendor are on
000800* file with their effective and expiry dates --
000900* where PURMAINT and PAYSEL can hold a vendor whose
001000* papers are missing or expired, and VDCEXPR can
001100* warn purchasing before they run out.
001200*
001300* MODIFICATION HISTORY
001400*   WHO   DATE        WHAT
001500*   RWH   2026-10-15  Original version.
001600*--------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
002000
002100     SELECT VENDOR-DOCUMENT-FILE
002200         ASSIGN TO "VNDDOC"
002300         ORGANIZATION IS INDEXED
002400         RECORD KEY IS VD-KEY
002500         ACCESS MODE IS DYNAMIC
002600         FILE STATUS IS WS-DOCUMENT-FILE-STATUS.
002700
002800     SELECT VENDOR-FILE
002900         ASSIGN TO "vendor"
003000         ORGANIZATION IS INDEXED
003100         RECORD KEY IS VENDOR-NUMBER
003200         ACCESS MODE IS RANDOM
003300         FILE STATUS IS WS-VENDOR-FILE-STATUS.
003400
003500     SELECT VENDOR-DOCUMENT-TRANSACTION-FILE
003600         ASSIGN TO "VDCTRAN"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-VDTRAN-FILE-STATUS.
003900
004000     SELECT DOCUMENT-RECYCLE-FILE
004100         ASSIGN TO "VDCRCYC"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400     SELECT DOCUMENT-CORRECTION-REPORT
004500         ASSIGN TO "VDCCORRL"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000
005100     COPY VNDDOC.
005200     COPY FILEVTA.
005300     COPY VDCTRN.
005400
005500*    REJECTED TRANSACTIONS GO BACK OUT IN THE SAME LAYOUT THEY
005600*    CAME IN, WITH THE REASON CODE APPENDED -- ONCE FIXED, THE
005700*    RECORDS FEED STRAIGHT BACK IN AS THE NEXT RUN'S VDCTRAN.
005800 FD  DOCUMENT-RECYCLE-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  DOCUMENT-RECYCLE-RECORD.
006100     05 RCY-TRAN-DATA          PIC X(35).
006200     05 RCY-REJECT-REASON      PIC X(03).
006300
006400 FD  DOCUMENT-CORRECTION-REPORT
006500     LABEL RECORDS ARE STANDARD.
006600 01  DOCUMENT-CORRECTION-LINE   PIC X(60).
006700
006800 WORKING-STORAGE SECTION.
006900
007000 01  WS-VDTRAN-AT-END          PIC X VALUE "N".
007100
007200 01  WS-REJECT-CODE            PIC X(03) VALUE SPACES.
007300 01  WS-REJECT-TEXT            PIC X(25) VALUE SPACES.
007400 01  WS-REJECTS-RECYCLED       PIC 9(7) VALUE ZERO.
007500
007600 01  WS-TRAN-VALID-SWITCH      PIC X VALUE "N".
007700     88 WS-TRAN-VALID                 VALUE "Y".
007800
007900 01  CORRECTION-DETAIL-LINE.
008000     05 COR-TRAN-CODE          PIC X(01).
008100     05 FILLER                 PIC X(02) VALUE SPACES.
008200     05 COR-VENDOR-NUMBER      PIC 9(5).
008300     05 FILLER                 PIC X(01) VALUE "/".
008400     05 COR-DOCUMENT-TYPE      PIC X(02).
008500     05 FILLER                 PIC X(02) VALUE SPACES.
008600     05 COR-REJECT-CODE        PIC X(03).
008700     05 FILLER                 PIC X(02) VALUE SPACES.
008800     05 COR-REJECT-TEXT        PIC X(25).
008900
009000 01  WS-BEF-EXPIRY-DATE        PIC 9(8).
009100 01  WS-BEF-TAX-ID             PIC X(11).
009200
009300*    PARAMETER PASSED TO THE SHARED AUDIT-LOGGING SUBPROGRAM --
009400*    SEE AUDITLOG.
009500 01  VDCMAINT-AUDITLOG-PARM.
009600     05 AUDITLOG-PROGRAM-NAME  PIC X(08).
009700     05 AUDITLOG-RECORD-KEY    PIC X(10).
009800     05 AUDITLOG-ACTION        PIC X(08).
009900     05 AUDITLOG-FIELD-CHANGED PIC X(20).
010000     05 AUDITLOG-OLD-VALUE     PIC X(30).
010100     05 AUDITLOG-NEW-VALUE     PIC X(30).
010200     05 AUDITLOG-OPERATOR-ID   PIC X(08).
010300
010400*    PARAMETER PASSED TO THE SHARED AUTHORIZATION-CHECK
010500*    SUBPROGRAM -- SEE AUTHCHK.
010600 01  VDCMAINT-AUTHCHK-PARM.
010700     05 AUTHCHK-OPERATOR-ID       PIC X(08).
010800     05 AUTHCHK-AUTHORIZED-SWITCH PIC X(01).
010900         88 AUTHCHK-AUTHORIZED            VALUE "Y".
011000         88 AUTHCHK-NOT-AUTHORIZED        VALUE "N".
011100*    THE CALLER'S PROGRAM OR FUNCTION NAME, MATCHED
011200*    AGAINST THE OPSEC GRANTS -- SEE AUTHCHK.
011300     05 AUTHCHK-PROGRAM-NAME    PIC X(08).
011400
011500*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
011600*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
011700     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
011800         ==WS-DOCUMENT-FILE-STATUS== ==PFX-FILE-OK== BY
011900         ==DOCUMENT-FILE-OK== ==PFX-FILE-EOF== BY
012000         ==DOCUMENT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
012100         ==DOCUMENT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
012200         ==DOCUMENT-FILE-NOT-FOUND==
012300         ==PFX-FILE-BOUNDARY-VIOLATION== BY
012400         ==DOCUMENT-FILE-BOUNDARY-VIOLATION==.
012500
012600     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
012700         ==WS-VENDOR-FILE-STATUS== ==PFX-FILE-OK== BY
012800         ==VENDOR-FILE-OK== ==PFX-FILE-EOF== BY
012900         ==VENDOR-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
013000         ==VENDOR-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
013100         ==VENDOR-FILE-NOT-FOUND==
013200         ==PFX-FILE-BOUNDARY-VIOLATION== BY
013300         ==VENDOR-FILE-BOUNDARY-VIOLATION==.
013400
013500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
013600         ==WS-VDTRAN-FILE-STATUS== ==PFX-FILE-OK== BY
013700         ==VDTRAN-FILE-OK== ==PFX-FILE-EOF== BY
013800         ==VDTRAN-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
013900         ==VDTRAN-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
014000         ==VDTRAN-FILE-NOT-FOUND==
014100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
014200         ==VDTRAN-FILE-BOUNDARY-VIOLATION==.
014300
014400 01  WS-CONTROL-TOTALS.
014500     05 WS-TRANS-READ          PIC 9(7) VALUE ZERO.
014600     05 WS-DOCUMENTS-ADDED     PIC 9(7) VALUE ZERO.
014700     05 WS-DOCUMENTS-CHANGED   PIC 9(7) VALUE ZERO.
014800     05 WS-DOCUMENTS-DELETED   PIC 9(7) VALUE ZERO.
014900     05 WS-TRANS-IN-ERROR      PIC 9(7) VALUE ZERO.
015000
015100 LINKAGE SECTION.
015200 01  VDCMAINT-PARM.
015300*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
015400*    WITH A 2-BYTE BINARY LENGTH COUNT.
015500     05 VDCMAINT-PARM-LEN      PIC S9(4) COMP.
015600     05 VDCMAINT-OPERATOR-ID   PIC X(08).
015700
015800 PROCEDURE DIVISION USING VDCMAINT-PARM.
015900 PROGRAM-BEGIN.
016000     PERFORM CHECK-OPERATOR-AUTHORIZATION.
016100     IF AUTHCHK-NOT-AUTHORIZED
016200        GO TO PROGRAM-DONE
016300     END-IF.
016400     PERFORM OPENING-PROCEDURE.
016500     PERFORM MAIN-PROCESS.
016600     PERFORM CLOSING-PROCEDURE.
016700
016800 PROGRAM-DONE.
016900     STOP RUN.
017000
017100 CHECK-OPERATOR-AUTHORIZATION.
017200     MOVE VDCMAINT-OPERATOR-ID TO AUTHCHK-OPERATOR-ID.
017300     MOVE "VDCMAINT" TO AUTHCHK-PROGRAM-NAME.
017400     CALL "AUTHCHK" USING VDCMAINT-AUTHCHK-PARM.
017500     IF AUTHCHK-NOT-AUTHORIZED
017600        DISPLAY "VDCMAINT: OPERATOR " VDCMAINT-OPERATOR-ID
017700                " NOT AUTHORIZED FOR DOCUMENT MAINTENANCE"
017800*       AUTHCHK ALREADY AUDITS THE DENIAL.
017900        MOVE 16 TO RETURN-CODE
018000     END-IF.
018100
018200 OPENING-PROCEDURE.
018300     OPEN I-O VENDOR-DOCUMENT-FILE.
018400     IF WS-DOCUMENT-FILE-STATUS = "35"
018500        OPEN OUTPUT VENDOR-DOCUMENT-FILE
018600        CLOSE VENDOR-DOCUMENT-FILE
018700        OPEN I-O VENDOR-DOCUMENT-FILE
018800     END-IF.
018900     IF NOT DOCUMENT-FILE-OK
019000        DISPLAY "VDCMAINT: UNABLE TO OPEN VENDOR-DOCUMENT-FILE, "
019100                "STATUS " WS-DOCUMENT-FILE-STATUS
019200        MOVE 16 TO RETURN-CODE
019300        GO TO PROGRAM-DONE
019400     END-IF.
019500     OPEN INPUT VENDOR-FILE.
019600     IF NOT VENDOR-FILE-OK
019700        DISPLAY "VDCMAINT: UNABLE TO OPEN VENDOR-FILE, STATUS "
019800                WS-VENDOR-FILE-STATUS
019900        MOVE 16 TO RETURN-CODE
020000        CLOSE VENDOR-DOCUMENT-FILE
020100        GO TO PROGRAM-DONE
020200     END-IF.
020300     OPEN INPUT VENDOR-DOCUMENT-TRANSACTION-FILE.
020400     IF NOT VDTRAN-FILE-OK
020500        DISPLAY "VDCMAINT: UNABLE TO OPEN VENDOR-DOCUMENT-"
020600                "TRANSACTION-FILE, STATUS " WS-VDTRAN-FILE-STATUS
020700        MOVE 16 TO RETURN-CODE
020800        CLOSE VENDOR-DOCUMENT-FILE
020900        CLOSE VENDOR-FILE
021000        GO TO PROGRAM-DONE
021100     END-IF.
021200     OPEN OUTPUT DOCUMENT-RECYCLE-FILE.
021300     OPEN OUTPUT DOCUMENT-CORRECTION-REPORT.
021400
021500 CLOSING-PROCEDURE.
021600     CLOSE VENDOR-DOCUMENT-FILE.
021700     CLOSE VENDOR-FILE.
021800     CLOSE VENDOR-DOCUMENT-TRANSACTION-FILE.
021900     CLOSE DOCUMENT-RECYCLE-FILE.
022000     CLOSE DOCUMENT-CORRECTION-REPORT.
022100     DISPLAY "VDCMAINT CONTROL TOTALS".
022200     DISPLAY "  TRANSACTIONS READ ...: " WS-TRANS-READ.
022300     DISPLAY "  DOCUMENTS ADDED .....: " WS-DOCUMENTS-ADDED.
022400     DISPLAY "  DOCUMENTS CHANGED ...: " WS-DOCUMENTS-CHANGED.
022500     DISPLAY "  DOCUMENTS DELETED ...: " WS-DOCUMENTS-DELETED.
022600     DISPLAY "  TRANSACTIONS IN ERROR: " WS-TRANS-IN-ERROR.
022700     DISPLAY "  REJECTS RECYCLED ....: " WS-REJECTS-RECYCLED.
022800     IF WS-TRANS-IN-ERROR > ZERO
022900        MOVE 4 TO RETURN-CODE
023000     ELSE
023100        MOVE 0 TO RETURN-CODE
023200     END-IF.
023300
023400 MAIN-PROCESS.
023500     PERFORM READ-NEXT-TRANSACTION.
023600     PERFORM APPLY-TRANSACTION
023700             UNTIL WS-VDTRAN-AT-END = "Y".
023800
023900 READ-NEXT-TRANSACTION.
024000     READ VENDOR-DOCUMENT-TRANSACTION-FILE
024100          AT END MOVE "Y" TO WS-VDTRAN-AT-END.
024200     IF WS-VDTRAN-AT-END NOT = "Y"
024300        ADD 1 TO WS-TRANS-READ
024400     END-IF.
024500
024600 APPLY-TRANSACTION.
024700     EVALUATE TRUE
024800        WHEN VDTRAN-ADD
024900             PERFORM VALIDATE-DOCUMENT-TRANSACTION
025000             IF WS-TRAN-VALID
025100                PERFORM ADD-DOCUMENT
025200             END-IF
025300        WHEN VDTRAN-CHANGE
025400             PERFORM VALIDATE-DOCUMENT-TRANSACTION
025500             IF WS-TRAN-VALID
025600                PERFORM CHANGE-DOCUMENT
025700             END-IF
025800        WHEN VDTRAN-DELETE
025900             PERFORM DELETE-DOCUMENT
026000        WHEN OTHER
026100             DISPLAY "VDCMAINT: INVALID TRANSACTION CODE FOR "
026200                     VDTRAN-VENDOR-NUMBER "/"
026300                     VDTRAN-DOCUMENT-TYPE
026400             MOVE "INV" TO WS-REJECT-CODE
026500             MOVE "INVALID TRAN CODE" TO WS-REJECT-TEXT
026600             PERFORM REJECT-TRANSACTION
026700     END-EVALUATE.
026800     PERFORM READ-NEXT-TRANSACTION.
026900
027000*    AN ADD OR CHANGE MUST NAME A DOCUMENT TYPE THE AUDITORS
027100*    ASK FOR, FOR A VENDOR ON FILE, WITH A USABLE EFFECTIVE
027200*    DATE AND AN EXPIRY -- IF ANY -- NOT AHEAD OF IT.  A W-9
027300*    WITHOUT A TAX ID IS NO W-9 AT ALL.
027400 VALIDATE-DOCUMENT-TRANSACTION.
027500     MOVE "Y" TO WS-TRAN-VALID-SWITCH.
027600     MOVE VDTRAN-VENDOR-NUMBER TO VENDOR-NUMBER.
027700     READ VENDOR-FILE
027800         INVALID KEY
027900            MOVE "N" TO WS-TRAN-VALID-SWITCH
028000     END-READ.
028100     EVALUATE TRUE
028200        WHEN NOT WS-TRAN-VALID
028300             MOVE "VNF" TO WS-REJECT-CODE
028400             MOVE "VENDOR NOT ON FILE" TO WS-REJECT-TEXT
028500        WHEN VDTRAN-DOCUMENT-TYPE NOT = "W9"
028600             AND VDTRAN-DOCUMENT-TYPE NOT = "CI"
028700             MOVE "N" TO WS-TRAN-VALID-SWITCH
028800             MOVE "TYP" TO WS-REJECT-CODE
028900             MOVE "DOCUMENT TYPE NOT W9/CI" TO WS-REJECT-TEXT
029000        WHEN VDTRAN-DOCUMENT-TYPE = "W9"
029100             AND VDTRAN-TAX-ID = SPACES
029200             MOVE "N" TO WS-TRAN-VALID-SWITCH
029300             MOVE "TIN" TO WS-REJECT-CODE
029400             MOVE "W9 WITHOUT A TAX ID" TO WS-REJECT-TEXT
029500        WHEN VDTRAN-EFFECTIVE-DATE NOT NUMERIC
029600             OR VDTRAN-EFFECTIVE-DATE = ZERO
029700             OR VDTRAN-EXPIRY-DATE NOT NUMERIC
029800             MOVE "N" TO WS-TRAN-VALID-SWITCH
029900             MOVE "DTE" TO WS-REJECT-CODE
030000             MOVE "DATE NOT NUMERIC/MISSING" TO WS-REJECT-TEXT
030100        WHEN VDTRAN-EXPIRY-DATE NOT = ZERO
030200             AND VDTRAN-EXPIRY-DATE < VDTRAN-EFFECTIVE-DATE
030300             MOVE "N" TO WS-TRAN-VALID-SWITCH
030400             MOVE "EXP" TO WS-REJECT-CODE
030500             MOVE "EXPIRES BEFORE EFFECTIVE" TO WS-REJECT-TEXT
030600        WHEN OTHER
030700             CONTINUE
030800     END-EVALUATE.
030900     IF NOT WS-TRAN-VALID
031000        DISPLAY "VDCMAINT: DOCUMENT " VDTRAN-VENDOR-NUMBER "/"
031100                VDTRAN-DOCUMENT-TYPE " REJECTED, "
031200                WS-REJECT-TEXT
031300        PERFORM REJECT-TRANSACTION
031400     END-IF.
031500
031600 ADD-DOCUMENT.
031700*    THE RECORD IS BLANKED FIRST -- FILLER INCLUDED -- SO
031800*    RESIDUE FROM THE READ PATHS NEVER REACHES THE FILE.
031900     MOVE SPACES TO VENDOR-DOCUMENT-RECORD.
032000     MOVE VDTRAN-VENDOR-NUMBER  TO VD-VENDOR-NUMBER.
032100     MOVE VDTRAN-DOCUMENT-TYPE  TO VD-DOCUMENT-TYPE.
032200     MOVE VDTRAN-TAX-ID         TO VD-TAX-ID.
032300     MOVE VDTRAN-EFFECTIVE-DATE TO VD-EFFECTIVE-DATE.
032400     MOVE VDTRAN-EXPIRY-DATE    TO VD-EXPIRY-DATE.
032500     WRITE VENDOR-DOCUMENT-RECORD
032600         INVALID KEY
032700            DISPLAY "VDCMAINT: DOCUMENT " VDTRAN-VENDOR-NUMBER
032800                    "/" VDTRAN-DOCUMENT-TYPE " ALREADY EXISTS,"
032900                    " ADD REJECTED"
033000            MOVE "DUP" TO WS-REJECT-CODE
033100            MOVE "DOCUMENT ALREADY ON FILE" TO WS-REJECT-TEXT
033200            PERFORM REJECT-TRANSACTION
033300         NOT INVALID KEY
033400            ADD 1 TO WS-DOCUMENTS-ADDED
033500            PERFORM WRITE-ADD-AUDIT
033600     END-WRITE.
033700
033800*    A RENEWED DOCUMENT COMES IN AS A CHANGE: NEW DATES AND,
033900*    ON A W-9, THE TAX ID AS NOW CERTIFIED.
034000 CHANGE-DOCUMENT.
034100     MOVE VDTRAN-VENDOR-NUMBER TO VD-VENDOR-NUMBER.
034200     MOVE VDTRAN-DOCUMENT-TYPE TO VD-DOCUMENT-TYPE.
034300     READ VENDOR-DOCUMENT-FILE
034400         INVALID KEY
034500            DISPLAY "VDCMAINT: DOCUMENT " VDTRAN-VENDOR-NUMBER
034600                    "/" VDTRAN-DOCUMENT-TYPE " NOT ON FILE,"
034700                    " CHANGE REJECTED"
034800            MOVE "NOF" TO WS-REJECT-CODE
034900            MOVE "DOCUMENT NOT ON FILE" TO WS-REJECT-TEXT
035000            PERFORM REJECT-TRANSACTION
035100         NOT INVALID KEY
035200            MOVE VD-EXPIRY-DATE TO WS-BEF-EXPIRY-DATE
035300            MOVE VD-TAX-ID      TO WS-BEF-TAX-ID
035400            MOVE VDTRAN-TAX-ID         TO VD-TAX-ID
035500            MOVE VDTRAN-EFFECTIVE-DATE TO VD-EFFECTIVE-DATE
035600            MOVE VDTRAN-EXPIRY-DATE    TO VD-EXPIRY-DATE
035700            REWRITE VENDOR-DOCUMENT-RECORD
035800            ADD 1 TO WS-DOCUMENTS-CHANGED
035900            PERFORM WRITE-CHANGE-AUDIT
036000     END-READ.
036100
036200 DELETE-DOCUMENT.
036300     MOVE VDTRAN-VENDOR-NUMBER TO VD-VENDOR-NUMBER.
036400     MOVE VDTRAN-DOCUMENT-TYPE TO VD-DOCUMENT-TYPE.
036500     READ VENDOR-DOCUMENT-FILE
036600         INVALID KEY
036700            DISPLAY "VDCMAINT: DOCUMENT " VDTRAN-VENDOR-NUMBER
036800                    "/" VDTRAN-DOCUMENT-TYPE " NOT ON FILE,"
036900                    " DELETE REJECTED"
037000            MOVE "NOF" TO WS-REJECT-CODE
037100            MOVE "DOCUMENT NOT ON FILE" TO WS-REJECT-TEXT
037200            PERFORM REJECT-TRANSACTION
037300         NOT INVALID KEY
037400            MOVE VD-EXPIRY-DATE TO WS-BEF-EXPIRY-DATE
037500            DELETE VENDOR-DOCUMENT-FILE RECORD
037600            ADD 1 TO WS-DOCUMENTS-DELETED
037700            PERFORM WRITE-DELETE-AUDIT
037800     END-READ.
037900
038000 WRITE-ADD-AUDIT.
038100     MOVE "ADD"            TO AUDITLOG-ACTION.
038200     MOVE "VD-EXPIRY-DATE" TO AUDITLOG-FIELD-CHANGED.
038300     MOVE SPACES           TO AUDITLOG-OLD-VALUE.
038400     MOVE VD-EXPIRY-DATE   TO AUDITLOG-NEW-VALUE.
038500     PERFORM WRITE-AUDIT-RECORD.
038600
038700 WRITE-CHANGE-AUDIT.
038800     MOVE "CHANGE"           TO AUDITLOG-ACTION.
038900     MOVE "VD-EXPIRY-DATE"   TO AUDITLOG-FIELD-CHANGED.
039000     MOVE WS-BEF-EXPIRY-DATE TO AUDITLOG-OLD-VALUE.
039100     MOVE VD-EXPIRY-DATE     TO AUDITLOG-NEW-VALUE.
039200     PERFORM WRITE-AUDIT-RECORD.
039300     IF VD-TAX-ID NOT = WS-BEF-TAX-ID
039400        MOVE "VD-TAX-ID"     TO AUDITLOG-FIELD-CHANGED
039500        MOVE WS-BEF-TAX-ID   TO AUDITLOG-OLD-VALUE
039600        MOVE VD-TAX-ID       TO AUDITLOG-NEW-VALUE
039700        PERFORM WRITE-AUDIT-RECORD
039800     END-IF.
039900
040000 WRITE-DELETE-AUDIT.
040100     MOVE "DELETE"           TO AUDITLOG-ACTION.
040200     MOVE "VD-EXPIRY-DATE"   TO AUDITLOG-FIELD-CHANGED.
040300     MOVE WS-BEF-EXPIRY-DATE TO AUDITLOG-OLD-VALUE.
040400     MOVE SPACES             TO AUDITLOG-NEW-VALUE.
040500     PERFORM WRITE-AUDIT-RECORD.
040600
040700 WRITE-AUDIT-RECORD.
040800     MOVE "VDCMAINT"           TO AUDITLOG-PROGRAM-NAME.
040900     MOVE VD-KEY               TO AUDITLOG-RECORD-KEY.
041000     MOVE VDCMAINT-OPERATOR-ID TO AUDITLOG-OPERATOR-ID.
041100     CALL "AUDITLOG" USING VDCMAINT-AUDITLOG-PARM.
041200
041300 REJECT-TRANSACTION.
041400     ADD 1 TO WS-TRANS-IN-ERROR.
041500     PERFORM WRITE-REJECT-TO-RECYCLE.
041600
041700*    WRITE THE REJECTED TRANSACTION, AS KEYED, TO THE RECYCLE
041800*    FILE WITH ITS REASON CODE, AND LIST IT FOR THE CLERK.
041900 WRITE-REJECT-TO-RECYCLE.
042000     MOVE VENDOR-DOCUMENT-TRANSACTION-RECORD TO RCY-TRAN-DATA.
042100     MOVE WS-REJECT-CODE       TO RCY-REJECT-REASON.
042200     WRITE DOCUMENT-RECYCLE-RECORD.
042300     MOVE VDTRAN-CODE          TO COR-TRAN-CODE.
042400     MOVE VDTRAN-VENDOR-NUMBER TO COR-VENDOR-NUMBER.
042500     MOVE VDTRAN-DOCUMENT-TYPE TO COR-DOCUMENT-TYPE.
042600     MOVE WS-REJECT-CODE       TO COR-REJECT-CODE.
042700     MOVE WS-REJECT-TEXT       TO COR-REJECT-TEXT.
042800     WRITE DOCUMENT-CORRECTION-LINE FROM CORRECTION-DETAIL-LINE.
042900     ADD 1 TO WS-REJECTS-RECYCLED.
