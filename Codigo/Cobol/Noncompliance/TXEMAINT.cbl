000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TXEMAINT.
000300*--------------------------------------------------
000400* Applies add/change/delete transactions against
000500* TAX-EXEMPTION-FILE by CUSTOMER-ID/STATE, so the
000600* sales-tax exemption certificate a customer files
000700* for a state -- resale, non-profit, government --
000800* is on record with its number, type, effective
000900* and expiry dates.  CUSBILL bills the customer's
001000* sales in that state without tax while the
001100* certificate is in force and taxes them again the
001200* day it lapses; TAXRMT reports the exempt sales
001300* under the certificate; TXEEXPR warns before it
001400* runs out.
001500*
001600* MODIFICATION HISTORY
001700*   WHO   DATE        WHAT
001800*   RWH   2026-10-15  Original version.
001900*--------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300
002400     SELECT TAX-EXEMPTION-FILE
002500         ASSIGN TO "TAXEXM"
002600         ORGANIZATION IS INDEXED
002700         RECORD KEY IS TX-KEY
002800         ACCESS MODE IS DYNAMIC
002900         FILE STATUS IS WS-EXEMPTION-FILE-STATUS.
003000
003100     SELECT CUSTOMER-MASTER-FILE
003200         ASSIGN TO "CUSTMST"
003300         ORGANIZATION IS INDEXED
003400         RECORD KEY IS CUST-CUSTOMER-ID
003500         ACCESS MODE IS RANDOM
003600         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
003700
003800     SELECT TAX-RATE-FILE
003900         ASSIGN TO "TAXRATE"
004000         ORGANIZATION IS INDEXED
004100         RECORD KEY IS TAX-STATE
004200         ACCESS MODE IS RANDOM
004300         FILE STATUS IS WS-TAX-FILE-STATUS.
004400
004500     SELECT TAX-EXEMPTION-TRANSACTION-FILE
004600         ASSIGN TO "TXETRAN"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-TXTRAN-FILE-STATUS.
004900
005000     SELECT EXEMPTION-RECYCLE-FILE
005100         ASSIGN TO "TXERCYC"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300
005400     SELECT EXEMPTION-CORRECTION-REPORT
005500         ASSIGN TO "TXECORRL"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000
006100     COPY TAXEXM.
006200     COPY CUSMST.
006300     COPY TAXTAB.
006400     COPY TXETRN.
006500
006600*    REJECTED TRANSACTIONS GO BACK OUT IN THE SAME LAYOUT THEY
006700*    CAME IN, WITH THE REASON CODE APPENDED -- ONCE FIXED, THE
006800*    RECORDS FEED STRAIGHT BACK IN AS THE NEXT RUN'S TXETRAN.
006900 FD  EXEMPTION-RECYCLE-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  EXEMPTION-RECYCLE-RECORD.
007200     05 RCY-TRAN-DATA          PIC X(47).
007300     05 RCY-REJECT-REASON      PIC X(03).
007400
007500 FD  EXEMPTION-CORRECTION-REPORT
007600     LABEL RECORDS ARE STANDARD.
007700 01  EXEMPTION-CORRECTION-LINE  PIC X(80).
007800
007900 WORKING-STORAGE SECTION.
008000
008100 01  WS-TXTRAN-AT-END          PIC X VALUE "N".
008200
008300 01  WS-REJECT-CODE            PIC X(03) VALUE SPACES.
008400 01  WS-REJECT-TEXT            PIC X(25) VALUE SPACES.
008500 01  WS-REJECTS-RECYCLED       PIC 9(7) VALUE ZERO.
008600
008700 01  WS-TRAN-VALID-SWITCH      PIC X VALUE "N".
008800     88 WS-TRAN-VALID                 VALUE "Y".
008900
009000 01  CORRECTION-DETAIL-LINE.
009100     05 COR-TRAN-CODE          PIC X(01).
009200     05 FILLER                 PIC X(02) VALUE SPACES.
009300     05 COR-CUSTOMER-ID        PIC 9(7).
009400     05 FILLER                 PIC X(01) VALUE "/".
009500     05 COR-STATE              PIC X(02).
009600     05 FILLER                 PIC X(02) VALUE SPACES.
009700     05 COR-CERTIFICATE-NUMBER PIC X(20).
009800     05 FILLER                 PIC X(02) VALUE SPACES.
009900     05 COR-REJECT-CODE        PIC X(03).
010000     05 FILLER                 PIC X(02) VALUE SPACES.
010100     05 COR-REJECT-TEXT        PIC X(25).
010200
010300 01  WS-BEF-EXPIRY-DATE        PIC 9(8).
010400 01  WS-BEF-CERTIFICATE-NUMBER PIC X(20).
010500
010600*    PARAMETER PASSED TO THE SHARED AUDIT-LOGGING SUBPROGRAM --
010700*    SEE AUDITLOG.
010800 01  TXEMAINT-AUDITLOG-PARM.
010900     05 AUDITLOG-PROGRAM-NAME  PIC X(08).
011000     05 AUDITLOG-RECORD-KEY    PIC X(10).
011100     05 AUDITLOG-ACTION        PIC X(08).
011200     05 AUDITLOG-FIELD-CHANGED PIC X(20).
011300     05 AUDITLOG-OLD-VALUE     PIC X(30).
011400     05 AUDITLOG-NEW-VALUE     PIC X(30).
011500     05 AUDITLOG-OPERATOR-ID   PIC X(08).
011600
011700*    PARAMETER PASSED TO THE SHARED AUTHORIZATION-CHECK
011800*    SUBPROGRAM -- SEE AUTHCHK.
011900 01  TXEMAINT-AUTHCHK-PARM.
012000     05 AUTHCHK-OPERATOR-ID       PIC X(08).
012100     05 AUTHCHK-AUTHORIZED-SWITCH PIC X(01).
012200         88 AUTHCHK-AUTHORIZED            VALUE "Y".
012300         88 AUTHCHK-NOT-AUTHORIZED        VALUE "N".
012400*    THE CALLER'S PROGRAM OR FUNCTION NAME, MATCHED
012500*    AGAINST THE OPSEC GRANTS -- SEE AUTHCHK.
012600     05 AUTHCHK-PROGRAM-NAME    PIC X(08).
012700
012800*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
012900*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
013000     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
013100         ==WS-EXEMPTION-FILE-STATUS== ==PFX-FILE-OK== BY
013200         ==EXEMPTION-FILE-OK== ==PFX-FILE-EOF== BY
013300         ==EXEMPTION-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
013400         ==EXEMPTION-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
013500         ==EXEMPTION-FILE-NOT-FOUND==
013600         ==PFX-FILE-BOUNDARY-VIOLATION== BY
013700         ==EXEMPTION-FILE-BOUNDARY-VIOLATION==.
013800
013900     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
014000         ==WS-CUSTOMER-FILE-STATUS== ==PFX-FILE-OK== BY
014100         ==CUSTOMER-FILE-OK== ==PFX-FILE-EOF== BY
014200         ==CUSTOMER-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
014300         ==CUSTOMER-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
014400         ==CUSTOMER-FILE-NOT-FOUND==
014500         ==PFX-FILE-BOUNDARY-VIOLATION== BY
014600         ==CUSTOMER-FILE-BOUNDARY-VIOLATION==.
014700
014800     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
014900         ==WS-TAX-FILE-STATUS== ==PFX-FILE-OK== BY
015000         ==TAX-FILE-OK== ==PFX-FILE-EOF== BY
015100         ==TAX-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
015200         ==TAX-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
015300         ==TAX-FILE-NOT-FOUND==
015400         ==PFX-FILE-BOUNDARY-VIOLATION== BY
015500         ==TAX-FILE-BOUNDARY-VIOLATION==.
015600
015700     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
015800         ==WS-TXTRAN-FILE-STATUS== ==PFX-FILE-OK== BY
015900         ==TXTRAN-FILE-OK== ==PFX-FILE-EOF== BY
016000         ==TXTRAN-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
016100         ==TXTRAN-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
016200         ==TXTRAN-FILE-NOT-FOUND==
016300         ==PFX-FILE-BOUNDARY-VIOLATION== BY
016400         ==TXTRAN-FILE-BOUNDARY-VIOLATION==.
016500
016600 01  WS-CONTROL-TOTALS.
016700     05 WS-TRANS-READ          PIC 9(7) VALUE ZERO.
016800     05 WS-EXEMPTIONS-ADDED    PIC 9(7) VALUE ZERO.
016900     05 WS-EXEMPTIONS-CHANGED  PIC 9(7) VALUE ZERO.
017000     05 WS-EXEMPTIONS-DELETED  PIC 9(7) VALUE ZERO.
017100     05 WS-TRANS-IN-ERROR      PIC 9(7) VALUE ZERO.
017200
017300 LINKAGE SECTION.
017400 01  TXEMAINT-PARM.
017500*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
017600*    WITH A 2-BYTE BINARY LENGTH COUNT.
017700     05 TXEMAINT-PARM-LEN      PIC S9(4) COMP.
017800     05 TXEMAINT-OPERATOR-ID   PIC X(08).
017900
018000 PROCEDURE DIVISION USING TXEMAINT-PARM.
018100 PROGRAM-BEGIN.
018200     PERFORM CHECK-OPERATOR-AUTHORIZATION.
018300     IF AUTHCHK-NOT-AUTHORIZED
018400        GO TO PROGRAM-DONE
018500     END-IF.
018600     PERFORM OPENING-PROCEDURE.
018700     PERFORM MAIN-PROCESS.
018800     PERFORM CLOSING-PROCEDURE.
018900
019000 PROGRAM-DONE.
019100     STOP RUN.
019200
019300 CHECK-OPERATOR-AUTHORIZATION.
019400     MOVE TXEMAINT-OPERATOR-ID TO AUTHCHK-OPERATOR-ID.
019500     MOVE "TXEMAINT" TO AUTHCHK-PROGRAM-NAME.
019600     CALL "AUTHCHK" USING TXEMAINT-AUTHCHK-PARM.
019700     IF AUTHCHK-NOT-AUTHORIZED
019800        DISPLAY "TXEMAINT: OPERATOR " TXEMAINT-OPERATOR-ID
019900                " NOT AUTHORIZED FOR EXEMPTION MAINTENANCE"
020000*       AUTHCHK ALREADY AUDITS THE DENIAL.
020100        MOVE 16 TO RETURN-CODE
020200     END-IF.
020300
020400 OPENING-PROCEDURE.
020500     OPEN I-O TAX-EXEMPTION-FILE.
020600     IF WS-EXEMPTION-FILE-STATUS = "35"
020700        OPEN OUTPUT TAX-EXEMPTION-FILE
020800        CLOSE TAX-EXEMPTION-FILE
020900        OPEN I-O TAX-EXEMPTION-FILE
021000     END-IF.
021100     IF NOT EXEMPTION-FILE-OK
021200        DISPLAY "TXEMAINT: UNABLE TO OPEN TAX-EXEMPTION-FILE, "
021300                "STATUS " WS-EXEMPTION-FILE-STATUS
021400        MOVE 16 TO RETURN-CODE
021500        GO TO PROGRAM-DONE
021600     END-IF.
021700     OPEN INPUT CUSTOMER-MASTER-FILE.
021800     IF NOT CUSTOMER-FILE-OK
021900        DISPLAY "TXEMAINT: UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
022000                "STATUS " WS-CUSTOMER-FILE-STATUS
022100        MOVE 16 TO RETURN-CODE
022200        CLOSE TAX-EXEMPTION-FILE
022300        GO TO PROGRAM-DONE
022400     END-IF.
022500     OPEN INPUT TAX-RATE-FILE.
022600     IF NOT TAX-FILE-OK
022700        DISPLAY "TXEMAINT: UNABLE TO OPEN TAX-RATE-FILE, "
022800                "STATUS " WS-TAX-FILE-STATUS
022900        MOVE 16 TO RETURN-CODE
023000        CLOSE TAX-EXEMPTION-FILE
023100        CLOSE CUSTOMER-MASTER-FILE
023200        GO TO PROGRAM-DONE
023300     END-IF.
023400     OPEN INPUT TAX-EXEMPTION-TRANSACTION-FILE.
023500     IF NOT TXTRAN-FILE-OK
023600        DISPLAY "TXEMAINT: UNABLE TO OPEN TAX-EXEMPTION-"
023700                "TRANSACTION-FILE, STATUS " WS-TXTRAN-FILE-STATUS
023800        MOVE 16 TO RETURN-CODE
023900        CLOSE TAX-EXEMPTION-FILE
024000        CLOSE CUSTOMER-MASTER-FILE
024100        CLOSE TAX-RATE-FILE
024200        GO TO PROGRAM-DONE
024300     END-IF.
024400     OPEN OUTPUT EXEMPTION-RECYCLE-FILE.
024500     OPEN OUTPUT EXEMPTION-CORRECTION-REPORT.
024600
024700 CLOSING-PROCEDURE.
024800     CLOSE TAX-EXEMPTION-FILE.
024900     CLOSE CUSTOMER-MASTER-FILE.
025000     CLOSE TAX-RATE-FILE.
025100     CLOSE TAX-EXEMPTION-TRANSACTION-FILE.
025200     CLOSE EXEMPTION-RECYCLE-FILE.
025300     CLOSE EXEMPTION-CORRECTION-REPORT.
025400     DISPLAY "TXEMAINT CONTROL TOTALS".
025500     DISPLAY "  TRANSACTIONS READ ...: " WS-TRANS-READ.
025600     DISPLAY "  EXEMPTIONS ADDED ....: " WS-EXEMPTIONS-ADDED.
025700     DISPLAY "  EXEMPTIONS CHANGED ..: " WS-EXEMPTIONS-CHANGED.
025800     DISPLAY "  EXEMPTIONS DELETED ..: " WS-EXEMPTIONS-DELETED.
025900     DISPLAY "  TRANSACTIONS IN ERROR: " WS-TRANS-IN-ERROR.
026000     DISPLAY "  REJECTS RECYCLED ....: " WS-REJECTS-RECYCLED.
026100     IF WS-TRANS-IN-ERROR > ZERO
026200        MOVE 4 TO RETURN-CODE
026300     ELSE
026400        MOVE 0 TO RETURN-CODE
026500     END-IF.
026600
026700 MAIN-PROCESS.
026800     PERFORM READ-NEXT-TRANSACTION.
026900     PERFORM APPLY-TRANSACTION
027000             UNTIL WS-TXTRAN-AT-END = "Y".
027100
027200 READ-NEXT-TRANSACTION.
027300     READ TAX-EXEMPTION-TRANSACTION-FILE
027400          AT END MOVE "Y" TO WS-TXTRAN-AT-END.
027500     IF WS-TXTRAN-AT-END NOT = "Y"
027600        ADD 1 TO WS-TRANS-READ
027700     END-IF.
027800
027900 APPLY-TRANSACTION.
028000     EVALUATE TRUE
028100        WHEN TXTRAN-ADD
028200             PERFORM VALIDATE-EXEMPTION-TRANSACTION
028300             IF WS-TRAN-VALID
028400                PERFORM ADD-EXEMPTION
028500             END-IF
028600        WHEN TXTRAN-CHANGE
028700             PERFORM VALIDATE-EXEMPTION-TRANSACTION
028800             IF WS-TRAN-VALID
028900                PERFORM CHANGE-EXEMPTION
029000             END-IF
029100        WHEN TXTRAN-DELETE
029200             PERFORM DELETE-EXEMPTION
029300        WHEN OTHER
029400             DISPLAY "TXEMAINT: INVALID TRANSACTION CODE FOR "
029500                     TXTRAN-CUSTOMER-ID "/" TXTRAN-STATE
029600             MOVE "INV" TO WS-REJECT-CODE
029700             MOVE "INVALID TRAN CODE" TO WS-REJECT-TEXT
029800             PERFORM REJECT-TRANSACTION
029900     END-EVALUATE.
030000     PERFORM READ-NEXT-TRANSACTION.
030100
030200*    AN ADD OR CHANGE MUST BE FOR A CUSTOMER ON FILE, IN A
030300*    STATE THE TAX TABLE CHARGES -- AN EXEMPTION FROM NO TAX
030400*    IS A KEYING SLIP -- WITH A CERTIFICATE NUMBER, A KNOWN
030500*    EXEMPTION TYPE, A USABLE EFFECTIVE DATE AND AN EXPIRY,
030600*    IF ANY, NOT AHEAD OF IT.
030700 VALIDATE-EXEMPTION-TRANSACTION.
030800     MOVE "Y" TO WS-TRAN-VALID-SWITCH.
030900     MOVE TXTRAN-CUSTOMER-ID TO CUST-CUSTOMER-ID.
031000     READ CUSTOMER-MASTER-FILE
031100         INVALID KEY
031200            MOVE "N" TO WS-TRAN-VALID-SWITCH
031300            MOVE "CNF" TO WS-REJECT-CODE
031400            MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-TEXT
031500     END-READ.
031600     IF WS-TRAN-VALID
031700        MOVE TXTRAN-STATE TO TAX-STATE
031800        READ TAX-RATE-FILE
031900            INVALID KEY
032000               MOVE "N" TO WS-TRAN-VALID-SWITCH
032100               MOVE "STX" TO WS-REJECT-CODE
032200               MOVE "STATE NOT ON TAX TABLE" TO WS-REJECT-TEXT
032300        END-READ
032400     END-IF.
032500     MOVE TXTRAN-EXEMPTION-TYPE TO TX-EXEMPTION-TYPE.
032600     EVALUATE TRUE
032700        WHEN NOT WS-TRAN-VALID
032800             CONTINUE
032900        WHEN TXTRAN-CERTIFICATE-NUMBER = SPACES
033000             MOVE "N" TO WS-TRAN-VALID-SWITCH
033100             MOVE "CRT" TO WS-REJECT-CODE
033200             MOVE "NO CERTIFICATE NUMBER" TO WS-REJECT-TEXT
033300        WHEN NOT TX-VALID-TYPE
033400             MOVE "N" TO WS-TRAN-VALID-SWITCH
033500             MOVE "TYP" TO WS-REJECT-CODE
033600             MOVE "EXEMPTION TYPE NOT R/N/G/O" TO WS-REJECT-TEXT
033700        WHEN TXTRAN-EFFECTIVE-DATE NOT NUMERIC
033800             OR TXTRAN-EFFECTIVE-DATE = ZERO
033900             OR TXTRAN-EXPIRY-DATE NOT NUMERIC
034000             MOVE "N" TO WS-TRAN-VALID-SWITCH
034100             MOVE "DTE" TO WS-REJECT-CODE
034200             MOVE "DATE NOT NUMERIC/MISSING" TO WS-REJECT-TEXT
034300        WHEN TXTRAN-EXPIRY-DATE NOT = ZERO
034400             AND TXTRAN-EXPIRY-DATE < TXTRAN-EFFECTIVE-DATE
034500             MOVE "N" TO WS-TRAN-VALID-SWITCH
034600             MOVE "EXP" TO WS-REJECT-CODE
034700             MOVE "EXPIRES BEFORE EFFECTIVE" TO WS-REJECT-TEXT
034800        WHEN OTHER
034900             CONTINUE
035000     END-EVALUATE.
035100     IF NOT WS-TRAN-VALID
035200        DISPLAY "TXEMAINT: EXEMPTION " TXTRAN-CUSTOMER-ID "/"
035300                TXTRAN-STATE " REJECTED, " WS-REJECT-TEXT
035400        PERFORM REJECT-TRANSACTION
035500     END-IF.
035600
035700 ADD-EXEMPTION.
035800*    THE RECORD IS BLANKED FIRST -- FILLER INCLUDED -- SO
035900*    RESIDUE FROM THE READ PATHS NEVER REACHES THE FILE.
036000     MOVE SPACES TO TAX-EXEMPTION-RECORD.
036100     MOVE TXTRAN-CUSTOMER-ID        TO TX-CUSTOMER-ID.
036200     MOVE TXTRAN-STATE              TO TX-STATE.
036300     MOVE TXTRAN-CERTIFICATE-NUMBER TO TX-CERTIFICATE-NUMBER.
036400     MOVE TXTRAN-EXEMPTION-TYPE     TO TX-EXEMPTION-TYPE.
036500     MOVE TXTRAN-EFFECTIVE-DATE     TO TX-EFFECTIVE-DATE.
036600     MOVE TXTRAN-EXPIRY-DATE        TO TX-EXPIRY-DATE.
036700     WRITE TAX-EXEMPTION-RECORD
036800         INVALID KEY
036900            DISPLAY "TXEMAINT: EXEMPTION " TXTRAN-CUSTOMER-ID
037000                    "/" TXTRAN-STATE " ALREADY EXISTS,"
037100                    " ADD REJECTED"
037200            MOVE "DUP" TO WS-REJECT-CODE
037300            MOVE "EXEMPTION ALREADY ON FILE" TO WS-REJECT-TEXT
037400            PERFORM REJECT-TRANSACTION
037500         NOT INVALID KEY
037600            ADD 1 TO WS-EXEMPTIONS-ADDED
037700            PERFORM WRITE-ADD-AUDIT
037800     END-WRITE.
037900
038000*    A RENEWED CERTIFICATE COMES IN AS A CHANGE: THE NEW
038100*    NUMBER, TYPE AND DATES REPLACE THE LAPSED ONE'S.
038200 CHANGE-EXEMPTION.
038300     MOVE TXTRAN-CUSTOMER-ID TO TX-CUSTOMER-ID.
038400     MOVE TXTRAN-STATE       TO TX-STATE.
038500     READ TAX-EXEMPTION-FILE
038600         INVALID KEY
038700            DISPLAY "TXEMAINT: EXEMPTION " TXTRAN-CUSTOMER-ID
038800                    "/" TXTRAN-STATE " NOT ON FILE,"
038900                    " CHANGE REJECTED"
039000            MOVE "NOF" TO WS-REJECT-CODE
039100            MOVE "EXEMPTION NOT ON FILE" TO WS-REJECT-TEXT
039200            PERFORM REJECT-TRANSACTION
039300         NOT INVALID KEY
039400            MOVE TX-EXPIRY-DATE        TO WS-BEF-EXPIRY-DATE
039500            MOVE TX-CERTIFICATE-NUMBER
039600                 TO WS-BEF-CERTIFICATE-NUMBER
039700            MOVE TXTRAN-CERTIFICATE-NUMBER
039800                 TO TX-CERTIFICATE-NUMBER
039900            MOVE TXTRAN-EXEMPTION-TYPE TO TX-EXEMPTION-TYPE
040000            MOVE TXTRAN-EFFECTIVE-DATE TO TX-EFFECTIVE-DATE
040100            MOVE TXTRAN-EXPIRY-DATE    TO TX-EXPIRY-DATE
040200            REWRITE TAX-EXEMPTION-RECORD
040300            ADD 1 TO WS-EXEMPTIONS-CHANGED
040400            PERFORM WRITE-CHANGE-AUDIT
040500     END-READ.
040600
040700 DELETE-EXEMPTION.
040800     MOVE TXTRAN-CUSTOMER-ID TO TX-CUSTOMER-ID.
040900     MOVE TXTRAN-STATE       TO TX-STATE.
041000     READ TAX-EXEMPTION-FILE
041100         INVALID KEY
041200            DISPLAY "TXEMAINT: EXEMPTION " TXTRAN-CUSTOMER-ID
041300                    "/" TXTRAN-STATE " NOT ON FILE,"
041400                    " DELETE REJECTED"
041500            MOVE "NOF" TO WS-REJECT-CODE
041600            MOVE "EXEMPTION NOT ON FILE" TO WS-REJECT-TEXT
041700            PERFORM REJECT-TRANSACTION
041800         NOT INVALID KEY
041900            MOVE TX-CERTIFICATE-NUMBER
042000                 TO WS-BEF-CERTIFICATE-NUMBER
042100            DELETE TAX-EXEMPTION-FILE RECORD
042200            ADD 1 TO WS-EXEMPTIONS-DELETED
042300            PERFORM WRITE-DELETE-AUDIT
042400     END-READ.
042500
042600 WRITE-ADD-AUDIT.
042700     MOVE "ADD"                   TO AUDITLOG-ACTION.
042800     MOVE "TX-CERTIFICATE-NUMBER" TO AUDITLOG-FIELD-CHANGED.
042900     MOVE SPACES                  TO AUDITLOG-OLD-VALUE.
043000     MOVE TX-CERTIFICATE-NUMBER   TO AUDITLOG-NEW-VALUE.
043100     PERFORM WRITE-AUDIT-RECORD.
043200
043300 WRITE-CHANGE-AUDIT.
043400     MOVE "CHANGE"           TO AUDITLOG-ACTION.
043500     MOVE "TX-EXPIRY-DATE"   TO AUDITLOG-FIELD-CHANGED.
043600     MOVE WS-BEF-EXPIRY-DATE TO AUDITLOG-OLD-VALUE.
043700     MOVE TX-EXPIRY-DATE     TO AUDITLOG-NEW-VALUE.
043800     PERFORM WRITE-AUDIT-RECORD.
043900     IF TX-CERTIFICATE-NUMBER NOT = WS-BEF-CERTIFICATE-NUMBER
044000        MOVE "TX-CERTIFICATE-NUMBER"
044100             TO AUDITLOG-FIELD-CHANGED
044200        MOVE WS-BEF-CERTIFICATE-NUMBER TO AUDITLOG-OLD-VALUE
044300        MOVE TX-CERTIFICATE-NUMBER     TO AUDITLOG-NEW-VALUE
044400        PERFORM WRITE-AUDIT-RECORD
044500     END-IF.
044600
044700 WRITE-DELETE-AUDIT.
044800     MOVE "DELETE"                  TO AUDITLOG-ACTION.
044900     MOVE "TX-CERTIFICATE-NUMBER"   TO AUDITLOG-FIELD-CHANGED.
045000     MOVE WS-BEF-CERTIFICATE-NUMBER TO AUDITLOG-OLD-VALUE.
045100     MOVE SPACES                    TO AUDITLOG-NEW-VALUE.
045200     PERFORM WRITE-AUDIT-RECORD.
045300
045400 WRITE-AUDIT-RECORD.
045500     MOVE "TXEMAINT"           TO AUDITLOG-PROGRAM-NAME.
045600     MOVE TX-KEY               TO AUDITLOG-RECORD-KEY.
045700     MOVE TXEMAINT-OPERATOR-ID TO AUDITLOG-OPERATOR-ID.
045800     CALL "AUDITLOG" USING TXEMAINT-AUDITLOG-PARM.
045900
046000 REJECT-TRANSACTION.
046100     ADD 1 TO WS-TRANS-IN-ERROR.
046200     PERFORM WRITE-REJECT-TO-RECYCLE.
046300
046400*    WRITE THE REJECTED TRANSACTION, AS KEYED, TO THE RECYCLE
046500*    FILE WITH ITS REASON CODE, AND LIST IT FOR THE CLERK.
046600 WRITE-REJECT-TO-RECYCLE.
046700     MOVE TAX-EXEMPTION-TRANSACTION-RECORD TO RCY-TRAN-DATA.
046800     MOVE WS-REJECT-CODE       TO RCY-REJECT-REASON.
046900     WRITE EXEMPTION-RECYCLE-RECORD.
047000     MOVE TXTRAN-CODE          TO COR-TRAN-CODE.
047100     MOVE TXTRAN-CUSTOMER-ID   TO COR-CUSTOMER-ID.
047200     MOVE TXTRAN-STATE         TO COR-STATE.
047300     MOVE TXTRAN-CERTIFICATE-NUMBER TO COR-CERTIFICATE-NUMBER.
047400     MOVE WS-REJECT-CODE       TO COR-REJECT-CODE.
047500     MOVE WS-REJECT-TEXT       TO COR-REJECT-TEXT.
047600     WRITE EXEMPTION-CORRECTION-LINE FROM CORRECTION-DETAIL-LINE.
047700     ADD 1 TO WS-REJECTS-RECYCLED.
