000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COLMAINT.
000300*--------------------------------------------------
000400* Applies add/change/delete transactions against
000500* COLLECTOR-NOTE-FILE, the credit desk's call log
000600* kept by customer.  Each note records the date,
000700* the collector (the operator on the PARM), the
000800* promise to pay if the call got one -- date and
000900* amount -- and a line of text.  Notes taken the
001000* same day are numbered in the order keyed; an add
001100* takes the next free number.  A change restates
001200* the promise and, when keyed, the text.  COLINQ
001300* shows the notes and COLPROM lists the promises
001400* that were not kept.
001500*
001600* MODIFICATION HISTORY
001700*   WHO   DATE        WHAT
001800*   RWH   2026-10-15  Original version.
001900*--------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300
002400     SELECT COLLECTOR-NOTE-FILE
002500         ASSIGN TO "COLNOTE"
002600         ORGANIZATION IS INDEXED
002700         RECORD KEY IS CN-KEY
002800         ACCESS MODE IS DYNAMIC
002900         FILE STATUS IS WS-NOTE-FILE-STATUS.
003000
003100     SELECT CUSTOMER-MASTER-FILE
003200         ASSIGN TO "CUSTMST"
003300         ORGANIZATION IS INDEXED
003400         RECORD KEY IS CUST-CUSTOMER-ID
003500         ACCESS MODE IS RANDOM
003600         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
003700
003800     SELECT COLLECTOR-NOTE-TRANSACTION-FILE
003900         ASSIGN TO "COLTRAN"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-CNTRAN-FILE-STATUS.
004200
004300     SELECT NOTE-RECYCLE-FILE
004400         ASSIGN TO "COLRCYC"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT NOTE-CORRECTION-REPORT
004800         ASSIGN TO "COLCORRL"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300
005400     COPY COLNOTE.
005500     COPY CUSMST.
005600     COPY COLTRN.
005700
005800*    REJECTED TRANSACTIONS GO BACK OUT IN THE SAME LAYOUT THEY
005900*    CAME IN, WITH THE REASON CODE APPENDED -- ONCE FIXED, THE
006000*    RECORDS FEED STRAIGHT BACK IN AS THE NEXT RUN'S COLTRAN.
006100 FD  NOTE-RECYCLE-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 01  NOTE-RECYCLE-RECORD.
006400     05 RCY-TRAN-DATA          PIC X(98).
006500     05 RCY-REJECT-REASON      PIC X(03).
006600
006700 FD  NOTE-CORRECTION-REPORT
006800     LABEL RECORDS ARE STANDARD.
006900 01  NOTE-CORRECTION-LINE      PIC X(60).
007000
007100 WORKING-STORAGE SECTION.
007200
007300 01  WS-CNTRAN-AT-END          PIC X VALUE "N".
007400 01  WS-NOTE-SCAN-AT-END       PIC X VALUE "N".
007500
007600 01  WS-REJECT-CODE            PIC X(03) VALUE SPACES.
007700 01  WS-REJECT-TEXT            PIC X(25) VALUE SPACES.
007800 01  WS-REJECTS-RECYCLED       PIC 9(7) VALUE ZERO.
007900
008000 01  WS-TRAN-VALID-SWITCH      PIC X VALUE "N".
008100     88 WS-TRAN-VALID                 VALUE "Y".
008200
008300 01  WS-RUN-DATE               PIC 9(8).
008400*    THE DATE THE NOTE IS FILED UNDER -- THE TRANSACTION'S,
008500*    OR THE RUN DATE WHEN AN ADD LEAVES IT ZERO.
008600 01  WS-NOTE-DATE              PIC 9(8) VALUE ZERO.
008700 01  WS-LAST-SEQUENCE          PIC 9(3) VALUE ZERO.
008800
008900 01  CORRECTION-DETAIL-LINE.
009000     05 COR-TRAN-CODE          PIC X(01).
009100     05 FILLER                 PIC X(02) VALUE SPACES.
009200     05 COR-CUSTOMER-ID        PIC 9(7).
009300     05 FILLER                 PIC X(01) VALUE "/".
009400     05 COR-NOTE-DATE          PIC 9(8).
009500     05 FILLER                 PIC X(01) VALUE "/".
009600     05 COR-NOTE-SEQUENCE      PIC 9(3).
009700     05 FILLER                 PIC X(02) VALUE SPACES.
009800     05 COR-REJECT-CODE        PIC X(03).
009900     05 FILLER                 PIC X(02) VALUE SPACES.
010000     05 COR-REJECT-TEXT        PIC X(25).
010100
010200 01  WS-BEF-PROMISE-DATE       PIC 9(8).
010300 01  WS-BEF-PROMISE-AMOUNT     PIC 9(9)V99.
010400 01  WS-AUDIT-AMOUNT           PIC Z(8)9.99.
010500
010600*    PARAMETER PASSED TO THE SHARED AUDIT-LOGGING SUBPROGRAM --
010700*    SEE AUDITLOG.
010800 01  COLMAINT-AUDITLOG-PARM.
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
011900 01  COLMAINT-AUTHCHK-PARM.
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
013100         ==WS-NOTE-FILE-STATUS== ==PFX-FILE-OK== BY
013200         ==NOTE-FILE-OK== ==PFX-FILE-EOF== BY
013300         ==NOTE-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
013400         ==NOTE-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
013500         ==NOTE-FILE-NOT-FOUND==
013600         ==PFX-FILE-BOUNDARY-VIOLATION== BY
013700         ==NOTE-FILE-BOUNDARY-VIOLATION==.
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
014900         ==WS-CNTRAN-FILE-STATUS== ==PFX-FILE-OK== BY
015000         ==CNTRAN-FILE-OK== ==PFX-FILE-EOF== BY
015100         ==CNTRAN-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
015200         ==CNTRAN-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
015300         ==CNTRAN-FILE-NOT-FOUND==
015400         ==PFX-FILE-BOUNDARY-VIOLATION== BY
015500         ==CNTRAN-FILE-BOUNDARY-VIOLATION==.
015600
015700 01  WS-CONTROL-TOTALS.
015800     05 WS-TRANS-READ          PIC 9(7) VALUE ZERO.
015900     05 WS-NOTES-ADDED         PIC 9(7) VALUE ZERO.
016000     05 WS-NOTES-CHANGED       PIC 9(7) VALUE ZERO.
016100     05 WS-NOTES-DELETED       PIC 9(7) VALUE ZERO.
016200     05 WS-TRANS-IN-ERROR      PIC 9(7) VALUE ZERO.
016300
016400 LINKAGE SECTION.
016500 01  COLMAINT-PARM.
016600*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
016700*    WITH A 2-BYTE BINARY LENGTH COUNT.
016800     05 COLMAINT-PARM-LEN      PIC S9(4) COMP.
016900     05 COLMAINT-OPERATOR-ID   PIC X(08).
017000
017100 PROCEDURE DIVISION USING COLMAINT-PARM.
017200 PROGRAM-BEGIN.
017300     PERFORM CHECK-OPERATOR-AUTHORIZATION.
017400     IF AUTHCHK-NOT-AUTHORIZED
017500        GO TO PROGRAM-DONE
017600     END-IF.
017700     PERFORM OPENING-PROCEDURE.
017800     PERFORM MAIN-PROCESS.
017900     PERFORM CLOSING-PROCEDURE.
018000
018100 PROGRAM-DONE.
018200     STOP RUN.
018300
018400 CHECK-OPERATOR-AUTHORIZATION.
018500     MOVE COLMAINT-OPERATOR-ID TO AUTHCHK-OPERATOR-ID.
018600     MOVE "COLMAINT" TO AUTHCHK-PROGRAM-NAME.
018700     CALL "AUTHCHK" USING COLMAINT-AUTHCHK-PARM.
018800     IF AUTHCHK-NOT-AUTHORIZED
018900        DISPLAY "COLMAINT: OPERATOR " COLMAINT-OPERATOR-ID
019000                " NOT AUTHORIZED FOR COLLECTOR NOTES"
019100*       AUTHCHK ALREADY AUDITS THE DENIAL.
019200        MOVE 16 TO RETURN-CODE
019300     END-IF.
019400
019500 OPENING-PROCEDURE.
019600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019700     OPEN I-O COLLECTOR-NOTE-FILE.
019800     IF WS-NOTE-FILE-STATUS = "35"
019900        OPEN OUTPUT COLLECTOR-NOTE-FILE
020000        CLOSE COLLECTOR-NOTE-FILE
020100        OPEN I-O COLLECTOR-NOTE-FILE
020200     END-IF.
020300     IF NOT NOTE-FILE-OK
020400        DISPLAY "COLMAINT: UNABLE TO OPEN COLLECTOR-NOTE-FILE, "
020500                "STATUS " WS-NOTE-FILE-STATUS
020600        MOVE 16 TO RETURN-CODE
020700        GO TO PROGRAM-DONE
020800     END-IF.
020900     OPEN INPUT CUSTOMER-MASTER-FILE.
021000     IF NOT CUSTOMER-FILE-OK
021100        DISPLAY "COLMAINT: UNABLE TO OPEN CUSTOMER-MASTER-FILE,"
021200                " STATUS " WS-CUSTOMER-FILE-STATUS
021300        MOVE 16 TO RETURN-CODE
021400        CLOSE COLLECTOR-NOTE-FILE
021500        GO TO PROGRAM-DONE
021600     END-IF.
021700     OPEN INPUT COLLECTOR-NOTE-TRANSACTION-FILE.
021800     IF NOT CNTRAN-FILE-OK
021900        DISPLAY "COLMAINT: UNABLE TO OPEN COLLECTOR-NOTE-"
022000                "TRANSACTION-FILE, STATUS " WS-CNTRAN-FILE-STATUS
022100        MOVE 16 TO RETURN-CODE
022200        CLOSE COLLECTOR-NOTE-FILE
022300        CLOSE CUSTOMER-MASTER-FILE
022400        GO TO PROGRAM-DONE
022500     END-IF.
022600     OPEN OUTPUT NOTE-RECYCLE-FILE.
022700     OPEN OUTPUT NOTE-CORRECTION-REPORT.
022800
022900 CLOSING-PROCEDURE.
023000     CLOSE COLLECTOR-NOTE-FILE.
023100     CLOSE CUSTOMER-MASTER-FILE.
023200     CLOSE COLLECTOR-NOTE-TRANSACTION-FILE.
023300     CLOSE NOTE-RECYCLE-FILE.
023400     CLOSE NOTE-CORRECTION-REPORT.
023500     DISPLAY "COLMAINT CONTROL TOTALS".
023600     DISPLAY "  TRANSACTIONS READ ...: " WS-TRANS-READ.
023700     DISPLAY "  NOTES ADDED .........: " WS-NOTES-ADDED.
023800     DISPLAY "  NOTES CHANGED .......: " WS-NOTES-CHANGED.
023900     DISPLAY "  NOTES DELETED .......: " WS-NOTES-DELETED.
024000     DISPLAY "  TRANSACTIONS IN ERROR: " WS-TRANS-IN-ERROR.
024100     DISPLAY "  REJECTS RECYCLED ....: " WS-REJECTS-RECYCLED.
024200     IF WS-TRANS-IN-ERROR > ZERO
024300        MOVE 4 TO RETURN-CODE
024400     ELSE
024500        MOVE 0 TO RETURN-CODE
024600     END-IF.
024700
024800 MAIN-PROCESS.
024900     PERFORM READ-NEXT-TRANSACTION.
025000     PERFORM APPLY-TRANSACTION
025100             UNTIL WS-CNTRAN-AT-END = "Y".
025200
025300 READ-NEXT-TRANSACTION.
025400     READ COLLECTOR-NOTE-TRANSACTION-FILE
025500          AT END MOVE "Y" TO WS-CNTRAN-AT-END.
025600     IF WS-CNTRAN-AT-END NOT = "Y"
025700        ADD 1 TO WS-TRANS-READ
025800     END-IF.
025900
026000 APPLY-TRANSACTION.
026100     EVALUATE TRUE
026200        WHEN CNTRAN-ADD
026300             PERFORM VALIDATE-NOTE-TRANSACTION
026400             IF WS-TRAN-VALID
026500                PERFORM ADD-NOTE
026600             END-IF
026700        WHEN CNTRAN-CHANGE
026800             PERFORM VALIDATE-NOTE-TRANSACTION
026900             IF WS-TRAN-VALID
027000                PERFORM CHANGE-NOTE
027100             END-IF
027200        WHEN CNTRAN-DELETE
027300             PERFORM DELETE-NOTE
027400        WHEN OTHER
027500             DISPLAY "COLMAINT: INVALID TRANSACTION CODE FOR "
027600                     "CUSTOMER " CNTRAN-CUSTOMER-ID
027700             MOVE "INV" TO WS-REJECT-CODE
027800             MOVE "INVALID TRAN CODE" TO WS-REJECT-TEXT
027900             PERFORM REJECT-TRANSACTION
028000     END-EVALUATE.
028100     PERFORM READ-NEXT-TRANSACTION.
028200
028300*    AN ADD OR CHANGE MUST BE FOR A CUSTOMER ON FILE, WITH
028400*    USABLE DATES.  A PROMISE NEEDS BOTH A DATE AND AN AMOUNT,
028500*    AND CANNOT FALL DUE BEFORE THE CALL THAT GOT IT.  AN ADD
028600*    WITHOUT TEXT RECORDS NOTHING.
028700 VALIDATE-NOTE-TRANSACTION.
028800     MOVE "Y" TO WS-TRAN-VALID-SWITCH.
028900     MOVE CNTRAN-CUSTOMER-ID TO CUST-CUSTOMER-ID.
029000     READ CUSTOMER-MASTER-FILE
029100         INVALID KEY
029200            MOVE "N" TO WS-TRAN-VALID-SWITCH
029300     END-READ.
029400     IF CNTRAN-ADD
029500        AND CNTRAN-NOTE-DATE IS NUMERIC
029600        AND CNTRAN-NOTE-DATE = ZERO
029700        MOVE WS-RUN-DATE TO WS-NOTE-DATE
029800     ELSE
029900        MOVE CNTRAN-NOTE-DATE TO WS-NOTE-DATE
030000     END-IF.
030100     EVALUATE TRUE
030200        WHEN NOT WS-TRAN-VALID
030300             MOVE "CNF" TO WS-REJECT-CODE
030400             MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-TEXT
030500        WHEN CNTRAN-NOTE-DATE NOT NUMERIC
030600             OR WS-NOTE-DATE = ZERO
030700             OR CNTRAN-PROMISE-DATE NOT NUMERIC
030800             MOVE "N" TO WS-TRAN-VALID-SWITCH
030900             MOVE "DTE" TO WS-REJECT-CODE
031000             MOVE "DATE NOT NUMERIC/MISSING" TO WS-REJECT-TEXT
031100        WHEN CNTRAN-PROMISE-AMOUNT NOT NUMERIC
031200             MOVE "N" TO WS-TRAN-VALID-SWITCH
031300             MOVE "AMT" TO WS-REJECT-CODE
031400             MOVE "PROMISE AMOUNT NOT NUMERIC" TO WS-REJECT-TEXT
031500        WHEN CNTRAN-PROMISE-DATE = ZERO
031600             AND CNTRAN-PROMISE-AMOUNT NOT = ZERO
031700             MOVE "N" TO WS-TRAN-VALID-SWITCH
031800             MOVE "PRM" TO WS-REJECT-CODE
031900             MOVE "PROMISE AMOUNT, NO DATE" TO WS-REJECT-TEXT
032000        WHEN CNTRAN-PROMISE-DATE NOT = ZERO
032100             AND CNTRAN-PROMISE-AMOUNT = ZERO
032200             MOVE "N" TO WS-TRAN-VALID-SWITCH
032300             MOVE "PRM" TO WS-REJECT-CODE
032400             MOVE "PROMISE DATE, NO AMOUNT" TO WS-REJECT-TEXT
032500        WHEN CNTRAN-PROMISE-DATE NOT = ZERO
032600             AND CNTRAN-PROMISE-DATE < WS-NOTE-DATE
032700             MOVE "N" TO WS-TRAN-VALID-SWITCH
032800             MOVE "PRM" TO WS-REJECT-CODE
032900             MOVE "PROMISE BEFORE NOTE DATE" TO WS-REJECT-TEXT
033000        WHEN CNTRAN-ADD
033100             AND CNTRAN-NOTE-TEXT = SPACES
033200             MOVE "N" TO WS-TRAN-VALID-SWITCH
033300             MOVE "TXT" TO WS-REJECT-CODE
033400             MOVE "NOTE TEXT MISSING" TO WS-REJECT-TEXT
033500        WHEN OTHER
033600             CONTINUE
033700     END-EVALUATE.
033800     IF NOT WS-TRAN-VALID
033900        DISPLAY "COLMAINT: NOTE FOR CUSTOMER "
034000                CNTRAN-CUSTOMER-ID " REJECTED, "
034100                WS-REJECT-TEXT
034200        PERFORM REJECT-TRANSACTION
034300     END-IF.
034400
034500 ADD-NOTE.
034600     PERFORM FIND-LAST-SEQUENCE.
034700     IF WS-LAST-SEQUENCE = 999
034800        DISPLAY "COLMAINT: CUSTOMER " CNTRAN-CUSTOMER-ID
034900                " HAS 999 NOTES ON " WS-NOTE-DATE
035000                ", ADD REJECTED"
035100        MOVE "SEQ" TO WS-REJECT-CODE
035200        MOVE "NO NOTE NUMBER LEFT" TO WS-REJECT-TEXT
035300        PERFORM REJECT-TRANSACTION
035400     ELSE
035500        PERFORM WRITE-NEW-NOTE
035600     END-IF.
035700
035800*    THE DAY'S NOTES FOR THE CUSTOMER ARE READ IN KEY ORDER;
035900*    THE LAST ONE SEEN HOLDS THE HIGHEST NUMBER IN USE.
036000 FIND-LAST-SEQUENCE.
036100     MOVE ZERO TO WS-LAST-SEQUENCE.
036200     MOVE "N"  TO WS-NOTE-SCAN-AT-END.
036300     MOVE CNTRAN-CUSTOMER-ID TO CN-CUSTOMER-ID.
036400     MOVE WS-NOTE-DATE       TO CN-NOTE-DATE.
036500     MOVE ZERO               TO CN-NOTE-SEQUENCE.
036600     START COLLECTOR-NOTE-FILE KEY IS GREATER THAN CN-KEY
036700         INVALID KEY
036800            MOVE "Y" TO WS-NOTE-SCAN-AT-END
036900     END-START.
037000     IF WS-NOTE-SCAN-AT-END NOT = "Y"
037100        PERFORM READ-NEXT-NOTE
037200     END-IF.
037300     PERFORM NOTE-ONE-SEQUENCE
037400             UNTIL WS-NOTE-SCAN-AT-END = "Y".
037500
037600 READ-NEXT-NOTE.
037700     READ COLLECTOR-NOTE-FILE NEXT RECORD
037800          AT END MOVE "Y" TO WS-NOTE-SCAN-AT-END.
037900
038000 NOTE-ONE-SEQUENCE.
038100     IF CN-CUSTOMER-ID = CNTRAN-CUSTOMER-ID
038200        AND CN-NOTE-DATE = WS-NOTE-DATE
038300        MOVE CN-NOTE-SEQUENCE TO WS-LAST-SEQUENCE
038400        PERFORM READ-NEXT-NOTE
038500     ELSE
038600        MOVE "Y" TO WS-NOTE-SCAN-AT-END
038700     END-IF.
038800
038900 WRITE-NEW-NOTE.
039000*    THE RECORD IS BLANKED FIRST -- FILLER INCLUDED -- SO
039100*    RESIDUE FROM THE READ PATHS NEVER REACHES THE FILE.
039200     MOVE SPACES TO COLLECTOR-NOTE-RECORD.
039300     MOVE CNTRAN-CUSTOMER-ID    TO CN-CUSTOMER-ID.
039400     MOVE WS-NOTE-DATE          TO CN-NOTE-DATE.
039500     ADD 1 WS-LAST-SEQUENCE GIVING CN-NOTE-SEQUENCE.
039600     MOVE COLMAINT-OPERATOR-ID  TO CN-OPERATOR-ID.
039700     MOVE CNTRAN-PROMISE-DATE   TO CN-PROMISE-DATE.
039800     MOVE CNTRAN-PROMISE-AMOUNT TO CN-PROMISE-AMOUNT.
039900     MOVE CNTRAN-NOTE-TEXT      TO CN-NOTE-TEXT.
040000     WRITE COLLECTOR-NOTE-RECORD
040100         INVALID KEY
040200            DISPLAY "COLMAINT: NOTE " CN-CUSTOMER-ID "/"
040300                    CN-NOTE-DATE "/" CN-NOTE-SEQUENCE
040400                    " ALREADY EXISTS, ADD REJECTED"
040500            MOVE "DUP" TO WS-REJECT-CODE
040600            MOVE "NOTE ALREADY ON FILE" TO WS-REJECT-TEXT
040700            PERFORM REJECT-TRANSACTION
040800         NOT INVALID KEY
040900            ADD 1 TO WS-NOTES-ADDED
041000            PERFORM WRITE-ADD-AUDIT
041100     END-WRITE.
041200
041300*    A CHANGE RESTATES THE PROMISE -- A BROKEN ONE RENEGOTIATED
041400*    ON THE SAME CALL, SAY -- AND REPLACES THE TEXT ONLY WHEN
041500*    NEW TEXT IS KEYED.  THE COLLECTOR WHO TOOK THE NOTE STAYS
041600*    ON IT; THE AUDIT TRAIL NAMES WHO CHANGED IT.
041700 CHANGE-NOTE.
041800     MOVE CNTRAN-CUSTOMER-ID   TO CN-CUSTOMER-ID.
041900     MOVE CNTRAN-NOTE-DATE     TO CN-NOTE-DATE.
042000     MOVE CNTRAN-NOTE-SEQUENCE TO CN-NOTE-SEQUENCE.
042100     READ COLLECTOR-NOTE-FILE
042200         INVALID KEY
042300            DISPLAY "COLMAINT: NOTE " CNTRAN-CUSTOMER-ID "/"
042400                    CNTRAN-NOTE-DATE "/" CNTRAN-NOTE-SEQUENCE
042500                    " NOT ON FILE, CHANGE REJECTED"
042600            MOVE "NOF" TO WS-REJECT-CODE
042700            MOVE "NOTE NOT ON FILE" TO WS-REJECT-TEXT
042800            PERFORM REJECT-TRANSACTION
042900         NOT INVALID KEY
043000            MOVE CN-PROMISE-DATE   TO WS-BEF-PROMISE-DATE
043100            MOVE CN-PROMISE-AMOUNT TO WS-BEF-PROMISE-AMOUNT
043200            MOVE CNTRAN-PROMISE-DATE   TO CN-PROMISE-DATE
043300            MOVE CNTRAN-PROMISE-AMOUNT TO CN-PROMISE-AMOUNT
043400            IF CNTRAN-NOTE-TEXT NOT = SPACES
043500               MOVE CNTRAN-NOTE-TEXT TO CN-NOTE-TEXT
043600            END-IF
043700            REWRITE COLLECTOR-NOTE-RECORD
043800            ADD 1 TO WS-NOTES-CHANGED
043900            PERFORM WRITE-CHANGE-AUDIT
044000     END-READ.
044100
044200 DELETE-NOTE.
044300     MOVE CNTRAN-CUSTOMER-ID   TO CN-CUSTOMER-ID.
044400     MOVE CNTRAN-NOTE-DATE     TO CN-NOTE-DATE.
044500     MOVE CNTRAN-NOTE-SEQUENCE TO CN-NOTE-SEQUENCE.
044600     READ COLLECTOR-NOTE-FILE
044700         INVALID KEY
044800            DISPLAY "COLMAINT: NOTE " CNTRAN-CUSTOMER-ID "/"
044900                    CNTRAN-NOTE-DATE "/" CNTRAN-NOTE-SEQUENCE
045000                    " NOT ON FILE, DELETE REJECTED"
045100            MOVE "NOF" TO WS-REJECT-CODE
045200            MOVE "NOTE NOT ON FILE" TO WS-REJECT-TEXT
045300            PERFORM REJECT-TRANSACTION
045400         NOT INVALID KEY
045500            MOVE CN-PROMISE-AMOUNT TO WS-BEF-PROMISE-AMOUNT
045600            DELETE COLLECTOR-NOTE-FILE RECORD
045700            ADD 1 TO WS-NOTES-DELETED
045800            PERFORM WRITE-DELETE-AUDIT
045900     END-READ.
046000
046100 WRITE-ADD-AUDIT.
046200     MOVE "ADD"               TO AUDITLOG-ACTION.
046300     MOVE "CN-PROMISE-AMOUNT" TO AUDITLOG-FIELD-CHANGED.
046400     MOVE SPACES              TO AUDITLOG-OLD-VALUE.
046500     MOVE CN-PROMISE-AMOUNT   TO WS-AUDIT-AMOUNT.
046600     MOVE WS-AUDIT-AMOUNT     TO AUDITLOG-NEW-VALUE.
046700     PERFORM WRITE-AUDIT-RECORD.
046800
046900 WRITE-CHANGE-AUDIT.
047000     MOVE "CHANGE" TO AUDITLOG-ACTION.
047100     IF CN-PROMISE-DATE NOT = WS-BEF-PROMISE-DATE
047200        MOVE "CN-PROMISE-DATE"   TO AUDITLOG-FIELD-CHANGED
047300        MOVE WS-BEF-PROMISE-DATE TO AUDITLOG-OLD-VALUE
047400        MOVE CN-PROMISE-DATE     TO AUDITLOG-NEW-VALUE
047500        PERFORM WRITE-AUDIT-RECORD
047600     END-IF.
047700     IF CN-PROMISE-AMOUNT NOT = WS-BEF-PROMISE-AMOUNT
047800        MOVE "CN-PROMISE-AMOUNT"   TO AUDITLOG-FIELD-CHANGED
047900        MOVE WS-BEF-PROMISE-AMOUNT TO WS-AUDIT-AMOUNT
048000        MOVE WS-AUDIT-AMOUNT       TO AUDITLOG-OLD-VALUE
048100        MOVE CN-PROMISE-AMOUNT     TO WS-AUDIT-AMOUNT
048200        MOVE WS-AUDIT-AMOUNT       TO AUDITLOG-NEW-VALUE
048300        PERFORM WRITE-AUDIT-RECORD
048400     END-IF.
048500
048600 WRITE-DELETE-AUDIT.
048700     MOVE "DELETE"              TO AUDITLOG-ACTION.
048800     MOVE "CN-PROMISE-AMOUNT"   TO AUDITLOG-FIELD-CHANGED.
048900     MOVE WS-BEF-PROMISE-AMOUNT TO WS-AUDIT-AMOUNT.
049000     MOVE WS-AUDIT-AMOUNT       TO AUDITLOG-OLD-VALUE.
049100     MOVE SPACES                TO AUDITLOG-NEW-VALUE.
049200     PERFORM WRITE-AUDIT-RECORD.
049300
049400*    THE AUDIT KEY HOLDS THE CUSTOMER; THE NOTE'S DATE AND
049500*    NUMBER ARE ON THE NOTE ITSELF.
049600 WRITE-AUDIT-RECORD.
049700     MOVE "COLMAINT"           TO AUDITLOG-PROGRAM-NAME.
049800     MOVE CN-CUSTOMER-ID       TO AUDITLOG-RECORD-KEY.
049900     MOVE COLMAINT-OPERATOR-ID TO AUDITLOG-OPERATOR-ID.
050000     CALL "AUDITLOG" USING COLMAINT-AUDITLOG-PARM.
050100
050200 REJECT-TRANSACTION.
050300     ADD 1 TO WS-TRANS-IN-ERROR.
050400     PERFORM WRITE-REJECT-TO-RECYCLE.
050500
050600*    WRITE THE REJECTED TRANSACTION, AS KEYED, TO THE RECYCLE
050700*    FILE WITH ITS REASON CODE, AND LIST IT FOR THE CLERK.
050800 WRITE-REJECT-TO-RECYCLE.
050900     MOVE COLLECTOR-NOTE-TRANSACTION-RECORD TO RCY-TRAN-DATA.
051000     MOVE WS-REJECT-CODE       TO RCY-REJECT-REASON.
051100     WRITE NOTE-RECYCLE-RECORD.
051200     MOVE CNTRAN-CODE          TO COR-TRAN-CODE.
051300     MOVE CNTRAN-CUSTOMER-ID   TO COR-CUSTOMER-ID.
051400     MOVE CNTRAN-NOTE-DATE     TO COR-NOTE-DATE.
051500     MOVE CNTRAN-NOTE-SEQUENCE TO COR-NOTE-SEQUENCE.
051600     MOVE WS-REJECT-CODE       TO COR-REJECT-CODE.
051700     MOVE WS-REJECT-TEXT       TO COR-REJECT-TEXT.
051800     WRITE NOTE-CORRECTION-LINE FROM CORRECTION-DETAIL-LINE.
051900     ADD 1 TO WS-REJECTS-RECYCLED.
