000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BOMMAINT.
000300*--------------------------------------------------
000400* Applies add/change/delete transactions against
000500* BILL-OF-MATERIALS-FILE by kit and component item,
000600* so a kit sold as one item on a customer order
000700* carries the list of components CORMAINT takes out
000800* of stock when it ships.  Both items must be on the
000900* item master, and a kit is one level deep -- a
001000* component may not itself be a kit, nor a kit be
001100* another kit's component.
001200*
001300* MODIFICATION HISTORY
001400*   WHO   DATE        WHAT
001500*   RWH   2026-10-15  Original version.
001600*--------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
002000
002100     SELECT BILL-OF-MATERIALS-FILE
002200         ASSIGN TO "BOMMST"
002300         ORGANIZATION IS INDEXED
002400         RECORD KEY IS BOM-KEY
002500         ACCESS MODE IS DYNAMIC
002600         FILE STATUS IS WS-BOM-FILE-STATUS.
002700
002800     SELECT ITEM-MASTER-FILE
002900         ASSIGN TO "ITEMMST"
003000         ORGANIZATION IS INDEXED
003100         RECORD KEY IS ITEM-NUMBER
003200         ACCESS MODE IS RANDOM
003300         FILE STATUS IS WS-ITEM-FILE-STATUS.
003400
003500     SELECT BILL-OF-MATERIALS-TRANSACTION-FILE
003600         ASSIGN TO "BOMTRAN"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-BMTRAN-FILE-STATUS.
003900
004000     SELECT BOM-RECYCLE-FILE
004100         ASSIGN TO "BOMRCYC"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400     SELECT BOM-CORRECTION-REPORT
004500         ASSIGN TO "BOMCORRL"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000
005100     COPY BOMMST.
005200     COPY BOMTRN.
005300     COPY ITMMST.
005400
005500*    REJECTED TRANSACTIONS GO BACK OUT IN THE SAME LAYOUT THEY
005600*    CAME IN, WITH THE REASON CODE APPENDED -- ONCE FIXED, THE
005700*    RECORDS FEED STRAIGHT BACK IN AS THE NEXT RUN'S BOMTRAN.
005800 FD  BOM-RECYCLE-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  BOM-RECYCLE-RECORD.
006100     05 RCY-TRAN-DATA          PIC X(22).
006200     05 RCY-REJECT-REASON      PIC X(03).
006300
006400 FD  BOM-CORRECTION-REPORT
006500     LABEL RECORDS ARE STANDARD.
006600 01  BOM-CORRECTION-LINE       PIC X(60).
006700
006800 WORKING-STORAGE SECTION.
006900
007000 01  WS-BMTRAN-AT-END          PIC X VALUE "N".
007100
007200 01  WS-REJECT-CODE            PIC X(03) VALUE SPACES.
007300 01  WS-REJECT-TEXT            PIC X(25) VALUE SPACES.
007400 01  WS-REJECTS-RECYCLED       PIC 9(7) VALUE ZERO.
007500
007600 01  CORRECTION-DETAIL-LINE.
007700     05 COR-TRAN-CODE          PIC X(01).
007800     05 FILLER                 PIC X(02) VALUE SPACES.
007900     05 COR-KIT-ITEM           PIC X(08).
008000     05 FILLER                 PIC X(01) VALUE SPACES.
008100     05 COR-COMPONENT-ITEM     PIC X(08).
008200     05 FILLER                 PIC X(02) VALUE SPACES.
008300     05 COR-REJECT-CODE        PIC X(03).
008400     05 FILLER                 PIC X(02) VALUE SPACES.
008500     05 COR-REJECT-TEXT        PIC X(25).
008600
008700 01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
008800 01  WS-BEF-QUANTITY-PER       PIC 9(5) VALUE ZERO.
008900
009000 01  WS-BOM-VALID-SWITCH       PIC X VALUE "N".
009100     88 WS-BOM-VALID                  VALUE "Y".
009200 01  WS-BOM-SCAN-DONE          PIC X VALUE "N".
009300 01  WS-BOM-FOUND-SWITCH       PIC X VALUE "N".
009400     88 WS-BOM-FOUND                  VALUE "Y".
009500 01  WS-SCAN-ITEM              PIC X(08) VALUE SPACES.
009600
009700*    PARAMETER PASSED TO THE SHARED AUDIT-LOGGING SUBPROGRAM --
009800*    SEE AUDITLOG.
009900 01  BOMMAINT-AUDITLOG-PARM.
010000     05 AUDITLOG-PROGRAM-NAME  PIC X(08).
010100     05 AUDITLOG-RECORD-KEY    PIC X(10).
010200     05 AUDITLOG-ACTION        PIC X(08).
010300     05 AUDITLOG-FIELD-CHANGED PIC X(20).
010400     05 AUDITLOG-OLD-VALUE     PIC X(30).
010500     05 AUDITLOG-NEW-VALUE     PIC X(30).
010600     05 AUDITLOG-OPERATOR-ID   PIC X(08).
010700
010800*    PARAMETER PASSED TO THE SHARED AUTHORIZATION-CHECK
010900*    SUBPROGRAM -- SEE AUTHCHK.
011000 01  BOMMAINT-AUTHCHK-PARM.
011100     05 AUTHCHK-OPERATOR-ID       PIC X(08).
011200     05 AUTHCHK-AUTHORIZED-SWITCH PIC X(01).
011300         88 AUTHCHK-AUTHORIZED            VALUE "Y".
011400         88 AUTHCHK-NOT-AUTHORIZED        VALUE "N".
011500*    THE CALLER'S PROGRAM OR FUNCTION NAME, MATCHED
011600*    AGAINST THE OPSEC GRANTS -- SEE AUTHCHK.
011700     05 AUTHCHK-PROGRAM-NAME    PIC X(08).
011800
011900*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
012000*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
012100     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
012200         ==WS-BOM-FILE-STATUS== ==PFX-FILE-OK== BY
012300         ==BOM-FILE-OK== ==PFX-FILE-EOF== BY
012400         ==BOM-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
012500         ==BOM-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
012600         ==BOM-FILE-NOT-FOUND==
012700         ==PFX-FILE-BOUNDARY-VIOLATION== BY
012800         ==BOM-FILE-BOUNDARY-VIOLATION==.
012900
013000     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
013100         ==WS-ITEM-FILE-STATUS== ==PFX-FILE-OK== BY
013200         ==ITEM-FILE-OK== ==PFX-FILE-EOF== BY
013300         ==ITEM-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
013400         ==ITEM-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
013500         ==ITEM-FILE-NOT-FOUND==
013600         ==PFX-FILE-BOUNDARY-VIOLATION== BY
013700         ==ITEM-FILE-BOUNDARY-VIOLATION==.
013800
013900     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
014000         ==WS-BMTRAN-FILE-STATUS== ==PFX-FILE-OK== BY
014100         ==BMTRAN-FILE-OK== ==PFX-FILE-EOF== BY
014200         ==BMTRAN-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
014300         ==BMTRAN-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
014400         ==BMTRAN-FILE-NOT-FOUND==
014500         ==PFX-FILE-BOUNDARY-VIOLATION== BY
014600         ==BMTRAN-FILE-BOUNDARY-VIOLATION==.
014700
014800 01  WS-CONTROL-TOTALS.
014900     05 WS-TRANS-READ          PIC 9(7) VALUE ZERO.
015000     05 WS-LINES-ADDED         PIC 9(7) VALUE ZERO.
015100     05 WS-LINES-CHANGED       PIC 9(7) VALUE ZERO.
015200     05 WS-LINES-DELETED       PIC 9(7) VALUE ZERO.
015300     05 WS-TRANS-IN-ERROR      PIC 9(7) VALUE ZERO.
015400
015500 LINKAGE SECTION.
015600 01  BOMMAINT-PARM.
015700*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
015800*    WITH A 2-BYTE BINARY LENGTH COUNT.
015900     05 BOMMAINT-PARM-LEN      PIC S9(4) COMP.
016000     05 BOMMAINT-OPERATOR-ID   PIC X(08).
016100
016200 PROCEDURE DIVISION USING BOMMAINT-PARM.
016300 PROGRAM-BEGIN.
016400     PERFORM CHECK-OPERATOR-AUTHORIZATION.
016500     IF AUTHCHK-NOT-AUTHORIZED
016600        GO TO PROGRAM-DONE
016700     END-IF.
016800     PERFORM OPENING-PROCEDURE.
016900     PERFORM MAIN-PROCESS.
017000     PERFORM CLOSING-PROCEDURE.
017100
017200 PROGRAM-DONE.
017300     STOP RUN.
017400
017500 CHECK-OPERATOR-AUTHORIZATION.
017600     MOVE BOMMAINT-OPERATOR-ID TO AUTHCHK-OPERATOR-ID.
017700     MOVE "BOMMAINT" TO AUTHCHK-PROGRAM-NAME.
017800     CALL "AUTHCHK" USING BOMMAINT-AUTHCHK-PARM.
017900     IF AUTHCHK-NOT-AUTHORIZED
018000        DISPLAY "BOMMAINT: OPERATOR " BOMMAINT-OPERATOR-ID
018100                " NOT AUTHORIZED FOR KIT MAINTENANCE"
018200*       AUTHCHK ALREADY AUDITS THE DENIAL.
018300        MOVE 16 TO RETURN-CODE
018400     END-IF.
018500
018600 OPENING-PROCEDURE.
018700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018800     OPEN I-O BILL-OF-MATERIALS-FILE.
018900     IF WS-BOM-FILE-STATUS = "35"
019000        OPEN OUTPUT BILL-OF-MATERIALS-FILE
019100        CLOSE BILL-OF-MATERIALS-FILE
019200        OPEN I-O BILL-OF-MATERIALS-FILE
019300     END-IF.
019400     IF NOT BOM-FILE-OK
019500        DISPLAY "BOMMAINT: UNABLE TO OPEN BILL-OF-MATERIALS-"
019600                "FILE, STATUS " WS-BOM-FILE-STATUS
019700        MOVE 16 TO RETURN-CODE
019800        GO TO PROGRAM-DONE
019900     END-IF.
020000     OPEN INPUT ITEM-MASTER-FILE.
020100     IF NOT ITEM-FILE-OK
020200        DISPLAY "BOMMAINT: UNABLE TO OPEN ITEM-MASTER-FILE, "
020300                "STATUS " WS-ITEM-FILE-STATUS
020400        MOVE 16 TO RETURN-CODE
020500        CLOSE BILL-OF-MATERIALS-FILE
020600        GO TO PROGRAM-DONE
020700     END-IF.
020800     OPEN INPUT BILL-OF-MATERIALS-TRANSACTION-FILE.
020900     IF NOT BMTRAN-FILE-OK
021000        DISPLAY "BOMMAINT: UNABLE TO OPEN BILL-OF-MATERIALS-"
021100                "TRANSACTION-FILE, STATUS " WS-BMTRAN-FILE-STATUS
021200        MOVE 16 TO RETURN-CODE
021300        CLOSE BILL-OF-MATERIALS-FILE
021400        CLOSE ITEM-MASTER-FILE
021500        GO TO PROGRAM-DONE
021600     END-IF.
021700     OPEN OUTPUT BOM-RECYCLE-FILE.
021800     OPEN OUTPUT BOM-CORRECTION-REPORT.
021900
022000 CLOSING-PROCEDURE.
022100     CLOSE BILL-OF-MATERIALS-FILE.
022200     CLOSE ITEM-MASTER-FILE.
022300     CLOSE BILL-OF-MATERIALS-TRANSACTION-FILE.
022400     CLOSE BOM-RECYCLE-FILE.
022500     CLOSE BOM-CORRECTION-REPORT.
022600     DISPLAY "BOMMAINT CONTROL TOTALS".
022700     DISPLAY "  TRANSACTIONS READ ...: " WS-TRANS-READ.
022800     DISPLAY "  COMPONENTS ADDED ....: " WS-LINES-ADDED.
022900     DISPLAY "  COMPONENTS CHANGED ..: " WS-LINES-CHANGED.
023000     DISPLAY "  COMPONENTS DELETED ..: " WS-LINES-DELETED.
023100     DISPLAY "  TRANSACTIONS IN ERROR: " WS-TRANS-IN-ERROR.
023200     DISPLAY "  REJECTS RECYCLED ....: " WS-REJECTS-RECYCLED.
023300     IF WS-TRANS-IN-ERROR > ZERO
023400        MOVE 4 TO RETURN-CODE
023500     ELSE
023600        MOVE 0 TO RETURN-CODE
023700     END-IF.
023800
023900 MAIN-PROCESS.
024000     PERFORM READ-NEXT-TRANSACTION.
024100     PERFORM APPLY-TRANSACTION
024200             UNTIL WS-BMTRAN-AT-END = "Y".
024300
024400 READ-NEXT-TRANSACTION.
024500     READ BILL-OF-MATERIALS-TRANSACTION-FILE
024600          AT END MOVE "Y" TO WS-BMTRAN-AT-END.
024700     IF WS-BMTRAN-AT-END NOT = "Y"
024800        ADD 1 TO WS-TRANS-READ
024900     END-IF.
025000
025100 APPLY-TRANSACTION.
025200     EVALUATE TRUE
025300        WHEN BMTRAN-ADD
025400             PERFORM ADD-COMPONENT
025500        WHEN BMTRAN-CHANGE
025600             PERFORM CHANGE-COMPONENT
025700        WHEN BMTRAN-DELETE
025800             PERFORM DELETE-COMPONENT
025900        WHEN OTHER
026000             DISPLAY "BOMMAINT: INVALID TRANSACTION CODE FOR "
026100                     BMTRAN-KIT-ITEM "/" BMTRAN-COMPONENT-ITEM
026200             ADD 1 TO WS-TRANS-IN-ERROR
026300             MOVE "INV" TO WS-REJECT-CODE
026400             MOVE "INVALID TRAN CODE" TO WS-REJECT-TEXT
026500             PERFORM WRITE-REJECT-TO-RECYCLE
026600     END-EVALUATE.
026700     PERFORM READ-NEXT-TRANSACTION.
026800
026900 ADD-COMPONENT.
027000     PERFORM VALIDATE-COMPONENT-FOR-ADD.
027100     IF NOT WS-BOM-VALID
027200        ADD 1 TO WS-TRANS-IN-ERROR
027300        PERFORM WRITE-REJECT-TO-RECYCLE
027400     ELSE
027500*       THE RECORD IS BLANKED FIRST -- FILLER INCLUDED -- SO
027600*       RESIDUE FROM THE VALIDATION READS NEVER REACHES THE
027700*       FILE.
027800        MOVE SPACES TO BILL-OF-MATERIALS-RECORD
027900        MOVE BMTRAN-KIT-ITEM       TO BOM-KIT-ITEM
028000        MOVE BMTRAN-COMPONENT-ITEM TO BOM-COMPONENT-ITEM
028100        MOVE BMTRAN-QUANTITY-PER   TO BOM-QUANTITY-PER
028200        MOVE WS-RUN-DATE           TO BOM-LAST-CHANGED-DATE
028300        WRITE BILL-OF-MATERIALS-RECORD
028400            INVALID KEY
028500               DISPLAY "BOMMAINT: KIT " BMTRAN-KIT-ITEM
028600                       " COMPONENT " BMTRAN-COMPONENT-ITEM
028700                       " ALREADY EXISTS, ADD REJECTED"
028800               ADD 1 TO WS-TRANS-IN-ERROR
028900               MOVE "DUP" TO WS-REJECT-CODE
029000               MOVE "COMPONENT ALREADY ON KIT" TO WS-REJECT-TEXT
029100               PERFORM WRITE-REJECT-TO-RECYCLE
029200            NOT INVALID KEY
029300               ADD 1 TO WS-LINES-ADDED
029400               PERFORM WRITE-ADD-AUDIT
029500        END-WRITE
029600     END-IF.
029700
029800*    ONLY THE QUANTITY PER KIT CHANGES -- A DIFFERENT
029900*    COMPONENT IS A DELETE AND AN ADD.
030000 CHANGE-COMPONENT.
030100     MOVE BMTRAN-KIT-ITEM       TO BOM-KIT-ITEM.
030200     MOVE BMTRAN-COMPONENT-ITEM TO BOM-COMPONENT-ITEM.
030300     READ BILL-OF-MATERIALS-FILE
030400         INVALID KEY
030500            DISPLAY "BOMMAINT: KIT " BMTRAN-KIT-ITEM
030600                    " COMPONENT " BMTRAN-COMPONENT-ITEM
030700                    " NOT ON FILE, CHANGE REJECTED"
030800            ADD 1 TO WS-TRANS-IN-ERROR
030900            MOVE "NOF" TO WS-REJECT-CODE
031000            MOVE "COMPONENT NOT ON KIT" TO WS-REJECT-TEXT
031100            PERFORM WRITE-REJECT-TO-RECYCLE
031200         NOT INVALID KEY
031300            IF BMTRAN-QUANTITY-PER NOT NUMERIC
031400               OR BMTRAN-QUANTITY-PER = ZERO
031500               DISPLAY "BOMMAINT: KIT " BMTRAN-KIT-ITEM
031600                       " COMPONENT " BMTRAN-COMPONENT-ITEM
031700                       " QUANTITY PER KIT BAD, CHANGE REJECTED"
031800               ADD 1 TO WS-TRANS-IN-ERROR
031900               MOVE "QPB" TO WS-REJECT-CODE
032000               MOVE "QUANTITY PER KIT BAD" TO WS-REJECT-TEXT
032100               PERFORM WRITE-REJECT-TO-RECYCLE
032200            ELSE
032300               MOVE BOM-QUANTITY-PER    TO WS-BEF-QUANTITY-PER
032400               MOVE BMTRAN-QUANTITY-PER TO BOM-QUANTITY-PER
032500               MOVE WS-RUN-DATE         TO BOM-LAST-CHANGED-DATE
032600               REWRITE BILL-OF-MATERIALS-RECORD
032700               ADD 1 TO WS-LINES-CHANGED
032800               PERFORM WRITE-CHANGE-AUDIT
032900            END-IF
033000     END-READ.
033100
033200 DELETE-COMPONENT.
033300     MOVE BMTRAN-KIT-ITEM       TO BOM-KIT-ITEM.
033400     MOVE BMTRAN-COMPONENT-ITEM TO BOM-COMPONENT-ITEM.
033500     READ BILL-OF-MATERIALS-FILE
033600         INVALID KEY
033700            DISPLAY "BOMMAINT: KIT " BMTRAN-KIT-ITEM
033800                    " COMPONENT " BMTRAN-COMPONENT-ITEM
033900                    " NOT ON FILE, DELETE REJECTED"
034000            ADD 1 TO WS-TRANS-IN-ERROR
034100            MOVE "NOF" TO WS-REJECT-CODE
034200            MOVE "COMPONENT NOT ON KIT" TO WS-REJECT-TEXT
034300            PERFORM WRITE-REJECT-TO-RECYCLE
034400         NOT INVALID KEY
034500            MOVE BOM-QUANTITY-PER TO WS-BEF-QUANTITY-PER
034600            DELETE BILL-OF-MATERIALS-FILE RECORD
034700            ADD 1 TO WS-LINES-DELETED
034800            PERFORM WRITE-DELETE-AUDIT
034900     END-READ.
035000
035100*    BOTH ITEMS MUST BE ON THE ITEM MASTER AND ACTIVE, THE
035200*    COMPONENT CANNOT BE THE KIT, AND THE KIT STAYS ONE LEVEL
035300*    DEEP -- THE COMPONENT HAS NO COMPONENTS OF ITS OWN, AND
035400*    THE KIT IS NOT ALREADY SOME OTHER KIT'S COMPONENT.
035500 VALIDATE-COMPONENT-FOR-ADD.
035600     MOVE "Y" TO WS-BOM-VALID-SWITCH.
035700     MOVE BMTRAN-KIT-ITEM TO WS-SCAN-ITEM.
035800     PERFORM CHECK-ITEM-ON-MASTER.
035900     IF WS-BOM-VALID
036000        MOVE BMTRAN-COMPONENT-ITEM TO WS-SCAN-ITEM
036100        PERFORM CHECK-ITEM-ON-MASTER
036200     END-IF.
036300     IF WS-BOM-VALID
036400        EVALUATE TRUE
036500           WHEN BMTRAN-COMPONENT-ITEM = BMTRAN-KIT-ITEM
036600                DISPLAY "BOMMAINT: KIT " BMTRAN-KIT-ITEM
036700                        " CANNOT BE ITS OWN COMPONENT, ADD "
036800                        "REJECTED"
036900                MOVE "N" TO WS-BOM-VALID-SWITCH
037000                MOVE "KIC" TO WS-REJECT-CODE
037100                MOVE "KIT IS ITS OWN COMPONENT" TO WS-REJECT-TEXT
037200           WHEN BMTRAN-QUANTITY-PER NOT NUMERIC
037300                OR BMTRAN-QUANTITY-PER = ZERO
037400                DISPLAY "BOMMAINT: KIT " BMTRAN-KIT-ITEM
037500                        " COMPONENT " BMTRAN-COMPONENT-ITEM
037600                        " QUANTITY PER KIT BAD, ADD REJECTED"
037700                MOVE "N" TO WS-BOM-VALID-SWITCH
037800                MOVE "QPB" TO WS-REJECT-CODE
037900                MOVE "QUANTITY PER KIT BAD" TO WS-REJECT-TEXT
038000        END-EVALUATE
038100     END-IF.
038200     IF WS-BOM-VALID
038300        PERFORM CHECK-COMPONENT-IS-KIT
038400     END-IF.
038500     IF WS-BOM-VALID
038600        PERFORM CHECK-KIT-IS-COMPONENT
038700     END-IF.
038800
038900 CHECK-ITEM-ON-MASTER.
039000     MOVE WS-SCAN-ITEM TO ITEM-NUMBER.
039100     READ ITEM-MASTER-FILE
039200         INVALID KEY
039300            DISPLAY "BOMMAINT: ITEM " WS-SCAN-ITEM
039400                    " NOT ON FILE, ADD REJECTED"
039500            MOVE "N" TO WS-BOM-VALID-SWITCH
039600            MOVE "INF" TO WS-REJECT-CODE
039700            MOVE "ITEM NOT ON FILE" TO WS-REJECT-TEXT
039800         NOT INVALID KEY
039900            IF ITEM-INACTIVE
040000               DISPLAY "BOMMAINT: ITEM " WS-SCAN-ITEM
040100                       " INACTIVE, ADD REJECTED"
040200               MOVE "N" TO WS-BOM-VALID-SWITCH
040300               MOVE "IIA" TO WS-REJECT-CODE
040400               MOVE "ITEM INACTIVE" TO WS-REJECT-TEXT
040500            END-IF
040600     END-READ.
040700
040800*    THE COMPONENT'S OWN FIRST BOM RECORD, IF IT HAS ONE.
040900 CHECK-COMPONENT-IS-KIT.
041000     MOVE BMTRAN-COMPONENT-ITEM TO BOM-KIT-ITEM.
041100     MOVE LOW-VALUES            TO BOM-COMPONENT-ITEM.
041200     START BILL-OF-MATERIALS-FILE KEY IS NOT LESS THAN BOM-KEY
041300         INVALID KEY
041400            MOVE "Y" TO WS-BOM-SCAN-DONE
041500         NOT INVALID KEY
041600            MOVE "N" TO WS-BOM-SCAN-DONE
041700     END-START.
041800     IF WS-BOM-SCAN-DONE NOT = "Y"
041900        READ BILL-OF-MATERIALS-FILE NEXT RECORD
042000            AT END
042100               MOVE "Y" TO WS-BOM-SCAN-DONE
042200        END-READ
042300     END-IF.
042400     IF WS-BOM-SCAN-DONE NOT = "Y"
042500        AND BOM-KIT-ITEM = BMTRAN-COMPONENT-ITEM
042600        DISPLAY "BOMMAINT: COMPONENT " BMTRAN-COMPONENT-ITEM
042700                " IS ITSELF A KIT, ADD REJECTED"
042800        MOVE "N" TO WS-BOM-VALID-SWITCH
042900        MOVE "CIK" TO WS-REJECT-CODE
043000        MOVE "COMPONENT IS A KIT" TO WS-REJECT-TEXT
043100     END-IF.
043200
043300*    NOTHING FILES BY COMPONENT, SO THIS IS A PASS OVER THE
043400*    WHOLE FILE -- A SHORT ONE, AND ONLY ON ADDS.
043500 CHECK-KIT-IS-COMPONENT.
043600     MOVE "N" TO WS-BOM-FOUND-SWITCH.
043700     MOVE LOW-VALUES TO BOM-KEY.
043800     START BILL-OF-MATERIALS-FILE KEY IS NOT LESS THAN BOM-KEY
043900         INVALID KEY
044000            MOVE "Y" TO WS-BOM-SCAN-DONE
044100         NOT INVALID KEY
044200            MOVE "N" TO WS-BOM-SCAN-DONE
044300     END-START.
044400     PERFORM CHECK-NEXT-BOM-RECORD
044500         UNTIL WS-BOM-SCAN-DONE = "Y".
044600     IF WS-BOM-FOUND
044700        DISPLAY "BOMMAINT: KIT " BMTRAN-KIT-ITEM
044800                " IS ANOTHER KIT'S COMPONENT, ADD REJECTED"
044900        MOVE "N" TO WS-BOM-VALID-SWITCH
045000        MOVE "KAC" TO WS-REJECT-CODE
045100        MOVE "KIT IS A COMPONENT" TO WS-REJECT-TEXT
045200     END-IF.
045300
045400 CHECK-NEXT-BOM-RECORD.
045500     READ BILL-OF-MATERIALS-FILE NEXT RECORD
045600         AT END
045700            MOVE "Y" TO WS-BOM-SCAN-DONE
045800     END-READ.
045900     IF WS-BOM-SCAN-DONE NOT = "Y"
046000        AND BOM-COMPONENT-ITEM = BMTRAN-KIT-ITEM
046100        MOVE "Y" TO WS-BOM-FOUND-SWITCH
046200        MOVE "Y" TO WS-BOM-SCAN-DONE
046300     END-IF.
046400
046500 WRITE-ADD-AUDIT.
046600     MOVE "ADD"               TO AUDITLOG-ACTION.
046700     MOVE SPACES              TO AUDITLOG-OLD-VALUE.
046800     MOVE BOM-QUANTITY-PER    TO AUDITLOG-NEW-VALUE.
046900     PERFORM WRITE-AUDIT-RECORD.
047000
047100 WRITE-CHANGE-AUDIT.
047200     MOVE "CHANGE"            TO AUDITLOG-ACTION.
047300     MOVE WS-BEF-QUANTITY-PER TO AUDITLOG-OLD-VALUE.
047400     MOVE BOM-QUANTITY-PER    TO AUDITLOG-NEW-VALUE.
047500     PERFORM WRITE-AUDIT-RECORD.
047600
047700 WRITE-DELETE-AUDIT.
047800     MOVE "DELETE"            TO AUDITLOG-ACTION.
047900     MOVE WS-BEF-QUANTITY-PER TO AUDITLOG-OLD-VALUE.
048000     MOVE SPACES              TO AUDITLOG-NEW-VALUE.
048100     PERFORM WRITE-AUDIT-RECORD.
048200
048300*    THE AUDIT KEY IS THE KIT; THE FIELD NAMES THE COMPONENT
048400*    WHOSE QUANTITY PER KIT WAS ADDED, CHANGED OR DROPPED.
048500 WRITE-AUDIT-RECORD.
048600     MOVE "BOMMAINT"            TO AUDITLOG-PROGRAM-NAME.
048700     MOVE BMTRAN-KIT-ITEM       TO AUDITLOG-RECORD-KEY.
048800     MOVE SPACES                TO AUDITLOG-FIELD-CHANGED.
048900     STRING "QTY PER "          DELIMITED BY SIZE
049000            BMTRAN-COMPONENT-ITEM DELIMITED BY SIZE
049100            INTO AUDITLOG-FIELD-CHANGED.
049200     MOVE BOMMAINT-OPERATOR-ID  TO AUDITLOG-OPERATOR-ID.
049300     CALL "AUDITLOG" USING BOMMAINT-AUDITLOG-PARM.
049400
049500*    WRITE THE REJECTED TRANSACTION, AS KEYED, TO THE RECYCLE
049600*    FILE WITH ITS REASON CODE, AND LIST IT FOR THE CLERK.
049700 WRITE-REJECT-TO-RECYCLE.
049800     MOVE BILL-OF-MATERIALS-TRANSACTION-RECORD TO RCY-TRAN-DATA.
049900     MOVE WS-REJECT-CODE        TO RCY-REJECT-REASON.
050000     WRITE BOM-RECYCLE-RECORD.
050100     MOVE BMTRAN-CODE           TO COR-TRAN-CODE.
050200     MOVE BMTRAN-KIT-ITEM       TO COR-KIT-ITEM.
050300     MOVE BMTRAN-COMPONENT-ITEM TO COR-COMPONENT-ITEM.
050400     MOVE WS-REJECT-CODE        TO COR-REJECT-CODE.
050500     MOVE WS-REJECT-TEXT        TO COR-REJECT-TEXT.
050600     WRITE BOM-CORRECTION-LINE FROM CORRECTION-DETAIL-LINE.
050700     ADD 1 TO WS-REJECTS-RECYCLED.
