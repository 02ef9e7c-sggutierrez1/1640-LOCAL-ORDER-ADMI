000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SODMAINT.
000300*--------------------------------------------------
000400* Applies add/change/delete transactions against
000500* SOD-RULE-FILE, the segregation-of-duties rules:
000600* each names two programs or functions no one
000700* operator may be granted together -- VNDMAINT with
000800* PAYSEL, CUSMAINT with CSHRCPT and the like.
000900* The pair may be keyed either way round; it is
001000* filed lower name first.  SECMAINT refuses a grant
001100* that breaks a rule unless the override is logged,
001200* and ACCREVW lists every conflict already held --
001300* a new rule does not revoke anything by itself.
001400* Rejects recycle like every other maintenance
001500* program's.
001600*
001700* MODIFICATION HISTORY
001800*   WHO   DATE        WHAT
001900*   RWH   2026-10-15  Original version.
002000*--------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400
002500     SELECT SOD-RULE-FILE
002600         ASSIGN TO "SODRULE"
002700         ORGANIZATION IS INDEXED
002800         RECORD KEY IS SOD-KEY
002900         ACCESS MODE IS DYNAMIC
003000         FILE STATUS IS WS-SODRULE-FILE-STATUS.
003100
003200     SELECT SOD-RULE-TRANSACTION-FILE
003300         ASSIGN TO "SODTRAN"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-SDTRAN-FILE-STATUS.
003600
003700     SELECT SOD-RECYCLE-FILE
003800         ASSIGN TO "SODRCYC"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100     SELECT SOD-CORRECTION-REPORT
004200         ASSIGN TO "SODCORRL"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700
004800     COPY SODRULE.
004900     COPY SODTRN.
005000
005100*    REJECTED TRANSACTIONS GO BACK OUT IN THE SAME LAYOUT THEY
005200*    CAME IN, WITH THE REASON CODE APPENDED -- ONCE FIXED, THE
005300*    RECORDS FEED STRAIGHT BACK IN AS THE NEXT RUN'S SODTRAN.
005400 FD  SOD-RECYCLE-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 01  SOD-RECYCLE-RECORD.
005700     05 RCY-TRAN-DATA          PIC X(47).
005800     05 RCY-REJECT-REASON      PIC X(03).
005900
006000 FD  SOD-CORRECTION-REPORT
006100     LABEL RECORDS ARE STANDARD.
006200 01  SOD-CORRECTION-LINE       PIC X(60).
006300
006400 WORKING-STORAGE SECTION.
006500
006600 01  WS-SDTRAN-AT-END          PIC X VALUE "N".
006700
006800 01  WS-REJECT-CODE            PIC X(03) VALUE SPACES.
006900 01  WS-REJECT-TEXT            PIC X(25) VALUE SPACES.
007000 01  WS-REJECTS-RECYCLED       PIC 9(7) VALUE ZERO.
007100
007200 01  WS-TRAN-VALID-SWITCH      PIC X VALUE "N".
007300     88 WS-TRAN-VALID                 VALUE "Y".
007400
007500 01  CORRECTION-DETAIL-LINE.
007600     05 COR-TRAN-CODE          PIC X(01).
007700     05 FILLER                 PIC X(02) VALUE SPACES.
007800     05 COR-PROGRAM-1          PIC X(08).
007900     05 FILLER                 PIC X(01) VALUE "/".
008000     05 COR-PROGRAM-2          PIC X(08).
008100     05 FILLER                 PIC X(02) VALUE SPACES.
008200     05 COR-REJECT-CODE        PIC X(03).
008300     05 FILLER                 PIC X(02) VALUE SPACES.
008400     05 COR-REJECT-TEXT        PIC X(25).
008500
008600*    THE AUDIT KEY HOLDS THE FIRST PROGRAM OF THE PAIR; THE
008700*    SECOND RIDES IN THE FIELD NAME.
008800 01  WS-BEF-DESCRIPTION        PIC X(30).
008900 01  WS-AFT-DESCRIPTION        PIC X(30).
009000 01  WS-AUDIT-FIELD.
009100     05 FILLER                 PIC X(09) VALUE "SOD-RULE ".
009200     05 WS-AUD-PROGRAM-2       PIC X(08).
009300
009400*    PARAMETER PASSED TO THE SHARED AUDIT-LOGGING SUBPROGRAM --
009500*    SEE AUDITLOG.
009600 01  SODMAINT-AUDITLOG-PARM.
009700     05 AUDITLOG-PROGRAM-NAME  PIC X(08).
009800     05 AUDITLOG-RECORD-KEY    PIC X(10).
009900     05 AUDITLOG-ACTION        PIC X(08).
010000     05 AUDITLOG-FIELD-CHANGED PIC X(20).
010100     05 AUDITLOG-OLD-VALUE     PIC X(30).
010200     05 AUDITLOG-NEW-VALUE     PIC X(30).
010300     05 AUDITLOG-OPERATOR-ID   PIC X(08).
010400
010500*    PARAMETER PASSED TO THE SHARED AUTHORIZATION-CHECK
010600*    SUBPROGRAM -- SEE AUTHCHK.
010700 01  SODMAINT-AUTHCHK-PARM.
010800     05 AUTHCHK-OPERATOR-ID       PIC X(08).
010900     05 AUTHCHK-AUTHORIZED-SWITCH PIC X(01).
011000         88 AUTHCHK-AUTHORIZED            VALUE "Y".
011100         88 AUTHCHK-NOT-AUTHORIZED        VALUE "N".
011200*    THE CALLER'S PROGRAM OR FUNCTION NAME, MATCHED
011300*    AGAINST THE OPSEC GRANTS -- SEE AUTHCHK.
011400     05 AUTHCHK-PROGRAM-NAME    PIC X(08).
011500
011600*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
011700*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
011800     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
011900         ==WS-SODRULE-FILE-STATUS== ==PFX-FILE-OK== BY
012000         ==SODRULE-FILE-OK== ==PFX-FILE-EOF== BY
012100         ==SODRULE-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
012200         ==SODRULE-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
012300         ==SODRULE-FILE-NOT-FOUND==
012400         ==PFX-FILE-BOUNDARY-VIOLATION== BY
012500         ==SODRULE-FILE-BOUNDARY-VIOLATION==.
012600
012700     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
012800         ==WS-SDTRAN-FILE-STATUS== ==PFX-FILE-OK== BY
012900         ==SDTRAN-FILE-OK== ==PFX-FILE-EOF== BY
013000         ==SDTRAN-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
013100         ==SDTRAN-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
013200         ==SDTRAN-FILE-NOT-FOUND==
013300         ==PFX-FILE-BOUNDARY-VIOLATION== BY
013400         ==SDTRAN-FILE-BOUNDARY-VIOLATION==.
013500
013600 01  WS-CONTROL-TOTALS.
013700     05 WS-TRANS-READ          PIC 9(7) VALUE ZERO.
013800     05 WS-RULES-ADDED         PIC 9(7) VALUE ZERO.
013900     05 WS-RULES-CHANGED       PIC 9(7) VALUE ZERO.
014000     05 WS-RULES-DELETED       PIC 9(7) VALUE ZERO.
014100     05 WS-TRANS-IN-ERROR      PIC 9(7) VALUE ZERO.
014200
014300 LINKAGE SECTION.
014400 01  SODMAINT-PARM.
014500*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
014600*    WITH A 2-BYTE BINARY LENGTH COUNT.
014700     05 SODMAINT-PARM-LEN      PIC S9(4) COMP.
014800     05 SODMAINT-OPERATOR-ID   PIC X(08).
014900
015000 PROCEDURE DIVISION USING SODMAINT-PARM.
015100 PROGRAM-BEGIN.
015200     PERFORM CHECK-OPERATOR-AUTHORIZATION.
015300     IF AUTHCHK-NOT-AUTHORIZED
015400        GO TO PROGRAM-DONE
015500     END-IF.
015600     PERFORM OPENING-PROCEDURE.
015700     PERFORM MAIN-PROCESS.
015800     PERFORM CLOSING-PROCEDURE.
015900
016000 PROGRAM-DONE.
016100     STOP RUN.
016200
016300 CHECK-OPERATOR-AUTHORIZATION.
016400     MOVE SODMAINT-OPERATOR-ID TO AUTHCHK-OPERATOR-ID.
016500     MOVE "SODMAINT" TO AUTHCHK-PROGRAM-NAME.
016600     CALL "AUTHCHK" USING SODMAINT-AUTHCHK-PARM.
016700     IF AUTHCHK-NOT-AUTHORIZED
016800        DISPLAY "SODMAINT: OPERATOR " SODMAINT-OPERATOR-ID
016900                " NOT AUTHORIZED FOR DUTIES RULE MAINTENANCE"
017000*       AUTHCHK ALREADY AUDITS THE DENIAL.
017100        MOVE 16 TO RETURN-CODE
017200     END-IF.
017300
017400 OPENING-PROCEDURE.
017500     OPEN I-O SOD-RULE-FILE.
017600     IF WS-SODRULE-FILE-STATUS = "35"
017700        OPEN OUTPUT SOD-RULE-FILE
017800        CLOSE SOD-RULE-FILE
017900        OPEN I-O SOD-RULE-FILE
018000     END-IF.
018100     IF NOT SODRULE-FILE-OK
018200        DISPLAY "SODMAINT: UNABLE TO OPEN SOD-RULE-FILE, "
018300                "STATUS " WS-SODRULE-FILE-STATUS
018400        MOVE 16 TO RETURN-CODE
018500        GO TO PROGRAM-DONE
018600     END-IF.
018700     OPEN INPUT SOD-RULE-TRANSACTION-FILE.
018800     IF NOT SDTRAN-FILE-OK
018900        DISPLAY "SODMAINT: UNABLE TO OPEN SOD-RULE-"
019000                "TRANSACTION-FILE, STATUS " WS-SDTRAN-FILE-STATUS
019100        MOVE 16 TO RETURN-CODE
019200        CLOSE SOD-RULE-FILE
019300        GO TO PROGRAM-DONE
019400     END-IF.
019500     OPEN OUTPUT SOD-RECYCLE-FILE.
019600     OPEN OUTPUT SOD-CORRECTION-REPORT.
019700
019800 CLOSING-PROCEDURE.
019900     CLOSE SOD-RULE-FILE.
020000     CLOSE SOD-RULE-TRANSACTION-FILE.
020100     CLOSE SOD-RECYCLE-FILE.
020200     CLOSE SOD-CORRECTION-REPORT.
020300     DISPLAY "SODMAINT CONTROL TOTALS".
020400     DISPLAY "  TRANSACTIONS READ ...: " WS-TRANS-READ.
020500     DISPLAY "  RULES ADDED .........: " WS-RULES-ADDED.
020600     DISPLAY "  RULES CHANGED .......: " WS-RULES-CHANGED.
020700     DISPLAY "  RULES DELETED .......: " WS-RULES-DELETED.
020800     DISPLAY "  TRANSACTIONS IN ERROR: " WS-TRANS-IN-ERROR.
020900     DISPLAY "  REJECTS RECYCLED ....: " WS-REJECTS-RECYCLED.
021000     IF WS-TRANS-IN-ERROR > ZERO
021100        MOVE 4 TO RETURN-CODE
021200     ELSE
021300        MOVE 0 TO RETURN-CODE
021400     END-IF.
021500
021600 MAIN-PROCESS.
021700     PERFORM READ-NEXT-TRANSACTION.
021800     PERFORM APPLY-TRANSACTION
021900             UNTIL WS-SDTRAN-AT-END = "Y".
022000
022100 READ-NEXT-TRANSACTION.
022200     READ SOD-RULE-TRANSACTION-FILE
022300          AT END MOVE "Y" TO WS-SDTRAN-AT-END.
022400     IF WS-SDTRAN-AT-END NOT = "Y"
022500        ADD 1 TO WS-TRANS-READ
022600     END-IF.
022700
022800 APPLY-TRANSACTION.
022900     EVALUATE TRUE
023000        WHEN SDTRAN-ADD
023100             PERFORM VALIDATE-RULE-TRANSACTION
023200             IF WS-TRAN-VALID
023300                PERFORM ADD-SOD-RULE
023400             END-IF
023500        WHEN SDTRAN-CHANGE
023600             PERFORM VALIDATE-RULE-TRANSACTION
023700             IF WS-TRAN-VALID
023800                PERFORM CHANGE-SOD-RULE
023900             END-IF
024000        WHEN SDTRAN-DELETE
024100             PERFORM DELETE-SOD-RULE
024200        WHEN OTHER
024300             DISPLAY "SODMAINT: INVALID TRANSACTION CODE FOR "
024400                     SDTRAN-PROGRAM-1 "/" SDTRAN-PROGRAM-2
024500             MOVE "INV" TO WS-REJECT-CODE
024600             MOVE "INVALID TRAN CODE" TO WS-REJECT-TEXT
024700             PERFORM REJECT-TRANSACTION
024800     END-EVALUATE.
024900     PERFORM READ-NEXT-TRANSACTION.
025000
025100*    AN ADD OR CHANGE NEEDS TWO DIFFERENT PROGRAM NAMES AND A
025200*    DESCRIPTION FOR THE REVIEW REPORT.  "ALL" IS NOT A
025300*    PROGRAM -- SECMAINT ALREADY TREATS AN "ALL" GRANT AS
025400*    HOLDING EVERY RULE ON FILE.
025500 VALIDATE-RULE-TRANSACTION.
025600     MOVE "Y" TO WS-TRAN-VALID-SWITCH.
025700     EVALUATE TRUE
025800        WHEN SDTRAN-PROGRAM-1 = SPACES
025900             OR SDTRAN-PROGRAM-2 = SPACES
026000             MOVE "N" TO WS-TRAN-VALID-SWITCH
026100             MOVE "PGM" TO WS-REJECT-CODE
026200             MOVE "PROGRAM NAME MISSING" TO WS-REJECT-TEXT
026300        WHEN SDTRAN-PROGRAM-1 = SDTRAN-PROGRAM-2
026400             MOVE "N" TO WS-TRAN-VALID-SWITCH
026500             MOVE "SAM" TO WS-REJECT-CODE
026600             MOVE "SAME PROGRAM TWICE" TO WS-REJECT-TEXT
026700        WHEN SDTRAN-PROGRAM-1 = "ALL     "
026800             OR SDTRAN-PROGRAM-2 = "ALL     "
026900             MOVE "N" TO WS-TRAN-VALID-SWITCH
027000             MOVE "ALL" TO WS-REJECT-CODE
027100             MOVE "ALL IS NOT A PROGRAM" TO WS-REJECT-TEXT
027200        WHEN SDTRAN-DESCRIPTION = SPACES
027300             MOVE "N" TO WS-TRAN-VALID-SWITCH
027400             MOVE "DSC" TO WS-REJECT-CODE
027500             MOVE "NO DESCRIPTION" TO WS-REJECT-TEXT
027600        WHEN OTHER
027700             CONTINUE
027800     END-EVALUATE.
027900     IF NOT WS-TRAN-VALID
028000        DISPLAY "SODMAINT: RULE " SDTRAN-PROGRAM-1 "/"
028100                SDTRAN-PROGRAM-2 " REJECTED, " WS-REJECT-TEXT
028200        PERFORM REJECT-TRANSACTION
028300     END-IF.
028400
028500*    THE PAIR IS FILED LOWER NAME FIRST, SO "PAYSEL/VNDMAINT"
028600*    AND "VNDMAINT/PAYSEL" ARE THE SAME RULE.
028700 SET-RULE-KEY.
028800     IF SDTRAN-PROGRAM-1 < SDTRAN-PROGRAM-2
028900        MOVE SDTRAN-PROGRAM-1 TO SOD-PROGRAM-1
029000        MOVE SDTRAN-PROGRAM-2 TO SOD-PROGRAM-2
029100     ELSE
029200        MOVE SDTRAN-PROGRAM-2 TO SOD-PROGRAM-1
029300        MOVE SDTRAN-PROGRAM-1 TO SOD-PROGRAM-2
029400     END-IF.
029500
029600 ADD-SOD-RULE.
029700*    THE RECORD IS BLANKED FIRST -- FILLER INCLUDED -- SO
029800*    RESIDUE FROM THE READ PATHS NEVER REACHES THE FILE.
029900     MOVE SPACES TO SOD-RULE-RECORD.
030000     PERFORM SET-RULE-KEY.
030100     MOVE SDTRAN-DESCRIPTION TO SOD-DESCRIPTION.
030200     WRITE SOD-RULE-RECORD
030300         INVALID KEY
030400            DISPLAY "SODMAINT: RULE " SOD-PROGRAM-1 "/"
030500                    SOD-PROGRAM-2 " ALREADY EXISTS, ADD REJECTED"
030600            MOVE "DUP" TO WS-REJECT-CODE
030700            MOVE "RULE ALREADY ON FILE" TO WS-REJECT-TEXT
030800            PERFORM REJECT-TRANSACTION
030900         NOT INVALID KEY
031000            ADD 1 TO WS-RULES-ADDED
031100            MOVE SPACES          TO WS-BEF-DESCRIPTION
031200            MOVE SOD-DESCRIPTION TO WS-AFT-DESCRIPTION
031300            MOVE "ADD"           TO AUDITLOG-ACTION
031400            PERFORM WRITE-AUDIT-RECORD
031500     END-WRITE.
031600
031700 CHANGE-SOD-RULE.
031800     PERFORM SET-RULE-KEY.
031900     READ SOD-RULE-FILE
032000         INVALID KEY
032100            DISPLAY "SODMAINT: RULE " SOD-PROGRAM-1 "/"
032200                    SOD-PROGRAM-2 " NOT ON FILE, CHANGE REJECTED"
032300            MOVE "NOF" TO WS-REJECT-CODE
032400            MOVE "RULE NOT ON FILE" TO WS-REJECT-TEXT
032500            PERFORM REJECT-TRANSACTION
032600         NOT INVALID KEY
032700            MOVE SOD-DESCRIPTION    TO WS-BEF-DESCRIPTION
032800            MOVE SDTRAN-DESCRIPTION TO SOD-DESCRIPTION
032900            REWRITE SOD-RULE-RECORD
033000            ADD 1 TO WS-RULES-CHANGED
033100            MOVE SOD-DESCRIPTION TO WS-AFT-DESCRIPTION
033200            MOVE "CHANGE"        TO AUDITLOG-ACTION
033300            PERFORM WRITE-AUDIT-RECORD
033400     END-READ.
033500
033600 DELETE-SOD-RULE.
033700     PERFORM SET-RULE-KEY.
033800     READ SOD-RULE-FILE
033900         INVALID KEY
034000            DISPLAY "SODMAINT: RULE " SOD-PROGRAM-1 "/"
034100                    SOD-PROGRAM-2 " NOT ON FILE, DELETE REJECTED"
034200            MOVE "NOF" TO WS-REJECT-CODE
034300            MOVE "RULE NOT ON FILE" TO WS-REJECT-TEXT
034400            PERFORM REJECT-TRANSACTION
034500         NOT INVALID KEY
034600            MOVE SOD-DESCRIPTION TO WS-BEF-DESCRIPTION
034700            DELETE SOD-RULE-FILE RECORD
034800            ADD 1 TO WS-RULES-DELETED
034900            MOVE SPACES   TO WS-AFT-DESCRIPTION
035000            MOVE "DELETE" TO AUDITLOG-ACTION
035100            PERFORM WRITE-AUDIT-RECORD
035200     END-READ.
035300
035400 WRITE-AUDIT-RECORD.
035500     MOVE "SODMAINT"           TO AUDITLOG-PROGRAM-NAME.
035600     MOVE SOD-PROGRAM-1        TO AUDITLOG-RECORD-KEY.
035700     MOVE SOD-PROGRAM-2        TO WS-AUD-PROGRAM-2.
035800     MOVE WS-AUDIT-FIELD       TO AUDITLOG-FIELD-CHANGED.
035900     MOVE WS-BEF-DESCRIPTION   TO AUDITLOG-OLD-VALUE.
036000     MOVE WS-AFT-DESCRIPTION   TO AUDITLOG-NEW-VALUE.
036100     MOVE SODMAINT-OPERATOR-ID TO AUDITLOG-OPERATOR-ID.
036200     CALL "AUDITLOG" USING SODMAINT-AUDITLOG-PARM.
036300
036400 REJECT-TRANSACTION.
036500     ADD 1 TO WS-TRANS-IN-ERROR.
036600     PERFORM WRITE-REJECT-TO-RECYCLE.
036700
036800*    WRITE THE REJECTED TRANSACTION, AS KEYED, TO THE RECYCLE
036900*    FILE WITH ITS REASON CODE, AND LIST IT FOR THE CLERK.
037000 WRITE-REJECT-TO-RECYCLE.
037100     MOVE SOD-RULE-TRANSACTION-RECORD TO RCY-TRAN-DATA.
037200     MOVE WS-REJECT-CODE       TO RCY-REJECT-REASON.
037300     WRITE SOD-RECYCLE-RECORD.
037400     MOVE SDTRAN-CODE          TO COR-TRAN-CODE.
037500     MOVE SDTRAN-PROGRAM-1     TO COR-PROGRAM-1.
037600     MOVE SDTRAN-PROGRAM-2     TO COR-PROGRAM-2.
037700     MOVE WS-REJECT-CODE       TO COR-REJECT-CODE.
037800     MOVE WS-REJECT-TEXT       TO COR-REJECT-TEXT.
037900     WRITE SOD-CORRECTION-LINE FROM CORRECTION-DETAIL-LINE.
038000     ADD 1 TO WS-REJECTS-RECYCLED.
