000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLAMAINT.
000300*--------------------------------------------------
000400* Applies add/change/delete transactions against
000500* GL-ACCOUNT-FILE by account, so the chart of
000600* accounts every journal writer validates against
000700* is kept on file instead of in the ACCTMAP rows
000800* and the controller's binder -- and a mistyped
000900* account stops reaching the ledger unnoticed.
001000*
001100* MODIFICATION HISTORY
001200*   WHO   DATE        WHAT
001300*   RWH   2026-10-14  Original version.
001325*   RWH   2026-10-14  Added the cost-of-sales account type
001350*                     and the financial-statement reporting
001375*                     line for FINSTMT.
001383*   RWH   2026-10-14  Added the retained-earnings flag the
001391*                     year-end close (YRCLOSE) posts to.
001400*--------------------------------------------------
001500 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
001700 FILE-CONTROL.
001800
001900     SELECT GL-ACCOUNT-FILE
002000         ASSIGN TO "GLACCT"
002100         ORGANIZATION IS INDEXED
002200         RECORD KEY IS GLA-ACCOUNT
002300         ACCESS MODE IS DYNAMIC
002400         FILE STATUS IS WS-GLACCT-FILE-STATUS.
002500
002600     SELECT GL-ACCOUNT-TRANSACTION-FILE
002700         ASSIGN TO "GLATRAN"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-GATRAN-FILE-STATUS.
003000
003100     SELECT GL-ACCOUNT-RECYCLE-FILE
003200         ASSIGN TO "GLARCYC"
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400
003500     SELECT GL-ACCOUNT-CORRECTION-REPORT
003600         ASSIGN TO "GLACORRL"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100
004200     COPY GLACCT.
004300     COPY GLATRN.
004400
004500*    REJECTED TRANSACTIONS GO BACK OUT IN THE SAME LAYOUT THEY
004600*    CAME IN, WITH THE REASON CODE APPENDED -- ONCE FIXED, THE
004700*    RECORDS FEED STRAIGHT BACK IN AS THE NEXT RUN'S GLATRAN.
004800 FD  GL-ACCOUNT-RECYCLE-FILE
004900     LABEL RECORDS ARE STANDARD.
005000 01  GL-ACCOUNT-RECYCLE-RECORD.
005100     05 RCY-TRAN-DATA          PIC X(64).
005200     05 RCY-REJECT-REASON      PIC X(03).
005300
005400 FD  GL-ACCOUNT-CORRECTION-REPORT
005500     LABEL RECORDS ARE STANDARD.
005600 01  GL-ACCOUNT-CORRECTION-LINE PIC X(60).
005700
005800 WORKING-STORAGE SECTION.
005900
006000 01  WS-GATRAN-AT-END          PIC X VALUE "N".
006100 01  WS-GLACCT-AT-END          PIC X VALUE "N".
006200
006300 01  WS-REJECT-CODE            PIC X(03) VALUE SPACES.
006400 01  WS-REJECT-TEXT            PIC X(25) VALUE SPACES.
006500 01  WS-REJECTS-RECYCLED       PIC 9(7) VALUE ZERO.
006600
006700 01  WS-ACCOUNT-VALID-SWITCH   PIC X(01) VALUE "Y".
006800     88 WS-ACCOUNT-VALID                 VALUE "Y".
006900
007000*    THE ONE ACCOUNT FLAGGED AS SUSPENSE, FOUND BY A PASS OF
007100*    THE FILE AT OPEN AND KEPT CURRENT AS THE DECK IS APPLIED.
007200*    GLACHK POSTS EVERY BAD JOURNAL LINE HERE, SO THERE MUST
007300*    NEVER BE TWO OF THEM AND THE ONE THERE IS MUST STAY
007400*    ACTIVE AND POSTABLE.
007500 01  WS-SUSPENSE-ACCOUNT       PIC X(08) VALUE SPACES.
007516
007532*    THE ONE EQUITY ACCOUNT FLAGGED FOR RETAINED EARNINGS,
007548*    KEPT THE SAME WAY.  YRCLOSE ROLLS THE YEAR INTO IT, SO
007564*    IT TOO MAY SIT ON ONE ACCOUNT ONLY.
007580 01  WS-RETAINED-ACCOUNT       PIC X(08) VALUE SPACES.
007600
007700 01  CORRECTION-DETAIL-LINE.
007800     05 COR-TRAN-CODE          PIC X(01).
007900     05 FILLER                 PIC X(02) VALUE SPACES.
008000     05 COR-ACCOUNT            PIC X(08).
008100     05 FILLER                 PIC X(02) VALUE SPACES.
008200     05 COR-REJECT-CODE        PIC X(03).
008300     05 FILLER                 PIC X(02) VALUE SPACES.
008400     05 COR-REJECT-TEXT        PIC X(25).
008500
008600 01  WS-BEFORE-IMAGE.
008700     05 WS-BEF-GLA-DESCRIPTION   PIC X(30).
008800     05 WS-BEF-GLA-ACCOUNT-TYPE  PIC X(01).
008900     05 WS-BEF-GLA-STATUS        PIC X(01).
009000     05 WS-BEF-GLA-POSTING-FLAG  PIC X(01).
009100     05 WS-BEF-GLA-SUSPENSE-FLAG PIC X(01).
009150     05 WS-BEF-GLA-REPORT-LINE   PIC X(20).
009175     05 WS-BEF-GLA-RETAINED-FLAG PIC X(01).
009200
009300*    AUDIT WORK AREA -- STAGES THE BEFORE/AFTER VALUES FOR ONE
009400*    AUDIT EVENT BEFORE IT'S HANDED TO AUDITLOG.
009500 01  WS-AUDIT-WORK.
009600     05 AUD-ACCOUNT            PIC X(08).
009700     05 AUD-ACTION             PIC X(06).
009800     05 AUD-FIELD-CHANGED      PIC X(20).
009900     05 AUD-OLD-VALUE          PIC X(30).
010000     05 AUD-NEW-VALUE          PIC X(30).
010100
010200*    PARAMETER PASSED TO THE SHARED AUDIT-LOGGING SUBPROGRAM --
010300*    SEE AUDITLOG.
010400 01  GLAMAINT-AUDITLOG-PARM.
010500     05 AUDITLOG-PROGRAM-NAME  PIC X(08).
010600     05 AUDITLOG-RECORD-KEY    PIC X(10).
010700     05 AUDITLOG-ACTION        PIC X(08).
010800     05 AUDITLOG-FIELD-CHANGED PIC X(20).
010900     05 AUDITLOG-OLD-VALUE     PIC X(30).
011000     05 AUDITLOG-NEW-VALUE     PIC X(30).
011100     05 AUDITLOG-OPERATOR-ID   PIC X(08).
011200
011300*    PARAMETER PASSED TO THE SHARED AUTHORIZATION-CHECK
011400*    SUBPROGRAM -- SEE AUTHCHK.
011500 01  GLAMAINT-AUTHCHK-PARM.
011600     05 AUTHCHK-OPERATOR-ID       PIC X(08).
011700     05 AUTHCHK-AUTHORIZED-SWITCH PIC X(01).
011800         88 AUTHCHK-AUTHORIZED            VALUE "Y".
011900         88 AUTHCHK-NOT-AUTHORIZED        VALUE "N".
012000*    THE CALLER'S PROGRAM OR FUNCTION NAME, MATCHED
012100*    AGAINST THE OPSEC GRANTS -- SEE AUTHCHK.
012200     05 AUTHCHK-PROGRAM-NAME    PIC X(08).
012300
012400*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
012500*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
012600     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
012700         ==WS-GLACCT-FILE-STATUS== ==PFX-FILE-OK== BY
012800         ==GLACCT-FILE-OK== ==PFX-FILE-EOF== BY
012900         ==GLACCT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
013000         ==GLACCT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
013100         ==GLACCT-FILE-NOT-FOUND==
013200         ==PFX-FILE-BOUNDARY-VIOLATION== BY
013300         ==GLACCT-FILE-BOUNDARY-VIOLATION==.
013400
013500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
013600         ==WS-GATRAN-FILE-STATUS== ==PFX-FILE-OK== BY
013700         ==GATRAN-FILE-OK== ==PFX-FILE-EOF== BY
013800         ==GATRAN-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
013900         ==GATRAN-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
014000         ==GATRAN-FILE-NOT-FOUND==
014100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
014200         ==GATRAN-FILE-BOUNDARY-VIOLATION==.
014300
014400 01  WS-CONTROL-TOTALS.
014500     05 WS-TRANS-READ          PIC 9(7) VALUE ZERO.
014600     05 WS-ACCOUNTS-ADDED      PIC 9(7) VALUE ZERO.
014700     05 WS-ACCOUNTS-CHANGED    PIC 9(7) VALUE ZERO.
014800     05 WS-ACCOUNTS-DELETED    PIC 9(7) VALUE ZERO.
014900     05 WS-TRANS-IN-ERROR      PIC 9(7) VALUE ZERO.
015000
015100 LINKAGE SECTION.
015200 01  GLAMAINT-PARM.
015300*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
015400*    WITH A 2-BYTE BINARY LENGTH COUNT.
015500     05 GLAMAINT-PARM-LEN      PIC S9(4) COMP.
015600     05 GLAMAINT-OPERATOR-ID   PIC X(08).
015700
015800 PROCEDURE DIVISION USING GLAMAINT-PARM.
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
017200     MOVE GLAMAINT-OPERATOR-ID TO AUTHCHK-OPERATOR-ID.
017300     MOVE "GLAMAINT" TO AUTHCHK-PROGRAM-NAME.
017400     CALL "AUTHCHK" USING GLAMAINT-AUTHCHK-PARM.
017500     IF AUTHCHK-NOT-AUTHORIZED
017600        DISPLAY "GLAMAINT: OPERATOR " GLAMAINT-OPERATOR-ID
017700                " NOT AUTHORIZED FOR CHART OF ACCOUNTS"
017800*       AUTHCHK ALREADY AUDITS THE DENIAL.
017900        MOVE 16 TO RETURN-CODE
018000     END-IF.
018100
018200 OPENING-PROCEDURE.
018300     OPEN I-O GL-ACCOUNT-FILE.
018400     IF WS-GLACCT-FILE-STATUS = "35"
018500        OPEN OUTPUT GL-ACCOUNT-FILE
018600        CLOSE GL-ACCOUNT-FILE
018700        OPEN I-O GL-ACCOUNT-FILE
018800     END-IF.
018900     IF NOT GLACCT-FILE-OK
019000        DISPLAY "GLAMAINT: UNABLE TO OPEN GL-ACCOUNT-FILE, "
019100                "STATUS " WS-GLACCT-FILE-STATUS
019200        MOVE 16 TO RETURN-CODE
019300        GO TO PROGRAM-DONE
019400     END-IF.
019500     OPEN INPUT GL-ACCOUNT-TRANSACTION-FILE.
019600     IF NOT GATRAN-FILE-OK
019700        DISPLAY "GLAMAINT: UNABLE TO OPEN GL-ACCOUNT-"
019800                "TRANSACTION-FILE, STATUS " WS-GATRAN-FILE-STATUS
019900        MOVE 16 TO RETURN-CODE
020000        CLOSE GL-ACCOUNT-FILE
020100        GO TO PROGRAM-DONE
020200     END-IF.
020300     OPEN OUTPUT GL-ACCOUNT-RECYCLE-FILE.
020400     OPEN OUTPUT GL-ACCOUNT-CORRECTION-REPORT.
020500     PERFORM FIND-SUSPENSE-ACCOUNT.
020600
020700*    ONE PASS OF THE CHART TO PICK UP THE CURRENT SUSPENSE
020800*    ACCOUNT, IF ANY, BEFORE THE FIRST TRANSACTION IS APPLIED.
020900 FIND-SUSPENSE-ACCOUNT.
021000     PERFORM READ-NEXT-ACCOUNT.
021100     PERFORM NOTE-SUSPENSE-ACCOUNT
021200             UNTIL WS-GLACCT-AT-END = "Y".
021300
021400 READ-NEXT-ACCOUNT.
021500     READ GL-ACCOUNT-FILE NEXT RECORD
021600          AT END MOVE "Y" TO WS-GLACCT-AT-END.
021700
021800 NOTE-SUSPENSE-ACCOUNT.
021900     IF GLA-SUSPENSE-ACCOUNT
022000        MOVE GLA-ACCOUNT TO WS-SUSPENSE-ACCOUNT
022100     END-IF.
022125     IF GLA-RETAINED-EARNINGS
022150        MOVE GLA-ACCOUNT TO WS-RETAINED-ACCOUNT
022175     END-IF.
022200     PERFORM READ-NEXT-ACCOUNT.
022300
022400 CLOSING-PROCEDURE.
022500     CLOSE GL-ACCOUNT-FILE.
022600     CLOSE GL-ACCOUNT-TRANSACTION-FILE.
022700     CLOSE GL-ACCOUNT-RECYCLE-FILE.
022800     CLOSE GL-ACCOUNT-CORRECTION-REPORT.
022900     DISPLAY "GLAMAINT CONTROL TOTALS".
023000     DISPLAY "  TRANSACTIONS READ ...: " WS-TRANS-READ.
023100     DISPLAY "  ACCOUNTS ADDED ......: " WS-ACCOUNTS-ADDED.
023200     DISPLAY "  ACCOUNTS CHANGED ....: " WS-ACCOUNTS-CHANGED.
023300     DISPLAY "  ACCOUNTS DELETED ....: " WS-ACCOUNTS-DELETED.
023400     DISPLAY "  TRANSACTIONS IN ERROR: " WS-TRANS-IN-ERROR.
023500     DISPLAY "  REJECTS RECYCLED ....: " WS-REJECTS-RECYCLED.
023600     DISPLAY "  SUSPENSE ACCOUNT ....: " WS-SUSPENSE-ACCOUNT.
023650     DISPLAY "  RETAINED EARNINGS ...: " WS-RETAINED-ACCOUNT.
023700*    A CHART WITH NO SUSPENSE ACCOUNT STOPS EVERY JOURNAL
023800*    WRITER AT ITS FIRST BAD LINE -- SAY SO HERE, WHILE THE
023900*    CLERK WHO CAN FIX IT IS STILL LOOKING AT THE LISTING.
024000     IF WS-SUSPENSE-ACCOUNT = SPACES
024100        DISPLAY "GLAMAINT: WARNING -- NO SUSPENSE ACCOUNT IS "
024200                "FLAGGED ON THE CHART OF ACCOUNTS"
024300     END-IF.
024400     IF WS-TRANS-IN-ERROR > ZERO
024500        OR WS-SUSPENSE-ACCOUNT = SPACES
024600        MOVE 4 TO RETURN-CODE
024700     ELSE
024800        MOVE 0 TO RETURN-CODE
024900     END-IF.
025000
025100 MAIN-PROCESS.
025200     PERFORM READ-NEXT-TRANSACTION.
025300     PERFORM APPLY-TRANSACTION
025400             UNTIL WS-GATRAN-AT-END = "Y".
025500
025600 READ-NEXT-TRANSACTION.
025700     READ GL-ACCOUNT-TRANSACTION-FILE
025800          AT END MOVE "Y" TO WS-GATRAN-AT-END.
025900     IF WS-GATRAN-AT-END NOT = "Y"
026000        ADD 1 TO WS-TRANS-READ
026100     END-IF.
026200
026300 APPLY-TRANSACTION.
026400     EVALUATE TRUE
026500        WHEN GATRAN-ADD
026600             PERFORM ADD-ACCOUNT
026700        WHEN GATRAN-CHANGE
026800             PERFORM CHANGE-ACCOUNT
026900        WHEN GATRAN-DELETE
027000             PERFORM DELETE-ACCOUNT
027100        WHEN OTHER
027200             DISPLAY "GLAMAINT: INVALID TRANSACTION CODE FOR "
027300                     GATRAN-ACCOUNT
027400             MOVE "INV" TO WS-REJECT-CODE
027500             MOVE "INVALID TRAN CODE" TO WS-REJECT-TEXT
027600             PERFORM REJECT-TRANSACTION
027700     END-EVALUATE.
027800     PERFORM READ-NEXT-TRANSACTION.
027900
028000 ADD-ACCOUNT.
028100     PERFORM VALIDATE-ACCOUNT-FIELDS.
028200     IF NOT WS-ACCOUNT-VALID
028300        PERFORM REJECT-TRANSACTION
028400     ELSE
028500        PERFORM WRITE-NEW-ACCOUNT
028600     END-IF.
028700
028800 WRITE-NEW-ACCOUNT.
028900*    THE RECORD IS BLANKED FIRST -- FILLER INCLUDED, WHICH
029000*    INITIALIZE WOULD SKIP -- SO NOTHING THE MOVES BELOW DON'T
029100*    TOUCH REACHES THE FILE AS ANOTHER ACCOUNT'S RESIDUE.
029200     MOVE SPACES TO GL-ACCOUNT-RECORD.
029300     MOVE GATRAN-ACCOUNT        TO GLA-ACCOUNT.
029400     MOVE GATRAN-DESCRIPTION    TO GLA-DESCRIPTION.
029500     MOVE GATRAN-ACCOUNT-TYPE   TO GLA-ACCOUNT-TYPE.
029600     MOVE GATRAN-STATUS         TO GLA-STATUS.
029700     MOVE GATRAN-POSTING-FLAG   TO GLA-POSTING-FLAG.
029800     MOVE GATRAN-SUSPENSE-FLAG  TO GLA-SUSPENSE-FLAG.
029850     MOVE GATRAN-REPORT-LINE    TO GLA-REPORT-LINE.
029875     MOVE GATRAN-RETAINED-FLAG  TO GLA-RETAINED-FLAG.
029900     WRITE GL-ACCOUNT-RECORD
030000         INVALID KEY
030100            DISPLAY "GLAMAINT: ACCOUNT " GATRAN-ACCOUNT
030200                    " ALREADY EXISTS, ADD REJECTED"
030300            MOVE "DUP" TO WS-REJECT-CODE
030400            MOVE "ACCOUNT ALREADY ON FILE" TO WS-REJECT-TEXT
030500            PERFORM REJECT-TRANSACTION
030600         NOT INVALID KEY
030700            ADD 1 TO WS-ACCOUNTS-ADDED
030800            IF GLA-SUSPENSE-ACCOUNT
030900               MOVE GLA-ACCOUNT TO WS-SUSPENSE-ACCOUNT
031000            END-IF
031025            IF GLA-RETAINED-EARNINGS
031050               MOVE GLA-ACCOUNT TO WS-RETAINED-ACCOUNT
031075            END-IF
031100            PERFORM WRITE-ADD-AUDIT
031200     END-WRITE.
031300
031400 CHANGE-ACCOUNT.
031500     MOVE GATRAN-ACCOUNT TO GLA-ACCOUNT.
031600     READ GL-ACCOUNT-FILE
031700         INVALID KEY
031800            DISPLAY "GLAMAINT: ACCOUNT " GATRAN-ACCOUNT
031900                    " NOT ON FILE, CHANGE REJECTED"
032000            MOVE "NOF" TO WS-REJECT-CODE
032100            MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-TEXT
032200            PERFORM REJECT-TRANSACTION
032300         NOT INVALID KEY
032400            PERFORM VALIDATE-ACCOUNT-FIELDS
032500            IF NOT WS-ACCOUNT-VALID
032600               PERFORM REJECT-TRANSACTION
032700            ELSE
032800               PERFORM REWRITE-CHANGED-ACCOUNT
032900            END-IF
033000     END-READ.
033100
033200 REWRITE-CHANGED-ACCOUNT.
033300     PERFORM SAVE-BEFORE-IMAGE.
033400     MOVE GATRAN-DESCRIPTION    TO GLA-DESCRIPTION.
033500     MOVE GATRAN-ACCOUNT-TYPE   TO GLA-ACCOUNT-TYPE.
033600     MOVE GATRAN-STATUS         TO GLA-STATUS.
033700     MOVE GATRAN-POSTING-FLAG   TO GLA-POSTING-FLAG.
033800     MOVE GATRAN-SUSPENSE-FLAG  TO GLA-SUSPENSE-FLAG.
033850     MOVE GATRAN-REPORT-LINE    TO GLA-REPORT-LINE.
033875     MOVE GATRAN-RETAINED-FLAG  TO GLA-RETAINED-FLAG.
033900     REWRITE GL-ACCOUNT-RECORD.
034000     ADD 1 TO WS-ACCOUNTS-CHANGED.
034100     IF GLA-SUSPENSE-ACCOUNT
034200        MOVE GLA-ACCOUNT TO WS-SUSPENSE-ACCOUNT
034300     ELSE
034400        IF GLA-ACCOUNT = WS-SUSPENSE-ACCOUNT
034500           MOVE SPACES TO WS-SUSPENSE-ACCOUNT
034600        END-IF
034700     END-IF.
034712     IF GLA-RETAINED-EARNINGS
034724        MOVE GLA-ACCOUNT TO WS-RETAINED-ACCOUNT
034736     ELSE
034748        IF GLA-ACCOUNT = WS-RETAINED-ACCOUNT
034760           MOVE SPACES TO WS-RETAINED-ACCOUNT
034772        END-IF
034784     END-IF.
034800     PERFORM WRITE-CHANGE-AUDIT.
034900
035000 DELETE-ACCOUNT.
035100     MOVE GATRAN-ACCOUNT TO GLA-ACCOUNT.
035200     READ GL-ACCOUNT-FILE
035300         INVALID KEY
035400            DISPLAY "GLAMAINT: ACCOUNT " GATRAN-ACCOUNT
035500                    " NOT ON FILE, DELETE REJECTED"
035600            MOVE "NOF" TO WS-REJECT-CODE
035700            MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-TEXT
035800            PERFORM REJECT-TRANSACTION
035900         NOT INVALID KEY
036000            IF GLA-ACCOUNT = WS-SUSPENSE-ACCOUNT
036100               DISPLAY "GLAMAINT: ACCOUNT " GATRAN-ACCOUNT
036200                       " IS THE SUSPENSE ACCOUNT, DELETE "
036300                       "REJECTED"
036400               MOVE "SUS" TO WS-REJECT-CODE
036500               MOVE "SUSPENSE ACCOUNT IN USE" TO WS-REJECT-TEXT
036600               PERFORM REJECT-TRANSACTION
036700            ELSE
036733               IF GLA-ACCOUNT = WS-RETAINED-ACCOUNT
036766                  DISPLAY "GLAMAINT: ACCOUNT " GATRAN-ACCOUNT
036799                          " IS THE RETAINED-EARNINGS "
036832                          "ACCOUNT, DELETE REJECTED"
036865                  MOVE "RET" TO WS-REJECT-CODE
036898                  MOVE "RETAINED EARNINGS IN USE"
036931                       TO WS-REJECT-TEXT
036964                  PERFORM REJECT-TRANSACTION
036997               ELSE
037030                  MOVE GLA-DESCRIPTION TO WS-BEF-GLA-DESCRIPTION
037063                  DELETE GL-ACCOUNT-FILE RECORD
037096                  ADD 1 TO WS-ACCOUNTS-DELETED
037129                  PERFORM WRITE-DELETE-AUDIT
037162               END-IF
037200            END-IF
037300     END-READ.
037400
037500*    AN ACCOUNT GOES ON, OR STAYS ON, ONLY WITH A TYPE THE
037600*    FINANCIAL STATEMENTS CAN PLACE AND A STATUS AND POSTING
037700*    FLAG GLACHK CAN TEST.  THE SUSPENSE FLAG MAY SIT ON ONE
037800*    ACCOUNT ONLY AND THAT ACCOUNT MUST BE ACTIVE AND
037900*    POSTABLE.  MOVING SUSPENSE IS TWO CHANGES IN ONE DECK --
038000*    THE OLD ACCOUNT'S FLAG CLEARED, THEN THE NEW ONE'S SET.
038033*    THE RETAINED-EARNINGS FLAG FOLLOWS THE SAME RULE, AND
038066*    ONLY AN ACTIVE, POSTABLE EQUITY ACCOUNT MAY CARRY IT.
038100 VALIDATE-ACCOUNT-FIELDS.
038200     MOVE "Y" TO WS-ACCOUNT-VALID-SWITCH.
038300     EVALUATE TRUE
038400        WHEN GATRAN-ACCOUNT = SPACES
038500           MOVE "N" TO WS-ACCOUNT-VALID-SWITCH
038600           MOVE "ACN" TO WS-REJECT-CODE
038700           MOVE "ACCOUNT NUMBER BLANK" TO WS-REJECT-TEXT
038800        WHEN GATRAN-ACCOUNT-TYPE NOT = "A" AND NOT = "L"
038900             AND NOT = "Q" AND NOT = "R" AND NOT = "C"
038950             AND NOT = "E"
039000           MOVE "N" TO WS-ACCOUNT-VALID-SWITCH
039100           MOVE "TYP" TO WS-REJECT-CODE
039200           MOVE "INVALID ACCOUNT TYPE" TO WS-REJECT-TEXT
039300        WHEN GATRAN-STATUS NOT = "A" AND NOT = "I"
039400           MOVE "N" TO WS-ACCOUNT-VALID-SWITCH
039500           MOVE "STA" TO WS-REJECT-CODE
039600           MOVE "INVALID STATUS" TO WS-REJECT-TEXT
039700        WHEN GATRAN-POSTING-FLAG NOT = "P" AND NOT = "S"
039800           MOVE "N" TO WS-ACCOUNT-VALID-SWITCH
039900           MOVE "PFL" TO WS-REJECT-CODE
040000           MOVE "INVALID POSTING FLAG" TO WS-REJECT-TEXT
040100        WHEN GATRAN-SUSPENSE-FLAG = "Y"
040200             AND WS-SUSPENSE-ACCOUNT NOT = SPACES
040300             AND WS-SUSPENSE-ACCOUNT NOT = GATRAN-ACCOUNT
040400           MOVE "N" TO WS-ACCOUNT-VALID-SWITCH
040500           MOVE "SUS" TO WS-REJECT-CODE
040600           MOVE "SUSPENSE ALREADY ASSIGNED" TO WS-REJECT-TEXT
040700        WHEN GATRAN-SUSPENSE-FLAG = "Y"
040800             AND (GATRAN-STATUS NOT = "A"
040900                  OR GATRAN-POSTING-FLAG NOT = "P")
041000           MOVE "N" TO WS-ACCOUNT-VALID-SWITCH
041100           MOVE "SUS" TO WS-REJECT-CODE
041200           MOVE "SUSPENSE NOT POSTABLE" TO WS-REJECT-TEXT
041207        WHEN GATRAN-RETAINED-FLAG = "Y"
041214             AND WS-RETAINED-ACCOUNT NOT = SPACES
041221             AND WS-RETAINED-ACCOUNT NOT = GATRAN-ACCOUNT
041228           MOVE "N" TO WS-ACCOUNT-VALID-SWITCH
041235           MOVE "RET" TO WS-REJECT-CODE
041242           MOVE "RETAINED ALREADY ASSIGNED" TO WS-REJECT-TEXT
041249        WHEN GATRAN-RETAINED-FLAG = "Y"
041256             AND (GATRAN-ACCOUNT-TYPE NOT = "Q"
041263                  OR GATRAN-STATUS NOT = "A"
041270                  OR GATRAN-POSTING-FLAG NOT = "P")
041277           MOVE "N" TO WS-ACCOUNT-VALID-SWITCH
041284           MOVE "RET" TO WS-REJECT-CODE
041291           MOVE "RETAINED NOT POSTABLE" TO WS-REJECT-TEXT
041300     END-EVALUATE.
041400
041500 SAVE-BEFORE-IMAGE.
041600     MOVE GLA-DESCRIPTION    TO WS-BEF-GLA-DESCRIPTION.
041700     MOVE GLA-ACCOUNT-TYPE   TO WS-BEF-GLA-ACCOUNT-TYPE.
041800     MOVE GLA-STATUS         TO WS-BEF-GLA-STATUS.
041900     MOVE GLA-POSTING-FLAG   TO WS-BEF-GLA-POSTING-FLAG.
042000     MOVE GLA-SUSPENSE-FLAG  TO WS-BEF-GLA-SUSPENSE-FLAG.
042050     MOVE GLA-REPORT-LINE    TO WS-BEF-GLA-REPORT-LINE.
042075     MOVE GLA-RETAINED-FLAG  TO WS-BEF-GLA-RETAINED-FLAG.
042100
042200 WRITE-ADD-AUDIT.
042300     MOVE GLA-ACCOUNT      TO AUD-ACCOUNT.
042400     MOVE "ADD"            TO AUD-ACTION.
042500     MOVE "ALL FIELDS"     TO AUD-FIELD-CHANGED.
042600     MOVE SPACES           TO AUD-OLD-VALUE.
042700     MOVE GLA-DESCRIPTION  TO AUD-NEW-VALUE.
042800     PERFORM WRITE-AUDIT-RECORD.
042900
043000 WRITE-DELETE-AUDIT.
043100     MOVE GLA-ACCOUNT            TO AUD-ACCOUNT.
043200     MOVE "DELETE"               TO AUD-ACTION.
043300     MOVE "ALL FIELDS"           TO AUD-FIELD-CHANGED.
043400     MOVE WS-BEF-GLA-DESCRIPTION TO AUD-OLD-VALUE.
043500     MOVE SPACES                 TO AUD-NEW-VALUE.
043600     PERFORM WRITE-AUDIT-RECORD.
043700
043800 WRITE-CHANGE-AUDIT.
043900     IF WS-BEF-GLA-DESCRIPTION NOT = GLA-DESCRIPTION
044000        MOVE "GLA-DESCRIPTION" TO AUD-FIELD-CHANGED
044100        MOVE WS-BEF-GLA-DESCRIPTION TO AUD-OLD-VALUE
044200        MOVE GLA-DESCRIPTION TO AUD-NEW-VALUE
044300        PERFORM WRITE-ONE-CHANGE-AUDIT
044400     END-IF.
044500     IF WS-BEF-GLA-ACCOUNT-TYPE NOT = GLA-ACCOUNT-TYPE
044600        MOVE "GLA-ACCOUNT-TYPE" TO AUD-FIELD-CHANGED
044700        MOVE WS-BEF-GLA-ACCOUNT-TYPE TO AUD-OLD-VALUE
044800        MOVE GLA-ACCOUNT-TYPE TO AUD-NEW-VALUE
044900        PERFORM WRITE-ONE-CHANGE-AUDIT
045000     END-IF.
045100     IF WS-BEF-GLA-STATUS NOT = GLA-STATUS
045200        MOVE "GLA-STATUS" TO AUD-FIELD-CHANGED
045300        MOVE WS-BEF-GLA-STATUS TO AUD-OLD-VALUE
045400        MOVE GLA-STATUS TO AUD-NEW-VALUE
045500        PERFORM WRITE-ONE-CHANGE-AUDIT
045600     END-IF.
045700     IF WS-BEF-GLA-POSTING-FLAG NOT = GLA-POSTING-FLAG
045800        MOVE "GLA-POSTING-FLAG" TO AUD-FIELD-CHANGED
045900        MOVE WS-BEF-GLA-POSTING-FLAG TO AUD-OLD-VALUE
046000        MOVE GLA-POSTING-FLAG TO AUD-NEW-VALUE
046100        PERFORM WRITE-ONE-CHANGE-AUDIT
046200     END-IF.
046300     IF WS-BEF-GLA-SUSPENSE-FLAG NOT = GLA-SUSPENSE-FLAG
046400        MOVE "GLA-SUSPENSE-FLAG" TO AUD-FIELD-CHANGED
046500        MOVE WS-BEF-GLA-SUSPENSE-FLAG TO AUD-OLD-VALUE
046600        MOVE GLA-SUSPENSE-FLAG TO AUD-NEW-VALUE
046700        PERFORM WRITE-ONE-CHANGE-AUDIT
046800     END-IF.
046814     IF WS-BEF-GLA-REPORT-LINE NOT = GLA-REPORT-LINE
046828        MOVE "GLA-REPORT-LINE" TO AUD-FIELD-CHANGED
046842        MOVE WS-BEF-GLA-REPORT-LINE TO AUD-OLD-VALUE
046856        MOVE GLA-REPORT-LINE TO AUD-NEW-VALUE
046870        PERFORM WRITE-ONE-CHANGE-AUDIT
046884     END-IF.
046886     IF WS-BEF-GLA-RETAINED-FLAG NOT = GLA-RETAINED-FLAG
046888        MOVE "GLA-RETAINED-FLAG" TO AUD-FIELD-CHANGED
046890        MOVE WS-BEF-GLA-RETAINED-FLAG TO AUD-OLD-VALUE
046892        MOVE GLA-RETAINED-FLAG TO AUD-NEW-VALUE
046894        PERFORM WRITE-ONE-CHANGE-AUDIT
046896     END-IF.
046900
047000 WRITE-ONE-CHANGE-AUDIT.
047100     MOVE GLA-ACCOUNT TO AUD-ACCOUNT.
047200     MOVE "CHANGE" TO AUD-ACTION.
047300     PERFORM WRITE-AUDIT-RECORD.
047400
047500 WRITE-AUDIT-RECORD.
047600     MOVE "GLAMAINT"           TO AUDITLOG-PROGRAM-NAME.
047700     MOVE AUD-ACCOUNT          TO AUDITLOG-RECORD-KEY.
047800     MOVE AUD-ACTION           TO AUDITLOG-ACTION.
047900     MOVE AUD-FIELD-CHANGED    TO AUDITLOG-FIELD-CHANGED.
048000     MOVE AUD-OLD-VALUE        TO AUDITLOG-OLD-VALUE.
048100     MOVE AUD-NEW-VALUE        TO AUDITLOG-NEW-VALUE.
048200     MOVE GLAMAINT-OPERATOR-ID TO AUDITLOG-OPERATOR-ID.
048300     CALL "AUDITLOG" USING GLAMAINT-AUDITLOG-PARM.
048400
048500 REJECT-TRANSACTION.
048600     ADD 1 TO WS-TRANS-IN-ERROR.
048700     PERFORM WRITE-REJECT-TO-RECYCLE.
048800
048900*    WRITE THE REJECTED TRANSACTION, AS KEYED, TO THE RECYCLE
049000*    FILE WITH ITS REASON CODE, AND LIST IT FOR THE CLERK --
049100*    SO THE FIX IS AN EDIT OF THE RECYCLE FILE, NOT A REKEY
049200*    FROM THE ORIGINAL PAPERWORK.
049300 WRITE-REJECT-TO-RECYCLE.
049400     MOVE GL-ACCOUNT-TRANSACTION-RECORD TO RCY-TRAN-DATA.
049500     MOVE WS-REJECT-CODE       TO RCY-REJECT-REASON.
049600     WRITE GL-ACCOUNT-RECYCLE-RECORD.
049700     MOVE GATRAN-CODE          TO COR-TRAN-CODE.
049800     MOVE GATRAN-ACCOUNT       TO COR-ACCOUNT.
049900     MOVE WS-REJECT-CODE       TO COR-REJECT-CODE.
050000     MOVE WS-REJECT-TEXT       TO COR-REJECT-TEXT.
050100     WRITE GL-ACCOUNT-CORRECTION-LINE FROM CORRECTION-DETAIL-LINE.
050200     ADD 1 TO WS-REJECTS-RECYCLED.
