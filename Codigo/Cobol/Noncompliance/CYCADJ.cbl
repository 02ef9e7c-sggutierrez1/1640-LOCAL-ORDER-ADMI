000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CYCADJ.
000300*--------------------------------------------------
000400* Cycle-count variance report and adjustment.
000500* Every item still open on the cycle-count file is
000600* listed with the book quantity CYCSEL froze, the
000700* quantity counted, and the variance in units and
000800* in value at the average cost frozen with it.
000900* Run without approval it only reports.  Run with
001000* 'P' on the PARM by an operator granted CYCADJ on
001100* OPSEC, it also posts: each counted item's
001200* on-hand on ITMBAL moves by its variance (so stock
001300* movements since the count are kept) and is
001400* stamped with the count date; the value posts to
001500* GLJRNL under source "IA" from the "IA" row of the
001600* account-mapping file (debit inventory adjustment,
001700* credit inventory -- a gain posts the mirror); and
001800* the change is audit-logged item by item.  Items
001900* never counted are released from the count and
002000* stay due for the next one.
002100*
002200* PARM: 'operatorP' posts, 'operator' or nothing
002300* reports only.
002400*
002500* MODIFICATION HISTORY
002600*   WHO   DATE        WHAT
002700*   RWH   2026-10-15  Original version.
002725*   RWH   2026-10-15  Counts post to the item's balance in the
002750*                     warehouse counted; the warehouse rides
002775*                     on the report, journal and audit trail.
002800*--------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200
003300     SELECT CYCLE-COUNT-FILE
003400         ASSIGN TO "CYCCNT"
003500         ORGANIZATION IS INDEXED
003600         RECORD KEY IS CC-KEY
003700         ACCESS MODE IS SEQUENTIAL
003800         FILE STATUS IS WS-COUNT-FILE-STATUS.
003900
004000     SELECT INVENTORY-BALANCE-FILE
004100         ASSIGN TO "ITMBAL"
004200         ORGANIZATION IS INDEXED
004300         RECORD KEY IS IB-KEY
004400         ACCESS MODE IS RANDOM
004500         FILE STATUS IS WS-ITMBAL-FILE-STATUS.
004600
004700     SELECT ITEM-MASTER-FILE
004800         ASSIGN TO "ITEMMST"
004900         ORGANIZATION IS INDEXED
005000         RECORD KEY IS ITEM-NUMBER
005100         ACCESS MODE IS RANDOM
005200         FILE STATUS IS WS-ITEM-FILE-STATUS.
005300
005400     SELECT ACCOUNT-MAP-FILE
005500         ASSIGN TO "ACCTMAP"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-MAP-FILE-STATUS.
005800
005900     SELECT GL-JOURNAL-FILE
006000         ASSIGN TO "GLJRNL"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
006300
006400     SELECT VARIANCE-REPORT
006500         ASSIGN TO "CYCADJR"
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000
007100     COPY CYCCNT.
007200     COPY ITMBAL.
007300     COPY ITMMST.
007400     COPY GLJRNL.
007500
007600*    SAME RECORD GLPOST READS -- THIS PROGRAM WANTS ONLY THE
007700*    "IA" ROW.
007800 FD  ACCOUNT-MAP-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  ACCOUNT-MAP-RECORD.
008100     05 MAP-SOURCE             PIC X(2).
008200     05 MAP-DEBIT-ACCOUNT      PIC X(8).
008300     05 MAP-CREDIT-ACCOUNT     PIC X(8).
008400
008500 FD  VARIANCE-REPORT
008600     LABEL RECORDS ARE STANDARD.
008700 01  VARIANCE-LINE             PIC X(132).
008800
008900 WORKING-STORAGE SECTION.
009000
009100 01  FILE-AT-END               PIC X VALUE "N".
009200 01  WS-MAP-AT-END             PIC X VALUE "N".
009300
009400*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
009500*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
009600     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
009700         ==WS-COUNT-FILE-STATUS== ==PFX-FILE-OK== BY
009800         ==COUNT-FILE-OK== ==PFX-FILE-EOF== BY
009900         ==COUNT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010000         ==COUNT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
010100         ==COUNT-FILE-NOT-FOUND==
010200         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010300         ==COUNT-FILE-BOUNDARY-VIOLATION==.
010400
010500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
010600         ==WS-ITMBAL-FILE-STATUS== ==PFX-FILE-OK== BY
010700         ==ITMBAL-FILE-OK== ==PFX-FILE-EOF== BY
010800         ==ITMBAL-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010900         ==ITMBAL-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
011000         ==ITMBAL-FILE-NOT-FOUND==
011100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
011200         ==ITMBAL-FILE-BOUNDARY-VIOLATION==.
011300
011400     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
011500         ==WS-ITEM-FILE-STATUS== ==PFX-FILE-OK== BY
011600         ==ITEM-FILE-OK== ==PFX-FILE-EOF== BY
011700         ==ITEM-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
011800         ==ITEM-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
011900         ==ITEM-FILE-NOT-FOUND==
012000         ==PFX-FILE-BOUNDARY-VIOLATION== BY
012100         ==ITEM-FILE-BOUNDARY-VIOLATION==.
012200
012300     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
012400         ==WS-MAP-FILE-STATUS== ==PFX-FILE-OK== BY
012500         ==MAP-FILE-OK== ==PFX-FILE-EOF== BY
012600         ==MAP-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
012700         ==MAP-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
012800         ==MAP-FILE-NOT-FOUND==
012900         ==PFX-FILE-BOUNDARY-VIOLATION== BY
013000         ==MAP-FILE-BOUNDARY-VIOLATION==.
013100
013200 01  WS-JOURNAL-FILE-STATUS    PIC XX VALUE SPACES.
013300
013400 01  WS-RUN-DATE               PIC 9(8).
013500
013600*    THE RUN'S OPERATOR AND WHETHER IT POSTS, OFF THE PARM.
013700 01  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
013800 01  WS-POST-SWITCH            PIC X VALUE "N".
013900     88 WS-POSTING                       VALUE "Y".
014000
014100*    THE INVENTORY-ADJUSTMENT ROW: DEBIT THE ADJUSTMENT
014200*    (SHRINKAGE) ACCOUNT, CREDIT INVENTORY, FOR A LOSS.
014300 01  WS-IA-DEBIT-ACCOUNT       PIC X(8) VALUE SPACES.
014400 01  WS-IA-CREDIT-ACCOUNT      PIC X(8) VALUE SPACES.
014500
014600 01  WS-VARIANCE-QUANTITY      PIC S9(10) VALUE ZERO.
014700 01  WS-VARIANCE-VALUE         PIC S9(13)V99 VALUE ZERO.
014800 01  WS-ABS-VARIANCE-VALUE     PIC 9(11)V99 VALUE ZERO.
014900 01  WS-OLD-ON-HAND            PIC S9(9) VALUE ZERO.
015000
015100 01  WS-ENTRY-NUMBER           PIC 9(7) VALUE ZERO.
015200 01  WS-LINE-NUMBER            PIC 9(3) VALUE ZERO.
015300
015400 01  WS-PAGE-CONTROL.
015500     05 WS-LINE-COUNT          PIC 99 VALUE ZERO.
015600     05 WS-PAGE-COUNT          PIC 999 VALUE ZERO.
015700     05 WS-LINES-PER-PAGE      PIC 99 VALUE 50.
015800
015900 01  WS-CONTROL-TOTALS.
016000     05 WS-COUNTS-READ         PIC 9(7) VALUE ZERO.
016100     05 WS-ITEMS-COUNTED       PIC 9(7) VALUE ZERO.
016200     05 WS-ITEMS-NOT-COUNTED   PIC 9(7) VALUE ZERO.
016300     05 WS-ITEMS-WITH-VARIANCE PIC 9(7) VALUE ZERO.
016400     05 WS-ITEMS-POSTED        PIC 9(7) VALUE ZERO.
016500     05 WS-ITEMS-NOT-POSTED    PIC 9(7) VALUE ZERO.
016600     05 WS-ITEMS-RELEASED      PIC 9(7) VALUE ZERO.
016700     05 WS-ENTRIES-POSTED      PIC 9(7) VALUE ZERO.
016800     05 WS-SUSPENSE-LINES      PIC 9(7) VALUE ZERO.
016900     05 WS-TOTAL-GAIN          PIC S9(13)V99 VALUE ZERO.
017000     05 WS-TOTAL-LOSS          PIC S9(13)V99 VALUE ZERO.
017100     05 WS-NET-VARIANCE        PIC S9(13)V99 VALUE ZERO.
017200
017300*    EDITED PIC USED TO PRINT THE ON-HAND CHANGE ON THE
017400*    AUDIT TRAIL.
017500 01  WS-QUANTITY-EDIT          PIC ---,---,--9.
017600
017700*    AUDIT WORK AREA -- STAGES THE BEFORE/AFTER VALUES FOR ONE
017800*    AUDIT EVENT BEFORE IT'S HANDED TO AUDITLOG.
017900 01  WS-AUDIT-WORK.
018000     05 AUD-ACTION             PIC X(08).
018100     05 AUD-FIELD-CHANGED      PIC X(20).
018200     05 AUD-OLD-VALUE          PIC X(30).
018300     05 AUD-NEW-VALUE          PIC X(30).
018400
018500*    PARAMETER PASSED TO THE SHARED AUDIT-LOGGING SUBPROGRAM --
018600*    SEE AUDITLOG.
018700 01  CYCADJ-AUDITLOG-PARM.
018800     05 AUDITLOG-PROGRAM-NAME  PIC X(08).
018900     05 AUDITLOG-RECORD-KEY    PIC X(10).
019000     05 AUDITLOG-ACTION        PIC X(08).
019100     05 AUDITLOG-FIELD-CHANGED PIC X(20).
019200     05 AUDITLOG-OLD-VALUE     PIC X(30).
019300     05 AUDITLOG-NEW-VALUE     PIC X(30).
019400     05 AUDITLOG-OPERATOR-ID   PIC X(08).
019500
019600*    PARAMETER PASSED TO THE SHARED AUTHORIZATION-CHECK
019700*    SUBPROGRAM -- SEE AUTHCHK.
019800 01  CYCADJ-AUTHCHK-PARM.
019900     05 AUTHCHK-OPERATOR-ID       PIC X(08).
020000     05 AUTHCHK-AUTHORIZED-SWITCH PIC X(01).
020100         88 AUTHCHK-AUTHORIZED            VALUE "Y".
020200         88 AUTHCHK-NOT-AUTHORIZED        VALUE "N".
020300*    THE CALLER'S PROGRAM OR FUNCTION NAME, MATCHED
020400*    AGAINST THE OPSEC GRANTS -- SEE AUTHCHK.
020500     05 AUTHCHK-PROGRAM-NAME    PIC X(08).
020600
020700*    SET WHEN A LINE FAILS THE CHART CHECK AND THE CHART HAS
020800*    NO SUSPENSE ACCOUNT TO TAKE IT -- THE LINE IS WRITTEN
020900*    AS MAPPED SO THE ENTRY STAYS BALANCED, AND THE RUN ENDS
021000*    RC 16 FOR THE CHART TO BE FIXED.
021100 01  WS-NO-SUSPENSE-SWITCH     PIC X VALUE "N".
021200     88 WS-NO-SUSPENSE                   VALUE "Y".
021300
021400*    PARAMETER PASSED TO THE SHARED CHART-OF-ACCOUNTS CHECK
021500*    SUBPROGRAM -- SEE GLACHK.  GLACHK-JOURNAL-LINE IS THE
021600*    GL-JOURNAL-RECORD LAYOUT.
021700 01  CYCADJ-GLACHK-PARM.
021800     05 GLACHK-PROGRAM-NAME      PIC X(08).
021900     05 GLACHK-JOURNAL-LINE.
022000        10 GLACHK-ENTRY-NUMBER   PIC 9(7).
022100        10 GLACHK-LINE-NUMBER    PIC 9(3).
022200        10 GLACHK-POST-DATE      PIC 9(8).
022300        10 GLACHK-ACCOUNT        PIC X(8).
022400        10 GLACHK-DEBIT-AMOUNT   PIC 9(11)V99.
022500        10 GLACHK-CREDIT-AMOUNT  PIC 9(11)V99.
022600        10 GLACHK-SOURCE         PIC X(2).
022700        10 GLACHK-REFERENCE      PIC X(14).
022800     05 GLACHK-RESULT            PIC X(02).
022900         88 GLACHK-ACCOUNT-OK             VALUE "OK".
023000         88 GLACHK-NO-CHART               VALUE "NC".
023100         88 GLACHK-SUSPENDED              VALUE "NF" "IN" "SM".
023200         88 GLACHK-NO-SUSPENSE            VALUE "NS".
023300     05 GLACHK-ORIGINAL-ACCOUNT  PIC X(08).
023400
023500 01  HEADING-LINE-1.
023600     05 FILLER                 PIC X(32)
023700        VALUE "CYCLE COUNT VARIANCE - RUN DATE ".
023800     05 HDG-RUN-DATE           PIC 9(8).
023900     05 FILLER                 PIC X(04) VALUE SPACES.
024000     05 HDG-RUN-MODE           PIC X(40).
024100     05 FILLER                 PIC X(05) VALUE "PAGE ".
024200     05 HDG-PAGE-NUMBER        PIC ZZZ9.
024300
024400 01  HEADING-LINE-2.
024500     05 FILLER                 PIC X(08) VALUE "ITEM".
024600     05 FILLER                 PIC X(02) VALUE SPACES.
024650     05 FILLER                 PIC X(05) VALUE "WHS".
024700     05 FILLER                 PIC X(20) VALUE "DESCRIPTION".
024800     05 FILLER                 PIC X(09) VALUE "COUNTED".
024900     05 FILLER                 PIC X(12) VALUE "    BOOK QTY".
025000     05 FILLER                 PIC X(12) VALUE " COUNTED QTY".
025100     05 FILLER                 PIC X(12) VALUE "    VARIANCE".
025200     05 FILLER                 PIC X(14)
025300        VALUE "     UNIT COST".
025400     05 FILLER                 PIC X(21)
025500        VALUE "       VARIANCE VALUE".
025600     05 FILLER                 PIC X(02) VALUE SPACES.
025700     05 FILLER                 PIC X(12) VALUE "NOTE".
025800
025900 01  DETAIL-LINE.
026000     05 DTL-ITEM-NUMBER        PIC X(08).
026100     05 FILLER                 PIC X(02) VALUE SPACES.
026133     05 DTL-WAREHOUSE          PIC X(03).
026166     05 FILLER                 PIC X(02) VALUE SPACES.
026200     05 DTL-DESCRIPTION        PIC X(20).
026300     05 DTL-COUNT-DATE         PIC 9(08).
026400     05 FILLER                 PIC X(01) VALUE SPACES.
026500     05 DTL-BOOK-QUANTITY      PIC ZZZ,ZZZ,ZZ9-.
026600     05 DTL-COUNTED-QUANTITY   PIC ZZZ,ZZZ,ZZ9-.
026700     05 DTL-VARIANCE-QUANTITY  PIC ZZZ,ZZZ,ZZ9-.
026800     05 DTL-UNIT-COST          PIC Z,ZZZ,ZZ9.999.
026900     05 FILLER                 PIC X(01) VALUE SPACES.
027000     05 DTL-VARIANCE-VALUE     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
027100     05 FILLER                 PIC X(02) VALUE SPACES.
027200     05 DTL-NOTE               PIC X(12).
027300
027400 01  TOTAL-LINE.
027500     05 TTL-CAPTION            PIC X(40).
027600     05 FILLER                 PIC X(53) VALUE SPACES.
027700     05 TTL-AMOUNT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
027800
027900 LINKAGE SECTION.
028000 01  CYCADJ-PARM.
028100*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
028200*    WITH A 2-BYTE BINARY LENGTH COUNT.
028300     05 CYCADJ-PARM-LEN        PIC S9(4) COMP.
028400     05 CYCADJ-OPERATOR-ID     PIC X(08).
028500     05 CYCADJ-ACTION          PIC X(01).
028600
028700 PROCEDURE DIVISION USING CYCADJ-PARM.
028800 PROGRAM-BEGIN.
028900     PERFORM OPENING-PROCEDURE.
029000     PERFORM REPORT-ALL-COUNTS.
029100     PERFORM CLOSING-PROCEDURE.
029200
029300 PROGRAM-DONE.
029400     STOP RUN.
029500
029600*    POSTING IS SETTLED BEFORE ANY FILE OPENS -- AN
029700*    OPERATOR WITHOUT THE GRANT GETS NOTHING, NOT EVEN THE
029800*    REPORT, SO THE REFUSAL CANNOT BE MISTAKEN FOR A POST.
029900 OPENING-PROCEDURE.
030000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
030100     IF CYCADJ-PARM-LEN > ZERO
030200        MOVE CYCADJ-OPERATOR-ID TO WS-OPERATOR-ID
030300     END-IF.
030400     IF CYCADJ-PARM-LEN > 8
030500        AND CYCADJ-ACTION = "P"
030600        PERFORM CHECK-OPERATOR-AUTHORIZATION
030700        IF AUTHCHK-NOT-AUTHORIZED
030800           GO TO PROGRAM-DONE
030900        END-IF
031000        MOVE "Y" TO WS-POST-SWITCH
031100     END-IF.
031200     IF WS-POSTING
031300        PERFORM LOAD-ACCOUNT-MAP
031400        IF WS-IA-DEBIT-ACCOUNT = SPACES
031500           DISPLAY "CYCADJ: ACCOUNT-MAP-FILE IS MISSING THE IA "
031600                   "ROW -- NOTHING POSTED"
031700           MOVE 16 TO RETURN-CODE
031800           GO TO PROGRAM-DONE
031900        END-IF
032000        OPEN I-O CYCLE-COUNT-FILE
032100     ELSE
032200        OPEN INPUT CYCLE-COUNT-FILE
032300     END-IF.
032400     IF NOT COUNT-FILE-OK
032500        DISPLAY "CYCADJ: UNABLE TO OPEN CYCLE-COUNT-FILE, "
032600                "STATUS " WS-COUNT-FILE-STATUS
032700        MOVE 16 TO RETURN-CODE
032800        GO TO PROGRAM-DONE
032900     END-IF.
033000     OPEN INPUT ITEM-MASTER-FILE.
033100     IF NOT ITEM-FILE-OK
033200        DISPLAY "CYCADJ: UNABLE TO OPEN ITEM-MASTER-FILE, "
033300                "STATUS " WS-ITEM-FILE-STATUS
033400        MOVE 16 TO RETURN-CODE
033500        CLOSE CYCLE-COUNT-FILE
033600        GO TO PROGRAM-DONE
033700     END-IF.
033800     IF WS-POSTING
033900        PERFORM OPEN-POSTING-FILES
034000     END-IF.
034100     OPEN OUTPUT VARIANCE-REPORT.
034200     MOVE WS-RUN-DATE TO HDG-RUN-DATE.
034300     IF WS-POSTING
034400        MOVE SPACES TO HDG-RUN-MODE
034500        STRING "POSTED BY " WS-OPERATOR-ID
034600               DELIMITED BY SIZE INTO HDG-RUN-MODE
034700     ELSE
034800        MOVE "REPORT ONLY -- NOTHING POSTED" TO HDG-RUN-MODE
034900     END-IF.
035000     PERFORM WRITE-HEADING.
035100
035200 OPEN-POSTING-FILES.
035300     OPEN I-O INVENTORY-BALANCE-FILE.
035400     IF NOT ITMBAL-FILE-OK
035500        DISPLAY "CYCADJ: UNABLE TO OPEN INVENTORY-BALANCE-"
035600                "FILE, STATUS " WS-ITMBAL-FILE-STATUS
035700        MOVE 16 TO RETURN-CODE
035800        CLOSE CYCLE-COUNT-FILE
035900        CLOSE ITEM-MASTER-FILE
036000        GO TO PROGRAM-DONE
036100     END-IF.
036200*    THE JOURNAL EXTENDS, LIKE GLPOST'S.
036300     OPEN EXTEND GL-JOURNAL-FILE.
036400     IF WS-JOURNAL-FILE-STATUS = "35"
036500        CLOSE GL-JOURNAL-FILE
036600        OPEN OUTPUT GL-JOURNAL-FILE
036700     END-IF.
036800
036900 CHECK-OPERATOR-AUTHORIZATION.
037000     MOVE WS-OPERATOR-ID TO AUTHCHK-OPERATOR-ID.
037100     MOVE "CYCADJ  " TO AUTHCHK-PROGRAM-NAME.
037200     CALL "AUTHCHK" USING CYCADJ-AUTHCHK-PARM.
037300     IF AUTHCHK-NOT-AUTHORIZED
037400        DISPLAY "CYCADJ: OPERATOR " WS-OPERATOR-ID
037500                " NOT AUTHORIZED TO POST COUNT ADJUSTMENTS"
037600*       AUTHCHK ALREADY AUDITS THE DENIAL.
037700        MOVE 16 TO RETURN-CODE
037800     END-IF.
037900
038000 LOAD-ACCOUNT-MAP.
038100     OPEN INPUT ACCOUNT-MAP-FILE.
038200     IF NOT MAP-FILE-OK
038300        DISPLAY "CYCADJ: UNABLE TO OPEN ACCOUNT-MAP-FILE, "
038400                "STATUS " WS-MAP-FILE-STATUS
038500        MOVE "Y" TO WS-MAP-AT-END
038600     ELSE
038700        PERFORM READ-NEXT-MAP
038800     END-IF.
038900     PERFORM STORE-ONE-MAP UNTIL WS-MAP-AT-END = "Y".
039000     IF MAP-FILE-OK OR MAP-FILE-EOF
039100        CLOSE ACCOUNT-MAP-FILE
039200     END-IF.
039300
039400 STORE-ONE-MAP.
039500     IF MAP-SOURCE = "IA"
039600        MOVE MAP-DEBIT-ACCOUNT  TO WS-IA-DEBIT-ACCOUNT
039700        MOVE MAP-CREDIT-ACCOUNT TO WS-IA-CREDIT-ACCOUNT
039800     END-IF.
039900     PERFORM READ-NEXT-MAP.
040000
040100 READ-NEXT-MAP.
040200     READ ACCOUNT-MAP-FILE
040300          AT END MOVE "Y" TO WS-MAP-AT-END.
040400
040500 CLOSING-PROCEDURE.
040600     MOVE SPACES TO VARIANCE-LINE.
040700     WRITE VARIANCE-LINE.
040800     MOVE "TOTAL COUNT GAINS" TO TTL-CAPTION.
040900     MOVE WS-TOTAL-GAIN TO TTL-AMOUNT.
041000     WRITE VARIANCE-LINE FROM TOTAL-LINE.
041100     MOVE "TOTAL COUNT LOSSES" TO TTL-CAPTION.
041200     MOVE WS-TOTAL-LOSS TO TTL-AMOUNT.
041300     WRITE VARIANCE-LINE FROM TOTAL-LINE.
041400     MOVE "NET INVENTORY ADJUSTMENT" TO TTL-CAPTION.
041500     MOVE WS-NET-VARIANCE TO TTL-AMOUNT.
041600     WRITE VARIANCE-LINE FROM TOTAL-LINE.
041700     CLOSE CYCLE-COUNT-FILE.
041800     CLOSE ITEM-MASTER-FILE.
041900     CLOSE VARIANCE-REPORT.
042000     IF WS-POSTING
042100        CLOSE INVENTORY-BALANCE-FILE
042200        CLOSE GL-JOURNAL-FILE
042300     END-IF.
042400     DISPLAY "CYCADJ CONTROL TOTALS".
042500     DISPLAY "  COUNT RECORDS READ ...: " WS-COUNTS-READ.
042600     DISPLAY "  ITEMS COUNTED ........: " WS-ITEMS-COUNTED.
042700     DISPLAY "  ITEMS NOT COUNTED ....: " WS-ITEMS-NOT-COUNTED.
042800     DISPLAY "  ITEMS WITH A VARIANCE : " WS-ITEMS-WITH-VARIANCE.
042900     DISPLAY "  ITEMS POSTED .........: " WS-ITEMS-POSTED.
043000     DISPLAY "  ITEMS NOT POSTED .....: " WS-ITEMS-NOT-POSTED.
043100     DISPLAY "  ITEMS RELEASED .......: " WS-ITEMS-RELEASED.
043200     DISPLAY "  JOURNAL ENTRIES POSTED: " WS-ENTRIES-POSTED.
043300     DISPLAY "  LINES TO SUSPENSE ....: " WS-SUSPENSE-LINES.
043400     IF WS-NO-SUSPENSE
043500        DISPLAY "CYCADJ: CHART OF ACCOUNTS HAS NO SUSPENSE "
043600                "ACCOUNT -- UNCHECKED LINES WRITTEN AS MAPPED"
043700        MOVE 16 TO RETURN-CODE
043800     ELSE
043900        IF WS-ITEMS-NOT-COUNTED > ZERO
044000           OR WS-ITEMS-NOT-POSTED > ZERO
044100           OR WS-SUSPENSE-LINES > ZERO
044200           MOVE 4 TO RETURN-CODE
044300        ELSE
044400           MOVE 0 TO RETURN-CODE
044500        END-IF
044600     END-IF.
044700
044800 REPORT-ALL-COUNTS.
044900     PERFORM READ-NEXT-COUNT.
045000     PERFORM REPORT-ONE-COUNT UNTIL FILE-AT-END = "Y".
045100
045200 READ-NEXT-COUNT.
045300     READ CYCLE-COUNT-FILE NEXT RECORD
045400          AT END MOVE "Y" TO FILE-AT-END.
045500
045600*    ITEMS ALREADY POSTED OR RELEASED BELONG TO A COUNT THAT
045700*    IS FINISHED -- A RERUN AFTER A POST LISTS NOTHING TWICE.
045800 REPORT-ONE-COUNT.
045900     IF CC-OPEN
046000        ADD 1 TO WS-COUNTS-READ
046100        MOVE CC-ITEM-NUMBER TO ITEM-NUMBER
046200        READ ITEM-MASTER-FILE
046300            INVALID KEY
046400               MOVE "** NOT ON ITEM MASTER **"
046500                    TO ITEM-DESCRIPTION
046600        END-READ
046700        MOVE SPACES              TO DETAIL-LINE
046800        MOVE CC-ITEM-NUMBER      TO DTL-ITEM-NUMBER
046850        MOVE CC-WAREHOUSE        TO DTL-WAREHOUSE
046900        MOVE ITEM-DESCRIPTION    TO DTL-DESCRIPTION
047000        MOVE CC-BOOK-QUANTITY    TO DTL-BOOK-QUANTITY
047100        MOVE CC-AVERAGE-COST     TO DTL-UNIT-COST
047200        IF CC-COUNTED
047300           PERFORM REPORT-COUNTED-ITEM
047400        ELSE
047500           PERFORM REPORT-UNCOUNTED-ITEM
047600        END-IF
047700        IF WS-LINE-COUNT > WS-LINES-PER-PAGE
047800           PERFORM WRITE-HEADING
047900        END-IF
048000        WRITE VARIANCE-LINE FROM DETAIL-LINE
048100        ADD 1 TO WS-LINE-COUNT
048200     END-IF.
048300     PERFORM READ-NEXT-COUNT.
048400
048500*    THE VARIANCE IS VALUED AT THE COST FROZEN WITH THE BOOK
048600*    QUANTITY -- THE COST THE STOCK WAS CARRIED AT WHEN IT
048700*    WENT MISSING (OR TURNED UP).
048800 REPORT-COUNTED-ITEM.
048900     ADD 1 TO WS-ITEMS-COUNTED.
049000     COMPUTE WS-VARIANCE-QUANTITY =
049100             CC-COUNTED-QUANTITY - CC-BOOK-QUANTITY.
049200     COMPUTE WS-VARIANCE-VALUE ROUNDED =
049300             WS-VARIANCE-QUANTITY * CC-AVERAGE-COST.
049400     MOVE CC-COUNT-DATE        TO DTL-COUNT-DATE.
049500     MOVE CC-COUNTED-QUANTITY  TO DTL-COUNTED-QUANTITY.
049600     MOVE WS-VARIANCE-QUANTITY TO DTL-VARIANCE-QUANTITY.
049700     MOVE WS-VARIANCE-VALUE    TO DTL-VARIANCE-VALUE.
049800     IF WS-VARIANCE-QUANTITY NOT = ZERO
049900        ADD 1 TO WS-ITEMS-WITH-VARIANCE
050000        IF CC-AVERAGE-COST = ZERO
050100           MOVE "NO COST" TO DTL-NOTE
050200        END-IF
050300     END-IF.
050400     IF WS-POSTING
050500        PERFORM POST-COUNTED-ITEM
050600     END-IF.
050700     IF WS-VARIANCE-VALUE > ZERO
050800        ADD WS-VARIANCE-VALUE TO WS-TOTAL-GAIN
050900     ELSE
051000        ADD WS-VARIANCE-VALUE TO WS-TOTAL-LOSS
051100     END-IF.
051200     ADD WS-VARIANCE-VALUE TO WS-NET-VARIANCE.
051300
051400*    NEVER COUNTED -- NOTHING TO COMPARE.  A POSTING RUN
051500*    RELEASES IT; ITS LAST-COUNT DATE IS UNTOUCHED, SO THE
051600*    NEXT AGE SELECTION PICKS IT UP AGAIN.
051700 REPORT-UNCOUNTED-ITEM.
051800     ADD 1 TO WS-ITEMS-NOT-COUNTED.
051900     MOVE "NOT COUNTED" TO DTL-NOTE.
052000     IF WS-POSTING
052100        SET CC-RELEASED TO TRUE
052200        REWRITE CYCLE-COUNT-RECORD
052300        ADD 1 TO WS-ITEMS-RELEASED
052400        MOVE "RELEASED" TO DTL-NOTE
052500     END-IF.
052600
052700*    THE ON-HAND MOVES BY THE VARIANCE, NOT TO THE COUNT --
052800*    WHATEVER RECEIVING AND SHIPPING HAVE POSTED SINCE THE
052900*    SHEETS WERE PRINTED STAYS POSTED.
053000 POST-COUNTED-ITEM.
053050     MOVE CC-WAREHOUSE   TO IB-WAREHOUSE.
053100     MOVE CC-ITEM-NUMBER TO IB-ITEM-NUMBER.
053200     READ INVENTORY-BALANCE-FILE
053300         INVALID KEY
053400            DISPLAY "CYCADJ: ITEM " CC-ITEM-NUMBER
053450                    " WAREHOUSE " CC-WAREHOUSE
053500                    " HAS NO BALANCE RECORD, NOT POSTED"
053600            ADD 1 TO WS-ITEMS-NOT-POSTED
053700            MOVE "NO BALANCE" TO DTL-NOTE
053800         NOT INVALID KEY
053900            PERFORM ADJUST-ITEM-BALANCE
054000     END-READ.
054100
054200 ADJUST-ITEM-BALANCE.
054300     MOVE IB-ON-HAND-QUANTITY TO WS-OLD-ON-HAND.
054400     ADD WS-VARIANCE-QUANTITY TO IB-ON-HAND-QUANTITY.
054500     MOVE CC-COUNT-DATE TO IB-LAST-COUNT-DATE.
054600     REWRITE INVENTORY-BALANCE-RECORD.
054700     PERFORM WRITE-COUNT-AUDIT.
054800     IF WS-VARIANCE-VALUE NOT = ZERO
054900        PERFORM POST-ADJUSTMENT-ENTRY
055000     END-IF.
055100     SET CC-POSTED TO TRUE.
055200     REWRITE CYCLE-COUNT-RECORD.
055300     ADD 1 TO WS-ITEMS-POSTED.
055400     IF DTL-NOTE = SPACES
055500        MOVE "ADJUSTED" TO DTL-NOTE
055600     END-IF.
055700
055800*    ONE AUDIT RECORD PER ITEM POSTED, VARIANCE OR NOT -- THE
055900*    TRAIL SHOWS THE ITEM WAS COUNTED AND BY WHOM IT WAS
056000*    APPROVED, AND THE WAREHOUSE AND COUNTER RIDE IN THE
056050*    FIELD NAME.
056100 WRITE-COUNT-AUDIT.
056200     MOVE "CYCCOUNT" TO AUD-ACTION.
056300     MOVE SPACES TO AUD-FIELD-CHANGED.
056400     STRING "ON-HAND " CC-WAREHOUSE " " CC-COUNTER-ID
056500            DELIMITED BY SIZE INTO AUD-FIELD-CHANGED.
056600     MOVE WS-OLD-ON-HAND TO WS-QUANTITY-EDIT.
056700     MOVE WS-QUANTITY-EDIT TO AUD-OLD-VALUE.
056800     MOVE IB-ON-HAND-QUANTITY TO WS-QUANTITY-EDIT.
056900     MOVE WS-QUANTITY-EDIT TO AUD-NEW-VALUE.
057000     PERFORM WRITE-AUDIT-RECORD.
057100
057200 WRITE-AUDIT-RECORD.
057300     MOVE "CYCADJ"             TO AUDITLOG-PROGRAM-NAME.
057400     MOVE CC-ITEM-NUMBER       TO AUDITLOG-RECORD-KEY.
057500     MOVE AUD-ACTION           TO AUDITLOG-ACTION.
057600     MOVE AUD-FIELD-CHANGED    TO AUDITLOG-FIELD-CHANGED.
057700     MOVE AUD-OLD-VALUE        TO AUDITLOG-OLD-VALUE.
057800     MOVE AUD-NEW-VALUE        TO AUDITLOG-NEW-VALUE.
057900     MOVE WS-OPERATOR-ID       TO AUDITLOG-OPERATOR-ID.
058000     CALL "AUDITLOG" USING CYCADJ-AUDITLOG-PARM.
058100
058200*    ONE BALANCED ENTRY PER ITEM WITH A VALUED VARIANCE: A
058300*    LOSS DEBITS THE ADJUSTMENT ACCOUNT AND CREDITS
058400*    INVENTORY, A GAIN POSTS THE MIRROR.
058500 POST-ADJUSTMENT-ENTRY.
058600     ADD 1 TO WS-ENTRY-NUMBER.
058700     MOVE ZERO TO WS-LINE-NUMBER.
058800     MOVE "IA" TO JE-SOURCE.
058900     MOVE SPACES TO JE-REFERENCE.
059000     STRING "CY " CC-ITEM-NUMBER CC-WAREHOUSE
059100            DELIMITED BY SIZE INTO JE-REFERENCE.
059200     IF WS-VARIANCE-VALUE < ZERO
059300        COMPUTE WS-ABS-VARIANCE-VALUE =
059400                ZERO - WS-VARIANCE-VALUE
059500        MOVE WS-IA-DEBIT-ACCOUNT   TO JE-ACCOUNT
059600        MOVE WS-ABS-VARIANCE-VALUE TO JE-DEBIT-AMOUNT
059700        MOVE ZERO                  TO JE-CREDIT-AMOUNT
059800        PERFORM WRITE-JOURNAL-LINE
059900        MOVE WS-IA-CREDIT-ACCOUNT  TO JE-ACCOUNT
060000        MOVE ZERO                  TO JE-DEBIT-AMOUNT
060100        MOVE WS-ABS-VARIANCE-VALUE TO JE-CREDIT-AMOUNT
060200        PERFORM WRITE-JOURNAL-LINE
060300     ELSE
060400        MOVE WS-VARIANCE-VALUE     TO WS-ABS-VARIANCE-VALUE
060500        MOVE WS-IA-CREDIT-ACCOUNT  TO JE-ACCOUNT
060600        MOVE WS-ABS-VARIANCE-VALUE TO JE-DEBIT-AMOUNT
060700        MOVE ZERO                  TO JE-CREDIT-AMOUNT
060800        PERFORM WRITE-JOURNAL-LINE
060900        MOVE WS-IA-DEBIT-ACCOUNT   TO JE-ACCOUNT
061000        MOVE ZERO                  TO JE-DEBIT-AMOUNT
061100        MOVE WS-ABS-VARIANCE-VALUE TO JE-CREDIT-AMOUNT
061200        PERFORM WRITE-JOURNAL-LINE
061300     END-IF.
061400     ADD 1 TO WS-ENTRIES-POSTED.
061500
061600 WRITE-JOURNAL-LINE.
061700     ADD 1 TO WS-LINE-NUMBER.
061800     MOVE WS-ENTRY-NUMBER TO JE-ENTRY-NUMBER.
061900     MOVE WS-LINE-NUMBER  TO JE-LINE-NUMBER.
062000     MOVE WS-RUN-DATE     TO JE-POST-DATE.
062100     PERFORM CHECK-JOURNAL-ACCOUNT.
062200     WRITE GL-JOURNAL-RECORD.
062300
062400*    THE ACCOUNT MUST BE ON THE CHART, ACTIVE AND POSTABLE --
062500*    GLACHK SWAPS IN THE SUSPENSE ACCOUNT WHEN IT ISN'T AND
062600*    LISTS THE LINE FOR ACCOUNTING TO RECLASS.
062700 CHECK-JOURNAL-ACCOUNT.
062800     MOVE "CYCADJ" TO GLACHK-PROGRAM-NAME.
062900     MOVE GL-JOURNAL-RECORD TO GLACHK-JOURNAL-LINE.
063000     CALL "GLACHK" USING CYCADJ-GLACHK-PARM.
063100     IF GLACHK-SUSPENDED
063200        MOVE GLACHK-ACCOUNT TO JE-ACCOUNT
063300        ADD 1 TO WS-SUSPENSE-LINES
063400     END-IF.
063500     IF GLACHK-NO-SUSPENSE
063600        MOVE "Y" TO WS-NO-SUSPENSE-SWITCH
063700     END-IF.
063800
063900 WRITE-HEADING.
064000     ADD 1 TO WS-PAGE-COUNT.
064100     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER.
064200     WRITE VARIANCE-LINE FROM HEADING-LINE-1.
064300     WRITE VARIANCE-LINE FROM HEADING-LINE-2.
064400     MOVE ZERO TO WS-LINE-COUNT.
