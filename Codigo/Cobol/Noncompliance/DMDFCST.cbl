000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DMDFCST.
000300*--------------------------------------------------
000400* Monthly demand forecast for the replenished items.
000500* Reads the units sold by item off the SALES-
000600* HISTORY-FILE for the twelve months ending with
000700* the period just closed, and works out a three-
000800* month moving average and a seasonal forecast of
000900* next month's demand -- the moving average scaled
001000* by how the same month last year ran against that
001100* year's average, once the item has a full year of
001200* sales behind it.  From the forecast, the lead
001300* time of the item's contract vendor and the
001400* safety-stock factor it suggests a reorder point
001500* (lead-time demand plus safety stock) and a reorder
001600* quantity (a month of demand), writes them to the
001700* ITEM-FORECAST-FILE pending review, and prints the
001800* current settings against the suggested ones.
001900* Purchasing approves or rejects each suggestion
002000* through FCSTAPPR; REORDER uses an approved one in
002100* place of the item master's.  Nothing is approved
002200* here, so the run can be repeated at will.
002300*
002400* MODIFICATION HISTORY
002500*   WHO   DATE        WHAT
002600*   RWH   2026-10-15  Original version.
002700*--------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100
003200     SELECT ITEM-MASTER-FILE
003300         ASSIGN TO "ITEMMST"
003400         ORGANIZATION IS INDEXED
003500         RECORD KEY IS ITEM-NUMBER
003600         ACCESS MODE IS SEQUENTIAL
003700         FILE STATUS IS WS-ITEM-FILE-STATUS.
003800
003900     SELECT CONTRACT-PRICE-FILE
004000         ASSIGN TO "CONPRC"
004100         ORGANIZATION IS INDEXED
004200         RECORD KEY IS CP-KEY
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS WS-PRICE-FILE-STATUS.
004500
004600     SELECT VENDOR-FILE
004700         ASSIGN TO "vendor"
004800         ORGANIZATION IS INDEXED
004900         RECORD KEY IS VENDOR-NUMBER
005000         ACCESS MODE IS RANDOM
005100         FILE STATUS IS WS-VENDOR-FILE-STATUS.
005200
005300     SELECT SALES-HISTORY-FILE
005400         ASSIGN TO "SLSHISTF"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-HISTORY-FILE-STATUS.
005700
005800     SELECT ITEM-FORECAST-FILE
005900         ASSIGN TO "ITMFCST"
006000         ORGANIZATION IS INDEXED
006100         RECORD KEY IS FC-ITEM-NUMBER
006200         ACCESS MODE IS RANDOM
006300         FILE STATUS IS WS-FORECAST-FILE-STATUS.
006400
006500     SELECT FORECAST-REVIEW-REPORT
006600         ASSIGN TO "DMDFCSTR"
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100
007200     COPY ITMMST.
007300     COPY CONPRC.
007400     COPY FILEVTA.
007500     COPY SLSHIST.
007600     COPY ITMFCST.
007700
007800 FD  FORECAST-REVIEW-REPORT
007900     LABEL RECORDS ARE STANDARD.
008000 01  FORECAST-REVIEW-LINE      PIC X(132).
008100
008200 WORKING-STORAGE SECTION.
008300
008400 01  FILE-AT-END               PIC X VALUE "N".
008500
008600*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
008700*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
008800     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
008900         ==WS-ITEM-FILE-STATUS== ==PFX-FILE-OK== BY
009000         ==ITEM-FILE-OK== ==PFX-FILE-EOF== BY
009100         ==ITEM-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
009200         ==ITEM-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
009300         ==ITEM-FILE-NOT-FOUND==
009400         ==PFX-FILE-BOUNDARY-VIOLATION== BY
009500         ==ITEM-FILE-BOUNDARY-VIOLATION==.
009600
009700     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
009800         ==WS-PRICE-FILE-STATUS== ==PFX-FILE-OK== BY
009900         ==PRICE-FILE-OK== ==PFX-FILE-EOF== BY
010000         ==PRICE-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010100         ==PRICE-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
010200         ==PRICE-FILE-NOT-FOUND==
010300         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010400         ==PRICE-FILE-BOUNDARY-VIOLATION==.
010500
010600     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
010700         ==WS-VENDOR-FILE-STATUS== ==PFX-FILE-OK== BY
010800         ==VENDOR-FILE-OK== ==PFX-FILE-EOF== BY
010900         ==VENDOR-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
011000         ==VENDOR-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
011100         ==VENDOR-FILE-NOT-FOUND==
011200         ==PFX-FILE-BOUNDARY-VIOLATION== BY
011300         ==VENDOR-FILE-BOUNDARY-VIOLATION==.
011400
011500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
011600         ==WS-FORECAST-FILE-STATUS== ==PFX-FILE-OK== BY
011700         ==FORECAST-FILE-OK== ==PFX-FILE-EOF== BY
011800         ==FORECAST-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
011900         ==FORECAST-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
012000         ==FORECAST-FILE-NOT-FOUND==
012100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
012200         ==FORECAST-FILE-BOUNDARY-VIOLATION==.
012300
012400 01  WS-HISTORY-FILE-STATUS    PIC XX VALUE SPACES.
012500 01  WS-VENDOR-FILE-OPEN       PIC X VALUE "N".
012600
012700 01  WS-RUN-DATE               PIC 9(8).
012800
012900*    THE LAST MONTH OF HISTORY READ, AND THE SAME MONTH AS
013000*    A COUNT OF MONTHS SO ANY PERIOD'S DISTANCE BACK FROM
013100*    IT IS A SUBTRACTION.
013200 01  WS-PERIOD                 PIC 9(6) VALUE ZERO.
013300 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
013400     05 WS-PERIOD-YEAR         PIC 9(4).
013500     05 WS-PERIOD-MONTH        PIC 9(2).
013600 01  WS-END-MONTHS             PIC 9(6) VALUE ZERO.
013700 01  WS-HISTORY-PERIOD         PIC 9(6) VALUE ZERO.
013800 01  WS-HISTORY-PARTS REDEFINES WS-HISTORY-PERIOD.
013900     05 WS-HISTORY-YEAR        PIC 9(4).
014000     05 WS-HISTORY-MONTH       PIC 9(2).
014100 01  WS-HISTORY-MONTHS         PIC 9(6) VALUE ZERO.
014200 01  WS-MONTHS-BACK            PIC S9(6) VALUE ZERO.
014300
014400*    THE FORECASTING RULES.  THE MOVING AVERAGE RUNS OVER
014500*    THE LAST THREE MONTHS; A VENDOR WITH NO LEAD TIME ON
014600*    FILE GETS THE SAME STANDING TWO WEEKS REORDER DATES
014700*    ITS SUGGESTED ORDERS WITH; SAFETY STOCK IS THE FACTOR
014800*    TIMES LEAD-TIME DEMAND (THE PARM MAY OVERRIDE IT); AND
014900*    A REORDER BUYS A MONTH OF DEMAND.
015000 01  WS-AVERAGE-MONTHS         PIC 9(2) VALUE 3.
015100 01  WS-DEFAULT-LEAD-TIME-DAYS PIC 9(3) VALUE 14.
015200 01  WS-SAFETY-FACTOR          PIC 9V99 VALUE 0.50.
015300 01  WS-DAYS-PER-MONTH         PIC 9(2) VALUE 30.
015400 01  WS-ORDER-COVER-DAYS       PIC 9(3) VALUE 30.
015500
015600*    ONE ROW PER REPLENISHED ITEM, IN ITEM ORDER.  DEMAND
015700*    IS UNITS SOLD BY MONTH, OLDEST FIRST -- MONTH 12 IS
015800*    THE PERIOD JUST CLOSED.  FIRST-MONTHS IS THE EARLIEST
015900*    MONTH THE ITEM SOLD IN, ANYWHERE IN THE HISTORY.
016000 01  WS-ITEM-TABLE.
016100     05 WS-ITEM-COUNT          PIC 9(3) VALUE ZERO.
016200     05 WS-ITEM-ENTRY OCCURS 500 TIMES INDEXED BY ITEM-IDX.
016300         10 WS-FCI-NUMBER      PIC X(08).
016400         10 WS-FCI-DESCRIPTION PIC X(40).
016500         10 WS-FCI-REORDER-POINT PIC 9(5).
016600         10 WS-FCI-REORDER-QTY PIC 9(5).
016700         10 WS-FCI-VENDOR      PIC 9(5).
016800         10 WS-FCI-PRICE       PIC 9(7)V99.
016900         10 WS-FCI-FIRST-MONTHS PIC 9(6).
017000         10 WS-FCI-DEMAND OCCURS 12 TIMES PIC S9(9).
017100
017200 01  WS-ITEM-SUB               PIC 9(3) VALUE ZERO.
017300 01  WS-MONTH-SUB              PIC 9(2) VALUE ZERO.
017400
017500*    THE ITEM BEING FORECAST.
017600 01  WS-YEAR-DEMAND            PIC S9(11) VALUE ZERO.
017700 01  WS-RECENT-DEMAND          PIC S9(11) VALUE ZERO.
017800 01  WS-YEAR-AVERAGE           PIC S9(9)V99 VALUE ZERO.
017900 01  WS-MOVING-AVERAGE         PIC S9(9)V99 VALUE ZERO.
018000 01  WS-SEASONAL-FORECAST      PIC S9(9)V99 VALUE ZERO.
018100 01  WS-FORECAST-DEMAND        PIC S9(9)V99 VALUE ZERO.
018200 01  WS-LEAD-TIME-DAYS         PIC 9(3) VALUE ZERO.
018300 01  WS-LEAD-TIME-DEMAND       PIC 9(9)V99 VALUE ZERO.
018400 01  WS-SAFETY-STOCK           PIC 9(9) VALUE ZERO.
018500 01  WS-SUGGESTED-POINT        PIC 9(9) VALUE ZERO.
018600 01  WS-SUGGESTED-QTY          PIC 9(9) VALUE ZERO.
018700 01  WS-CURRENT-POINT          PIC 9(5) VALUE ZERO.
018800 01  WS-CURRENT-QTY            PIC 9(5) VALUE ZERO.
018900 01  WS-FULL-YEAR              PIC X VALUE "N".
019000 01  WS-FORECAST-ON-FILE       PIC X VALUE "N".
019100
019200*    PARAMETER PASSED TO THE SHARED PERIOD-CONTROL
019300*    SUBPROGRAM -- SEE PERCTL.
019400 01  DMDFCST-PERCTL-PARM.
019500     05 PERCTL-FUNCTION        PIC X(01).
019600     05 PERCTL-PERIOD          PIC 9(06).
019700     05 PERCTL-FEEDBACK        PIC XX.
019800
019900 01  WS-PAGE-CONTROL.
020000     05 WS-LINE-COUNT          PIC 99 VALUE ZERO.
020100     05 WS-PAGE-COUNT          PIC 999 VALUE ZERO.
020200     05 WS-LINES-PER-PAGE      PIC 99 VALUE 50.
020300
020400 01  WS-CONTROL-TOTALS.
020500     05 WS-ITEMS-READ          PIC 9(7) VALUE ZERO.
020600     05 WS-ITEMS-NOT-LOADED    PIC 9(7) VALUE ZERO.
020700     05 WS-HISTORY-READ        PIC 9(7) VALUE ZERO.
020800     05 WS-HISTORY-USED        PIC 9(7) VALUE ZERO.
020900     05 WS-ITEMS-FORECAST      PIC 9(7) VALUE ZERO.
021000     05 WS-ITEMS-NO-HISTORY    PIC 9(7) VALUE ZERO.
021100     05 WS-SETTINGS-CHANGED    PIC 9(7) VALUE ZERO.
021200
021300 01  HEADING-LINE-1.
021400     05 FILLER                 PIC X(41)
021500        VALUE "DEMAND FORECAST REVIEW - HISTORY THROUGH ".
021600     05 HDG-PERIOD             PIC 9(6).
021700     05 FILLER                 PIC X(12) VALUE "  RUN DATE ".
021800     05 HDG-RUN-DATE           PIC 9(8).
021900     05 FILLER                 PIC X(10) VALUE SPACES.
022000     05 FILLER                 PIC X(05) VALUE "PAGE ".
022100     05 HDG-PAGE-NUMBER        PIC ZZZ9.
022200
022300 01  HEADING-LINE-2.
022400     05 FILLER                 PIC X(36) VALUE SPACES.
022500     05 FILLER                 PIC X(16) VALUE "----CURRENT----".
022600     05 FILLER                 PIC X(25)
022700        VALUE "-----MONTHLY DEMAND----".
022800     05 FILLER                 PIC X(20) VALUE SPACES.
022900     05 FILLER                 PIC X(17) VALUE "---SUGGESTED---".
023000
023100 01  HEADING-LINE-3.
023200     05 FILLER                 PIC X(10) VALUE "ITEM".
023300     05 FILLER                 PIC X(26) VALUE "DESCRIPTION".
023400     05 FILLER                 PIC X(08) VALUE "  POINT".
023500     05 FILLER                 PIC X(08) VALUE "    QTY".
023600     05 FILLER                 PIC X(12) VALUE "   MOV AVG".
023700     05 FILLER                 PIC X(13) VALUE "  SEASONAL".
023800     05 FILLER                 PIC X(07) VALUE "VENDOR".
023900     05 FILLER                 PIC X(04) VALUE "LEAD".
024000     05 FILLER                 PIC X(09) VALUE " SAFETY".
024100     05 FILLER                 PIC X(08) VALUE "  POINT".
024200     05 FILLER                 PIC X(09) VALUE "    QTY".
024300     05 FILLER                 PIC X(06) VALUE "REMARK".
024400
024500 01  DETAIL-LINE.
024600     05 DTL-ITEM-NUMBER        PIC X(08).
024700     05 FILLER                 PIC X(02) VALUE SPACES.
024800     05 DTL-DESCRIPTION        PIC X(25).
024900     05 FILLER                 PIC X(01) VALUE SPACES.
025000     05 DTL-CURRENT-POINT      PIC ZZZ,ZZ9.
025100     05 FILLER                 PIC X(01) VALUE SPACES.
025200     05 DTL-CURRENT-QTY        PIC ZZZ,ZZ9.
025300     05 FILLER                 PIC X(01) VALUE SPACES.
025400     05 DTL-MOVING-AVERAGE     PIC ZZZ,ZZ9.99.
025500     05 FILLER                 PIC X(02) VALUE SPACES.
025600     05 DTL-SEASONAL-FORECAST  PIC ZZZ,ZZ9.99.
025700     05 FILLER                 PIC X(03) VALUE SPACES.
025800     05 DTL-VENDOR             PIC ZZZZ9.
025900     05 FILLER                 PIC X(02) VALUE SPACES.
026000     05 DTL-LEAD-TIME-DAYS     PIC ZZ9.
026100     05 FILLER                 PIC X(01) VALUE SPACES.
026200     05 DTL-SAFETY-STOCK       PIC ZZZ,ZZ9.
026300     05 FILLER                 PIC X(02) VALUE SPACES.
026400     05 DTL-SUGGESTED-POINT    PIC ZZZ,ZZ9.
026500     05 FILLER                 PIC X(01) VALUE SPACES.
026600     05 DTL-SUGGESTED-QTY      PIC ZZZ,ZZ9.
026700     05 FILLER                 PIC X(02) VALUE SPACES.
026800     05 DTL-REMARK             PIC X(18).
026900
027000 LINKAGE SECTION.
027100 01  DMDFCST-PARM.
027200*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
027300*    WITH A 2-BYTE BINARY LENGTH COUNT.  THE PERIOD (YYYYMM)
027400*    IS THE LAST MONTH OF HISTORY TO READ; THE FACTOR, IF
027500*    GIVEN, IS THREE DIGITS WITH TWO DECIMALS (075 = 0.75).
027600     05 DMDFCST-PARM-LEN       PIC S9(4) COMP.
027700     05 DMDFCST-PERIOD         PIC X(06).
027800     05 DMDFCST-SAFETY-FACTOR  PIC X(03).
027900     05 DMDFCST-SAFETY-FACTOR-N REDEFINES DMDFCST-SAFETY-FACTOR
028000                               PIC 9V99.
028100
028200 PROCEDURE DIVISION USING DMDFCST-PARM.
028300 PROGRAM-BEGIN.
028400     PERFORM OPENING-PROCEDURE.
028500     PERFORM MAIN-PROCESS.
028600     PERFORM CLOSING-PROCEDURE.
028700
028800 PROGRAM-DONE.
028900     STOP RUN.
029000
029100 OPENING-PROCEDURE.
029200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
029300     IF DMDFCST-PARM-LEN NOT < 6
029400        AND DMDFCST-PERIOD IS NUMERIC
029500        MOVE DMDFCST-PERIOD TO WS-PERIOD
029600     ELSE
029700        PERFORM RESOLVE-CLOSED-PERIOD
029800     END-IF.
029900     IF DMDFCST-PARM-LEN NOT < 9
030000        AND DMDFCST-SAFETY-FACTOR IS NUMERIC
030100        MOVE DMDFCST-SAFETY-FACTOR-N TO WS-SAFETY-FACTOR
030200     END-IF.
030300     COMPUTE WS-END-MONTHS =
030400             WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH.
030500     DISPLAY "DMDFCST: HISTORY THROUGH " WS-PERIOD
030600             ", SAFETY FACTOR " WS-SAFETY-FACTOR.
030700     OPEN INPUT ITEM-MASTER-FILE.
030800     IF NOT ITEM-FILE-OK
030900        DISPLAY "DMDFCST: UNABLE TO OPEN ITEM-MASTER-FILE, "
031000                "STATUS " WS-ITEM-FILE-STATUS
031100        MOVE 16 TO RETURN-CODE
031200        GO TO PROGRAM-DONE
031300     END-IF.
031400     OPEN INPUT CONTRACT-PRICE-FILE.
031500     IF WS-PRICE-FILE-STATUS = "35"
031600*       NO CONTRACTS YET -- EVERY ITEM TAKES THE STANDING
031700*       LEAD TIME.
031800        DISPLAY "DMDFCST: NO CONTRACT-PRICE-FILE, STANDING "
031900                "LEAD TIME USED"
032000     ELSE
032100        IF NOT PRICE-FILE-OK
032200           DISPLAY "DMDFCST: UNABLE TO OPEN CONTRACT-PRICE-"
032300                   "FILE, STATUS " WS-PRICE-FILE-STATUS
032400           MOVE 16 TO RETURN-CODE
032500           CLOSE ITEM-MASTER-FILE
032600           GO TO PROGRAM-DONE
032700        END-IF
032800     END-IF.
032900     OPEN INPUT VENDOR-FILE.
033000     IF VENDOR-FILE-OK
033100        MOVE "Y" TO WS-VENDOR-FILE-OPEN
033200     ELSE
033300        DISPLAY "DMDFCST: VENDOR-FILE NOT AVAILABLE, STATUS "
033400                WS-VENDOR-FILE-STATUS ", STANDING LEAD TIME "
033500                "USED"
033600     END-IF.
033700     OPEN I-O ITEM-FORECAST-FILE.
033800     IF WS-FORECAST-FILE-STATUS = "35"
033900        OPEN OUTPUT ITEM-FORECAST-FILE
034000        CLOSE ITEM-FORECAST-FILE
034100        OPEN I-O ITEM-FORECAST-FILE
034200     END-IF.
034300     IF NOT FORECAST-FILE-OK
034400        DISPLAY "DMDFCST: UNABLE TO OPEN ITEM-FORECAST-FILE, "
034500                "STATUS " WS-FORECAST-FILE-STATUS
034600        MOVE 16 TO RETURN-CODE
034700        CLOSE ITEM-MASTER-FILE
034800        GO TO PROGRAM-DONE
034900     END-IF.
035000     OPEN OUTPUT FORECAST-REVIEW-REPORT.
035100     PERFORM WRITE-HEADING.
035200
035300 CLOSING-PROCEDURE.
035400     CLOSE ITEM-MASTER-FILE.
035500     IF PRICE-FILE-OK OR PRICE-FILE-EOF
035600        CLOSE CONTRACT-PRICE-FILE
035700     END-IF.
035800     IF WS-VENDOR-FILE-OPEN = "Y"
035900        CLOSE VENDOR-FILE
036000     END-IF.
036100     CLOSE ITEM-FORECAST-FILE.
036200     CLOSE FORECAST-REVIEW-REPORT.
036300     DISPLAY "DMDFCST CONTROL TOTALS".
036400     DISPLAY "  ITEM RECORDS READ ....: " WS-ITEMS-READ.
036500     DISPLAY "  ITEMS NOT LOADED .....: " WS-ITEMS-NOT-LOADED.
036600     DISPLAY "  HISTORY RECORDS READ .: " WS-HISTORY-READ.
036700     DISPLAY "  HISTORY RECORDS USED .: " WS-HISTORY-USED.
036800     DISPLAY "  ITEMS FORECAST .......: " WS-ITEMS-FORECAST.
036900     DISPLAY "  ITEMS WITH NO HISTORY : " WS-ITEMS-NO-HISTORY.
037000     DISPLAY "  SETTINGS TO REVIEW ...: " WS-SETTINGS-CHANGED.
037100     IF RETURN-CODE NOT > 4
037200        IF WS-ITEMS-NOT-LOADED > ZERO
037300           MOVE 4 TO RETURN-CODE
037400        ELSE
037500           MOVE 0 TO RETURN-CODE
037600        END-IF
037700     END-IF.
037800
037900 MAIN-PROCESS.
038000     PERFORM LOAD-ITEM-TABLE.
038100     PERFORM LOAD-CONTRACT-VENDORS.
038200     PERFORM GATHER-SALES-HISTORY.
038300     PERFORM FORECAST-ONE-ITEM
038400             VARYING WS-ITEM-SUB FROM 1 BY 1
038500             UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
038600
038700*    THE FORECAST COVERS THE ITEMS REORDER REPLENISHES -- A
038800*    POINT OR A QUANTITY ON THE ITEM MASTER.  AN ITEM WITH
038900*    NEITHER IS BOUGHT BY HAND ON PURPOSE.
039000 LOAD-ITEM-TABLE.
039100     MOVE "N" TO FILE-AT-END.
039200     PERFORM READ-NEXT-ITEM.
039300     PERFORM LOAD-ONE-ITEM UNTIL FILE-AT-END = "Y".
039400
039500 READ-NEXT-ITEM.
039600     READ ITEM-MASTER-FILE NEXT RECORD
039700          AT END MOVE "Y" TO FILE-AT-END.
039800
039900 LOAD-ONE-ITEM.
040000     ADD 1 TO WS-ITEMS-READ.
040100     IF ITEM-REORDER-POINT IS NOT NUMERIC
040200        MOVE ZERO TO ITEM-REORDER-POINT
040300     END-IF.
040400     IF ITEM-REORDER-QTY IS NOT NUMERIC
040500        MOVE ZERO TO ITEM-REORDER-QTY
040600     END-IF.
040700     IF ITEM-ACTIVE
040800        AND (ITEM-REORDER-POINT > ZERO
040900             OR ITEM-REORDER-QTY > ZERO)
041000        PERFORM ADD-ITEM-ENTRY
041100     END-IF.
041200     PERFORM READ-NEXT-ITEM.
041300
041400 ADD-ITEM-ENTRY.
041500     IF WS-ITEM-COUNT < 500
041600        ADD 1 TO WS-ITEM-COUNT
041700        MOVE ITEM-NUMBER TO WS-FCI-NUMBER (WS-ITEM-COUNT)
041800        MOVE ITEM-DESCRIPTION
041900             TO WS-FCI-DESCRIPTION (WS-ITEM-COUNT)
042000        MOVE ITEM-REORDER-POINT
042100             TO WS-FCI-REORDER-POINT (WS-ITEM-COUNT)
042200        MOVE ITEM-REORDER-QTY
042300             TO WS-FCI-REORDER-QTY (WS-ITEM-COUNT)
042400        MOVE ZERO TO WS-FCI-VENDOR (WS-ITEM-COUNT)
042500        MOVE ZERO TO WS-FCI-PRICE (WS-ITEM-COUNT)
042600        MOVE 999999 TO WS-FCI-FIRST-MONTHS (WS-ITEM-COUNT)
042700        PERFORM CLEAR-ITEM-DEMAND
042800                VARYING WS-MONTH-SUB FROM 1 BY 1
042900                UNTIL WS-MONTH-SUB > 12
043000     ELSE
043100        DISPLAY "DMDFCST: ITEM TABLE FULL, ITEM "
043200                ITEM-NUMBER " NOT FORECAST"
043300        ADD 1 TO WS-ITEMS-NOT-LOADED
043400     END-IF.
043500
043600 CLEAR-ITEM-DEMAND.
043700     MOVE ZERO TO WS-FCI-DEMAND (WS-ITEM-COUNT, WS-MONTH-SUB).
043800
043900*    THE LEAD TIME IS THE VENDOR'S THE ITEM WOULD BE BOUGHT
044000*    FROM -- THE CHEAPEST CONTRACT ON FILE, THE SAME CHOICE
044100*    REORDER MAKES.
044200 LOAD-CONTRACT-VENDORS.
044300     MOVE "N" TO FILE-AT-END.
044400     IF PRICE-FILE-OK
044500        PERFORM READ-NEXT-PRICE
044600     ELSE
044700        MOVE "Y" TO FILE-AT-END
044800     END-IF.
044900     PERFORM LOAD-ONE-PRICE UNTIL FILE-AT-END = "Y".
045000
045100 READ-NEXT-PRICE.
045200     READ CONTRACT-PRICE-FILE NEXT RECORD
045300          AT END MOVE "Y" TO FILE-AT-END.
045400
045500 LOAD-ONE-PRICE.
045600     SET ITEM-IDX TO 1.
045700     SEARCH WS-ITEM-ENTRY
045800         AT END
045900            CONTINUE
046000         WHEN ITEM-IDX > WS-ITEM-COUNT
046100            CONTINUE
046200         WHEN WS-FCI-NUMBER (ITEM-IDX) = CP-ITEM-NUMBER
046300            IF WS-FCI-VENDOR (ITEM-IDX) = ZERO
046400               OR CP-CONTRACT-PRICE < WS-FCI-PRICE (ITEM-IDX)
046500               MOVE CP-VENDOR-NUMBER
046600                    TO WS-FCI-VENDOR (ITEM-IDX)
046700               MOVE CP-CONTRACT-PRICE
046800                    TO WS-FCI-PRICE (ITEM-IDX)
046900            END-IF
047000     END-SEARCH.
047100     PERFORM READ-NEXT-PRICE.
047200
047300*    ONE PASS OF THE WHOLE HISTORY.  EVERY RECORD FOR A
047400*    TABLE ITEM MOVES THE ITEM'S FIRST MONTH BACK; THOSE IN
047500*    THE TWELVE-MONTH WINDOW ADD TO THEIR MONTH'S DEMAND.
047600*    RECORDS WRITTEN BEFORE THE HISTORY CARRIED A QUANTITY
047700*    HAVE NONE TO GIVE AND ARE PASSED OVER.
047800 GATHER-SALES-HISTORY.
047900     OPEN INPUT SALES-HISTORY-FILE.
048000     MOVE "N" TO FILE-AT-END.
048100     IF WS-HISTORY-FILE-STATUS = "35"
048200        DISPLAY "DMDFCST: NO SALES-HISTORY-FILE, NOTHING TO "
048300                "FORECAST FROM"
048400        MOVE "Y" TO FILE-AT-END
048500     ELSE
048600        IF WS-HISTORY-FILE-STATUS NOT = "00"
048700           DISPLAY "DMDFCST: UNABLE TO OPEN SALES-HISTORY-"
048800                   "FILE, STATUS " WS-HISTORY-FILE-STATUS
048900           MOVE 16 TO RETURN-CODE
049000           CLOSE ITEM-MASTER-FILE
049100           CLOSE ITEM-FORECAST-FILE
049200           CLOSE FORECAST-REVIEW-REPORT
049300           GO TO PROGRAM-DONE
049400        END-IF
049500        PERFORM READ-NEXT-HISTORY
049600     END-IF.
049700     PERFORM GATHER-ONE-HISTORY UNTIL FILE-AT-END = "Y".
049800     IF WS-HISTORY-FILE-STATUS = "00"
049900        OR WS-HISTORY-FILE-STATUS = "10"
050000        CLOSE SALES-HISTORY-FILE
050100     END-IF.
050200
050300 READ-NEXT-HISTORY.
050400     READ SALES-HISTORY-FILE
050500          AT END MOVE "Y" TO FILE-AT-END.
050600
050700 GATHER-ONE-HISTORY.
050800     ADD 1 TO WS-HISTORY-READ.
050900     IF SH-QUANTITY IS NUMERIC
051000        AND SH-PERIOD IS NUMERIC
051100        AND SH-PERIOD NOT > WS-PERIOD
051200        PERFORM POST-ONE-HISTORY
051300     END-IF.
051400     PERFORM READ-NEXT-HISTORY.
051500
051600 POST-ONE-HISTORY.
051700     MOVE SH-PERIOD TO WS-HISTORY-PERIOD.
051800     COMPUTE WS-HISTORY-MONTHS =
051900             WS-HISTORY-YEAR * 12 + WS-HISTORY-MONTH.
052000     COMPUTE WS-MONTHS-BACK =
052100             WS-END-MONTHS - WS-HISTORY-MONTHS.
052200     SET ITEM-IDX TO 1.
052300     SEARCH WS-ITEM-ENTRY
052400         AT END
052500            CONTINUE
052600         WHEN ITEM-IDX > WS-ITEM-COUNT
052700            CONTINUE
052800         WHEN WS-FCI-NUMBER (ITEM-IDX) = SH-ITEM-NUMBER
052900            PERFORM POST-ITEM-DEMAND
053000     END-SEARCH.
053100
053200 POST-ITEM-DEMAND.
053300     ADD 1 TO WS-HISTORY-USED.
053400     IF WS-HISTORY-MONTHS < WS-FCI-FIRST-MONTHS (ITEM-IDX)
053500        MOVE WS-HISTORY-MONTHS
053600             TO WS-FCI-FIRST-MONTHS (ITEM-IDX)
053700     END-IF.
053800     IF WS-MONTHS-BACK < 12
053900        COMPUTE WS-MONTH-SUB = 12 - WS-MONTHS-BACK
054000        ADD SH-QUANTITY
054100            TO WS-FCI-DEMAND (ITEM-IDX, WS-MONTH-SUB)
054200     END-IF.
054300
054400*    AN ITEM WITH NO HISTORY AT ALL (NEW, OR SOLD ONLY
054500*    BEFORE THE HISTORY CARRIED QUANTITIES) IS LISTED BUT
054600*    GIVEN NO SUGGESTION -- A ZERO POINT WOULD STOP ITS
054700*    REPLENISHMENT ON NO EVIDENCE.
054800 FORECAST-ONE-ITEM.
054900     IF WS-FCI-FIRST-MONTHS (WS-ITEM-SUB) = 999999
055000        ADD 1 TO WS-ITEMS-NO-HISTORY
055100        PERFORM LIST-ITEM-WITHOUT-HISTORY
055200     ELSE
055300        ADD 1 TO WS-ITEMS-FORECAST
055400        PERFORM COMPUTE-FORECAST-DEMAND
055500        PERFORM COMPUTE-SUGGESTED-SETTINGS
055600        PERFORM STORE-ITEM-FORECAST
055700        PERFORM LIST-ITEM-FORECAST
055800     END-IF.
055900
056000 COMPUTE-FORECAST-DEMAND.
056100     MOVE ZERO TO WS-YEAR-DEMAND.
056200     PERFORM ADD-ONE-MONTH-DEMAND
056300             VARYING WS-MONTH-SUB FROM 1 BY 1
056400             UNTIL WS-MONTH-SUB > 12.
056500     COMPUTE WS-RECENT-DEMAND =
056600             WS-FCI-DEMAND (WS-ITEM-SUB, 10)
056700           + WS-FCI-DEMAND (WS-ITEM-SUB, 11)
056800           + WS-FCI-DEMAND (WS-ITEM-SUB, 12).
056900     COMPUTE WS-MOVING-AVERAGE ROUNDED =
057000             WS-RECENT-DEMAND / WS-AVERAGE-MONTHS.
057100     IF WS-MOVING-AVERAGE < ZERO
057200        MOVE ZERO TO WS-MOVING-AVERAGE
057300     END-IF.
057400     COMPUTE WS-YEAR-AVERAGE ROUNDED = WS-YEAR-DEMAND / 12.
057500*    NEXT MONTH IS THE SAME CALENDAR MONTH AS MONTH 1 OF THE
057600*    WINDOW, SO MONTH 1 AGAINST THE YEAR'S AVERAGE IS THE
057700*    SEASONAL INDEX.  WITHOUT A FULL YEAR SOLD THE INDEX
057800*    MEANS NOTHING AND THE MOVING AVERAGE STANDS.
057900     IF WS-FCI-FIRST-MONTHS (WS-ITEM-SUB) NOT >
058000        WS-END-MONTHS - 11
058100        MOVE "Y" TO WS-FULL-YEAR
058200     ELSE
058300        MOVE "N" TO WS-FULL-YEAR
058400     END-IF.
058500     IF WS-FULL-YEAR = "Y"
058600        AND WS-YEAR-AVERAGE > ZERO
058700        COMPUTE WS-SEASONAL-FORECAST ROUNDED =
058800                WS-MOVING-AVERAGE
058900              * WS-FCI-DEMAND (WS-ITEM-SUB, 1)
059000              / WS-YEAR-AVERAGE
059100     ELSE
059200        MOVE WS-MOVING-AVERAGE TO WS-SEASONAL-FORECAST
059300     END-IF.
059400     IF WS-SEASONAL-FORECAST < ZERO
059500        MOVE ZERO TO WS-SEASONAL-FORECAST
059600     END-IF.
059700     IF WS-FULL-YEAR = "Y"
059800        MOVE WS-SEASONAL-FORECAST TO WS-FORECAST-DEMAND
059900     ELSE
060000        MOVE WS-MOVING-AVERAGE TO WS-FORECAST-DEMAND
060100     END-IF.
060200
060300 ADD-ONE-MONTH-DEMAND.
060400     ADD WS-FCI-DEMAND (WS-ITEM-SUB, WS-MONTH-SUB)
060500         TO WS-YEAR-DEMAND.
060600
060700*    REORDER POINT = DEMAND OVER THE LEAD TIME PLUS SAFETY
060800*    STOCK; REORDER QUANTITY = DEMAND OVER THE ORDER COVER.
060900*    A SELLING ITEM ALWAYS BUYS AT LEAST ONE.  THE ITEM
061000*    MASTER'S FIELDS HOLD FIVE DIGITS, SO NEITHER FIGURE
061100*    IS SUGGESTED HIGHER THAN THAT.
061200 COMPUTE-SUGGESTED-SETTINGS.
061300     PERFORM FIND-VENDOR-LEAD-TIME.
061400     COMPUTE WS-LEAD-TIME-DEMAND ROUNDED =
061500             WS-FORECAST-DEMAND * WS-LEAD-TIME-DAYS
061600           / WS-DAYS-PER-MONTH.
061700     COMPUTE WS-SAFETY-STOCK ROUNDED =
061800             WS-LEAD-TIME-DEMAND * WS-SAFETY-FACTOR.
061900     COMPUTE WS-SUGGESTED-POINT ROUNDED =
062000             WS-LEAD-TIME-DEMAND + WS-SAFETY-STOCK.
062100     COMPUTE WS-SUGGESTED-QTY ROUNDED =
062200             WS-FORECAST-DEMAND * WS-ORDER-COVER-DAYS
062300           / WS-DAYS-PER-MONTH.
062400     IF WS-SUGGESTED-QTY = ZERO
062500        AND WS-FORECAST-DEMAND > ZERO
062600        MOVE 1 TO WS-SUGGESTED-QTY
062700     END-IF.
062800     IF WS-SUGGESTED-POINT > 99999
062900        MOVE 99999 TO WS-SUGGESTED-POINT
063000     END-IF.
063100     IF WS-SUGGESTED-QTY > 99999
063200        MOVE 99999 TO WS-SUGGESTED-QTY
063300     END-IF.
063400     IF WS-SAFETY-STOCK > 9999999
063500        MOVE 9999999 TO WS-SAFETY-STOCK
063600     END-IF.
063700
063800 FIND-VENDOR-LEAD-TIME.
063900     MOVE WS-DEFAULT-LEAD-TIME-DAYS TO WS-LEAD-TIME-DAYS.
064000     IF WS-VENDOR-FILE-OPEN = "Y"
064100        AND WS-FCI-VENDOR (WS-ITEM-SUB) NOT = ZERO
064200        MOVE WS-FCI-VENDOR (WS-ITEM-SUB) TO VENDOR-NUMBER
064300        READ VENDOR-FILE
064400            INVALID KEY
064500               CONTINUE
064600            NOT INVALID KEY
064700               IF VENDOR-LEAD-TIME-DAYS IS NUMERIC
064800                  AND VENDOR-LEAD-TIME-DAYS > ZERO
064900                  MOVE VENDOR-LEAD-TIME-DAYS
065000                       TO WS-LEAD-TIME-DAYS
065100               END-IF
065200        END-READ
065300     END-IF.
065400
065500*    A NEW SUGGESTION REPLACES ANY STILL PENDING OR
065600*    REJECTED ONE; THE LAST APPROVED SETTINGS ARE CARRIED
065700*    FORWARD UNTOUCHED AND STAY IN FORCE UNTIL PURCHASING
065800*    APPROVES THIS ONE.
065900 STORE-ITEM-FORECAST.
066000     MOVE WS-FCI-NUMBER (WS-ITEM-SUB) TO FC-ITEM-NUMBER.
066100     READ ITEM-FORECAST-FILE
066200         INVALID KEY
066300            MOVE "N" TO WS-FORECAST-ON-FILE
066400         NOT INVALID KEY
066500            MOVE "Y" TO WS-FORECAST-ON-FILE
066600     END-READ.
066700     IF WS-FORECAST-ON-FILE NOT = "Y"
066800        MOVE SPACES TO ITEM-FORECAST-RECORD
066900        MOVE WS-FCI-NUMBER (WS-ITEM-SUB) TO FC-ITEM-NUMBER
067000        MOVE ZERO TO FC-APPROVED-REORDER-POINT
067100        MOVE ZERO TO FC-APPROVED-REORDER-QTY
067200        MOVE ZERO TO FC-APPROVED-DATE
067300     END-IF.
067400     IF FC-APPROVED-DATE IS NUMERIC
067500        AND FC-APPROVED-DATE > ZERO
067600        MOVE FC-APPROVED-REORDER-POINT TO WS-CURRENT-POINT
067700        MOVE FC-APPROVED-REORDER-QTY   TO WS-CURRENT-QTY
067800     ELSE
067900        MOVE WS-FCI-REORDER-POINT (WS-ITEM-SUB)
068000             TO WS-CURRENT-POINT
068100        MOVE WS-FCI-REORDER-QTY (WS-ITEM-SUB)
068200             TO WS-CURRENT-QTY
068300     END-IF.
068400     MOVE WS-PERIOD            TO FC-HISTORY-PERIOD.
068500     MOVE WS-RUN-DATE          TO FC-FORECAST-DATE.
068600     MOVE WS-MOVING-AVERAGE    TO FC-MOVING-AVERAGE.
068700     MOVE WS-SEASONAL-FORECAST TO FC-SEASONAL-FORECAST.
068800     MOVE WS-FORECAST-DEMAND   TO FC-FORECAST-DEMAND.
068900     MOVE WS-FCI-VENDOR (WS-ITEM-SUB) TO FC-VENDOR-NUMBER.
069000     MOVE WS-LEAD-TIME-DAYS    TO FC-LEAD-TIME-DAYS.
069100     MOVE WS-SAFETY-STOCK      TO FC-SAFETY-STOCK.
069200     MOVE WS-CURRENT-POINT     TO FC-CURRENT-REORDER-POINT.
069300     MOVE WS-CURRENT-QTY       TO FC-CURRENT-REORDER-QTY.
069400     MOVE WS-SUGGESTED-POINT   TO FC-SUGGESTED-REORDER-POINT.
069500     MOVE WS-SUGGESTED-QTY     TO FC-SUGGESTED-REORDER-QTY.
069600     SET FC-PENDING-REVIEW TO TRUE.
069700     IF WS-FORECAST-ON-FILE = "Y"
069800        REWRITE ITEM-FORECAST-RECORD
069900     ELSE
070000        WRITE ITEM-FORECAST-RECORD
070100     END-IF.
070200     IF NOT FORECAST-FILE-OK
070300        DISPLAY "DMDFCST: UNABLE TO STORE FORECAST FOR ITEM "
070400                FC-ITEM-NUMBER ", STATUS "
070500                WS-FORECAST-FILE-STATUS
070600        MOVE 16 TO RETURN-CODE
070700     END-IF.
070800
070900 LIST-ITEM-FORECAST.
071000     PERFORM START-DETAIL-LINE.
071100     MOVE WS-CURRENT-POINT     TO DTL-CURRENT-POINT.
071200     MOVE WS-CURRENT-QTY       TO DTL-CURRENT-QTY.
071300     MOVE WS-MOVING-AVERAGE    TO DTL-MOVING-AVERAGE.
071400     MOVE WS-SEASONAL-FORECAST TO DTL-SEASONAL-FORECAST.
071500     MOVE WS-FCI-VENDOR (WS-ITEM-SUB) TO DTL-VENDOR.
071600     MOVE WS-LEAD-TIME-DAYS    TO DTL-LEAD-TIME-DAYS.
071700     MOVE WS-SAFETY-STOCK      TO DTL-SAFETY-STOCK.
071800     MOVE WS-SUGGESTED-POINT   TO DTL-SUGGESTED-POINT.
071900     MOVE WS-SUGGESTED-QTY     TO DTL-SUGGESTED-QTY.
072000     IF WS-SUGGESTED-POINT = WS-CURRENT-POINT
072100        AND WS-SUGGESTED-QTY = WS-CURRENT-QTY
072200        MOVE "NO CHANGE" TO DTL-REMARK
072300     ELSE
072400        ADD 1 TO WS-SETTINGS-CHANGED
072500        IF WS-FULL-YEAR = "Y"
072600           MOVE "REVIEW-SEASONAL" TO DTL-REMARK
072700        ELSE
072800           MOVE "REVIEW-MOVING AVG" TO DTL-REMARK
072900        END-IF
073000     END-IF.
073100     PERFORM WRITE-DETAIL-LINE.
073200
073300 LIST-ITEM-WITHOUT-HISTORY.
073400     PERFORM START-DETAIL-LINE.
073500     MOVE WS-FCI-REORDER-POINT (WS-ITEM-SUB)
073600          TO DTL-CURRENT-POINT.
073700     MOVE WS-FCI-REORDER-QTY (WS-ITEM-SUB)
073800          TO DTL-CURRENT-QTY.
073900     MOVE WS-FCI-VENDOR (WS-ITEM-SUB) TO DTL-VENDOR.
074000     MOVE "NO SALES HISTORY" TO DTL-REMARK.
074100     PERFORM WRITE-DETAIL-LINE.
074200
074300 START-DETAIL-LINE.
074400     MOVE SPACES TO DETAIL-LINE.
074500     MOVE WS-FCI-NUMBER (WS-ITEM-SUB) TO DTL-ITEM-NUMBER.
074600     MOVE WS-FCI-DESCRIPTION (WS-ITEM-SUB) TO DTL-DESCRIPTION.
074700
074800 WRITE-DETAIL-LINE.
074900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
075000        PERFORM WRITE-HEADING
075100     END-IF.
075200     WRITE FORECAST-REVIEW-LINE FROM DETAIL-LINE.
075300     ADD 1 TO WS-LINE-COUNT.
075400
075500*    THE FORECAST RUNS AFTER MONTH-END HAS CLOSED THE PERIOD
075600*    SLSHIST SUMMARIZED, SO BY DEFAULT THE HISTORY ENDS THE
075700*    MONTH BEFORE THE ONE NOW OPEN -- SEE PERCTL.
075800 RESOLVE-CLOSED-PERIOD.
075900     MOVE "G" TO PERCTL-FUNCTION.
076000     CALL "PERCTL" USING DMDFCST-PERCTL-PARM.
076100     MOVE PERCTL-PERIOD TO WS-PERIOD.
076200     IF WS-PERIOD-MONTH = 1
076300        SUBTRACT 1 FROM WS-PERIOD-YEAR
076400        MOVE 12 TO WS-PERIOD-MONTH
076500     ELSE
076600        SUBTRACT 1 FROM WS-PERIOD-MONTH
076700     END-IF.
076800
076900 WRITE-HEADING.
077000     ADD 1 TO WS-PAGE-COUNT.
077100     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER.
077200     MOVE WS-PERIOD     TO HDG-PERIOD.
077300     MOVE WS-RUN-DATE   TO HDG-RUN-DATE.
077400     WRITE FORECAST-REVIEW-LINE FROM HEADING-LINE-1.
077500     WRITE FORECAST-REVIEW-LINE FROM HEADING-LINE-2.
077600     WRITE FORECAST-REVIEW-LINE FROM HEADING-LINE-3.
077700     MOVE ZERO TO WS-LINE-COUNT.
