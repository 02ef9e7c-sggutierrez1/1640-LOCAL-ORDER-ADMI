000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SPNDANL.
000300*--------------------------------------------------
000400* Spend analysis off the PURCHASE-HISTORY-FILE
000500* PURHIST builds.  The year is the twelve periods
000600* ending with the requested one, set against the
000700* twelve before it.  Vendors are ranked by the
000800* year's spend, then items, and under each item the
000900* vendors it was bought from -- each with last
001000* year's spend, the change, and the share of the
001100* spend billed at the contract price on file.  The
001200* period comes in on the PARM as YYYYMM; blank means
001300* the newest period on the history.
001400*
001500* MODIFICATION HISTORY
001600*   WHO   DATE        WHAT
001700*   RWH   2026-10-15  Original version.
001800*--------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200
002300     SELECT PURCHASE-HISTORY-FILE
002400         ASSIGN TO "PURHISTF"
002500         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS WS-HISTORY-FILE-STATUS.
002700
002800     SELECT VENDOR-FILE
002900         ASSIGN TO "vendor"
003000         ORGANIZATION IS INDEXED
003100         RECORD KEY IS VENDOR-NUMBER
003200         ACCESS MODE IS RANDOM
003300         FILE STATUS IS WS-VENDOR-FILE-STATUS.
003400
003500     SELECT SORT-WORK-FILE
003600         ASSIGN TO "SPNSORT".
003700
003800     SELECT SPEND-ANALYSIS-REPORT
003900         ASSIGN TO "SPNDANLR"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400
004500     COPY PURHIST.
004600     COPY FILEVTA.
004700
004800*    ONE RECORD PER LINE OF THE REPORT.  SECTION 1 IS THE
004900*    VENDORS, SECTION 2 THE ITEMS -- AN "H" LINE FOR THE
005000*    ITEM, RANKED ON ITS SPEND, FOLLOWED BY A "D" LINE FOR
005100*    EACH VENDOR IT WAS BOUGHT FROM, LARGEST FIRST.
005200 SD  SORT-WORK-FILE.
005300 01  SORT-WORK-RECORD.
005400     05 SRT-SECTION            PIC 9.
005500     05 SRT-RANK-SPEND         PIC S9(11)V99.
005600     05 SRT-ITEM-NUMBER        PIC X(08).
005700     05 SRT-LINE-TYPE          PIC X.
005800     05 SRT-DETAIL-SPEND       PIC S9(11)V99.
005900     05 SRT-VENDOR-NUMBER      PIC 9(5).
006000     05 SRT-LAST-YEAR          PIC S9(11)V99.
006100     05 SRT-CONTRACT-SPEND     PIC S9(11)V99.
006200     05 SRT-PAID-QUANTITY      PIC S9(9).
006300     05 SRT-VENDOR-COUNT       PIC 9(3).
006400
006500 FD  SPEND-ANALYSIS-REPORT
006600     LABEL RECORDS ARE STANDARD.
006700 01  SPEND-ANALYSIS-REPORT-LINE PIC X(110).
006800
006900 WORKING-STORAGE SECTION.
007000
007100 01  FILE-AT-END               PIC X VALUE "N".
007200 01  WS-SORT-AT-END            PIC X VALUE "N".
007300
007400*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
007500*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
007600     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
007700         ==WS-HISTORY-FILE-STATUS== ==PFX-FILE-OK== BY
007800         ==HISTORY-FILE-OK== ==PFX-FILE-EOF== BY
007900         ==HISTORY-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
008000         ==HISTORY-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
008100         ==HISTORY-FILE-NOT-FOUND==
008200         ==PFX-FILE-BOUNDARY-VIOLATION== BY
008300         ==HISTORY-FILE-BOUNDARY-VIOLATION==.
008400
008500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
008600         ==WS-VENDOR-FILE-STATUS== ==PFX-FILE-OK== BY
008700         ==VENDOR-FILE-OK== ==PFX-FILE-EOF== BY
008800         ==VENDOR-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
008900         ==VENDOR-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
009000         ==VENDOR-FILE-NOT-FOUND==
009100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
009200         ==VENDOR-FILE-BOUNDARY-VIOLATION==.
009300
009400*    THE PERIOD REPORTED AND THE EDGES OF THE TWO YEARS --
009500*    YYYYMM LESS 100 IS THE SAME MONTH A YEAR BACK, SO THIS
009600*    YEAR IS AFTER WS-YEAR-START THROUGH WS-PERIOD AND LAST
009700*    YEAR AFTER WS-PRIOR-START THROUGH WS-YEAR-START.
009800 01  WS-PERIOD                 PIC 9(6) VALUE ZERO.
009900 01  WS-YEAR-START             PIC 9(6) VALUE ZERO.
010000 01  WS-PRIOR-START            PIC 9(6) VALUE ZERO.
010100
010200*    WHICH YEAR THE RECORD IN HAND BELONGS TO: 1 THIS YEAR,
010300*    2 LAST YEAR, 0 NEITHER.
010400 01  WS-YEAR-SLOT              PIC 9 VALUE ZERO.
010500
010600*    ONE ROW PER VENDOR, ITEM, AND VENDOR/ITEM PAIR SEEN IN
010700*    EITHER YEAR.
010800 01  WS-VENDOR-TABLE.
010900     05 WS-VENDOR-COUNT        PIC 9(3) VALUE ZERO.
011000     05 WS-VENDOR-ENTRY OCCURS 300 TIMES INDEXED BY VND-IDX.
011100         10 WS-VND-NUMBER      PIC 9(5).
011200         10 WS-VND-CURRENT     PIC S9(11)V99.
011300         10 WS-VND-LAST-YEAR   PIC S9(11)V99.
011400         10 WS-VND-CONTRACT    PIC S9(11)V99.
011500
011600 01  WS-ITEM-TABLE.
011700     05 WS-ITEM-COUNT          PIC 9(3) VALUE ZERO.
011800     05 WS-ITEM-ENTRY OCCURS 500 TIMES INDEXED BY ITEM-IDX.
011900         10 WS-ITM-CODE        PIC X(08).
012000         10 WS-ITM-CURRENT     PIC S9(11)V99.
012100         10 WS-ITM-LAST-YEAR   PIC S9(11)V99.
012200         10 WS-ITM-CONTRACT    PIC S9(11)V99.
012300         10 WS-ITM-PAID-QTY    PIC S9(9).
012400         10 WS-ITM-VENDORS     PIC 9(3).
012500
012600 01  WS-PAIR-TABLE.
012700     05 WS-PAIR-COUNT          PIC 9(4) VALUE ZERO.
012800     05 WS-PAIR-ENTRY OCCURS 2000 TIMES INDEXED BY PAIR-IDX.
012900         10 WS-PAIR-VENDOR     PIC 9(5).
013000         10 WS-PAIR-ITEM       PIC X(08).
013100         10 WS-PAIR-CURRENT    PIC S9(11)V99.
013200         10 WS-PAIR-LAST-YEAR  PIC S9(11)V99.
013300         10 WS-PAIR-CONTRACT   PIC S9(11)V99.
013400         10 WS-PAIR-PAID-QTY   PIC S9(9).
013500
013600 01  WS-TABLE-SUB              PIC 9(4) VALUE 1.
013700*    1 WHEN THE RECORD IN HAND OPENED A NEW VENDOR/ITEM PAIR --
013800*    ONE MORE VENDOR FOR THE ITEM.
013900 01  WS-NEW-PAIR               PIC 9 VALUE ZERO.
014000 01  WS-VENDOR-COUNT-TEXT.
014100     05 WS-VCT-COUNT           PIC ZZ9.
014200     05 FILLER                 PIC X(08) VALUE " VENDORS".
014300 01  WS-CURRENT-SECTION        PIC 9 VALUE ZERO.
014400 01  WS-RANK                   PIC 9(4) VALUE ZERO.
014500
014600*    WORK FIELDS FOR ONE PRINTED LINE.
014700 01  WS-LINE-CURRENT           PIC S9(11)V99 VALUE ZERO.
014800 01  WS-LINE-LAST-YEAR         PIC S9(11)V99 VALUE ZERO.
014900 01  WS-LINE-CONTRACT          PIC S9(11)V99 VALUE ZERO.
015000 01  WS-CHANGE-PCT             PIC S9(4)V9 VALUE ZERO.
015100 01  WS-CONTRACT-PCT           PIC 9(3)V9 VALUE ZERO.
015200
015300 01  WS-CONTROL-TOTALS.
015400     05 WS-RECORDS-READ        PIC 9(7) VALUE ZERO.
015500     05 WS-RECORDS-USED        PIC 9(7) VALUE ZERO.
015600     05 WS-TABLE-OVERFLOWS     PIC 9(7) VALUE ZERO.
015700     05 WS-VENDORS-NOT-FOUND   PIC 9(7) VALUE ZERO.
015800     05 WS-LINES-LISTED        PIC 9(7) VALUE ZERO.
015900     05 WS-TOTAL-CURRENT       PIC S9(11)V99 VALUE ZERO.
016000     05 WS-TOTAL-LAST-YEAR     PIC S9(11)V99 VALUE ZERO.
016100     05 WS-TOTAL-CONTRACT      PIC S9(11)V99 VALUE ZERO.
016200
016300 01  HEADING-LINE-1.
016400     05 FILLER                 PIC X(36)
016500        VALUE "SPEND ANALYSIS - 12 PERIODS THROUGH ".
016600     05 HDG-PERIOD             PIC 9(6).
016700     05 FILLER                 PIC X(21)
016800        VALUE "  AGAINST 12 THROUGH ".
016900     05 HDG-LAST-YEAR          PIC 9(6).
017000
017100 01  SECTION-HEADING-LINE.
017200     05 SEC-TITLE              PIC X(48).
017300     05 FILLER                 PIC X(16) VALUE "       THIS YEAR".
017400     05 FILLER                 PIC X(16) VALUE "       LAST YEAR".
017500     05 FILLER                 PIC X(09) VALUE "  CHANGE%".
017600     05 FILLER                 PIC X(11) VALUE "  CONTRACT%".
017700
017800 01  DETAIL-LINE.
017900     05 DTL-RANK               PIC ZZZ9.
018000     05 FILLER                 PIC X(02) VALUE SPACES.
018100     05 DTL-KEY                PIC X(08).
018200     05 FILLER                 PIC X(02) VALUE SPACES.
018300     05 DTL-NAME               PIC X(30).
018400     05 FILLER                 PIC X(02) VALUE SPACES.
018500     05 DTL-CURRENT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
018600     05 FILLER                 PIC X(01) VALUE SPACES.
018700     05 DTL-LAST-YEAR          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
018800     05 FILLER                 PIC X(02) VALUE SPACES.
018900     05 DTL-CHANGE             PIC ZZZ9.9-.
019000     05 DTL-CHANGE-X REDEFINES DTL-CHANGE PIC X(07).
019100     05 FILLER                 PIC X(05) VALUE SPACES.
019200     05 DTL-CONTRACT-PCT       PIC ZZ9.9.
019300
019400*    AN ITEM'S VENDORS, INDENTED UNDER IT, WITH THE AVERAGE
019500*    UNIT COST PAID THIS YEAR.
019600 01  VENDOR-DETAIL-LINE.
019700     05 FILLER                 PIC X(08) VALUE SPACES.
019800     05 VDL-VENDOR-NUMBER      PIC 9(5).
019900     05 FILLER                 PIC X(03) VALUE SPACES.
020000     05 VDL-VENDOR-NAME        PIC X(30).
020100     05 FILLER                 PIC X(02) VALUE SPACES.
020200     05 VDL-CURRENT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
020300     05 FILLER                 PIC X(04) VALUE SPACES.
020400     05 FILLER                 PIC X(10) VALUE "AVG COST ".
020500     05 VDL-AVERAGE-COST       PIC Z,ZZZ,ZZ9.99.
020600     05 FILLER                 PIC X(04) VALUE SPACES.
020700     05 VDL-CONTRACT-PCT       PIC ZZ9.9.
020800
020900 01  TOTAL-LINE.
021000     05 FILLER                 PIC X(48)
021100        VALUE "TOTAL SPEND".
021200     05 TOT-CURRENT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
021300     05 FILLER                 PIC X(01) VALUE SPACES.
021400     05 TOT-LAST-YEAR          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
021500     05 FILLER                 PIC X(02) VALUE SPACES.
021600     05 TOT-CHANGE             PIC ZZZ9.9-.
021700     05 TOT-CHANGE-X REDEFINES TOT-CHANGE PIC X(07).
021800     05 FILLER                 PIC X(05) VALUE SPACES.
021900     05 TOT-CONTRACT-PCT       PIC ZZ9.9.
022000
022100 LINKAGE SECTION.
022200 01  SPNDANL-PARM.
022300*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
022400*    WITH A 2-BYTE BINARY LENGTH COUNT.
022500     05 SPNDANL-PARM-LEN       PIC S9(4) COMP.
022600     05 SPNDANL-PERIOD         PIC X(06).
022700
022800 PROCEDURE DIVISION USING SPNDANL-PARM.
022900 PROGRAM-BEGIN.
023000     PERFORM OPENING-PROCEDURE.
023100     PERFORM GATHER-HISTORY.
023200     SORT SORT-WORK-FILE
023300          ON ASCENDING KEY SRT-SECTION
023400          ON DESCENDING KEY SRT-RANK-SPEND
023500          ON ASCENDING KEY SRT-ITEM-NUMBER
023600          ON ASCENDING KEY SRT-LINE-TYPE
023700          ON DESCENDING KEY SRT-DETAIL-SPEND
023800          ON ASCENDING KEY SRT-VENDOR-NUMBER
023900          INPUT PROCEDURE IS RELEASE-RANKING-LINES
024000          OUTPUT PROCEDURE IS PRINT-RANKINGS.
024100     PERFORM CLOSING-PROCEDURE.
024200
024300 PROGRAM-DONE.
024400     STOP RUN.
024500
024600 OPENING-PROCEDURE.
024700     IF SPNDANL-PARM-LEN > ZERO
024800        AND SPNDANL-PERIOD IS NUMERIC
024900        MOVE SPNDANL-PERIOD TO WS-PERIOD
025000     ELSE
025100        PERFORM FIND-NEWEST-PERIOD
025200     END-IF.
025300     IF WS-PERIOD = ZERO
025400        DISPLAY "SPNDANL: NO PERIOD TO REPORT -- HISTORY "
025500                "EMPTY AND NO PARM"
025600        MOVE 16 TO RETURN-CODE
025700        GO TO PROGRAM-DONE
025800     END-IF.
025900     COMPUTE WS-YEAR-START  = WS-PERIOD - 100.
026000     COMPUTE WS-PRIOR-START = WS-PERIOD - 200.
026100     OPEN INPUT VENDOR-FILE.
026200     IF NOT VENDOR-FILE-OK
026300        DISPLAY "SPNDANL: UNABLE TO OPEN VENDOR-FILE, STATUS "
026400                WS-VENDOR-FILE-STATUS
026500        MOVE 16 TO RETURN-CODE
026600        GO TO PROGRAM-DONE
026700     END-IF.
026800     OPEN OUTPUT SPEND-ANALYSIS-REPORT.
026900     MOVE WS-PERIOD     TO HDG-PERIOD.
027000     MOVE WS-YEAR-START TO HDG-LAST-YEAR.
027100     WRITE SPEND-ANALYSIS-REPORT-LINE FROM HEADING-LINE-1.
027200
027300 CLOSING-PROCEDURE.
027400     PERFORM WRITE-TOTAL-LINE.
027500     CLOSE VENDOR-FILE.
027600     CLOSE SPEND-ANALYSIS-REPORT.
027700     DISPLAY "SPNDANL CONTROL TOTALS".
027800     DISPLAY "  HISTORY RECORDS READ .: " WS-RECORDS-READ.
027900     DISPLAY "  RECORDS IN THE YEARS .: " WS-RECORDS-USED.
028000     DISPLAY "  TABLE OVERFLOWS ......: " WS-TABLE-OVERFLOWS.
028100     DISPLAY "  VENDORS NOT ON FILE ..: " WS-VENDORS-NOT-FOUND.
028200     DISPLAY "  LINES LISTED .........: " WS-LINES-LISTED.
028300     IF RETURN-CODE NOT > 4
028400        IF WS-TABLE-OVERFLOWS > ZERO
028500           OR WS-VENDORS-NOT-FOUND > ZERO
028600           MOVE 4 TO RETURN-CODE
028700        ELSE
028800           MOVE 0 TO RETURN-CODE
028900        END-IF
029000     END-IF.
029100
029200*    FIRST PASS WHEN NO PERIOD WAS KEYED: THE NEWEST PERIOD ON
029300*    THE HISTORY IS THE ONE THE YEAR ENDS WITH.
029400 FIND-NEWEST-PERIOD.
029500     MOVE "N" TO FILE-AT-END.
029600     OPEN INPUT PURCHASE-HISTORY-FILE.
029700     IF NOT HISTORY-FILE-OK
029800        MOVE "Y" TO FILE-AT-END
029900     ELSE
030000        PERFORM READ-NEXT-HISTORY
030100     END-IF.
030200     PERFORM NOTE-NEWEST-PERIOD UNTIL FILE-AT-END = "Y".
030300     IF HISTORY-FILE-OK OR HISTORY-FILE-EOF
030400        CLOSE PURCHASE-HISTORY-FILE
030500     END-IF.
030600
030700 NOTE-NEWEST-PERIOD.
030800     IF PH-PERIOD > WS-PERIOD
030900        MOVE PH-PERIOD TO WS-PERIOD
031000     END-IF.
031100     PERFORM READ-NEXT-HISTORY.
031200
031300 READ-NEXT-HISTORY.
031400     READ PURCHASE-HISTORY-FILE
031500          AT END MOVE "Y" TO FILE-AT-END.
031600
031700 GATHER-HISTORY.
031800     MOVE "N" TO FILE-AT-END.
031900     OPEN INPUT PURCHASE-HISTORY-FILE.
032000     IF NOT HISTORY-FILE-OK
032100        DISPLAY "SPNDANL: UNABLE TO OPEN PURCHASE-HISTORY-"
032200                "FILE, STATUS " WS-HISTORY-FILE-STATUS
032300        MOVE 16 TO RETURN-CODE
032400        MOVE "Y" TO FILE-AT-END
032500     END-IF.
032600     IF FILE-AT-END NOT = "Y"
032700        PERFORM READ-NEXT-HISTORY
032800     END-IF.
032900     PERFORM GATHER-ONE-RECORD UNTIL FILE-AT-END = "Y".
033000     IF HISTORY-FILE-OK OR HISTORY-FILE-EOF
033100        CLOSE PURCHASE-HISTORY-FILE
033200     END-IF.
033300
033400 GATHER-ONE-RECORD.
033500     ADD 1 TO WS-RECORDS-READ.
033600     EVALUATE TRUE
033700        WHEN PH-PERIOD > WS-YEAR-START
033800             AND PH-PERIOD NOT > WS-PERIOD
033900             MOVE 1 TO WS-YEAR-SLOT
034000        WHEN PH-PERIOD > WS-PRIOR-START
034100             AND PH-PERIOD NOT > WS-YEAR-START
034200             MOVE 2 TO WS-YEAR-SLOT
034300        WHEN OTHER
034400             MOVE 0 TO WS-YEAR-SLOT
034500     END-EVALUATE.
034600     IF WS-YEAR-SLOT > ZERO
034700        ADD 1 TO WS-RECORDS-USED
034800        PERFORM ADD-TO-VENDOR-TABLE
034900        PERFORM ADD-TO-PAIR-TABLE
035000        PERFORM ADD-TO-ITEM-TABLE
035100     END-IF.
035200     PERFORM READ-NEXT-HISTORY.
035300
035400 ADD-TO-VENDOR-TABLE.
035500     SET VND-IDX TO 1.
035600     SEARCH WS-VENDOR-ENTRY
035700         AT END
035800            PERFORM ADD-NEW-VENDOR-ROW
035900         WHEN VND-IDX > WS-VENDOR-COUNT
036000            PERFORM ADD-NEW-VENDOR-ROW
036100         WHEN WS-VND-NUMBER (VND-IDX) = PH-VENDOR-NUMBER
036200            PERFORM FOLD-INTO-VENDOR-ROW
036300     END-SEARCH.
036400
036500 ADD-NEW-VENDOR-ROW.
036600     IF WS-VENDOR-COUNT < 300
036700        ADD 1 TO WS-VENDOR-COUNT
036800        SET VND-IDX TO WS-VENDOR-COUNT
036900        MOVE PH-VENDOR-NUMBER TO WS-VND-NUMBER (VND-IDX)
037000        MOVE ZERO TO WS-VND-CURRENT (VND-IDX)
037100        MOVE ZERO TO WS-VND-LAST-YEAR (VND-IDX)
037200        MOVE ZERO TO WS-VND-CONTRACT (VND-IDX)
037300        PERFORM FOLD-INTO-VENDOR-ROW
037400     ELSE
037500        ADD 1 TO WS-TABLE-OVERFLOWS
037600     END-IF.
037700
037800 FOLD-INTO-VENDOR-ROW.
037900     IF WS-YEAR-SLOT = 1
038000        ADD PH-SPEND-AMOUNT   TO WS-VND-CURRENT (VND-IDX)
038100        ADD PH-CONTRACT-SPEND TO WS-VND-CONTRACT (VND-IDX)
038200     ELSE
038300        ADD PH-SPEND-AMOUNT   TO WS-VND-LAST-YEAR (VND-IDX)
038400     END-IF.
038500
038600*    A NEW VENDOR/ITEM PAIR IS ONE MORE VENDOR FOR THE ITEM --
038700*    COUNTED ON THE ITEM ROW WHEN IT IS FOLDED NEXT.
038800 ADD-TO-PAIR-TABLE.
038900     MOVE ZERO TO WS-NEW-PAIR.
039000     SET PAIR-IDX TO 1.
039100     SEARCH WS-PAIR-ENTRY
039200         AT END
039300            PERFORM ADD-NEW-PAIR-ROW
039400         WHEN PAIR-IDX > WS-PAIR-COUNT
039500            PERFORM ADD-NEW-PAIR-ROW
039600         WHEN WS-PAIR-VENDOR (PAIR-IDX) = PH-VENDOR-NUMBER
039700              AND WS-PAIR-ITEM (PAIR-IDX) = PH-ITEM-NUMBER
039800            PERFORM FOLD-INTO-PAIR-ROW
039900     END-SEARCH.
040000
040100 ADD-NEW-PAIR-ROW.
040200     IF WS-PAIR-COUNT < 2000
040300        ADD 1 TO WS-PAIR-COUNT
040400        SET PAIR-IDX TO WS-PAIR-COUNT
040500        MOVE PH-VENDOR-NUMBER TO WS-PAIR-VENDOR (PAIR-IDX)
040600        MOVE PH-ITEM-NUMBER   TO WS-PAIR-ITEM (PAIR-IDX)
040700        MOVE ZERO TO WS-PAIR-CURRENT (PAIR-IDX)
040800        MOVE ZERO TO WS-PAIR-LAST-YEAR (PAIR-IDX)
040900        MOVE ZERO TO WS-PAIR-CONTRACT (PAIR-IDX)
041000        MOVE ZERO TO WS-PAIR-PAID-QTY (PAIR-IDX)
041100        MOVE 1 TO WS-NEW-PAIR
041200        PERFORM FOLD-INTO-PAIR-ROW
041300     ELSE
041400        ADD 1 TO WS-TABLE-OVERFLOWS
041500     END-IF.
041600
041700 FOLD-INTO-PAIR-ROW.
041800     IF WS-YEAR-SLOT = 1
041900        ADD PH-SPEND-AMOUNT   TO WS-PAIR-CURRENT (PAIR-IDX)
042000        ADD PH-CONTRACT-SPEND TO WS-PAIR-CONTRACT (PAIR-IDX)
042100        ADD PH-PAID-QUANTITY  TO WS-PAIR-PAID-QTY (PAIR-IDX)
042200     ELSE
042300        ADD PH-SPEND-AMOUNT   TO WS-PAIR-LAST-YEAR (PAIR-IDX)
042400     END-IF.
042500
042600 ADD-TO-ITEM-TABLE.
042700     SET ITEM-IDX TO 1.
042800     SEARCH WS-ITEM-ENTRY
042900         AT END
043000            PERFORM ADD-NEW-ITEM-ROW
043100         WHEN ITEM-IDX > WS-ITEM-COUNT
043200            PERFORM ADD-NEW-ITEM-ROW
043300         WHEN WS-ITM-CODE (ITEM-IDX) = PH-ITEM-NUMBER
043400            PERFORM FOLD-INTO-ITEM-ROW
043500     END-SEARCH.
043600
043700 ADD-NEW-ITEM-ROW.
043800     IF WS-ITEM-COUNT < 500
043900        ADD 1 TO WS-ITEM-COUNT
044000        SET ITEM-IDX TO WS-ITEM-COUNT
044100        MOVE PH-ITEM-NUMBER TO WS-ITM-CODE (ITEM-IDX)
044200        MOVE ZERO TO WS-ITM-CURRENT (ITEM-IDX)
044300        MOVE ZERO TO WS-ITM-LAST-YEAR (ITEM-IDX)
044400        MOVE ZERO TO WS-ITM-CONTRACT (ITEM-IDX)
044500        MOVE ZERO TO WS-ITM-PAID-QTY (ITEM-IDX)
044600        MOVE ZERO TO WS-ITM-VENDORS (ITEM-IDX)
044700        PERFORM FOLD-INTO-ITEM-ROW
044800     ELSE
044900        ADD 1 TO WS-TABLE-OVERFLOWS
045000     END-IF.
045100
045200 FOLD-INTO-ITEM-ROW.
045300     IF WS-YEAR-SLOT = 1
045400        ADD PH-SPEND-AMOUNT   TO WS-ITM-CURRENT (ITEM-IDX)
045500        ADD PH-CONTRACT-SPEND TO WS-ITM-CONTRACT (ITEM-IDX)
045600        ADD PH-PAID-QUANTITY  TO WS-ITM-PAID-QTY (ITEM-IDX)
045700     ELSE
045800        ADD PH-SPEND-AMOUNT   TO WS-ITM-LAST-YEAR (ITEM-IDX)
045900     END-IF.
046000     ADD WS-NEW-PAIR TO WS-ITM-VENDORS (ITEM-IDX).
046100
046200 RELEASE-RANKING-LINES.
046300     PERFORM RELEASE-VENDOR-LINE
046400             VARYING WS-TABLE-SUB FROM 1 BY 1
046500             UNTIL WS-TABLE-SUB > WS-VENDOR-COUNT.
046600     PERFORM RELEASE-ITEM-LINE
046700             VARYING WS-TABLE-SUB FROM 1 BY 1
046800             UNTIL WS-TABLE-SUB > WS-ITEM-COUNT.
046900     PERFORM RELEASE-PAIR-LINE
047000             VARYING WS-TABLE-SUB FROM 1 BY 1
047100             UNTIL WS-TABLE-SUB > WS-PAIR-COUNT.
047200
047300 RELEASE-VENDOR-LINE.
047400     MOVE 1 TO SRT-SECTION.
047500     MOVE WS-VND-CURRENT (WS-TABLE-SUB)   TO SRT-RANK-SPEND.
047600     MOVE SPACES TO SRT-ITEM-NUMBER.
047700     MOVE "H"    TO SRT-LINE-TYPE.
047800     MOVE ZERO   TO SRT-DETAIL-SPEND.
047900     MOVE WS-VND-NUMBER (WS-TABLE-SUB)    TO SRT-VENDOR-NUMBER.
048000     MOVE WS-VND-LAST-YEAR (WS-TABLE-SUB) TO SRT-LAST-YEAR.
048100     MOVE WS-VND-CONTRACT (WS-TABLE-SUB)
048200          TO SRT-CONTRACT-SPEND.
048300     MOVE ZERO   TO SRT-PAID-QUANTITY.
048400     MOVE ZERO   TO SRT-VENDOR-COUNT.
048500     RELEASE SORT-WORK-RECORD.
048600
048700 RELEASE-ITEM-LINE.
048800     MOVE 2 TO SRT-SECTION.
048900     MOVE WS-ITM-CURRENT (WS-TABLE-SUB)   TO SRT-RANK-SPEND.
049000     MOVE WS-ITM-CODE (WS-TABLE-SUB)      TO SRT-ITEM-NUMBER.
049100     MOVE "H"    TO SRT-LINE-TYPE.
049200     MOVE ZERO   TO SRT-DETAIL-SPEND.
049300     MOVE ZERO   TO SRT-VENDOR-NUMBER.
049400     MOVE WS-ITM-LAST-YEAR (WS-TABLE-SUB) TO SRT-LAST-YEAR.
049500     MOVE WS-ITM-CONTRACT (WS-TABLE-SUB)
049600          TO SRT-CONTRACT-SPEND.
049700     MOVE WS-ITM-PAID-QTY (WS-TABLE-SUB)  TO SRT-PAID-QUANTITY.
049800     MOVE WS-ITM-VENDORS (WS-TABLE-SUB)   TO SRT-VENDOR-COUNT.
049900     RELEASE SORT-WORK-RECORD.
050000
050100*    A VENDOR LINE SORTS UNDER ITS ITEM, SO IT CARRIES THE
050200*    ITEM'S SPEND AS ITS RANK KEY.
050300 RELEASE-PAIR-LINE.
050400     SET ITEM-IDX TO 1.
050500     SEARCH WS-ITEM-ENTRY
050600         AT END
050700            CONTINUE
050800         WHEN WS-ITM-CODE (ITEM-IDX) =
050900              WS-PAIR-ITEM (WS-TABLE-SUB)
051000            PERFORM RELEASE-ITEM-VENDOR
051100     END-SEARCH.
051200
051300 RELEASE-ITEM-VENDOR.
051400     MOVE 2 TO SRT-SECTION.
051500     MOVE WS-ITM-CURRENT (ITEM-IDX)        TO SRT-RANK-SPEND.
051600     MOVE WS-PAIR-ITEM (WS-TABLE-SUB)      TO SRT-ITEM-NUMBER.
051700     MOVE "D"    TO SRT-LINE-TYPE.
051800     MOVE WS-PAIR-CURRENT (WS-TABLE-SUB)   TO SRT-DETAIL-SPEND.
051900     MOVE WS-PAIR-VENDOR (WS-TABLE-SUB)    TO SRT-VENDOR-NUMBER.
052000     MOVE WS-PAIR-LAST-YEAR (WS-TABLE-SUB) TO SRT-LAST-YEAR.
052100     MOVE WS-PAIR-CONTRACT (WS-TABLE-SUB)
052200          TO SRT-CONTRACT-SPEND.
052300     MOVE WS-PAIR-PAID-QTY (WS-TABLE-SUB)  TO SRT-PAID-QUANTITY.
052400     MOVE ZERO   TO SRT-VENDOR-COUNT.
052500     RELEASE SORT-WORK-RECORD.
052600
052700 PRINT-RANKINGS.
052800     MOVE "N" TO WS-SORT-AT-END.
052900     PERFORM RETURN-NEXT-SORTED.
053000     PERFORM PRINT-ONE-LINE UNTIL WS-SORT-AT-END = "Y".
053100
053200 RETURN-NEXT-SORTED.
053300     RETURN SORT-WORK-FILE
053400          AT END MOVE "Y" TO WS-SORT-AT-END.
053500
053600 PRINT-ONE-LINE.
053700     IF SRT-SECTION NOT = WS-CURRENT-SECTION
053800        PERFORM START-NEW-SECTION
053900     END-IF.
054000     IF SRT-LINE-TYPE = "D"
054100        PERFORM PRINT-ITEM-VENDOR
054200     ELSE
054300        PERFORM PRINT-RANKED-LINE
054400     END-IF.
054500     ADD 1 TO WS-LINES-LISTED.
054600     PERFORM RETURN-NEXT-SORTED.
054700
054800 START-NEW-SECTION.
054900     MOVE SRT-SECTION TO WS-CURRENT-SECTION.
055000     MOVE ZERO TO WS-RANK.
055100     IF SRT-SECTION = 1
055200        MOVE "RANK  VENDOR" TO SEC-TITLE
055300     ELSE
055400        MOVE "RANK  ITEM      VENDORS BOUGHT FROM" TO SEC-TITLE
055500     END-IF.
055600     MOVE SPACES TO SPEND-ANALYSIS-REPORT-LINE.
055700     WRITE SPEND-ANALYSIS-REPORT-LINE.
055800     WRITE SPEND-ANALYSIS-REPORT-LINE FROM SECTION-HEADING-LINE.
055900
056000*    A VENDOR OR ITEM RANKED ON THE YEAR'S SPEND.  THE VENDOR
056100*    TOTALS ARE THE GRAND TOTALS -- EVERY DOLLAR IS SOME
056200*    VENDOR'S.
056300 PRINT-RANKED-LINE.
056400     ADD 1 TO WS-RANK.
056500     MOVE WS-RANK TO DTL-RANK.
056600     MOVE SPACES  TO DTL-KEY.
056700     MOVE SPACES  TO DTL-NAME.
056800     IF SRT-SECTION = 1
056900        MOVE SRT-VENDOR-NUMBER TO DTL-KEY
057000        PERFORM READ-VENDOR-NAME
057100        MOVE VENDOR-NAME TO DTL-NAME
057200        ADD SRT-RANK-SPEND     TO WS-TOTAL-CURRENT
057300        ADD SRT-LAST-YEAR      TO WS-TOTAL-LAST-YEAR
057400        ADD SRT-CONTRACT-SPEND TO WS-TOTAL-CONTRACT
057500     ELSE
057600        MOVE SRT-ITEM-NUMBER TO DTL-KEY
057700        MOVE SRT-VENDOR-COUNT     TO WS-VCT-COUNT
057800        MOVE WS-VENDOR-COUNT-TEXT TO DTL-NAME
057900     END-IF.
058000     MOVE SRT-RANK-SPEND     TO WS-LINE-CURRENT.
058100     MOVE SRT-LAST-YEAR      TO WS-LINE-LAST-YEAR.
058200     MOVE SRT-CONTRACT-SPEND TO WS-LINE-CONTRACT.
058300     PERFORM FIGURE-LINE-PERCENTS.
058400     MOVE WS-LINE-CURRENT    TO DTL-CURRENT.
058500     MOVE WS-LINE-LAST-YEAR  TO DTL-LAST-YEAR.
058600     IF WS-LINE-LAST-YEAR > ZERO
058700        MOVE WS-CHANGE-PCT TO DTL-CHANGE
058800     ELSE
058900        MOVE "    NEW" TO DTL-CHANGE-X
059000     END-IF.
059100     MOVE WS-CONTRACT-PCT    TO DTL-CONTRACT-PCT.
059200     IF SRT-SECTION = 2
059300        MOVE SPACES TO SPEND-ANALYSIS-REPORT-LINE
059400        WRITE SPEND-ANALYSIS-REPORT-LINE
059500     END-IF.
059600     WRITE SPEND-ANALYSIS-REPORT-LINE FROM DETAIL-LINE.
059700
059800 PRINT-ITEM-VENDOR.
059900     MOVE SRT-VENDOR-NUMBER  TO VDL-VENDOR-NUMBER.
060000     PERFORM READ-VENDOR-NAME.
060100     MOVE VENDOR-NAME        TO VDL-VENDOR-NAME.
060200     MOVE SRT-DETAIL-SPEND   TO WS-LINE-CURRENT.
060300     MOVE SRT-LAST-YEAR      TO WS-LINE-LAST-YEAR.
060400     MOVE SRT-CONTRACT-SPEND TO WS-LINE-CONTRACT.
060500     PERFORM FIGURE-LINE-PERCENTS.
060600     MOVE WS-LINE-CURRENT    TO VDL-CURRENT.
060700     MOVE ZERO TO VDL-AVERAGE-COST.
060800     IF SRT-PAID-QUANTITY > ZERO
060900        AND SRT-DETAIL-SPEND > ZERO
061000        COMPUTE VDL-AVERAGE-COST ROUNDED =
061100                SRT-DETAIL-SPEND / SRT-PAID-QUANTITY
061200     END-IF.
061300     MOVE WS-CONTRACT-PCT    TO VDL-CONTRACT-PCT.
061400     WRITE SPEND-ANALYSIS-REPORT-LINE FROM VENDOR-DETAIL-LINE.
061500
061600*    CHANGE OVER LAST YEAR, AND THE SHARE OF THIS YEAR'S
061700*    SPEND BILLED AT THE CONTRACT PRICE.  A CHANGE TOO LARGE
061800*    TO PRINT SHOWS AS 9999.9.
061900 FIGURE-LINE-PERCENTS.
062000     MOVE ZERO TO WS-CHANGE-PCT.
062100     IF WS-LINE-LAST-YEAR > ZERO
062200        COMPUTE WS-CHANGE-PCT ROUNDED =
062300                (WS-LINE-CURRENT - WS-LINE-LAST-YEAR) * 100
062400                / WS-LINE-LAST-YEAR
062500            ON SIZE ERROR
062600               MOVE 9999.9 TO WS-CHANGE-PCT
062700        END-COMPUTE
062800     END-IF.
062900     MOVE ZERO TO WS-CONTRACT-PCT.
063000     IF WS-LINE-CURRENT > ZERO
063100        AND WS-LINE-CONTRACT > ZERO
063200        COMPUTE WS-CONTRACT-PCT ROUNDED =
063300                WS-LINE-CONTRACT * 100 / WS-LINE-CURRENT
063400            ON SIZE ERROR
063500               MOVE 100 TO WS-CONTRACT-PCT
063600        END-COMPUTE
063700     END-IF.
063800
063900 READ-VENDOR-NAME.
064000     MOVE SRT-VENDOR-NUMBER TO VENDOR-NUMBER.
064100     READ VENDOR-FILE
064200         INVALID KEY
064300            MOVE "** NOT ON VENDOR FILE **" TO VENDOR-NAME
064400            IF SRT-LINE-TYPE = "H"
064500               ADD 1 TO WS-VENDORS-NOT-FOUND
064600            END-IF
064700     END-READ.
064800
064900 WRITE-TOTAL-LINE.
065000     MOVE WS-TOTAL-CURRENT   TO WS-LINE-CURRENT.
065100     MOVE WS-TOTAL-LAST-YEAR TO WS-LINE-LAST-YEAR.
065200     MOVE WS-TOTAL-CONTRACT  TO WS-LINE-CONTRACT.
065300     PERFORM FIGURE-LINE-PERCENTS.
065400     MOVE WS-LINE-CURRENT    TO TOT-CURRENT.
065500     MOVE WS-LINE-LAST-YEAR  TO TOT-LAST-YEAR.
065600     IF WS-LINE-LAST-YEAR > ZERO
065700        MOVE WS-CHANGE-PCT TO TOT-CHANGE
065800     ELSE
065900        MOVE "    NEW" TO TOT-CHANGE-X
066000     END-IF.
066100     MOVE WS-CONTRACT-PCT    TO TOT-CONTRACT-PCT.
066200     MOVE SPACES TO SPEND-ANALYSIS-REPORT-LINE.
066300     WRITE SPEND-ANALYSIS-REPORT-LINE.
066400     WRITE SPEND-ANALYSIS-REPORT-LINE FROM TOTAL-LINE.
