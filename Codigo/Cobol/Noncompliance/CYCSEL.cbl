000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CYCSEL.
000300*--------------------------------------------------
000400* Cycle-count selection: picks the items to be
000500* counted and prints the count sheets the
000600* warehouse counts from.  The PARM picks the group
000700* -- an item range, or every item not counted in
000800* so many days (never-counted items always are).
000900* Each item picked goes on the cycle-count file
001000* with its book on-hand and average cost frozen as
001100* they stand now; the sheets never show the book
001200* quantity, so the count is a count and not a
001300* check mark.  CYCENT takes the keyed results and
001400* CYCADJ reports and posts the variances.  A count
001500* still open on the file is never overwritten --
001600* CYCADJ has to post (or release) it first.
001610* Items are picked warehouse by warehouse and each
001620* warehouse's sheets start on a new page, so every
001630* building gets the pages it counts.
001700*
001800* PARM: 'Rfromitemthruitem' for a range (a blank
001900* thru item runs to the end of the file) or
002000* 'Dnnn' for items not counted in nnn days.
002100*
002200* MODIFICATION HISTORY
002300*   WHO   DATE        WHAT
002400*   RWH   2026-10-15  Original version.
002433*   RWH   2026-10-15  Counts are by item and warehouse; sheets
002466*                     break to a new page per warehouse.
002500*--------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900
003000     SELECT INVENTORY-BALANCE-FILE
003100         ASSIGN TO "ITMBAL"
003200         ORGANIZATION IS INDEXED
003300         RECORD KEY IS IB-KEY
003400         ACCESS MODE IS SEQUENTIAL
003500         FILE STATUS IS WS-ITMBAL-FILE-STATUS.
003600
003700     SELECT ITEM-MASTER-FILE
003800         ASSIGN TO "ITEMMST"
003900         ORGANIZATION IS INDEXED
004000         RECORD KEY IS ITEM-NUMBER
004100         ACCESS MODE IS RANDOM
004200         FILE STATUS IS WS-ITEM-FILE-STATUS.
004300
004400     SELECT CYCLE-COUNT-FILE
004500         ASSIGN TO "CYCCNT"
004600         ORGANIZATION IS INDEXED
004700         RECORD KEY IS CC-KEY
004800         ACCESS MODE IS SEQUENTIAL
004900         FILE STATUS IS WS-COUNT-FILE-STATUS.
005000
005100     SELECT COUNT-SHEET-REPORT
005200         ASSIGN TO "CYCSHEET"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700
005800     COPY ITMBAL.
005900     COPY ITMMST.
006000     COPY CYCCNT.
006100
006200 FD  COUNT-SHEET-REPORT
006300     LABEL RECORDS ARE STANDARD.
006400 01  COUNT-SHEET-LINE          PIC X(100).
006500
006600 WORKING-STORAGE SECTION.
006700
006800 01  FILE-AT-END               PIC X VALUE "N".
006900 01  WS-COUNT-AT-END           PIC X VALUE "N".
007000
007100*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
007200*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
007300     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
007400         ==WS-ITMBAL-FILE-STATUS== ==PFX-FILE-OK== BY
007500         ==ITMBAL-FILE-OK== ==PFX-FILE-EOF== BY
007600         ==ITMBAL-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
007700         ==ITMBAL-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
007800         ==ITMBAL-FILE-NOT-FOUND==
007900         ==PFX-FILE-BOUNDARY-VIOLATION== BY
008000         ==ITMBAL-FILE-BOUNDARY-VIOLATION==.
008100
008200     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
008300         ==WS-ITEM-FILE-STATUS== ==PFX-FILE-OK== BY
008400         ==ITEM-FILE-OK== ==PFX-FILE-EOF== BY
008500         ==ITEM-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
008600         ==ITEM-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
008700         ==ITEM-FILE-NOT-FOUND==
008800         ==PFX-FILE-BOUNDARY-VIOLATION== BY
008900         ==ITEM-FILE-BOUNDARY-VIOLATION==.
009000
009100     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
009200         ==WS-COUNT-FILE-STATUS== ==PFX-FILE-OK== BY
009300         ==COUNT-FILE-OK== ==PFX-FILE-EOF== BY
009400         ==COUNT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
009500         ==COUNT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
009600         ==COUNT-FILE-NOT-FOUND==
009700         ==PFX-FILE-BOUNDARY-VIOLATION== BY
009800         ==COUNT-FILE-BOUNDARY-VIOLATION==.
009900
010000 01  WS-RUN-DATE               PIC 9(8).
010100
010200*    THE SELECTION, OFF THE PARM.
010300 01  WS-SELECTION              PIC X(01) VALUE SPACES.
010400     88 WS-SELECT-BY-RANGE               VALUE "R".
010500     88 WS-SELECT-BY-AGE                 VALUE "D".
010600 01  WS-FROM-ITEM              PIC X(08) VALUE SPACES.
010700 01  WS-THRU-ITEM              PIC X(08) VALUE SPACES.
010800 01  WS-THRU-CAPTION           PIC X(08) VALUE "END".
010900 01  WS-DAYS-SINCE             PIC 9(03) VALUE ZERO.
011000
011100 01  WS-LAST-COUNT-DATE        PIC 9(8) VALUE ZERO.
011200 01  WS-DUE-SWITCH             PIC X VALUE "N".
011300     88 WS-ITEM-DUE                      VALUE "Y".
011350 01  WS-SHEET-WAREHOUSE        PIC X(03) VALUE SPACES.
011400
011500 01  WS-PAGE-CONTROL.
011600     05 WS-LINE-COUNT          PIC 99 VALUE ZERO.
011700     05 WS-PAGE-COUNT          PIC 999 VALUE ZERO.
011800     05 WS-LINES-PER-PAGE      PIC 99 VALUE 25.
011900
012000 01  WS-CONTROL-TOTALS.
012100     05 WS-BALANCES-READ       PIC 9(7) VALUE ZERO.
012200     05 WS-ITEMS-SELECTED      PIC 9(7) VALUE ZERO.
012300     05 WS-OPEN-COUNTS         PIC 9(7) VALUE ZERO.
012400
012500*    PARAMETER PASSED TO THE SHARED DATE-CALCULATION
012600*    SUBPROGRAM -- SEE DATECALC.
012700 01  CYCSEL-DATECALC-PARM.
012800     05 DATECALC-FUNCTION      PIC X(01).
012900     05 DATECALC-DATE-1        PIC 9(8).
013000     05 DATECALC-DATE-2        PIC 9(8).
013100     05 DATECALC-DAYS          PIC S9(7).
013200     05 DATECALC-RESULT-DATE   PIC 9(8).
013300     05 DATECALC-FEEDBACK      PIC XX.
013400
013500 01  HEADING-LINE-1.
013600     05 FILLER                 PIC X(28)
013700        VALUE "CYCLE COUNT SHEET - PRINTED ".
013800     05 HDG-RUN-DATE           PIC 9(8).
013900     05 FILLER                 PIC X(04) VALUE SPACES.
014000     05 HDG-SELECTION          PIC X(40).
014100     05 FILLER                 PIC X(05) VALUE "PAGE ".
014200     05 HDG-PAGE-NUMBER        PIC ZZZ9.
014220
014240 01  HEADING-LINE-WAREHOUSE.
014260     05 FILLER                 PIC X(10) VALUE "WAREHOUSE ".
014280     05 HDG-WAREHOUSE          PIC X(03).
014300
014400 01  HEADING-LINE-2.
014500     05 FILLER                 PIC X(08) VALUE "ITEM".
014600     05 FILLER                 PIC X(02) VALUE SPACES.
014700     05 FILLER                 PIC X(40) VALUE "DESCRIPTION".
014800     05 FILLER                 PIC X(02) VALUE SPACES.
014900     05 FILLER                 PIC X(04) VALUE "UOM".
015000     05 FILLER                 PIC X(02) VALUE SPACES.
015100     05 FILLER                 PIC X(16) VALUE "COUNTED QUANTITY".
015200     05 FILLER                 PIC X(02) VALUE SPACES.
015300     05 FILLER                 PIC X(10) VALUE "COUNTED BY".
015400
015500*    THE BOOK QUANTITY IS DELIBERATELY NOT ON THE SHEET.
015600 01  DETAIL-LINE.
015700     05 DTL-ITEM-NUMBER        PIC X(08).
015800     05 FILLER                 PIC X(02) VALUE SPACES.
015900     05 DTL-DESCRIPTION        PIC X(40).
016000     05 FILLER                 PIC X(02) VALUE SPACES.
016100     05 DTL-UNIT-OF-MEASURE    PIC X(04).
016200     05 FILLER                 PIC X(02) VALUE SPACES.
016300     05 FILLER                 PIC X(16) VALUE ALL "_".
016400     05 FILLER                 PIC X(02) VALUE SPACES.
016500     05 FILLER                 PIC X(10) VALUE ALL "_".
016600
016700 01  TOTAL-LINE.
016800     05 FILLER                 PIC X(22)
016900        VALUE "ITEMS ON THIS COUNT: ".
017000     05 TTL-ITEM-COUNT         PIC Z,ZZZ,ZZ9.
017100
017200 LINKAGE SECTION.
017300 01  CYCSEL-PARM.
017400*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
017500*    WITH A 2-BYTE BINARY LENGTH COUNT.
017600     05 CYCSEL-PARM-LEN        PIC S9(4) COMP.
017700     05 CYCSEL-SELECTION       PIC X(01).
017800     05 CYCSEL-CRITERIA        PIC X(16).
017900     05 CYCSEL-RANGE REDEFINES CYCSEL-CRITERIA.
018000        10 CYCSEL-FROM-ITEM    PIC X(08).
018100        10 CYCSEL-THRU-ITEM    PIC X(08).
018200     05 CYCSEL-AGE REDEFINES CYCSEL-CRITERIA.
018300        10 CYCSEL-DAYS         PIC X(03).
018400        10 FILLER              PIC X(13).
018500
018600 PROCEDURE DIVISION USING CYCSEL-PARM.
018700 PROGRAM-BEGIN.
018800     PERFORM OPENING-PROCEDURE.
018900     PERFORM SELECT-ITEMS.
019000     PERFORM CLOSING-PROCEDURE.
019100
019200 PROGRAM-DONE.
019300     STOP RUN.
019400
019500 OPENING-PROCEDURE.
019600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019700     PERFORM EDIT-SELECTION-PARM.
019800     IF WS-SELECTION = SPACES
019900        DISPLAY "CYCSEL: PARM MUST BE 'Rfromitemthruitem' OR "
020000                "'Dnnn' -- NOTHING SELECTED"
020100        MOVE 16 TO RETURN-CODE
020200        GO TO PROGRAM-DONE
020300     END-IF.
020400     PERFORM CHECK-FOR-OPEN-COUNT.
020500     IF WS-OPEN-COUNTS > ZERO
020600        DISPLAY "CYCSEL: " WS-OPEN-COUNTS " ITEMS OF THE LAST "
020700                "COUNT ARE NOT POSTED -- RUN CYCADJ TO POST "
020800                "THEM FIRST, NOTHING SELECTED"
020900        MOVE 16 TO RETURN-CODE
021000        GO TO PROGRAM-DONE
021100     END-IF.
021200     OPEN INPUT INVENTORY-BALANCE-FILE.
021300     IF NOT ITMBAL-FILE-OK
021400        DISPLAY "CYCSEL: UNABLE TO OPEN INVENTORY-BALANCE-"
021500                "FILE, STATUS " WS-ITMBAL-FILE-STATUS
021600        MOVE 16 TO RETURN-CODE
021700        GO TO PROGRAM-DONE
021800     END-IF.
021900     OPEN INPUT ITEM-MASTER-FILE.
022000     IF NOT ITEM-FILE-OK
022100        DISPLAY "CYCSEL: UNABLE TO OPEN ITEM-MASTER-FILE, "
022200                "STATUS " WS-ITEM-FILE-STATUS
022300        MOVE 16 TO RETURN-CODE
022400        CLOSE INVENTORY-BALANCE-FILE
022500        GO TO PROGRAM-DONE
022600     END-IF.
022700     OPEN OUTPUT CYCLE-COUNT-FILE.
022800     IF NOT COUNT-FILE-OK
022900        DISPLAY "CYCSEL: UNABLE TO OPEN CYCLE-COUNT-FILE, "
023000                "STATUS " WS-COUNT-FILE-STATUS
023100        MOVE 16 TO RETURN-CODE
023200        CLOSE INVENTORY-BALANCE-FILE
023300        CLOSE ITEM-MASTER-FILE
023400        GO TO PROGRAM-DONE
023500     END-IF.
023600     OPEN OUTPUT COUNT-SHEET-REPORT.
023700     MOVE WS-RUN-DATE TO HDG-RUN-DATE.
023900
024000*    A RANGE NEEDS AT LEAST THE FROM ITEM; A BLANK THRU ITEM
024100*    RUNS TO THE END OF THE FILE.  AN AGE NEEDS THREE DIGITS.
024200*    ANYTHING ELSE LEAVES THE SELECTION BLANK.
024300 EDIT-SELECTION-PARM.
024400     IF CYCSEL-PARM-LEN > 1
024500        AND CYCSEL-SELECTION = "R"
024600        MOVE CYCSEL-FROM-ITEM TO WS-FROM-ITEM
024700        MOVE HIGH-VALUES TO WS-THRU-ITEM
024800        IF CYCSEL-PARM-LEN > 9
024900           AND CYCSEL-THRU-ITEM NOT = SPACES
025000           MOVE CYCSEL-THRU-ITEM TO WS-THRU-ITEM
025100           MOVE CYCSEL-THRU-ITEM TO WS-THRU-CAPTION
025200        END-IF
025300        MOVE "R" TO WS-SELECTION
025400        MOVE SPACES TO HDG-SELECTION
025500        STRING "ITEMS " WS-FROM-ITEM " THRU " WS-THRU-CAPTION
025600               DELIMITED BY SIZE INTO HDG-SELECTION
025700     END-IF.
025800     IF CYCSEL-PARM-LEN > 3
025900        AND CYCSEL-SELECTION = "D"
026000        AND CYCSEL-DAYS IS NUMERIC
026100        MOVE CYCSEL-DAYS TO WS-DAYS-SINCE
026200        MOVE "D" TO WS-SELECTION
026300        MOVE SPACES TO HDG-SELECTION
026400        STRING "ITEMS NOT COUNTED IN " CYCSEL-DAYS " DAYS"
026500               DELIMITED BY SIZE INTO HDG-SELECTION
026600     END-IF.
026700
026800*    THE LAST COUNT'S FILE IS READ BEFORE IT IS REBUILT --
026900*    AN ITEM STILL OPEN ON IT (SELECTED OR COUNTED, BUT NOT
027000*    POSTED) WOULD BE LOST.  NO FILE YET IS A FIRST COUNT.
027100 CHECK-FOR-OPEN-COUNT.
027200     OPEN INPUT CYCLE-COUNT-FILE.
027300     IF COUNT-FILE-OK
027400        PERFORM READ-NEXT-COUNT
027500        PERFORM CHECK-ONE-COUNT
027600                UNTIL WS-COUNT-AT-END = "Y"
027700        CLOSE CYCLE-COUNT-FILE
027800     END-IF.
027900
028000 CHECK-ONE-COUNT.
028100     IF CC-OPEN
028200        ADD 1 TO WS-OPEN-COUNTS
028300     END-IF.
028400     PERFORM READ-NEXT-COUNT.
028500
028600 READ-NEXT-COUNT.
028700     READ CYCLE-COUNT-FILE NEXT RECORD
028800          AT END MOVE "Y" TO WS-COUNT-AT-END.
028900
029000 CLOSING-PROCEDURE.
029025     IF WS-PAGE-COUNT = ZERO
029050        PERFORM WRITE-HEADING
029075     END-IF.
029100     MOVE WS-ITEMS-SELECTED TO TTL-ITEM-COUNT.
029200     MOVE SPACES TO COUNT-SHEET-LINE.
029300     WRITE COUNT-SHEET-LINE.
029400     WRITE COUNT-SHEET-LINE FROM TOTAL-LINE.
029500     CLOSE INVENTORY-BALANCE-FILE.
029600     CLOSE ITEM-MASTER-FILE.
029700     CLOSE CYCLE-COUNT-FILE.
029800     CLOSE COUNT-SHEET-REPORT.
029900     DISPLAY "CYCSEL CONTROL TOTALS".
030000     DISPLAY "  BALANCE RECORDS READ .: " WS-BALANCES-READ.
030100     DISPLAY "  ITEMS SELECTED .......: " WS-ITEMS-SELECTED.
030200     IF WS-ITEMS-SELECTED = ZERO
030300        DISPLAY "CYCSEL: NO ITEMS MET THE SELECTION"
030400        MOVE 4 TO RETURN-CODE
030500     ELSE
030600        MOVE 0 TO RETURN-CODE
030700     END-IF.
030800
030900 SELECT-ITEMS.
031000     PERFORM READ-NEXT-BALANCE.
031100     PERFORM SELECT-ONE-ITEM UNTIL FILE-AT-END = "Y".
031200
031300 READ-NEXT-BALANCE.
031400     READ INVENTORY-BALANCE-FILE NEXT RECORD
031500          AT END MOVE "Y" TO FILE-AT-END.
031600     IF FILE-AT-END NOT = "Y"
031700        ADD 1 TO WS-BALANCES-READ
031800     END-IF.
031900
032000 SELECT-ONE-ITEM.
032100     MOVE "N" TO WS-DUE-SWITCH.
032200     IF WS-SELECT-BY-RANGE
032300        IF IB-ITEM-NUMBER NOT < WS-FROM-ITEM
032400           AND IB-ITEM-NUMBER NOT > WS-THRU-ITEM
032500           MOVE "Y" TO WS-DUE-SWITCH
032600        END-IF
032700     ELSE
032800        PERFORM CHECK-COUNT-AGE
032900     END-IF.
033000     IF WS-ITEM-DUE
033100        PERFORM ADD-ITEM-TO-COUNT
033200     END-IF.
033300     PERFORM READ-NEXT-BALANCE.
033400
033500*    NEVER COUNTED -- ZERO, OR SPACES ON A RECORD OLDER THAN
033600*    THE FIELD -- IS ALWAYS DUE; SO IS A DATE DATECALC
033700*    CANNOT USE.
033800 CHECK-COUNT-AGE.
033900     MOVE ZERO TO WS-LAST-COUNT-DATE.
034000     IF IB-LAST-COUNT-DATE IS NUMERIC
034100        MOVE IB-LAST-COUNT-DATE TO WS-LAST-COUNT-DATE
034200     END-IF.
034300     IF WS-LAST-COUNT-DATE = ZERO
034400        MOVE "Y" TO WS-DUE-SWITCH
034500     ELSE
034600        MOVE "D"                TO DATECALC-FUNCTION
034700        MOVE WS-RUN-DATE        TO DATECALC-DATE-1
034800        MOVE WS-LAST-COUNT-DATE TO DATECALC-DATE-2
034900        CALL "DATECALC" USING CYCSEL-DATECALC-PARM
035000        IF DATECALC-FEEDBACK NOT = "OK"
035100           OR DATECALC-DAYS NOT < WS-DAYS-SINCE
035200           MOVE "Y" TO WS-DUE-SWITCH
035300        END-IF
035400     END-IF.
035500
035600*    THE BOOK FIGURES ARE FROZEN ON THE COUNT FILE NOW; THE
035700*    SHEET GETS THE ITEM AND BLANKS TO WRITE THE COUNT ON.
035800 ADD-ITEM-TO-COUNT.
035900     MOVE SPACES              TO CYCLE-COUNT-RECORD.
035950     MOVE IB-WAREHOUSE        TO CC-WAREHOUSE.
036000     MOVE IB-ITEM-NUMBER      TO CC-ITEM-NUMBER.
036100     SET CC-NOT-COUNTED       TO TRUE.
036200     MOVE WS-RUN-DATE         TO CC-SELECT-DATE.
036300     MOVE IB-ON-HAND-QUANTITY TO CC-BOOK-QUANTITY.
036400     IF IB-AVERAGE-COST IS NUMERIC
036500        MOVE IB-AVERAGE-COST  TO CC-AVERAGE-COST
036600     ELSE
036700        MOVE ZERO             TO CC-AVERAGE-COST
036800     END-IF.
036900     MOVE ZERO                TO CC-COUNTED-QUANTITY.
037000     MOVE ZERO                TO CC-COUNT-DATE.
037100     WRITE CYCLE-COUNT-RECORD.
037200     ADD 1 TO WS-ITEMS-SELECTED.
037300     MOVE IB-ITEM-NUMBER TO ITEM-NUMBER.
037400     READ ITEM-MASTER-FILE
037500         INVALID KEY
037600            MOVE "** NOT ON ITEM MASTER **" TO ITEM-DESCRIPTION
037700            MOVE SPACES TO ITEM-UNIT-OF-MEASURE
037800     END-READ.
037900     MOVE IB-ITEM-NUMBER       TO DTL-ITEM-NUMBER.
038000     MOVE ITEM-DESCRIPTION     TO DTL-DESCRIPTION.
038100     MOVE ITEM-UNIT-OF-MEASURE TO DTL-UNIT-OF-MEASURE.
038116     IF WS-PAGE-COUNT = ZERO
038132        OR IB-WAREHOUSE NOT = WS-SHEET-WAREHOUSE
038148        MOVE IB-WAREHOUSE TO WS-SHEET-WAREHOUSE
038164        PERFORM WRITE-HEADING
038180     END-IF.
038200     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
038300        PERFORM WRITE-HEADING
038400     END-IF.
038500     MOVE SPACES TO COUNT-SHEET-LINE.
038600     WRITE COUNT-SHEET-LINE.
038700     WRITE COUNT-SHEET-LINE FROM DETAIL-LINE.
038800     ADD 2 TO WS-LINE-COUNT.
038900
039000 WRITE-HEADING.
039100     ADD 1 TO WS-PAGE-COUNT.
039200     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER.
039300     WRITE COUNT-SHEET-LINE FROM HEADING-LINE-1.
039333     MOVE WS-SHEET-WAREHOUSE TO HDG-WAREHOUSE.
039366     WRITE COUNT-SHEET-LINE FROM HEADING-LINE-WAREHOUSE.
039400     WRITE COUNT-SHEET-LINE FROM HEADING-LINE-2.
039500     MOVE ZERO TO WS-LINE-COUNT.
