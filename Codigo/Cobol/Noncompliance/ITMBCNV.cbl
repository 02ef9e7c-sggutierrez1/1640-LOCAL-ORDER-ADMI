000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ITMBCNV.
000300*--------------------------------------------------
000400* One-time reload of the inventory balance file
000500* into the item-and-warehouse layout.  Reads the
000600* unload of the old file -- one record per item,
000700* keyed by item alone -- and writes each balance
000800* into the default warehouse (the WHSTAB card
000900* flagged "Y", or blank with no table), with
001000* nothing in transit.  The on-hand, average cost
001100* and last-count date carry over as they stood.
001200* Run once, after the night's receiving and
001300* shipping and with no cycle count open, before
001400* anything reads ITMBAL in the new layout.  The
001500* new file is loaded empty; an unload that is not
001600* in item order, or carries an item twice, ends
001700* the run RC 16.
001800*
001900* MODIFICATION HISTORY
002000*   WHO   DATE        WHAT
002100*   RWH   2026-10-15  Original version.
002200*--------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600
002700     SELECT OLD-BALANCE-FILE
002800         ASSIGN TO "ITMBOLD"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-OLD-FILE-STATUS.
003100
003200     SELECT INVENTORY-BALANCE-FILE
003300         ASSIGN TO "ITMBAL"
003400         ORGANIZATION IS INDEXED
003500         RECORD KEY IS IB-KEY
003600         ACCESS MODE IS SEQUENTIAL
003700         FILE STATUS IS WS-ITMBAL-FILE-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100
004200*    THE OLD ITMBAL RECORD, AS UNLOADED -- ITEM FIRST, NO
004300*    WAREHOUSE, NOTHING IN TRANSIT.
004400 FD  OLD-BALANCE-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 01  OLD-BALANCE-RECORD.
004700     05 OLD-ITEM-NUMBER        PIC X(08).
004800     05 OLD-ON-HAND-QUANTITY   PIC S9(9).
004900     05 OLD-AVERAGE-COST       PIC 9(7)V999.
005000     05 OLD-LAST-COUNT-DATE    PIC 9(8).
005100
005200     COPY ITMBAL.
005300
005400 WORKING-STORAGE SECTION.
005500
005600 01  FILE-AT-END               PIC X VALUE "N".
005700 01  WS-OLD-FILE-STATUS        PIC XX VALUE SPACES.
005800
005900*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
006000*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
006100     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
006200         ==WS-ITMBAL-FILE-STATUS== ==PFX-FILE-OK== BY
006300         ==ITMBAL-FILE-OK== ==PFX-FILE-EOF== BY
006400         ==ITMBAL-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
006500         ==ITMBAL-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
006600         ==ITMBAL-FILE-NOT-FOUND==
006700         ==PFX-FILE-BOUNDARY-VIOLATION== BY
006800         ==ITMBAL-FILE-BOUNDARY-VIOLATION==.
006900
007000*    EVERY BALANCE GOES TO THIS ONE WAREHOUSE.
007100 01  WS-DEFAULT-WAREHOUSE      PIC X(03) VALUE SPACES.
007200
007300 01  WS-CONTROL-TOTALS.
007400     05 WS-RECORDS-READ        PIC 9(7) VALUE ZERO.
007500     05 WS-RECORDS-WRITTEN     PIC 9(7) VALUE ZERO.
007600     05 WS-TOTAL-ON-HAND       PIC S9(11) VALUE ZERO.
007700
007800*    PARAMETER PASSED TO THE SHARED WAREHOUSE-TABLE
007900*    SUBPROGRAM -- SEE WHSCHK.
008000 01  ITMBCNV-WHSCHK-PARM.
008100     05 WHSCHK-FUNCTION        PIC X(01).
008200     05 WHSCHK-WAREHOUSE       PIC X(03).
008300     05 WHSCHK-ENTRY-NUMBER    PIC 9(03).
008400     05 WHSCHK-WAREHOUSE-NAME  PIC X(30).
008500     05 WHSCHK-RESULT          PIC X(02).
008600         88 WHSCHK-NO-TABLE            VALUE "NT".
008700
008800 PROCEDURE DIVISION.
008900 PROGRAM-BEGIN.
009000     PERFORM OPENING-PROCEDURE.
009100     PERFORM RELOAD-BALANCES.
009200     PERFORM CLOSING-PROCEDURE.
009300
009400 PROGRAM-DONE.
009500     STOP RUN.
009600
009700 OPENING-PROCEDURE.
009800     MOVE "V"    TO WHSCHK-FUNCTION.
009900     MOVE SPACES TO WHSCHK-WAREHOUSE.
010000     CALL "WHSCHK" USING ITMBCNV-WHSCHK-PARM.
010100     MOVE WHSCHK-WAREHOUSE TO WS-DEFAULT-WAREHOUSE.
010200     IF WHSCHK-NO-TABLE
010300        DISPLAY "ITMBCNV: NO WAREHOUSE TABLE, BALANCES LOADED "
010400                "UNDER A BLANK WAREHOUSE"
010500     ELSE
010600        DISPLAY "ITMBCNV: BALANCES LOADED INTO WAREHOUSE "
010700                WS-DEFAULT-WAREHOUSE " " WHSCHK-WAREHOUSE-NAME
010800     END-IF.
010900     OPEN INPUT OLD-BALANCE-FILE.
011000     IF WS-OLD-FILE-STATUS NOT = "00"
011100        DISPLAY "ITMBCNV: UNABLE TO OPEN OLD-BALANCE-FILE, "
011200                "STATUS " WS-OLD-FILE-STATUS
011300        MOVE 16 TO RETURN-CODE
011400        GO TO PROGRAM-DONE
011500     END-IF.
011600     OPEN OUTPUT INVENTORY-BALANCE-FILE.
011700     IF NOT ITMBAL-FILE-OK
011800        DISPLAY "ITMBCNV: UNABLE TO OPEN INVENTORY-BALANCE-"
011900                "FILE, STATUS " WS-ITMBAL-FILE-STATUS
012000        MOVE 16 TO RETURN-CODE
012100        CLOSE OLD-BALANCE-FILE
012200        GO TO PROGRAM-DONE
012300     END-IF.
012400
012500 CLOSING-PROCEDURE.
012600     CLOSE OLD-BALANCE-FILE.
012700     CLOSE INVENTORY-BALANCE-FILE.
012800     DISPLAY "ITMBCNV CONTROL TOTALS".
012900     DISPLAY "  OLD RECORDS READ .....: " WS-RECORDS-READ.
013000     DISPLAY "  BALANCES WRITTEN .....: " WS-RECORDS-WRITTEN.
013100     DISPLAY "  TOTAL ON-HAND ........: " WS-TOTAL-ON-HAND.
013200     IF WS-RECORDS-WRITTEN NOT = WS-RECORDS-READ
013300        MOVE 16 TO RETURN-CODE
013400     ELSE
013500        MOVE 0 TO RETURN-CODE
013600     END-IF.
013700
013800 RELOAD-BALANCES.
013900     PERFORM READ-NEXT-OLD-BALANCE.
014000     PERFORM RELOAD-ONE-BALANCE UNTIL FILE-AT-END = "Y".
014100
014200 READ-NEXT-OLD-BALANCE.
014300     READ OLD-BALANCE-FILE
014400          AT END MOVE "Y" TO FILE-AT-END.
014500
014600*    FIELDS WRITTEN BEFORE THE COST AND COUNT DATE EXISTED
014700*    CARRY SPACES -- THEY GO ACROSS AS ZERO.
014800 RELOAD-ONE-BALANCE.
014900     ADD 1 TO WS-RECORDS-READ.
015000     MOVE WS-DEFAULT-WAREHOUSE  TO IB-WAREHOUSE.
015100     MOVE OLD-ITEM-NUMBER       TO IB-ITEM-NUMBER.
015200     MOVE OLD-ON-HAND-QUANTITY  TO IB-ON-HAND-QUANTITY.
015300     IF OLD-AVERAGE-COST IS NUMERIC
015400        MOVE OLD-AVERAGE-COST   TO IB-AVERAGE-COST
015500     ELSE
015600        MOVE ZERO               TO IB-AVERAGE-COST
015700     END-IF.
015800     IF OLD-LAST-COUNT-DATE IS NUMERIC
015900        MOVE OLD-LAST-COUNT-DATE TO IB-LAST-COUNT-DATE
016000     ELSE
016100        MOVE ZERO               TO IB-LAST-COUNT-DATE
016200     END-IF.
016300     MOVE ZERO TO IB-IN-TRANSIT-QUANTITY.
016400     MOVE ZERO TO IB-IN-TRANSIT-VALUE.
016500     WRITE INVENTORY-BALANCE-RECORD
016600         INVALID KEY
016700            DISPLAY "ITMBCNV: ITEM " OLD-ITEM-NUMBER
016800                    " OUT OF ORDER OR DUPLICATED, STATUS "
016900                    WS-ITMBAL-FILE-STATUS " -- NOT LOADED"
017000         NOT INVALID KEY
017100            ADD 1 TO WS-RECORDS-WRITTEN
017200            ADD IB-ON-HAND-QUANTITY TO WS-TOTAL-ON-HAND
017300     END-WRITE.
017400     PERFORM READ-NEXT-OLD-BALANCE.
