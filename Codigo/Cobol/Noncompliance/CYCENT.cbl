000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CYCENT.
000300*--------------------------------------------------
000400* Applies the keyed count-sheet results to the
000500* cycle-count file CYCSEL built, one transaction
000600* per item counted: the quantity on the shelf, the
000700* counter and the date of the count.  A "C" is the
000800* first count of an item; keying it twice is caught,
000900* and a recount is keyed "R" to replace the first.
001000* Rejects go to a recycle file with a correction
001100* listing, like every other maintenance program's.
001200* Nothing here touches ITMBAL -- CYCADJ reports the
001300* variances and posts them once they are approved.
001400*
001500* MODIFICATION HISTORY
001600*   WHO   DATE        WHAT
001700*   RWH   2026-10-15  Original version.
001733*   RWH   2026-10-15  Counts are keyed by item and warehouse;
001766*                     a warehouse not on the table recycles.
001800*--------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200
002300     SELECT CYCLE-COUNT-FILE
002400         ASSIGN TO "CYCCNT"
002500         ORGANIZATION IS INDEXED
002600         RECORD KEY IS CC-KEY
002700         ACCESS MODE IS RANDOM
002800         FILE STATUS IS WS-COUNT-FILE-STATUS.
002900
003000     SELECT COUNT-TRANSACTION-FILE
003100         ASSIGN TO "CYCTRAN"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-CTRAN-FILE-STATUS.
003400
003500     SELECT COUNT-RECYCLE-FILE
003600         ASSIGN TO "CYCRCYC"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800
003900     SELECT COUNT-CORRECTION-REPORT
004000         ASSIGN TO "CYCCORRL"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500
004600     COPY CYCCNT.
004700     COPY CYCTRN.
004800
004900*    REJECTED TRANSACTIONS GO BACK OUT IN THE SAME LAYOUT THEY
005000*    CAME IN, WITH THE REASON CODE APPENDED -- ONCE FIXED, THE
005100*    RECORDS FEED STRAIGHT BACK IN AS THE NEXT RUN'S CYCTRAN.
005200 FD  COUNT-RECYCLE-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 01  COUNT-RECYCLE-RECORD.
005500     05 RCY-TRAN-DATA          PIC X(37).
005600     05 RCY-REJECT-REASON      PIC X(03).
005700
005800 FD  COUNT-CORRECTION-REPORT
005900     LABEL RECORDS ARE STANDARD.
006000 01  COUNT-CORRECTION-LINE     PIC X(60).
006100
006200 WORKING-STORAGE SECTION.
006300
006400 01  WS-CTRAN-AT-END           PIC X VALUE "N".
006500
006600 01  WS-REJECT-CODE            PIC X(03) VALUE SPACES.
006700 01  WS-REJECT-TEXT            PIC X(25) VALUE SPACES.
006800 01  WS-REJECTS-RECYCLED       PIC 9(7) VALUE ZERO.
006900
007000 01  CORRECTION-DETAIL-LINE.
007100     05 COR-TRAN-CODE          PIC X(01).
007200     05 FILLER                 PIC X(02) VALUE SPACES.
007300     05 COR-ITEM-NUMBER        PIC X(08).
007400     05 FILLER                 PIC X(02) VALUE SPACES.
007433     05 COR-WAREHOUSE          PIC X(03).
007466     05 FILLER                 PIC X(02) VALUE SPACES.
007500     05 COR-COUNTER-ID         PIC X(08).
007600     05 FILLER                 PIC X(02) VALUE SPACES.
007700     05 COR-REJECT-CODE        PIC X(03).
007800     05 FILLER                 PIC X(02) VALUE SPACES.
007900     05 COR-REJECT-TEXT        PIC X(25).
008000
008100*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
008200*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
008300     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
008400         ==WS-COUNT-FILE-STATUS== ==PFX-FILE-OK== BY
008500         ==COUNT-FILE-OK== ==PFX-FILE-EOF== BY
008600         ==COUNT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
008700         ==COUNT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
008800         ==COUNT-FILE-NOT-FOUND==
008900         ==PFX-FILE-BOUNDARY-VIOLATION== BY
009000         ==COUNT-FILE-BOUNDARY-VIOLATION==.
009100
009200     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
009300         ==WS-CTRAN-FILE-STATUS== ==PFX-FILE-OK== BY
009400         ==CTRAN-FILE-OK== ==PFX-FILE-EOF== BY
009500         ==CTRAN-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
009600         ==CTRAN-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
009700         ==CTRAN-FILE-NOT-FOUND==
009800         ==PFX-FILE-BOUNDARY-VIOLATION== BY
009900         ==CTRAN-FILE-BOUNDARY-VIOLATION==.
010000
010100 01  WS-RUN-DATE               PIC 9(8).
010109
010118*    PARAMETER PASSED TO THE SHARED WAREHOUSE-TABLE
010127*    SUBPROGRAM -- SEE WHSCHK.
010136 01  CYCENT-WHSCHK-PARM.
010145     05 WHSCHK-FUNCTION        PIC X(01).
010154     05 WHSCHK-WAREHOUSE       PIC X(03).
010163     05 WHSCHK-ENTRY-NUMBER    PIC 9(03).
010172     05 WHSCHK-WAREHOUSE-NAME  PIC X(30).
010181     05 WHSCHK-RESULT          PIC X(02).
010190         88 WHSCHK-NOT-ON-TABLE        VALUE "NF".
010200
010300 01  WS-CONTROL-TOTALS.
010400     05 WS-TRANS-READ          PIC 9(7) VALUE ZERO.
010500     05 WS-COUNTS-APPLIED      PIC 9(7) VALUE ZERO.
010600     05 WS-RECOUNTS-APPLIED    PIC 9(7) VALUE ZERO.
010700     05 WS-TRANS-IN-ERROR      PIC 9(7) VALUE ZERO.
010800
010900 PROCEDURE DIVISION.
011000 PROGRAM-BEGIN.
011100     PERFORM OPENING-PROCEDURE.
011200     PERFORM MAIN-PROCESS.
011300     PERFORM CLOSING-PROCEDURE.
011400
011500 PROGRAM-DONE.
011600     STOP RUN.
011700
011800 OPENING-PROCEDURE.
011900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012000     OPEN I-O CYCLE-COUNT-FILE.
012100     IF NOT COUNT-FILE-OK
012200        DISPLAY "CYCENT: UNABLE TO OPEN CYCLE-COUNT-FILE, "
012300                "STATUS " WS-COUNT-FILE-STATUS
012400                " -- RUN CYCSEL FIRST"
012500        MOVE 16 TO RETURN-CODE
012600        GO TO PROGRAM-DONE
012700     END-IF.
012800     OPEN INPUT COUNT-TRANSACTION-FILE.
012900     IF NOT CTRAN-FILE-OK
013000        DISPLAY "CYCENT: UNABLE TO OPEN COUNT-TRANSACTION-"
013100                "FILE, STATUS " WS-CTRAN-FILE-STATUS
013200        MOVE 16 TO RETURN-CODE
013300        CLOSE CYCLE-COUNT-FILE
013400        GO TO PROGRAM-DONE
013500     END-IF.
013600     OPEN OUTPUT COUNT-RECYCLE-FILE.
013700     OPEN OUTPUT COUNT-CORRECTION-REPORT.
013800
013900 CLOSING-PROCEDURE.
014000     CLOSE CYCLE-COUNT-FILE.
014100     CLOSE COUNT-TRANSACTION-FILE.
014200     CLOSE COUNT-RECYCLE-FILE.
014300     CLOSE COUNT-CORRECTION-REPORT.
014400     DISPLAY "CYCENT CONTROL TOTALS".
014500     DISPLAY "  TRANSACTIONS READ ....: " WS-TRANS-READ.
014600     DISPLAY "  COUNTS APPLIED .......: " WS-COUNTS-APPLIED.
014700     DISPLAY "  RECOUNTS APPLIED .....: " WS-RECOUNTS-APPLIED.
014800     DISPLAY "  TRANSACTIONS IN ERROR : " WS-TRANS-IN-ERROR.
014900     DISPLAY "  REJECTS RECYCLED .....: " WS-REJECTS-RECYCLED.
015000     IF WS-TRANS-IN-ERROR > ZERO
015100        MOVE 4 TO RETURN-CODE
015200     ELSE
015300        MOVE 0 TO RETURN-CODE
015400     END-IF.
015500
015600 MAIN-PROCESS.
015700     PERFORM READ-NEXT-TRANSACTION.
015800     PERFORM APPLY-TRANSACTION
015900             UNTIL WS-CTRAN-AT-END = "Y".
016000
016100 READ-NEXT-TRANSACTION.
016200     READ COUNT-TRANSACTION-FILE
016300          AT END MOVE "Y" TO WS-CTRAN-AT-END.
016400     IF WS-CTRAN-AT-END NOT = "Y"
016500        ADD 1 TO WS-TRANS-READ
016600     END-IF.
016700
016800 APPLY-TRANSACTION.
016900     MOVE SPACES TO WS-REJECT-CODE.
017000     EVALUATE TRUE
017100        WHEN NOT CTX-COUNT AND NOT CTX-RECOUNT
017200             MOVE "INV" TO WS-REJECT-CODE
017300             MOVE "INVALID TRAN CODE" TO WS-REJECT-TEXT
017400        WHEN CTX-COUNTED-QUANTITY NOT NUMERIC
017500             MOVE "QTY" TO WS-REJECT-CODE
017600             MOVE "QUANTITY NOT NUMERIC" TO WS-REJECT-TEXT
017700        WHEN CTX-COUNTER-ID = SPACES
017800             MOVE "NCI" TO WS-REJECT-CODE
017900             MOVE "COUNTER NOT KEYED" TO WS-REJECT-TEXT
018000        WHEN OTHER
018100             PERFORM APPLY-COUNT
018200     END-EVALUATE.
018300     IF WS-REJECT-CODE NOT = SPACES
018400        DISPLAY "CYCENT: COUNT FOR ITEM " CTX-ITEM-NUMBER
018450                " WAREHOUSE " CTX-WAREHOUSE
018500                " REJECTED, " WS-REJECT-TEXT
018600        ADD 1 TO WS-TRANS-IN-ERROR
018700        PERFORM WRITE-REJECT-TO-RECYCLE
018800     END-IF.
018900     PERFORM READ-NEXT-TRANSACTION.
019000
019033*    A BLANK WAREHOUSE IS THE DEFAULT ONE, THE WAY CYCSEL
019066*    FOUND THE ITEM ON ITMBAL.
019100 APPLY-COUNT.
019111     MOVE "V" TO WHSCHK-FUNCTION.
019122     MOVE CTX-WAREHOUSE TO WHSCHK-WAREHOUSE.
019133     CALL "WHSCHK" USING CYCENT-WHSCHK-PARM.
019144     IF WHSCHK-NOT-ON-TABLE
019155        MOVE "WNF" TO WS-REJECT-CODE
019166        MOVE "WAREHOUSE NOT ON TABLE" TO WS-REJECT-TEXT
019177     ELSE
019188        MOVE WHSCHK-WAREHOUSE TO CC-WAREHOUSE
019200        MOVE CTX-ITEM-NUMBER TO CC-ITEM-NUMBER
019300        READ CYCLE-COUNT-FILE
019400            INVALID KEY
019500               MOVE "NOS" TO WS-REJECT-CODE
019600               MOVE "ITEM NOT ON THIS COUNT" TO WS-REJECT-TEXT
019700            NOT INVALID KEY
019800               PERFORM POST-COUNT-TO-ITEM
019900        END-READ
019950     END-IF.
020000
020100*    A FIRST COUNT KEYED TWICE IS A SHEET KEYED TWICE -- IT
020200*    RECYCLES, AND A GENUINE RECOUNT IS KEYED "R".  A COUNT
020300*    CYCADJ HAS POSTED IS HISTORY AND CANNOT BE CHANGED.
020400 POST-COUNT-TO-ITEM.
020500     EVALUATE TRUE
020600        WHEN NOT CC-OPEN
020700             MOVE "PST" TO WS-REJECT-CODE
020800             MOVE "COUNT ALREADY POSTED" TO WS-REJECT-TEXT
020900        WHEN CC-COUNTED AND CTX-COUNT
021000             MOVE "CNT" TO WS-REJECT-CODE
021100             MOVE "ALREADY COUNTED, KEY R" TO WS-REJECT-TEXT
021200        WHEN OTHER
021300             IF CC-COUNTED
021400                ADD 1 TO WS-RECOUNTS-APPLIED
021500             ELSE
021600                ADD 1 TO WS-COUNTS-APPLIED
021700             END-IF
021800             SET CC-COUNTED TO TRUE
021900             MOVE CTX-COUNTED-QUANTITY TO CC-COUNTED-QUANTITY
022000             MOVE CTX-COUNTER-ID       TO CC-COUNTER-ID
022100*            AN UNDATED SHEET WAS COUNTED TODAY.
022200             IF CTX-COUNT-DATE IS NUMERIC
022300                AND CTX-COUNT-DATE > ZERO
022400                MOVE CTX-COUNT-DATE    TO CC-COUNT-DATE
022500             ELSE
022600                MOVE WS-RUN-DATE       TO CC-COUNT-DATE
022700             END-IF
022800             REWRITE CYCLE-COUNT-RECORD
022900     END-EVALUATE.
023000
023100*    WRITE THE REJECTED TRANSACTION, AS KEYED, TO THE RECYCLE
023200*    FILE WITH ITS REASON CODE, AND LIST IT FOR THE CLERK --
023300*    SO THE FIX IS AN EDIT OF THE RECYCLE FILE, NOT A REKEY
023400*    FROM THE COUNT SHEET.
023500 WRITE-REJECT-TO-RECYCLE.
023600     MOVE COUNT-TRANSACTION-RECORD TO RCY-TRAN-DATA.
023700     MOVE WS-REJECT-CODE        TO RCY-REJECT-REASON.
023800     WRITE COUNT-RECYCLE-RECORD.
023900     MOVE CTX-CODE              TO COR-TRAN-CODE.
024000     MOVE CTX-ITEM-NUMBER       TO COR-ITEM-NUMBER.
024050     MOVE CTX-WAREHOUSE         TO COR-WAREHOUSE.
024100     MOVE CTX-COUNTER-ID        TO COR-COUNTER-ID.
024200     MOVE WS-REJECT-CODE        TO COR-REJECT-CODE.
024300     MOVE WS-REJECT-TEXT        TO COR-REJECT-TEXT.
024400     WRITE COUNT-CORRECTION-LINE FROM CORRECTION-DETAIL-LINE.
024500     ADD 1 TO WS-REJECTS-RECYCLED.
