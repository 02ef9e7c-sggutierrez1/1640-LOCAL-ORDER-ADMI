000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. QTERPT.
000300*--------------------------------------------------
000400* Month-end sales-quote activity by rep.  Every
000500* quote on QUOTE-FILE is read whole and counted in
000600* the open period for what happened to it there:
000700* issued (dated in the period), converted (a line
000800* became an order in the period), lost (marked lost
000900* in the period) or expired (an open line's expiry
001000* fell in the period with nothing ordered).  A quote
001100* decided in the period counts once, in that order
001200* -- an order taken beats a line lost, which beats
001300* a line left to lapse.  Quotes list by rep with
001400* counts and values per outcome and the rep's win
001500* rate: converted over all quotes decided.  Totals
001600* print for all reps.  Nothing is updated.
001700*
001800* MODIFICATION HISTORY
001900*   WHO   DATE        WHAT
002000*   RWH   2026-10-15  Original version.
002100*--------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500
002600*    SALES QUOTES BY QUOTE AND LINE -- SEE QUOTMST.
002700     SELECT QUOTE-FILE
002800         ASSIGN TO "QUOTMST"
002900         ORGANIZATION IS INDEXED
003000         RECORD KEY IS QT-KEY
003100         ACCESS MODE IS SEQUENTIAL
003200         FILE STATUS IS WS-QUOTE-FILE-STATUS.
003300
003400     SELECT SALES-REP-MASTER-FILE
003500         ASSIGN TO "SREPMST"
003600         ORGANIZATION IS INDEXED
003700         RECORD KEY IS SREP-CODE
003800         ACCESS MODE IS RANDOM
003900         FILE STATUS IS WS-SREP-FILE-STATUS.
004000
004100     SELECT SORT-WORK-FILE
004200         ASSIGN TO "QTESORT".
004300
004400     SELECT QUOTE-ACTIVITY-REPORT
004500         ASSIGN TO "QTERPTR"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000
005100     COPY QUOTMST.
005200     COPY SREPMST.
005300
005400 SD  SORT-WORK-FILE.
005500 01  SORT-WORK-RECORD.
005600     05 SRT-SALES-REP-CODE     PIC X(05).
005700     05 SRT-QUOTE-NUMBER       PIC 9(7).
005800     05 SRT-CUSTOMER-ID        PIC 9(7).
005900     05 SRT-QUOTE-DATE         PIC 9(8).
006000     05 SRT-EXPIRY-DATE        PIC 9(8).
006100     05 SRT-QUOTE-VALUE        PIC 9(9)V99.
006200     05 SRT-ISSUED             PIC X(01).
006300*        ZERO WHEN NOTHING WAS DECIDED IN THE PERIOD, ELSE
006400*        THE OUTCOME'S ENTRY IN WS-OUTCOME-NAMES.
006500     05 SRT-OUTCOME            PIC 9.
006600     05 SRT-OUTCOME-VALUE      PIC 9(9)V99.
006700
006800 FD  QUOTE-ACTIVITY-REPORT
006900     LABEL RECORDS ARE STANDARD.
007000 01  QUOTE-ACTIVITY-REPORT-LINE PIC X(120).
007100
007200 WORKING-STORAGE SECTION.
007300
007400 01  FILE-AT-END               PIC X VALUE "N".
007500 01  WS-SORT-AT-END            PIC X VALUE "N".
007600*    "N" WHEN NO QUOTE FILE EXISTS YET -- NOTHING HAS BEEN
007700*    QUOTED, AND THE REPORT SAYS SO WITH ZERO TOTALS.
007800 01  WS-QUOTE-FILE-OPEN        PIC X VALUE "N".
007900
008000*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
008100*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
008200     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
008300         ==WS-QUOTE-FILE-STATUS== ==PFX-FILE-OK== BY
008400         ==QUOTE-FILE-OK== ==PFX-FILE-EOF== BY
008500         ==QUOTE-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
008600         ==QUOTE-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
008700         ==QUOTE-FILE-NOT-FOUND==
008800         ==PFX-FILE-BOUNDARY-VIOLATION== BY
008900         ==QUOTE-FILE-BOUNDARY-VIOLATION==.
009000
009100     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
009200         ==WS-SREP-FILE-STATUS== ==PFX-FILE-OK== BY
009300         ==SREP-FILE-OK== ==PFX-FILE-EOF== BY
009400         ==SREP-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
009500         ==SREP-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
009600         ==SREP-FILE-NOT-FOUND==
009700         ==PFX-FILE-BOUNDARY-VIOLATION== BY
009800         ==SREP-FILE-BOUNDARY-VIOLATION==.
009900
010000*    THE OPEN PERIOD AND ITS FIRST AND LAST DAYS -- A DATE
010100*    BETWEEN THEM IS THIS MONTH'S.
010200 01  WS-PERIOD                 PIC 9(6) VALUE ZERO.
010300 01  WS-PERIOD-START-DATE      PIC 9(8) VALUE ZERO.
010400 01  WS-PERIOD-END-DATE        PIC 9(8) VALUE ZERO.
010500 01  WS-NEXT-PERIOD-DATE.
010600     05 WS-NEXT-YEAR           PIC 9(4).
010700     05 WS-NEXT-MONTH          PIC 9(2).
010800     05 WS-NEXT-DAY            PIC 9(2).
010900 01  WS-NEXT-PERIOD-DATE-N REDEFINES WS-NEXT-PERIOD-DATE
011000                               PIC 9(8).
011100 01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
011200
011300*    THE QUOTE IN HAND, GATHERED LINE BY LINE.  THE VALUE IS
011400*    EVERY LINE AS QUOTED; THE OTHERS ARE THE LINES DECIDED
011500*    EACH WAY IN THE PERIOD.
011600 01  WS-CURRENT-QUOTE-NUMBER   PIC 9(7) VALUE ZERO.
011700 01  WS-QTE-SALES-REP-CODE     PIC X(05) VALUE SPACES.
011800 01  WS-QTE-CUSTOMER-ID        PIC 9(7) VALUE ZERO.
011900 01  WS-QTE-QUOTE-DATE         PIC 9(8) VALUE ZERO.
012000 01  WS-QTE-EXPIRY-DATE        PIC 9(8) VALUE ZERO.
012100 01  WS-QTE-VALUE              PIC 9(9)V99 VALUE ZERO.
012200 01  WS-QTE-CONVERTED-VALUE    PIC 9(9)V99 VALUE ZERO.
012300 01  WS-QTE-LOST-VALUE         PIC 9(9)V99 VALUE ZERO.
012400 01  WS-QTE-EXPIRED-VALUE      PIC 9(9)V99 VALUE ZERO.
012500
012600*    THE ISSUED COUNT AND THE THREE OUTCOMES, IN THE ORDER
012700*    THEY PRINT.
012800 01  WS-OUTCOME-NAMES.
012900     05 FILLER                 PIC X(10) VALUE "ISSUED".
013000     05 FILLER                 PIC X(10) VALUE "CONVERTED".
013100     05 FILLER                 PIC X(10) VALUE "EXPIRED".
013200     05 FILLER                 PIC X(10) VALUE "LOST".
013300 01  WS-OUTCOME-NAMES-R REDEFINES WS-OUTCOME-NAMES.
013400     05 WS-OUTCOME-NAME        OCCURS 4 TIMES PIC X(10).
013500 01  WS-REP-TOTALS.
013600     05 WS-REP-ENTRY           OCCURS 4 TIMES.
013700         10 WS-REP-COUNT       PIC 9(7).
013800         10 WS-REP-VALUE       PIC 9(11)V99.
013900 01  WS-GRAND-TOTALS.
014000     05 WS-GRAND-ENTRY         OCCURS 4 TIMES.
014100         10 WS-GRAND-COUNT     PIC 9(7).
014200         10 WS-GRAND-VALUE     PIC 9(11)V99.
014300 01  WS-OUTCOME-SUB            PIC 9 VALUE 1.
014400 01  WS-ISSUED-SUB             PIC 9 VALUE 1.
014500
014600*    WIN RATE: CONVERTED OVER CONVERTED, EXPIRED AND LOST.
014700 01  WS-DECIDED-COUNT          PIC 9(7) VALUE ZERO.
014800 01  WS-WIN-RATE               PIC 9(3)V9 VALUE ZERO.
014900
015000 01  WS-CURRENT-REP            PIC X(05) VALUE SPACES.
015100 01  WS-FIRST-REP              PIC X VALUE "Y".
015200
015300 01  WS-CONTROL-TOTALS.
015400     05 WS-QUOTE-LINES-READ    PIC 9(7) VALUE ZERO.
015500     05 WS-QUOTES-READ         PIC 9(7) VALUE ZERO.
015600     05 WS-QUOTES-REPORTED     PIC 9(7) VALUE ZERO.
015700     05 WS-REPS-NOT-FOUND      PIC 9(7) VALUE ZERO.
015800
015900*    PARAMETER PASSED TO THE SHARED RUN-CONTROL SUBPROGRAM --
016000*    SEE RUNCTL.  THE MONTH-END STREAM STAMPS UNDER CYCLE
016100*    DATE PERIOD * 100, SO A PERIOD ALREADY RUN REFUSES TO
016200*    RUN TWICE -- OPERATIONS CLEARS PROD.MTHEND.RUNCTL TO
016300*    FORCE ONE.
016400 01  QTERPT-RUNCTL-PARM.
016500     05 RUNCTL-FUNCTION        PIC X(01).
016600     05 RUNCTL-STEP-NAME       PIC X(08).
016700     05 RUNCTL-CYCLE-DATE      PIC 9(08) VALUE ZERO.
016800     05 RUNCTL-DONE-SWITCH     PIC X(01).
016900         88 RUNCTL-STEP-DONE           VALUE "Y".
017000         88 RUNCTL-STEP-NOT-DONE       VALUE "N".
017100     05 RUNCTL-TRANS-IN        PIC 9(07) VALUE ZERO.
017200     05 RUNCTL-TRANS-APPLIED   PIC 9(07) VALUE ZERO.
017300     05 RUNCTL-TRANS-REJECTED  PIC 9(07) VALUE ZERO.
017400     05 RUNCTL-RECORDS-READ    PIC 9(07) VALUE ZERO.
017500     05 RUNCTL-RECORDS-WRITTEN PIC 9(07) VALUE ZERO.
017600
017700*    PARAMETER PASSED TO THE SHARED PERIOD-CONTROL
017800*    SUBPROGRAM -- SEE PERCTL.
017900 01  QTERPT-PERCTL-PARM.
018000     05 PERCTL-FUNCTION        PIC X(01).
018100     05 PERCTL-PERIOD          PIC 9(06).
018200     05 PERCTL-FEEDBACK        PIC XX.
018300
018400*    PARAMETER PASSED TO THE SHARED DATE-ARITHMETIC
018500*    SUBPROGRAM -- SEE DATECALC.
018600 01  QTERPT-DATECALC-PARM.
018700     05 DATECALC-FUNCTION      PIC X(01).
018800     05 DATECALC-DATE-1        PIC 9(8).
018900     05 DATECALC-DATE-2        PIC 9(8).
019000     05 DATECALC-DAYS          PIC S9(7).
019100     05 DATECALC-RESULT-DATE   PIC 9(8).
019200     05 DATECALC-FEEDBACK      PIC XX.
019300
019400 01  HEADING-LINE-1.
019500     05 FILLER                 PIC X(38)
019600        VALUE "SALES QUOTE ACTIVITY BY REP - PERIOD ".
019700     05 HDG-PERIOD             PIC 9(6).
019800     05 FILLER                 PIC X(10) VALUE "  THROUGH ".
019900     05 HDG-PERIOD-END-DATE    PIC 9(8).
020000
020100 01  HEADING-LINE-2.
020200     05 FILLER                 PIC X(11) VALUE "  QUOTE".
020300     05 FILLER                 PIC X(10) VALUE "CUSTOMER".
020400     05 FILLER                 PIC X(10) VALUE "QUOTED".
020500     05 FILLER                 PIC X(10) VALUE "EXPIRES".
020600     05 FILLER                 PIC X(14) VALUE "        VALUE".
020700     05 FILLER                 PIC X(08) VALUE "  ISSUED".
020800     05 FILLER                 PIC X(12) VALUE "  OUTCOME".
020900     05 FILLER                 PIC X(14) VALUE "OUTCOME VALUE".
021000
021100 01  REP-LINE.
021200     05 FILLER                 PIC X(04) VALUE "REP ".
021300     05 RPL-REP-CODE           PIC X(05).
021400     05 FILLER                 PIC X(02) VALUE SPACES.
021500     05 RPL-REP-NAME           PIC X(30).
021600
021700 01  DETAIL-LINE.
021800     05 FILLER                 PIC X(02) VALUE SPACES.
021900     05 DTL-QUOTE-NUMBER       PIC 9(7).
022000     05 FILLER                 PIC X(02) VALUE SPACES.
022100     05 DTL-CUSTOMER-ID        PIC 9(7).
022200     05 FILLER                 PIC X(03) VALUE SPACES.
022300     05 DTL-QUOTE-DATE         PIC 9(8).
022400     05 FILLER                 PIC X(02) VALUE SPACES.
022500     05 DTL-EXPIRY-DATE        PIC 9(8).
022600     05 FILLER                 PIC X(02) VALUE SPACES.
022700     05 DTL-QUOTE-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
022800     05 FILLER                 PIC X(04) VALUE SPACES.
022900     05 DTL-ISSUED             PIC X(04).
023000     05 FILLER                 PIC X(02) VALUE SPACES.
023100     05 DTL-OUTCOME            PIC X(10).
023200     05 FILLER                 PIC X(02) VALUE SPACES.
023300     05 DTL-OUTCOME-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
023400
023500 01  OUTCOME-TOTAL-LINE.
023600     05 FILLER                 PIC X(12) VALUE SPACES.
023700     05 OTL-CAPTION            PIC X(10).
023800     05 FILLER                 PIC X(01) VALUE SPACES.
023900     05 OTL-OUTCOME            PIC X(10).
024000     05 OTL-QUOTES             PIC ZZZ,ZZ9.
024100     05 FILLER                 PIC X(08) VALUE " QUOTES ".
024200     05 OTL-VALUE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
024300
024400 01  WIN-RATE-LINE.
024500     05 FILLER                 PIC X(12) VALUE SPACES.
024600     05 WRL-CAPTION            PIC X(10).
024700     05 FILLER                 PIC X(11) VALUE " WIN RATE".
024800     05 WRL-WIN-RATE           PIC ZZ9.9.
024900     05 FILLER                 PIC X(05) VALUE "% OF ".
025000     05 WRL-DECIDED            PIC ZZZ,ZZ9.
025100     05 FILLER                 PIC X(15) VALUE " QUOTES DECIDED".
025200
025300 PROCEDURE DIVISION.
025400 PROGRAM-BEGIN.
025500     PERFORM OPENING-PROCEDURE.
025600     SORT SORT-WORK-FILE
025700          ON ASCENDING KEY SRT-SALES-REP-CODE
025800          ON ASCENDING KEY SRT-QUOTE-NUMBER
025900          INPUT PROCEDURE IS LOAD-QUOTE-ACTIVITY
026000          OUTPUT PROCEDURE IS PRINT-QUOTE-ACTIVITY.
026100     PERFORM CLOSING-PROCEDURE.
026200
026300 PROGRAM-DONE.
026400     STOP RUN.
026500
026600 OPENING-PROCEDURE.
026700     PERFORM RESOLVE-OPEN-PERIOD.
026800     PERFORM CHECK-MONTHLY-RUN-CONTROL.
026900     IF RUNCTL-STEP-DONE
027000        GO TO PROGRAM-DONE
027100     END-IF.
027200     PERFORM FIND-PERIOD-DATES.
027300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027400     OPEN INPUT SALES-REP-MASTER-FILE.
027500     IF NOT SREP-FILE-OK
027600        DISPLAY "QTERPT: UNABLE TO OPEN SALES-REP-MASTER-FILE, "
027700                "STATUS " WS-SREP-FILE-STATUS
027800        MOVE 16 TO RETURN-CODE
027900        GO TO PROGRAM-DONE
028000     END-IF.
028100     OPEN INPUT QUOTE-FILE.
028200     EVALUATE TRUE
028300        WHEN QUOTE-FILE-OK
028400             MOVE "Y" TO WS-QUOTE-FILE-OPEN
028500        WHEN WS-QUOTE-FILE-STATUS = "35"
028600             DISPLAY "QTERPT: NO QUOTE-FILE, NOTHING QUOTED "
028700                     "THIS PERIOD"
028800        WHEN OTHER
028900             DISPLAY "QTERPT: UNABLE TO OPEN QUOTE-FILE, "
029000                     "STATUS " WS-QUOTE-FILE-STATUS
029100             MOVE 16 TO RETURN-CODE
029200             CLOSE SALES-REP-MASTER-FILE
029300             GO TO PROGRAM-DONE
029400     END-EVALUATE.
029500     OPEN OUTPUT QUOTE-ACTIVITY-REPORT.
029600     MOVE WS-PERIOD          TO HDG-PERIOD.
029700     MOVE WS-PERIOD-END-DATE TO HDG-PERIOD-END-DATE.
029800     WRITE QUOTE-ACTIVITY-REPORT-LINE FROM HEADING-LINE-1.
029900     WRITE QUOTE-ACTIVITY-REPORT-LINE FROM HEADING-LINE-2.
030000     INITIALIZE WS-GRAND-TOTALS.
030100
030200 CLOSING-PROCEDURE.
030300     PERFORM WRITE-GRAND-TOTALS.
030400     IF WS-QUOTE-FILE-OPEN = "Y"
030500        CLOSE QUOTE-FILE
030600     END-IF.
030700     CLOSE SALES-REP-MASTER-FILE.
030800     CLOSE QUOTE-ACTIVITY-REPORT.
030900     DISPLAY "QTERPT CONTROL TOTALS".
031000     DISPLAY "  QUOTE LINES READ .....: " WS-QUOTE-LINES-READ.
031100     DISPLAY "  QUOTES READ ..........: " WS-QUOTES-READ.
031200     DISPLAY "  QUOTES REPORTED ......: " WS-QUOTES-REPORTED.
031300     DISPLAY "  REPS NOT ON FILE .....: " WS-REPS-NOT-FOUND.
031400     IF WS-REPS-NOT-FOUND > ZERO
031500        MOVE 4 TO RETURN-CODE
031600     ELSE
031700        MOVE 0 TO RETURN-CODE
031800     END-IF.
031900     MOVE WS-QUOTES-READ      TO RUNCTL-TRANS-IN.
032000     MOVE WS-QUOTES-REPORTED  TO RUNCTL-TRANS-APPLIED.
032100     MOVE ZERO                TO RUNCTL-TRANS-REJECTED.
032200     MOVE WS-QUOTE-LINES-READ TO RUNCTL-RECORDS-READ.
032300     MOVE WS-QUOTES-REPORTED  TO RUNCTL-RECORDS-WRITTEN.
032400     PERFORM MARK-MONTHLY-RUN-CONTROL.
032500
032600 RESOLVE-OPEN-PERIOD.
032700     MOVE "G" TO PERCTL-FUNCTION.
032800     CALL "PERCTL" USING QTERPT-PERCTL-PARM.
032900     MOVE PERCTL-PERIOD TO WS-PERIOD.
033000
033100 CHECK-MONTHLY-RUN-CONTROL.
033200     MOVE "C"        TO RUNCTL-FUNCTION.
033300     MOVE "QTERPT"   TO RUNCTL-STEP-NAME.
033400     COMPUTE RUNCTL-CYCLE-DATE = WS-PERIOD * 100.
033500     CALL "RUNCTL" USING QTERPT-RUNCTL-PARM.
033600     IF RUNCTL-STEP-DONE
033700        DISPLAY "QTERPT: PERIOD " WS-PERIOD
033800                " ALREADY RUN, SKIPPED"
033900     END-IF.
034000
034100 MARK-MONTHLY-RUN-CONTROL.
034200     MOVE "M"        TO RUNCTL-FUNCTION.
034300     MOVE "QTERPT"   TO RUNCTL-STEP-NAME.
034400     CALL "RUNCTL" USING QTERPT-RUNCTL-PARM.
034500
034600 FIND-PERIOD-DATES.
034700     COMPUTE WS-PERIOD-START-DATE = WS-PERIOD * 100 + 1.
034800     COMPUTE WS-NEXT-PERIOD-DATE-N = WS-PERIOD * 100 + 1.
034900     IF WS-NEXT-MONTH = 12
035000        ADD 1 TO WS-NEXT-YEAR
035100        MOVE 1 TO WS-NEXT-MONTH
035200     ELSE
035300        ADD 1 TO WS-NEXT-MONTH
035400     END-IF.
035500     MOVE 1 TO WS-NEXT-DAY.
035600     MOVE "A"                   TO DATECALC-FUNCTION.
035700     MOVE WS-NEXT-PERIOD-DATE-N TO DATECALC-DATE-1.
035800     MOVE -1                    TO DATECALC-DAYS.
035900     CALL "DATECALC" USING QTERPT-DATECALC-PARM.
036000     MOVE DATECALC-RESULT-DATE  TO WS-PERIOD-END-DATE.
036100
036200 LOAD-QUOTE-ACTIVITY.
036300     MOVE "N" TO FILE-AT-END.
036400     IF WS-QUOTE-FILE-OPEN = "Y"
036500        PERFORM READ-NEXT-QUOTE-LINE
036600     ELSE
036700        MOVE "Y" TO FILE-AT-END
036800     END-IF.
036900     PERFORM LOAD-ONE-QUOTE UNTIL FILE-AT-END = "Y".
037000
037100 READ-NEXT-QUOTE-LINE.
037200     READ QUOTE-FILE NEXT RECORD
037300          AT END MOVE "Y" TO FILE-AT-END.
037400     IF FILE-AT-END NOT = "Y"
037500        ADD 1 TO WS-QUOTE-LINES-READ
037600     END-IF.
037700
037800*    EVERY LINE CARRIES THE QUOTE'S REP, CUSTOMER AND DATE,
037900*    SO THE FIRST LINE READ SPEAKS FOR THE QUOTE.  A MOVED
038000*    EXPIRY REACHES ONLY THE LINES STILL OPEN, SO THE LATEST
038100*    ONE SEEN IS THE QUOTE'S.
038200 LOAD-ONE-QUOTE.
038300     ADD 1 TO WS-QUOTES-READ.
038400     MOVE QT-QUOTE-NUMBER   TO WS-CURRENT-QUOTE-NUMBER.
038500     MOVE QT-SALES-REP-CODE TO WS-QTE-SALES-REP-CODE.
038600     MOVE QT-CUSTOMER-ID    TO WS-QTE-CUSTOMER-ID.
038700     MOVE QT-QUOTE-DATE     TO WS-QTE-QUOTE-DATE.
038800     MOVE ZERO TO WS-QTE-EXPIRY-DATE.
038900     MOVE ZERO TO WS-QTE-VALUE.
039000     MOVE ZERO TO WS-QTE-CONVERTED-VALUE.
039100     MOVE ZERO TO WS-QTE-LOST-VALUE.
039200     MOVE ZERO TO WS-QTE-EXPIRED-VALUE.
039300     PERFORM ADD-ONE-QUOTE-LINE
039400             UNTIL FILE-AT-END = "Y"
039500                OR QT-QUOTE-NUMBER NOT = WS-CURRENT-QUOTE-NUMBER.
039600     PERFORM CLASSIFY-QUOTE.
039700
039800*    AN OPEN LINE EXPIRED IN THE PERIOD ONLY IF ITS LAST DAY
039900*    IS BOTH IN THE PERIOD AND ALREADY BEHIND US.
040000 ADD-ONE-QUOTE-LINE.
040100     ADD QT-LINE-AMOUNT TO WS-QTE-VALUE.
040200     IF QT-EXPIRY-DATE > WS-QTE-EXPIRY-DATE
040300        MOVE QT-EXPIRY-DATE TO WS-QTE-EXPIRY-DATE
040400     END-IF.
040500     EVALUATE TRUE
040600        WHEN QT-STATUS-CONVERTED
040700             AND QT-STATUS-DATE NOT < WS-PERIOD-START-DATE
040800             AND QT-STATUS-DATE NOT > WS-PERIOD-END-DATE
040900             ADD QT-LINE-AMOUNT TO WS-QTE-CONVERTED-VALUE
041000        WHEN QT-STATUS-LOST
041100             AND QT-STATUS-DATE NOT < WS-PERIOD-START-DATE
041200             AND QT-STATUS-DATE NOT > WS-PERIOD-END-DATE
041300             ADD QT-LINE-AMOUNT TO WS-QTE-LOST-VALUE
041400        WHEN QT-STATUS-OPEN
041500             AND QT-EXPIRY-DATE NOT < WS-PERIOD-START-DATE
041600             AND QT-EXPIRY-DATE NOT > WS-PERIOD-END-DATE
041700             AND QT-EXPIRY-DATE < WS-RUN-DATE
041800             ADD QT-LINE-AMOUNT TO WS-QTE-EXPIRED-VALUE
041900        WHEN OTHER
042000             CONTINUE
042100     END-EVALUATE.
042200     PERFORM READ-NEXT-QUOTE-LINE.
042300
042400*    A QUOTE NEITHER ISSUED NOR DECIDED IN THE PERIOD IS
042500*    ANOTHER MONTH'S BUSINESS AND IS LEFT OFF.
042600 CLASSIFY-QUOTE.
042700     MOVE SPACES TO SRT-ISSUED.
042800     IF WS-QTE-QUOTE-DATE NOT < WS-PERIOD-START-DATE
042900        AND WS-QTE-QUOTE-DATE NOT > WS-PERIOD-END-DATE
043000        MOVE "Y" TO SRT-ISSUED
043100     END-IF.
043200     EVALUATE TRUE
043300        WHEN WS-QTE-CONVERTED-VALUE > ZERO
043400             MOVE 2 TO SRT-OUTCOME
043500             MOVE WS-QTE-CONVERTED-VALUE TO SRT-OUTCOME-VALUE
043600        WHEN WS-QTE-LOST-VALUE > ZERO
043700             MOVE 4 TO SRT-OUTCOME
043800             MOVE WS-QTE-LOST-VALUE TO SRT-OUTCOME-VALUE
043900        WHEN WS-QTE-EXPIRED-VALUE > ZERO
044000             MOVE 3 TO SRT-OUTCOME
044100             MOVE WS-QTE-EXPIRED-VALUE TO SRT-OUTCOME-VALUE
044200        WHEN OTHER
044300             MOVE ZERO TO SRT-OUTCOME
044400             MOVE ZERO TO SRT-OUTCOME-VALUE
044500     END-EVALUATE.
044600     IF SRT-ISSUED = "Y"
044700        OR SRT-OUTCOME NOT = ZERO
044800        MOVE WS-QTE-SALES-REP-CODE   TO SRT-SALES-REP-CODE
044900        MOVE WS-CURRENT-QUOTE-NUMBER TO SRT-QUOTE-NUMBER
045000        MOVE WS-QTE-CUSTOMER-ID      TO SRT-CUSTOMER-ID
045100        MOVE WS-QTE-QUOTE-DATE       TO SRT-QUOTE-DATE
045200        MOVE WS-QTE-EXPIRY-DATE      TO SRT-EXPIRY-DATE
045300        MOVE WS-QTE-VALUE            TO SRT-QUOTE-VALUE
045400        RELEASE SORT-WORK-RECORD
045500     END-IF.
045600
045700 PRINT-QUOTE-ACTIVITY.
045800     MOVE "N" TO WS-SORT-AT-END.
045900     PERFORM RETURN-NEXT-SORTED.
046000     PERFORM PRINT-ONE-QUOTE UNTIL WS-SORT-AT-END = "Y".
046100     IF WS-FIRST-REP NOT = "Y"
046200        PERFORM WRITE-REP-TOTALS
046300     END-IF.
046400
046500 RETURN-NEXT-SORTED.
046600     RETURN SORT-WORK-FILE
046700          AT END MOVE "Y" TO WS-SORT-AT-END.
046800
046900 PRINT-ONE-QUOTE.
047000     IF SRT-SALES-REP-CODE NOT = WS-CURRENT-REP
047100        OR WS-FIRST-REP = "Y"
047200        PERFORM START-NEW-REP
047300     END-IF.
047400     MOVE SRT-QUOTE-NUMBER  TO DTL-QUOTE-NUMBER.
047500     MOVE SRT-CUSTOMER-ID   TO DTL-CUSTOMER-ID.
047600     MOVE SRT-QUOTE-DATE    TO DTL-QUOTE-DATE.
047700     MOVE SRT-EXPIRY-DATE   TO DTL-EXPIRY-DATE.
047800     MOVE SRT-QUOTE-VALUE   TO DTL-QUOTE-VALUE.
047900     MOVE SPACES            TO DTL-ISSUED.
048000     MOVE SPACES            TO DTL-OUTCOME.
048100     MOVE ZERO              TO DTL-OUTCOME-VALUE.
048200     IF SRT-ISSUED = "Y"
048300        MOVE "YES" TO DTL-ISSUED
048400        MOVE 1     TO WS-ISSUED-SUB
048500        ADD 1               TO WS-REP-COUNT (WS-ISSUED-SUB)
048600        ADD SRT-QUOTE-VALUE TO WS-REP-VALUE (WS-ISSUED-SUB)
048700     END-IF.
048800     IF SRT-OUTCOME NOT = ZERO
048900        MOVE SRT-OUTCOME TO WS-OUTCOME-SUB
049000        MOVE WS-OUTCOME-NAME (WS-OUTCOME-SUB) TO DTL-OUTCOME
049100        MOVE SRT-OUTCOME-VALUE TO DTL-OUTCOME-VALUE
049200        ADD 1                 TO WS-REP-COUNT (WS-OUTCOME-SUB)
049300        ADD SRT-OUTCOME-VALUE TO WS-REP-VALUE (WS-OUTCOME-SUB)
049400     END-IF.
049500     WRITE QUOTE-ACTIVITY-REPORT-LINE FROM DETAIL-LINE.
049600     ADD 1 TO WS-QUOTES-REPORTED.
049700     PERFORM RETURN-NEXT-SORTED.
049800
049900 START-NEW-REP.
050000     IF WS-FIRST-REP NOT = "Y"
050100        PERFORM WRITE-REP-TOTALS
050200     END-IF.
050300     MOVE "N"                TO WS-FIRST-REP.
050400     MOVE SRT-SALES-REP-CODE TO WS-CURRENT-REP.
050500     INITIALIZE WS-REP-TOTALS.
050600     MOVE SRT-SALES-REP-CODE TO RPL-REP-CODE.
050700     MOVE SRT-SALES-REP-CODE TO SREP-CODE.
050800     READ SALES-REP-MASTER-FILE
050900         INVALID KEY
051000            MOVE "** REP NOT ON FILE **" TO RPL-REP-NAME
051100            ADD 1 TO WS-REPS-NOT-FOUND
051200         NOT INVALID KEY
051300            MOVE SREP-NAME TO RPL-REP-NAME
051400     END-READ.
051500     WRITE QUOTE-ACTIVITY-REPORT-LINE FROM REP-LINE.
051600
051700*    THE REP'S LINES ROLL INTO THE ALL-REPS TOTALS AS THEY
051800*    PRINT.
051900 WRITE-REP-TOTALS.
052000     MOVE "REP TOTAL" TO OTL-CAPTION.
052100     PERFORM WRITE-ONE-REP-OUTCOME
052200         VARYING WS-OUTCOME-SUB FROM 1 BY 1
052300         UNTIL WS-OUTCOME-SUB > 4.
052400     COMPUTE WS-DECIDED-COUNT = WS-REP-COUNT (2)
052500             + WS-REP-COUNT (3) + WS-REP-COUNT (4).
052600     MOVE ZERO TO WS-WIN-RATE.
052700     IF WS-DECIDED-COUNT > ZERO
052800        COMPUTE WS-WIN-RATE ROUNDED =
052900                WS-REP-COUNT (2) * 100 / WS-DECIDED-COUNT
053000     END-IF.
053100     MOVE "REP"            TO WRL-CAPTION.
053200     PERFORM WRITE-WIN-RATE.
053300     MOVE SPACES TO QUOTE-ACTIVITY-REPORT-LINE.
053400     WRITE QUOTE-ACTIVITY-REPORT-LINE.
053500
053600 WRITE-ONE-REP-OUTCOME.
053700     MOVE WS-OUTCOME-NAME (WS-OUTCOME-SUB) TO OTL-OUTCOME.
053800     MOVE WS-REP-COUNT (WS-OUTCOME-SUB)    TO OTL-QUOTES.
053900     MOVE WS-REP-VALUE (WS-OUTCOME-SUB)    TO OTL-VALUE.
054000     WRITE QUOTE-ACTIVITY-REPORT-LINE FROM OUTCOME-TOTAL-LINE.
054100     ADD WS-REP-COUNT (WS-OUTCOME-SUB)
054200         TO WS-GRAND-COUNT (WS-OUTCOME-SUB).
054300     ADD WS-REP-VALUE (WS-OUTCOME-SUB)
054400         TO WS-GRAND-VALUE (WS-OUTCOME-SUB).
054500
054600 WRITE-GRAND-TOTALS.
054700     MOVE SPACES TO QUOTE-ACTIVITY-REPORT-LINE.
054800     WRITE QUOTE-ACTIVITY-REPORT-LINE.
054900     MOVE "ALL REPS" TO OTL-CAPTION.
055000     PERFORM WRITE-ONE-GRAND-OUTCOME
055100         VARYING WS-OUTCOME-SUB FROM 1 BY 1
055200         UNTIL WS-OUTCOME-SUB > 4.
055300     COMPUTE WS-DECIDED-COUNT = WS-GRAND-COUNT (2)
055400             + WS-GRAND-COUNT (3) + WS-GRAND-COUNT (4).
055500     MOVE ZERO TO WS-WIN-RATE.
055600     IF WS-DECIDED-COUNT > ZERO
055700        COMPUTE WS-WIN-RATE ROUNDED =
055800                WS-GRAND-COUNT (2) * 100 / WS-DECIDED-COUNT
055900     END-IF.
056000     MOVE "ALL REPS"       TO WRL-CAPTION.
056100     PERFORM WRITE-WIN-RATE.
056200
056300 WRITE-ONE-GRAND-OUTCOME.
056400     MOVE WS-OUTCOME-NAME (WS-OUTCOME-SUB) TO OTL-OUTCOME.
056500     MOVE WS-GRAND-COUNT (WS-OUTCOME-SUB)  TO OTL-QUOTES.
056600     MOVE WS-GRAND-VALUE (WS-OUTCOME-SUB)  TO OTL-VALUE.
056700     WRITE QUOTE-ACTIVITY-REPORT-LINE FROM OUTCOME-TOTAL-LINE.
056800
056900 WRITE-WIN-RATE.
057000     MOVE WS-WIN-RATE      TO WRL-WIN-RATE.
057100     MOVE WS-DECIDED-COUNT TO WRL-DECIDED.
057200     WRITE QUOTE-ACTIVITY-REPORT-LINE FROM WIN-RATE-LINE.
