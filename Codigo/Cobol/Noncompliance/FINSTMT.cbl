000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINSTMT.
000300*--------------------------------------------------
000400* Monthly financial statements from the account
000500* balances GLTRIAL leaves on GLBALF.  The period's
000600* balances are merged into a running balance
000700* history (old generation in, new generation out,
000800* the period replaced if it was run before), and
000900* the history is summed against the chart of
001000* accounts into an income statement -- revenue,
001100* cost of sales, operating expense, net income --
001200* and a balance sheet that must prove assets equal
001300* liabilities plus equity, each with current-month,
001400* year-to-date and prior-year columns.  Accounts
001500* group by type and by the chart's reporting line.
001600* The period comes in on the PARM as YYYYMM; blank
001700* takes the open period from PERCTL.
001800*
001900* MODIFICATION HISTORY
002000*   WHO   DATE        WHAT
002100*   RWH   2026-10-14  Original version.
002116*   RWH   2026-10-14  A run that stops early -- period
002132*                     already stamped, or no chart or
002148*                     GLBALF -- still carries the balance
002164*                     history forward, so the new
002180*                     generation is never left empty.
002200*--------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600
002700     SELECT GL-ACCOUNT-FILE
002800         ASSIGN TO "GLACCT"
002900         ORGANIZATION IS INDEXED
003000         RECORD KEY IS GLA-ACCOUNT
003100         ACCESS MODE IS SEQUENTIAL
003200         FILE STATUS IS WS-GLACCT-FILE-STATUS.
003300
003400     SELECT ACCOUNT-BALANCE-FILE
003500         ASSIGN TO "GLBALF"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-BALANCE-FILE-STATUS.
003800
003900*    OPTIONAL -- THE FIRST MONTH EVER HAS NO HISTORY TO READ.
004000     SELECT OPTIONAL OLD-BALANCE-HISTORY
004100         ASSIGN TO "GLBALHI"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-OLD-HISTORY-STATUS.
004400
004500     SELECT NEW-BALANCE-HISTORY
004600         ASSIGN TO "GLBALHO"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900     SELECT FINANCIAL-STATEMENTS
005000         ASSIGN TO "FINSTMTR"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500
005600     COPY GLACCT.
005700
005800*    SAME RECORD GLTRIAL WRITES -- THIS IS A READER SIDE.
005900*    AB-ENDING-BALANCE IS THE PERIOD'S DEBITS LESS CREDITS.
006000 FD  ACCOUNT-BALANCE-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 01  ACCOUNT-BALANCE-RECORD.
006300     05 AB-PERIOD              PIC 9(6).
006400     05 AB-ACCOUNT             PIC X(8).
006500     05 AB-PERIOD-DEBITS       PIC 9(13)V99.
006600     05 AB-PERIOD-CREDITS      PIC 9(13)V99.
006700     05 AB-ENDING-BALANCE      PIC S9(13)V99.
006800
006900*    THE BALANCE HISTORY -- EVERY PERIOD'S GLBALF RECORDS,
007000*    IN THE SAME LAYOUT, ONE GENERATION PER MONTH-END.
007100 FD  OLD-BALANCE-HISTORY
007200     LABEL RECORDS ARE STANDARD.
007300 01  OLD-HISTORY-RECORD.
007400     05 BHI-PERIOD             PIC 9(6).
007500     05 BHI-ACCOUNT            PIC X(8).
007600     05 BHI-PERIOD-DEBITS      PIC 9(13)V99.
007700     05 BHI-PERIOD-CREDITS     PIC 9(13)V99.
007800     05 BHI-ENDING-BALANCE     PIC S9(13)V99.
007900
008000 FD  NEW-BALANCE-HISTORY
008100     LABEL RECORDS ARE STANDARD.
008200 01  NEW-HISTORY-RECORD        PIC X(59).
008300
008400 FD  FINANCIAL-STATEMENTS
008500     LABEL RECORDS ARE STANDARD.
008600 01  FINANCIAL-STATEMENT-LINE  PIC X(110).
008700
008800 WORKING-STORAGE SECTION.
008900
009000 01  FILE-AT-END               PIC X VALUE "N".
009100 01  WS-GLACCT-AT-END          PIC X VALUE "N".
009200
009300*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
009400*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
009500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
009600         ==WS-GLACCT-FILE-STATUS== ==PFX-FILE-OK== BY
009700         ==GLACCT-FILE-OK== ==PFX-FILE-EOF== BY
009800         ==GLACCT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
009900         ==GLACCT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
010000         ==GLACCT-FILE-NOT-FOUND==
010100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010200         ==GLACCT-FILE-BOUNDARY-VIOLATION==.
010300
010400     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
010500         ==WS-BALANCE-FILE-STATUS== ==PFX-FILE-OK== BY
010600         ==BALANCE-FILE-OK== ==PFX-FILE-EOF== BY
010700         ==BALANCE-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010800         ==BALANCE-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
010900         ==BALANCE-FILE-NOT-FOUND==
011000         ==PFX-FILE-BOUNDARY-VIOLATION== BY
011100         ==BALANCE-FILE-BOUNDARY-VIOLATION==.
011200
011300 01  WS-OLD-HISTORY-STATUS     PIC XX VALUE SPACES.
011400
011500 01  WS-RUN-DATE               PIC 9(8).
011600
011700*    THE PERIOD BEING REPORTED, AND THE PERIODS THE COLUMNS
011800*    ARE CUT AT -- THE FISCAL YEAR RUNS JANUARY TO DECEMBER.
011900 01  WS-PERIOD-SPLIT.
012000     05 WS-PERIOD-YEAR         PIC 9(4).
012100     05 WS-PERIOD-MONTH        PIC 9(2).
012200 01  WS-PERIOD REDEFINES WS-PERIOD-SPLIT PIC 9(6).
012300 01  WS-YEAR-START-PERIOD      PIC 9(6) VALUE ZERO.
012400 01  WS-PRIOR-PERIOD           PIC 9(6) VALUE ZERO.
012500 01  WS-PRIOR-YEAR-START       PIC 9(6) VALUE ZERO.
012600*    SET WHEN THE PERIOD CAME IN ON THE PARM.  AN AD-HOC
012700*    RERUN OF A PRIOR PERIOD BYPASSES THE MONTH-END RUNCTL
012800*    CHECK AND STAMP, THE SAME AS GLTRIAL.
012900 01  WS-PERIOD-FROM-PARM       PIC X VALUE "N".
013000
013100*    THE PERIOD'S GLBALF RECORDS REPLACE WHATEVER THE HISTORY
013200*    HELD FOR IT ONLY WHEN GLBALF ACTUALLY DELIVERED SOME --
013300*    AN EMPTY GENERATION FROM A SKIPPED GLTRIAL MUST NOT WIPE
013400*    A PERIOD ALREADY ON HISTORY.
013500 01  WS-PERIOD-RECORDS         PIC 9(7) VALUE ZERO.
013600
013700*    THE CHART OF ACCOUNTS, IN ACCOUNT ORDER, WITH THE SIX
013800*    RUNNING SUMS THE STATEMENT COLUMNS ARE BUILT FROM.  ALL
013900*    SUMS ARE DEBITS LESS CREDITS.
014000 01  WS-CHART-COUNT            PIC 9(4) VALUE ZERO.
014100 01  WS-CHART-TABLE.
014200     05 WS-CHART-ENTRY OCCURS 1000 TIMES
014300        INDEXED BY CHART-IDX.
014400        10 WS-CH-ACCOUNT       PIC X(08).
014500        10 WS-CH-TYPE          PIC X(01).
014600        10 WS-CH-CAPTION       PIC X(30).
014700*       THE PERIOD ITSELF.
014800        10 WS-CH-MONTH         PIC S9(13)V99.
014900*       JANUARY THROUGH THE PERIOD.
015000        10 WS-CH-YTD           PIC S9(13)V99.
015100*       JANUARY THROUGH THE PERIOD, A YEAR EARLIER.
015200        10 WS-CH-PRIOR-YTD     PIC S9(13)V99.
015300*       EVERYTHING THROUGH THE PERIOD.
015400        10 WS-CH-BALANCE       PIC S9(13)V99.
015500*       EVERYTHING BEFORE JANUARY.
015600        10 WS-CH-OPEN-BALANCE  PIC S9(13)V99.
015700*       EVERYTHING THROUGH THE PERIOD, A YEAR EARLIER.
015800        10 WS-CH-PRIOR-BALANCE PIC S9(13)V99.
015900 01  WS-CHART-SUB              PIC 9(4) VALUE ZERO.
016000
016100*    ACCOUNTS ON THE BALANCES BUT NOT ON THE CHART -- LISTED
016200*    SEPARATELY, AND THEY WILL KEEP THE BALANCE SHEET FROM
016300*    PROVING UNTIL THE CHART IS FIXED.
016400 01  WS-STRAY-COUNT            PIC 9(3) VALUE ZERO.
016500 01  WS-STRAY-TABLE.
016600     05 WS-STRAY-ENTRY OCCURS 100 TIMES
016700        INDEXED BY STRAY-IDX.
016800        10 WS-ST-ACCOUNT       PIC X(08).
016900        10 WS-ST-BALANCE       PIC S9(13)V99.
017000 01  WS-STRAY-SUB              PIC 9(3) VALUE ZERO.
017100
017200*    ONE ROW PER PRINTED STATEMENT LINE -- TYPE AND CAPTION
017300*    -- WITH ITS THREE COLUMNS ALREADY SIGNED FOR PRINTING:
017400*    REVENUE, LIABILITIES AND EQUITY SHOW CREDITS AS
017500*    POSITIVE.
017600 01  WS-LINE-COUNT             PIC 9(3) VALUE ZERO.
017700 01  WS-LINE-TABLE.
017800     05 WS-LINE-ENTRY OCCURS 300 TIMES
017900        INDEXED BY LINE-IDX.
018000        10 WS-LN-TYPE          PIC X(01).
018100        10 WS-LN-CAPTION       PIC X(30).
018200        10 WS-LN-AMOUNT        PIC S9(13)V99 OCCURS 3 TIMES.
018300 01  WS-LINE-SUB               PIC 9(3) VALUE ZERO.
018400 01  WS-COL-SUB                PIC 9 VALUE ZERO.
018500
018600*    THE THREE COLUMNS OF THE ACCOUNT BEING PLACED.
018700 01  WS-ACCOUNT-COLUMNS.
018800     05 WS-ACCT-AMOUNT         PIC S9(13)V99 OCCURS 3 TIMES.
018900
019000*    SECTION AND STATEMENT TOTALS, THREE COLUMNS EACH.
019100 01  WS-SECTION-TYPE           PIC X(01).
019200 01  WS-SECTION-TOTALS.
019300     05 WS-SECTION-AMOUNT      PIC S9(13)V99 OCCURS 3 TIMES.
019400 01  WS-REVENUE-TOTALS.
019500     05 WS-REVENUE-AMOUNT      PIC S9(13)V99 OCCURS 3 TIMES.
019600 01  WS-COST-TOTALS.
019700     05 WS-COST-AMOUNT         PIC S9(13)V99 OCCURS 3 TIMES.
019800 01  WS-EXPENSE-TOTALS.
019900     05 WS-EXPENSE-AMOUNT      PIC S9(13)V99 OCCURS 3 TIMES.
020000 01  WS-ASSET-TOTALS.
020100     05 WS-ASSET-AMOUNT        PIC S9(13)V99 OCCURS 3 TIMES.
020200 01  WS-LIABILITY-TOTALS.
020300     05 WS-LIABILITY-AMOUNT    PIC S9(13)V99 OCCURS 3 TIMES.
020400 01  WS-EQUITY-TOTALS.
020500     05 WS-EQUITY-AMOUNT       PIC S9(13)V99 OCCURS 3 TIMES.
020600*    REVENUE LESS COST AND EXPENSE NOT YET CLOSED TO RETAINED
020700*    EARNINGS, IN THE BALANCE-SHEET COLUMNS -- IT IS WHAT
020800*    MAKES THE EQUITY SIDE FOOT BEFORE THE YEAR IS CLOSED.
020900 01  WS-EARNINGS-TOTALS.
021000     05 WS-EARNINGS-AMOUNT     PIC S9(13)V99 OCCURS 3 TIMES.
021100 01  WS-WORK-TOTALS.
021200     05 WS-WORK-AMOUNT         PIC S9(13)V99 OCCURS 3 TIMES.
021300
021400 01  WS-BALANCE-SHEET-SWITCH   PIC X VALUE "Y".
021500     88 WS-BALANCE-SHEET-PROVES          VALUE "Y".
021600
021700 01  WS-CONTROL-TOTALS.
021800     05 WS-ACCOUNTS-ON-CHART   PIC 9(7) VALUE ZERO.
021900     05 WS-HISTORY-READ        PIC 9(7) VALUE ZERO.
022000     05 WS-HISTORY-REPLACED    PIC 9(7) VALUE ZERO.
022100     05 WS-HISTORY-WRITTEN     PIC 9(7) VALUE ZERO.
022200     05 WS-OTHER-PERIOD-SKIPPED PIC 9(7) VALUE ZERO.
022300     05 WS-STRAY-ACCOUNTS      PIC 9(7) VALUE ZERO.
022400
022500 01  HEADING-LINE-1.
022600     05 HDG-TITLE              PIC X(30).
022700     05 FILLER                 PIC X(11) VALUE "FOR PERIOD ".
022800     05 HDG-PERIOD             PIC 9(6).
022900     05 FILLER                 PIC X(12) VALUE "  RUN DATE ".
023000     05 HDG-RUN-DATE           PIC 9(8).
023100
023200 01  HEADING-LINE-2.
023300     05 FILLER                 PIC X(34) VALUE SPACES.
023400     05 HDG-COLUMN-1           PIC X(23).
023500     05 HDG-COLUMN-2           PIC X(23).
023600     05 HDG-COLUMN-3           PIC X(23).
023700
023800 01  SECTION-LINE.
023900     05 SEC-CAPTION            PIC X(34).
024000
024100 01  STATEMENT-LINE.
024200     05 STL-CAPTION            PIC X(34).
024300     05 STL-AMOUNT-1           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
024400     05 FILLER                 PIC X(02) VALUE SPACES.
024500     05 STL-AMOUNT-2           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
024600     05 FILLER                 PIC X(02) VALUE SPACES.
024700     05 STL-AMOUNT-3           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
024800
024900 01  VERDICT-LINE.
025000     05 FILLER                 PIC X(34)
025100        VALUE "  BALANCE SHEET PROOF".
025200     05 VRD-VERDICT            PIC X(40).
025300
025400*    PARAMETER PASSED TO THE SHARED RUN-CONTROL SUBPROGRAM --
025500*    SEE RUNCTL.  THE MONTH-END STREAM STAMPS UNDER CYCLE
025600*    DATE PERIOD * 100, SO A PERIOD ALREADY RUN REFUSES TO
025700*    RUN TWICE -- OPERATIONS CLEARS PROD.MTHEND.RUNCTL TO
025800*    FORCE ONE.
025900 01  FINSTMT-RUNCTL-PARM.
026000     05 RUNCTL-FUNCTION        PIC X(01).
026100     05 RUNCTL-STEP-NAME       PIC X(08).
026200     05 RUNCTL-CYCLE-DATE      PIC 9(08) VALUE ZERO.
026300     05 RUNCTL-DONE-SWITCH     PIC X(01).
026400         88 RUNCTL-STEP-DONE           VALUE "Y".
026500         88 RUNCTL-STEP-NOT-DONE       VALUE "N".
026600     05 RUNCTL-TRANS-IN        PIC 9(07) VALUE ZERO.
026700     05 RUNCTL-TRANS-APPLIED   PIC 9(07) VALUE ZERO.
026800     05 RUNCTL-TRANS-REJECTED  PIC 9(07) VALUE ZERO.
026900     05 RUNCTL-RECORDS-READ    PIC 9(07) VALUE ZERO.
027000     05 RUNCTL-RECORDS-WRITTEN PIC 9(07) VALUE ZERO.
027100
027200*    PARAMETER PASSED TO THE SHARED PERIOD-CONTROL
027300*    SUBPROGRAM -- SEE PERCTL.
027400 01  FINSTMT-PERCTL-PARM.
027500     05 PERCTL-FUNCTION        PIC X(01).
027600     05 PERCTL-PERIOD          PIC 9(06).
027700     05 PERCTL-FEEDBACK        PIC XX.
027800
027900 LINKAGE SECTION.
028000 01  FINSTMT-PARM.
028100*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
028200*    WITH A 2-BYTE BINARY LENGTH COUNT.
028300     05 FINSTMT-PARM-LEN       PIC S9(4) COMP.
028400     05 FINSTMT-PERIOD         PIC X(06).
028500
028600 PROCEDURE DIVISION USING FINSTMT-PARM.
028700 PROGRAM-BEGIN.
028800     PERFORM OPENING-PROCEDURE.
028900     PERFORM LOAD-CHART-OF-ACCOUNTS.
029000     PERFORM MERGE-BALANCE-HISTORY.
029100     PERFORM BUILD-STATEMENT-LINES.
029200     PERFORM PRINT-INCOME-STATEMENT.
029300     PERFORM PRINT-BALANCE-SHEET.
029400     PERFORM CLOSING-PROCEDURE.
029500
029600 PROGRAM-DONE.
029700     STOP RUN.
029800
029900 OPENING-PROCEDURE.
030000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
030100     IF FINSTMT-PARM-LEN > ZERO
030200        AND FINSTMT-PERIOD IS NUMERIC
030300        MOVE FINSTMT-PERIOD TO WS-PERIOD
030400        MOVE "Y" TO WS-PERIOD-FROM-PARM
030500     ELSE
030600        PERFORM RESOLVE-OPEN-PERIOD
030700     END-IF.
030800     IF WS-PERIOD-FROM-PARM NOT = "Y"
030900        PERFORM CHECK-MONTHLY-RUN-CONTROL
031000        IF RUNCTL-STEP-DONE
031050           PERFORM CARRY-HISTORY-FORWARD
031100           GO TO PROGRAM-DONE
031200        END-IF
031300     END-IF.
031400     COMPUTE WS-YEAR-START-PERIOD = WS-PERIOD-YEAR * 100 + 1.
031500     COMPUTE WS-PRIOR-PERIOD = WS-PERIOD - 100.
031600     COMPUTE WS-PRIOR-YEAR-START = WS-YEAR-START-PERIOD - 100.
031700     OPEN INPUT GL-ACCOUNT-FILE.
031800     IF NOT GLACCT-FILE-OK
031900        DISPLAY "FINSTMT: UNABLE TO OPEN GL-ACCOUNT-FILE, "
032000                "STATUS " WS-GLACCT-FILE-STATUS
032100                " -- NO CHART, NO STATEMENTS"
032200        MOVE 16 TO RETURN-CODE
032250        PERFORM CARRY-HISTORY-FORWARD
032300        GO TO PROGRAM-DONE
032400     END-IF.
032500     OPEN INPUT ACCOUNT-BALANCE-FILE.
032600     IF NOT BALANCE-FILE-OK
032700        DISPLAY "FINSTMT: UNABLE TO OPEN ACCOUNT-BALANCE-FILE, "
032800                "STATUS " WS-BALANCE-FILE-STATUS
032900        MOVE 16 TO RETURN-CODE
033000        CLOSE GL-ACCOUNT-FILE
033050        PERFORM CARRY-HISTORY-FORWARD
033100        GO TO PROGRAM-DONE
033200     END-IF.
033300     OPEN OUTPUT FINANCIAL-STATEMENTS.
033400     MOVE WS-PERIOD   TO HDG-PERIOD.
033500     MOVE WS-RUN-DATE TO HDG-RUN-DATE.
033600
033700 CLOSING-PROCEDURE.
033800     CLOSE FINANCIAL-STATEMENTS.
033900     DISPLAY "FINSTMT CONTROL TOTALS".
034000     DISPLAY "  ACCOUNTS ON CHART ....: " WS-ACCOUNTS-ON-CHART.
034100     DISPLAY "  HISTORY RECORDS READ .: " WS-HISTORY-READ.
034200     DISPLAY "  PERIOD RECORDS REPLACED " WS-HISTORY-REPLACED.
034300     DISPLAY "  HISTORY RECORDS WRITTEN " WS-HISTORY-WRITTEN.
034400     DISPLAY "  GLBALF OTHER PERIODS .: "
034500             WS-OTHER-PERIOD-SKIPPED.
034600     DISPLAY "  ACCOUNTS NOT ON CHART : " WS-STRAY-ACCOUNTS.
034700     IF NOT WS-BALANCE-SHEET-PROVES
034800        DISPLAY "FINSTMT: BALANCE SHEET FOR PERIOD " WS-PERIOD
034900                " DOES NOT BALANCE"
035000        MOVE 8 TO RETURN-CODE
035100     ELSE
035200        IF WS-STRAY-ACCOUNTS > ZERO
035300           OR WS-OTHER-PERIOD-SKIPPED > ZERO
035400           OR WS-PERIOD-RECORDS = ZERO
035500           MOVE 4 TO RETURN-CODE
035600        ELSE
035700           MOVE 0 TO RETURN-CODE
035800        END-IF
035900     END-IF.
036000*    ONLY A CLEAN STREAM RUN STAMPS ITS COMPLETION -- AN
036100*    AD-HOC PARM RERUN LEAVES THE GATE ALONE.
036200     IF RETURN-CODE NOT > 4
036300        AND WS-PERIOD-FROM-PARM NOT = "Y"
036400        MOVE WS-PERIOD-RECORDS    TO RUNCTL-TRANS-IN
036500        MOVE WS-PERIOD-RECORDS    TO RUNCTL-TRANS-APPLIED
036600        MOVE WS-OTHER-PERIOD-SKIPPED TO RUNCTL-TRANS-REJECTED
036700        MOVE WS-HISTORY-READ      TO RUNCTL-RECORDS-READ
036800        MOVE WS-HISTORY-WRITTEN   TO RUNCTL-RECORDS-WRITTEN
036900        PERFORM MARK-MONTHLY-RUN-CONTROL
037000     END-IF.
037100
037200*    THE CHART IS READ IN ACCOUNT ORDER, SO STATEMENT LINES
037300*    COME OUT IN THE ORDER OF THEIR FIRST ACCOUNT.
037400 LOAD-CHART-OF-ACCOUNTS.
037500     PERFORM READ-NEXT-CHART-ACCOUNT.
037600     PERFORM STORE-ONE-CHART-ACCOUNT
037700             UNTIL WS-GLACCT-AT-END = "Y".
037800     CLOSE GL-ACCOUNT-FILE.
037900
038000 READ-NEXT-CHART-ACCOUNT.
038100     READ GL-ACCOUNT-FILE NEXT RECORD
038200          AT END MOVE "Y" TO WS-GLACCT-AT-END.
038300
038400 STORE-ONE-CHART-ACCOUNT.
038500     IF WS-CHART-COUNT < 1000
038600        ADD 1 TO WS-CHART-COUNT
038700        ADD 1 TO WS-ACCOUNTS-ON-CHART
038800        MOVE GLA-ACCOUNT      TO WS-CH-ACCOUNT (WS-CHART-COUNT)
038900        MOVE GLA-ACCOUNT-TYPE TO WS-CH-TYPE (WS-CHART-COUNT)
039000        IF GLA-REPORT-LINE = SPACES
039100           MOVE GLA-DESCRIPTION
039200                TO WS-CH-CAPTION (WS-CHART-COUNT)
039300        ELSE
039400           MOVE GLA-REPORT-LINE
039500                TO WS-CH-CAPTION (WS-CHART-COUNT)
039600        END-IF
039700        MOVE ZERO TO WS-CH-MONTH (WS-CHART-COUNT)
039800                     WS-CH-YTD (WS-CHART-COUNT)
039900                     WS-CH-PRIOR-YTD (WS-CHART-COUNT)
040000                     WS-CH-BALANCE (WS-CHART-COUNT)
040100                     WS-CH-OPEN-BALANCE (WS-CHART-COUNT)
040200                     WS-CH-PRIOR-BALANCE (WS-CHART-COUNT)
040300     ELSE
040400        DISPLAY "FINSTMT: CHART TABLE FULL, ACCOUNT "
040500                GLA-ACCOUNT " IGNORED"
040600     END-IF.
040700     PERFORM READ-NEXT-CHART-ACCOUNT.
040800
040900*    FIRST PASS OF GLBALF ONLY COUNTS THE PERIOD'S RECORDS --
041000*    SEE WS-PERIOD-RECORDS.  THEN THE OLD HISTORY IS COPIED
041100*    FORWARD, LESS THE PERIOD IF GLBALF REPLACES IT, AND
041200*    GLBALF'S RECORDS FOR THE PERIOD ARE ADDED ON.  EVERY
041300*    RECORD THAT REACHES THE NEW HISTORY IS SUMMED.
041400 MERGE-BALANCE-HISTORY.
041500     MOVE "N" TO FILE-AT-END.
041600     PERFORM READ-NEXT-BALANCE.
041700     PERFORM COUNT-ONE-BALANCE UNTIL FILE-AT-END = "Y".
041800     CLOSE ACCOUNT-BALANCE-FILE.
041900     IF WS-PERIOD-RECORDS = ZERO
042000        DISPLAY "FINSTMT: GLBALF HOLDS NOTHING FOR PERIOD "
042100                WS-PERIOD " -- HISTORY USED AS IT STANDS"
042200     END-IF.
042300     OPEN OUTPUT NEW-BALANCE-HISTORY.
042400     OPEN INPUT OLD-BALANCE-HISTORY.
042500     MOVE "N" TO FILE-AT-END.
042600     PERFORM READ-NEXT-HISTORY.
042700     PERFORM CARRY-ONE-HISTORY UNTIL FILE-AT-END = "Y".
042800     CLOSE OLD-BALANCE-HISTORY.
042900     IF WS-PERIOD-RECORDS > ZERO
043000        OPEN INPUT ACCOUNT-BALANCE-FILE
043100        MOVE "N" TO FILE-AT-END
043200        PERFORM READ-NEXT-BALANCE
043300        PERFORM ADD-ONE-BALANCE UNTIL FILE-AT-END = "Y"
043400        CLOSE ACCOUNT-BALANCE-FILE
043500     END-IF.
043600     CLOSE NEW-BALANCE-HISTORY.
043605
043610*    THE OLD HISTORY COPIED AS IT STANDS -- THE NEW
043615*    GENERATION IS CATALOGED WHETHER OR NOT THE STATEMENTS
043620*    RUN, AND AN EMPTY ONE WOULD LOSE EVERY PRIOR PERIOD.
043625 CARRY-HISTORY-FORWARD.
043630     OPEN OUTPUT NEW-BALANCE-HISTORY.
043635     OPEN INPUT OLD-BALANCE-HISTORY.
043640     MOVE "N" TO FILE-AT-END.
043645     PERFORM READ-NEXT-HISTORY.
043650     PERFORM COPY-ONE-HISTORY UNTIL FILE-AT-END = "Y".
043655     CLOSE OLD-BALANCE-HISTORY.
043660     CLOSE NEW-BALANCE-HISTORY.
043665     DISPLAY "FINSTMT: BALANCE HISTORY CARRIED FORWARD, "
043670             WS-HISTORY-WRITTEN " RECORDS".
043675
043680 COPY-ONE-HISTORY.
043685     WRITE NEW-HISTORY-RECORD FROM OLD-HISTORY-RECORD.
043690     ADD 1 TO WS-HISTORY-WRITTEN.
043695     PERFORM READ-NEXT-HISTORY.
043700
043800 READ-NEXT-BALANCE.
043900     READ ACCOUNT-BALANCE-FILE
044000          AT END MOVE "Y" TO FILE-AT-END.
044100
044200 COUNT-ONE-BALANCE.
044300     IF AB-PERIOD = WS-PERIOD
044400        ADD 1 TO WS-PERIOD-RECORDS
044500     ELSE
044600        ADD 1 TO WS-OTHER-PERIOD-SKIPPED
044700        DISPLAY "FINSTMT: GLBALF RECORD FOR PERIOD " AB-PERIOD
044800                " ACCOUNT " AB-ACCOUNT " IGNORED"
044900     END-IF.
045000     PERFORM READ-NEXT-BALANCE.
045100
045200 READ-NEXT-HISTORY.
045300     READ OLD-BALANCE-HISTORY
045400          AT END MOVE "Y" TO FILE-AT-END.
045500     IF FILE-AT-END NOT = "Y"
045600        ADD 1 TO WS-HISTORY-READ
045700     END-IF.
045800
045900 CARRY-ONE-HISTORY.
046000     IF BHI-PERIOD = WS-PERIOD
046100        AND WS-PERIOD-RECORDS > ZERO
046200        ADD 1 TO WS-HISTORY-REPLACED
046300     ELSE
046400        WRITE NEW-HISTORY-RECORD FROM OLD-HISTORY-RECORD
046500        ADD 1 TO WS-HISTORY-WRITTEN
046600        MOVE OLD-HISTORY-RECORD TO ACCOUNT-BALANCE-RECORD
046700        PERFORM SUM-ONE-BALANCE
046800     END-IF.
046900     PERFORM READ-NEXT-HISTORY.
047000
047100 ADD-ONE-BALANCE.
047200     IF AB-PERIOD = WS-PERIOD
047300        WRITE NEW-HISTORY-RECORD FROM ACCOUNT-BALANCE-RECORD
047400        ADD 1 TO WS-HISTORY-WRITTEN
047500        PERFORM SUM-ONE-BALANCE
047600     END-IF.
047700     PERFORM READ-NEXT-BALANCE.
047800
047900*    ONE BALANCE RECORD INTO WHICHEVER RUNNING SUMS ITS
048000*    PERIOD FALLS IN.  PERIODS AFTER THE ONE BEING REPORTED
048100*    STAY ON HISTORY BUT COUNT NOWHERE.
048200 SUM-ONE-BALANCE.
048300     SET CHART-IDX TO 1.
048400     SEARCH WS-CHART-ENTRY
048500         AT END
048600            PERFORM SUM-STRAY-BALANCE
048700         WHEN CHART-IDX > WS-CHART-COUNT
048800            PERFORM SUM-STRAY-BALANCE
048900         WHEN WS-CH-ACCOUNT (CHART-IDX) = AB-ACCOUNT
049000            PERFORM SUM-CHART-BALANCE
049100     END-SEARCH.
049200
049300 SUM-CHART-BALANCE.
049400     IF AB-PERIOD = WS-PERIOD
049500        ADD AB-ENDING-BALANCE TO WS-CH-MONTH (CHART-IDX)
049600     END-IF.
049700     IF AB-PERIOD NOT < WS-YEAR-START-PERIOD
049800        AND AB-PERIOD NOT > WS-PERIOD
049900        ADD AB-ENDING-BALANCE TO WS-CH-YTD (CHART-IDX)
050000     END-IF.
050100     IF AB-PERIOD NOT < WS-PRIOR-YEAR-START
050200        AND AB-PERIOD NOT > WS-PRIOR-PERIOD
050300        ADD AB-ENDING-BALANCE TO WS-CH-PRIOR-YTD (CHART-IDX)
050400     END-IF.
050500     IF AB-PERIOD NOT > WS-PERIOD
050600        ADD AB-ENDING-BALANCE TO WS-CH-BALANCE (CHART-IDX)
050700     END-IF.
050800     IF AB-PERIOD < WS-YEAR-START-PERIOD
050900        ADD AB-ENDING-BALANCE TO WS-CH-OPEN-BALANCE (CHART-IDX)
051000     END-IF.
051100     IF AB-PERIOD NOT > WS-PRIOR-PERIOD
051200        ADD AB-ENDING-BALANCE
051300            TO WS-CH-PRIOR-BALANCE (CHART-IDX)
051400     END-IF.
051500
051600 SUM-STRAY-BALANCE.
051700     IF AB-PERIOD NOT > WS-PERIOD
051800        SET STRAY-IDX TO 1
051900        SEARCH WS-STRAY-ENTRY
052000            AT END
052100               PERFORM ADD-STRAY-ACCOUNT
052200            WHEN STRAY-IDX > WS-STRAY-COUNT
052300               PERFORM ADD-STRAY-ACCOUNT
052400            WHEN WS-ST-ACCOUNT (STRAY-IDX) = AB-ACCOUNT
052500               ADD AB-ENDING-BALANCE
052600                   TO WS-ST-BALANCE (STRAY-IDX)
052700        END-SEARCH
052800     END-IF.
052900
053000 ADD-STRAY-ACCOUNT.
053100     IF WS-STRAY-COUNT < 100
053200        ADD 1 TO WS-STRAY-COUNT
053300        ADD 1 TO WS-STRAY-ACCOUNTS
053400        MOVE AB-ACCOUNT TO WS-ST-ACCOUNT (WS-STRAY-COUNT)
053500        MOVE AB-ENDING-BALANCE
053600             TO WS-ST-BALANCE (WS-STRAY-COUNT)
053700     ELSE
053800        DISPLAY "FINSTMT: STRAY ACCOUNT TABLE FULL, ACCOUNT "
053900                AB-ACCOUNT " NOT LISTED"
054000     END-IF.
054100
054200*    EACH ACCOUNT'S THREE COLUMNS, SIGNED FOR PRINTING, ARE
054300*    ADDED TO THE STATEMENT LINE FOR ITS TYPE AND CAPTION.
054400*    INCOME-STATEMENT ACCOUNTS SHOW MONTH / YEAR TO DATE /
054500*    PRIOR YEAR TO DATE; BALANCE-SHEET ACCOUNTS SHOW
054600*    MONTH-END BALANCE / CHANGE SINCE JANUARY / BALANCE A
054700*    YEAR EARLIER.
054800 BUILD-STATEMENT-LINES.
054900     MOVE ZERO TO WS-EARNINGS-TOTALS.
055000     PERFORM PLACE-ONE-ACCOUNT
055100             VARYING WS-CHART-SUB FROM 1 BY 1
055200             UNTIL WS-CHART-SUB > WS-CHART-COUNT.
055300
055400 PLACE-ONE-ACCOUNT.
055500     EVALUATE WS-CH-TYPE (WS-CHART-SUB)
055600        WHEN "R"
055700        WHEN "C"
055800        WHEN "E"
055900           MOVE WS-CH-MONTH (WS-CHART-SUB)
056000                TO WS-ACCT-AMOUNT (1)
056100           MOVE WS-CH-YTD (WS-CHART-SUB)
056200                TO WS-ACCT-AMOUNT (2)
056300           MOVE WS-CH-PRIOR-YTD (WS-CHART-SUB)
056400                TO WS-ACCT-AMOUNT (3)
056500           SUBTRACT WS-CH-BALANCE (WS-CHART-SUB)
056600                FROM WS-EARNINGS-AMOUNT (1)
056700           SUBTRACT WS-CH-YTD (WS-CHART-SUB)
056800                FROM WS-EARNINGS-AMOUNT (2)
056900           SUBTRACT WS-CH-PRIOR-BALANCE (WS-CHART-SUB)
057000                FROM WS-EARNINGS-AMOUNT (3)
057100        WHEN OTHER
057200           MOVE WS-CH-BALANCE (WS-CHART-SUB)
057300                TO WS-ACCT-AMOUNT (1)
057400           COMPUTE WS-ACCT-AMOUNT (2) =
057500                   WS-CH-BALANCE (WS-CHART-SUB)
057600                   - WS-CH-OPEN-BALANCE (WS-CHART-SUB)
057700           MOVE WS-CH-PRIOR-BALANCE (WS-CHART-SUB)
057800                TO WS-ACCT-AMOUNT (3)
057900     END-EVALUATE.
058000*    CREDIT-NATURE ACCOUNTS PRINT CREDITS AS POSITIVE.
058100     IF WS-CH-TYPE (WS-CHART-SUB) = "R" OR "L" OR "Q"
058200        PERFORM NEGATE-ONE-COLUMN
058300                VARYING WS-COL-SUB FROM 1 BY 1
058400                UNTIL WS-COL-SUB > 3
058500     END-IF.
058600     IF WS-ACCT-AMOUNT (1) NOT = ZERO
058700        OR WS-ACCT-AMOUNT (2) NOT = ZERO
058800        OR WS-ACCT-AMOUNT (3) NOT = ZERO
058900        PERFORM ADD-TO-STATEMENT-LINE
059000     END-IF.
059100
059200 NEGATE-ONE-COLUMN.
059300     COMPUTE WS-ACCT-AMOUNT (WS-COL-SUB) =
059400             ZERO - WS-ACCT-AMOUNT (WS-COL-SUB).
059500
059600 ADD-TO-STATEMENT-LINE.
059700     SET LINE-IDX TO 1.
059800     SEARCH WS-LINE-ENTRY
059900         AT END
060000            PERFORM ADD-NEW-STATEMENT-LINE
060100         WHEN LINE-IDX > WS-LINE-COUNT
060200            PERFORM ADD-NEW-STATEMENT-LINE
060300         WHEN WS-LN-TYPE (LINE-IDX) = WS-CH-TYPE (WS-CHART-SUB)
060400              AND WS-LN-CAPTION (LINE-IDX) =
060500                  WS-CH-CAPTION (WS-CHART-SUB)
060600            SET WS-LINE-SUB TO LINE-IDX
060700            PERFORM ADD-ACCOUNT-COLUMNS
060800     END-SEARCH.
060900
061000 ADD-NEW-STATEMENT-LINE.
061100     IF WS-LINE-COUNT < 300
061200        ADD 1 TO WS-LINE-COUNT
061300        MOVE WS-LINE-COUNT TO WS-LINE-SUB
061400        MOVE WS-CH-TYPE (WS-CHART-SUB)
061500             TO WS-LN-TYPE (WS-LINE-SUB)
061600        MOVE WS-CH-CAPTION (WS-CHART-SUB)
061700             TO WS-LN-CAPTION (WS-LINE-SUB)
061800        MOVE ZERO TO WS-LN-AMOUNT (WS-LINE-SUB, 1)
061900                     WS-LN-AMOUNT (WS-LINE-SUB, 2)
062000                     WS-LN-AMOUNT (WS-LINE-SUB, 3)
062100        PERFORM ADD-ACCOUNT-COLUMNS
062200     ELSE
062300        DISPLAY "FINSTMT: STATEMENT LINE TABLE FULL, ACCOUNT "
062400                WS-CH-ACCOUNT (WS-CHART-SUB) " NOT PRINTED"
062500     END-IF.
062600
062700 ADD-ACCOUNT-COLUMNS.
062800     ADD WS-ACCT-AMOUNT (1) TO WS-LN-AMOUNT (WS-LINE-SUB, 1).
062900     ADD WS-ACCT-AMOUNT (2) TO WS-LN-AMOUNT (WS-LINE-SUB, 2).
063000     ADD WS-ACCT-AMOUNT (3) TO WS-LN-AMOUNT (WS-LINE-SUB, 3).
063100
063200*    REVENUE LESS COST OF SALES IS GROSS MARGIN; LESS
063300*    OPERATING EXPENSE IS NET INCOME.
063400 PRINT-INCOME-STATEMENT.
063500     MOVE "INCOME STATEMENT" TO HDG-TITLE.
063600     MOVE "        CURRENT MONTH" TO HDG-COLUMN-1.
063700     MOVE "         YEAR TO DATE" TO HDG-COLUMN-2.
063800     MOVE "   PRIOR YEAR TO DATE" TO HDG-COLUMN-3.
063900     PERFORM WRITE-STATEMENT-HEADINGS.
064000     MOVE "REVENUE" TO SEC-CAPTION.
064100     MOVE "R" TO WS-SECTION-TYPE.
064200     PERFORM PRINT-ONE-SECTION.
064300     MOVE WS-SECTION-TOTALS TO WS-REVENUE-TOTALS.
064400     MOVE "  TOTAL REVENUE" TO STL-CAPTION.
064500     PERFORM PRINT-SECTION-TOTAL.
064600     MOVE "COST OF SALES" TO SEC-CAPTION.
064700     MOVE "C" TO WS-SECTION-TYPE.
064800     PERFORM PRINT-ONE-SECTION.
064900     MOVE WS-SECTION-TOTALS TO WS-COST-TOTALS.
065000     MOVE "  TOTAL COST OF SALES" TO STL-CAPTION.
065100     PERFORM PRINT-SECTION-TOTAL.
065200     PERFORM FIGURE-GROSS-MARGIN
065300             VARYING WS-COL-SUB FROM 1 BY 1
065400             UNTIL WS-COL-SUB > 3.
065500     MOVE "GROSS MARGIN" TO STL-CAPTION.
065600     PERFORM PRINT-WORK-TOTAL.
065700     MOVE "OPERATING EXPENSES" TO SEC-CAPTION.
065800     MOVE "E" TO WS-SECTION-TYPE.
065900     PERFORM PRINT-ONE-SECTION.
066000     MOVE WS-SECTION-TOTALS TO WS-EXPENSE-TOTALS.
066100     MOVE "  TOTAL OPERATING EXPENSES" TO STL-CAPTION.
066200     PERFORM PRINT-SECTION-TOTAL.
066300     PERFORM FIGURE-NET-INCOME
066400             VARYING WS-COL-SUB FROM 1 BY 1
066500             UNTIL WS-COL-SUB > 3.
066600     MOVE "NET INCOME" TO STL-CAPTION.
066700     PERFORM PRINT-WORK-TOTAL.
066800
066900 FIGURE-GROSS-MARGIN.
067000     COMPUTE WS-WORK-AMOUNT (WS-COL-SUB) =
067100             WS-REVENUE-AMOUNT (WS-COL-SUB)
067200             - WS-COST-AMOUNT (WS-COL-SUB).
067300
067400 FIGURE-NET-INCOME.
067500     COMPUTE WS-WORK-AMOUNT (WS-COL-SUB) =
067600             WS-REVENUE-AMOUNT (WS-COL-SUB)
067700             - WS-COST-AMOUNT (WS-COL-SUB)
067800             - WS-EXPENSE-AMOUNT (WS-COL-SUB).
067900
068000*    ASSETS MUST EQUAL LIABILITIES PLUS EQUITY, EQUITY
068100*    INCLUDING THE EARNINGS NOT YET CLOSED -- IN EVERY
068200*    COLUMN, OR THE RUN IS FLAGGED.
068300 PRINT-BALANCE-SHEET.
068400     MOVE "BALANCE SHEET" TO HDG-TITLE.
068500     MOVE "    MONTH-END BALANCE" TO HDG-COLUMN-1.
068600     MOVE "   CHANGE SINCE JAN 1" TO HDG-COLUMN-2.
068700     MOVE "     PRIOR YEAR-MONTH" TO HDG-COLUMN-3.
068800     PERFORM WRITE-STATEMENT-HEADINGS.
068900     MOVE "ASSETS" TO SEC-CAPTION.
069000     MOVE "A" TO WS-SECTION-TYPE.
069100     PERFORM PRINT-ONE-SECTION.
069200     MOVE WS-SECTION-TOTALS TO WS-ASSET-TOTALS.
069300     MOVE "  TOTAL ASSETS" TO STL-CAPTION.
069400     PERFORM PRINT-SECTION-TOTAL.
069500     MOVE "LIABILITIES" TO SEC-CAPTION.
069600     MOVE "L" TO WS-SECTION-TYPE.
069700     PERFORM PRINT-ONE-SECTION.
069800     MOVE WS-SECTION-TOTALS TO WS-LIABILITY-TOTALS.
069900     MOVE "  TOTAL LIABILITIES" TO STL-CAPTION.
070000     PERFORM PRINT-SECTION-TOTAL.
070100     MOVE "EQUITY" TO SEC-CAPTION.
070200     MOVE "Q" TO WS-SECTION-TYPE.
070300     PERFORM PRINT-ONE-SECTION.
070400     MOVE "  UNCLOSED EARNINGS" TO STL-CAPTION.
070500     MOVE WS-EARNINGS-AMOUNT (1) TO STL-AMOUNT-1.
070600     MOVE WS-EARNINGS-AMOUNT (2) TO STL-AMOUNT-2.
070700     MOVE WS-EARNINGS-AMOUNT (3) TO STL-AMOUNT-3.
070800     WRITE FINANCIAL-STATEMENT-LINE FROM STATEMENT-LINE.
070900     ADD WS-EARNINGS-AMOUNT (1) TO WS-SECTION-AMOUNT (1).
071000     ADD WS-EARNINGS-AMOUNT (2) TO WS-SECTION-AMOUNT (2).
071100     ADD WS-EARNINGS-AMOUNT (3) TO WS-SECTION-AMOUNT (3).
071200     MOVE WS-SECTION-TOTALS TO WS-EQUITY-TOTALS.
071300     MOVE "  TOTAL EQUITY" TO STL-CAPTION.
071400     PERFORM PRINT-SECTION-TOTAL.
071500     PERFORM FIGURE-LIABILITIES-AND-EQUITY
071600             VARYING WS-COL-SUB FROM 1 BY 1
071700             UNTIL WS-COL-SUB > 3.
071800     MOVE "TOTAL LIABILITIES AND EQUITY" TO STL-CAPTION.
071900     PERFORM PRINT-WORK-TOTAL.
072000     IF WS-STRAY-COUNT > ZERO
072100        PERFORM PRINT-STRAY-ACCOUNTS
072200     END-IF.
072300     MOVE SPACES TO FINANCIAL-STATEMENT-LINE.
072400     WRITE FINANCIAL-STATEMENT-LINE.
072500     IF WS-BALANCE-SHEET-PROVES
072600        MOVE "IN BALANCE" TO VRD-VERDICT
072700     ELSE
072800        MOVE "*** DOES NOT BALANCE ***" TO VRD-VERDICT
072900     END-IF.
073000     WRITE FINANCIAL-STATEMENT-LINE FROM VERDICT-LINE.
073100
073200 FIGURE-LIABILITIES-AND-EQUITY.
073300     COMPUTE WS-WORK-AMOUNT (WS-COL-SUB) =
073400             WS-LIABILITY-AMOUNT (WS-COL-SUB)
073500             + WS-EQUITY-AMOUNT (WS-COL-SUB).
073600     IF WS-WORK-AMOUNT (WS-COL-SUB) NOT =
073700        WS-ASSET-AMOUNT (WS-COL-SUB)
073800        MOVE "N" TO WS-BALANCE-SHEET-SWITCH
073900     END-IF.
074000
074100*    ACCOUNTS WITH BALANCES BUT NO CHART RECORD, AT THEIR
074200*    MONTH-END BALANCE (DEBIT POSITIVE) -- THE REASON A
074300*    BALANCE SHEET WILL NOT PROVE.
074400 PRINT-STRAY-ACCOUNTS.
074500     MOVE SPACES TO FINANCIAL-STATEMENT-LINE.
074600     WRITE FINANCIAL-STATEMENT-LINE.
074700     MOVE "ACCOUNTS NOT ON THE CHART" TO SEC-CAPTION.
074800     WRITE FINANCIAL-STATEMENT-LINE FROM SECTION-LINE.
074900     PERFORM PRINT-ONE-STRAY-ACCOUNT
075000             VARYING WS-STRAY-SUB FROM 1 BY 1
075100             UNTIL WS-STRAY-SUB > WS-STRAY-COUNT.
075200
075300 PRINT-ONE-STRAY-ACCOUNT.
075400     MOVE SPACES TO STL-CAPTION.
075500     STRING "  " WS-ST-ACCOUNT (WS-STRAY-SUB)
075600            DELIMITED BY SIZE INTO STL-CAPTION.
075700     MOVE WS-ST-BALANCE (WS-STRAY-SUB) TO STL-AMOUNT-1.
075800     MOVE ZERO TO STL-AMOUNT-2.
075900     MOVE ZERO TO STL-AMOUNT-3.
076000     WRITE FINANCIAL-STATEMENT-LINE FROM STATEMENT-LINE.
076100
076200 WRITE-STATEMENT-HEADINGS.
076300     MOVE SPACES TO FINANCIAL-STATEMENT-LINE.
076400     WRITE FINANCIAL-STATEMENT-LINE.
076500     WRITE FINANCIAL-STATEMENT-LINE FROM HEADING-LINE-1.
076600     WRITE FINANCIAL-STATEMENT-LINE FROM HEADING-LINE-2.
076700
076800*    EVERY STATEMENT LINE OF THE SECTION'S TYPE, IN TABLE
076900*    ORDER, WITH THE SECTION TOTALLED ALONG THE WAY.
077000 PRINT-ONE-SECTION.
077100     MOVE ZERO TO WS-SECTION-TOTALS.
077200     MOVE SPACES TO FINANCIAL-STATEMENT-LINE.
077300     WRITE FINANCIAL-STATEMENT-LINE.
077400     WRITE FINANCIAL-STATEMENT-LINE FROM SECTION-LINE.
077500     PERFORM PRINT-ONE-STATEMENT-LINE
077600             VARYING WS-LINE-SUB FROM 1 BY 1
077700             UNTIL WS-LINE-SUB > WS-LINE-COUNT.
077800
077900 PRINT-ONE-STATEMENT-LINE.
078000     IF WS-LN-TYPE (WS-LINE-SUB) = WS-SECTION-TYPE
078100        MOVE SPACES TO STL-CAPTION
078200        STRING "    " WS-LN-CAPTION (WS-LINE-SUB)
078300               DELIMITED BY SIZE INTO STL-CAPTION
078400        MOVE WS-LN-AMOUNT (WS-LINE-SUB, 1) TO STL-AMOUNT-1
078500        MOVE WS-LN-AMOUNT (WS-LINE-SUB, 2) TO STL-AMOUNT-2
078600        MOVE WS-LN-AMOUNT (WS-LINE-SUB, 3) TO STL-AMOUNT-3
078700        WRITE FINANCIAL-STATEMENT-LINE FROM STATEMENT-LINE
078800        ADD WS-LN-AMOUNT (WS-LINE-SUB, 1)
078900            TO WS-SECTION-AMOUNT (1)
079000        ADD WS-LN-AMOUNT (WS-LINE-SUB, 2)
079100            TO WS-SECTION-AMOUNT (2)
079200        ADD WS-LN-AMOUNT (WS-LINE-SUB, 3)
079300            TO WS-SECTION-AMOUNT (3)
079400     END-IF.
079500
079600 PRINT-SECTION-TOTAL.
079700     MOVE WS-SECTION-AMOUNT (1) TO STL-AMOUNT-1.
079800     MOVE WS-SECTION-AMOUNT (2) TO STL-AMOUNT-2.
079900     MOVE WS-SECTION-AMOUNT (3) TO STL-AMOUNT-3.
080000     WRITE FINANCIAL-STATEMENT-LINE FROM STATEMENT-LINE.
080100
080200 PRINT-WORK-TOTAL.
080300     MOVE SPACES TO FINANCIAL-STATEMENT-LINE.
080400     WRITE FINANCIAL-STATEMENT-LINE.
080500     MOVE WS-WORK-AMOUNT (1) TO STL-AMOUNT-1.
080600     MOVE WS-WORK-AMOUNT (2) TO STL-AMOUNT-2.
080700     MOVE WS-WORK-AMOUNT (3) TO STL-AMOUNT-3.
080800     WRITE FINANCIAL-STATEMENT-LINE FROM STATEMENT-LINE.
080900
081000*    THE OPEN PERIOD COMES OFF THE PERIOD-CONTROL FILE --
081100*    SEE PERCTL.
081200 RESOLVE-OPEN-PERIOD.
081300     MOVE "G" TO PERCTL-FUNCTION.
081400     CALL "PERCTL" USING FINSTMT-PERCTL-PARM.
081500     MOVE PERCTL-PERIOD TO WS-PERIOD.
081600
081700 CHECK-MONTHLY-RUN-CONTROL.
081800     MOVE "C"        TO RUNCTL-FUNCTION.
081900     MOVE "FINSTMT " TO RUNCTL-STEP-NAME.
082000     COMPUTE RUNCTL-CYCLE-DATE = WS-PERIOD * 100.
082100     CALL "RUNCTL" USING FINSTMT-RUNCTL-PARM.
082200     IF RUNCTL-STEP-DONE
082300        DISPLAY "FINSTMT: PERIOD " WS-PERIOD
082400                " ALREADY RUN, SKIPPED"
082500     END-IF.
082600
082700 MARK-MONTHLY-RUN-CONTROL.
082800     MOVE "M"        TO RUNCTL-FUNCTION.
082900     MOVE "FINSTMT " TO RUNCTL-STEP-NAME.
083000     CALL "RUNCTL" USING FINSTMT-RUNCTL-PARM.
