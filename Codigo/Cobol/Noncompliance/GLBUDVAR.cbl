000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLBUDVAR.
000300*--------------------------------------------------
000400* Month-end budget-versus-actual variance report.
000500* Every revenue, cost-of-sales and expense account
000600* on the chart prints its budget (GL-BUDGET-FILE)
000700* against its actual from the GL journal for the
000800* month and the year to date, with the dollar and
000900* percent variance, and is flagged when actual runs
001000* against budget by more than the tolerance --
001100* spend over budget on a cost or expense account,
001200* a shortfall on a revenue account.  The PARM is
001300* the period as YYYYMM (blank takes the open
001400* period from PERCTL) followed by the tolerance as
001500* a whole percent, three digits (blank means 010).
001600*
001700* MODIFICATION HISTORY
001800*   WHO   DATE        WHAT
001900*   RWH   2026-10-14  Original version.
001933*   RWH   2026-10-14  Year-end closing lines (source YC)
001966*                     are not actuals and are left out.
002000*--------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400
002500     SELECT GL-ACCOUNT-FILE
002600         ASSIGN TO "GLACCT"
002700         ORGANIZATION IS INDEXED
002800         RECORD KEY IS GLA-ACCOUNT
002900         ACCESS MODE IS SEQUENTIAL
003000         FILE STATUS IS WS-GLACCT-FILE-STATUS.
003100
003200     SELECT GL-BUDGET-FILE
003300         ASSIGN TO "GLBUDG"
003400         ORGANIZATION IS INDEXED
003500         RECORD KEY IS GLB-KEY
003600         ACCESS MODE IS SEQUENTIAL
003700         FILE STATUS IS WS-GLBUDG-FILE-STATUS.
003800
003900     SELECT GL-JOURNAL-FILE
004000         ASSIGN TO "GLJRNL"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
004300
004400     SELECT BUDGET-VARIANCE-REPORT
004500         ASSIGN TO "GLBUDVRP"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000
005100     COPY GLACCT.
005200     COPY GLBUDG.
005300     COPY GLJRNL.
005400
005500 FD  BUDGET-VARIANCE-REPORT
005600     LABEL RECORDS ARE STANDARD.
005700 01  BUDGET-VARIANCE-LINE      PIC X(132).
005800
005900 WORKING-STORAGE SECTION.
006000
006100 01  FILE-AT-END               PIC X VALUE "N".
006200
006300*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
006400*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
006500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
006600         ==WS-GLACCT-FILE-STATUS== ==PFX-FILE-OK== BY
006700         ==GLACCT-FILE-OK== ==PFX-FILE-EOF== BY
006800         ==GLACCT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
006900         ==GLACCT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
007000         ==GLACCT-FILE-NOT-FOUND==
007100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
007200         ==GLACCT-FILE-BOUNDARY-VIOLATION==.
007300
007400     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
007500         ==WS-GLBUDG-FILE-STATUS== ==PFX-FILE-OK== BY
007600         ==GLBUDG-FILE-OK== ==PFX-FILE-EOF== BY
007700         ==GLBUDG-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
007800         ==GLBUDG-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
007900         ==GLBUDG-FILE-NOT-FOUND==
008000         ==PFX-FILE-BOUNDARY-VIOLATION== BY
008100         ==GLBUDG-FILE-BOUNDARY-VIOLATION==.
008200
008300     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
008400         ==WS-JOURNAL-FILE-STATUS== ==PFX-FILE-OK== BY
008500         ==JOURNAL-FILE-OK== ==PFX-FILE-EOF== BY
008600         ==JOURNAL-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
008700         ==JOURNAL-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
008800         ==JOURNAL-FILE-NOT-FOUND==
008900         ==PFX-FILE-BOUNDARY-VIOLATION== BY
009000         ==JOURNAL-FILE-BOUNDARY-VIOLATION==.
009100
009200 01  WS-RUN-DATE               PIC 9(8).
009300
009400*    THE PERIOD BEING REPORTED AND THE FIRST PERIOD OF ITS
009500*    YEAR -- THE FISCAL YEAR RUNS JANUARY TO DECEMBER.
009600 01  WS-PERIOD-SPLIT.
009700     05 WS-PERIOD-YEAR         PIC 9(4).
009800     05 WS-PERIOD-MONTH        PIC 9(2).
009900 01  WS-PERIOD REDEFINES WS-PERIOD-SPLIT PIC 9(6).
010000 01  WS-YEAR-START-PERIOD      PIC 9(6) VALUE ZERO.
010100*    SET WHEN THE PERIOD CAME IN ON THE PARM.  AN AD-HOC
010200*    RERUN OF A PRIOR PERIOD BYPASSES THE MONTH-END RUNCTL
010300*    CHECK AND STAMP, THE SAME AS GLTRIAL.
010400 01  WS-PERIOD-FROM-PARM       PIC X VALUE "N".
010500 01  WS-JE-PERIOD              PIC 9(6) VALUE ZERO.
010600
010700*    WHOLE PERCENT ACTUAL MAY RUN AGAINST BUDGET BEFORE THE
010800*    ACCOUNT IS FLAGGED.
010900 01  WS-TOLERANCE-PERCENT      PIC 9(3) VALUE 10.
011000
011100*    ONE ENTRY PER INCOME-STATEMENT ACCOUNT ON THE CHART, IN
011200*    ACCOUNT ORDER.  BUDGETS AND ACTUALS ARE BOTH CARRIED IN
011300*    THE ACCOUNT'S NATURAL DIRECTION -- REVENUE AS A CREDIT,
011400*    COST AND EXPENSE AS A DEBIT.
011500 01  WS-ACCOUNT-COUNT          PIC 9(4) VALUE ZERO.
011600 01  WS-ACCOUNT-TABLE.
011700     05 WS-ACCOUNT-ENTRY OCCURS 1000 TIMES
011800        INDEXED BY ACCT-IDX.
011900        10 WS-AC-ACCOUNT       PIC X(08).
012000        10 WS-AC-DESCRIPTION   PIC X(30).
012100        10 WS-AC-TYPE          PIC X(01).
012200        10 WS-AC-MONTH-BUDGET  PIC S9(11)V99.
012300        10 WS-AC-MONTH-ACTUAL  PIC S9(11)V99.
012400        10 WS-AC-YTD-BUDGET    PIC S9(11)V99.
012500        10 WS-AC-YTD-ACTUAL    PIC S9(11)V99.
012600 01  WS-ACCOUNT-SUB            PIC 9(4) VALUE ZERO.
012700
012800*    ONE BUDGET-AGAINST-ACTUAL FIGURE, MONTH OR YEAR TO DATE,
012900*    FOR AN ACCOUNT, A SECTION, OR NET INCOME.
013000 01  WS-FIG-TYPE               PIC X(01).
013100 01  WS-FIG-BUDGET             PIC S9(11)V99.
013200 01  WS-FIG-ACTUAL             PIC S9(11)V99.
013300 01  WS-FIG-VARIANCE           PIC S9(11)V99.
013400 01  WS-FIG-UNFAVORABLE        PIC S9(11)V99.
013500 01  WS-FIG-PERCENT            PIC S9(4)V9.
013600 01  WS-FIG-FLAG-SWITCH        PIC X VALUE "N".
013700     88 WS-FIG-OUTSIDE-TOLERANCE         VALUE "Y".
013800 01  WS-ACCOUNT-FLAG-SWITCH    PIC X VALUE "N".
013900     88 WS-ACCOUNT-FLAGGED               VALUE "Y".
014000
014100*    SECTION TOTALS -- REVENUE, COST OF SALES, EXPENSE.
014200 01  WS-SECTION-TYPE           PIC X(01).
014300 01  WS-SECTION-TOTALS.
014400     05 WS-SEC-MONTH-BUDGET    PIC S9(11)V99.
014500     05 WS-SEC-MONTH-ACTUAL    PIC S9(11)V99.
014600     05 WS-SEC-YTD-BUDGET      PIC S9(11)V99.
014700     05 WS-SEC-YTD-ACTUAL      PIC S9(11)V99.
014800*    NET INCOME -- REVENUE LESS COST AND EXPENSE.
014900 01  WS-NET-TOTALS.
015000     05 WS-NET-MONTH-BUDGET    PIC S9(11)V99 VALUE ZERO.
015100     05 WS-NET-MONTH-ACTUAL    PIC S9(11)V99 VALUE ZERO.
015200     05 WS-NET-YTD-BUDGET      PIC S9(11)V99 VALUE ZERO.
015300     05 WS-NET-YTD-ACTUAL      PIC S9(11)V99 VALUE ZERO.
015400
015500 01  WS-CONTROL-TOTALS.
015600     05 WS-ACCOUNTS-REPORTED   PIC 9(7) VALUE ZERO.
015700     05 WS-BUDGETS-READ        PIC 9(7) VALUE ZERO.
015800     05 WS-BUDGETS-OFF-CHART   PIC 9(7) VALUE ZERO.
015900     05 WS-JOURNAL-LINES-READ  PIC 9(7) VALUE ZERO.
016000     05 WS-JOURNAL-LINES-USED  PIC 9(7) VALUE ZERO.
016100     05 WS-ACCOUNTS-FLAGGED    PIC 9(7) VALUE ZERO.
016200
016300 01  HEADING-LINE-1.
016400     05 FILLER                 PIC X(36)
016500        VALUE "BUDGET VERSUS ACTUAL FOR PERIOD ".
016600     05 HDG-PERIOD             PIC 9(6).
016700     05 FILLER                 PIC X(12) VALUE "  RUN DATE ".
016800     05 HDG-RUN-DATE           PIC 9(8).
016900     05 FILLER                 PIC X(13) VALUE "  TOLERANCE ".
017000     05 HDG-TOLERANCE          PIC ZZ9.
017100     05 FILLER                 PIC X(04) VALUE " PCT".
017200
017300 01  HEADING-LINE-2.
017400     05 FILLER                 PIC X(23) VALUE SPACES.
017500     05 FILLER                 PIC X(53) VALUE
017600        "--------------------- MONTH ------------------------ ".
017700     05 FILLER                 PIC X(53) VALUE
017800        "------------------ YEAR TO DATE -------------------- ".
017900
018000 01  HEADING-LINE-3.
018100     05 FILLER                 PIC X(23)
018200        VALUE "ACCOUNT  DESCRIPTION".
018300     05 FILLER                 PIC X(53) VALUE
018400        "        BUDGET         ACTUAL       VARIANCE     PCT ".
018500     05 FILLER                 PIC X(53) VALUE
018600        "        BUDGET         ACTUAL       VARIANCE     PCT ".
018700     05 FILLER                 PIC X(03) VALUE "FLG".
018800
018900 01  SECTION-LINE.
019000     05 SEC-CAPTION            PIC X(30).
019100
019200 01  VARIANCE-DETAIL-LINE.
019300     05 VDL-ACCOUNT            PIC X(08).
019400     05 FILLER                 PIC X(01) VALUE SPACES.
019500     05 VDL-DESCRIPTION        PIC X(13).
019600     05 FILLER                 PIC X(01) VALUE SPACES.
019700     05 VDL-MONTH-BUDGET       PIC ZZ,ZZZ,ZZ9.99-.
019800     05 FILLER                 PIC X(01) VALUE SPACES.
019900     05 VDL-MONTH-ACTUAL       PIC ZZ,ZZZ,ZZ9.99-.
020000     05 FILLER                 PIC X(01) VALUE SPACES.
020100     05 VDL-MONTH-VARIANCE     PIC ZZ,ZZZ,ZZ9.99-.
020200     05 FILLER                 PIC X(01) VALUE SPACES.
020300     05 VDL-MONTH-PERCENT      PIC X(07).
020400     05 FILLER                 PIC X(01) VALUE SPACES.
020500     05 VDL-YTD-BUDGET         PIC ZZ,ZZZ,ZZ9.99-.
020600     05 FILLER                 PIC X(01) VALUE SPACES.
020700     05 VDL-YTD-ACTUAL         PIC ZZ,ZZZ,ZZ9.99-.
020800     05 FILLER                 PIC X(01) VALUE SPACES.
020900     05 VDL-YTD-VARIANCE       PIC ZZ,ZZZ,ZZ9.99-.
021000     05 FILLER                 PIC X(01) VALUE SPACES.
021100     05 VDL-YTD-PERCENT        PIC X(07).
021200     05 FILLER                 PIC X(01) VALUE SPACES.
021300     05 VDL-FLAG               PIC X(03).
021400
021500*    PERCENT EDITED ON ITS OWN, THEN MOVED TO THE LINE --
021600*    A ZERO BUDGET PRINTS "  N/A" IN ITS PLACE.
021700 01  WS-PERCENT-EDIT           PIC ZZZ9.9-.
021800 01  WS-PERCENT-TEXT REDEFINES WS-PERCENT-EDIT PIC X(07).
021900
022000 01  TOLERANCE-FOOTER-LINE.
022100     05 FILLER                 PIC X(11) VALUE "FLAGGED -- ".
022200     05 FTR-FLAGGED            PIC ZZZ,ZZ9.
022300     05 FILLER                 PIC X(35)
022400        VALUE " ACCOUNT(S) OUTSIDE A TOLERANCE OF ".
022500     05 FTR-TOLERANCE          PIC ZZ9.
022600     05 FILLER                 PIC X(04) VALUE " PCT".
022700
022800*    PARAMETER PASSED TO THE SHARED RUN-CONTROL SUBPROGRAM --
022900*    SEE RUNCTL.  THE MONTH-END STREAM STAMPS UNDER CYCLE
023000*    DATE PERIOD * 100, SO A PERIOD ALREADY RUN REFUSES TO
023100*    RUN TWICE -- OPERATIONS CLEARS PROD.MTHEND.RUNCTL TO
023200*    FORCE ONE.
023300 01  GLBUDVAR-RUNCTL-PARM.
023400     05 RUNCTL-FUNCTION        PIC X(01).
023500     05 RUNCTL-STEP-NAME       PIC X(08).
023600     05 RUNCTL-CYCLE-DATE      PIC 9(08) VALUE ZERO.
023700     05 RUNCTL-DONE-SWITCH     PIC X(01).
023800         88 RUNCTL-STEP-DONE           VALUE "Y".
023900         88 RUNCTL-STEP-NOT-DONE       VALUE "N".
024000     05 RUNCTL-TRANS-IN        PIC 9(07) VALUE ZERO.
024100     05 RUNCTL-TRANS-APPLIED   PIC 9(07) VALUE ZERO.
024200     05 RUNCTL-TRANS-REJECTED  PIC 9(07) VALUE ZERO.
024300     05 RUNCTL-RECORDS-READ    PIC 9(07) VALUE ZERO.
024400     05 RUNCTL-RECORDS-WRITTEN PIC 9(07) VALUE ZERO.
024500
024600*    PARAMETER PASSED TO THE SHARED PERIOD-CONTROL
024700*    SUBPROGRAM -- SEE PERCTL.
024800 01  GLBUDVAR-PERCTL-PARM.
024900     05 PERCTL-FUNCTION        PIC X(01).
025000     05 PERCTL-PERIOD          PIC 9(06).
025100     05 PERCTL-FEEDBACK        PIC XX.
025200
025300 LINKAGE SECTION.
025400 01  GLBUDVAR-PARM.
025500*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
025600*    WITH A 2-BYTE BINARY LENGTH COUNT.
025700     05 GLBUDVAR-PARM-LEN      PIC S9(4) COMP.
025800     05 GLBUDVAR-PERIOD        PIC X(06).
025900     05 GLBUDVAR-TOLERANCE     PIC X(03).
026000
026100 PROCEDURE DIVISION USING GLBUDVAR-PARM.
026200 PROGRAM-BEGIN.
026300     PERFORM OPENING-PROCEDURE.
026400     PERFORM LOAD-INCOME-ACCOUNTS.
026500     PERFORM LOAD-BUDGETS.
026600     PERFORM ACCUMULATE-ACTUALS.
026700     PERFORM PRINT-VARIANCE-REPORT.
026800     PERFORM CLOSING-PROCEDURE.
026900
027000 PROGRAM-DONE.
027100     STOP RUN.
027200
027300 OPENING-PROCEDURE.
027400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027500     IF GLBUDVAR-PARM-LEN NOT < 6
027600        AND GLBUDVAR-PERIOD IS NUMERIC
027700        MOVE GLBUDVAR-PERIOD TO WS-PERIOD
027800        MOVE "Y" TO WS-PERIOD-FROM-PARM
027900     ELSE
028000        PERFORM RESOLVE-OPEN-PERIOD
028100     END-IF.
028200     IF GLBUDVAR-PARM-LEN NOT < 9
028300        AND GLBUDVAR-TOLERANCE IS NUMERIC
028400        MOVE GLBUDVAR-TOLERANCE TO WS-TOLERANCE-PERCENT
028500     END-IF.
028600     IF WS-PERIOD-FROM-PARM NOT = "Y"
028700        PERFORM CHECK-MONTHLY-RUN-CONTROL
028800        IF RUNCTL-STEP-DONE
028900           GO TO PROGRAM-DONE
029000        END-IF
029100     END-IF.
029200     COMPUTE WS-YEAR-START-PERIOD = WS-PERIOD-YEAR * 100 + 1.
029300     OPEN INPUT GL-ACCOUNT-FILE.
029400     IF NOT GLACCT-FILE-OK
029500        DISPLAY "GLBUDVAR: UNABLE TO OPEN GL-ACCOUNT-FILE, "
029600                "STATUS " WS-GLACCT-FILE-STATUS
029700        MOVE 16 TO RETURN-CODE
029800        GO TO PROGRAM-DONE
029900     END-IF.
030000     OPEN INPUT GL-JOURNAL-FILE.
030100     IF NOT JOURNAL-FILE-OK
030200        DISPLAY "GLBUDVAR: UNABLE TO OPEN GL-JOURNAL-FILE, "
030300                "STATUS " WS-JOURNAL-FILE-STATUS
030400        MOVE 16 TO RETURN-CODE
030500        CLOSE GL-ACCOUNT-FILE
030600        GO TO PROGRAM-DONE
030700     END-IF.
030800     OPEN OUTPUT BUDGET-VARIANCE-REPORT.
030900     MOVE WS-PERIOD            TO HDG-PERIOD.
031000     MOVE WS-RUN-DATE          TO HDG-RUN-DATE.
031100     MOVE WS-TOLERANCE-PERCENT TO HDG-TOLERANCE.
031200
031300 CLOSING-PROCEDURE.
031400     CLOSE BUDGET-VARIANCE-REPORT.
031500     DISPLAY "GLBUDVAR CONTROL TOTALS".
031600     DISPLAY "  ACCOUNTS REPORTED ...: " WS-ACCOUNTS-REPORTED.
031700     DISPLAY "  BUDGETS READ ........: " WS-BUDGETS-READ.
031800     DISPLAY "  BUDGETS NOT ON CHART : " WS-BUDGETS-OFF-CHART.
031900     DISPLAY "  JOURNAL LINES READ ..: " WS-JOURNAL-LINES-READ.
032000     DISPLAY "  JOURNAL LINES USED ..: " WS-JOURNAL-LINES-USED.
032100     DISPLAY "  ACCOUNTS FLAGGED ....: " WS-ACCOUNTS-FLAGGED.
032200*    FLAGGED ACCOUNTS ARE THE REPORT'S BUSINESS, NOT THE
032300*    RUN'S -- ONLY BUDGETS THE REPORT COULD NOT PLACE WARN.
032400     IF WS-BUDGETS-OFF-CHART > ZERO
032500        OR WS-BUDGETS-READ = ZERO
032600        MOVE 4 TO RETURN-CODE
032700     ELSE
032800        MOVE 0 TO RETURN-CODE
032900     END-IF.
033000     IF WS-PERIOD-FROM-PARM NOT = "Y"
033100        MOVE WS-JOURNAL-LINES-READ TO RUNCTL-TRANS-IN
033200        MOVE WS-JOURNAL-LINES-USED TO RUNCTL-TRANS-APPLIED
033300        MOVE WS-BUDGETS-READ       TO RUNCTL-RECORDS-READ
033400        MOVE WS-ACCOUNTS-REPORTED  TO RUNCTL-RECORDS-WRITTEN
033500        PERFORM MARK-MONTHLY-RUN-CONTROL
033600     END-IF.
033700
033800*    ONLY REVENUE, COST OF SALES AND EXPENSE ACCOUNTS CARRY A
033900*    BUDGET -- BALANCE-SHEET ACCOUNTS ARE LEFT OFF THE TABLE.
034000 LOAD-INCOME-ACCOUNTS.
034100     MOVE "N" TO FILE-AT-END.
034200     PERFORM READ-NEXT-CHART-ACCOUNT.
034300     PERFORM STORE-ONE-INCOME-ACCOUNT
034400             UNTIL FILE-AT-END = "Y".
034500     CLOSE GL-ACCOUNT-FILE.
034600
034700 READ-NEXT-CHART-ACCOUNT.
034800     READ GL-ACCOUNT-FILE NEXT RECORD
034900          AT END MOVE "Y" TO FILE-AT-END.
035000
035100 STORE-ONE-INCOME-ACCOUNT.
035200     IF GLA-TYPE-REVENUE OR GLA-TYPE-COST OR GLA-TYPE-EXPENSE
035300        IF WS-ACCOUNT-COUNT < 1000
035400           ADD 1 TO WS-ACCOUNT-COUNT
035500           MOVE GLA-ACCOUNT
035600                TO WS-AC-ACCOUNT (WS-ACCOUNT-COUNT)
035700           MOVE GLA-DESCRIPTION
035800                TO WS-AC-DESCRIPTION (WS-ACCOUNT-COUNT)
035900           MOVE GLA-ACCOUNT-TYPE
036000                TO WS-AC-TYPE (WS-ACCOUNT-COUNT)
036100           MOVE ZERO TO WS-AC-MONTH-BUDGET (WS-ACCOUNT-COUNT)
036200                        WS-AC-MONTH-ACTUAL (WS-ACCOUNT-COUNT)
036300                        WS-AC-YTD-BUDGET (WS-ACCOUNT-COUNT)
036400                        WS-AC-YTD-ACTUAL (WS-ACCOUNT-COUNT)
036500        ELSE
036600           DISPLAY "GLBUDVAR: ACCOUNT TABLE FULL, ACCOUNT "
036700                   GLA-ACCOUNT " IGNORED"
036800        END-IF
036900     END-IF.
037000     PERFORM READ-NEXT-CHART-ACCOUNT.
037100
037200*    A MISSING BUDGET FILE STILL PRINTS THE ACTUALS, AGAINST
037300*    A ZERO BUDGET, AND WARNS.
037400 LOAD-BUDGETS.
037500     OPEN INPUT GL-BUDGET-FILE.
037600     IF NOT GLBUDG-FILE-OK
037700        DISPLAY "GLBUDVAR: UNABLE TO OPEN GL-BUDGET-FILE, "
037800                "STATUS " WS-GLBUDG-FILE-STATUS
037900                " -- ACTUALS REPORTED AGAINST ZERO BUDGET"
038000     ELSE
038100        MOVE "N" TO FILE-AT-END
038200        PERFORM READ-NEXT-BUDGET
038300        PERFORM APPLY-ONE-BUDGET UNTIL FILE-AT-END = "Y"
038400        CLOSE GL-BUDGET-FILE
038500     END-IF.
038600
038700 READ-NEXT-BUDGET.
038800     READ GL-BUDGET-FILE NEXT RECORD
038900          AT END MOVE "Y" TO FILE-AT-END.
039000
039100 APPLY-ONE-BUDGET.
039200     IF GLB-PERIOD NOT < WS-YEAR-START-PERIOD
039300        AND GLB-PERIOD NOT > WS-PERIOD
039400        ADD 1 TO WS-BUDGETS-READ
039500        SET ACCT-IDX TO 1
039600        SEARCH WS-ACCOUNT-ENTRY
039700            AT END
039800               PERFORM NOTE-BUDGET-OFF-CHART
039900            WHEN ACCT-IDX > WS-ACCOUNT-COUNT
040000               PERFORM NOTE-BUDGET-OFF-CHART
040100            WHEN WS-AC-ACCOUNT (ACCT-IDX) = GLB-ACCOUNT
040200               ADD GLB-BUDGET-AMOUNT
040300                   TO WS-AC-YTD-BUDGET (ACCT-IDX)
040400               IF GLB-PERIOD = WS-PERIOD
040500                  ADD GLB-BUDGET-AMOUNT
040600                      TO WS-AC-MONTH-BUDGET (ACCT-IDX)
040700               END-IF
040800        END-SEARCH
040900     END-IF.
041000     PERFORM READ-NEXT-BUDGET.
041100
041200 NOTE-BUDGET-OFF-CHART.
041300     ADD 1 TO WS-BUDGETS-OFF-CHART.
041400     DISPLAY "GLBUDVAR: BUDGET FOR ACCOUNT " GLB-ACCOUNT
041500             " PERIOD " GLB-PERIOD
041600             " IS NOT AN INCOME-STATEMENT ACCOUNT ON THE CHART".
041700
041800*    YEAR TO DATE REACHES AS FAR BACK AS THE GLJRNL DD DOES.
041900 ACCUMULATE-ACTUALS.
042000     MOVE "N" TO FILE-AT-END.
042100     PERFORM READ-NEXT-JOURNAL-LINE.
042200     PERFORM APPLY-ONE-JOURNAL-LINE UNTIL FILE-AT-END = "Y".
042300     CLOSE GL-JOURNAL-FILE.
042400
042500 READ-NEXT-JOURNAL-LINE.
042600     READ GL-JOURNAL-FILE
042700          AT END MOVE "Y" TO FILE-AT-END.
042800     IF FILE-AT-END NOT = "Y"
042900        ADD 1 TO WS-JOURNAL-LINES-READ
043000     END-IF.
043100
043200 APPLY-ONE-JOURNAL-LINE.
043300     COMPUTE WS-JE-PERIOD = JE-POST-DATE / 100.
043333*    YRCLOSE'S CLOSING ENTRY (SOURCE YC) IS DATED DECEMBER
043366*    31 BUT ZEROES THE YEAR -- IT IS NOT SPENDING OR INCOME.
043400     IF WS-JE-PERIOD NOT < WS-YEAR-START-PERIOD
043500        AND WS-JE-PERIOD NOT > WS-PERIOD
043550        AND JE-SOURCE NOT = "YC"
043600        SET ACCT-IDX TO 1
043700        SEARCH WS-ACCOUNT-ENTRY
043800            WHEN ACCT-IDX > WS-ACCOUNT-COUNT
043900               CONTINUE
044000            WHEN WS-AC-ACCOUNT (ACCT-IDX) = JE-ACCOUNT
044100               PERFORM ADD-JOURNAL-ACTUAL
044200        END-SEARCH
044300     END-IF.
044400     PERFORM READ-NEXT-JOURNAL-LINE.
044500
044600 ADD-JOURNAL-ACTUAL.
044700     ADD 1 TO WS-JOURNAL-LINES-USED.
044800     IF WS-AC-TYPE (ACCT-IDX) = "R"
044900        COMPUTE WS-FIG-ACTUAL =
045000                JE-CREDIT-AMOUNT - JE-DEBIT-AMOUNT
045100     ELSE
045200        COMPUTE WS-FIG-ACTUAL =
045300                JE-DEBIT-AMOUNT - JE-CREDIT-AMOUNT
045400     END-IF.
045500     ADD WS-FIG-ACTUAL TO WS-AC-YTD-ACTUAL (ACCT-IDX).
045600     IF WS-JE-PERIOD = WS-PERIOD
045700        ADD WS-FIG-ACTUAL TO WS-AC-MONTH-ACTUAL (ACCT-IDX)
045800     END-IF.
045900
046000 PRINT-VARIANCE-REPORT.
046100     WRITE BUDGET-VARIANCE-LINE FROM HEADING-LINE-1.
046200     MOVE SPACES TO BUDGET-VARIANCE-LINE.
046300     WRITE BUDGET-VARIANCE-LINE.
046400     WRITE BUDGET-VARIANCE-LINE FROM HEADING-LINE-2.
046500     WRITE BUDGET-VARIANCE-LINE FROM HEADING-LINE-3.
046600     MOVE "REVENUE" TO SEC-CAPTION.
046700     MOVE "R" TO WS-SECTION-TYPE.
046800     PERFORM PRINT-ONE-SECTION.
046900     ADD WS-SEC-MONTH-BUDGET TO WS-NET-MONTH-BUDGET.
047000     ADD WS-SEC-MONTH-ACTUAL TO WS-NET-MONTH-ACTUAL.
047100     ADD WS-SEC-YTD-BUDGET   TO WS-NET-YTD-BUDGET.
047200     ADD WS-SEC-YTD-ACTUAL   TO WS-NET-YTD-ACTUAL.
047300     MOVE "COST OF SALES" TO SEC-CAPTION.
047400     MOVE "C" TO WS-SECTION-TYPE.
047500     PERFORM PRINT-ONE-SECTION.
047600     PERFORM SUBTRACT-SECTION-FROM-NET.
047700     MOVE "EXPENSES" TO SEC-CAPTION.
047800     MOVE "E" TO WS-SECTION-TYPE.
047900     PERFORM PRINT-ONE-SECTION.
048000     PERFORM SUBTRACT-SECTION-FROM-NET.
048100*    NET INCOME RUNS THE REVENUE WAY -- SHORT OF BUDGET IS
048200*    UNFAVORABLE.
048300     MOVE SPACES TO BUDGET-VARIANCE-LINE.
048400     WRITE BUDGET-VARIANCE-LINE.
048500     MOVE SPACES             TO VARIANCE-DETAIL-LINE.
048600     MOVE "NET INCOME"       TO VDL-DESCRIPTION.
048700     MOVE "R"                TO WS-FIG-TYPE.
048800     MOVE WS-NET-MONTH-BUDGET TO WS-FIG-BUDGET.
048900     MOVE WS-NET-MONTH-ACTUAL TO WS-FIG-ACTUAL.
049000     PERFORM FIGURE-MONTH-COLUMNS.
049100     MOVE WS-NET-YTD-BUDGET  TO WS-FIG-BUDGET.
049200     MOVE WS-NET-YTD-ACTUAL  TO WS-FIG-ACTUAL.
049300     PERFORM FIGURE-YTD-COLUMNS.
049400     WRITE BUDGET-VARIANCE-LINE FROM VARIANCE-DETAIL-LINE.
049500     MOVE SPACES TO BUDGET-VARIANCE-LINE.
049600     WRITE BUDGET-VARIANCE-LINE.
049700     MOVE WS-ACCOUNTS-FLAGGED  TO FTR-FLAGGED.
049800     MOVE WS-TOLERANCE-PERCENT TO FTR-TOLERANCE.
049900     WRITE BUDGET-VARIANCE-LINE FROM TOLERANCE-FOOTER-LINE.
050000
050100 SUBTRACT-SECTION-FROM-NET.
050200     SUBTRACT WS-SEC-MONTH-BUDGET FROM WS-NET-MONTH-BUDGET.
050300     SUBTRACT WS-SEC-MONTH-ACTUAL FROM WS-NET-MONTH-ACTUAL.
050400     SUBTRACT WS-SEC-YTD-BUDGET   FROM WS-NET-YTD-BUDGET.
050500     SUBTRACT WS-SEC-YTD-ACTUAL   FROM WS-NET-YTD-ACTUAL.
050600
050700 PRINT-ONE-SECTION.
050800     MOVE ZERO TO WS-SECTION-TOTALS.
050900     MOVE SPACES TO BUDGET-VARIANCE-LINE.
051000     WRITE BUDGET-VARIANCE-LINE.
051100     WRITE BUDGET-VARIANCE-LINE FROM SECTION-LINE.
051200     PERFORM PRINT-ONE-ACCOUNT
051300             VARYING WS-ACCOUNT-SUB FROM 1 BY 1
051400             UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT.
051500     MOVE SPACES              TO VARIANCE-DETAIL-LINE.
051600     MOVE "  TOTAL"           TO VDL-DESCRIPTION.
051700     MOVE WS-SECTION-TYPE     TO WS-FIG-TYPE.
051800     MOVE WS-SEC-MONTH-BUDGET TO WS-FIG-BUDGET.
051900     MOVE WS-SEC-MONTH-ACTUAL TO WS-FIG-ACTUAL.
052000     PERFORM FIGURE-MONTH-COLUMNS.
052100     MOVE WS-SEC-YTD-BUDGET   TO WS-FIG-BUDGET.
052200     MOVE WS-SEC-YTD-ACTUAL   TO WS-FIG-ACTUAL.
052300     PERFORM FIGURE-YTD-COLUMNS.
052400     WRITE BUDGET-VARIANCE-LINE FROM VARIANCE-DETAIL-LINE.
052500
052600*    AN ACCOUNT WITH NO BUDGET AND NO ACTIVITY THIS YEAR HAS
052700*    NOTHING TO SAY AND IS LEFT OFF.
052800 PRINT-ONE-ACCOUNT.
052900     IF WS-AC-TYPE (WS-ACCOUNT-SUB) = WS-SECTION-TYPE
053000        AND (WS-AC-YTD-BUDGET (WS-ACCOUNT-SUB) NOT = ZERO
053100             OR WS-AC-YTD-ACTUAL (WS-ACCOUNT-SUB) NOT = ZERO)
053200        ADD 1 TO WS-ACCOUNTS-REPORTED
053300        MOVE "N" TO WS-ACCOUNT-FLAG-SWITCH
053400        MOVE SPACES TO VARIANCE-DETAIL-LINE
053500        MOVE WS-AC-ACCOUNT (WS-ACCOUNT-SUB) TO VDL-ACCOUNT
053600        MOVE WS-AC-DESCRIPTION (WS-ACCOUNT-SUB)
053700             TO VDL-DESCRIPTION
053800        MOVE WS-SECTION-TYPE TO WS-FIG-TYPE
053900        MOVE WS-AC-MONTH-BUDGET (WS-ACCOUNT-SUB)
054000             TO WS-FIG-BUDGET
054100        MOVE WS-AC-MONTH-ACTUAL (WS-ACCOUNT-SUB)
054200             TO WS-FIG-ACTUAL
054300        PERFORM FIGURE-MONTH-COLUMNS
054400        IF WS-FIG-OUTSIDE-TOLERANCE
054500           MOVE "Y" TO WS-ACCOUNT-FLAG-SWITCH
054600        END-IF
054700        MOVE WS-AC-YTD-BUDGET (WS-ACCOUNT-SUB) TO WS-FIG-BUDGET
054800        MOVE WS-AC-YTD-ACTUAL (WS-ACCOUNT-SUB) TO WS-FIG-ACTUAL
054900        PERFORM FIGURE-YTD-COLUMNS
055000        IF WS-FIG-OUTSIDE-TOLERANCE
055100           MOVE "Y" TO WS-ACCOUNT-FLAG-SWITCH
055200        END-IF
055300        IF WS-ACCOUNT-FLAGGED
055400           ADD 1 TO WS-ACCOUNTS-FLAGGED
055500           IF WS-SECTION-TYPE = "R"
055600              MOVE "SHT" TO VDL-FLAG
055700           ELSE
055800              MOVE "OVR" TO VDL-FLAG
055900           END-IF
056000        END-IF
056100        WRITE BUDGET-VARIANCE-LINE FROM VARIANCE-DETAIL-LINE
056200        ADD WS-AC-MONTH-BUDGET (WS-ACCOUNT-SUB)
056300            TO WS-SEC-MONTH-BUDGET
056400        ADD WS-AC-MONTH-ACTUAL (WS-ACCOUNT-SUB)
056500            TO WS-SEC-MONTH-ACTUAL
056600        ADD WS-AC-YTD-BUDGET (WS-ACCOUNT-SUB)
056700            TO WS-SEC-YTD-BUDGET
056800        ADD WS-AC-YTD-ACTUAL (WS-ACCOUNT-SUB)
056900            TO WS-SEC-YTD-ACTUAL
057000     END-IF.
057100
057200 FIGURE-MONTH-COLUMNS.
057300     PERFORM FIGURE-VARIANCE.
057400     MOVE WS-FIG-BUDGET   TO VDL-MONTH-BUDGET.
057500     MOVE WS-FIG-ACTUAL   TO VDL-MONTH-ACTUAL.
057600     MOVE WS-FIG-VARIANCE TO VDL-MONTH-VARIANCE.
057700     MOVE WS-PERCENT-TEXT TO VDL-MONTH-PERCENT.
057800
057900 FIGURE-YTD-COLUMNS.
058000     PERFORM FIGURE-VARIANCE.
058100     MOVE WS-FIG-BUDGET   TO VDL-YTD-BUDGET.
058200     MOVE WS-FIG-ACTUAL   TO VDL-YTD-ACTUAL.
058300     MOVE WS-FIG-VARIANCE TO VDL-YTD-VARIANCE.
058400     MOVE WS-PERCENT-TEXT TO VDL-YTD-PERCENT.
058500
058600*    VARIANCE IS ACTUAL LESS BUDGET, AND ITS PERCENT IS OF
058700*    BUDGET.  WHETHER IT IS UNFAVORABLE DEPENDS ON THE TYPE:
058800*    A REVENUE ACCOUNT SHORT OF BUDGET, A COST OR EXPENSE
058900*    ACCOUNT OVER IT.  AN UNFAVORABLE AMOUNT AGAINST A ZERO
059000*    BUDGET IS ALWAYS OUTSIDE TOLERANCE.
059100 FIGURE-VARIANCE.
059200     COMPUTE WS-FIG-VARIANCE = WS-FIG-ACTUAL - WS-FIG-BUDGET.
059300     IF WS-FIG-TYPE = "R"
059400        COMPUTE WS-FIG-UNFAVORABLE = ZERO - WS-FIG-VARIANCE
059500     ELSE
059600        MOVE WS-FIG-VARIANCE TO WS-FIG-UNFAVORABLE
059700     END-IF.
059800     MOVE "N" TO WS-FIG-FLAG-SWITCH.
059900     IF WS-FIG-BUDGET = ZERO
060000        MOVE "    N/A" TO WS-PERCENT-TEXT
060100        IF WS-FIG-UNFAVORABLE > ZERO
060200           MOVE "Y" TO WS-FIG-FLAG-SWITCH
060300        END-IF
060400     ELSE
060500        COMPUTE WS-FIG-PERCENT ROUNDED =
060600                WS-FIG-VARIANCE * 100 / WS-FIG-BUDGET
060700            ON SIZE ERROR
060800               MOVE 9999.9 TO WS-FIG-PERCENT
060900        END-COMPUTE
061000        MOVE WS-FIG-PERCENT TO WS-PERCENT-EDIT
061100        IF WS-FIG-UNFAVORABLE * 100 >
061200           WS-TOLERANCE-PERCENT * WS-FIG-BUDGET
061300           MOVE "Y" TO WS-FIG-FLAG-SWITCH
061400        END-IF
061500     END-IF.
061600
061700*    THE OPEN PERIOD COMES OFF THE PERIOD-CONTROL FILE --
061800*    SEE PERCTL.
061900 RESOLVE-OPEN-PERIOD.
062000     MOVE "G" TO PERCTL-FUNCTION.
062100     CALL "PERCTL" USING GLBUDVAR-PERCTL-PARM.
062200     MOVE PERCTL-PERIOD TO WS-PERIOD.
062300
062400 CHECK-MONTHLY-RUN-CONTROL.
062500     MOVE "C"        TO RUNCTL-FUNCTION.
062600     MOVE "GLBUDVAR" TO RUNCTL-STEP-NAME.
062700     COMPUTE RUNCTL-CYCLE-DATE = WS-PERIOD * 100.
062800     CALL "RUNCTL" USING GLBUDVAR-RUNCTL-PARM.
062900     IF RUNCTL-STEP-DONE
063000        DISPLAY "GLBUDVAR: PERIOD " WS-PERIOD
063100                " ALREADY RUN, SKIPPED"
063200     END-IF.
063300
063400 MARK-MONTHLY-RUN-CONTROL.
063500     MOVE "M"        TO RUNCTL-FUNCTION.
063600     MOVE "GLBUDVAR" TO RUNCTL-STEP-NAME.
063700     CALL "RUNCTL" USING GLBUDVAR-RUNCTL-PARM.
