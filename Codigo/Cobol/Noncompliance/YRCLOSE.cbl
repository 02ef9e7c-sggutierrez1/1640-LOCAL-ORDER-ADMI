000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YRCLOSE.
000300*--------------------------------------------------
000400* Fiscal year-end close.  Runs after MTHCLOSE has
000500* closed the year's December: every revenue, cost
000600* and expense account's net for the year is zeroed
000700* into the chart's retained-earnings account by one
000800* closing journal entry (source "YC", dated December
000900* 31), the same closing lines go on the balance
001000* history as the year's closing period, YYYY13, and
001100* the balance-sheet accounts' balances after the
001200* close are listed as the new year's opening
001300* balances.  The closed year is recorded on the
001400* period-control file (PERCTL) and nothing may post
001500* into it again until the special reopen.
001600*
001700* PARM is the operator ID, then the fiscal year
001800* (YYYY) and an action -- blank to close, "R" to
001900* reopen.  A blank year closes the year whose
002000* December has just closed and does nothing in any
002100* other month, so the step can sit at the end of
002200* every month-end.  The balance history is always
002300* carried forward to the new generation.
002400*
002500* MODIFICATION HISTORY
002600*   WHO   DATE        WHAT
002700*   RWH   2026-10-14  Original version.
002710*   RWH   2026-10-15  An operator not authorized still gets
002720*                     the balance history carried forward --
002730*                     only the close or reopen is refused.
002800*--------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200
003300     SELECT GL-ACCOUNT-FILE
003400         ASSIGN TO "GLACCT"
003500         ORGANIZATION IS INDEXED
003600         RECORD KEY IS GLA-ACCOUNT
003700         ACCESS MODE IS SEQUENTIAL
003800         FILE STATUS IS WS-GLACCT-FILE-STATUS.
003900
004000*    OPTIONAL -- A SHOP WITH NO MONTH-END HISTORY YET HAS
004100*    NOTHING TO CLOSE.
004200     SELECT OPTIONAL OLD-BALANCE-HISTORY
004300         ASSIGN TO "GLBALHI"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-OLD-HISTORY-STATUS.
004600
004700     SELECT NEW-BALANCE-HISTORY
004800         ASSIGN TO "GLBALHO"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100     SELECT GL-JOURNAL-FILE
005200         ASSIGN TO "GLJRNL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
005500
005600     SELECT YEAR-END-REPORT
005700         ASSIGN TO "YRCLOSER"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200
006300     COPY GLACCT.
006400     COPY GLJRNL.
006500
006600*    THE BALANCE HISTORY FINSTMT KEEPS -- EVERY PERIOD'S
006700*    GLBALF RECORDS, ONE GENERATION PER MONTH-END.
006800*    BHI-ENDING-BALANCE IS THE PERIOD'S DEBITS LESS CREDITS.
006900 FD  OLD-BALANCE-HISTORY
007000     LABEL RECORDS ARE STANDARD.
007100 01  OLD-HISTORY-RECORD.
007200     05 BHI-PERIOD             PIC 9(6).
007300     05 BHI-ACCOUNT            PIC X(8).
007400     05 BHI-PERIOD-DEBITS      PIC 9(13)V99.
007500     05 BHI-PERIOD-CREDITS     PIC 9(13)V99.
007600     05 BHI-ENDING-BALANCE     PIC S9(13)V99.
007700
007800 FD  NEW-BALANCE-HISTORY
007900     LABEL RECORDS ARE STANDARD.
008000 01  NEW-HISTORY-RECORD.
008100     05 BHO-PERIOD             PIC 9(6).
008200     05 BHO-ACCOUNT            PIC X(8).
008300     05 BHO-PERIOD-DEBITS      PIC 9(13)V99.
008400     05 BHO-PERIOD-CREDITS     PIC 9(13)V99.
008500     05 BHO-ENDING-BALANCE     PIC S9(13)V99.
008600
008700 FD  YEAR-END-REPORT
008800     LABEL RECORDS ARE STANDARD.
008900 01  YEAR-END-REPORT-LINE      PIC X(100).
009000
009100 WORKING-STORAGE SECTION.
009200
009300 01  FILE-AT-END               PIC X VALUE "N".
009400 01  WS-GLACCT-AT-END          PIC X VALUE "N".
009500
009600*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
009700*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
009800     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
009900         ==WS-GLACCT-FILE-STATUS== ==PFX-FILE-OK== BY
010000         ==GLACCT-FILE-OK== ==PFX-FILE-EOF== BY
010100         ==GLACCT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010200         ==GLACCT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
010300         ==GLACCT-FILE-NOT-FOUND==
010400         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010500         ==GLACCT-FILE-BOUNDARY-VIOLATION==.
010600
010700 01  WS-OLD-HISTORY-STATUS     PIC XX VALUE SPACES.
010800 01  WS-JOURNAL-FILE-STATUS    PIC XX VALUE SPACES.
010900
011000 01  WS-RUN-DATE               PIC 9(8).
011100
011200*    THE OPEN PERIOD, AND DECEMBER OF THE LATEST YEAR
011300*    ALREADY CLOSED -- BOTH OFF THE PERIOD-CONTROL FILE.
011400 01  WS-OPEN-PERIOD-SPLIT.
011500     05 WS-OPEN-YEAR           PIC 9(4).
011600     05 WS-OPEN-MONTH          PIC 9(2).
011700 01  WS-OPEN-PERIOD REDEFINES WS-OPEN-PERIOD-SPLIT PIC 9(6).
011800 01  WS-YEAR-CLOSED-THROUGH    PIC 9(6) VALUE ZERO.
011900
012000*    THE FISCAL YEAR BEING CLOSED OR REOPENED, AND THE
012100*    PERIODS IT RUNS ACROSS -- JANUARY TO DECEMBER, PLUS
012200*    THE CLOSING PERIOD 13 THE CLOSE ITSELF POSTS TO.
012300 01  WS-FISCAL-YEAR            PIC 9(4) VALUE ZERO.
012400 01  WS-YEAR-START-PERIOD      PIC 9(6) VALUE ZERO.
012500 01  WS-YEAR-END-PERIOD        PIC 9(6) VALUE ZERO.
012600 01  WS-CLOSING-PERIOD         PIC 9(6) VALUE ZERO.
012700 01  WS-CLOSING-DATE           PIC 9(8) VALUE ZERO.
012800
012900 01  WS-ACTION-SWITCH          PIC X(01) VALUE "N".
013000     88 WS-CLOSE-DUE                     VALUE "C".
013100     88 WS-REOPEN-DUE                    VALUE "R".
013200     88 WS-NOTHING-DUE                   VALUE "N".
013300
013400*    THE ONE ACCOUNT FLAGGED FOR RETAINED EARNINGS ON THE
013500*    CHART -- SEE GLACCT.
013600 01  WS-RETAINED-ACCOUNT       PIC X(08) VALUE SPACES.
013700 01  WS-RETAINED-DESCRIPTION   PIC X(30) VALUE SPACES.
013800
013900*    THE CHART OF ACCOUNTS, IN ACCOUNT ORDER, WITH WHAT THE
014000*    HISTORY SAYS OF EACH FOR THE YEAR.  BOTH SUMS ARE
014100*    DEBITS LESS CREDITS.
014200 01  WS-CHART-COUNT            PIC 9(4) VALUE ZERO.
014300 01  WS-CHART-TABLE.
014400     05 WS-CHART-ENTRY OCCURS 1000 TIMES
014500        INDEXED BY CHART-IDX.
014600        10 WS-CH-ACCOUNT       PIC X(08).
014700        10 WS-CH-TYPE          PIC X(01).
014800        10 WS-CH-DESCRIPTION   PIC X(30).
014900*       JANUARY THROUGH THE CLOSING PERIOD.
015000        10 WS-CH-YEAR-NET      PIC S9(13)V99.
015100*       EVERYTHING THROUGH THE CLOSING PERIOD.
015200        10 WS-CH-BALANCE       PIC S9(13)V99.
015300 01  WS-CHART-SUB              PIC 9(4) VALUE ZERO.
015400
015500*    THE CLOSING ENTRY BEING WRITTEN.  A JOURNAL ENTRY
015600*    HOLDS 999 LINES; A CHART WITH MORE INCOME-STATEMENT
015700*    ACCOUNTS THAN THAT CLOSES IN MORE THAN ONE ENTRY, EACH
015800*    WITH ITS OWN RETAINED-EARNINGS LINE.
015900 01  WS-ENTRY-NUMBER           PIC 9(7) VALUE ZERO.
016000 01  WS-LINE-NUMBER            PIC 9(3) VALUE ZERO.
016100 01  WS-ENTRY-NET              PIC S9(13)V99 VALUE ZERO.
016200 01  WS-YEAR-NET               PIC S9(13)V99 VALUE ZERO.
016300 01  WS-LINE-AMOUNT            PIC S9(13)V99 VALUE ZERO.
016400 01  WS-OPENING-NET            PIC S9(13)V99 VALUE ZERO.
016500
016600 01  WS-CONTROL-TOTALS.
016700     05 WS-ACCOUNTS-ON-CHART   PIC 9(7) VALUE ZERO.
016800     05 WS-HISTORY-READ        PIC 9(7) VALUE ZERO.
016900     05 WS-HISTORY-WRITTEN     PIC 9(7) VALUE ZERO.
017000     05 WS-STRAY-RECORDS       PIC 9(7) VALUE ZERO.
017100     05 WS-ACCOUNTS-CLOSED     PIC 9(7) VALUE ZERO.
017200     05 WS-JOURNAL-LINES       PIC 9(7) VALUE ZERO.
017300     05 WS-OPENING-BALANCES    PIC 9(7) VALUE ZERO.
017400     05 WS-TOTAL-DEBITS        PIC 9(13)V99 VALUE ZERO.
017500     05 WS-TOTAL-CREDITS       PIC 9(13)V99 VALUE ZERO.
017600
017700 01  HEADING-LINE-1.
017800     05 HDG-TITLE              PIC X(34).
017900     05 HDG-YEAR               PIC 9(4).
018000     05 FILLER                 PIC X(12) VALUE "  RUN DATE ".
018100     05 HDG-RUN-DATE           PIC 9(8).
018200
018300 01  HEADING-LINE-2.
018400     05 FILLER                 PIC X(10) VALUE "ACCOUNT".
018500     05 FILLER                 PIC X(33) VALUE "DESCRIPTION".
018600     05 HDG-COLUMN-1           PIC X(21).
018700     05 FILLER                 PIC X(02) VALUE SPACES.
018800     05 HDG-COLUMN-2           PIC X(21).
018900
019000 01  DETAIL-LINE.
019100     05 DTL-ACCOUNT            PIC X(08).
019200     05 FILLER                 PIC X(02) VALUE SPACES.
019300     05 DTL-DESCRIPTION        PIC X(30).
019400     05 FILLER                 PIC X(02) VALUE SPACES.
019500     05 DTL-AMOUNT-1           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
019600     05 FILLER                 PIC X(02) VALUE SPACES.
019700     05 DTL-AMOUNT-2           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
019800
019900 01  TOTAL-LINE.
020000     05 TOT-CAPTION            PIC X(42).
020100     05 TOT-AMOUNT-1           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
020200     05 FILLER                 PIC X(02) VALUE SPACES.
020300     05 TOT-AMOUNT-2           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
020400     05 FILLER                 PIC X(02) VALUE SPACES.
020500     05 TOT-VERDICT            PIC X(14).
020600
020700*    EDITED PIC USED TO PRINT THE YEAR'S NET ON THE AUDIT
020800*    TRAIL.
020900 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
021000
021100*    AUDIT WORK AREA -- STAGES THE BEFORE/AFTER VALUES FOR ONE
021200*    AUDIT EVENT BEFORE IT'S HANDED TO AUDITLOG.
021300 01  WS-AUDIT-WORK.
021400     05 AUD-FISCAL-YEAR        PIC X(10).
021500     05 AUD-ACTION             PIC X(08).
021600     05 AUD-FIELD-CHANGED      PIC X(20).
021700     05 AUD-OLD-VALUE          PIC X(30).
021800     05 AUD-NEW-VALUE          PIC X(30).
021900
022000*    PARAMETER PASSED TO THE SHARED AUDIT-LOGGING SUBPROGRAM --
022100*    SEE AUDITLOG.
022200 01  YRCLOSE-AUDITLOG-PARM.
022300     05 AUDITLOG-PROGRAM-NAME  PIC X(08).
022400     05 AUDITLOG-RECORD-KEY    PIC X(10).
022500     05 AUDITLOG-ACTION        PIC X(08).
022600     05 AUDITLOG-FIELD-CHANGED PIC X(20).
022700     05 AUDITLOG-OLD-VALUE     PIC X(30).
022800     05 AUDITLOG-NEW-VALUE     PIC X(30).
022900     05 AUDITLOG-OPERATOR-ID   PIC X(08).
023000
023100*    PARAMETER PASSED TO THE SHARED AUTHORIZATION-CHECK
023200*    SUBPROGRAM -- SEE AUTHCHK.
023300 01  YRCLOSE-AUTHCHK-PARM.
023400     05 AUTHCHK-OPERATOR-ID       PIC X(08).
023500     05 AUTHCHK-AUTHORIZED-SWITCH PIC X(01).
023600         88 AUTHCHK-AUTHORIZED            VALUE "Y".
023700         88 AUTHCHK-NOT-AUTHORIZED        VALUE "N".
023800*    THE CALLER'S PROGRAM OR FUNCTION NAME, MATCHED
023900*    AGAINST THE OPSEC GRANTS -- SEE AUTHCHK.
024000     05 AUTHCHK-PROGRAM-NAME    PIC X(08).
024100
024200*    PARAMETER PASSED TO THE SHARED PERIOD-CONTROL
024300*    SUBPROGRAM -- SEE PERCTL.
024400 01  YRCLOSE-PERCTL-PARM.
024500     05 PERCTL-FUNCTION        PIC X(01).
024600     05 PERCTL-PERIOD          PIC 9(06).
024700     05 PERCTL-FEEDBACK        PIC XX.
024800
024900 LINKAGE SECTION.
025000 01  YRCLOSE-PARM.
025100*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
025200*    WITH A 2-BYTE BINARY LENGTH COUNT.
025300     05 YRCLOSE-PARM-LEN       PIC S9(4) COMP.
025400     05 YRCLOSE-OPERATOR-ID    PIC X(08).
025500     05 YRCLOSE-YEAR           PIC X(04).
025600     05 YRCLOSE-ACTION         PIC X(01).
025700
025800 PROCEDURE DIVISION USING YRCLOSE-PARM.
025900 PROGRAM-BEGIN.
026000     PERFORM CHECK-OPERATOR-AUTHORIZATION.
026400     PERFORM OPENING-PROCEDURE.
026500     PERFORM CARRY-BALANCE-HISTORY.
026600     EVALUATE TRUE
026700        WHEN WS-CLOSE-DUE
026800             PERFORM CLOSE-FISCAL-YEAR
026900        WHEN WS-REOPEN-DUE
027000             PERFORM REOPEN-FISCAL-YEAR
027100     END-EVALUATE.
027200     PERFORM CLOSING-PROCEDURE.
027300
027400 PROGRAM-DONE.
027500     STOP RUN.
027600
027700 CHECK-OPERATOR-AUTHORIZATION.
027800     MOVE YRCLOSE-OPERATOR-ID TO AUTHCHK-OPERATOR-ID.
027900     MOVE "YRCLOSE " TO AUTHCHK-PROGRAM-NAME.
028000     CALL "AUTHCHK" USING YRCLOSE-AUTHCHK-PARM.
028100     IF AUTHCHK-NOT-AUTHORIZED
028200        DISPLAY "YRCLOSE: OPERATOR " YRCLOSE-OPERATOR-ID
028300                " NOT AUTHORIZED FOR THE YEAR-END CLOSE"
028400*       AUTHCHK ALREADY AUDITS THE DENIAL.
028500        MOVE 16 TO RETURN-CODE
028600     END-IF.
028700
028800*    WHAT THIS RUN IS TO DO IS SETTLED BEFORE ANY FILE
028900*    OPENS, AND A CLOSE THAT CANNOT BE DONE IS TURNED INTO
029000*    NOTHING DUE -- THE HISTORY IS STILL CARRIED FORWARD.
029010*    SO IS ONE THE OPERATOR IS NOT AUTHORIZED FOR: THE NEW
029020*    HISTORY GENERATION IS CATALOGED EVERY MONTH, AND AN
029030*    EMPTY ONE WOULD LOSE FINSTMT ITS YEAR-TO-DATE.
029100 OPENING-PROCEDURE.
029200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
029300     MOVE 0 TO RETURN-CODE.
029400     PERFORM RESOLVE-OPEN-PERIOD.
029500     PERFORM RESOLVE-YEAR-CLOSED.
029600     PERFORM DECIDE-YEAR-END-ACTION.
029610     IF AUTHCHK-NOT-AUTHORIZED
029620        MOVE "N" TO WS-ACTION-SWITCH
029630        MOVE 16 TO RETURN-CODE
029640     END-IF.
029700     IF WS-CLOSE-DUE
029800        PERFORM LOAD-CHART-OF-ACCOUNTS
029900     END-IF.
030000     OPEN OUTPUT YEAR-END-REPORT.
030100     MOVE WS-RUN-DATE TO HDG-RUN-DATE.
030200     MOVE WS-FISCAL-YEAR TO HDG-YEAR.
030300
030400 DECIDE-YEAR-END-ACTION.
030500     MOVE "N" TO WS-ACTION-SWITCH.
030600     IF YRCLOSE-PARM-LEN NOT < 12
030700        AND YRCLOSE-YEAR IS NUMERIC
030800        MOVE YRCLOSE-YEAR TO WS-FISCAL-YEAR
030900        IF YRCLOSE-PARM-LEN NOT < 13
031000           AND YRCLOSE-ACTION = "R"
031100           MOVE "R" TO WS-ACTION-SWITCH
031200        ELSE
031300           MOVE "C" TO WS-ACTION-SWITCH
031400        END-IF
031500     ELSE
031600*       THE STREAM RUN: ONLY THE MONTH-END THAT JUST CLOSED
031700*       DECEMBER HAS A YEAR TO CLOSE.
031800        IF WS-OPEN-MONTH = 1
031900           COMPUTE WS-FISCAL-YEAR = WS-OPEN-YEAR - 1
032000           MOVE "C" TO WS-ACTION-SWITCH
032100        ELSE
032200           DISPLAY "YRCLOSE: PERIOD " WS-OPEN-PERIOD
032300                   " OPEN, NO FISCAL YEAR-END DUE"
032400        END-IF
032500     END-IF.
032600     COMPUTE WS-YEAR-START-PERIOD = WS-FISCAL-YEAR * 100 + 1.
032700     COMPUTE WS-YEAR-END-PERIOD   = WS-FISCAL-YEAR * 100 + 12.
032800     COMPUTE WS-CLOSING-PERIOD    = WS-FISCAL-YEAR * 100 + 13.
032900     COMPUTE WS-CLOSING-DATE      = WS-YEAR-END-PERIOD * 100
033000                                    + 31.
033100     IF WS-CLOSE-DUE
033200        IF WS-YEAR-END-PERIOD NOT > WS-YEAR-CLOSED-THROUGH
033300           DISPLAY "YRCLOSE: FISCAL YEAR " WS-FISCAL-YEAR
033400                   " ALREADY CLOSED, SKIPPED"
033500           MOVE "N" TO WS-ACTION-SWITCH
033600        ELSE
033700           IF WS-YEAR-END-PERIOD NOT < WS-OPEN-PERIOD
033800              DISPLAY "YRCLOSE: PERIOD " WS-YEAR-END-PERIOD
033900                      " IS STILL OPEN -- RUN MTHCLOSE FIRST"
034000              MOVE "N" TO WS-ACTION-SWITCH
034100              MOVE 8 TO RETURN-CODE
034200           END-IF
034300        END-IF
034400     END-IF.
034500     IF WS-REOPEN-DUE
034600        AND WS-YEAR-END-PERIOD NOT = WS-YEAR-CLOSED-THROUGH
034700        DISPLAY "YRCLOSE: FISCAL YEAR " WS-FISCAL-YEAR
034800                " IS NOT THE LATEST CLOSED YEAR, NOT REOPENED"
034900        MOVE "N" TO WS-ACTION-SWITCH
035000        MOVE 8 TO RETURN-CODE
035100     END-IF.
035200
035300*    THE CHART IS READ IN ACCOUNT ORDER, SO THE CLOSING
035400*    ENTRY AND THE OPENING BALANCES COME OUT IN THAT ORDER.
035500*    NO CHART, OR NO RETAINED-EARNINGS ACCOUNT ON IT, AND
035600*    THE YEAR CANNOT CLOSE.
035700 LOAD-CHART-OF-ACCOUNTS.
035800     OPEN INPUT GL-ACCOUNT-FILE.
035900     IF NOT GLACCT-FILE-OK
036000        DISPLAY "YRCLOSE: UNABLE TO OPEN GL-ACCOUNT-FILE, "
036100                "STATUS " WS-GLACCT-FILE-STATUS
036200                " -- YEAR NOT CLOSED"
036300        MOVE "N" TO WS-ACTION-SWITCH
036400        MOVE 16 TO RETURN-CODE
036500     ELSE
036600        PERFORM READ-NEXT-CHART-ACCOUNT
036700        PERFORM STORE-ONE-CHART-ACCOUNT
036800                UNTIL WS-GLACCT-AT-END = "Y"
036900        CLOSE GL-ACCOUNT-FILE
037000        IF WS-RETAINED-ACCOUNT = SPACES
037100           DISPLAY "YRCLOSE: NO RETAINED-EARNINGS ACCOUNT IS "
037200                   "FLAGGED ON THE CHART -- YEAR NOT CLOSED"
037300           MOVE "N" TO WS-ACTION-SWITCH
037400           MOVE 16 TO RETURN-CODE
037500        END-IF
037600     END-IF.
037700
037800 READ-NEXT-CHART-ACCOUNT.
037900     READ GL-ACCOUNT-FILE NEXT RECORD
038000          AT END MOVE "Y" TO WS-GLACCT-AT-END.
038100
038200 STORE-ONE-CHART-ACCOUNT.
038300     IF GLA-RETAINED-EARNINGS
038400        MOVE GLA-ACCOUNT     TO WS-RETAINED-ACCOUNT
038500        MOVE GLA-DESCRIPTION TO WS-RETAINED-DESCRIPTION
038600     END-IF.
038700     IF WS-CHART-COUNT < 1000
038800        ADD 1 TO WS-CHART-COUNT
038900        ADD 1 TO WS-ACCOUNTS-ON-CHART
039000        MOVE GLA-ACCOUNT      TO WS-CH-ACCOUNT (WS-CHART-COUNT)
039100        MOVE GLA-ACCOUNT-TYPE TO WS-CH-TYPE (WS-CHART-COUNT)
039200        MOVE GLA-DESCRIPTION
039300             TO WS-CH-DESCRIPTION (WS-CHART-COUNT)
039400        MOVE ZERO TO WS-CH-YEAR-NET (WS-CHART-COUNT)
039500                     WS-CH-BALANCE (WS-CHART-COUNT)
039600     ELSE
039700        DISPLAY "YRCLOSE: CHART TABLE FULL, ACCOUNT "
039800                GLA-ACCOUNT " IGNORED"
039900     END-IF.
040000     PERFORM READ-NEXT-CHART-ACCOUNT.
040100
040200*    EVERY HISTORY RECORD IS COPIED TO THE NEW GENERATION.
040300*    WHEN THE YEAR IS CLOSING, EACH IS ALSO SUMMED AGAINST
040400*    THE CHART -- INCLUDING ANY CLOSING PERIOD ALREADY THERE
040500*    FROM A CLOSE BEFORE A REOPEN, SO A SECOND CLOSE ONLY
040600*    CLOSES WHAT WAS POSTED SINCE.
040700 CARRY-BALANCE-HISTORY.
040800     OPEN OUTPUT NEW-BALANCE-HISTORY.
040900     OPEN INPUT OLD-BALANCE-HISTORY.
041000     MOVE "N" TO FILE-AT-END.
041100     PERFORM READ-NEXT-HISTORY.
041200     PERFORM CARRY-ONE-HISTORY UNTIL FILE-AT-END = "Y".
041300     CLOSE OLD-BALANCE-HISTORY.
041400
041500 READ-NEXT-HISTORY.
041600     READ OLD-BALANCE-HISTORY
041700          AT END MOVE "Y" TO FILE-AT-END.
041800     IF FILE-AT-END NOT = "Y"
041900        ADD 1 TO WS-HISTORY-READ
042000     END-IF.
042100
042200 CARRY-ONE-HISTORY.
042300     WRITE NEW-HISTORY-RECORD FROM OLD-HISTORY-RECORD.
042400     ADD 1 TO WS-HISTORY-WRITTEN.
042500     IF WS-CLOSE-DUE
042600        AND BHI-PERIOD NOT > WS-CLOSING-PERIOD
042700        PERFORM SUM-ONE-HISTORY
042800     END-IF.
042900     PERFORM READ-NEXT-HISTORY.
043000
043100 SUM-ONE-HISTORY.
043200     SET CHART-IDX TO 1.
043300     SEARCH WS-CHART-ENTRY
043400         AT END
043500            ADD 1 TO WS-STRAY-RECORDS
043600         WHEN CHART-IDX > WS-CHART-COUNT
043700            ADD 1 TO WS-STRAY-RECORDS
043800            DISPLAY "YRCLOSE: ACCOUNT " BHI-ACCOUNT
043900                    " PERIOD " BHI-PERIOD
044000                    " NOT ON CHART, NOT CLOSED"
044100         WHEN WS-CH-ACCOUNT (CHART-IDX) = BHI-ACCOUNT
044200            ADD BHI-ENDING-BALANCE
044300                TO WS-CH-BALANCE (CHART-IDX)
044400            IF BHI-PERIOD NOT < WS-YEAR-START-PERIOD
044500               ADD BHI-ENDING-BALANCE
044600                   TO WS-CH-YEAR-NET (CHART-IDX)
044700            END-IF
044800     END-SEARCH.
044900
045000*    ONE CLOSING LINE PER REVENUE, COST OR EXPENSE ACCOUNT
045100*    WITH A NET FOR THE YEAR, ON THE SIDE OPPOSITE ITS NET,
045200*    AND THE DIFFERENCE TO RETAINED EARNINGS.  THE SAME
045300*    AMOUNTS GO ON THE HISTORY UNDER THE CLOSING PERIOD.
045400 CLOSE-FISCAL-YEAR.
045500     OPEN EXTEND GL-JOURNAL-FILE.
045600     IF WS-JOURNAL-FILE-STATUS = "35"
045700        CLOSE GL-JOURNAL-FILE
045800        OPEN OUTPUT GL-JOURNAL-FILE
045900     END-IF.
046000     MOVE "FISCAL YEAR-END CLOSING ENTRY" TO HDG-TITLE.
046100     WRITE YEAR-END-REPORT-LINE FROM HEADING-LINE-1.
046200     MOVE "               DEBIT" TO HDG-COLUMN-1.
046300     MOVE "              CREDIT" TO HDG-COLUMN-2.
046400     WRITE YEAR-END-REPORT-LINE FROM HEADING-LINE-2.
046500     MOVE ZERO TO WS-ENTRY-NET.
046600     MOVE ZERO TO WS-YEAR-NET.
046700     PERFORM START-CLOSING-ENTRY.
046800     PERFORM CLOSE-ONE-ACCOUNT
046900             VARYING WS-CHART-SUB FROM 1 BY 1
047000             UNTIL WS-CHART-SUB > WS-CHART-COUNT.
047100     PERFORM FINISH-CLOSING-ENTRY.
047200     CLOSE GL-JOURNAL-FILE.
047300     PERFORM PRINT-CLOSING-TOTAL.
047400     PERFORM PRINT-OPENING-BALANCES.
047500     MOVE "C" TO PERCTL-FUNCTION.
047600     MOVE WS-YEAR-END-PERIOD TO PERCTL-PERIOD.
047700     CALL "PERCTL" USING YRCLOSE-PERCTL-PARM.
047800     IF PERCTL-FEEDBACK NOT = "OK"
047900        DISPLAY "YRCLOSE: PERCTL REFUSED THE CLOSE OF "
048000                WS-FISCAL-YEAR ", FEEDBACK " PERCTL-FEEDBACK
048100        MOVE 16 TO RETURN-CODE
048200     ELSE
048300        MOVE "CLOSE"     TO AUD-ACTION
048400        MOVE "OPEN"      TO AUD-OLD-VALUE
048500        MOVE SPACES      TO AUD-NEW-VALUE
048600        STRING "CLOSED TO " WS-RETAINED-ACCOUNT
048700               DELIMITED BY SIZE INTO AUD-NEW-VALUE
048800        PERFORM WRITE-YEAR-AUDIT
048900        COMPUTE WS-AMOUNT-EDIT = ZERO - WS-YEAR-NET
049000        MOVE "NET INCOME CLOSED" TO AUD-FIELD-CHANGED
049100        MOVE SPACES         TO AUD-OLD-VALUE
049200        MOVE WS-AMOUNT-EDIT TO AUD-NEW-VALUE
049300        PERFORM WRITE-AUDIT-RECORD
049400     END-IF.
049500
049600 START-CLOSING-ENTRY.
049700     ADD 1 TO WS-ENTRY-NUMBER.
049800     MOVE ZERO TO WS-LINE-NUMBER.
049900     MOVE ZERO TO WS-ENTRY-NET.
050000
050100 CLOSE-ONE-ACCOUNT.
050200     IF (WS-CH-TYPE (WS-CHART-SUB) = "R" OR "C" OR "E")
050300        AND WS-CH-YEAR-NET (WS-CHART-SUB) NOT = ZERO
050400        IF WS-LINE-NUMBER NOT < 998
050500           PERFORM FINISH-CLOSING-ENTRY
050600           PERFORM START-CLOSING-ENTRY
050700        END-IF
050800        COMPUTE WS-LINE-AMOUNT =
050900                ZERO - WS-CH-YEAR-NET (WS-CHART-SUB)
051000        MOVE WS-CH-ACCOUNT (WS-CHART-SUB)     TO JE-ACCOUNT
051100        MOVE WS-CH-DESCRIPTION (WS-CHART-SUB) TO DTL-DESCRIPTION
051200        PERFORM WRITE-CLOSING-LINE
051300        ADD WS-CH-YEAR-NET (WS-CHART-SUB) TO WS-ENTRY-NET
051400        ADD WS-CH-YEAR-NET (WS-CHART-SUB) TO WS-YEAR-NET
051500        ADD 1 TO WS-ACCOUNTS-CLOSED
051600*       AFTER THE CLOSE THE ACCOUNT STANDS AT ZERO.
051700        ADD WS-LINE-AMOUNT TO WS-CH-BALANCE (WS-CHART-SUB)
051800     END-IF.
051900
052000*    THE ENTRY'S RETAINED-EARNINGS LINE TAKES THE NET OF
052100*    EVERYTHING IT CLOSED, SO THE ENTRY BALANCES.
052200 FINISH-CLOSING-ENTRY.
052300     IF WS-ENTRY-NET NOT = ZERO
052400        MOVE WS-ENTRY-NET        TO WS-LINE-AMOUNT
052500        MOVE WS-RETAINED-ACCOUNT TO JE-ACCOUNT
052600        MOVE WS-RETAINED-DESCRIPTION TO DTL-DESCRIPTION
052700        PERFORM WRITE-CLOSING-LINE
052800        SET CHART-IDX TO 1
052900        SEARCH WS-CHART-ENTRY
053000            WHEN WS-CH-ACCOUNT (CHART-IDX) = WS-RETAINED-ACCOUNT
053100               ADD WS-ENTRY-NET TO WS-CH-BALANCE (CHART-IDX)
053200        END-SEARCH
053300     END-IF.
053400
053500*    WS-LINE-AMOUNT IS DEBIT LESS CREDIT FOR THE LINE --
053600*    POSITIVE POSTS A DEBIT, NEGATIVE A CREDIT.
053700 WRITE-CLOSING-LINE.
053800     ADD 1 TO WS-LINE-NUMBER.
053900     MOVE WS-ENTRY-NUMBER  TO JE-ENTRY-NUMBER.
054000     MOVE WS-LINE-NUMBER   TO JE-LINE-NUMBER.
054100     MOVE WS-CLOSING-DATE  TO JE-POST-DATE.
054200     MOVE "YC"             TO JE-SOURCE.
054300     MOVE SPACES           TO JE-REFERENCE.
054400     STRING "YEAR-END " WS-FISCAL-YEAR
054500            DELIMITED BY SIZE INTO JE-REFERENCE.
054600     IF WS-LINE-AMOUNT > ZERO
054700        MOVE WS-LINE-AMOUNT TO JE-DEBIT-AMOUNT
054800        MOVE ZERO           TO JE-CREDIT-AMOUNT
054900     ELSE
055000        COMPUTE JE-CREDIT-AMOUNT = ZERO - WS-LINE-AMOUNT
055100        MOVE ZERO           TO JE-DEBIT-AMOUNT
055200     END-IF.
055300     WRITE GL-JOURNAL-RECORD.
055400     ADD 1 TO WS-JOURNAL-LINES.
055500     ADD JE-DEBIT-AMOUNT  TO WS-TOTAL-DEBITS.
055600     ADD JE-CREDIT-AMOUNT TO WS-TOTAL-CREDITS.
055700     MOVE WS-CLOSING-PERIOD TO BHO-PERIOD.
055800     MOVE JE-ACCOUNT        TO BHO-ACCOUNT.
055900     MOVE JE-DEBIT-AMOUNT   TO BHO-PERIOD-DEBITS.
056000     MOVE JE-CREDIT-AMOUNT  TO BHO-PERIOD-CREDITS.
056100     MOVE WS-LINE-AMOUNT    TO BHO-ENDING-BALANCE.
056200     WRITE NEW-HISTORY-RECORD.
056300     ADD 1 TO WS-HISTORY-WRITTEN.
056400     MOVE JE-ACCOUNT        TO DTL-ACCOUNT.
056500     MOVE JE-DEBIT-AMOUNT   TO DTL-AMOUNT-1.
056600     MOVE JE-CREDIT-AMOUNT  TO DTL-AMOUNT-2.
056700     WRITE YEAR-END-REPORT-LINE FROM DETAIL-LINE.
056800
056900 PRINT-CLOSING-TOTAL.
057000     MOVE SPACES TO YEAR-END-REPORT-LINE.
057100     WRITE YEAR-END-REPORT-LINE.
057200     MOVE "TOTAL CLOSING ENTRY" TO TOT-CAPTION.
057300     MOVE WS-TOTAL-DEBITS  TO TOT-AMOUNT-1.
057400     MOVE WS-TOTAL-CREDITS TO TOT-AMOUNT-2.
057500     IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
057600        MOVE "IN BALANCE" TO TOT-VERDICT
057700     ELSE
057800        MOVE "OUT OF BALANCE" TO TOT-VERDICT
057900     END-IF.
058000     WRITE YEAR-END-REPORT-LINE FROM TOTAL-LINE.
058100     MOVE SPACES TO TOTAL-LINE.
058200     MOVE "  NET INCOME TO RETAINED EARNINGS" TO TOT-CAPTION.
058300     COMPUTE WS-AMOUNT-EDIT = ZERO - WS-YEAR-NET.
058400     MOVE WS-AMOUNT-EDIT TO TOT-AMOUNT-2.
058500     WRITE YEAR-END-REPORT-LINE FROM TOTAL-LINE.
058600
058700*    EVERY ASSET, LIABILITY AND EQUITY ACCOUNT'S BALANCE
058800*    AFTER THE CLOSE -- THE BALANCE THE NEW YEAR OPENS
058900*    WITH.  THE HISTORY ALREADY CARRIES IT: EVERY PERIOD
059000*    THROUGH THE CLOSING PERIOD SUMS TO IT.  THEY MUST NET
059100*    TO ZERO, THE SAME PROOF THE TRIAL BALANCE MAKES.
059200 PRINT-OPENING-BALANCES.
059300     MOVE SPACES TO YEAR-END-REPORT-LINE.
059400     WRITE YEAR-END-REPORT-LINE.
059500     MOVE "OPENING BALANCES AFTER CLOSE OF" TO HDG-TITLE.
059600     WRITE YEAR-END-REPORT-LINE FROM HEADING-LINE-1.
059700     MOVE "  DEBIT LESS CREDIT" TO HDG-COLUMN-1.
059800     MOVE SPACES TO HDG-COLUMN-2.
059900     WRITE YEAR-END-REPORT-LINE FROM HEADING-LINE-2.
060000     MOVE ZERO TO WS-OPENING-NET.
060100     PERFORM PRINT-ONE-OPENING-BALANCE
060200             VARYING WS-CHART-SUB FROM 1 BY 1
060300             UNTIL WS-CHART-SUB > WS-CHART-COUNT.
060400     MOVE SPACES TO YEAR-END-REPORT-LINE.
060500     WRITE YEAR-END-REPORT-LINE.
060600     MOVE SPACES TO TOTAL-LINE.
060700     MOVE "NET OF OPENING BALANCES" TO TOT-CAPTION.
060800     MOVE WS-OPENING-NET TO TOT-AMOUNT-1.
060900     IF WS-OPENING-NET = ZERO
061000        MOVE "IN BALANCE" TO TOT-VERDICT
061100     ELSE
061200        MOVE "OUT OF BALANCE" TO TOT-VERDICT
061300     END-IF.
061400     WRITE YEAR-END-REPORT-LINE FROM TOTAL-LINE.
061500
061600 PRINT-ONE-OPENING-BALANCE.
061700     IF (WS-CH-TYPE (WS-CHART-SUB) = "A" OR "L" OR "Q")
061800        AND WS-CH-BALANCE (WS-CHART-SUB) NOT = ZERO
061900        MOVE WS-CH-ACCOUNT (WS-CHART-SUB)     TO DTL-ACCOUNT
062000        MOVE WS-CH-DESCRIPTION (WS-CHART-SUB) TO DTL-DESCRIPTION
062100        MOVE WS-CH-BALANCE (WS-CHART-SUB)     TO DTL-AMOUNT-1
062200        MOVE ZERO                             TO DTL-AMOUNT-2
062300        WRITE YEAR-END-REPORT-LINE FROM DETAIL-LINE
062400        ADD 1 TO WS-OPENING-BALANCES
062500     END-IF.
062600     ADD WS-CH-BALANCE (WS-CHART-SUB) TO WS-OPENING-NET.
062700
062800*    THE SPECIAL REOPEN.  THE CLOSING ENTRY STAYS WHERE IT
062900*    IS; LATE ADJUSTMENTS POST INTO THE YEAR, AND THE NEXT
063000*    CLOSE ROLLS ONLY WHAT THEY CHANGED.
063100 REOPEN-FISCAL-YEAR.
063200     MOVE "R" TO PERCTL-FUNCTION.
063300     MOVE WS-YEAR-END-PERIOD TO PERCTL-PERIOD.
063400     CALL "PERCTL" USING YRCLOSE-PERCTL-PARM.
063500     MOVE "FISCAL YEAR REOPENED" TO HDG-TITLE.
063600     WRITE YEAR-END-REPORT-LINE FROM HEADING-LINE-1.
063700     IF PERCTL-FEEDBACK NOT = "OK"
063800        DISPLAY "YRCLOSE: PERCTL REFUSED THE REOPEN OF "
063900                WS-FISCAL-YEAR ", FEEDBACK " PERCTL-FEEDBACK
064000        MOVE 8 TO RETURN-CODE
064100     ELSE
064200        DISPLAY "YRCLOSE: FISCAL YEAR " WS-FISCAL-YEAR
064300                " REOPENED BY " YRCLOSE-OPERATOR-ID
064400        MOVE "REOPEN"    TO AUD-ACTION
064500        MOVE "CLOSED"    TO AUD-OLD-VALUE
064600        MOVE "OPEN"      TO AUD-NEW-VALUE
064700        PERFORM WRITE-YEAR-AUDIT
064800     END-IF.
064900
065000 CLOSING-PROCEDURE.
065100     CLOSE NEW-BALANCE-HISTORY.
065200     CLOSE YEAR-END-REPORT.
065300     DISPLAY "YRCLOSE CONTROL TOTALS".
065400     DISPLAY "  FISCAL YEAR ..........: " WS-FISCAL-YEAR.
065500     DISPLAY "  ACCOUNTS ON CHART ....: " WS-ACCOUNTS-ON-CHART.
065600     DISPLAY "  HISTORY RECORDS READ .: " WS-HISTORY-READ.
065700     DISPLAY "  HISTORY RECORDS WRITTEN " WS-HISTORY-WRITTEN.
065800     DISPLAY "  ACCOUNTS CLOSED ......: " WS-ACCOUNTS-CLOSED.
065900     DISPLAY "  CLOSING LINES WRITTEN : " WS-JOURNAL-LINES.
066000     DISPLAY "  OPENING BALANCES .....: " WS-OPENING-BALANCES.
066100     DISPLAY "  ACCOUNTS NOT ON CHART : " WS-STRAY-RECORDS.
066200     IF RETURN-CODE = ZERO
066300        IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
066400           OR WS-OPENING-NET NOT = ZERO
066500           DISPLAY "YRCLOSE: CLOSE OF " WS-FISCAL-YEAR
066600                   " DOES NOT BALANCE"
066700           MOVE 8 TO RETURN-CODE
066800        ELSE
066900           IF WS-STRAY-RECORDS > ZERO
067000              MOVE 4 TO RETURN-CODE
067100           END-IF
067200        END-IF
067300     END-IF.
067400
067500*    THE OPEN PERIOD AND THE LATEST CLOSED YEAR COME OFF THE
067600*    PERIOD-CONTROL FILE -- SEE PERCTL.
067700 RESOLVE-OPEN-PERIOD.
067800     MOVE "G" TO PERCTL-FUNCTION.
067900     CALL "PERCTL" USING YRCLOSE-PERCTL-PARM.
068000     MOVE PERCTL-PERIOD TO WS-OPEN-PERIOD.
068100
068200 RESOLVE-YEAR-CLOSED.
068300     MOVE "Y" TO PERCTL-FUNCTION.
068400     CALL "PERCTL" USING YRCLOSE-PERCTL-PARM.
068500     MOVE PERCTL-PERIOD TO WS-YEAR-CLOSED-THROUGH.
068600
068700*    ONE AUDIT RECORD PER CLOSE OR REOPEN, KEYED BY THE
068800*    FISCAL YEAR.
068900 WRITE-YEAR-AUDIT.
069000     MOVE "FISCAL YEAR STATUS" TO AUD-FIELD-CHANGED.
069100     PERFORM WRITE-AUDIT-RECORD.
069200
069300 WRITE-AUDIT-RECORD.
069400     MOVE SPACES               TO AUD-FISCAL-YEAR.
069500     STRING "FY" WS-FISCAL-YEAR
069600            DELIMITED BY SIZE INTO AUD-FISCAL-YEAR.
069700     MOVE "YRCLOSE"            TO AUDITLOG-PROGRAM-NAME.
069800     MOVE AUD-FISCAL-YEAR      TO AUDITLOG-RECORD-KEY.
069900     MOVE AUD-ACTION           TO AUDITLOG-ACTION.
070000     MOVE AUD-FIELD-CHANGED    TO AUDITLOG-FIELD-CHANGED.
070100     MOVE AUD-OLD-VALUE        TO AUDITLOG-OLD-VALUE.
070200     MOVE AUD-NEW-VALUE        TO AUDITLOG-NEW-VALUE.
070300     MOVE YRCLOSE-OPERATOR-ID  TO AUDITLOG-OPERATOR-ID.
070400     CALL "AUDITLOG" USING YRCLOSE-AUDITLOG-PARM.
