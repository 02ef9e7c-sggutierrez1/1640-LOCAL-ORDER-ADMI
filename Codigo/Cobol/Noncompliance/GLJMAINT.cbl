000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLJMAINT.
000300*--------------------------------------------------
000400* Keyed and recurring journal entries onto the
000500* GL-JOURNAL-FILE, so accruals, reclasses,
000600* depreciation and corrections are booked in the
000700* system instead of beside it.  A keyed entry
000800* (source "MJ") is all its lines or none: every
000900* account must be an active posting account on the
001000* chart, and the debits must equal the credits, or
001100* the whole entry goes back on the recycle file.
001200* Recurring templates (GLRECUR) post once in each
001300* open period under source "RJ", dated the
001400* period's last day.  An entry flagged to reverse
001500* also posts its mirror on the first day of the
001600* next period.  Every entry posted and every
001700* template stored or dropped is audit-logged.
001800*
001900* MODIFICATION HISTORY
002000*   WHO   DATE        WHAT
002100*   RWH   2026-10-14  Original version.
002133*   RWH   2026-10-14  Keyed entries dated into a closed fiscal
002166*                     year are rejected.
002170*   RWH   2026-10-14  Keyed entries dated into a closed
002174*                     period are rejected with reason PCL
002178*                     unless keyed as a prior-period
002182*                     adjustment ("P") by an operator
002186*                     holding the controller's grant -- the
002190*                     closed-year test moved into PERLOCK.
002200*--------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600
002700     SELECT GL-JE-TRANSACTION-FILE
002800         ASSIGN TO "GLJTRAN"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-GJTRAN-FILE-STATUS.
003100
003200     SELECT GL-RECURRING-FILE
003300         ASSIGN TO "GLRECUR"
003400         ORGANIZATION IS INDEXED
003500         RECORD KEY IS GRT-KEY
003600         ACCESS MODE IS DYNAMIC
003700         FILE STATUS IS WS-GLRECUR-FILE-STATUS.
003800
003900     SELECT GL-ACCOUNT-FILE
004000         ASSIGN TO "GLACCT"
004100         ORGANIZATION IS INDEXED
004200         RECORD KEY IS GLA-ACCOUNT
004300         ACCESS MODE IS RANDOM
004400         FILE STATUS IS WS-GLACCT-FILE-STATUS.
004500
004600     SELECT GL-JOURNAL-FILE
004700         ASSIGN TO "GLJRNL"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
005000
005100     SELECT GL-JE-RECYCLE-FILE
005200         ASSIGN TO "GLJRCYC"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500     SELECT GL-JE-CORRECTION-REPORT
005600         ASSIGN TO "GLJCORRL"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800
005900     SELECT JOURNAL-ENTRY-REGISTER
006000         ASSIGN TO "GLJREG"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500
006600     COPY GLJTRN.
006700     COPY GLRECUR.
006800     COPY GLACCT.
006900     COPY GLJRNL.
007000
007100*    REJECTED TRANSACTIONS GO BACK OUT IN THE SAME LAYOUT THEY
007200*    CAME IN, WITH THE REASON CODE APPENDED -- ONCE FIXED, THE
007300*    RECORDS FEED STRAIGHT BACK IN AS THE NEXT RUN'S GLJTRAN.
007400*    A REJECTED ENTRY GOES BACK WHOLE, EVERY LINE OF IT.
007500 FD  GL-JE-RECYCLE-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 01  GL-JE-RECYCLE-RECORD.
007800     05 RCY-TRAN-DATA          PIC X(70).
007900     05 RCY-REJECT-REASON      PIC X(03).
008000
008100 FD  GL-JE-CORRECTION-REPORT
008200     LABEL RECORDS ARE STANDARD.
008300 01  GL-JE-CORRECTION-LINE     PIC X(60).
008400
008500 FD  JOURNAL-ENTRY-REGISTER
008600     LABEL RECORDS ARE STANDARD.
008700 01  JOURNAL-ENTRY-REGISTER-LINE PIC X(90).
008800
008900 WORKING-STORAGE SECTION.
009000
009100 01  WS-GJTRAN-AT-END          PIC X VALUE "N".
009200 01  WS-GLRECUR-AT-END         PIC X VALUE "N".
009300
009400*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
009500*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
009600     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
009700         ==WS-GJTRAN-FILE-STATUS== ==PFX-FILE-OK== BY
009800         ==GJTRAN-FILE-OK== ==PFX-FILE-EOF== BY
009900         ==GJTRAN-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010000         ==GJTRAN-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
010100         ==GJTRAN-FILE-NOT-FOUND==
010200         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010300         ==GJTRAN-FILE-BOUNDARY-VIOLATION==.
010400
010500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
010600         ==WS-GLRECUR-FILE-STATUS== ==PFX-FILE-OK== BY
010700         ==GLRECUR-FILE-OK== ==PFX-FILE-EOF== BY
010800         ==GLRECUR-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010900         ==GLRECUR-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
011000         ==GLRECUR-FILE-NOT-FOUND==
011100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
011200         ==GLRECUR-FILE-BOUNDARY-VIOLATION==.
011300
011400     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
011500         ==WS-GLACCT-FILE-STATUS== ==PFX-FILE-OK== BY
011600         ==GLACCT-FILE-OK== ==PFX-FILE-EOF== BY
011700         ==GLACCT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
011800         ==GLACCT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
011900         ==GLACCT-FILE-NOT-FOUND==
012000         ==PFX-FILE-BOUNDARY-VIOLATION== BY
012100         ==GLACCT-FILE-BOUNDARY-VIOLATION==.
012200
012300 01  WS-JOURNAL-FILE-STATUS    PIC XX VALUE SPACES.
012400
012500 01  WS-RUN-DATE               PIC 9(8).
012600
012700*    THE OPEN PERIOD THE RECURRING TEMPLATES POST INTO, AND
012800*    ITS LAST DAY -- THE DATE THEY POST ON.
012900 01  WS-OPEN-PERIOD            PIC 9(6) VALUE ZERO.
013000 01  WS-PERIOD-END-DATE        PIC 9(8) VALUE ZERO.
013100
013200*    FIRST DAY OF THE PERIOD AFTER A GIVEN DATE'S -- WHERE A
013300*    REVERSAL LANDS.
013400 01  WS-NEXT-PERIOD-DATE.
013500     05 WS-NEXT-YEAR           PIC 9(4).
013600     05 WS-NEXT-MONTH          PIC 9(2).
013700     05 WS-NEXT-DAY            PIC 9(2).
013800 01  WS-NEXT-PERIOD-DATE-N REDEFINES WS-NEXT-PERIOD-DATE
013900                               PIC 9(8).
014000
014100 01  WS-REJECT-CODE            PIC X(03) VALUE SPACES.
014200 01  WS-REJECT-TEXT            PIC X(25) VALUE SPACES.
014300 01  WS-REJECTS-RECYCLED       PIC 9(7) VALUE ZERO.
014400
014500 01  WS-ENTRY-VALID-SWITCH     PIC X(01) VALUE "Y".
014600     88 WS-ENTRY-VALID                   VALUE "Y".
014700
014800*    ONE ENTRY OR TEMPLATE, GATHERED WHOLE BEFORE ANY OF IT
014900*    IS CHECKED OR POSTED.  THE RAW TRANSACTION IS KEPT SO A
015000*    REJECT CAN GO BACK EXACTLY AS KEYED.
015100 01  WS-GROUP-CODE             PIC X(01).
015200 01  WS-GROUP-ID               PIC X(08).
015300 01  WS-GROUP-POST-DATE        PIC 9(08).
015400 01  WS-GROUP-REVERSE-FLAG     PIC X(01).
015500     88 WS-GROUP-AUTO-REVERSE            VALUE "Y".
015550 01  WS-GROUP-OVERRIDE-CODE    PIC X(01).
015600 01  WS-GROUP-OVERFLOW-SWITCH  PIC X(01) VALUE "N".
015700     88 WS-GROUP-OVERFLOW                VALUE "Y".
015800 01  WS-GROUP-LINE-COUNT       PIC 9(3) VALUE ZERO.
015900 01  WS-GROUP-TABLE.
016000     05 WS-GROUP-LINE OCCURS 99 TIMES.
016100        10 WS-GL-RAW-TRANSACTION PIC X(70).
016200        10 WS-GL-POST-DATE     PIC 9(8).
016300        10 WS-GL-ACCOUNT       PIC X(8).
016400        10 WS-GL-DEBIT-AMOUNT  PIC 9(11)V99.
016500        10 WS-GL-CREDIT-AMOUNT PIC 9(11)V99.
016600        10 WS-GL-REFERENCE     PIC X(14).
016700 01  WS-GROUP-SUB              PIC 9(3) VALUE ZERO.
016800 01  WS-GROUP-DEBITS           PIC 9(13)V99 VALUE ZERO.
016900 01  WS-GROUP-CREDITS          PIC 9(13)V99 VALUE ZERO.
017000
017100*    HOW THE GATHERED LINES ARE WRITTEN TO THE JOURNAL.
017200 01  WS-POST-SOURCE            PIC X(02).
017300 01  WS-POST-DATE              PIC 9(08).
017400 01  WS-POST-REVERSED-SWITCH   PIC X(01) VALUE "N".
017500     88 WS-POST-REVERSED                 VALUE "Y".
017600
017700*    TEMPLATES DUE THIS PERIOD, FOUND BY ONE PASS OF GLRECUR
017800*    BEFORE ANY IS POSTED -- POSTING REWRITES THE TEMPLATE'S
017900*    LAST PERIOD, WHICH WOULD LOSE A SEQUENTIAL PASS'S PLACE.
018000 01  WS-DUE-COUNT              PIC 9(3) VALUE ZERO.
018100 01  WS-DUE-TABLE.
018200     05 WS-DUE-TEMPLATE-ID OCCURS 500 TIMES PIC X(08).
018300 01  WS-DUE-SUB                PIC 9(3) VALUE ZERO.
018400 01  WS-LAST-TEMPLATE-ID       PIC X(08) VALUE SPACES.
018500
018600*    WHAT A TEMPLATE BEING REPLACED OR DROPPED HAD ON FILE.
018700 01  WS-TEMPLATE-LINES-REMOVED PIC 9(3) VALUE ZERO.
018800 01  WS-TEMPLATE-LAST-PERIOD   PIC 9(6) VALUE ZERO.
018900
019000 01  WS-ENTRY-NUMBER           PIC 9(7) VALUE ZERO.
019100 01  WS-LINE-NUMBER            PIC 9(3) VALUE ZERO.
019200
019300 01  CORRECTION-DETAIL-LINE.
019400     05 COR-TRAN-CODE          PIC X(01).
019500     05 FILLER                 PIC X(02) VALUE SPACES.
019600     05 COR-ENTRY-ID           PIC X(08).
019700     05 FILLER                 PIC X(02) VALUE SPACES.
019800     05 COR-REJECT-CODE        PIC X(03).
019900     05 FILLER                 PIC X(02) VALUE SPACES.
020000     05 COR-REJECT-TEXT        PIC X(25).
020100
020200*    EDITED PIC USED TO PRINT AN ENTRY'S TOTAL ON THE AUDIT
020300*    TRAIL.
020400 01  WS-AMOUNT-EDIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
020500
020600*    AUDIT WORK AREA -- STAGES THE BEFORE/AFTER VALUES FOR ONE
020700*    AUDIT EVENT BEFORE IT'S HANDED TO AUDITLOG.
020800 01  WS-AUDIT-WORK.
020900     05 AUD-ENTRY-ID           PIC X(08).
021000     05 AUD-ACTION             PIC X(08).
021100     05 AUD-FIELD-CHANGED      PIC X(20).
021200     05 AUD-OLD-VALUE          PIC X(30).
021300     05 AUD-NEW-VALUE          PIC X(30).
021400
021500 01  WS-AUDIT-POSTING.
021600     05 AUD-POST-SOURCE        PIC X(02).
021700     05 FILLER                 PIC X(01) VALUE SPACES.
021800     05 AUD-POST-DATE          PIC 9(08).
021900     05 FILLER                 PIC X(01) VALUE SPACES.
022000     05 AUD-POST-ENTRY         PIC 9(07).
022100
022200*    PARAMETER PASSED TO THE SHARED AUDIT-LOGGING SUBPROGRAM --
022300*    SEE AUDITLOG.
022400 01  GLJMAINT-AUDITLOG-PARM.
022500     05 AUDITLOG-PROGRAM-NAME  PIC X(08).
022600     05 AUDITLOG-RECORD-KEY    PIC X(10).
022700     05 AUDITLOG-ACTION        PIC X(08).
022800     05 AUDITLOG-FIELD-CHANGED PIC X(20).
022900     05 AUDITLOG-OLD-VALUE     PIC X(30).
023000     05 AUDITLOG-NEW-VALUE     PIC X(30).
023100     05 AUDITLOG-OPERATOR-ID   PIC X(08).
023200
023300*    PARAMETER PASSED TO THE SHARED AUTHORIZATION-CHECK
023400*    SUBPROGRAM -- SEE AUTHCHK.
023500 01  GLJMAINT-AUTHCHK-PARM.
023600     05 AUTHCHK-OPERATOR-ID       PIC X(08).
023700     05 AUTHCHK-AUTHORIZED-SWITCH PIC X(01).
023800         88 AUTHCHK-AUTHORIZED            VALUE "Y".
023900         88 AUTHCHK-NOT-AUTHORIZED        VALUE "N".
024000*    THE CALLER'S PROGRAM OR FUNCTION NAME, MATCHED
024100*    AGAINST THE OPSEC GRANTS -- SEE AUTHCHK.
024200     05 AUTHCHK-PROGRAM-NAME    PIC X(08).
024300
024400*    PARAMETER PASSED TO THE SHARED PERIOD-CONTROL
024500*    SUBPROGRAM -- SEE PERCTL.
024600 01  GLJMAINT-PERCTL-PARM.
024700     05 PERCTL-FUNCTION        PIC X(01).
024800     05 PERCTL-PERIOD          PIC 9(06).
024900     05 PERCTL-FEEDBACK        PIC XX.
024906
024912*    PARAMETER PASSED TO THE SHARED POSTING-PERIOD LOCK
024918*    SUBPROGRAM -- SEE PERLOCK.
024924 01  GLJMAINT-PERLOCK-PARM.
024930     05 PERLOCK-PROGRAM-NAME   PIC X(08).
024936     05 PERLOCK-OPERATOR-ID    PIC X(08).
024942     05 PERLOCK-RECORD-KEY     PIC X(10).
024948     05 PERLOCK-TRAN-DATE      PIC 9(08).
024954     05 PERLOCK-OVERRIDE-CODE  PIC X(01).
024960     05 PERLOCK-RESULT         PIC X(02).
024966         88 PERLOCK-OVERRIDDEN          VALUE "OV".
024972         88 PERLOCK-YEAR-CLOSED         VALUE "YC".
024978         88 PERLOCK-NOT-AUTHORIZED      VALUE "NA".
024984         88 PERLOCK-POSTABLE            VALUE "OK" "OV".
024990     05 PERLOCK-OPEN-PERIOD    PIC 9(06).
024993     05 PERLOCK-FUNCTION       PIC X(01).
025000
025100*    PARAMETER PASSED TO THE SHARED DATE-ARITHMETIC
025200*    SUBPROGRAM -- SEE DATECALC.
025300 01  GLJMAINT-DATECALC-PARM.
025400     05 DATECALC-FUNCTION      PIC X(01).
025500     05 DATECALC-DATE-1        PIC 9(8).
025600     05 DATECALC-DATE-2        PIC 9(8).
025700     05 DATECALC-DAYS          PIC S9(7).
025800     05 DATECALC-RESULT-DATE   PIC 9(8).
025900     05 DATECALC-FEEDBACK      PIC XX.
026000
026100 01  REGISTER-HEADING.
026200     05 FILLER                 PIC X(32)
026300        VALUE "GL JOURNAL ENTRY REGISTER - RUN ".
026400     05 RGH-RUN-DATE           PIC 9(8).
026500
026600 01  REGISTER-DETAIL-LINE.
026700     05 RGL-ENTRY-NUMBER       PIC 9(7).
026800     05 FILLER                 PIC X(01) VALUE "/".
026900     05 RGL-LINE-NUMBER        PIC 9(3).
027000     05 FILLER                 PIC X(02) VALUE SPACES.
027100     05 RGL-ACCOUNT            PIC X(8).
027200     05 FILLER                 PIC X(02) VALUE SPACES.
027300     05 RGL-DEBIT-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
027400     05 FILLER                 PIC X(02) VALUE SPACES.
027500     05 RGL-CREDIT-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
027600     05 FILLER                 PIC X(02) VALUE SPACES.
027700     05 RGL-REFERENCE          PIC X(14).
027800
027900 01  REGISTER-TOTAL-LINE.
028000     05 FILLER                 PIC X(16)
028100        VALUE "RUN TOTALS .....".
028200     05 FILLER                 PIC X(06) VALUE SPACES.
028300     05 RGT-TOTAL-DEBITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
028400     05 FILLER                 PIC X(02) VALUE SPACES.
028500     05 RGT-TOTAL-CREDITS      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
028600     05 FILLER                 PIC X(02) VALUE SPACES.
028700     05 RGT-VERDICT            PIC X(14).
028800
028900 01  WS-CONTROL-TOTALS.
029000     05 WS-TRANS-READ          PIC 9(7) VALUE ZERO.
029100     05 WS-ENTRIES-POSTED      PIC 9(7) VALUE ZERO.
029200     05 WS-REVERSALS-POSTED    PIC 9(7) VALUE ZERO.
029300     05 WS-RECURRING-POSTED    PIC 9(7) VALUE ZERO.
029400     05 WS-TEMPLATES-STORED    PIC 9(7) VALUE ZERO.
029500     05 WS-TEMPLATES-DROPPED   PIC 9(7) VALUE ZERO.
029600     05 WS-TEMPLATES-HELD      PIC 9(7) VALUE ZERO.
029700     05 WS-ENTRIES-IN-ERROR    PIC 9(7) VALUE ZERO.
029750     05 WS-PERIOD-OVERRIDES    PIC 9(7) VALUE ZERO.
029800     05 WS-TOTAL-DEBITS        PIC 9(13)V99 VALUE ZERO.
029900     05 WS-TOTAL-CREDITS       PIC 9(13)V99 VALUE ZERO.
030000
030100 LINKAGE SECTION.
030200 01  GLJMAINT-PARM.
030300*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
030400*    WITH A 2-BYTE BINARY LENGTH COUNT.
030500     05 GLJMAINT-PARM-LEN      PIC S9(4) COMP.
030600     05 GLJMAINT-OPERATOR-ID   PIC X(08).
030700
030800 PROCEDURE DIVISION USING GLJMAINT-PARM.
030900 PROGRAM-BEGIN.
031000     PERFORM CHECK-OPERATOR-AUTHORIZATION.
031100     IF AUTHCHK-NOT-AUTHORIZED
031200        GO TO PROGRAM-DONE
031300     END-IF.
031400     PERFORM OPENING-PROCEDURE.
031500     PERFORM MAIN-PROCESS.
031600     PERFORM POST-RECURRING-ENTRIES.
031700     PERFORM CLOSING-PROCEDURE.
031800
031900 PROGRAM-DONE.
032000     STOP RUN.
032100
032200 CHECK-OPERATOR-AUTHORIZATION.
032300     MOVE GLJMAINT-OPERATOR-ID TO AUTHCHK-OPERATOR-ID.
032400     MOVE "GLJMAINT" TO AUTHCHK-PROGRAM-NAME.
032500     CALL "AUTHCHK" USING GLJMAINT-AUTHCHK-PARM.
032600     IF AUTHCHK-NOT-AUTHORIZED
032700        DISPLAY "GLJMAINT: OPERATOR " GLJMAINT-OPERATOR-ID
032800                " NOT AUTHORIZED FOR JOURNAL ENTRIES"
032900*       AUTHCHK ALREADY AUDITS THE DENIAL.
033000        MOVE 16 TO RETURN-CODE
033100     END-IF.
033200
033300 OPENING-PROCEDURE.
033400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
033500     PERFORM RESOLVE-OPEN-PERIOD.
033600*    NO CHART, NO WAY TO PROVE AN ACCOUNT -- NOTHING POSTS.
033700     OPEN INPUT GL-ACCOUNT-FILE.
033800     IF NOT GLACCT-FILE-OK
033900        DISPLAY "GLJMAINT: UNABLE TO OPEN GL-ACCOUNT-FILE, "
034000                "STATUS " WS-GLACCT-FILE-STATUS
034100        MOVE 16 TO RETURN-CODE
034200        GO TO PROGRAM-DONE
034300     END-IF.
034400     OPEN I-O GL-RECURRING-FILE.
034500     IF WS-GLRECUR-FILE-STATUS = "35"
034600        OPEN OUTPUT GL-RECURRING-FILE
034700        CLOSE GL-RECURRING-FILE
034800        OPEN I-O GL-RECURRING-FILE
034900     END-IF.
035000     IF NOT GLRECUR-FILE-OK
035100        DISPLAY "GLJMAINT: UNABLE TO OPEN GL-RECURRING-FILE, "
035200                "STATUS " WS-GLRECUR-FILE-STATUS
035300        MOVE 16 TO RETURN-CODE
035400        CLOSE GL-ACCOUNT-FILE
035500        GO TO PROGRAM-DONE
035600     END-IF.
035700     OPEN INPUT GL-JE-TRANSACTION-FILE.
035800     IF NOT GJTRAN-FILE-OK
035900        DISPLAY "GLJMAINT: UNABLE TO OPEN GL-JE-TRANSACTION-"
036000                "FILE, STATUS " WS-GJTRAN-FILE-STATUS
036100        MOVE 16 TO RETURN-CODE
036200        CLOSE GL-ACCOUNT-FILE
036300        CLOSE GL-RECURRING-FILE
036400        GO TO PROGRAM-DONE
036500     END-IF.
036600*    THE JOURNAL EXTENDS, THE SAME AS UNDER GLPOST, SO THIS
036700*    RUN'S ENTRIES LAND BEHIND THE FEEDS' AND NOTHING ALREADY
036800*    THERE IS LOST.
036900     OPEN EXTEND GL-JOURNAL-FILE.
037000     IF WS-JOURNAL-FILE-STATUS = "35"
037100        CLOSE GL-JOURNAL-FILE
037200        OPEN OUTPUT GL-JOURNAL-FILE
037300     END-IF.
037400     OPEN OUTPUT GL-JE-RECYCLE-FILE.
037500     OPEN OUTPUT GL-JE-CORRECTION-REPORT.
037600     OPEN OUTPUT JOURNAL-ENTRY-REGISTER.
037700     MOVE WS-RUN-DATE TO RGH-RUN-DATE.
037800     WRITE JOURNAL-ENTRY-REGISTER-LINE FROM REGISTER-HEADING.
037900
038000 CLOSING-PROCEDURE.
038100     MOVE WS-TOTAL-DEBITS  TO RGT-TOTAL-DEBITS.
038200     MOVE WS-TOTAL-CREDITS TO RGT-TOTAL-CREDITS.
038300     IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
038400        MOVE "IN BALANCE" TO RGT-VERDICT
038500     ELSE
038600        MOVE "OUT OF BALANCE" TO RGT-VERDICT
038700     END-IF.
038800     MOVE SPACES TO JOURNAL-ENTRY-REGISTER-LINE.
038900     WRITE JOURNAL-ENTRY-REGISTER-LINE.
039000     WRITE JOURNAL-ENTRY-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
039100     CLOSE GL-ACCOUNT-FILE.
039200     CLOSE GL-RECURRING-FILE.
039300     CLOSE GL-JE-TRANSACTION-FILE.
039400     CLOSE GL-JOURNAL-FILE.
039500     CLOSE GL-JE-RECYCLE-FILE.
039600     CLOSE GL-JE-CORRECTION-REPORT.
039700     CLOSE JOURNAL-ENTRY-REGISTER.
039800     DISPLAY "GLJMAINT CONTROL TOTALS".
039900     DISPLAY "  TRANSACTIONS READ ...: " WS-TRANS-READ.
040000     DISPLAY "  ENTRIES POSTED ......: " WS-ENTRIES-POSTED.
040100     DISPLAY "  RECURRING POSTED ....: " WS-RECURRING-POSTED.
040200     DISPLAY "  REVERSALS POSTED ....: " WS-REVERSALS-POSTED.
040300     DISPLAY "  TEMPLATES STORED ....: " WS-TEMPLATES-STORED.
040400     DISPLAY "  TEMPLATES DROPPED ...: " WS-TEMPLATES-DROPPED.
040500     DISPLAY "  TEMPLATES HELD ......: " WS-TEMPLATES-HELD.
040600     DISPLAY "  ENTRIES IN ERROR ....: " WS-ENTRIES-IN-ERROR.
040700     DISPLAY "  REJECTS RECYCLED ....: " WS-REJECTS-RECYCLED.
040750     DISPLAY "  PERIOD OVERRIDES ....: " WS-PERIOD-OVERRIDES.
040800     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
040900        DISPLAY "GLJMAINT: RUN IS OUT OF BALANCE"
041000        MOVE 16 TO RETURN-CODE
041100     ELSE
041200        IF WS-ENTRIES-IN-ERROR > ZERO
041300           OR WS-TEMPLATES-HELD > ZERO
041400           MOVE 4 TO RETURN-CODE
041500        ELSE
041600           MOVE 0 TO RETURN-CODE
041700        END-IF
041800     END-IF.
041900
042000*    THE DECK IS READ AHEAD ONE RECORD: EACH GROUP GATHERS
042100*    LINES UNTIL THE ENTRY ID OR THE CODE CHANGES, AND THE
042200*    RECORD THAT ENDED IT STARTS THE NEXT GROUP.
042300 MAIN-PROCESS.
042400     PERFORM READ-NEXT-TRANSACTION.
042500     PERFORM APPLY-ONE-GROUP
042600             UNTIL WS-GJTRAN-AT-END = "Y".
042700
042800 READ-NEXT-TRANSACTION.
042900     READ GL-JE-TRANSACTION-FILE
043000          AT END MOVE "Y" TO WS-GJTRAN-AT-END.
043100     IF WS-GJTRAN-AT-END NOT = "Y"
043200        ADD 1 TO WS-TRANS-READ
043300     END-IF.
043400
043500 APPLY-ONE-GROUP.
043600     PERFORM GATHER-TRANSACTION-GROUP.
043700     EVALUATE WS-GROUP-CODE
043800        WHEN "E"
043900             PERFORM APPLY-JOURNAL-ENTRY
044000        WHEN "T"
044100             PERFORM STORE-TEMPLATE
044200        WHEN "X"
044300             PERFORM DROP-TEMPLATE
044400        WHEN OTHER
044500             DISPLAY "GLJMAINT: INVALID TRANSACTION CODE FOR "
044600                     WS-GROUP-ID
044700             MOVE "INV" TO WS-REJECT-CODE
044800             MOVE "INVALID TRAN CODE" TO WS-REJECT-TEXT
044900             PERFORM REJECT-GROUP
045000     END-EVALUATE.
045100
045200 GATHER-TRANSACTION-GROUP.
045300     MOVE GJTRAN-CODE         TO WS-GROUP-CODE.
045400     MOVE GJTRAN-ENTRY-ID     TO WS-GROUP-ID.
045500     MOVE GJTRAN-POST-DATE    TO WS-GROUP-POST-DATE.
045600     MOVE GJTRAN-REVERSE-FLAG TO WS-GROUP-REVERSE-FLAG.
045650     MOVE GJTRAN-PERIOD-OVERRIDE TO WS-GROUP-OVERRIDE-CODE.
045700     MOVE ZERO TO WS-GROUP-LINE-COUNT.
045800     MOVE "N" TO WS-GROUP-OVERFLOW-SWITCH.
045900     PERFORM GATHER-ONE-LINE
046000             UNTIL WS-GJTRAN-AT-END = "Y"
046100                OR GJTRAN-ENTRY-ID NOT = WS-GROUP-ID
046200                OR GJTRAN-CODE NOT = WS-GROUP-CODE.
046300
046400 GATHER-ONE-LINE.
046500     IF WS-GROUP-LINE-COUNT < 99
046600        ADD 1 TO WS-GROUP-LINE-COUNT
046700        MOVE WS-GROUP-LINE-COUNT TO WS-GROUP-SUB
046800        MOVE GL-JE-TRANSACTION-RECORD
046900             TO WS-GL-RAW-TRANSACTION (WS-GROUP-SUB)
047000        MOVE GJTRAN-POST-DATE TO WS-GL-POST-DATE (WS-GROUP-SUB)
047100        MOVE GJTRAN-ACCOUNT   TO WS-GL-ACCOUNT (WS-GROUP-SUB)
047200        MOVE GJTRAN-DEBIT-AMOUNT
047300             TO WS-GL-DEBIT-AMOUNT (WS-GROUP-SUB)
047400        MOVE GJTRAN-CREDIT-AMOUNT
047500             TO WS-GL-CREDIT-AMOUNT (WS-GROUP-SUB)
047600        IF GJTRAN-REFERENCE = SPACES
047700           MOVE GJTRAN-ENTRY-ID
047800                TO WS-GL-REFERENCE (WS-GROUP-SUB)
047900        ELSE
048000           MOVE GJTRAN-REFERENCE
048100                TO WS-GL-REFERENCE (WS-GROUP-SUB)
048200        END-IF
048300     ELSE
048400        MOVE "Y" TO WS-GROUP-OVERFLOW-SWITCH
048500     END-IF.
048600     PERFORM READ-NEXT-TRANSACTION.
048700
048800 APPLY-JOURNAL-ENTRY.
048900     PERFORM VALIDATE-ENTRY-GROUP.
049000     IF NOT WS-ENTRY-VALID
049100        PERFORM REJECT-GROUP
049200     ELSE
049300        MOVE "MJ" TO WS-POST-SOURCE
049400        MOVE WS-GROUP-POST-DATE TO WS-POST-DATE
049500        MOVE "N" TO WS-POST-REVERSED-SWITCH
049600        PERFORM POST-GROUP-ENTRY
049700        ADD 1 TO WS-ENTRIES-POSTED
049800        MOVE "POST" TO AUD-ACTION
049900        PERFORM WRITE-POSTING-AUDIT
049950        PERFORM AUDIT-PERIOD-OVERRIDE
050000        IF WS-GROUP-AUTO-REVERSE
050100           PERFORM POST-GROUP-REVERSAL
050200        END-IF
050300     END-IF.
050400
050500*    THE MIRROR ENTRY -- EVERY DEBIT BECOMES A CREDIT AND
050600*    EVERY CREDIT A DEBIT -- DATED THE FIRST DAY OF THE
050700*    PERIOD AFTER THE ENTRY'S OWN.
050800 POST-GROUP-REVERSAL.
050900     MOVE WS-POST-DATE TO WS-NEXT-PERIOD-DATE-N.
051000     PERFORM ADVANCE-TO-NEXT-PERIOD.
051100     MOVE WS-NEXT-PERIOD-DATE-N TO WS-POST-DATE.
051200     MOVE "Y" TO WS-POST-REVERSED-SWITCH.
051300     PERFORM POST-GROUP-ENTRY.
051400     ADD 1 TO WS-REVERSALS-POSTED.
051500     MOVE "REVERSE" TO AUD-ACTION.
051600     PERFORM WRITE-POSTING-AUDIT.
051700
051800*    A KEYED ENTRY OR TEMPLATE IS TAKEN WHOLE OR NOT AT ALL:
051900*    EVERY LINE NEEDS AN ACTIVE POSTING ACCOUNT ON THE CHART
052000*    AND EXACTLY ONE OF A DEBIT OR A CREDIT, A ONE-TIME ENTRY
052100*    NEEDS ONE REAL POST DATE ON EVERY LINE, AND THE DEBITS
052200*    MUST EQUAL THE CREDITS.
052300 VALIDATE-ENTRY-GROUP.
052400     MOVE "Y" TO WS-ENTRY-VALID-SWITCH.
052500     MOVE ZERO TO WS-GROUP-DEBITS.
052600     MOVE ZERO TO WS-GROUP-CREDITS.
052700     IF WS-GROUP-OVERFLOW
052800        MOVE "N" TO WS-ENTRY-VALID-SWITCH
052900        MOVE "LIN" TO WS-REJECT-CODE
053000        MOVE "MORE THAN 99 LINES" TO WS-REJECT-TEXT
053100     END-IF.
053200     IF WS-ENTRY-VALID
053300        AND WS-GROUP-ID = SPACES
053400        MOVE "N" TO WS-ENTRY-VALID-SWITCH
053500        MOVE "EID" TO WS-REJECT-CODE
053600        MOVE "ENTRY ID BLANK" TO WS-REJECT-TEXT
053700     END-IF.
053800     IF WS-ENTRY-VALID
053900        AND WS-GROUP-CODE = "E"
054000        PERFORM VALIDATE-ENTRY-DATE
054100     END-IF.
054200     PERFORM VALIDATE-ONE-GROUP-LINE
054300             VARYING WS-GROUP-SUB FROM 1 BY 1
054400             UNTIL WS-GROUP-SUB > WS-GROUP-LINE-COUNT
054500                OR NOT WS-ENTRY-VALID.
054600     IF WS-ENTRY-VALID
054700        AND WS-GROUP-DEBITS NOT = WS-GROUP-CREDITS
054800        MOVE "N" TO WS-ENTRY-VALID-SWITCH
054900        MOVE "BAL" TO WS-REJECT-CODE
055000        MOVE "DEBITS NOT = CREDITS" TO WS-REJECT-TEXT
055100     END-IF.
055200     IF WS-ENTRY-VALID
055300        AND WS-GROUP-DEBITS = ZERO
055400        MOVE "N" TO WS-ENTRY-VALID-SWITCH
055500        MOVE "AMT" TO WS-REJECT-CODE
055600        MOVE "ENTRY HAS NO AMOUNT" TO WS-REJECT-TEXT
055700     END-IF.
055800
055900*    DATECALC ANSWERS "ER" FOR A DATE THAT ISN'T ONE.
056000 VALIDATE-ENTRY-DATE.
056100     MOVE "A"                TO DATECALC-FUNCTION.
056200     MOVE WS-GROUP-POST-DATE TO DATECALC-DATE-1.
056300     MOVE ZERO               TO DATECALC-DAYS.
056400     IF WS-GROUP-POST-DATE IS NUMERIC
056500        CALL "DATECALC" USING GLJMAINT-DATECALC-PARM
056600     ELSE
056700        MOVE "ER" TO DATECALC-FEEDBACK
056800     END-IF.
056900     IF DATECALC-FEEDBACK NOT = "OK"
057000        MOVE "N" TO WS-ENTRY-VALID-SWITCH
057100        MOVE "DAT" TO WS-REJECT-CODE
057200        MOVE "INVALID POST DATE" TO WS-REJECT-TEXT
057300     END-IF.
057303*    NOTHING POSTS INTO A MONTH ALREADY CLOSED UNLESS IT IS
057306*    A CONTROLLER'S PRIOR-PERIOD ADJUSTMENT, AND NOTHING AT
057309*    ALL INTO A FISCAL YEAR YRCLOSE HAS CLOSED -- SEE PERLOCK.
057312     IF WS-ENTRY-VALID
057315        MOVE "GLJMAINT"             TO PERLOCK-PROGRAM-NAME
057318        MOVE GLJMAINT-OPERATOR-ID   TO PERLOCK-OPERATOR-ID
057321        MOVE WS-GROUP-ID            TO PERLOCK-RECORD-KEY
057324        MOVE WS-GROUP-POST-DATE     TO PERLOCK-TRAN-DATE
057327        MOVE WS-GROUP-OVERRIDE-CODE TO PERLOCK-OVERRIDE-CODE
057329        MOVE "C"                    TO PERLOCK-FUNCTION
057330        CALL "PERLOCK" USING GLJMAINT-PERLOCK-PARM
057333        EVALUATE TRUE
057342           WHEN PERLOCK-YEAR-CLOSED
057345              MOVE "N" TO WS-ENTRY-VALID-SWITCH
057348              MOVE "CLS" TO WS-REJECT-CODE
057351              MOVE "POSTED INTO CLOSED YEAR" TO WS-REJECT-TEXT
057354           WHEN PERLOCK-NOT-AUTHORIZED
057357              MOVE "N" TO WS-ENTRY-VALID-SWITCH
057360              MOVE "POA" TO WS-REJECT-CODE
057363              MOVE "OVERRIDE NOT AUTHORIZED" TO WS-REJECT-TEXT
057366           WHEN NOT PERLOCK-POSTABLE
057369              MOVE "N" TO WS-ENTRY-VALID-SWITCH
057372              MOVE "PCL" TO WS-REJECT-CODE
057375              MOVE "PERIOD CLOSED" TO WS-REJECT-TEXT
057378        END-EVALUATE
057381     END-IF.
057400
057410*    AN OVERRIDE IS COUNTED AND AUDITED ONLY ONCE THE WHOLE
057420*    ENTRY IS ON THE JOURNAL -- ONE THAT A LATER LINE SENDS
057430*    TO THE RECYCLE FILE NEVER POSTED.
057440 AUDIT-PERIOD-OVERRIDE.
057450     IF PERLOCK-OVERRIDDEN
057460        ADD 1 TO WS-PERIOD-OVERRIDES
057470        MOVE "A" TO PERLOCK-FUNCTION
057480        CALL "PERLOCK" USING GLJMAINT-PERLOCK-PARM
057490     END-IF.
057495
057500 VALIDATE-ONE-GROUP-LINE.
057600     EVALUATE TRUE
057700        WHEN WS-GROUP-CODE = "E"
057800             AND WS-GL-POST-DATE (WS-GROUP-SUB)
057900                 NOT = WS-GROUP-POST-DATE
058000           MOVE "N" TO WS-ENTRY-VALID-SWITCH
058100           MOVE "DAT" TO WS-REJECT-CODE
058200           MOVE "LINES DATED DIFFERENTLY" TO WS-REJECT-TEXT
058300        WHEN WS-GL-DEBIT-AMOUNT (WS-GROUP-SUB) NOT NUMERIC
058400             OR WS-GL-CREDIT-AMOUNT (WS-GROUP-SUB) NOT NUMERIC
058500           MOVE "N" TO WS-ENTRY-VALID-SWITCH
058600           MOVE "AMT" TO WS-REJECT-CODE
058700           MOVE "INVALID AMOUNT" TO WS-REJECT-TEXT
058800        WHEN WS-GL-DEBIT-AMOUNT (WS-GROUP-SUB) > ZERO
058900             AND WS-GL-CREDIT-AMOUNT (WS-GROUP-SUB) > ZERO
059000           MOVE "N" TO WS-ENTRY-VALID-SWITCH
059100           MOVE "AMT" TO WS-REJECT-CODE
059200           MOVE "LINE BOTH DEBIT AND CREDIT" TO WS-REJECT-TEXT
059300        WHEN WS-GL-DEBIT-AMOUNT (WS-GROUP-SUB) = ZERO
059400             AND WS-GL-CREDIT-AMOUNT (WS-GROUP-SUB) = ZERO
059500           MOVE "N" TO WS-ENTRY-VALID-SWITCH
059600           MOVE "AMT" TO WS-REJECT-CODE
059700           MOVE "LINE HAS NO AMOUNT" TO WS-REJECT-TEXT
059800        WHEN OTHER
059900           PERFORM VALIDATE-LINE-ACCOUNT
060000     END-EVALUATE.
060100     IF WS-ENTRY-VALID
060200        ADD WS-GL-DEBIT-AMOUNT (WS-GROUP-SUB)
060300            TO WS-GROUP-DEBITS
060400        ADD WS-GL-CREDIT-AMOUNT (WS-GROUP-SUB)
060500            TO WS-GROUP-CREDITS
060600     END-IF.
060700
060800 VALIDATE-LINE-ACCOUNT.
060900     MOVE WS-GL-ACCOUNT (WS-GROUP-SUB) TO GLA-ACCOUNT.
061000     READ GL-ACCOUNT-FILE
061100         INVALID KEY
061200            MOVE "N" TO WS-ENTRY-VALID-SWITCH
061300            MOVE "ACN" TO WS-REJECT-CODE
061400            MOVE "ACCOUNT NOT ON CHART" TO WS-REJECT-TEXT
061500         NOT INVALID KEY
061600            IF NOT GLA-ACTIVE
061700               MOVE "N" TO WS-ENTRY-VALID-SWITCH
061800               MOVE "STA" TO WS-REJECT-CODE
061900               MOVE "ACCOUNT INACTIVE" TO WS-REJECT-TEXT
062000            ELSE
062100               IF NOT GLA-POSTING
062200                  MOVE "N" TO WS-ENTRY-VALID-SWITCH
062300                  MOVE "PFL" TO WS-REJECT-CODE
062400                  MOVE "SUMMARY ACCOUNT" TO WS-REJECT-TEXT
062500               END-IF
062600            END-IF
062700     END-READ.
062800
062900*    ONE JOURNAL ENTRY FROM THE GATHERED LINES, UNDER
063000*    WS-POST-SOURCE AND DATED WS-POST-DATE -- MIRRORED WHEN
063100*    IT IS THE REVERSAL.
063200 POST-GROUP-ENTRY.
063300     ADD 1 TO WS-ENTRY-NUMBER.
063400     MOVE ZERO TO WS-LINE-NUMBER.
063500     PERFORM POST-ONE-GROUP-LINE
063600             VARYING WS-GROUP-SUB FROM 1 BY 1
063700             UNTIL WS-GROUP-SUB > WS-GROUP-LINE-COUNT.
063800
063900 POST-ONE-GROUP-LINE.
064000     MOVE WS-GL-ACCOUNT (WS-GROUP-SUB) TO JE-ACCOUNT.
064100     MOVE WS-POST-SOURCE TO JE-SOURCE.
064200     IF WS-POST-REVERSED
064300        MOVE WS-GL-CREDIT-AMOUNT (WS-GROUP-SUB)
064400             TO JE-DEBIT-AMOUNT
064500        MOVE WS-GL-DEBIT-AMOUNT (WS-GROUP-SUB)
064600             TO JE-CREDIT-AMOUNT
064700        MOVE SPACES TO JE-REFERENCE
064800        STRING "REV " WS-GROUP-ID
064900               DELIMITED BY SIZE INTO JE-REFERENCE
065000     ELSE
065100        MOVE WS-GL-DEBIT-AMOUNT (WS-GROUP-SUB)
065200             TO JE-DEBIT-AMOUNT
065300        MOVE WS-GL-CREDIT-AMOUNT (WS-GROUP-SUB)
065400             TO JE-CREDIT-AMOUNT
065500        MOVE WS-GL-REFERENCE (WS-GROUP-SUB) TO JE-REFERENCE
065600     END-IF.
065700     PERFORM WRITE-JOURNAL-LINE.
065800
065900 WRITE-JOURNAL-LINE.
066000     ADD 1 TO WS-LINE-NUMBER.
066100     MOVE WS-ENTRY-NUMBER TO JE-ENTRY-NUMBER.
066200     MOVE WS-LINE-NUMBER  TO JE-LINE-NUMBER.
066300     MOVE WS-POST-DATE    TO JE-POST-DATE.
066400     WRITE GL-JOURNAL-RECORD.
066500     ADD JE-DEBIT-AMOUNT  TO WS-TOTAL-DEBITS.
066600     ADD JE-CREDIT-AMOUNT TO WS-TOTAL-CREDITS.
066700     MOVE JE-ENTRY-NUMBER  TO RGL-ENTRY-NUMBER.
066800     MOVE JE-LINE-NUMBER   TO RGL-LINE-NUMBER.
066900     MOVE JE-ACCOUNT       TO RGL-ACCOUNT.
067000     MOVE JE-DEBIT-AMOUNT  TO RGL-DEBIT-AMOUNT.
067100     MOVE JE-CREDIT-AMOUNT TO RGL-CREDIT-AMOUNT.
067200     MOVE JE-REFERENCE     TO RGL-REFERENCE.
067300     WRITE JOURNAL-ENTRY-REGISTER-LINE FROM REGISTER-DETAIL-LINE.
067400
067500*    A TEMPLATE IS REPLACED WHOLE -- THE OLD LINES COME OFF
067600*    FIRST -- BUT KEEPS THE PERIOD IT LAST POSTED FOR, SO
067700*    REKEYING ONE MID-MONTH DOESN'T POST IT A SECOND TIME.
067800 STORE-TEMPLATE.
067900     PERFORM VALIDATE-ENTRY-GROUP.
068000     IF NOT WS-ENTRY-VALID
068100        PERFORM REJECT-GROUP
068200     ELSE
068300        PERFORM REMOVE-TEMPLATE-LINES
068400        IF WS-TEMPLATE-LINES-REMOVED > ZERO
068500           MOVE "CHANGE" TO AUD-ACTION
068600        ELSE
068700           MOVE "ADD" TO AUD-ACTION
068800        END-IF
068900        PERFORM WRITE-ONE-TEMPLATE-LINE
069000                VARYING WS-GROUP-SUB FROM 1 BY 1
069100                UNTIL WS-GROUP-SUB > WS-GROUP-LINE-COUNT
069200        ADD 1 TO WS-TEMPLATES-STORED
069300        PERFORM WRITE-TEMPLATE-AUDIT
069400     END-IF.
069500
069600*    TAKES EVERY LINE OF WS-GROUP-ID OFF GLRECUR, COUNTING
069700*    THEM AND KEEPING THE LAST PERIOD THE TEMPLATE POSTED FOR.
069800 REMOVE-TEMPLATE-LINES.
069900     MOVE ZERO TO WS-TEMPLATE-LINES-REMOVED.
070000     MOVE ZERO TO WS-TEMPLATE-LAST-PERIOD.
070100     MOVE WS-GROUP-ID TO GRT-TEMPLATE-ID.
070200     MOVE ZERO        TO GRT-LINE-NUMBER.
070300     MOVE "N" TO WS-GLRECUR-AT-END.
070400     START GL-RECURRING-FILE KEY IS NOT LESS THAN GRT-KEY
070500         INVALID KEY
070600            MOVE "Y" TO WS-GLRECUR-AT-END
070700     END-START.
070800     IF WS-GLRECUR-AT-END NOT = "Y"
070900        PERFORM READ-NEXT-TEMPLATE-LINE
071000     END-IF.
071100     PERFORM REMOVE-ONE-TEMPLATE-LINE
071200             UNTIL WS-GLRECUR-AT-END = "Y"
071300                OR GRT-TEMPLATE-ID NOT = WS-GROUP-ID.
071400
071500 READ-NEXT-TEMPLATE-LINE.
071600     READ GL-RECURRING-FILE NEXT RECORD
071700          AT END MOVE "Y" TO WS-GLRECUR-AT-END.
071800
071900 REMOVE-ONE-TEMPLATE-LINE.
072000     ADD 1 TO WS-TEMPLATE-LINES-REMOVED.
072100     MOVE GRT-LAST-PERIOD TO WS-TEMPLATE-LAST-PERIOD.
072200     DELETE GL-RECURRING-FILE RECORD.
072300     PERFORM READ-NEXT-TEMPLATE-LINE.
072400
072500 WRITE-ONE-TEMPLATE-LINE.
072600     MOVE SPACES TO GL-RECURRING-RECORD.
072700     MOVE WS-GROUP-ID TO GRT-TEMPLATE-ID.
072800     MOVE WS-GROUP-SUB TO GRT-LINE-NUMBER.
072900     MOVE WS-GL-ACCOUNT (WS-GROUP-SUB) TO GRT-ACCOUNT.
073000     MOVE WS-GL-DEBIT-AMOUNT (WS-GROUP-SUB) TO GRT-DEBIT-AMOUNT.
073100     MOVE WS-GL-CREDIT-AMOUNT (WS-GROUP-SUB)
073200          TO GRT-CREDIT-AMOUNT.
073300     MOVE WS-GROUP-REVERSE-FLAG TO GRT-REVERSE-FLAG.
073400     MOVE WS-GL-REFERENCE (WS-GROUP-SUB) TO GRT-REFERENCE.
073500     MOVE WS-TEMPLATE-LAST-PERIOD TO GRT-LAST-PERIOD.
073600     WRITE GL-RECURRING-RECORD
073700         INVALID KEY
073800            DISPLAY "GLJMAINT: TEMPLATE " WS-GROUP-ID
073900                    " LINE " WS-GROUP-SUB " NOT WRITTEN"
074000     END-WRITE.
074100
074200 DROP-TEMPLATE.
074300     PERFORM REMOVE-TEMPLATE-LINES.
074400     IF WS-TEMPLATE-LINES-REMOVED = ZERO
074500        DISPLAY "GLJMAINT: TEMPLATE " WS-GROUP-ID
074600                " NOT ON FILE, DROP REJECTED"
074700        MOVE "NOF" TO WS-REJECT-CODE
074800        MOVE "TEMPLATE NOT ON FILE" TO WS-REJECT-TEXT
074900        PERFORM REJECT-GROUP
075000     ELSE
075100        ADD 1 TO WS-TEMPLATES-DROPPED
075200        MOVE "DELETE" TO AUD-ACTION
075300        MOVE ZERO TO WS-GROUP-DEBITS
075400        PERFORM WRITE-TEMPLATE-AUDIT
075500     END-IF.
075600
075700*    EVERY TEMPLATE NOT YET POSTED FOR THE OPEN PERIOD POSTS
075800*    NOW, DATED THE PERIOD'S LAST DAY.  ONE WHOSE ACCOUNTS NO
075900*    LONGER PASS THE CHART IS HELD, NOT POSTED IN PART --
076000*    IT STAYS DUE AND POSTS ON THE FIRST RUN AFTER THE CHART
076100*    OR THE TEMPLATE IS FIXED.
076200 POST-RECURRING-ENTRIES.
076300     PERFORM FIND-PERIOD-END-DATE.
076400     PERFORM FIND-DUE-TEMPLATES.
076500     PERFORM POST-ONE-DUE-TEMPLATE
076600             VARYING WS-DUE-SUB FROM 1 BY 1
076700             UNTIL WS-DUE-SUB > WS-DUE-COUNT.
076800
076900 FIND-PERIOD-END-DATE.
077000     COMPUTE WS-NEXT-PERIOD-DATE-N = WS-OPEN-PERIOD * 100 + 1.
077100     PERFORM ADVANCE-TO-NEXT-PERIOD.
077200     MOVE "A"                   TO DATECALC-FUNCTION.
077300     MOVE WS-NEXT-PERIOD-DATE-N TO DATECALC-DATE-1.
077400     MOVE -1                    TO DATECALC-DAYS.
077500     CALL "DATECALC" USING GLJMAINT-DATECALC-PARM.
077600     MOVE DATECALC-RESULT-DATE  TO WS-PERIOD-END-DATE.
077700
077800 ADVANCE-TO-NEXT-PERIOD.
077900     IF WS-NEXT-MONTH = 12
078000        ADD 1 TO WS-NEXT-YEAR
078100        MOVE 1 TO WS-NEXT-MONTH
078200     ELSE
078300        ADD 1 TO WS-NEXT-MONTH
078400     END-IF.
078500     MOVE 1 TO WS-NEXT-DAY.
078600
078700 FIND-DUE-TEMPLATES.
078800     MOVE LOW-VALUES TO GRT-KEY.
078900     MOVE "N" TO WS-GLRECUR-AT-END.
079000     MOVE SPACES TO WS-LAST-TEMPLATE-ID.
079100     START GL-RECURRING-FILE KEY IS NOT LESS THAN GRT-KEY
079200         INVALID KEY
079300            MOVE "Y" TO WS-GLRECUR-AT-END
079400     END-START.
079500     IF WS-GLRECUR-AT-END NOT = "Y"
079600        PERFORM READ-NEXT-TEMPLATE-LINE
079700     END-IF.
079800     PERFORM NOTE-ONE-DUE-TEMPLATE
079900             UNTIL WS-GLRECUR-AT-END = "Y".
080000
080100 NOTE-ONE-DUE-TEMPLATE.
080200     IF GRT-TEMPLATE-ID NOT = WS-LAST-TEMPLATE-ID
080300        MOVE GRT-TEMPLATE-ID TO WS-LAST-TEMPLATE-ID
080400        IF GRT-LAST-PERIOD < WS-OPEN-PERIOD
080500           IF WS-DUE-COUNT < 500
080600              ADD 1 TO WS-DUE-COUNT
080700              MOVE GRT-TEMPLATE-ID
080800                   TO WS-DUE-TEMPLATE-ID (WS-DUE-COUNT)
080900           ELSE
081000              DISPLAY "GLJMAINT: DUE TABLE FULL, TEMPLATE "
081100                      GRT-TEMPLATE-ID " WAITS FOR NEXT RUN"
081200           END-IF
081300        END-IF
081400     END-IF.
081500     PERFORM READ-NEXT-TEMPLATE-LINE.
081600
081700 POST-ONE-DUE-TEMPLATE.
081800     MOVE WS-DUE-TEMPLATE-ID (WS-DUE-SUB) TO WS-GROUP-ID.
081900     PERFORM GATHER-TEMPLATE-GROUP.
082000     PERFORM VALIDATE-ENTRY-GROUP.
082100     IF NOT WS-ENTRY-VALID
082200        ADD 1 TO WS-TEMPLATES-HELD
082300        DISPLAY "GLJMAINT: TEMPLATE " WS-GROUP-ID " HELD -- "
082400                WS-REJECT-TEXT
082500     ELSE
082600        MOVE "RJ" TO WS-POST-SOURCE
082700        MOVE WS-PERIOD-END-DATE TO WS-POST-DATE
082800        MOVE "N" TO WS-POST-REVERSED-SWITCH
082900        PERFORM POST-GROUP-ENTRY
083000        ADD 1 TO WS-RECURRING-POSTED
083100        MOVE "POST" TO AUD-ACTION
083200        PERFORM WRITE-POSTING-AUDIT
083300        IF WS-GROUP-AUTO-REVERSE
083400           PERFORM POST-GROUP-REVERSAL
083500        END-IF
083600        PERFORM MARK-TEMPLATE-POSTED
083700     END-IF.
083800
083900 GATHER-TEMPLATE-GROUP.
084000     MOVE "T" TO WS-GROUP-CODE.
084100     MOVE ZERO TO WS-GROUP-LINE-COUNT.
084200     MOVE "N" TO WS-GROUP-OVERFLOW-SWITCH.
084300     MOVE SPACES TO WS-GROUP-REVERSE-FLAG.
084400     MOVE WS-GROUP-ID TO GRT-TEMPLATE-ID.
084500     MOVE ZERO        TO GRT-LINE-NUMBER.
084600     MOVE "N" TO WS-GLRECUR-AT-END.
084700     START GL-RECURRING-FILE KEY IS NOT LESS THAN GRT-KEY
084800         INVALID KEY
084900            MOVE "Y" TO WS-GLRECUR-AT-END
085000     END-START.
085100     IF WS-GLRECUR-AT-END NOT = "Y"
085200        PERFORM READ-NEXT-TEMPLATE-LINE
085300     END-IF.
085400     PERFORM GATHER-ONE-TEMPLATE-LINE
085500             UNTIL WS-GLRECUR-AT-END = "Y"
085600                OR GRT-TEMPLATE-ID NOT = WS-GROUP-ID.
085700
085800 GATHER-ONE-TEMPLATE-LINE.
085900     IF WS-GROUP-LINE-COUNT < 99
086000        ADD 1 TO WS-GROUP-LINE-COUNT
086100        MOVE WS-GROUP-LINE-COUNT TO WS-GROUP-SUB
086200        IF WS-GROUP-SUB = 1
086300           MOVE GRT-REVERSE-FLAG TO WS-GROUP-REVERSE-FLAG
086400        END-IF
086500        MOVE SPACES TO WS-GL-RAW-TRANSACTION (WS-GROUP-SUB)
086600        MOVE ZERO TO WS-GL-POST-DATE (WS-GROUP-SUB)
086700        MOVE GRT-ACCOUNT TO WS-GL-ACCOUNT (WS-GROUP-SUB)
086800        MOVE GRT-DEBIT-AMOUNT
086900             TO WS-GL-DEBIT-AMOUNT (WS-GROUP-SUB)
087000        MOVE GRT-CREDIT-AMOUNT
087100             TO WS-GL-CREDIT-AMOUNT (WS-GROUP-SUB)
087200        MOVE GRT-REFERENCE TO WS-GL-REFERENCE (WS-GROUP-SUB)
087300     ELSE
087400        MOVE "Y" TO WS-GROUP-OVERFLOW-SWITCH
087500     END-IF.
087600     PERFORM READ-NEXT-TEMPLATE-LINE.
087700
087800 MARK-TEMPLATE-POSTED.
087900     MOVE WS-GROUP-ID TO GRT-TEMPLATE-ID.
088000     MOVE ZERO        TO GRT-LINE-NUMBER.
088100     MOVE "N" TO WS-GLRECUR-AT-END.
088200     START GL-RECURRING-FILE KEY IS NOT LESS THAN GRT-KEY
088300         INVALID KEY
088400            MOVE "Y" TO WS-GLRECUR-AT-END
088500     END-START.
088600     IF WS-GLRECUR-AT-END NOT = "Y"
088700        PERFORM READ-NEXT-TEMPLATE-LINE
088800     END-IF.
088900     PERFORM MARK-ONE-TEMPLATE-LINE
089000             UNTIL WS-GLRECUR-AT-END = "Y"
089100                OR GRT-TEMPLATE-ID NOT = WS-GROUP-ID.
089200
089300 MARK-ONE-TEMPLATE-LINE.
089400     MOVE WS-OPEN-PERIOD TO GRT-LAST-PERIOD.
089500     REWRITE GL-RECURRING-RECORD.
089600     PERFORM READ-NEXT-TEMPLATE-LINE.
089700
089800*    THE OPEN PERIOD COMES OFF THE PERIOD-CONTROL FILE --
089900*    SEE PERCTL.
090000 RESOLVE-OPEN-PERIOD.
090100     MOVE "G" TO PERCTL-FUNCTION.
090200     CALL "PERCTL" USING GLJMAINT-PERCTL-PARM.
090300     MOVE PERCTL-PERIOD TO WS-OPEN-PERIOD.
090400
090500*    ONE AUDIT RECORD PER ENTRY POSTED -- KEYED BY THE ENTRY
090600*    OR TEMPLATE ID, WITH THE SOURCE, POST DATE AND JOURNAL
090700*    ENTRY NUMBER AS THE FIELD AND THE ENTRY TOTAL AS THE
090800*    NEW VALUE.
090900 WRITE-POSTING-AUDIT.
091000     MOVE WS-GROUP-ID      TO AUD-ENTRY-ID.
091100     MOVE WS-POST-SOURCE   TO AUD-POST-SOURCE.
091200     MOVE WS-POST-DATE     TO AUD-POST-DATE.
091300     MOVE WS-ENTRY-NUMBER  TO AUD-POST-ENTRY.
091400     MOVE WS-AUDIT-POSTING TO AUD-FIELD-CHANGED.
091500     MOVE SPACES           TO AUD-OLD-VALUE.
091600     MOVE WS-GROUP-DEBITS  TO WS-AMOUNT-EDIT.
091700     MOVE WS-AMOUNT-EDIT   TO AUD-NEW-VALUE.
091800     PERFORM WRITE-AUDIT-RECORD.
091900
092000 WRITE-TEMPLATE-AUDIT.
092100     MOVE WS-GROUP-ID      TO AUD-ENTRY-ID.
092200     MOVE "GLRECUR TEMPLATE" TO AUD-FIELD-CHANGED.
092300     MOVE SPACES           TO AUD-OLD-VALUE.
092400     MOVE WS-GROUP-DEBITS  TO WS-AMOUNT-EDIT.
092500     MOVE WS-AMOUNT-EDIT   TO AUD-NEW-VALUE.
092600     PERFORM WRITE-AUDIT-RECORD.
092700
092800 WRITE-AUDIT-RECORD.
092900     MOVE "GLJMAINT"           TO AUDITLOG-PROGRAM-NAME.
093000     MOVE AUD-ENTRY-ID         TO AUDITLOG-RECORD-KEY.
093100     MOVE AUD-ACTION           TO AUDITLOG-ACTION.
093200     MOVE AUD-FIELD-CHANGED    TO AUDITLOG-FIELD-CHANGED.
093300     MOVE AUD-OLD-VALUE        TO AUDITLOG-OLD-VALUE.
093400     MOVE AUD-NEW-VALUE        TO AUDITLOG-NEW-VALUE.
093500     MOVE GLJMAINT-OPERATOR-ID TO AUDITLOG-OPERATOR-ID.
093600     CALL "AUDITLOG" USING GLJMAINT-AUDITLOG-PARM.
093700
093800*    EVERY LINE OF THE REJECTED GROUP GOES BACK TO THE
093900*    RECYCLE FILE, AS KEYED, WITH THE ONE REASON CODE; THE
094000*    CLERK'S LISTING SHOWS THE ENTRY ONCE.
094100 REJECT-GROUP.
094200     ADD 1 TO WS-ENTRIES-IN-ERROR.
094300     PERFORM WRITE-ONE-LINE-TO-RECYCLE
094400             VARYING WS-GROUP-SUB FROM 1 BY 1
094500             UNTIL WS-GROUP-SUB > WS-GROUP-LINE-COUNT.
094600     MOVE WS-GROUP-CODE        TO COR-TRAN-CODE.
094700     MOVE WS-GROUP-ID          TO COR-ENTRY-ID.
094800     MOVE WS-REJECT-CODE       TO COR-REJECT-CODE.
094900     MOVE WS-REJECT-TEXT       TO COR-REJECT-TEXT.
095000     WRITE GL-JE-CORRECTION-LINE FROM CORRECTION-DETAIL-LINE.
095100
095200 WRITE-ONE-LINE-TO-RECYCLE.
095300     MOVE WS-GL-RAW-TRANSACTION (WS-GROUP-SUB)
095400                               TO RCY-TRAN-DATA.
095500     MOVE WS-REJECT-CODE       TO RCY-REJECT-REASON.
095600     WRITE GL-JE-RECYCLE-RECORD.
095700     ADD 1 TO WS-REJECTS-RECYCLED.
