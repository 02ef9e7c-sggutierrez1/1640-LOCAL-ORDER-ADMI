001920*                     control: checks/stamps the month-end
001930*                     RUNCTL under the PERCTL open period
001940*                     so a period cannot run twice.
001952*   RWH   2026-10-14  Journal lines are checked against the
001964*                     chart of accounts (GLACHK); a bad FX
001976*                     account posts to suspense, listed on
001988*                     GLSUSPL, and the run ends RC 4.
002000*--------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
017000     05 WS-LOANS-NO-RATE       PIC 9(7) VALUE ZERO.
017100     05 WS-ENTRIES-POSTED      PIC 9(7) VALUE ZERO.
017200     05 WS-TOTAL-GAIN-LOSS     PIC S9(13)V99 VALUE ZERO.
017201     05 WS-SUSPENSE-LINES      PIC 9(7) VALUE ZERO.
017210*    THE ACCOUNTING PERIOD THIS MONTH-END RUN BELONGS TO.
017212 01  WS-PERIOD                 PIC 9(6) VALUE ZERO.
017214
017258     05 PERCTL-FUNCTION        PIC X(01).
017260     05 PERCTL-PERIOD          PIC 9(06).
017262     05 PERCTL-FEEDBACK        PIC XX.
017263
017264*    SET WHEN A LINE FAILS THE CHART CHECK AND THE CHART HAS
017265*    NO SUSPENSE ACCOUNT TO TAKE IT -- THE LINE IS WRITTEN
017266*    AS MAPPED SO THE ENTRY STAYS BALANCED, AND THE RUN ENDS
017267*    RC 16 FOR THE CHART TO BE FIXED.
017268 01  WS-NO-SUSPENSE-SWITCH     PIC X VALUE "N".
017269     88 WS-NO-SUSPENSE                   VALUE "Y".
017270
017271*    PARAMETER PASSED TO THE SHARED CHART-OF-ACCOUNTS CHECK
017272*    SUBPROGRAM -- SEE GLACHK.  GLACHK-JOURNAL-LINE IS THE
017273*    GL-JOURNAL-RECORD LAYOUT.
017274 01  CURREVAL-GLACHK-PARM.
017275     05 GLACHK-PROGRAM-NAME      PIC X(08).
017276     05 GLACHK-JOURNAL-LINE.
017277        10 GLACHK-ENTRY-NUMBER   PIC 9(7).
017278        10 GLACHK-LINE-NUMBER    PIC 9(3).
017279        10 GLACHK-POST-DATE      PIC 9(8).
017280        10 GLACHK-ACCOUNT        PIC X(8).
017281        10 GLACHK-DEBIT-AMOUNT   PIC 9(11)V99.
017282        10 GLACHK-CREDIT-AMOUNT  PIC 9(11)V99.
017283        10 GLACHK-SOURCE         PIC X(2).
017284        10 GLACHK-REFERENCE      PIC X(14).
017285     05 GLACHK-RESULT            PIC X(02).
017286         88 GLACHK-ACCOUNT-OK             VALUE "OK".
017287         88 GLACHK-NO-CHART               VALUE "NC".
017288         88 GLACHK-SUSPENDED              VALUE "NF" "IN" "SM".
017289         88 GLACHK-NO-SUSPENSE            VALUE "NS".
017290     05 GLACHK-ORIGINAL-ACCOUNT  PIC X(08).
017300
017400 01  HEADING-LINE-1.
017500     05 FILLER                 PIC X(36)
024600     DISPLAY "  LOANS REVALUED .......: " WS-LOANS-REVALUED.
024700     DISPLAY "  LOANS WITHOUT A RATE .: " WS-LOANS-NO-RATE.
024800     DISPLAY "  JOURNAL ENTRIES POSTED: " WS-ENTRIES-POSTED.
024814     DISPLAY "  LINES TO SUSPENSE ....: " WS-SUSPENSE-LINES.
024828     IF WS-NO-SUSPENSE
024842        DISPLAY "CURREVAL: CHART OF ACCOUNTS HAS NO SUSPENSE "
024856                "ACCOUNT -- UNCHECKED LINES WRITTEN AS MAPPED"
024870        MOVE 16 TO RETURN-CODE
025100     ELSE
025128        IF WS-LOANS-NO-RATE > ZERO
025156           OR WS-SUSPENSE-LINES > ZERO
025184           MOVE 4 TO RETURN-CODE
025212        ELSE
025240           MOVE 0 TO RETURN-CODE
025268        END-IF
025300     END-IF.
025310     MOVE WS-LOANS-READ       TO RUNCTL-TRANS-IN.
025320     MOVE WS-LOANS-REVALUED   TO RUNCTL-TRANS-APPLIED.
050000     MOVE WS-ENTRY-NUMBER TO JE-ENTRY-NUMBER.
050100     MOVE WS-LINE-NUMBER  TO JE-LINE-NUMBER.
050200     MOVE WS-RUN-DATE     TO JE-POST-DATE.
050250     PERFORM CHECK-JOURNAL-ACCOUNT.
050300     WRITE GL-JOURNAL-RECORD.
050306
050312*    THE ACCOUNT MUST BE ON THE CHART, ACTIVE AND POSTABLE --
050318*    GLACHK SWAPS IN THE SUSPENSE ACCOUNT WHEN IT ISN'T AND
050324*    LISTS THE LINE FOR ACCOUNTING TO RECLASS.
050330 CHECK-JOURNAL-ACCOUNT.
050336     MOVE "CURREVAL" TO GLACHK-PROGRAM-NAME.
050342     MOVE GL-JOURNAL-RECORD TO GLACHK-JOURNAL-LINE.
050348     CALL "GLACHK" USING CURREVAL-GLACHK-PARM.
050354     IF GLACHK-SUSPENDED
050360        MOVE GLACHK-ACCOUNT TO JE-ACCOUNT
050366        ADD 1 TO WS-SUSPENSE-LINES
050372     END-IF.
050378     IF GLACHK-NO-SUSPENSE
050384        MOVE "Y" TO WS-NO-SUSPENSE-SWITCH
050390     END-IF.
050400
050500 REPORT-ONE-CURRENCY.
050600     MOVE WS-GN-CURRENCY (WS-GAIN-SUB) TO DTL-CURRENCY.
