000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DUNLTR.
000300*--------------------------------------------------
000400* Dunning letters.  Every register invoice's open
000500* balance is worked out exactly as ARAGING does it
000600* -- the register total less the cash applied on
000700* CASH-RECEIPTS-FILE -- and aged from CI-INVOICE-
000800* DATE via DATECALC.  An invoice 30 days old earns
000900* a reminder, 60 days a firmer second notice, 90
001000* days a final notice.  DUNNING-LEVEL-FILE keeps
001100* the highest letter each invoice has had, so a
001200* customer only hears from us again when one of
001300* its invoices has moved up a level.  One letter
001400* per customer, at the highest level reached this
001500* run, listing every past-due invoice with the
001600* total, addressed from the customer master, one
001700* letter per page the way CUSSTMT prints.
001800*
001900* MODIFICATION HISTORY
002000*   WHO   DATE        WHAT
002100*   RWH   2026-10-15  Original version.
002200*--------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600
002700     SELECT CUSTOMER-INVOICE-REGISTER-FILE
002800         ASSIGN TO "CINVREG"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-REGISTER-FILE-STATUS.
003100
003200     SELECT CASH-RECEIPTS-FILE
003300         ASSIGN TO "CSHRCPTF"
003400         ORGANIZATION IS INDEXED
003500         RECORD KEY IS CR-KEY
003600         ACCESS MODE IS DYNAMIC
003700         FILE STATUS IS WS-RECEIPT-FILE-STATUS.
003800
003900     SELECT CUSTOMER-MASTER-FILE
004000         ASSIGN TO "CUSTMST"
004100         ORGANIZATION IS INDEXED
004200         RECORD KEY IS CUST-CUSTOMER-ID
004300         ACCESS MODE IS RANDOM
004400         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
004500
004600     SELECT DUNNING-LEVEL-FILE
004700         ASSIGN TO "DUNLVL"
004800         ORGANIZATION IS INDEXED
004900         RECORD KEY IS DL-INVOICE-NUMBER
005000         ACCESS MODE IS RANDOM
005100         FILE STATUS IS WS-DUNNING-FILE-STATUS.
005200
005300     SELECT SORT-WORK-FILE
005400         ASSIGN TO "DUNSORT".
005500
005600     SELECT DUNNING-LETTER-FILE
005700         ASSIGN TO "DUNLTRPR"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200
006300     COPY CINVREG.
006400     COPY CSHRCPT.
006500     COPY CUSMST.
006600     COPY DUNLVL.
006700
006800 SD  SORT-WORK-FILE.
006900 01  SORT-WORK-RECORD.
007000     05 SRT-CUSTOMER-ID        PIC 9(7).
007100*    THE LEVEL THIS RUN TAKES THE INVOICE TO, OR ZERO WHEN
007200*    ITS LETTER HAS ALREADY GONE.  SORTED HIGH TO LOW, SO
007300*    THE FIRST INVOICE OF A CUSTOMER CARRIES THE LETTER'S
007400*    LEVEL.
007500     05 SRT-NEW-LEVEL          PIC 9(1).
007600     05 SRT-INVOICE-DATE       PIC 9(8).
007700     05 SRT-INVOICE-NUMBER     PIC 9(7).
007800     05 SRT-AGE-DAYS           PIC 9(5).
007900     05 SRT-OPEN-AMOUNT        PIC S9(9)V99.
008000
008100 FD  DUNNING-LETTER-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  DUNNING-LETTER-LINE       PIC X(90).
008400
008500 WORKING-STORAGE SECTION.
008600
008700 01  WS-REGISTER-AT-END        PIC X VALUE "N".
008800 01  WS-SORT-AT-END            PIC X VALUE "N".
008900
009000*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
009100*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
009200     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
009300         ==WS-REGISTER-FILE-STATUS== ==PFX-FILE-OK== BY
009400         ==REGISTER-FILE-OK== ==PFX-FILE-EOF== BY
009500         ==REGISTER-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
009600         ==REGISTER-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
009700         ==REGISTER-FILE-NOT-FOUND==
009800         ==PFX-FILE-BOUNDARY-VIOLATION== BY
009900         ==REGISTER-FILE-BOUNDARY-VIOLATION==.
010000
010100     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
010200         ==WS-RECEIPT-FILE-STATUS== ==PFX-FILE-OK== BY
010300         ==RECEIPT-FILE-OK== ==PFX-FILE-EOF== BY
010400         ==RECEIPT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010500         ==RECEIPT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
010600         ==RECEIPT-FILE-NOT-FOUND==
010700         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010800         ==RECEIPT-FILE-BOUNDARY-VIOLATION==.
010900
011000     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
011100         ==WS-CUSTOMER-FILE-STATUS== ==PFX-FILE-OK== BY
011200         ==CUSTOMER-FILE-OK== ==PFX-FILE-EOF== BY
011300         ==CUSTOMER-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
011400         ==CUSTOMER-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
011500         ==CUSTOMER-FILE-NOT-FOUND==
011600         ==PFX-FILE-BOUNDARY-VIOLATION== BY
011700         ==CUSTOMER-FILE-BOUNDARY-VIOLATION==.
011800
011900     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
012000         ==WS-DUNNING-FILE-STATUS== ==PFX-FILE-OK== BY
012100         ==DUNNING-FILE-OK== ==PFX-FILE-EOF== BY
012200         ==DUNNING-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
012300         ==DUNNING-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
012400         ==DUNNING-FILE-NOT-FOUND==
012500         ==PFX-FILE-BOUNDARY-VIOLATION== BY
012600         ==DUNNING-FILE-BOUNDARY-VIOLATION==.
012700
012800 01  WS-RUN-DATE               PIC 9(8).
012900 01  WS-AGE-DAYS               PIC S9(7) VALUE ZERO.
013000 01  WS-DUE-LEVEL              PIC 9(1) VALUE ZERO.
013100
013200*    THE INVOICE BEING AGED -- OPEN BALANCE IS THE REGISTER
013300*    TOTAL LESS THE CASH APPLIED AGAINST IT.
013400 01  WS-APPLIED-TO-DATE        PIC 9(11)V99 VALUE ZERO.
013500 01  WS-OPEN-BALANCE           PIC S9(11)V99 VALUE ZERO.
013600 01  WS-RECEIPT-SCAN-AT-END    PIC X VALUE "N".
013700
013800*    PARAMETER PASSED TO THE SHARED DATE-ARITHMETIC
013900*    SUBPROGRAM -- SEE DATECALC.
014000 01  DUNLTR-DATECALC-PARM.
014100     05 DATECALC-FUNCTION      PIC X(01).
014200     05 DATECALC-DATE-1        PIC 9(8).
014300     05 DATECALC-DATE-2        PIC 9(8).
014400     05 DATECALC-DAYS          PIC S9(7).
014500     05 DATECALC-RESULT-DATE   PIC 9(8).
014600     05 DATECALC-FEEDBACK      PIC XX.
014700
014800*    THE CUSTOMER BEING WRITTEN TO.
014900 01  WS-GROUP-CUSTOMER-ID      PIC 9(7) VALUE ZERO.
015000 01  WS-GROUP-OPEN             PIC X VALUE "N".
015100 01  WS-LETTER-LEVEL           PIC 9(1) VALUE ZERO.
015200 01  WS-LETTER-TOTAL           PIC S9(11)V99 VALUE ZERO.
015300 01  WS-LETTER-LINES           PIC 9(5) VALUE ZERO.
015400*    SET AT GROUP START WHEN NOTHING HAS MOVED UP A LEVEL
015500*    OR THE CUSTOMER CANNOT BE ADDRESSED -- THE WHOLE GROUP
015600*    PRINTS NOTHING AND NO LEVEL IS RECORDED.
015700 01  WS-GROUP-SUPPRESSED       PIC X VALUE "N".
015800
015900 01  WS-CONTROL-TOTALS.
016000     05 WS-INVOICES-READ       PIC 9(7) VALUE ZERO.
016100     05 WS-INVOICES-PAST-DUE   PIC 9(7) VALUE ZERO.
016200     05 WS-REMINDERS-PRINTED   PIC 9(7) VALUE ZERO.
016300     05 WS-SECOND-NOTICES      PIC 9(7) VALUE ZERO.
016400     05 WS-FINAL-NOTICES       PIC 9(7) VALUE ZERO.
016500     05 WS-LEVELS-RECORDED     PIC 9(7) VALUE ZERO.
016600     05 WS-CUSTOMERS-NOT-FOUND PIC 9(7) VALUE ZERO.
016700
016800 01  LETTER-DATE-LINE.
016900     05 FILLER                 PIC X(50) VALUE SPACES.
017000     05 FILLER                 PIC X(06) VALUE "DATE: ".
017100     05 LDL-RUN-DATE           PIC 9(8).
017200
017300 01  LETTER-TITLE-LINE.
017400     05 LTL-TITLE              PIC X(35).
017500     05 FILLER                 PIC X(11) VALUE " CUSTOMER ".
017600     05 LTL-CUSTOMER-ID        PIC 9(7).
017700
017800 01  LETTER-NAME-LINE.
017900     05 FILLER                 PIC X(05) VALUE SPACES.
018000     05 LNL-NOMBRE             PIC X(30).
018100
018200 01  LETTER-ADDRESS-LINE.
018300     05 FILLER                 PIC X(05) VALUE SPACES.
018400     05 LAL-ADDRESS            PIC X(30).
018500
018600 01  LETTER-CITY-LINE.
018700     05 FILLER                 PIC X(05) VALUE SPACES.
018800     05 LCL-CITY               PIC X(20).
018900     05 FILLER                 PIC X(01) VALUE SPACES.
019000     05 LCL-STATE              PIC X(02).
019100     05 FILLER                 PIC X(01) VALUE SPACES.
019200     05 LCL-ZIP                PIC X(10).
019300
019400 01  LETTER-ATTENTION-LINE.
019500     05 FILLER                 PIC X(05) VALUE SPACES.
019600     05 FILLER                 PIC X(11) VALUE "ATTENTION: ".
019700     05 LAT-CONTACT            PIC X(30).
019800
019900 01  LETTER-TEXT-LINE.
020000     05 LTX-TEXT               PIC X(70).
020100
020200 01  LETTER-COLUMN-LINE.
020300     05 FILLER                 PIC X(09) VALUE "INVOICE".
020400     05 FILLER                 PIC X(10) VALUE "DATED".
020500     05 FILLER                 PIC X(15) VALUE "DAYS PAST DUE".
020600     05 FILLER                 PIC X(15) VALUE "   OPEN BALANCE".
020700
020800 01  LETTER-INVOICE-LINE.
020900     05 LIL-INVOICE-NUMBER     PIC 9(7).
021000     05 FILLER                 PIC X(02) VALUE SPACES.
021100     05 LIL-INVOICE-DATE       PIC 9(8).
021200     05 FILLER                 PIC X(05) VALUE SPACES.
021300     05 LIL-AGE-DAYS           PIC ZZZZ9.
021400     05 FILLER                 PIC X(07) VALUE SPACES.
021500     05 LIL-OPEN-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
021600
021700 01  LETTER-TOTAL-LINE.
021800     05 FILLER                 PIC X(20)
021900        VALUE "TOTAL PAST DUE ....:".
022000     05 FILLER                 PIC X(14) VALUE SPACES.
022100     05 LTT-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.
022200
022300 PROCEDURE DIVISION.
022400 PROGRAM-BEGIN.
022500     PERFORM OPENING-PROCEDURE.
022600     SORT SORT-WORK-FILE
022700          ON ASCENDING KEY SRT-CUSTOMER-ID
022800          ON DESCENDING KEY SRT-NEW-LEVEL
022900          ON ASCENDING KEY SRT-INVOICE-DATE
023000          ON ASCENDING KEY SRT-INVOICE-NUMBER
023100          INPUT PROCEDURE IS LOAD-OPEN-INVOICES
023200          OUTPUT PROCEDURE IS PRINT-DUNNING-LETTERS.
023300     PERFORM CLOSING-PROCEDURE.
023400
023500 PROGRAM-DONE.
023600     STOP RUN.
023700
023800 OPENING-PROCEDURE.
023900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024000     OPEN INPUT CASH-RECEIPTS-FILE.
024100     IF WS-RECEIPT-FILE-STATUS = "35"
024200*       NO CASH POSTED YET IS LEGAL -- EVERY INVOICE IS
024300*       SIMPLY OPEN FOR ITS FULL REGISTER TOTAL.
024400        DISPLAY "DUNLTR: NO CASH-RECEIPTS-FILE, ALL INVOICES "
024500                "DUNNED AT FULL VALUE"
024600     ELSE
024700        IF NOT RECEIPT-FILE-OK
024800           DISPLAY "DUNLTR: UNABLE TO OPEN CASH-RECEIPTS-FILE, "
024900                   "STATUS " WS-RECEIPT-FILE-STATUS
025000           MOVE 16 TO RETURN-CODE
025100           GO TO PROGRAM-DONE
025200        END-IF
025300     END-IF.
025400     OPEN INPUT CUSTOMER-MASTER-FILE.
025500     IF NOT CUSTOMER-FILE-OK
025600        DISPLAY "DUNLTR: UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
025700                "STATUS " WS-CUSTOMER-FILE-STATUS
025800        MOVE 16 TO RETURN-CODE
025900        GO TO PROGRAM-DONE
026000     END-IF.
026100*    THE FIRST RUN FINDS NO LEVEL FILE AND STARTS ONE.
026200     OPEN I-O DUNNING-LEVEL-FILE.
026300     IF WS-DUNNING-FILE-STATUS = "35"
026400        OPEN OUTPUT DUNNING-LEVEL-FILE
026500        CLOSE DUNNING-LEVEL-FILE
026600        OPEN I-O DUNNING-LEVEL-FILE
026700     END-IF.
026800     IF NOT DUNNING-FILE-OK
026900        DISPLAY "DUNLTR: UNABLE TO OPEN DUNNING-LEVEL-FILE, "
027000                "STATUS " WS-DUNNING-FILE-STATUS
027100        MOVE 16 TO RETURN-CODE
027200        CLOSE CUSTOMER-MASTER-FILE
027300        GO TO PROGRAM-DONE
027400     END-IF.
027500     OPEN OUTPUT DUNNING-LETTER-FILE.
027600
027700 CLOSING-PROCEDURE.
027800     IF RECEIPT-FILE-OK OR RECEIPT-FILE-EOF
027900        OR RECEIPT-FILE-NOT-FOUND
028000        CLOSE CASH-RECEIPTS-FILE
028100     END-IF.
028200     CLOSE CUSTOMER-MASTER-FILE.
028300     CLOSE DUNNING-LEVEL-FILE.
028400     CLOSE DUNNING-LETTER-FILE.
028500     DISPLAY "DUNLTR CONTROL TOTALS".
028600     DISPLAY "  REGISTER RECORDS READ : " WS-INVOICES-READ.
028700     DISPLAY "  INVOICES 30+ DAYS DUE : " WS-INVOICES-PAST-DUE.
028800     DISPLAY "  REMINDERS PRINTED ....: " WS-REMINDERS-PRINTED.
028900     DISPLAY "  SECOND NOTICES .......: " WS-SECOND-NOTICES.
029000     DISPLAY "  FINAL NOTICES ........: " WS-FINAL-NOTICES.
029100     DISPLAY "  INVOICE LEVELS SET ...: " WS-LEVELS-RECORDED.
029200     DISPLAY "  CUSTOMERS NOT ON FILE : " WS-CUSTOMERS-NOT-FOUND.
029300*    A FILE-OPEN FAILURE INSIDE THE SORT INPUT PROCEDURE
029400*    HAS ALREADY SET RETURN-CODE 16 -- THE CONTROL-TOTAL
029500*    VERDICT MUST NOT OVERWRITE IT.
029600     IF RETURN-CODE NOT > 4
029700        IF WS-CUSTOMERS-NOT-FOUND > ZERO
029800           MOVE 4 TO RETURN-CODE
029900        ELSE
030000           MOVE 0 TO RETURN-CODE
030100        END-IF
030200     END-IF.
030300
030400*    THE REGISTER PASS AND THE RECEIPT SUM ARE ARAGING'S, SO
030500*    A LETTER NEVER QUOTES A BALANCE THE AGING DOES NOT SHOW.
030600 LOAD-OPEN-INVOICES.
030700     OPEN INPUT CUSTOMER-INVOICE-REGISTER-FILE.
030800     MOVE "N" TO WS-REGISTER-AT-END.
030900     IF NOT REGISTER-FILE-OK
031000        DISPLAY "DUNLTR: UNABLE TO OPEN INVOICE REGISTER, "
031100                "STATUS " WS-REGISTER-FILE-STATUS
031200        MOVE 16 TO RETURN-CODE
031300        MOVE "Y" TO WS-REGISTER-AT-END
031400     END-IF.
031500     IF WS-REGISTER-AT-END NOT = "Y"
031600        PERFORM READ-NEXT-REGISTER
031700     END-IF.
031800     PERFORM LOAD-ONE-INVOICE
031900             UNTIL WS-REGISTER-AT-END = "Y".
032000     IF REGISTER-FILE-OK OR REGISTER-FILE-EOF
032100        CLOSE CUSTOMER-INVOICE-REGISTER-FILE
032200     END-IF.
032300
032400*    A CREDIT BALANCE IS OWED TO THE CUSTOMER, NOT BY IT --
032500*    ONLY A BALANCE STILL DUE IS DUNNED.
032600 LOAD-ONE-INVOICE.
032700     ADD 1 TO WS-INVOICES-READ.
032800     PERFORM SUM-RECEIPTS-FOR-INVOICE.
032900     COMPUTE WS-OPEN-BALANCE =
033000             CI-TOTAL-AMOUNT - WS-APPLIED-TO-DATE.
033100     IF WS-OPEN-BALANCE > ZERO
033200        PERFORM AGE-AND-RELEASE
033300     END-IF.
033400     PERFORM READ-NEXT-REGISTER.
033500
033600 READ-NEXT-REGISTER.
033700     READ CUSTOMER-INVOICE-REGISTER-FILE
033800          AT END MOVE "Y" TO WS-REGISTER-AT-END.
033900
034000 SUM-RECEIPTS-FOR-INVOICE.
034100     MOVE ZERO TO WS-APPLIED-TO-DATE.
034200     MOVE "Y"  TO WS-RECEIPT-SCAN-AT-END.
034300     IF RECEIPT-FILE-OK OR RECEIPT-FILE-EOF
034400        OR RECEIPT-FILE-NOT-FOUND
034500        MOVE "N" TO WS-RECEIPT-SCAN-AT-END
034600        MOVE CI-INVOICE-NUMBER TO CR-INVOICE-NUMBER
034700        MOVE ZERO              TO CR-RECEIPT-LINE
034800        START CASH-RECEIPTS-FILE KEY IS GREATER THAN CR-KEY
034900            INVALID KEY
035000               MOVE "Y" TO WS-RECEIPT-SCAN-AT-END
035100        END-START
035200        IF WS-RECEIPT-SCAN-AT-END NOT = "Y"
035300           PERFORM READ-NEXT-RECEIPT
035400        END-IF
035500        PERFORM ADD-ONE-RECEIPT
035600                UNTIL WS-RECEIPT-SCAN-AT-END = "Y"
035700     END-IF.
035800
035900 ADD-ONE-RECEIPT.
036000     IF CR-INVOICE-NUMBER = CI-INVOICE-NUMBER
036100        ADD CR-AMOUNT-APPLIED TO WS-APPLIED-TO-DATE
036200        PERFORM READ-NEXT-RECEIPT
036300     ELSE
036400        MOVE "Y" TO WS-RECEIPT-SCAN-AT-END
036500     END-IF.
036600
036700 READ-NEXT-RECEIPT.
036800     READ CASH-RECEIPTS-FILE NEXT RECORD
036900          AT END MOVE "Y" TO WS-RECEIPT-SCAN-AT-END.
037000
037100*    AN INVOICE WITH AN UNUSABLE DATE IS TREATED AS THE
037200*    OLDEST DEBT ON THE BOOKS, AS ON THE AGING.  ONE NOT YET
037300*    30 DAYS OLD IS NOT PAST DUE AND NEVER REACHES THE SORT.
037400 AGE-AND-RELEASE.
037500     MOVE "D"             TO DATECALC-FUNCTION.
037600     MOVE WS-RUN-DATE     TO DATECALC-DATE-1.
037700     MOVE CI-INVOICE-DATE TO DATECALC-DATE-2.
037800     CALL "DATECALC" USING DUNLTR-DATECALC-PARM.
037900     IF DATECALC-FEEDBACK = "OK"
038000        MOVE DATECALC-DAYS TO WS-AGE-DAYS
038100     ELSE
038200        MOVE 999 TO WS-AGE-DAYS
038300     END-IF.
038400     EVALUATE TRUE
038500        WHEN WS-AGE-DAYS < 30
038600             MOVE 0 TO WS-DUE-LEVEL
038700        WHEN WS-AGE-DAYS < 60
038800             MOVE 1 TO WS-DUE-LEVEL
038900        WHEN WS-AGE-DAYS < 90
039000             MOVE 2 TO WS-DUE-LEVEL
039100        WHEN OTHER
039200             MOVE 3 TO WS-DUE-LEVEL
039300     END-EVALUATE.
039400     IF WS-DUE-LEVEL > ZERO
039500        PERFORM RELEASE-PAST-DUE-INVOICE
039600     END-IF.
039700
039800*    THE INVOICE ALWAYS GOES ON ITS CUSTOMER'S LETTER; IT
039900*    ONLY CALLS FOR A NEW LETTER WHEN IT HAS REACHED A LEVEL
040000*    IT HAS NOT BEEN SENT BEFORE.
040100 RELEASE-PAST-DUE-INVOICE.
040200     MOVE WS-DUE-LEVEL TO SRT-NEW-LEVEL.
040300     MOVE CI-INVOICE-NUMBER TO DL-INVOICE-NUMBER.
040400     READ DUNNING-LEVEL-FILE
040500         INVALID KEY
040600            CONTINUE
040700         NOT INVALID KEY
040800            IF DL-LEVEL NOT < WS-DUE-LEVEL
040900               MOVE 0 TO SRT-NEW-LEVEL
041000            END-IF
041100     END-READ.
041200     MOVE CI-CUSTOMER-ID    TO SRT-CUSTOMER-ID.
041300     MOVE CI-INVOICE-DATE   TO SRT-INVOICE-DATE.
041400     MOVE CI-INVOICE-NUMBER TO SRT-INVOICE-NUMBER.
041500     MOVE WS-AGE-DAYS       TO SRT-AGE-DAYS.
041600     MOVE WS-OPEN-BALANCE   TO SRT-OPEN-AMOUNT.
041700     RELEASE SORT-WORK-RECORD.
041800     ADD 1 TO WS-INVOICES-PAST-DUE.
041900
042000 PRINT-DUNNING-LETTERS.
042100     MOVE "N" TO WS-SORT-AT-END.
042200     PERFORM RETURN-NEXT-SORTED.
042300     PERFORM DUN-ONE-INVOICE UNTIL WS-SORT-AT-END = "Y".
042400     IF WS-GROUP-OPEN = "Y"
042500        PERFORM FINISH-CUSTOMER-LETTER
042600     END-IF.
042700
042800 RETURN-NEXT-SORTED.
042900     RETURN SORT-WORK-FILE
043000          AT END MOVE "Y" TO WS-SORT-AT-END.
043100
043200 DUN-ONE-INVOICE.
043300     IF SRT-CUSTOMER-ID NOT = WS-GROUP-CUSTOMER-ID
043400        OR WS-GROUP-OPEN NOT = "Y"
043500        PERFORM START-CUSTOMER-LETTER
043600     END-IF.
043700     IF WS-GROUP-SUPPRESSED NOT = "Y"
043800        IF WS-LETTER-LINES = ZERO
043900           PERFORM PRINT-LETTER-HEADING
044000        END-IF
044100        PERFORM PRINT-INVOICE-LINE
044200        IF SRT-NEW-LEVEL > ZERO
044300           PERFORM RECORD-DUNNING-LEVEL
044400        END-IF
044500     END-IF.
044600     PERFORM RETURN-NEXT-SORTED.
044700
044800*    THE LETTER'S LEVEL IS DECIDED HERE, OFF THE FIRST
044900*    INVOICE -- THE SORT PUTS THE HIGHEST NEW LEVEL FIRST.
045000*    AN INACTIVE CUSTOMER STILL OWES THE MONEY AND STILL
045100*    GETS THE LETTER.
045200 START-CUSTOMER-LETTER.
045300     IF WS-GROUP-OPEN = "Y"
045400        PERFORM FINISH-CUSTOMER-LETTER
045500     END-IF.
045600     MOVE SRT-CUSTOMER-ID TO WS-GROUP-CUSTOMER-ID.
045700     MOVE "Y"  TO WS-GROUP-OPEN.
045800     MOVE SRT-NEW-LEVEL TO WS-LETTER-LEVEL.
045900     MOVE ZERO TO WS-LETTER-TOTAL.
046000     MOVE ZERO TO WS-LETTER-LINES.
046100     MOVE "N"  TO WS-GROUP-SUPPRESSED.
046200     IF WS-LETTER-LEVEL = ZERO
046300        MOVE "Y" TO WS-GROUP-SUPPRESSED
046400     ELSE
046500        PERFORM READ-CUSTOMER-MASTER
046600     END-IF.
046700
046800*    A CUSTOMER MISSING FROM THE MASTER CANNOT BE ADDRESSED;
046900*    ITS INVOICES KEEP THEIR OLD LEVELS AND ARE DUNNED ON THE
047000*    FIRST RUN AFTER THE MASTER IS PUT RIGHT.
047100 READ-CUSTOMER-MASTER.
047200     MOVE WS-GROUP-CUSTOMER-ID TO CUST-CUSTOMER-ID.
047300     READ CUSTOMER-MASTER-FILE
047400         INVALID KEY
047500            DISPLAY "DUNLTR: CUSTOMER " WS-GROUP-CUSTOMER-ID
047600                    " NOT ON FILE, NOT DUNNED"
047700            MOVE "Y" TO WS-GROUP-SUPPRESSED
047800            ADD 1 TO WS-CUSTOMERS-NOT-FOUND
047900     END-READ.
048000
048100 PRINT-LETTER-HEADING.
048200     MOVE WS-RUN-DATE TO LDL-RUN-DATE.
048300     WRITE DUNNING-LETTER-LINE FROM LETTER-DATE-LINE.
048400     EVALUATE WS-LETTER-LEVEL
048500        WHEN 1
048600             MOVE "PAST DUE REMINDER" TO LTL-TITLE
048700        WHEN 2
048800             MOVE "SECOND NOTICE - ACCOUNT PAST DUE"
048900               TO LTL-TITLE
049000        WHEN OTHER
049100             MOVE "FINAL NOTICE" TO LTL-TITLE
049200     END-EVALUATE.
049300     MOVE WS-GROUP-CUSTOMER-ID TO LTL-CUSTOMER-ID.
049400     WRITE DUNNING-LETTER-LINE FROM LETTER-TITLE-LINE.
049500     PERFORM PRINT-CUSTOMER-ADDRESS.
049600     PERFORM PRINT-LETTER-WORDING.
049700     MOVE SPACES TO DUNNING-LETTER-LINE.
049800     WRITE DUNNING-LETTER-LINE.
049900     WRITE DUNNING-LETTER-LINE FROM LETTER-COLUMN-LINE.
050000
050100 PRINT-CUSTOMER-ADDRESS.
050200     MOVE CUST-NOMBRE TO LNL-NOMBRE.
050300     WRITE DUNNING-LETTER-LINE FROM LETTER-NAME-LINE.
050400     MOVE CUST-ADDRESS-1 TO LAL-ADDRESS.
050500     WRITE DUNNING-LETTER-LINE FROM LETTER-ADDRESS-LINE.
050600     IF CUST-ADDRESS-2 NOT = SPACES
050700        MOVE CUST-ADDRESS-2 TO LAL-ADDRESS
050800        WRITE DUNNING-LETTER-LINE FROM LETTER-ADDRESS-LINE
050900     END-IF.
051000     MOVE CUST-CITY  TO LCL-CITY.
051100     MOVE CUST-STATE TO LCL-STATE.
051200     MOVE CUST-ZIP   TO LCL-ZIP.
051300     WRITE DUNNING-LETTER-LINE FROM LETTER-CITY-LINE.
051400     IF CUST-CONTACT NOT = SPACES
051500        MOVE CUST-CONTACT TO LAT-CONTACT
051600        WRITE DUNNING-LETTER-LINE FROM LETTER-ATTENTION-LINE
051700     END-IF.
051800     MOVE SPACES TO DUNNING-LETTER-LINE.
051900     WRITE DUNNING-LETTER-LINE.
052000
052100*    THE WORDING FIRMS UP WITH THE LEVEL: A POLITE NUDGE AT
052200*    30 DAYS, A REQUEST FOR PAYMENT NOW AT 60, AND AT 90 A
052300*    FINAL NOTICE BEFORE THE ACCOUNT GOES TO THE CREDIT DESK.
052400 PRINT-LETTER-WORDING.
052500     EVALUATE WS-LETTER-LEVEL
052600        WHEN 1
052700             MOVE "OUR RECORDS SHOW THE INVOICES BELOW PAST DUE."
052800               TO LTX-TEXT
052900             PERFORM WRITE-WORDING-LINE
053000             MOVE "IF YOUR PAYMENT IS ALREADY ON ITS WAY, PLEASE"
053100               TO LTX-TEXT
053200             PERFORM WRITE-WORDING-LINE
053300             MOVE "DISREGARD THIS REMINDER."
053400               TO LTX-TEXT
053500             PERFORM WRITE-WORDING-LINE
053600        WHEN 2
053700             MOVE "THE INVOICES BELOW ARE NOW MORE THAN 60 DAYS"
053800               TO LTX-TEXT
053900             PERFORM WRITE-WORDING-LINE
054000             MOVE "PAST DUE.  PLEASE REMIT PAYMENT AT ONCE, OR"
054100               TO LTX-TEXT
054200             PERFORM WRITE-WORDING-LINE
054300             MOVE "CALL OUR CREDIT DEPARTMENT TODAY IF THERE IS A"
054400               TO LTX-TEXT
054500             PERFORM WRITE-WORDING-LINE
054600             MOVE "REASON THE BALANCE HAS NOT BEEN PAID."
054700               TO LTX-TEXT
054800             PERFORM WRITE-WORDING-LINE
054900        WHEN OTHER
055000             MOVE "FINAL NOTICE: THE INVOICES BELOW ARE MORE THAN"
055100               TO LTX-TEXT
055200             PERFORM WRITE-WORDING-LINE
055300             MOVE "90 DAYS PAST DUE.  UNLESS PAYMENT IN FULL IS"
055400               TO LTX-TEXT
055500             PERFORM WRITE-WORDING-LINE
055600             MOVE "RECEIVED WITHIN 10 DAYS, YOUR ACCOUNT WILL BE"
055700               TO LTX-TEXT
055800             PERFORM WRITE-WORDING-LINE
055900             MOVE "PLACED ON CREDIT HOLD AND SENT FOR COLLECTION."
056000               TO LTX-TEXT
056100             PERFORM WRITE-WORDING-LINE
056200     END-EVALUATE.
056300
056400 WRITE-WORDING-LINE.
056500     WRITE DUNNING-LETTER-LINE FROM LETTER-TEXT-LINE.
056600
056700 PRINT-INVOICE-LINE.
056800     MOVE SRT-INVOICE-NUMBER TO LIL-INVOICE-NUMBER.
056900     MOVE SRT-INVOICE-DATE   TO LIL-INVOICE-DATE.
057000     MOVE SRT-AGE-DAYS       TO LIL-AGE-DAYS.
057100     MOVE SRT-OPEN-AMOUNT    TO LIL-OPEN-AMOUNT.
057200     WRITE DUNNING-LETTER-LINE FROM LETTER-INVOICE-LINE.
057300     ADD SRT-OPEN-AMOUNT TO WS-LETTER-TOTAL.
057400     ADD 1 TO WS-LETTER-LINES.
057500
057600*    THE LEVEL IS RECORDED AS THE LETTER PRINTS, SO THE NEXT
057700*    RUN KNOWS THIS INVOICE HAS HAD IT.
057800 RECORD-DUNNING-LEVEL.
057900     MOVE SRT-INVOICE-NUMBER TO DL-INVOICE-NUMBER.
058000     READ DUNNING-LEVEL-FILE
058100         INVALID KEY
058200            MOVE SPACES             TO DUNNING-LEVEL-RECORD
058300            MOVE SRT-INVOICE-NUMBER TO DL-INVOICE-NUMBER
058400            MOVE SRT-CUSTOMER-ID    TO DL-CUSTOMER-ID
058500            MOVE SRT-NEW-LEVEL      TO DL-LEVEL
058600            MOVE WS-RUN-DATE        TO DL-LAST-NOTICE-DATE
058700            WRITE DUNNING-LEVEL-RECORD
058800         NOT INVALID KEY
058900            MOVE SRT-NEW-LEVEL      TO DL-LEVEL
059000            MOVE WS-RUN-DATE        TO DL-LAST-NOTICE-DATE
059100            REWRITE DUNNING-LEVEL-RECORD
059200     END-READ.
059300     ADD 1 TO WS-LEVELS-RECORDED.
059400
059500 FINISH-CUSTOMER-LETTER.
059600     IF WS-GROUP-SUPPRESSED NOT = "Y"
059700        MOVE WS-LETTER-TOTAL TO LTT-AMOUNT
059800        MOVE SPACES TO DUNNING-LETTER-LINE
059900        WRITE DUNNING-LETTER-LINE
060000        WRITE DUNNING-LETTER-LINE FROM LETTER-TOTAL-LINE
060100        MOVE SPACES TO DUNNING-LETTER-LINE
060200        WRITE DUNNING-LETTER-LINE
060300        MOVE "THANK YOU FOR YOUR PROMPT ATTENTION."
060400          TO LTX-TEXT
060500        PERFORM WRITE-WORDING-LINE
060600        MOVE SPACES TO DUNNING-LETTER-LINE
060700        WRITE DUNNING-LETTER-LINE AFTER ADVANCING PAGE
060800        EVALUATE WS-LETTER-LEVEL
060900           WHEN 1
061000                ADD 1 TO WS-REMINDERS-PRINTED
061100           WHEN 2
061200                ADD 1 TO WS-SECOND-NOTICES
061300           WHEN OTHER
061400                ADD 1 TO WS-FINAL-NOTICES
061500        END-EVALUATE
061600     END-IF.
