000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VDCEXPR.
000300*--------------------------------------------------
000400* Vendor compliance document exceptions, run weekly
000500* for purchasing.  Every active vendor on VENDOR-
000600* FILE is checked for the two documents the
000700* auditors require -- the W-9 and the certificate
000800* of insurance kept on VENDOR-DOCUMENT-FILE by
000900* VDCMAINT -- and each one that is missing, not yet
001000* in force, expired, or due to expire within the
001100* warning window is listed with the vendor's
001200* contact and phone so purchasing can chase it
001300* before PURMAINT and PAYSEL start holding the
001400* vendor.  Nothing is updated.
001500*
001600* MODIFICATION HISTORY
001700*   WHO   DATE        WHAT
001800*   RWH   2026-10-15  Original version.
001900*--------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300
002400     SELECT VENDOR-FILE
002500         ASSIGN TO "vendor"
002600         ORGANIZATION IS INDEXED
002700         RECORD KEY IS VENDOR-NUMBER
002800         ACCESS MODE IS SEQUENTIAL
002900         FILE STATUS IS WS-VENDOR-FILE-STATUS.
003000
003100     SELECT VENDOR-DOCUMENT-FILE
003200         ASSIGN TO "VNDDOC"
003300         ORGANIZATION IS INDEXED
003400         RECORD KEY IS VD-KEY
003500         ACCESS MODE IS RANDOM
003600         FILE STATUS IS WS-DOCUMENT-FILE-STATUS.
003700
003800     SELECT DOCUMENT-EXPIRY-REPORT
003900         ASSIGN TO "VDCEXPRR"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400
004500     COPY FILEVTA.
004600     COPY VNDDOC.
004700
004800 FD  DOCUMENT-EXPIRY-REPORT
004900     LABEL RECORDS ARE STANDARD.
005000 01  DOCUMENT-EXPIRY-REPORT-LINE PIC X(120).
005100
005200 WORKING-STORAGE SECTION.
005300
005400 01  FILE-AT-END               PIC X VALUE "N".
005500
005600     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
005700         ==WS-VENDOR-FILE-STATUS== ==PFX-FILE-OK== BY
005800         ==VENDOR-FILE-OK== ==PFX-FILE-EOF== BY
005900         ==VENDOR-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
006000         ==VENDOR-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
006100         ==VENDOR-FILE-NOT-FOUND==
006200         ==PFX-FILE-BOUNDARY-VIOLATION== BY
006300         ==VENDOR-FILE-BOUNDARY-VIOLATION==.
006400
006500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
006600         ==WS-DOCUMENT-FILE-STATUS== ==PFX-FILE-OK== BY
006700         ==DOCUMENT-FILE-OK== ==PFX-FILE-EOF== BY
006800         ==DOCUMENT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
006900         ==DOCUMENT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
007000         ==DOCUMENT-FILE-NOT-FOUND==
007100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
007200         ==DOCUMENT-FILE-BOUNDARY-VIOLATION==.
007300
007400*    A SHOP WITHOUT THE DOCUMENT FILE YET HAS NOTHING ON
007500*    FILE FOR ANYONE -- EVERY ACTIVE VENDOR LISTS AS MISSING.
007600 01  WS-DOCUMENT-FILE-OPEN     PIC X VALUE "N".
007700
007800 01  WS-RUN-DATE               PIC 9(8).
007900*    A DOCUMENT EXPIRING WITHIN THIS MANY DAYS IS LISTED --
008000*    A MONTH GIVES PURCHASING FOUR WEEKLY RUNS TO GET THE
008100*    RENEWAL IN.
008200 01  WS-WARNING-DAYS           PIC 9(3) VALUE 30.
008300 01  WS-WARNING-CUTOFF         PIC 9(8) VALUE ZERO.
008400
008500*    THE DOCUMENT BEING CHECKED AND WHAT WAS FOUND FOR IT.
008600 01  WS-CHECK-TYPE             PIC X(02).
008700 01  WS-DOCUMENT-STATUS        PIC X(16).
008800 01  WS-DOCUMENT-DATE          PIC X(08).
008900
009000*    PARAMETER PASSED TO THE SHARED DATE-ARITHMETIC
009100*    SUBPROGRAM -- SEE DATECALC.
009200 01  VDCEXPR-DATECALC-PARM.
009300     05 DATECALC-FUNCTION      PIC X(01).
009400     05 DATECALC-DATE-1        PIC 9(8).
009500     05 DATECALC-DATE-2        PIC 9(8).
009600     05 DATECALC-DAYS          PIC S9(7).
009700     05 DATECALC-RESULT-DATE   PIC 9(8).
009800     05 DATECALC-FEEDBACK      PIC XX.
009900
010000 01  WS-PAGE-CONTROL.
010100     05 WS-LINE-COUNT          PIC 99 VALUE ZERO.
010200     05 WS-PAGE-COUNT          PIC 999 VALUE ZERO.
010300     05 WS-LINES-PER-PAGE      PIC 99 VALUE 50.
010400
010500 01  WS-CONTROL-TOTALS.
010600     05 WS-VENDORS-READ        PIC 9(7) VALUE ZERO.
010700     05 WS-VENDORS-CHECKED     PIC 9(7) VALUE ZERO.
010800     05 WS-DOCUMENTS-MISSING   PIC 9(7) VALUE ZERO.
010900     05 WS-DOCUMENTS-EXPIRED   PIC 9(7) VALUE ZERO.
011000     05 WS-DOCUMENTS-EXPIRING  PIC 9(7) VALUE ZERO.
011100
011200 01  HEADING-LINE-1.
011300     05 FILLER                 PIC X(40)
011400        VALUE "VENDOR COMPLIANCE DOCUMENTS - RUN DATE ".
011500     05 HDG-RUN-DATE           PIC 9(8).
011600     05 FILLER                 PIC X(14)
011700        VALUE "  EXPIRING BY ".
011800     05 HDG-CUTOFF-DATE        PIC 9(8).
011900     05 FILLER                 PIC X(10) VALUE SPACES.
012000     05 FILLER                 PIC X(05) VALUE "PAGE ".
012100     05 HDG-PAGE-NUMBER        PIC ZZZ9.
012200
012300 01  HEADING-LINE-2.
012400     05 FILLER                 PIC X(07) VALUE "VENDOR".
012500     05 FILLER                 PIC X(32) VALUE "NAME".
012600     05 FILLER                 PIC X(05) VALUE "DOC".
012700     05 FILLER                 PIC X(18) VALUE "STATUS".
012800     05 FILLER                 PIC X(10) VALUE "DATE".
012900     05 FILLER                 PIC X(32) VALUE "CONTACT".
013000     05 FILLER                 PIC X(15) VALUE "PHONE".
013100
013200 01  DOCUMENT-LINE.
013300     05 DOC-VENDOR-NUMBER      PIC 9(5).
013400     05 FILLER                 PIC X(02) VALUE SPACES.
013500     05 DOC-VENDOR-NAME        PIC X(30).
013600     05 FILLER                 PIC X(02) VALUE SPACES.
013700     05 DOC-DOCUMENT-TYPE      PIC X(03).
013800     05 FILLER                 PIC X(02) VALUE SPACES.
013900     05 DOC-STATUS             PIC X(16).
014000     05 FILLER                 PIC X(02) VALUE SPACES.
014100     05 DOC-DATE               PIC X(08).
014200     05 FILLER                 PIC X(02) VALUE SPACES.
014300     05 DOC-CONTACT            PIC X(30).
014400     05 FILLER                 PIC X(02) VALUE SPACES.
014500     05 DOC-PHONE              PIC X(15).
014600
014700 01  TOTAL-LINE-1.
014800     05 FILLER                 PIC X(20)
014900        VALUE "VENDORS CHECKED: ".
015000     05 TTL-VENDORS            PIC ZZZ,ZZ9.
015100
015200 01  TOTAL-LINE-2.
015300     05 FILLER                 PIC X(20) VALUE "MISSING: ".
015400     05 TTL-MISSING            PIC ZZZ,ZZ9.
015500     05 FILLER                 PIC X(04) VALUE SPACES.
015600     05 FILLER                 PIC X(10) VALUE "EXPIRED: ".
015700     05 TTL-EXPIRED            PIC ZZZ,ZZ9.
015800     05 FILLER                 PIC X(04) VALUE SPACES.
015900     05 FILLER                 PIC X(11) VALUE "EXPIRING: ".
016000     05 TTL-EXPIRING           PIC ZZZ,ZZ9.
016100
016200 PROCEDURE DIVISION.
016300 PROGRAM-BEGIN.
016400     PERFORM OPENING-PROCEDURE.
016500     PERFORM MAIN-PROCESS.
016600     PERFORM CLOSING-PROCEDURE.
016700
016800 PROGRAM-DONE.
016900     STOP RUN.
017000
017100 OPENING-PROCEDURE.
017200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017300     MOVE "A"             TO DATECALC-FUNCTION.
017400     MOVE WS-RUN-DATE     TO DATECALC-DATE-1.
017500     MOVE WS-WARNING-DAYS TO DATECALC-DAYS.
017600     CALL "DATECALC" USING VDCEXPR-DATECALC-PARM.
017700     MOVE DATECALC-RESULT-DATE TO WS-WARNING-CUTOFF.
017800     OPEN INPUT VENDOR-FILE.
017900     IF NOT VENDOR-FILE-OK
018000        DISPLAY "VDCEXPR: UNABLE TO OPEN VENDOR-FILE, STATUS "
018100                WS-VENDOR-FILE-STATUS
018200        MOVE 16 TO RETURN-CODE
018300        GO TO PROGRAM-DONE
018400     END-IF.
018500     OPEN INPUT VENDOR-DOCUMENT-FILE.
018600     IF DOCUMENT-FILE-OK
018700        MOVE "Y" TO WS-DOCUMENT-FILE-OPEN
018800     ELSE
018900        IF WS-DOCUMENT-FILE-STATUS = "35"
019000           DISPLAY "VDCEXPR: NO VENDOR-DOCUMENT-FILE, EVERY "
019100                   "ACTIVE VENDOR LISTS AS MISSING"
019200        ELSE
019300           DISPLAY "VDCEXPR: UNABLE TO OPEN VENDOR-DOCUMENT-"
019400                   "FILE, STATUS " WS-DOCUMENT-FILE-STATUS
019500           MOVE 16 TO RETURN-CODE
019600           CLOSE VENDOR-FILE
019700           GO TO PROGRAM-DONE
019800        END-IF
019900     END-IF.
020000     OPEN OUTPUT DOCUMENT-EXPIRY-REPORT.
020100     PERFORM WRITE-HEADING.
020200
020300 CLOSING-PROCEDURE.
020400     MOVE WS-VENDORS-CHECKED    TO TTL-VENDORS.
020500     MOVE WS-DOCUMENTS-MISSING  TO TTL-MISSING.
020600     MOVE WS-DOCUMENTS-EXPIRED  TO TTL-EXPIRED.
020700     MOVE WS-DOCUMENTS-EXPIRING TO TTL-EXPIRING.
020800     MOVE SPACES TO DOCUMENT-EXPIRY-REPORT-LINE.
020900     WRITE DOCUMENT-EXPIRY-REPORT-LINE.
021000     WRITE DOCUMENT-EXPIRY-REPORT-LINE FROM TOTAL-LINE-1.
021100     WRITE DOCUMENT-EXPIRY-REPORT-LINE FROM TOTAL-LINE-2.
021200     CLOSE VENDOR-FILE.
021300     IF WS-DOCUMENT-FILE-OPEN = "Y"
021400        CLOSE VENDOR-DOCUMENT-FILE
021500     END-IF.
021600     CLOSE DOCUMENT-EXPIRY-REPORT.
021700     DISPLAY "VDCEXPR CONTROL TOTALS".
021800     DISPLAY "  VENDORS READ .........: " WS-VENDORS-READ.
021900     DISPLAY "  ACTIVE VENDORS CHECKED: " WS-VENDORS-CHECKED.
022000     DISPLAY "  DOCUMENTS MISSING ....: " WS-DOCUMENTS-MISSING.
022100     DISPLAY "  DOCUMENTS EXPIRED ....: " WS-DOCUMENTS-EXPIRED.
022200     DISPLAY "  DOCUMENTS EXPIRING ...: " WS-DOCUMENTS-EXPIRING.
022300     MOVE 0 TO RETURN-CODE.
022400
022500 MAIN-PROCESS.
022600     PERFORM READ-NEXT-VENDOR.
022700     PERFORM CHECK-ONE-VENDOR UNTIL FILE-AT-END = "Y".
022800
022900 READ-NEXT-VENDOR.
023000     READ VENDOR-FILE NEXT RECORD
023100          AT END MOVE "Y" TO FILE-AT-END.
023200
023300 CHECK-ONE-VENDOR.
023400     ADD 1 TO WS-VENDORS-READ.
023500     IF VENDOR-ACTIVE
023600        ADD 1 TO WS-VENDORS-CHECKED
023700        MOVE "W9" TO WS-CHECK-TYPE
023800        PERFORM CHECK-ONE-DOCUMENT
023900        MOVE "CI" TO WS-CHECK-TYPE
024000        PERFORM CHECK-ONE-DOCUMENT
024100     END-IF.
024200     PERFORM READ-NEXT-VENDOR.
024300
024400*    THE SAME RULE VDCCHK HOLDS ORDERS AND PAYMENTS TO -- NOT
024500*    YET EFFECTIVE IS AS GOOD AS MISSING -- PLUS THE WARNING
024600*    WINDOW AHEAD OF THE EXPIRY.  A DOCUMENT GOOD PAST THE
024700*    WINDOW, OR ONE THAT NEVER EXPIRES, IS NOT LISTED.
024800 CHECK-ONE-DOCUMENT.
024900     MOVE SPACES TO WS-DOCUMENT-STATUS.
025000     MOVE SPACES TO WS-DOCUMENT-DATE.
025100     IF WS-DOCUMENT-FILE-OPEN NOT = "Y"
025200        MOVE "MISSING" TO WS-DOCUMENT-STATUS
025300     ELSE
025400        MOVE VENDOR-NUMBER TO VD-VENDOR-NUMBER
025500        MOVE WS-CHECK-TYPE TO VD-DOCUMENT-TYPE
025600        READ VENDOR-DOCUMENT-FILE
025700            INVALID KEY
025800               MOVE "MISSING" TO WS-DOCUMENT-STATUS
025900            NOT INVALID KEY
026000               PERFORM CLASSIFY-DOCUMENT
026100        END-READ
026200     END-IF.
026300     EVALUATE WS-DOCUMENT-STATUS
026400        WHEN "MISSING"
026500        WHEN "NOT YET IN FORCE"
026600             ADD 1 TO WS-DOCUMENTS-MISSING
026700        WHEN "EXPIRED"
026800             ADD 1 TO WS-DOCUMENTS-EXPIRED
026900        WHEN "EXPIRING"
027000             ADD 1 TO WS-DOCUMENTS-EXPIRING
027100        WHEN OTHER
027200             CONTINUE
027300     END-EVALUATE.
027400     IF WS-DOCUMENT-STATUS NOT = SPACES
027500        PERFORM PRINT-DOCUMENT-LINE
027600     END-IF.
027700
027800 CLASSIFY-DOCUMENT.
027900     EVALUATE TRUE
028000        WHEN VD-EFFECTIVE-DATE > WS-RUN-DATE
028100             MOVE "NOT YET IN FORCE" TO WS-DOCUMENT-STATUS
028200             MOVE VD-EFFECTIVE-DATE  TO WS-DOCUMENT-DATE
028300        WHEN VD-EXPIRY-DATE = ZERO
028400             CONTINUE
028500        WHEN VD-EXPIRY-DATE < WS-RUN-DATE
028600             MOVE "EXPIRED"      TO WS-DOCUMENT-STATUS
028700             MOVE VD-EXPIRY-DATE TO WS-DOCUMENT-DATE
028800        WHEN VD-EXPIRY-DATE NOT > WS-WARNING-CUTOFF
028900             MOVE "EXPIRING"     TO WS-DOCUMENT-STATUS
029000             MOVE VD-EXPIRY-DATE TO WS-DOCUMENT-DATE
029100        WHEN OTHER
029200             CONTINUE
029300     END-EVALUATE.
029400
029500 PRINT-DOCUMENT-LINE.
029600     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
029700        PERFORM WRITE-HEADING
029800     END-IF.
029900     MOVE VENDOR-NUMBER      TO DOC-VENDOR-NUMBER.
030000     MOVE VENDOR-NAME        TO DOC-VENDOR-NAME.
030100     IF WS-CHECK-TYPE = "W9"
030200        MOVE "W-9" TO DOC-DOCUMENT-TYPE
030300     ELSE
030400        MOVE "COI" TO DOC-DOCUMENT-TYPE
030500     END-IF.
030600     MOVE WS-DOCUMENT-STATUS TO DOC-STATUS.
030700     MOVE WS-DOCUMENT-DATE   TO DOC-DATE.
030800     MOVE VENDOR-CONTACT     TO DOC-CONTACT.
030900     MOVE VENDOR-PHONE       TO DOC-PHONE.
031000     WRITE DOCUMENT-EXPIRY-REPORT-LINE FROM DOCUMENT-LINE.
031100     ADD 1 TO WS-LINE-COUNT.
031200
031300 WRITE-HEADING.
031400     ADD 1 TO WS-PAGE-COUNT.
031500     MOVE WS-PAGE-COUNT     TO HDG-PAGE-NUMBER.
031600     MOVE WS-RUN-DATE       TO HDG-RUN-DATE.
031700     MOVE WS-WARNING-CUTOFF TO HDG-CUTOFF-DATE.
031800     WRITE DOCUMENT-EXPIRY-REPORT-LINE FROM HEADING-LINE-1.
031900     WRITE DOCUMENT-EXPIRY-REPORT-LINE FROM HEADING-LINE-2.
032000     MOVE ZERO TO WS-LINE-COUNT.
