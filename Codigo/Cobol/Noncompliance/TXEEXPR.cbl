000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TXEEXPR.
000300*--------------------------------------------------
000400* Sales-tax exemption certificates about to expire,
000500* run monthly for the credit department.  Every
000600* certificate on TAX-EXEMPTION-FILE, kept by
000700* TXEMAINT, is checked; one already expired or due
000800* to expire within the warning window is listed
000900* with the customer's name and contact so the
001000* renewal can be asked for before CUSBILL starts
001100* charging the customer tax in that state.
001200* Nothing is updated.
001300*
001400* MODIFICATION HISTORY
001500*   WHO   DATE        WHAT
001600*   RWH   2026-10-15  Original version.
001700*--------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100
002200     SELECT TAX-EXEMPTION-FILE
002300         ASSIGN TO "TAXEXM"
002400         ORGANIZATION IS INDEXED
002500         RECORD KEY IS TX-KEY
002600         ACCESS MODE IS SEQUENTIAL
002700         FILE STATUS IS WS-EXEMPTION-FILE-STATUS.
002800
002900     SELECT CUSTOMER-MASTER-FILE
003000         ASSIGN TO "CUSTMST"
003100         ORGANIZATION IS INDEXED
003200         RECORD KEY IS CUST-CUSTOMER-ID
003300         ACCESS MODE IS RANDOM
003400         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
003500
003600     SELECT EXEMPTION-EXPIRY-REPORT
003700         ASSIGN TO "TXEEXPRR"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200
004300     COPY TAXEXM.
004400     COPY CUSMST.
004500
004600 FD  EXEMPTION-EXPIRY-REPORT
004700     LABEL RECORDS ARE STANDARD.
004800 01  EXEMPTION-EXPIRY-REPORT-LINE PIC X(120).
004900
005000 WORKING-STORAGE SECTION.
005100
005200 01  FILE-AT-END               PIC X VALUE "N".
005300
005400     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
005500         ==WS-EXEMPTION-FILE-STATUS== ==PFX-FILE-OK== BY
005600         ==EXEMPTION-FILE-OK== ==PFX-FILE-EOF== BY
005700         ==EXEMPTION-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
005800         ==EXEMPTION-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
005900         ==EXEMPTION-FILE-NOT-FOUND==
006000         ==PFX-FILE-BOUNDARY-VIOLATION== BY
006100         ==EXEMPTION-FILE-BOUNDARY-VIOLATION==.
006200
006300     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
006400         ==WS-CUSTOMER-FILE-STATUS== ==PFX-FILE-OK== BY
006500         ==CUSTOMER-FILE-OK== ==PFX-FILE-EOF== BY
006600         ==CUSTOMER-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
006700         ==CUSTOMER-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
006800         ==CUSTOMER-FILE-NOT-FOUND==
006900         ==PFX-FILE-BOUNDARY-VIOLATION== BY
007000         ==CUSTOMER-FILE-BOUNDARY-VIOLATION==.
007100
007200 01  WS-RUN-DATE               PIC 9(8).
007300*    A CERTIFICATE EXPIRING WITHIN THIS MANY DAYS IS LISTED --
007400*    TWO MONTHS GIVES THE CREDIT DEPARTMENT TWO MONTHLY RUNS
007500*    TO GET THE RENEWAL IN.
007600 01  WS-WARNING-DAYS           PIC 9(3) VALUE 60.
007700 01  WS-WARNING-CUTOFF         PIC 9(8) VALUE ZERO.
007800
007900 01  WS-CERTIFICATE-STATUS     PIC X(08).
008000
008100*    PARAMETER PASSED TO THE SHARED DATE-ARITHMETIC
008200*    SUBPROGRAM -- SEE DATECALC.
008300 01  TXEEXPR-DATECALC-PARM.
008400     05 DATECALC-FUNCTION      PIC X(01).
008500     05 DATECALC-DATE-1        PIC 9(8).
008600     05 DATECALC-DATE-2        PIC 9(8).
008700     05 DATECALC-DAYS          PIC S9(7).
008800     05 DATECALC-RESULT-DATE   PIC 9(8).
008900     05 DATECALC-FEEDBACK      PIC XX.
009000
009100 01  WS-PAGE-CONTROL.
009200     05 WS-LINE-COUNT          PIC 99 VALUE ZERO.
009300     05 WS-PAGE-COUNT          PIC 999 VALUE ZERO.
009400     05 WS-LINES-PER-PAGE      PIC 99 VALUE 50.
009500
009600 01  WS-CONTROL-TOTALS.
009700     05 WS-CERTIFICATES-READ   PIC 9(7) VALUE ZERO.
009800     05 WS-EXPIRED-COUNT       PIC 9(7) VALUE ZERO.
009900     05 WS-EXPIRING-COUNT      PIC 9(7) VALUE ZERO.
010000     05 WS-CUSTOMERS-NOT-FOUND PIC 9(7) VALUE ZERO.
010100
010200 01  HEADING-LINE-1.
010300     05 FILLER                 PIC X(40)
010400        VALUE "TAX EXEMPTION CERTIFICATES - RUN DATE ".
010500     05 HDG-RUN-DATE           PIC 9(8).
010600     05 FILLER                 PIC X(14)
010700        VALUE "  EXPIRING BY ".
010800     05 HDG-CUTOFF-DATE        PIC 9(8).
010900     05 FILLER                 PIC X(10) VALUE SPACES.
011000     05 FILLER                 PIC X(05) VALUE "PAGE ".
011100     05 HDG-PAGE-NUMBER        PIC ZZZ9.
011200
011300 01  HEADING-LINE-2.
011400     05 FILLER                 PIC X(09) VALUE "CUSTOMER".
011500     05 FILLER                 PIC X(32) VALUE "NAME".
011600     05 FILLER                 PIC X(04) VALUE "ST".
011700     05 FILLER                 PIC X(22) VALUE "CERTIFICATE".
011800     05 FILLER                 PIC X(03) VALUE "TY".
011900     05 FILLER                 PIC X(10) VALUE "STATUS".
012000     05 FILLER                 PIC X(10) VALUE "EXPIRES".
012100     05 FILLER                 PIC X(30) VALUE "CONTACT".
012200
012300 01  CERTIFICATE-LINE.
012400     05 CRT-CUSTOMER-ID        PIC 9(7).
012500     05 FILLER                 PIC X(02) VALUE SPACES.
012600     05 CRT-CUSTOMER-NAME      PIC X(30).
012700     05 FILLER                 PIC X(02) VALUE SPACES.
012800     05 CRT-STATE              PIC X(02).
012900     05 FILLER                 PIC X(02) VALUE SPACES.
013000     05 CRT-CERTIFICATE-NUMBER PIC X(20).
013100     05 FILLER                 PIC X(02) VALUE SPACES.
013200     05 CRT-EXEMPTION-TYPE     PIC X(01).
013300     05 FILLER                 PIC X(02) VALUE SPACES.
013400     05 CRT-STATUS             PIC X(08).
013500     05 FILLER                 PIC X(02) VALUE SPACES.
013600     05 CRT-EXPIRY-DATE        PIC 9(8).
013700     05 FILLER                 PIC X(02) VALUE SPACES.
013800     05 CRT-CONTACT            PIC X(30).
013900
014000 01  TOTAL-LINE-1.
014100     05 FILLER                 PIC X(24)
014200        VALUE "CERTIFICATES ON FILE: ".
014300     05 TTL-CERTIFICATES       PIC ZZZ,ZZ9.
014400
014500 01  TOTAL-LINE-2.
014600     05 FILLER                 PIC X(10) VALUE "EXPIRED: ".
014700     05 TTL-EXPIRED            PIC ZZZ,ZZ9.
014800     05 FILLER                 PIC X(04) VALUE SPACES.
014900     05 FILLER                 PIC X(11) VALUE "EXPIRING: ".
015000     05 TTL-EXPIRING           PIC ZZZ,ZZ9.
015100
015200 PROCEDURE DIVISION.
015300 PROGRAM-BEGIN.
015400     PERFORM OPENING-PROCEDURE.
015500     PERFORM MAIN-PROCESS.
015600     PERFORM CLOSING-PROCEDURE.
015700
015800 PROGRAM-DONE.
015900     STOP RUN.
016000
016100 OPENING-PROCEDURE.
016200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016300     MOVE "A"             TO DATECALC-FUNCTION.
016400     MOVE WS-RUN-DATE     TO DATECALC-DATE-1.
016500     MOVE WS-WARNING-DAYS TO DATECALC-DAYS.
016600     CALL "DATECALC" USING TXEEXPR-DATECALC-PARM.
016700     MOVE DATECALC-RESULT-DATE TO WS-WARNING-CUTOFF.
016800     OPEN INPUT TAX-EXEMPTION-FILE.
016900     IF NOT EXEMPTION-FILE-OK
017000*       NO EXEMPTION FILE YET MEANS NO CERTIFICATES TO WATCH --
017100*       AN EMPTY LIST, NOT A FAILURE.
017200        IF WS-EXEMPTION-FILE-STATUS = "35"
017300           DISPLAY "TXEEXPR: NO TAX-EXEMPTION-FILE, NOTHING "
017400                   "TO LIST"
017500           MOVE "Y" TO FILE-AT-END
017600        ELSE
017700           DISPLAY "TXEEXPR: UNABLE TO OPEN TAX-EXEMPTION-"
017800                   "FILE, STATUS " WS-EXEMPTION-FILE-STATUS
017900           MOVE 16 TO RETURN-CODE
018000           GO TO PROGRAM-DONE
018100        END-IF
018200     END-IF.
018300     OPEN INPUT CUSTOMER-MASTER-FILE.
018400     IF NOT CUSTOMER-FILE-OK
018500        DISPLAY "TXEEXPR: UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
018600                "STATUS " WS-CUSTOMER-FILE-STATUS
018700        MOVE 16 TO RETURN-CODE
018800        IF FILE-AT-END NOT = "Y"
018900           CLOSE TAX-EXEMPTION-FILE
019000        END-IF
019100        GO TO PROGRAM-DONE
019200     END-IF.
019300     OPEN OUTPUT EXEMPTION-EXPIRY-REPORT.
019400     PERFORM WRITE-HEADING.
019500
019600 CLOSING-PROCEDURE.
019700     MOVE WS-CERTIFICATES-READ     TO TTL-CERTIFICATES.
019800     MOVE WS-EXPIRED-COUNT         TO TTL-EXPIRED.
019900     MOVE WS-EXPIRING-COUNT        TO TTL-EXPIRING.
020000     MOVE SPACES TO EXEMPTION-EXPIRY-REPORT-LINE.
020100     WRITE EXEMPTION-EXPIRY-REPORT-LINE.
020200     WRITE EXEMPTION-EXPIRY-REPORT-LINE FROM TOTAL-LINE-1.
020300     WRITE EXEMPTION-EXPIRY-REPORT-LINE FROM TOTAL-LINE-2.
020400     IF WS-EXEMPTION-FILE-STATUS NOT = "35"
020500        CLOSE TAX-EXEMPTION-FILE
020600     END-IF.
020700     CLOSE CUSTOMER-MASTER-FILE.
020800     CLOSE EXEMPTION-EXPIRY-REPORT.
020900     DISPLAY "TXEEXPR CONTROL TOTALS".
021000     DISPLAY "  CERTIFICATES READ ....: " WS-CERTIFICATES-READ.
021100     DISPLAY "  CERTIFICATES EXPIRED .: " WS-EXPIRED-COUNT.
021200     DISPLAY "  CERTIFICATES EXPIRING : " WS-EXPIRING-COUNT.
021300     DISPLAY "  CUSTOMERS NOT FOUND ..: " WS-CUSTOMERS-NOT-FOUND.
021400     MOVE 0 TO RETURN-CODE.
021500
021600 MAIN-PROCESS.
021700     IF FILE-AT-END NOT = "Y"
021800        PERFORM READ-NEXT-EXEMPTION
021900     END-IF.
022000     PERFORM CHECK-ONE-EXEMPTION UNTIL FILE-AT-END = "Y".
022100
022200 READ-NEXT-EXEMPTION.
022300     READ TAX-EXEMPTION-FILE NEXT RECORD
022400          AT END MOVE "Y" TO FILE-AT-END.
022500
022600*    THE SAME TEST CUSBILL BILLS BY: A CERTIFICATE WHOSE
022700*    EXPIRY HAS PASSED NO LONGER EXEMPTS ANYTHING.  ONE GOOD
022800*    PAST THE WINDOW, OR ONE THAT NEVER EXPIRES, IS NOT
022900*    LISTED.
023000 CHECK-ONE-EXEMPTION.
023100     ADD 1 TO WS-CERTIFICATES-READ.
023200     MOVE SPACES TO WS-CERTIFICATE-STATUS.
023300     EVALUATE TRUE
023400        WHEN TX-EXPIRY-DATE = ZERO
023500             CONTINUE
023600        WHEN TX-EXPIRY-DATE < WS-RUN-DATE
023700             MOVE "EXPIRED" TO WS-CERTIFICATE-STATUS
023800             ADD 1 TO WS-EXPIRED-COUNT
023900        WHEN TX-EXPIRY-DATE NOT > WS-WARNING-CUTOFF
024000             MOVE "EXPIRING" TO WS-CERTIFICATE-STATUS
024100             ADD 1 TO WS-EXPIRING-COUNT
024200        WHEN OTHER
024300             CONTINUE
024400     END-EVALUATE.
024500     IF WS-CERTIFICATE-STATUS NOT = SPACES
024600        PERFORM PRINT-CERTIFICATE-LINE
024700     END-IF.
024800     PERFORM READ-NEXT-EXEMPTION.
024900
025000 PRINT-CERTIFICATE-LINE.
025100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
025200        PERFORM WRITE-HEADING
025300     END-IF.
025400     MOVE TX-CUSTOMER-ID TO CUST-CUSTOMER-ID.
025500     READ CUSTOMER-MASTER-FILE
025600         INVALID KEY
025700            MOVE "** CUSTOMER NOT ON FILE **"
025800                 TO CRT-CUSTOMER-NAME
025900            MOVE SPACES TO CRT-CONTACT
026000            ADD 1 TO WS-CUSTOMERS-NOT-FOUND
026100         NOT INVALID KEY
026200            MOVE CUST-NOMBRE  TO CRT-CUSTOMER-NAME
026300            MOVE CUST-CONTACT TO CRT-CONTACT
026400     END-READ.
026500     MOVE TX-CUSTOMER-ID        TO CRT-CUSTOMER-ID.
026600     MOVE TX-STATE              TO CRT-STATE.
026700     MOVE TX-CERTIFICATE-NUMBER TO CRT-CERTIFICATE-NUMBER.
026800     MOVE TX-EXEMPTION-TYPE     TO CRT-EXEMPTION-TYPE.
026900     MOVE WS-CERTIFICATE-STATUS TO CRT-STATUS.
027000     MOVE TX-EXPIRY-DATE        TO CRT-EXPIRY-DATE.
027100     WRITE EXEMPTION-EXPIRY-REPORT-LINE FROM CERTIFICATE-LINE.
027200     ADD 1 TO WS-LINE-COUNT.
027300
027400 WRITE-HEADING.
027500     ADD 1 TO WS-PAGE-COUNT.
027600     MOVE WS-PAGE-COUNT     TO HDG-PAGE-NUMBER.
027700     MOVE WS-RUN-DATE       TO HDG-RUN-DATE.
027800     MOVE WS-WARNING-CUTOFF TO HDG-CUTOFF-DATE.
027900     WRITE EXEMPTION-EXPIRY-REPORT-LINE FROM HEADING-LINE-1.
028000     WRITE EXEMPTION-EXPIRY-REPORT-LINE FROM HEADING-LINE-2.
028100     MOVE ZERO TO WS-LINE-COUNT.
