000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COLINQ.
000300*--------------------------------------------------
000400* The credit desk's collection inquiry, in the
000500* style of CUSINQ.  The collector keys a customer
000600* ID; back come the name, contact and status, the
000700* dunning letters DUNLTR has sent against each of
000800* the customer's invoices, and every collector
000900* note on file oldest first, with the promise to
001000* pay and who took it.  The next number can be
001100* keyed without restarting.  Read-only from the
001200* first line to the last, so no AUTHCHK.
001300*
001400* MODIFICATION HISTORY
001500*   WHO   DATE        WHAT
001600*   RWH   2026-10-15  Original version.
001700*--------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100
002200     SELECT CUSTOMER-MASTER-FILE
002300         ASSIGN TO "CUSTMST"
002400         ORGANIZATION IS INDEXED
002500         RECORD KEY IS CUST-CUSTOMER-ID
002600         ACCESS MODE IS RANDOM
002700         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
002800
002900     SELECT COLLECTOR-NOTE-FILE
003000         ASSIGN TO "COLNOTE"
003100         ORGANIZATION IS INDEXED
003200         RECORD KEY IS CN-KEY
003300         ACCESS MODE IS DYNAMIC
003400         FILE STATUS IS WS-NOTE-FILE-STATUS.
003500
003600     SELECT DUNNING-LEVEL-FILE
003700         ASSIGN TO "DUNLVL"
003800         ORGANIZATION IS INDEXED
003900         RECORD KEY IS DL-INVOICE-NUMBER
004000         ACCESS MODE IS RANDOM
004100         FILE STATUS IS WS-DUNNING-FILE-STATUS.
004200
004300*    THE REGISTER IS SEQUENTIAL, SO EACH INQUIRY SCANS IT FRESH
004400*    -- OPENED AND CLOSED AROUND THE SCAN.
004500     SELECT CUSTOMER-INVOICE-REGISTER-FILE
004600         ASSIGN TO "CINVREG"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-REGISTER-FILE-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200
005300     COPY CUSMST.
005400     COPY COLNOTE.
005500     COPY DUNLVL.
005600     COPY CINVREG.
005700
005800 WORKING-STORAGE SECTION.
005900
006000*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
006100*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
006200     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
006300         ==WS-CUSTOMER-FILE-STATUS== ==PFX-FILE-OK== BY
006400         ==CUSTOMER-FILE-OK== ==PFX-FILE-EOF== BY
006500         ==CUSTOMER-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
006600         ==CUSTOMER-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
006700         ==CUSTOMER-FILE-NOT-FOUND==
006800         ==PFX-FILE-BOUNDARY-VIOLATION== BY
006900         ==CUSTOMER-FILE-BOUNDARY-VIOLATION==.
007000
007100     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
007200         ==WS-NOTE-FILE-STATUS== ==PFX-FILE-OK== BY
007300         ==NOTE-FILE-OK== ==PFX-FILE-EOF== BY
007400         ==NOTE-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
007500         ==NOTE-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
007600         ==NOTE-FILE-NOT-FOUND==
007700         ==PFX-FILE-BOUNDARY-VIOLATION== BY
007800         ==NOTE-FILE-BOUNDARY-VIOLATION==.
007900
008000     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
008100         ==WS-DUNNING-FILE-STATUS== ==PFX-FILE-OK== BY
008200         ==DUNNING-FILE-OK== ==PFX-FILE-EOF== BY
008300         ==DUNNING-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
008400         ==DUNNING-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
008500         ==DUNNING-FILE-NOT-FOUND==
008600         ==PFX-FILE-BOUNDARY-VIOLATION== BY
008700         ==DUNNING-FILE-BOUNDARY-VIOLATION==.
008800
008900     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
009000         ==WS-REGISTER-FILE-STATUS== ==PFX-FILE-OK== BY
009100         ==REGISTER-FILE-OK== ==PFX-FILE-EOF== BY
009200         ==REGISTER-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
009300         ==REGISTER-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
009400         ==REGISTER-FILE-NOT-FOUND==
009500         ==PFX-FILE-BOUNDARY-VIOLATION== BY
009600         ==REGISTER-FILE-BOUNDARY-VIOLATION==.
009700
009800*    THE OPERATOR'S ANSWER -- SPACES OR ZERO ENDS THE SESSION.
009900 01  WS-INQUIRY-ANSWER         PIC X(07) VALUE SPACES.
010000 01  WS-INQUIRY-NUMBER         PIC 9(07) VALUE ZERO.
010100 01  WS-SESSION-DONE           PIC X VALUE "N".
010200
010300*    "Y" WHEN THE FILE WAS THERE TO OPEN -- NEITHER EXISTS
010400*    UNTIL COLMAINT OR DUNLTR HAS FIRST RUN.
010500 01  WS-NOTE-FILE-OPEN         PIC X VALUE "N".
010600 01  WS-DUNNING-FILE-OPEN      PIC X VALUE "N".
010700
010800 01  WS-NOTE-SCAN-AT-END       PIC X VALUE "N".
010900 01  WS-REGISTER-AT-END        PIC X VALUE "N".
011000 01  WS-NOTES-LISTED           PIC 9(5) VALUE ZERO.
011100 01  WS-LETTERS-LISTED         PIC 9(5) VALUE ZERO.
011200
011300 01  WS-STATUS-TEXT            PIC X(09) VALUE SPACES.
011400 01  WS-LEVEL-TEXT             PIC X(13) VALUE SPACES.
011500 01  WS-PROMISE-OUT            PIC ZZZ,ZZZ,ZZ9.99.
011600
011700 PROCEDURE DIVISION.
011800 PROGRAM-BEGIN.
011900     PERFORM OPENING-PROCEDURE.
012000     PERFORM INQUIRY-SESSION
012100             UNTIL WS-SESSION-DONE = "Y".
012200     PERFORM CLOSING-PROCEDURE.
012300
012400 PROGRAM-DONE.
012500     STOP RUN.
012600
012700 OPENING-PROCEDURE.
012800     OPEN INPUT CUSTOMER-MASTER-FILE.
012900     IF NOT CUSTOMER-FILE-OK
013000        DISPLAY "COLINQ: UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
013100                "STATUS " WS-CUSTOMER-FILE-STATUS
013200        MOVE 16 TO RETURN-CODE
013300        GO TO PROGRAM-DONE
013400     END-IF.
013500     OPEN INPUT COLLECTOR-NOTE-FILE.
013600     IF NOTE-FILE-OK
013700        MOVE "Y" TO WS-NOTE-FILE-OPEN
013800     ELSE
013900        DISPLAY "COLINQ: NO COLLECTOR-NOTE-FILE, STATUS "
014000                WS-NOTE-FILE-STATUS " -- NOTES NOT SHOWN"
014100     END-IF.
014200     OPEN INPUT DUNNING-LEVEL-FILE.
014300     IF DUNNING-FILE-OK
014400        MOVE "Y" TO WS-DUNNING-FILE-OPEN
014500     ELSE
014600        DISPLAY "COLINQ: NO DUNNING-LEVEL-FILE, STATUS "
014700                WS-DUNNING-FILE-STATUS " -- LETTERS NOT SHOWN"
014800     END-IF.
014900
015000 CLOSING-PROCEDURE.
015100     CLOSE CUSTOMER-MASTER-FILE.
015200     IF WS-NOTE-FILE-OPEN = "Y"
015300        CLOSE COLLECTOR-NOTE-FILE
015400     END-IF.
015500     IF WS-DUNNING-FILE-OPEN = "Y"
015600        CLOSE DUNNING-LEVEL-FILE
015700     END-IF.
015800     DISPLAY "COLINQ: SESSION ENDED".
015900
016000 INQUIRY-SESSION.
016100     DISPLAY "ENTER CUSTOMER ID (BLANK OR 0 TO END):".
016200     MOVE SPACES TO WS-INQUIRY-ANSWER.
016300     ACCEPT WS-INQUIRY-ANSWER.
016400     IF WS-INQUIRY-ANSWER = SPACES
016500        OR WS-INQUIRY-ANSWER = "0"
016600        OR WS-INQUIRY-ANSWER = "0000000"
016700        MOVE "Y" TO WS-SESSION-DONE
016800     ELSE
016900        IF WS-INQUIRY-ANSWER IS NUMERIC
017000           MOVE WS-INQUIRY-ANSWER TO WS-INQUIRY-NUMBER
017100           PERFORM SHOW-ONE-CUSTOMER
017200        ELSE
017300           DISPLAY "COLINQ: " WS-INQUIRY-ANSWER
017400                   " IS NOT A CUSTOMER ID"
017500        END-IF
017600     END-IF.
017700
017800 SHOW-ONE-CUSTOMER.
017900     MOVE WS-INQUIRY-NUMBER TO CUST-CUSTOMER-ID.
018000     READ CUSTOMER-MASTER-FILE
018100         INVALID KEY
018200            DISPLAY "CUSTOMER " WS-INQUIRY-NUMBER " NOT ON FILE"
018300         NOT INVALID KEY
018400            PERFORM SHOW-CUSTOMER-DETAIL
018500            IF WS-DUNNING-FILE-OPEN = "Y"
018600               PERFORM SHOW-DUNNING-LETTERS
018700            END-IF
018800            IF WS-NOTE-FILE-OPEN = "Y"
018900               PERFORM SHOW-COLLECTOR-NOTES
019000            END-IF
019100     END-READ.
019200
019300 SHOW-CUSTOMER-DETAIL.
019400     IF CUST-ACTIVE
019500        MOVE "ACTIVE" TO WS-STATUS-TEXT
019600     ELSE
019700        MOVE "INACTIVE" TO WS-STATUS-TEXT
019800     END-IF.
019900     DISPLAY "CUSTOMER " CUST-CUSTOMER-ID " " CUST-NOMBRE
020000             " (" WS-STATUS-TEXT ")".
020100     DISPLAY "  CONTACT " CUST-CONTACT.
020200
020300*    THE LEVEL FILE IS KEYED BY INVOICE, SO THE CUSTOMER'S
020400*    INVOICES ARE FOUND ON THE REGISTER AND LOOKED UP ONE BY
020500*    ONE.
020600 SHOW-DUNNING-LETTERS.
020700     MOVE ZERO TO WS-LETTERS-LISTED.
020800     MOVE "N"  TO WS-REGISTER-AT-END.
020900     OPEN INPUT CUSTOMER-INVOICE-REGISTER-FILE.
021000     IF NOT REGISTER-FILE-OK
021100        DISPLAY "  (INVOICE REGISTER NOT AVAILABLE, STATUS "
021200                WS-REGISTER-FILE-STATUS ")"
021300        MOVE "Y" TO WS-REGISTER-AT-END
021400     ELSE
021500        PERFORM READ-NEXT-REGISTER
021600     END-IF.
021700     PERFORM SHOW-ONE-INVOICE-LEVEL
021800             UNTIL WS-REGISTER-AT-END = "Y".
021900     IF REGISTER-FILE-OK OR REGISTER-FILE-EOF
022000        CLOSE CUSTOMER-INVOICE-REGISTER-FILE
022100     END-IF.
022200     IF WS-LETTERS-LISTED = ZERO
022300        DISPLAY "  NO DUNNING LETTERS SENT"
022400     END-IF.
022500
022600 READ-NEXT-REGISTER.
022700     READ CUSTOMER-INVOICE-REGISTER-FILE
022800          AT END MOVE "Y" TO WS-REGISTER-AT-END.
022900
023000 SHOW-ONE-INVOICE-LEVEL.
023100     IF CI-CUSTOMER-ID = CUST-CUSTOMER-ID
023200        MOVE CI-INVOICE-NUMBER TO DL-INVOICE-NUMBER
023300        READ DUNNING-LEVEL-FILE
023400            INVALID KEY
023500               CONTINUE
023600            NOT INVALID KEY
023700               PERFORM SHOW-ONE-LETTER
023800        END-READ
023900     END-IF.
024000     PERFORM READ-NEXT-REGISTER.
024100
024200 SHOW-ONE-LETTER.
024300     EVALUATE TRUE
024400        WHEN DL-REMINDER-SENT
024500             MOVE "REMINDER" TO WS-LEVEL-TEXT
024600        WHEN DL-SECOND-NOTICE-SENT
024700             MOVE "SECOND NOTICE" TO WS-LEVEL-TEXT
024800        WHEN OTHER
024900             MOVE "FINAL NOTICE" TO WS-LEVEL-TEXT
025000     END-EVALUATE.
025100     DISPLAY "  INVOICE " DL-INVOICE-NUMBER " "
025200             WS-LEVEL-TEXT " SENT " DL-LAST-NOTICE-DATE.
025300     ADD 1 TO WS-LETTERS-LISTED.
025400
025500 SHOW-COLLECTOR-NOTES.
025600     MOVE ZERO TO WS-NOTES-LISTED.
025700     MOVE "N"  TO WS-NOTE-SCAN-AT-END.
025800     MOVE CUST-CUSTOMER-ID TO CN-CUSTOMER-ID.
025900     MOVE ZERO             TO CN-NOTE-DATE.
026000     MOVE ZERO             TO CN-NOTE-SEQUENCE.
026100     START COLLECTOR-NOTE-FILE KEY IS GREATER THAN CN-KEY
026200         INVALID KEY
026300            MOVE "Y" TO WS-NOTE-SCAN-AT-END
026400     END-START.
026500     IF WS-NOTE-SCAN-AT-END NOT = "Y"
026600        PERFORM READ-NEXT-NOTE
026700     END-IF.
026800     PERFORM SHOW-ONE-NOTE
026900             UNTIL WS-NOTE-SCAN-AT-END = "Y".
027000     IF WS-NOTES-LISTED = ZERO
027100        DISPLAY "  NO COLLECTOR NOTES ON FILE"
027200     END-IF.
027300
027400 READ-NEXT-NOTE.
027500     READ COLLECTOR-NOTE-FILE NEXT RECORD
027600          AT END MOVE "Y" TO WS-NOTE-SCAN-AT-END.
027700
027800 SHOW-ONE-NOTE.
027900     IF CN-CUSTOMER-ID NOT = CUST-CUSTOMER-ID
028000        MOVE "Y" TO WS-NOTE-SCAN-AT-END
028100     ELSE
028200        DISPLAY "  NOTE " CN-NOTE-DATE "/" CN-NOTE-SEQUENCE
028300                " BY " CN-OPERATOR-ID " " CN-NOTE-TEXT
028400        IF CN-PROMISE-DATE NOT = ZERO
028500           MOVE CN-PROMISE-AMOUNT TO WS-PROMISE-OUT
028600           DISPLAY "       PROMISED " WS-PROMISE-OUT
028700                   " BY " CN-PROMISE-DATE
028800        END-IF
028900        ADD 1 TO WS-NOTES-LISTED
029000        PERFORM READ-NEXT-NOTE
029100     END-IF.
