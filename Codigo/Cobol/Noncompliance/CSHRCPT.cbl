001940*                     selects on the posting date, so a
001950*                     back-dated check cannot slip past
001960*                     the journal.
001966*   RWH   2026-10-14  Receipts dated into a closed period
001972*                     recycle with reason PCL unless keyed
001978*                     as a prior-period adjustment ("P") on
001984*                     a controller's run -- the operator ID
001990*                     comes in on the PARM; see PERLOCK.
002000*--------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
006000 FD  RECEIPT-RECYCLE-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 01  RECEIPT-RECYCLE-RECORD.
006300     05 RCY-TRAN-DATA          PIC X(45).
006400     05 RCY-REJECT-REASON      PIC X(03).
006500
006600 FD  RECEIPT-CORRECTION-REPORT
013100     05 WS-INVOICES-PAID-FULL  PIC 9(7) VALUE ZERO.
013200     05 WS-TRANS-IN-ERROR      PIC 9(7) VALUE ZERO.
013300     05 WS-CASH-APPLIED        PIC 9(11)V99 VALUE ZERO.
013303     05 WS-PERIOD-OVERRIDES    PIC 9(7) VALUE ZERO.
013400
013406*    THE RUN'S OPERATOR, OFF THE PARM -- BLANK WHEN THE STEP
013412*    RUNS WITHOUT ONE, AND THEN NO PRIOR-PERIOD ADJUSTMENT
013418*    POSTS.
013424 01  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
013430
013436*    PARAMETER PASSED TO THE SHARED POSTING-PERIOD LOCK
013442*    SUBPROGRAM -- SEE PERLOCK.
013448 01  CSHRCPT-PERLOCK-PARM.
013454     05 PERLOCK-PROGRAM-NAME   PIC X(08).
013460     05 PERLOCK-OPERATOR-ID    PIC X(08).
013466     05 PERLOCK-RECORD-KEY     PIC X(10).
013472     05 PERLOCK-TRAN-DATE      PIC 9(08).
013478     05 PERLOCK-OVERRIDE-CODE  PIC X(01).
013484     05 PERLOCK-RESULT         PIC X(02).
013490         88 PERLOCK-OVERRIDDEN          VALUE "OV".
013496         88 PERLOCK-YEAR-CLOSED         VALUE "YC".
013502         88 PERLOCK-NOT-AUTHORIZED      VALUE "NA".
013508         88 PERLOCK-POSTABLE            VALUE "OK" "OV".
013514     05 PERLOCK-OPEN-PERIOD    PIC 9(06).
013517     05 PERLOCK-FUNCTION       PIC X(01).
013520
013526 LINKAGE SECTION.
013532 01  CSHRCPT-PARM.
013538*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
013544*    WITH A 2-BYTE BINARY LENGTH COUNT.
013550     05 CSHRCPT-PARM-LEN       PIC S9(4) COMP.
013556     05 CSHRCPT-OPERATOR-ID    PIC X(08).
013562
013568 PROCEDURE DIVISION USING CSHRCPT-PARM.
013600 PROGRAM-BEGIN.
013700     PERFORM OPENING-PROCEDURE.
013800     PERFORM MAIN-PROCESS.
014300
014400 OPENING-PROCEDURE.
014450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
014462     IF CSHRCPT-PARM-LEN > ZERO
014474        MOVE CSHRCPT-OPERATOR-ID TO WS-OPERATOR-ID
014486     END-IF.
014500     OPEN I-O CASH-RECEIPTS-FILE.
014600     IF WS-RECEIPT-FILE-STATUS = "35"
014700        OPEN OUTPUT CASH-RECEIPTS-FILE
017700     DISPLAY "  TRANSACTIONS IN ERROR : " WS-TRANS-IN-ERROR.
017800     DISPLAY "  REJECTS RECYCLED .....: " WS-REJECTS-RECYCLED.
017900     DISPLAY "  CASH APPLIED .........: " WS-CASH-APPLIED.
017950     DISPLAY "  PERIOD OVERRIDES .....: " WS-PERIOD-OVERRIDES.
018000     IF WS-TRANS-IN-ERROR > ZERO
018100        MOVE 4 TO RETURN-CODE
018200     ELSE
019600     END-IF.
019700
019800 APPLY-TRANSACTION.
019850     PERFORM CHECK-POSTING-PERIOD.
019900     EVALUATE TRUE
019933        WHEN NOT PERLOCK-POSTABLE
019966             PERFORM REJECT-CLOSED-PERIOD
020000        WHEN CRTRAN-APPLY
020100             PERFORM APPLY-ONE-RECEIPT
020200        WHEN OTHER
020800             PERFORM WRITE-REJECT-TO-RECYCLE
020900     END-EVALUATE.
021000     PERFORM READ-NEXT-TRANSACTION.
021002
021004*    A RECEIPT DATED INTO A MONTH ALREADY CLOSED RECYCLES
021006*    UNLESS IT IS A CONTROLLER'S PRIOR-PERIOD ADJUSTMENT --
021008*    SEE PERLOCK.
021010 CHECK-POSTING-PERIOD.
021012     MOVE "OK" TO PERLOCK-RESULT.
021014     IF CRTRAN-APPLY
021016        MOVE "CSHRCPT"              TO PERLOCK-PROGRAM-NAME
021018        MOVE WS-OPERATOR-ID         TO PERLOCK-OPERATOR-ID
021020        MOVE CRTRAN-INVOICE-NUMBER  TO PERLOCK-RECORD-KEY
021022        MOVE CRTRAN-RECEIPT-DATE    TO PERLOCK-TRAN-DATE
021024        MOVE CRTRAN-PERIOD-OVERRIDE TO PERLOCK-OVERRIDE-CODE
021025        MOVE "C"                    TO PERLOCK-FUNCTION
021026        CALL "PERLOCK" USING CSHRCPT-PERLOCK-PARM
021034     END-IF.
021036
021038 REJECT-CLOSED-PERIOD.
021040     DISPLAY "CSHRCPT: RECEIPT FOR INVOICE " CRTRAN-INVOICE-NUMBER
021042             " DATED " CRTRAN-RECEIPT-DATE " IS BEFORE OPEN "
021044             "PERIOD " PERLOCK-OPEN-PERIOD ", REJECTED".
021046     ADD 1 TO WS-TRANS-IN-ERROR.
021048     EVALUATE TRUE
021050        WHEN PERLOCK-YEAR-CLOSED
021052           MOVE "CLS" TO WS-REJECT-CODE
021054           MOVE "POSTED INTO CLOSED YEAR" TO WS-REJECT-TEXT
021056        WHEN PERLOCK-NOT-AUTHORIZED
021058           MOVE "POA" TO WS-REJECT-CODE
021060           MOVE "OVERRIDE NOT AUTHORIZED" TO WS-REJECT-TEXT
021062        WHEN OTHER
021064           MOVE "PCL" TO WS-REJECT-CODE
021066           MOVE "PERIOD CLOSED" TO WS-REJECT-TEXT
021068     END-EVALUATE.
021070     PERFORM WRITE-REJECT-TO-RECYCLE.
021072
021074*    AN OVERRIDE IS COUNTED AND AUDITED ONLY ONCE THE RECEIPT
021076*    IS ON FILE -- ONE THAT RECYCLES NEVER POSTED.
021078 AUDIT-PERIOD-OVERRIDE.
021080     IF PERLOCK-OVERRIDDEN
021082        ADD 1 TO WS-PERIOD-OVERRIDES
021084        MOVE "A" TO PERLOCK-FUNCTION
021086        CALL "PERLOCK" USING CSHRCPT-PERLOCK-PARM
021088     END-IF.
021100
021200 APPLY-ONE-RECEIPT.
021300     PERFORM FIND-REGISTER-INVOICE.
033600         NOT INVALID KEY
033700            ADD 1 TO WS-RECEIPTS-POSTED
033800            ADD CRTRAN-AMOUNT TO WS-CASH-APPLIED
033850            PERFORM AUDIT-PERIOD-OVERRIDE
033900            IF CRTRAN-AMOUNT = WS-OPEN-BALANCE
034000               ADD 1 TO WS-INVOICES-PAID-FULL
034100               DISPLAY "CSHRCPT: INVOICE " CRTRAN-INVOICE-NUMBER
