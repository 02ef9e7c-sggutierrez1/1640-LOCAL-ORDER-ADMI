001600* MODIFICATION HISTORY
001700*   WHO   DATE        WHAT
001800*   RWH   2026-09-03  Original version.
001820*   RWH   2026-10-15  A voided check is queued on POSVOID,
001840*                     in the positive-pay layout, for the
001860*                     next PAYSEL transmission to the bank.
001880*                     ACH payments need no void there.
001883*   RWH   2026-10-15  A credit memo taken against the voided
001886*                     payment gives its credit back for the
001889*                     next run; a payment the credits settled
001892*                     in full never reached the bank and
001895*                     queues no positive-pay void.
001900*--------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
003700         ASSIGN TO "PAYVOIDR"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
003907     SELECT VENDOR-FILE
003914         ASSIGN TO "vendor"
003921         ORGANIZATION IS INDEXED
003928         RECORD KEY IS VENDOR-NUMBER
003935         ACCESS MODE IS RANDOM
003942         FILE STATUS IS WS-VENDOR-FILE-STATUS.
003949
003956*    VOIDS WAITING FOR PAYSEL'S NEXT POSITIVE-PAY FILE.
003963     SELECT POSITIVE-PAY-FILE
003970         ASSIGN TO "POSVOID"
003977         ORGANIZATION IS LINE SEQUENTIAL
003984         FILE STATUS IS WS-POSVOID-FILE-STATUS.
003991
004000 DATA DIVISION.
004100 FILE SECTION.
004200
004300     COPY VNDPAY.
004400     COPY VNDINV.
004433     COPY FILEVTA.
004466     COPY POSPAY.
004500
004600 FD  VOID-REGISTER-REPORT
004700     LABEL RECORDS ARE STANDARD.
007100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
007200         ==INVOICE-FILE-BOUNDARY-VIOLATION==.
007300
007305     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
007310         ==WS-VENDOR-FILE-STATUS== ==PFX-FILE-OK== BY
007315         ==VENDOR-FILE-OK== ==PFX-FILE-EOF== BY
007320         ==VENDOR-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
007325         ==VENDOR-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
007330         ==VENDOR-FILE-NOT-FOUND==
007335         ==PFX-FILE-BOUNDARY-VIOLATION== BY
007340         ==VENDOR-FILE-BOUNDARY-VIOLATION==.
007345
007350     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
007355         ==WS-POSVOID-FILE-STATUS== ==PFX-FILE-OK== BY
007360         ==POSVOID-FILE-OK== ==PFX-FILE-EOF== BY
007365         ==POSVOID-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
007370         ==POSVOID-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
007375         ==POSVOID-FILE-NOT-FOUND==
007380         ==PFX-FILE-BOUNDARY-VIOLATION== BY
007385         ==POSVOID-FILE-BOUNDARY-VIOLATION==.
007390
007400 01  WS-RUN-DATE               PIC 9(8).
007414
007428*    THE VOIDED PAYMENT AS THE BANK KNOWS IT -- EVERY RECORD
007442*    OF ONE PAYMENT CARRIES THE SAME DATE, VENDOR AND METHOD.
007456 01  WS-VOID-PAYMENT-DATE      PIC 9(8) VALUE ZERO.
007470 01  WS-VOID-VENDOR-NUMBER     PIC 9(5) VALUE ZERO.
007484 01  WS-VOID-PAY-METHOD        PIC X(01) VALUE SPACE.
007492 01  WS-VOID-PAYEE-NAME        PIC X(30) VALUE SPACES.
007500
007600 01  WS-CONTROL-TOTALS.
007700     05 WS-PAYMENTS-READ       PIC 9(7) VALUE ZERO.
007800     05 WS-RECORDS-VOIDED      PIC 9(7) VALUE ZERO.
007900     05 WS-INVOICES-RELEASED   PIC 9(7) VALUE ZERO.
008000     05 WS-INVOICES-NOT-FOUND  PIC 9(7) VALUE ZERO.
008100     05 WS-VOIDED-NET-AMOUNT   PIC S9(11)V99 VALUE ZERO.
008200
008300*    PARAMETER PASSED TO THE SHARED AUDIT-LOGGING SUBPROGRAM --
008400*    SEE AUDITLOG.
011200     05 FILLER                 PIC X(02) VALUE SPACES.
011300     05 VDL-INVOICE-NUMBER     PIC X(10).
011400     05 FILLER                 PIC X(02) VALUE SPACES.
011500     05 VDL-NET-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
011600     05 FILLER                 PIC X(02) VALUE SPACES.
011700     05 VDL-REMARK             PIC X(25).
011800
020500        WHEN OTHER
020600             MOVE 0 TO RETURN-CODE
020700     END-EVALUATE.
020725     IF WS-RECORDS-VOIDED > ZERO
020750        PERFORM QUEUE-POSITIVE-PAY-VOID
020775     END-IF.
020800
020900 MAIN-PROCESS.
021000     PERFORM READ-NEXT-PAYMENT.
023100     REWRITE VENDOR-PAYMENT-RECORD.
023200     ADD 1 TO WS-RECORDS-VOIDED.
023300     ADD PAY-NET-AMOUNT TO WS-VOIDED-NET-AMOUNT.
023325     MOVE PAY-PAYMENT-DATE  TO WS-VOID-PAYMENT-DATE.
023350     MOVE PAY-VENDOR-NUMBER TO WS-VOID-VENDOR-NUMBER.
023375     MOVE PAY-PAY-METHOD    TO WS-VOID-PAY-METHOD.
023400     PERFORM RELEASE-PAID-INVOICE.
023500     PERFORM WRITE-VOID-AUDIT.
023600
025300               ADD 1 TO WS-INVOICES-RELEASED
025400               MOVE "BACK TO APPROVED" TO VDL-REMARK
025500            ELSE
025514*          A CREDIT MEMO NOT USED UP STAYS APPROVED -- VOIDING
025528*          THE CREDIT RECORD IS WHAT GIVES THE CREDIT BACK.
025542           IF INV-CREDIT-MEMO
025556              AND INV-STATUS-APPROVED
025570              MOVE "CREDIT BACK TO OPEN" TO VDL-REMARK
025584           ELSE
025600               MOVE "WAS NOT MARKED PAID" TO VDL-REMARK
025650           END-IF
025700            END-IF
025800            PERFORM WRITE-VOID-REGISTER-LINE
025900     END-READ.
027300     MOVE "V"                 TO AUDITLOG-NEW-VALUE.
027400     MOVE PAYVOID-OPERATOR-ID TO AUDITLOG-OPERATOR-ID.
027500     CALL "AUDITLOG" USING PAYVOID-AUDITLOG-PARM.
027600
027700*    A VOIDED CHECK MUST REACH THE BANK'S POSITIVE-PAY LIST OR
027800*    IT CAN STILL BE CASHED -- ONE VOID ITEM FOR THE WHOLE
027900*    PAYMENT, AT THE NET THE CHECK WAS CUT FOR, WAITS ON
028000*    POSVOID FOR PAYSEL'S NEXT TRANSMISSION.  AN ACH PAYMENT
028100*    NEVER WENT ON THE LIST, AND NEITHER DID A PAYMENT THE
028150*    VENDOR'S CREDITS SETTLED WITH NO CHECK CUT.
028200 QUEUE-POSITIVE-PAY-VOID.
028216     EVALUATE TRUE
028232        WHEN WS-VOIDED-NET-AMOUNT = ZERO
028248             DISPLAY "PAYVOID: PAYMENT " PAYVOID-PAYMENT-NUMBER
028264                     " WAS SETTLED BY CREDIT, NO POSITIVE-PAY "
028280                     "VOID NEEDED"
028300        WHEN WS-VOID-PAY-METHOD = "E"
028400             DISPLAY "PAYVOID: PAYMENT " PAYVOID-PAYMENT-NUMBER
028500                     " WAS ACH, NO POSITIVE-PAY VOID NEEDED"
028600        WHEN OTHER
028700             PERFORM WRITE-POSITIVE-PAY-VOID
028800     END-EVALUATE.
028900
029000 WRITE-POSITIVE-PAY-VOID.
029200     PERFORM READ-VOID-PAYEE-NAME.
029300     OPEN EXTEND POSITIVE-PAY-FILE.
029400     IF WS-POSVOID-FILE-STATUS = "35"
029500        CLOSE POSITIVE-PAY-FILE
029600        OPEN OUTPUT POSITIVE-PAY-FILE
029700     END-IF.
029800     IF NOT POSVOID-FILE-OK
029900        DISPLAY "PAYVOID: UNABLE TO QUEUE POSITIVE-PAY VOID, "
030000                "STATUS " WS-POSVOID-FILE-STATUS
030100                " -- TELL THE BANK OF CHECK "
030200                PAYVOID-PAYMENT-NUMBER
030300        MOVE 16 TO RETURN-CODE
030400     ELSE
030450        MOVE SPACES                 TO POSITIVE-PAY-RECORD
030500        MOVE "D"                    TO PP-RECORD-TYPE
030600        MOVE PAYVOID-PAYMENT-NUMBER TO PP-CHECK-NUMBER
030700        MOVE WS-VOID-PAYMENT-DATE   TO PP-ISSUE-DATE
030800        MOVE WS-VOIDED-NET-AMOUNT   TO PP-AMOUNT
030900        MOVE "V"                    TO PP-ISSUE-CODE
030950        MOVE WS-VOID-PAYEE-NAME     TO PP-PAYEE-NAME
031000        WRITE POSITIVE-PAY-RECORD
031100        CLOSE POSITIVE-PAY-FILE
031200        DISPLAY "  POSITIVE-PAY VOID ....: QUEUED"
031300     END-IF.
031400
031500*    THE PAYEE AS THE VENDOR MASTER NAMES IT -- BLANK WHEN THE
031600*    VENDOR IS GONE, WHICH THE BANK ACCEPTS ON A VOID.
031700 READ-VOID-PAYEE-NAME.
031750     MOVE SPACES TO WS-VOID-PAYEE-NAME.
031800     OPEN INPUT VENDOR-FILE.
031900     IF VENDOR-FILE-OK
032000        MOVE WS-VOID-VENDOR-NUMBER TO VENDOR-NUMBER
032100        READ VENDOR-FILE
032200            INVALID KEY
032300               CONTINUE
032400            NOT INVALID KEY
032500               MOVE VENDOR-NAME TO WS-VOID-PAYEE-NAME
032600        END-READ
032700        CLOSE VENDOR-FILE
032800     END-IF.
