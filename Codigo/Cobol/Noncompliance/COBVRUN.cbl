      *                     discount evaluation against them too,         *
      *                     using the loan's own rate as the cost of      *
      *                     capital to weigh the discount against.        *
      *   RWH   2026-10-15  Variable-rate loans: every reset   *
      *                     on LOANRST that has come due is    *
      *                     applied -- the new rate (an index  *
      *                     rate off IDXRATE plus the margin,  *
      *                     or a new rate outright) and the    *
      *                     remaining balance and periods go   *
      *                     on the loan record, the reset is   *
      *                     stamped applied, and COBVALU       *
      *                     amortizes the loan on those terms  *
      *                     from then on.  LOAN-FILE is opened *
      *                     I-O to carry them.                 *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBVRUN.
               RECORD KEY IS VENDOR-NUMBER
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-VENDOR-FILE-STATUS.
           SELECT LOAN-RATE-RESET-FILE
               ASSIGN TO "LOANRST"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LRS-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-RESET-FILE-STATUS.
           SELECT INDEX-RATE-FILE
               ASSIGN TO "IDXRATE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS IDX-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-INDEX-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY LOANMST.

           COPY FILEVTA.

           COPY LOANRST.

           COPY IDXRATE.

       WORKING-STORAGE SECTION.
      *    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
      *    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
           ==PFX-FILE-BOUNDARY-VIOLATION== BY
           ==VENDOR-FILE-BOUNDARY-VIOLATION==.

       COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
           ==WS-RESET-FILE-STATUS== ==PFX-FILE-OK== BY
           ==RESET-FILE-OK== ==PFX-FILE-EOF== BY
           ==RESET-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
           ==RESET-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
           ==RESET-FILE-NOT-FOUND==
           ==PFX-FILE-BOUNDARY-VIOLATION== BY
           ==RESET-FILE-BOUNDARY-VIOLATION==.

       COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
           ==WS-INDEX-FILE-STATUS== ==PFX-FILE-OK== BY
           ==INDEX-FILE-OK== ==PFX-FILE-EOF== BY
           ==INDEX-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
           ==INDEX-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
           ==INDEX-FILE-NOT-FOUND==
           ==PFX-FILE-BOUNDARY-VIOLATION== BY
           ==INDEX-FILE-BOUNDARY-VIOLATION==.

      *    SET TO "Y" ONLY AFTER THE CORRESPONDING FILE HAS ACTUALLY
      *    BEEN OPENED -- ENDING-PROCEDURE TESTS THESE RATHER THAN
      *    LOAN-FILE-OK/VENDOR-FILE-OK, WHICH BY THE TIME ENDING-
      *    NOT WHETHER THE FILE IS STILL OPEN.
       01  WS-LOAN-FILE-OPENED       PIC X VALUE "N".
       01  WS-VENDOR-FILE-OPENED     PIC X VALUE "N".
      *    THE RESET SCHEDULE AND INDEX RATES ARE OPTIONAL -- A RUN
      *    WITHOUT THEM VALUES EVERY LOAN ON THE TERMS ALREADY ON
      *    ITS RECORD.
       01  WS-RESET-FILE-OPENED      PIC X VALUE "N".
       01  WS-INDEX-FILE-OPENED      PIC X VALUE "N".

       01  WS-LOAN-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-LOAN-REJECTED          PIC 9(7) VALUE ZERO.
       01  WS-DISCOUNTS-EVALUATED    PIC 9(7) VALUE ZERO.
       01  WS-RESETS-APPLIED         PIC 9(7) VALUE ZERO.
       01  WS-RESETS-HELD            PIC 9(7) VALUE ZERO.

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RESETS-AT-END          PIC X VALUE "N".
       01  WS-INDEX-AT-END           PIC X VALUE "N".
       01  WS-LOAN-RESET-SWITCH      PIC X VALUE "N".
       01  WS-RESET-RATE-FOUND       PIC X VALUE "N".
       01  WS-INDEX-RATE-FOUND       PIC X VALUE "N".
       01  WS-RESET-RATE             PIC 9(3)V99 VALUE ZERO.
       01  WS-INDEX-RATE             PIC 9(3)V99 VALUE ZERO.

      *    PARAMETER PASSED TO THE SHARED RUN-CONTROL SUBPROGRAM --
      *    SEE RUNCTL.
                      RUNCTL-CYCLE-DATE ", SKIPPED"
              STOP RUN
           END-IF.
           OPEN I-O LOAN-FILE.
           IF NOT LOAN-FILE-OK
              DISPLAY "COBVRUN: UNABLE TO OPEN LOAN-FILE, STATUS "
                      WS-LOAN-FILE-STATUS
              GO TO ENDING-PROCEDURE
           END-IF.
           MOVE "Y" TO WS-VENDOR-FILE-OPENED.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O LOAN-RATE-RESET-FILE.
           IF RESET-FILE-OK
              MOVE "Y" TO WS-RESET-FILE-OPENED
           ELSE
              DISPLAY "COBVRUN: NO LOAN-RATE-RESET-FILE, NO RATE "
                      "RESETS APPLIED THIS RUN"
           END-IF.
           OPEN INPUT INDEX-RATE-FILE.
           IF INDEX-FILE-OK
              MOVE "Y" TO WS-INDEX-FILE-OPENED
           ELSE
              DISPLAY "COBVRUN: NO INDEX-RATE-FILE, INDEX RESETS "
                      "HELD THIS RUN"
           END-IF.
           PERFORM READ-NEXT-LOAN.

       MAIN-PROCESS.
           IF WS-VENDOR-FILE-OPENED = "Y"
              CLOSE VENDOR-FILE
           END-IF.
           IF WS-RESET-FILE-OPENED = "Y"
              CLOSE LOAN-RATE-RESET-FILE
           END-IF.
           IF WS-INDEX-FILE-OPENED = "Y"
              CLOSE INDEX-RATE-FILE
           END-IF.
           MOVE "C" TO VALU-FUNCTION-CODE.
           CALL "COBVALU" USING VALU-PARM.
           DISPLAY "COBVRUN: LOAN RECORDS PROCESSED: " WS-LOAN-COUNT.
           DISPLAY "COBVRUN: LOAN RECORDS REJECTED .: " WS-LOAN-REJECTED.
           DISPLAY "COBVRUN: DISCOUNTS EVALUATED ...: "
                   WS-DISCOUNTS-EVALUATED.
           DISPLAY "COBVRUN: RATE RESETS APPLIED ...: "
                   WS-RESETS-APPLIED.
           DISPLAY "COBVRUN: RATE RESETS HELD ......: " WS-RESETS-HELD.
           IF RETURN-CODE = ZERO AND WS-LOAN-REJECTED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           END-IF.

       VALUE-ONE-LOAN.
           IF WS-RESET-FILE-OPENED = "Y"
              PERFORM APPLY-DUE-RESETS
           END-IF.
      *    ONCE A RESET HAS BEEN APPLIED THE LOAN AMORTIZES ON THE
      *    RESET'S TERMS -- THE RATE IN FORCE, OVER THE BALANCE AND
      *    PERIODS LEFT WHEN IT TOOK EFFECT -- AND THAT LEVEL
      *    PAYMENT IS WHAT LOANPAY EXPECTS FROM THEN ON.
           IF LOAN-RATE-RESET-DATE NUMERIC
              AND LOAN-RATE-RESET-DATE > ZERO
              MOVE LOAN-CURRENT-RATE  TO VALU-INTEREST
              MOVE LOAN-RESET-PERIODS TO VALU-NO-OF-PERIODS
              MOVE LOAN-RESET-BALANCE TO VALU-PRINCIPAL
           ELSE
              MOVE LOAN-RATE-IN      TO VALU-INTEREST
              MOVE LOAN-PERIODS-IN   TO VALU-NO-OF-PERIODS
              MOVE LOAN-PRINCIPAL-IN TO VALU-PRINCIPAL
           END-IF.
           MOVE LOAN-CURRENCY-CODE TO VALU-CURRENCY-CODE.
           MOVE LOAN-ID TO VALU-RECORD-ID.
           MOVE "A" TO VALU-FUNCTION-CODE.
                   END-IF
           END-READ.

      *
      * Apply, in effective-date order, every reset on LOANRST for
      * this loan that has come due and not yet been applied.  A
      * reset whose index rate can't be found is held -- and so is
      * every later one, so resets never apply out of order -- and
      * tried again on the next run.  The loan record is rewritten
      * once, after the last reset applied.
      *
       APPLY-DUE-RESETS.
           MOVE "N"          TO WS-LOAN-RESET-SWITCH.
           MOVE "N"          TO WS-RESETS-AT-END.
           MOVE LOAN-ID      TO LRS-LOAN-ID.
           MOVE ZERO         TO LRS-EFFECTIVE-DATE.
           START LOAN-RATE-RESET-FILE KEY IS NOT LESS THAN LRS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RESETS-AT-END
           END-START.
           IF WS-RESETS-AT-END NOT = "Y"
              PERFORM READ-NEXT-RESET
           END-IF.
           PERFORM APPLY-ONE-RESET UNTIL WS-RESETS-AT-END = "Y".
           IF WS-LOAN-RESET-SWITCH = "Y"
              REWRITE LOAN-RECORD
                  INVALID KEY
                      DISPLAY "COBVRUN: LOAN " LOAN-ID
                              " REWRITE FAILED, STATUS "
                              WS-LOAN-FILE-STATUS
              END-REWRITE
           END-IF.

       READ-NEXT-RESET.
           READ LOAN-RATE-RESET-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-RESETS-AT-END
           END-READ.
           IF WS-RESETS-AT-END NOT = "Y"
              IF LRS-LOAN-ID NOT = LOAN-ID
                 OR LRS-EFFECTIVE-DATE > WS-RUN-DATE
                 MOVE "Y" TO WS-RESETS-AT-END
              END-IF
           END-IF.

       APPLY-ONE-RESET.
           IF LRS-APPLIED-DATE NUMERIC AND LRS-APPLIED-DATE > ZERO
              PERFORM READ-NEXT-RESET
           ELSE
              PERFORM RESOLVE-RESET-RATE
              IF WS-RESET-RATE-FOUND = "Y"
                 PERFORM RE-AMORTIZE-AT-RESET
                 PERFORM READ-NEXT-RESET
              ELSE
                 DISPLAY "COBVRUN: LOAN " LOAN-ID " RESET "
                         LRS-EFFECTIVE-DATE " HELD -- NO "
                         LRS-INDEX-CODE " RATE ON FILE FOR THE DATE"
                 ADD 1 TO WS-RESETS-HELD
                 MOVE "Y" TO WS-RESETS-AT-END
              END-IF
           END-IF.

       RESOLVE-RESET-RATE.
           MOVE "N" TO WS-RESET-RATE-FOUND.
           IF LRS-FIXED-NEW-RATE
              MOVE LRS-NEW-RATE TO WS-RESET-RATE
              MOVE "Y" TO WS-RESET-RATE-FOUND
           ELSE
              PERFORM FIND-INDEX-RATE
              IF WS-INDEX-RATE-FOUND = "Y"
                 COMPUTE WS-RESET-RATE = WS-INDEX-RATE + LRS-MARGIN
                 MOVE "Y" TO WS-RESET-RATE-FOUND
              END-IF
           END-IF.
      *
      * The index rate in effect on the reset date is the one with
      * the latest effective date not after it -- read forward
      * through the index's rates and keep the last one that
      * qualifies.
      *
       FIND-INDEX-RATE.
           MOVE "N" TO WS-INDEX-RATE-FOUND.
           MOVE "N" TO WS-INDEX-AT-END.
           IF WS-INDEX-FILE-OPENED NOT = "Y"
              MOVE "Y" TO WS-INDEX-AT-END
           ELSE
              MOVE LRS-INDEX-CODE TO IDX-INDEX-CODE
              MOVE ZERO           TO IDX-EFFECTIVE-DATE
              START INDEX-RATE-FILE KEY IS NOT LESS THAN IDX-KEY
                  INVALID KEY
                      MOVE "Y" TO WS-INDEX-AT-END
              END-START
           END-IF.
           IF WS-INDEX-AT-END NOT = "Y"
              PERFORM READ-NEXT-INDEX-RATE
           END-IF.
           PERFORM TAKE-INDEX-RATE UNTIL WS-INDEX-AT-END = "Y".

       READ-NEXT-INDEX-RATE.
           READ INDEX-RATE-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-INDEX-AT-END
           END-READ.
           IF WS-INDEX-AT-END NOT = "Y"
              IF IDX-INDEX-CODE NOT = LRS-INDEX-CODE
                 OR IDX-EFFECTIVE-DATE > LRS-EFFECTIVE-DATE
                 MOVE "Y" TO WS-INDEX-AT-END
              END-IF
           END-IF.

       TAKE-INDEX-RATE.
           MOVE IDX-RATE TO WS-INDEX-RATE.
           MOVE "Y" TO WS-INDEX-RATE-FOUND.
           PERFORM READ-NEXT-INDEX-RATE.
      *
      * Re-amortize at the reset: the balance left on the loan over
      * the periods not yet paid, at the new rate.  A record written
      * before the balance and payment-count fields existed carries
      * spaces there -- it starts from the principal and the full
      * term, which is where it stood all along.
      *
       RE-AMORTIZE-AT-RESET.
           IF LOAN-REMAINING-BALANCE NOT NUMERIC
              MOVE LOAN-PRINCIPAL-IN TO LOAN-REMAINING-BALANCE
           END-IF.
           IF LOAN-LAST-PAYMENT-DATE NOT NUMERIC
              MOVE ZERO TO LOAN-LAST-PAYMENT-DATE
           END-IF.
           IF LOAN-PAYMENTS-MADE NOT NUMERIC
              MOVE ZERO TO LOAN-PAYMENTS-MADE
           END-IF.
           IF LOAN-PAYMENTS-MADE < LOAN-PERIODS-IN
              COMPUTE LOAN-RESET-PERIODS =
                      LOAN-PERIODS-IN - LOAN-PAYMENTS-MADE
           ELSE
              MOVE 1 TO LOAN-RESET-PERIODS
           END-IF.
           MOVE WS-RESET-RATE          TO LOAN-CURRENT-RATE.
           MOVE LRS-EFFECTIVE-DATE     TO LOAN-RATE-RESET-DATE.
           MOVE LOAN-REMAINING-BALANCE TO LOAN-RESET-BALANCE.
           MOVE "Y" TO WS-LOAN-RESET-SWITCH.
           MOVE WS-RUN-DATE            TO LRS-APPLIED-DATE.
           MOVE WS-RESET-RATE          TO LRS-APPLIED-RATE.
           MOVE LOAN-RESET-BALANCE     TO LRS-APPLIED-BALANCE.
           MOVE LOAN-RESET-PERIODS     TO LRS-APPLIED-PERIODS.
           REWRITE LOAN-RATE-RESET-RECORD
               INVALID KEY
                   DISPLAY "COBVRUN: RESET " LRS-LOAN-ID "/"
                           LRS-EFFECTIVE-DATE " REWRITE FAILED, "
                           "STATUS " WS-RESET-FILE-STATUS
           END-REWRITE.
           ADD 1 TO WS-RESETS-APPLIED.
           DISPLAY "COBVRUN: LOAN " LOAN-ID " RATE RESET "
                   LRS-EFFECTIVE-DATE " TO " LOAN-CURRENT-RATE
                   " OVER " LOAN-RESET-PERIODS " PERIODS".

       READ-NEXT-LOAN.
           READ LOAN-FILE
               AT END MOVE "10" TO WS-LOAN-FILE-STATUS
