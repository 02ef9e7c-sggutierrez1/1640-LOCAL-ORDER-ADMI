      *         RUN-CONTROL FILE (THE RUNCTL DD).  OTHERWISE     *
      *         PERCTL-FEEDBACK COMES BACK "NA" AND THE PERIOD   *
      *         STAYS OPEN.                                      *
      *   "Y" - RETURN THE LAST PERIOD OF THE LATEST CLOSED      *
      *         FISCAL YEAR (YYYY12) IN PERCTL-PERIOD, ZERO IF   *
      *         NO YEAR HAS BEEN CLOSED.  NOTHING MAY POST ON OR *
      *         BEFORE IT.                                       *
      *   "C" - CLOSE THE FISCAL YEAR WHOSE DECEMBER IS IN       *
      *         PERCTL-PERIOD.  DECEMBER MUST ALREADY BE CLOSED  *
      *         AND THE YEAR NOT YET CLOSED, OR "NA" COMES BACK. *
      *   "R" - REOPEN THE LATEST CLOSED FISCAL YEAR, WHOSE      *
      *         DECEMBER IS IN PERCTL-PERIOD -- THE SPECIAL      *
      *         REOPEN FOR A LATE ADJUSTMENT.  ANY OTHER YEAR    *
      *         COMES BACK "NA".                                 *
      *                                                          *
      * THE MONTHLY STEPS THEMSELVES CHECK AND STAMP RUNCTL      *
      * UNDER CYCLE DATE PERIOD * 100, SO A PERIOD ALREADY RUN   *
      *   RWH   2026-09-03  Original version.                    *
      *   RWH   2026-09-03  Added SLSHIST to the expected-step   *
      *                     table.                               *
      *   RWH   2026-10-14  Added FINSTMT to the expected-step   *
      *                     table.                               *
      *   RWH   2026-10-14  Added GLBUDVAR to the expected-step  *
      *                     table; step subscript widened to two *
      *                     digits.                              *
      *   RWH   2026-10-14  Carries the closed fiscal year; added *
      *                     the "Y", "C" and "R" functions for    *
      *                     the year-end close.                   *
      *   RWH   2026-10-15  Added GRSMRGN to the expected-step   *
      *                     table.                               *
      *   RWH   2026-10-15  Added RNIACCR to the expected-step   *
      *                     table.                               *
      *   RWH   2026-10-15  Added DISCLOST to the expected-step  *
      *                     table.                               *
      *   RWH   2026-10-15  Added PURHIST to the expected-step   *
      *                     table.                               *
      *   RWH   2026-10-15  Added QTERPT to the expected-step    *
      *                     table.                               *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCTL.
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-CONTROL-RECORD.
           05 PC-CURRENT-PERIOD        PIC 9(06).
      *    APPENDED -- A RECORD WRITTEN BEFORE ANY YEAR WAS CLOSED
      *    READS BACK BLANK HERE AND COUNTS AS NONE CLOSED.
           05 PC-YEAR-CLOSED-THROUGH   PIC 9(06).

      *    SAME RECORD RUNCTL WRITES -- THIS IS A READER SIDE.
       FD  RUN-CONTROL-FILE

       01  WS-PERIOD-CYCLE-DATE        PIC 9(8) VALUE ZERO.

      *    DECEMBER OF THE LATEST CLOSED FISCAL YEAR, KEPT ACROSS
      *    THE READ SO EVERY SAVE WRITES IT BACK.
       01  WS-YEAR-CLOSED-THROUGH      PIC 9(6) VALUE ZERO.
       01  WS-REQUESTED-YEAR-END       PIC 9(6) VALUE ZERO.

      *    THE MONTHLY STEPS THAT MUST STAMP BEFORE THE PERIOD
      *    MAY CLOSE, AND A STAMPED/MISSING FLAG PER STEP.
       01  WS-STEP-TABLE.
           05 FILLER                   PIC X(08) VALUE "GLTRIAL ".
           05 FILLER                   PIC X(08) VALUE "CURREVAL".
           05 FILLER                   PIC X(08) VALUE "SLSHIST ".
           05 FILLER                   PIC X(08) VALUE "FINSTMT ".
           05 FILLER                   PIC X(08) VALUE "GLBUDVAR".
           05 FILLER                   PIC X(08) VALUE "GRSMRGN ".
           05 FILLER                   PIC X(08) VALUE "RNIACCR ".
           05 FILLER                   PIC X(08) VALUE "DISCLOST".
           05 FILLER                   PIC X(08) VALUE "PURHIST ".
           05 FILLER                   PIC X(08) VALUE "QTERPT  ".
       01  WS-STEP-TABLE-R REDEFINES WS-STEP-TABLE.
           05 WS-EXPECTED-STEP         OCCURS 14 TIMES PIC X(08).
       01  WS-STEP-STAMPED.
           05 WS-STAMPED-FLAG          OCCURS 14 TIMES PIC X(01).
       01  WS-STEP-SUB                 PIC 99 VALUE 1.
       01  WS-STEPS-MISSING            PIC 9(2) VALUE ZERO.

       LINKAGE SECTION.
           05 PERCTL-FUNCTION          PIC X(01).
               88 PERCTL-GET-PERIOD            VALUE "G".
               88 PERCTL-ADVANCE-PERIOD        VALUE "A".
               88 PERCTL-GET-YEAR-CLOSED       VALUE "Y".
               88 PERCTL-CLOSE-YEAR            VALUE "C".
               88 PERCTL-REOPEN-YEAR           VALUE "R".
           05 PERCTL-PERIOD            PIC 9(06).
           05 PERCTL-FEEDBACK          PIC XX.

       0000-PROGRAMA.
           MOVE "OK" TO PERCTL-FEEDBACK.
           ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
           MOVE PERCTL-PERIOD TO WS-REQUESTED-YEAR-END.
           PERFORM READ-CURRENT-PERIOD.
           EVALUATE TRUE
               WHEN PERCTL-GET-PERIOD
                    CONTINUE
               WHEN PERCTL-ADVANCE-PERIOD
                    PERFORM ADVANCE-IF-COMPLETE
               WHEN PERCTL-GET-YEAR-CLOSED
                    MOVE WS-YEAR-CLOSED-THROUGH TO PERCTL-PERIOD
               WHEN PERCTL-CLOSE-YEAR
                    PERFORM CLOSE-FISCAL-YEAR
               WHEN PERCTL-REOPEN-YEAR
                    PERFORM REOPEN-FISCAL-YEAR
               WHEN OTHER
                    MOVE "ER" TO PERCTL-FEEDBACK
           END-EVALUATE.
      *
       READ-CURRENT-PERIOD.
           MOVE ZERO TO PERCTL-PERIOD.
           MOVE ZERO TO WS-YEAR-CLOSED-THROUGH.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF PERCTL-FILE-OK
              READ PERIOD-CONTROL-FILE
                      CONTINUE
                   NOT AT END
                      MOVE PC-CURRENT-PERIOD TO PERCTL-PERIOD
                      IF PC-YEAR-CLOSED-THROUGH IS NUMERIC
                         MOVE PC-YEAR-CLOSED-THROUGH
                              TO WS-YEAR-CLOSED-THROUGH
                      END-IF
              END-READ
              CLOSE PERIOD-CONTROL-FILE
           END-IF.
       SAVE-CURRENT-PERIOD.
           OPEN OUTPUT PERIOD-CONTROL-FILE.
           MOVE PERCTL-PERIOD TO PC-CURRENT-PERIOD.
           MOVE WS-YEAR-CLOSED-THROUGH TO PC-YEAR-CLOSED-THROUGH.
           WRITE PERIOD-CONTROL-RECORD.
           CLOSE PERIOD-CONTROL-FILE.

           PERFORM GATHER-PERIOD-STAMPS.
           PERFORM JUDGE-ONE-STEP
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 14.
           IF WS-STEPS-MISSING > ZERO
              MOVE "NA" TO PERCTL-FEEDBACK
              DISPLAY "PERCTL: PERIOD " PERCTL-PERIOD
           IF RC-CYCLE-DATE = WS-PERIOD-CYCLE-DATE
              PERFORM NOTE-ONE-STAMP
                      VARYING WS-STEP-SUB FROM 1 BY 1
                      UNTIL WS-STEP-SUB > 14
           END-IF.
           PERFORM READ-NEXT-STAMP.

                      " NEVER COMPLETED FOR PERIOD "
                      PERCTL-PERIOD
           END-IF.

      *
      * A fiscal year closes only after its December has closed
      * (the open period is past it) and only once.  Years close
      * in order; the very first close may be any year.
      *
       CLOSE-FISCAL-YEAR.
           MOVE WS-REQUESTED-YEAR-END TO WS-PERIOD-N.
           EVALUATE TRUE
               WHEN WS-PERIOD-MONTH NOT = 12
                    MOVE "ER" TO PERCTL-FEEDBACK
               WHEN WS-REQUESTED-YEAR-END NOT < PERCTL-PERIOD
                    MOVE "NA" TO PERCTL-FEEDBACK
                    DISPLAY "PERCTL: PERIOD " WS-REQUESTED-YEAR-END
                            " STILL OPEN, YEAR NOT CLOSED"
               WHEN WS-REQUESTED-YEAR-END NOT > WS-YEAR-CLOSED-THROUGH
                    MOVE "NA" TO PERCTL-FEEDBACK
                    DISPLAY "PERCTL: FISCAL YEAR " WS-PERIOD-YEAR
                            " ALREADY CLOSED"
               WHEN WS-YEAR-CLOSED-THROUGH NOT = ZERO
                    AND WS-REQUESTED-YEAR-END - 100
                        NOT = WS-YEAR-CLOSED-THROUGH
                    MOVE "NA" TO PERCTL-FEEDBACK
                    DISPLAY "PERCTL: FISCAL YEAR " WS-PERIOD-YEAR
                            " CANNOT CLOSE AHEAD OF THE YEAR BEFORE"
               WHEN OTHER
                    MOVE WS-REQUESTED-YEAR-END
                         TO WS-YEAR-CLOSED-THROUGH
                    PERFORM SAVE-CURRENT-PERIOD
                    DISPLAY "PERCTL: FISCAL YEAR " WS-PERIOD-YEAR
                            " CLOSED"
           END-EVALUATE.
           MOVE WS-YEAR-CLOSED-THROUGH TO PERCTL-PERIOD.

      *
      * Only the latest closed year reopens, and only by the
      * special reopen -- the year before it becomes the latest
      * closed, so the reopened year takes postings again until
      * YRCLOSE closes it a second time.
      *
       REOPEN-FISCAL-YEAR.
           MOVE WS-REQUESTED-YEAR-END TO WS-PERIOD-N.
           IF WS-PERIOD-MONTH NOT = 12
              MOVE "ER" TO PERCTL-FEEDBACK
           ELSE
              IF WS-REQUESTED-YEAR-END NOT = WS-YEAR-CLOSED-THROUGH
                 MOVE "NA" TO PERCTL-FEEDBACK
                 DISPLAY "PERCTL: FISCAL YEAR " WS-PERIOD-YEAR
                         " IS NOT THE LATEST CLOSED, NOT REOPENED"
              ELSE
                 SUBTRACT 100 FROM WS-YEAR-CLOSED-THROUGH
                 PERFORM SAVE-CURRENT-PERIOD
                 DISPLAY "PERCTL: FISCAL YEAR " WS-PERIOD-YEAR
                         " REOPENED"
              END-IF
           END-IF.
           MOVE WS-YEAR-CLOSED-THROUGH TO PERCTL-PERIOD.
