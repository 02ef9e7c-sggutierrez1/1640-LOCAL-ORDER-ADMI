      **********************************************************
      * POSTING-PERIOD LOCK SUBROUTINE                          *
      *                                                          *
      * CHECKS ONE TRANSACTION'S DATE AGAINST THE OPEN PERIOD    *
      * ON THE PERIOD-CONTROL FILE (SEE PERCTL) BEFORE THE       *
      * CALLER POSTS IT.  A DATE IN THE OPEN PERIOD OR LATER     *
      * POSTS; A DATE IN A MONTH ALREADY CLOSED AND REPORTED     *
      * COMES BACK "PC" FOR THE CALLER TO RECYCLE, SO THE FEEDS  *
      * NEVER JOURNAL INTO A PERIOD GLTRIAL HAS ALREADY PRINTED. *
      *                                                          *
      * A DELIBERATE PRIOR-PERIOD ADJUSTMENT IS KEYED WITH THE   *
      * OVERRIDE CODE "P" AND POSTS ONLY WHEN THE RUN'S OPERATOR *
      * HOLDS THE "PRIORADJ" GRANT ON THE OPERATOR-SECURITY FILE *
      * -- THE CONTROLLER'S, HANDED OUT THROUGH SECMAINT.  NO    *
      * OVERRIDE REACHES INTO A FISCAL YEAR YRCLOSE HAS CLOSED   *
      * ("YC") -- THAT TAKES THE SPECIAL REOPEN.                 *
      *                                                          *
      * FUNCTION "C" (OR BLANK) ONLY DECIDES.  AN OVERRIDE       *
      * COMES BACK "OV" AND THE CALLER GOES ON WITH ITS OWN      *
      * EDITS; ONLY ONCE THE TRANSACTION IS ON FILE DOES THE     *
      * CALLER CALL AGAIN WITH FUNCTION "A", WHICH PUTS THE      *
      * OVERRIDE ON THE AUDIT LOG UNDER THE CALLER'S PROGRAM     *
      * NAME AND THE TRANSACTION'S KEY.  ONE THAT RECYCLES AFTER *
      * ALL IS NEVER LOGGED AS POSTED.                           *
      *                                                          *
      * THE OPEN PERIOD AND THE CLOSED YEAR ARE READ ON THE      *
      * FIRST CALL AND KEPT FOR THE REST OF THE STEP, AS IS THE  *
      * OPERATOR'S GRANT ONCE IT HAS BEEN ASKED FOR.  A DATE     *
      * THAT IS NOT NUMERIC OR IS ZERO PASSES -- THE CALLER'S    *
      * OWN EDITS DECIDE WHAT TO DO WITH IT.                     *
      *                                                          *
      * MODIFICATION HISTORY                                     *
      *   WHO   DATE        WHAT                                 *
      *   RWH   2026-10-14  Original version.                    *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERLOCK.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *    THE PERIODS ARE READ ONCE PER STEP; LATER CALLS USE
      *    THE SAVED VALUES.
       01  WS-PERIODS-LOADED-SWITCH    PIC X VALUE "N".
           88 WS-PERIODS-LOADED                VALUE "Y".
       01  WS-OPEN-PERIOD              PIC 9(06) VALUE ZERO.
       01  WS-YEAR-CLOSED-THROUGH      PIC 9(06) VALUE ZERO.
       01  WS-TRAN-PERIOD              PIC 9(06) VALUE ZERO.

      *    THE LAST OPERATOR ASKED ABOUT AND THE ANSWER -- ONE
      *    AUTHCHK CALL PER OPERATOR PER STEP, SO A DECK OF
      *    ADJUSTMENTS DOES NOT LOG ONE DENIAL PER LINE.
       01  WS-CHECKED-OPERATOR         PIC X(08) VALUE SPACES.
       01  WS-OVERRIDE-GRANT-SWITCH    PIC X VALUE "N".
           88 WS-OVERRIDE-GRANTED              VALUE "Y".

      *    PARAMETER PASSED TO THE SHARED PERIOD-CONTROL
      *    SUBPROGRAM -- SEE PERCTL.
       01  PERLOCK-PERCTL-PARM.
           05 PERCTL-FUNCTION          PIC X(01).
           05 PERCTL-PERIOD            PIC 9(06).
           05 PERCTL-FEEDBACK          PIC XX.

      *    PARAMETER PASSED TO THE SHARED AUTHORIZATION-CHECK
      *    SUBPROGRAM -- SEE AUTHCHK.
       01  PERLOCK-AUTHCHK-PARM.
           05 AUTHCHK-OPERATOR-ID      PIC X(08).
           05 AUTHCHK-AUTHORIZED-SWITCH PIC X(01).
               88 AUTHCHK-AUTHORIZED            VALUE "Y".
               88 AUTHCHK-NOT-AUTHORIZED        VALUE "N".
           05 AUTHCHK-PROGRAM-NAME     PIC X(08).

      *    PARAMETER PASSED TO THE SHARED AUDIT-LOGGING
      *    SUBPROGRAM -- SEE AUDITLOG.
       01  PERLOCK-AUDITLOG-PARM.
           05 AUDITLOG-PROGRAM-NAME    PIC X(08).
           05 AUDITLOG-RECORD-KEY      PIC X(10).
           05 AUDITLOG-ACTION          PIC X(08).
           05 AUDITLOG-FIELD-CHANGED   PIC X(20).
           05 AUDITLOG-OLD-VALUE       PIC X(30).
           05 AUDITLOG-NEW-VALUE       PIC X(30).
           05 AUDITLOG-OPERATOR-ID     PIC X(08).

       LINKAGE SECTION.
       01  PERLOCK-PARM.
           05 PERLOCK-PROGRAM-NAME     PIC X(08).
      *    THE RUN'S OPERATOR, OFF THE CALLER'S PARM -- BLANK
      *    WHEN THE STEP WAS RUN WITHOUT ONE.
           05 PERLOCK-OPERATOR-ID      PIC X(08).
      *    THE TRANSACTION'S KEY AS THE AUDIT LOG SHOULD SHOW IT.
           05 PERLOCK-RECORD-KEY       PIC X(10).
           05 PERLOCK-TRAN-DATE        PIC 9(08).
           05 PERLOCK-OVERRIDE-CODE    PIC X(01).
               88 PERLOCK-PRIOR-PERIOD-ADJ      VALUE "P".
           05 PERLOCK-RESULT           PIC X(02).
               88 PERLOCK-PERIOD-OPEN           VALUE "OK".
               88 PERLOCK-OVERRIDDEN            VALUE "OV".
               88 PERLOCK-PERIOD-CLOSED         VALUE "PC".
               88 PERLOCK-YEAR-CLOSED           VALUE "YC".
               88 PERLOCK-NOT-AUTHORIZED        VALUE "NA".
               88 PERLOCK-POSTABLE              VALUE "OK" "OV".
      *    THE OPEN PERIOD, RETURNED FOR THE CALLER'S MESSAGES.
           05 PERLOCK-OPEN-PERIOD      PIC 9(06).
      *    "C" CHECKS THE DATE; "A" AUDITS THE OVERRIDE THE LAST
      *    CHECK LET THROUGH, ONCE THE CALLER HAS POSTED IT.
           05 PERLOCK-FUNCTION         PIC X(01).
               88 PERLOCK-CHECK-DATE            VALUE "C" " ".
               88 PERLOCK-AUDIT-OVERRIDE        VALUE "A".

       PROCEDURE DIVISION USING PERLOCK-PARM.
       0000-PROGRAMA.
           IF NOT WS-PERIODS-LOADED
              PERFORM LOAD-CONTROL-PERIODS
           END-IF.
           IF PERLOCK-AUDIT-OVERRIDE
              PERFORM WRITE-OVERRIDE-AUDIT
              GOBACK
           END-IF.
           MOVE WS-OPEN-PERIOD TO PERLOCK-OPEN-PERIOD.
           MOVE "OK" TO PERLOCK-RESULT.
           IF PERLOCK-TRAN-DATE IS NOT NUMERIC
              OR PERLOCK-TRAN-DATE = ZERO
              GOBACK
           END-IF.
           DIVIDE PERLOCK-TRAN-DATE BY 100 GIVING WS-TRAN-PERIOD.
           IF WS-TRAN-PERIOD NOT < WS-OPEN-PERIOD
              GOBACK
           END-IF.
           IF WS-TRAN-PERIOD NOT > WS-YEAR-CLOSED-THROUGH
              MOVE "YC" TO PERLOCK-RESULT
              GOBACK
           END-IF.
           IF NOT PERLOCK-PRIOR-PERIOD-ADJ
              MOVE "PC" TO PERLOCK-RESULT
              GOBACK
           END-IF.
           PERFORM CHECK-OVERRIDE-GRANT.
           IF WS-OVERRIDE-GRANTED
              MOVE "OV" TO PERLOCK-RESULT
           ELSE
              MOVE "NA" TO PERLOCK-RESULT
           END-IF.
           GOBACK.

      *
      * The open month and the latest closed year, both off the
      * period-control file.
      *
       LOAD-CONTROL-PERIODS.
           MOVE "Y" TO WS-PERIODS-LOADED-SWITCH.
           MOVE "G" TO PERCTL-FUNCTION.
           CALL "PERCTL" USING PERLOCK-PERCTL-PARM.
           MOVE PERCTL-PERIOD TO WS-OPEN-PERIOD.
           MOVE "Y" TO PERCTL-FUNCTION.
           CALL "PERCTL" USING PERLOCK-PERCTL-PARM.
           MOVE PERCTL-PERIOD TO WS-YEAR-CLOSED-THROUGH.

      *
      * Only the controller's grant opens a closed month.  A run
      * without an operator never does.
      *
       CHECK-OVERRIDE-GRANT.
           IF PERLOCK-OPERATOR-ID NOT = WS-CHECKED-OPERATOR
              MOVE PERLOCK-OPERATOR-ID TO WS-CHECKED-OPERATOR
              MOVE "N" TO WS-OVERRIDE-GRANT-SWITCH
              IF PERLOCK-OPERATOR-ID NOT = SPACES
                 MOVE PERLOCK-OPERATOR-ID TO AUTHCHK-OPERATOR-ID
                 MOVE "PRIORADJ" TO AUTHCHK-PROGRAM-NAME
                 CALL "AUTHCHK" USING PERLOCK-AUTHCHK-PARM
                 IF AUTHCHK-AUTHORIZED
                    MOVE "Y" TO WS-OVERRIDE-GRANT-SWITCH
                 END-IF
              END-IF
           END-IF.

      *
      * One audit record per prior-period posting let through and
      * written -- the month it went into and the month that was
      * open.
      *
       WRITE-OVERRIDE-AUDIT.
           MOVE PERLOCK-PROGRAM-NAME TO AUDITLOG-PROGRAM-NAME.
           MOVE PERLOCK-RECORD-KEY   TO AUDITLOG-RECORD-KEY.
           MOVE "OVERRIDE"           TO AUDITLOG-ACTION.
           MOVE "POSTING PERIOD"     TO AUDITLOG-FIELD-CHANGED.
           MOVE SPACES               TO AUDITLOG-OLD-VALUE.
           STRING "OPEN PERIOD " WS-OPEN-PERIOD
                  DELIMITED BY SIZE INTO AUDITLOG-OLD-VALUE.
           MOVE SPACES               TO AUDITLOG-NEW-VALUE.
           STRING "POSTED " PERLOCK-TRAN-DATE
                  DELIMITED BY SIZE INTO AUDITLOG-NEW-VALUE.
           MOVE PERLOCK-OPERATOR-ID  TO AUDITLOG-OPERATOR-ID.
           CALL "AUDITLOG" USING PERLOCK-AUDITLOG-PARM.
           DISPLAY "PERLOCK: " PERLOCK-PROGRAM-NAME " "
                   PERLOCK-RECORD-KEY " DATED " PERLOCK-TRAN-DATE
                   " POSTED INTO CLOSED PERIOD BY "
                   PERLOCK-OPERATOR-ID.
