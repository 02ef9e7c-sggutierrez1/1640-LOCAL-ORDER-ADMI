      **********************************************************
      * VENDOR COMPLIANCE CHECK SUBROUTINE                      *
      *                                                          *
      * TELLS A CALLER WHETHER A VENDOR'S REQUIRED DOCUMENTS --  *
      * THE W-9 AND THE CERTIFICATE OF INSURANCE VDCMAINT KEEPS  *
      * ON VENDOR-DOCUMENT-FILE -- ARE BOTH ON FILE AND IN FORCE *
      * ON THE CALLER'S AS-OF DATE.  A DOCUMENT NOT YET          *
      * EFFECTIVE COUNTS AS MISSING; ONE WHOSE EXPIRY DATE IS    *
      * BEHIND THE AS-OF DATE IS EXPIRED.  PURMAINT AND PAYSEL   *
      * HOLD A VENDOR THAT FAILS, SO THE RULE LIVES IN ONE PLACE *
      * INSTEAD OF IN EACH PROGRAM.                              *
      *                                                          *
      * OPENS, READS, AND CLOSES THE FILE ON EVERY CALL, THE     *
      * SAME CONTRACT AUTHCHK GIVES, BUT REMEMBERS THE LAST      *
      * ANSWER -- A PAYMENT RUN ASKS ONCE PER INVOICE AND THE    *
      * INVOICES ARRIVE IN VENDOR ORDER.                         *
      *                                                          *
      * A SHOP WITHOUT THE DOCUMENT FILE YET PASSES EVERY VENDOR *
      * AND SAYS SO ONCE, SO CUTOVER CANNOT STOP EVERY ORDER AND *
      * PAYMENT BEFORE THE DOCUMENTS ARE LOADED.                 *
      *                                                          *
      * MODIFICATION HISTORY                                     *
      *   WHO   DATE        WHAT                                 *
      *   RWH   2026-10-15  Original version.                    *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VDCCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VENDOR-DOCUMENT-FILE
               ASSIGN TO "VNDDOC"
               ORGANIZATION IS INDEXED
               RECORD KEY IS VD-KEY
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-DOCUMENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           COPY VNDDOC.

       WORKING-STORAGE SECTION.

           COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
               ==WS-DOCUMENT-FILE-STATUS== ==PFX-FILE-OK== BY
               ==DOCUMENT-FILE-OK== ==PFX-FILE-EOF== BY
               ==DOCUMENT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
               ==DOCUMENT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
               ==DOCUMENT-FILE-NOT-FOUND==
               ==PFX-FILE-BOUNDARY-VIOLATION== BY
               ==DOCUMENT-FILE-BOUNDARY-VIOLATION==.

      *    THE NO-FILE WARNING PRINTS ONCE PER STEP, NOT ONCE
      *    PER CALL.
       01  WS-NO-FILE-WARNED           PIC X VALUE "N".

      *    THE LAST QUESTION ASKED AND ITS ANSWER.
       01  WS-LAST-VENDOR-NUMBER       PIC 9(5) VALUE ZERO.
       01  WS-LAST-AS-OF-DATE          PIC 9(8) VALUE ZERO.
       01  WS-LAST-COMPLIANT-SWITCH    PIC X(01) VALUE SPACES.
       01  WS-LAST-REASON-CODE         PIC X(03) VALUE SPACES.
       01  WS-LAST-REASON-TEXT         PIC X(25) VALUE SPACES.

       LINKAGE SECTION.
       01  VDCCHK-PARM.
           05 VDCCHK-VENDOR-NUMBER     PIC 9(5).
           05 VDCCHK-AS-OF-DATE        PIC 9(8).
           05 VDCCHK-COMPLIANT-SWITCH  PIC X(01).
               88 VDCCHK-COMPLIANT             VALUE "Y".
               88 VDCCHK-NOT-COMPLIANT         VALUE "N".
      *    WHY A VENDOR FAILED: NW9/XW9 FOR A MISSING OR EXPIRED
      *    W-9, NCI/XCI FOR THE INSURANCE CERTIFICATE.
           05 VDCCHK-REASON-CODE       PIC X(03).
           05 VDCCHK-REASON-TEXT       PIC X(25).

       PROCEDURE DIVISION USING VDCCHK-PARM.
       0000-PROGRAMA.
           IF VDCCHK-VENDOR-NUMBER = WS-LAST-VENDOR-NUMBER
              AND VDCCHK-AS-OF-DATE = WS-LAST-AS-OF-DATE
              AND WS-LAST-COMPLIANT-SWITCH NOT = SPACES
              MOVE WS-LAST-COMPLIANT-SWITCH TO VDCCHK-COMPLIANT-SWITCH
              MOVE WS-LAST-REASON-CODE      TO VDCCHK-REASON-CODE
              MOVE WS-LAST-REASON-TEXT      TO VDCCHK-REASON-TEXT
              GOBACK
           END-IF.
           SET VDCCHK-COMPLIANT TO TRUE.
           MOVE SPACES TO VDCCHK-REASON-CODE.
           MOVE SPACES TO VDCCHK-REASON-TEXT.
           OPEN INPUT VENDOR-DOCUMENT-FILE.
           IF WS-DOCUMENT-FILE-STATUS = "35"
              PERFORM WARN-NO-DOCUMENT-FILE
           ELSE
              IF NOT DOCUMENT-FILE-OK
                 DISPLAY "VDCCHK: UNABLE TO OPEN VENDOR-DOCUMENT-"
                         "FILE, STATUS " WS-DOCUMENT-FILE-STATUS
                         " -- VENDOR " VDCCHK-VENDOR-NUMBER " HELD"
                 SET VDCCHK-NOT-COMPLIANT TO TRUE
                 MOVE "DOC" TO VDCCHK-REASON-CODE
                 MOVE "DOCUMENT FILE UNAVAILABLE" TO VDCCHK-REASON-TEXT
              ELSE
                 PERFORM CHECK-W9
                 IF VDCCHK-COMPLIANT
                    PERFORM CHECK-INSURANCE
                 END-IF
                 CLOSE VENDOR-DOCUMENT-FILE
              END-IF
           END-IF.
           MOVE VDCCHK-VENDOR-NUMBER    TO WS-LAST-VENDOR-NUMBER.
           MOVE VDCCHK-AS-OF-DATE       TO WS-LAST-AS-OF-DATE.
           MOVE VDCCHK-COMPLIANT-SWITCH TO WS-LAST-COMPLIANT-SWITCH.
           MOVE VDCCHK-REASON-CODE      TO WS-LAST-REASON-CODE.
           MOVE VDCCHK-REASON-TEXT      TO WS-LAST-REASON-TEXT.
           GOBACK.

      *
      * No document file on the catalog yet: nobody is held, and
      * the step says so once so the load gets finished.
      *
       WARN-NO-DOCUMENT-FILE.
           IF WS-NO-FILE-WARNED NOT = "Y"
              DISPLAY "VDCCHK: NO VENDOR-DOCUMENT-FILE, VENDOR "
                      "COMPLIANCE NOT CHECKED"
              MOVE "Y" TO WS-NO-FILE-WARNED
           END-IF.

       CHECK-W9.
           MOVE VDCCHK-VENDOR-NUMBER TO VD-VENDOR-NUMBER.
           MOVE "W9"                 TO VD-DOCUMENT-TYPE.
           READ VENDOR-DOCUMENT-FILE
               INVALID KEY
                  SET VDCCHK-NOT-COMPLIANT TO TRUE
                  MOVE "NW9" TO VDCCHK-REASON-CODE
                  MOVE "NO W-9 ON FILE" TO VDCCHK-REASON-TEXT
               NOT INVALID KEY
                  EVALUATE TRUE
                     WHEN VD-EFFECTIVE-DATE > VDCCHK-AS-OF-DATE
                          SET VDCCHK-NOT-COMPLIANT TO TRUE
                          MOVE "NW9" TO VDCCHK-REASON-CODE
                          MOVE "W-9 NOT YET EFFECTIVE"
                            TO VDCCHK-REASON-TEXT
                     WHEN VD-EXPIRY-DATE NOT = ZERO
                          AND VD-EXPIRY-DATE < VDCCHK-AS-OF-DATE
                          SET VDCCHK-NOT-COMPLIANT TO TRUE
                          MOVE "XW9" TO VDCCHK-REASON-CODE
                          MOVE "W-9 EXPIRED" TO VDCCHK-REASON-TEXT
                     WHEN OTHER
                          CONTINUE
                  END-EVALUATE
           END-READ.

       CHECK-INSURANCE.
           MOVE VDCCHK-VENDOR-NUMBER TO VD-VENDOR-NUMBER.
           MOVE "CI"                 TO VD-DOCUMENT-TYPE.
           READ VENDOR-DOCUMENT-FILE
               INVALID KEY
                  SET VDCCHK-NOT-COMPLIANT TO TRUE
                  MOVE "NCI" TO VDCCHK-REASON-CODE
                  MOVE "NO INSURANCE CERTIFICATE" TO VDCCHK-REASON-TEXT
               NOT INVALID KEY
                  EVALUATE TRUE
                     WHEN VD-EFFECTIVE-DATE > VDCCHK-AS-OF-DATE
                          SET VDCCHK-NOT-COMPLIANT TO TRUE
                          MOVE "NCI" TO VDCCHK-REASON-CODE
                          MOVE "INSURANCE NOT YET IN FORCE"
                            TO VDCCHK-REASON-TEXT
                     WHEN VD-EXPIRY-DATE NOT = ZERO
                          AND VD-EXPIRY-DATE < VDCCHK-AS-OF-DATE
                          SET VDCCHK-NOT-COMPLIANT TO TRUE
                          MOVE "XCI" TO VDCCHK-REASON-CODE
                          MOVE "INSURANCE EXPIRED" TO VDCCHK-REASON-TEXT
                     WHEN OTHER
                          CONTINUE
                  END-EVALUATE
           END-READ.
