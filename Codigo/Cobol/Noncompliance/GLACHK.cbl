      **********************************************************
      * GL ACCOUNT CHECK SUBROUTINE                             *
      *                                                          *
      * CHECKS THE ACCOUNT ON ONE JOURNAL LINE AGAINST THE CHART *
      * OF ACCOUNTS GLAMAINT MAINTAINS, JUST BEFORE THE CALLER   *
      * WRITES THE LINE TO GLJRNL.  AN ACCOUNT THAT IS NOT ON    *
      * THE CHART, IS INACTIVE, OR IS A SUMMARY ACCOUNT IS       *
      * REPLACED BY THE SUSPENSE ACCOUNT, AND THE LINE -- WITH   *
      * THE ACCOUNT IT WAS MEANT FOR -- GOES ON THE SUSPENSE     *
      * EXCEPTION LIST FOR ACCOUNTING TO RECLASS.  THE ENTRY     *
      * STAYS BALANCED EITHER WAY; ONLY THE ACCOUNT MOVES.       *
      *                                                          *
      * THE CHART IS LOADED INTO A TABLE ON THE FIRST CALL AND   *
      * KEPT FOR THE REST OF THE STEP.  THE EXCEPTION LIST IS    *
      * OPENED IN EXTEND MODE AND CLOSED AGAIN FOR EACH LINE,    *
      * THE WAY AUDITLOG WRITES THE AUDIT LOG, SO EVERY JOURNAL  *
      * WRITER IN A RUN ADDS TO THE ONE LIST.                    *
      *                                                          *
      * A SHOP WITHOUT THE CHART FILE YET HAS ITS ACCOUNTS       *
      * PASSED THROUGH UNCHECKED, ANNOUNCED ONCE PER STEP, SO    *
      * CUTOVER CANNOT STOP THE GL FEED.  A CHART WITH NO        *
      * SUSPENSE ACCOUNT FLAGGED IS A SETUP ERROR THE CALLER     *
      * MUST STOP ON -- THERE IS NOWHERE TO PUT A BAD LINE.      *
      *                                                          *
      * MODIFICATION HISTORY                                     *
      *   WHO   DATE        WHAT                                 *
      *   RWH   2026-10-14  Original version.                    *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GL-ACCOUNT-FILE
               ASSIGN TO "GLACCT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GLA-ACCOUNT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GLACCT-FILE-STATUS.

           SELECT SUSPENSE-EXCEPTION-LIST
               ASSIGN TO "GLSUSPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           COPY GLACCT.

       FD  SUSPENSE-EXCEPTION-LIST
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-EXCEPTION-LINE     PIC X(132).

       WORKING-STORAGE SECTION.

           COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
               ==WS-GLACCT-FILE-STATUS== ==PFX-FILE-OK== BY
               ==GLACCT-FILE-OK== ==PFX-FILE-EOF== BY
               ==GLACCT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
               ==GLACCT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
               ==GLACCT-FILE-NOT-FOUND==
               ==PFX-FILE-BOUNDARY-VIOLATION== BY
               ==GLACCT-FILE-BOUNDARY-VIOLATION==.

           COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
               ==WS-SUSPL-FILE-STATUS== ==PFX-FILE-OK== BY
               ==SUSPL-FILE-OK== ==PFX-FILE-EOF== BY
               ==SUSPL-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
               ==SUSPL-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
               ==SUSPL-FILE-NOT-FOUND==
               ==PFX-FILE-BOUNDARY-VIOLATION== BY
               ==SUSPL-FILE-BOUNDARY-VIOLATION==.

      *    THE CHART IS READ ONCE PER STEP; LATER CALLS SEARCH THE
      *    TABLE.
       01  WS-CHART-LOADED-SWITCH      PIC X VALUE "N".
           88 WS-CHART-LOADED                  VALUE "Y".
       01  WS-NO-CHART-SWITCH          PIC X VALUE "N".
           88 WS-NO-CHART                      VALUE "Y".
       01  WS-GLACCT-AT-END            PIC X VALUE "N".

       01  WS-SUSPENSE-ACCOUNT         PIC X(08) VALUE SPACES.

       01  WS-ACCOUNT-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-ENTRY OCCURS 1000 TIMES
              INDEXED BY WS-ACCOUNT-IDX.
              10 WS-TBL-ACCOUNT        PIC X(08).
              10 WS-TBL-STATUS         PIC X(01).
              10 WS-TBL-POSTING-FLAG   PIC X(01).
              10 WS-TBL-ACCOUNT-TYPE   PIC X(01).

       01  WS-REASON-TEXT              PIC X(20) VALUE SPACES.

       01  EXCEPTION-DETAIL-LINE.
           05 EXC-PROGRAM-NAME         PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 EXC-POST-DATE            PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 EXC-ENTRY-NUMBER         PIC 9(07).
           05 FILLER                   PIC X(01) VALUE "-".
           05 EXC-LINE-NUMBER          PIC 9(03).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 EXC-SOURCE               PIC X(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 EXC-REFERENCE            PIC X(14).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 EXC-ORIGINAL-ACCOUNT     PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 EXC-REASON               PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 EXC-SUSPENSE-ACCOUNT     PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 EXC-DEBIT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 EXC-CREDIT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01  GLACHK-PARM.
           05 GLACHK-PROGRAM-NAME      PIC X(08).
      *    THE JOURNAL LINE AS THE CALLER IS ABOUT TO WRITE IT, IN
      *    THE GL-JOURNAL-RECORD LAYOUT -- GLACHK-ACCOUNT COMES
      *    BACK AS THE ACCOUNT TO WRITE.
           05 GLACHK-JOURNAL-LINE.
              10 GLACHK-ENTRY-NUMBER   PIC 9(7).
              10 GLACHK-LINE-NUMBER    PIC 9(3).
              10 GLACHK-POST-DATE      PIC 9(8).
              10 GLACHK-ACCOUNT        PIC X(8).
              10 GLACHK-DEBIT-AMOUNT   PIC 9(11)V99.
              10 GLACHK-CREDIT-AMOUNT  PIC 9(11)V99.
              10 GLACHK-SOURCE         PIC X(2).
              10 GLACHK-REFERENCE      PIC X(14).
           05 GLACHK-RESULT            PIC X(02).
               88 GLACHK-ACCOUNT-OK             VALUE "OK".
               88 GLACHK-NO-CHART               VALUE "NC".
               88 GLACHK-SUSPENDED              VALUE "NF" "IN" "SM".
               88 GLACHK-NO-SUSPENSE            VALUE "NS".
           05 GLACHK-ORIGINAL-ACCOUNT  PIC X(08).

       PROCEDURE DIVISION USING GLACHK-PARM.
       0000-PROGRAMA.
           IF NOT WS-CHART-LOADED
              PERFORM LOAD-CHART-OF-ACCOUNTS
           END-IF.
           MOVE GLACHK-ACCOUNT TO GLACHK-ORIGINAL-ACCOUNT.
           IF WS-NO-CHART
              MOVE "NC" TO GLACHK-RESULT
              GOBACK
           END-IF.
           PERFORM CHECK-ACCOUNT.
           IF GLACHK-SUSPENDED
              IF WS-SUSPENSE-ACCOUNT = SPACES
                 DISPLAY "GLACHK: ACCOUNT " GLACHK-ACCOUNT
                         " FAILED THE CHART CHECK AND NO SUSPENSE "
                         "ACCOUNT IS FLAGGED"
                 MOVE "NS" TO GLACHK-RESULT
              ELSE
                 MOVE WS-SUSPENSE-ACCOUNT TO GLACHK-ACCOUNT
                 PERFORM WRITE-SUSPENSE-EXCEPTION
              END-IF
           END-IF.
           GOBACK.

      *
      * No chart file on the catalog yet: every account passes,
      * announced once so the cutover gets finished.
      *
       LOAD-CHART-OF-ACCOUNTS.
           MOVE "Y" TO WS-CHART-LOADED-SWITCH.
           OPEN INPUT GL-ACCOUNT-FILE.
           IF WS-GLACCT-FILE-STATUS = "35"
              DISPLAY "GLACHK: NO GL-ACCOUNT-FILE, JOURNAL ACCOUNTS "
                      "ARE NOT BEING CHECKED"
              MOVE "Y" TO WS-NO-CHART-SWITCH
           ELSE
              IF NOT GLACCT-FILE-OK
                 DISPLAY "GLACHK: UNABLE TO OPEN GL-ACCOUNT-FILE, "
                         "STATUS " WS-GLACCT-FILE-STATUS
                         " -- JOURNAL ACCOUNTS ARE NOT BEING CHECKED"
                 MOVE "Y" TO WS-NO-CHART-SWITCH
              ELSE
                 PERFORM READ-NEXT-ACCOUNT
                 PERFORM STORE-ONE-ACCOUNT
                         UNTIL WS-GLACCT-AT-END = "Y"
                 CLOSE GL-ACCOUNT-FILE
              END-IF
           END-IF.

       READ-NEXT-ACCOUNT.
           READ GL-ACCOUNT-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-GLACCT-AT-END.

       STORE-ONE-ACCOUNT.
           IF WS-ACCOUNT-COUNT < 1000
              ADD 1 TO WS-ACCOUNT-COUNT
              MOVE GLA-ACCOUNT      TO WS-TBL-ACCOUNT (WS-ACCOUNT-COUNT)
              MOVE GLA-STATUS       TO WS-TBL-STATUS (WS-ACCOUNT-COUNT)
              MOVE GLA-POSTING-FLAG
                   TO WS-TBL-POSTING-FLAG (WS-ACCOUNT-COUNT)
              MOVE GLA-ACCOUNT-TYPE
                   TO WS-TBL-ACCOUNT-TYPE (WS-ACCOUNT-COUNT)
           ELSE
              DISPLAY "GLACHK: ACCOUNT TABLE FULL, " GLA-ACCOUNT
                      " IGNORED"
           END-IF.
           IF GLA-SUSPENSE-ACCOUNT
              MOVE GLA-ACCOUNT TO WS-SUSPENSE-ACCOUNT
           END-IF.
           PERFORM READ-NEXT-ACCOUNT.

      *
      * On the chart, active, and a posting account -- anything
      * else goes to suspense with the reason on the list.
      *
       CHECK-ACCOUNT.
           MOVE "OK" TO GLACHK-RESULT.
           SET WS-ACCOUNT-IDX TO 1.
           SEARCH WS-ACCOUNT-ENTRY
               AT END
                  MOVE "NF" TO GLACHK-RESULT
                  MOVE "NOT ON CHART" TO WS-REASON-TEXT
               WHEN WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
                  MOVE "NF" TO GLACHK-RESULT
                  MOVE "NOT ON CHART" TO WS-REASON-TEXT
               WHEN WS-TBL-ACCOUNT (WS-ACCOUNT-IDX) = GLACHK-ACCOUNT
                  IF WS-TBL-STATUS (WS-ACCOUNT-IDX) NOT = "A"
                     MOVE "IN" TO GLACHK-RESULT
                     MOVE "ACCOUNT INACTIVE" TO WS-REASON-TEXT
                  ELSE
                     IF WS-TBL-POSTING-FLAG (WS-ACCOUNT-IDX) = "S"
                        MOVE "SM" TO GLACHK-RESULT
                        MOVE "SUMMARY ACCOUNT" TO WS-REASON-TEXT
                     END-IF
                  END-IF
           END-SEARCH.

      *
      * One line per suspended journal line -- what was meant,
      * why it was refused, and where it went instead.
      *
       WRITE-SUSPENSE-EXCEPTION.
           OPEN EXTEND SUSPENSE-EXCEPTION-LIST.
           IF WS-SUSPL-FILE-STATUS = "35"
              CLOSE SUSPENSE-EXCEPTION-LIST
              OPEN OUTPUT SUSPENSE-EXCEPTION-LIST
           END-IF.
           IF NOT SUSPL-FILE-OK
              DISPLAY "GLACHK: UNABLE TO OPEN SUSPENSE-EXCEPTION-"
                      "LIST, STATUS " WS-SUSPL-FILE-STATUS
           ELSE
              MOVE GLACHK-PROGRAM-NAME     TO EXC-PROGRAM-NAME
              MOVE GLACHK-POST-DATE        TO EXC-POST-DATE
              MOVE GLACHK-ENTRY-NUMBER     TO EXC-ENTRY-NUMBER
              MOVE GLACHK-LINE-NUMBER      TO EXC-LINE-NUMBER
              MOVE GLACHK-SOURCE           TO EXC-SOURCE
              MOVE GLACHK-REFERENCE        TO EXC-REFERENCE
              MOVE GLACHK-ORIGINAL-ACCOUNT TO EXC-ORIGINAL-ACCOUNT
              MOVE WS-REASON-TEXT          TO EXC-REASON
              MOVE WS-SUSPENSE-ACCOUNT     TO EXC-SUSPENSE-ACCOUNT
              MOVE GLACHK-DEBIT-AMOUNT     TO EXC-DEBIT-AMOUNT
              MOVE GLACHK-CREDIT-AMOUNT    TO EXC-CREDIT-AMOUNT
              WRITE SUSPENSE-EXCEPTION-LINE FROM EXCEPTION-DETAIL-LINE
              CLOSE SUSPENSE-EXCEPTION-LIST
           END-IF.
