      **********************************************************
      * WAREHOUSE CHECK SUBROUTINE                              *
      *                                                          *
      * ONE PLACE THAT KNOWS THE SHOP'S WAREHOUSES, SO EVERY     *
      * PROGRAM THAT KEEPS STOCK BY LOCATION RESOLVES A CODE THE *
      * SAME WAY.  TWO FUNCTIONS, PICKED BY WHSCHK-FUNCTION:     *
      *                                                          *
      *   "V" - VALIDATE WHSCHK-WAREHOUSE.  A BLANK CODE COMES   *
      *         BACK AS THE DEFAULT WAREHOUSE -- EVERY PO,       *
      *         SHIP-TO AND TRANSACTION WRITTEN BEFORE STOCK WAS *
      *         KEPT BY WAREHOUSE CARRIES SPACES THERE.  A CODE  *
      *         NOT ON THE TABLE COMES BACK "NF".                *
      *   "L" - LIST: RETURN TABLE ENTRY WHSCHK-ENTRY-NUMBER,    *
      *         OR "EN" PAST THE LAST ONE, SO A REPORT CAN WALK  *
      *         THE WAREHOUSES IN TABLE ORDER.                   *
      *                                                          *
      * THE TABLE IS THE SHOP-MAINTAINED WHSTAB CARD FILE, ONE   *
      * CARD PER WAREHOUSE, LOADED ON THE FIRST CALL AND KEPT    *
      * FOR THE REST OF THE STEP.  THE CARD FLAGGED "Y" IS THE   *
      * DEFAULT WAREHOUSE; WITH NONE FLAGGED THE FIRST CARD IS.  *
      *                                                          *
      * A SHOP WITHOUT THE TABLE KEEPS ONE STOCK LOCATION: EVERY *
      * CODE PASSES UNCHECKED WITH "NT", A BLANK CODE STAYS      *
      * BLANK, AND THE LIST HAS THE ONE BLANK WAREHOUSE -- SO    *
      * THE CUTOVER CANNOT STOP RECEIVING OR SHIPPING.           *
      *                                                          *
      * MODIFICATION HISTORY                                     *
      *   WHO   DATE        WHAT                                 *
      *   RWH   2026-10-15  Original version.                    *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    OPTIONAL -- A SHOP WITH NO TABLE HAS ONE LOCATION.
           SELECT OPTIONAL WAREHOUSE-TABLE-FILE
               ASSIGN TO "WHSTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSTAB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  WAREHOUSE-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  WAREHOUSE-TABLE-RECORD.
           05 WHT-CODE                 PIC X(03).
           05 WHT-NAME                 PIC X(30).
           05 WHT-DEFAULT-FLAG         PIC X(01).

       WORKING-STORAGE SECTION.

       01  WS-WHSTAB-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-WHSTAB-AT-END            PIC X VALUE "N".

      *    THE TABLE IS READ ONCE PER STEP; LATER CALLS SEARCH IT.
       01  WS-TABLE-LOADED-SWITCH      PIC X VALUE "N".
           88 WS-TABLE-LOADED                  VALUE "Y".
       01  WS-NO-TABLE-SWITCH          PIC X VALUE "N".
           88 WS-NO-TABLE                      VALUE "Y".

       01  WS-DEFAULT-WAREHOUSE        PIC X(03) VALUE SPACES.
       01  WS-DEFAULT-NAME             PIC X(30) VALUE SPACES.

       01  WS-WAREHOUSE-COUNT          PIC 9(3) COMP VALUE ZERO.
       01  WS-WAREHOUSE-TABLE.
           05 WS-WAREHOUSE-ENTRY OCCURS 20 TIMES
              INDEXED BY WS-WAREHOUSE-IDX.
              10 WS-TBL-CODE           PIC X(03).
              10 WS-TBL-NAME           PIC X(30).

       LINKAGE SECTION.
       01  WHSCHK-PARM.
           05 WHSCHK-FUNCTION          PIC X(01).
      *    "V": THE CODE TO CHECK, RETURNED AS THE CODE TO USE.
      *    "L": RETURNED AS THE CODE OF THE ENTRY ASKED FOR.
           05 WHSCHK-WAREHOUSE         PIC X(03).
           05 WHSCHK-ENTRY-NUMBER      PIC 9(03).
           05 WHSCHK-WAREHOUSE-NAME    PIC X(30).
           05 WHSCHK-RESULT            PIC X(02).
               88 WHSCHK-VALID                  VALUE "OK" "NT".
               88 WHSCHK-NO-TABLE               VALUE "NT".
               88 WHSCHK-NOT-ON-TABLE           VALUE "NF".
               88 WHSCHK-END-OF-TABLE           VALUE "EN".

       PROCEDURE DIVISION USING WHSCHK-PARM.
       0000-PROGRAMA.
           IF NOT WS-TABLE-LOADED
              PERFORM LOAD-WAREHOUSE-TABLE
           END-IF.
           EVALUATE WHSCHK-FUNCTION
              WHEN "V"
                   PERFORM VALIDATE-WAREHOUSE
              WHEN "L"
                   PERFORM LIST-WAREHOUSE
              WHEN OTHER
                   MOVE "NF" TO WHSCHK-RESULT
           END-EVALUATE.
           GOBACK.

      *
      * Load the warehouse table the first time any function
      * needs it.  No file at all means one unnamed location.
      *
       LOAD-WAREHOUSE-TABLE.
           MOVE "Y" TO WS-TABLE-LOADED-SWITCH.
           OPEN INPUT WAREHOUSE-TABLE-FILE.
           IF WS-WHSTAB-FILE-STATUS NOT = "00"
              DISPLAY "WHSCHK: NO WAREHOUSE-TABLE-FILE, STOCK IS "
                      "KEPT AT ONE LOCATION"
              MOVE "Y" TO WS-NO-TABLE-SWITCH
              MOVE "Y" TO WS-WHSTAB-AT-END
           ELSE
              PERFORM READ-NEXT-WAREHOUSE
           END-IF.
           PERFORM STORE-ONE-WAREHOUSE
                   UNTIL WS-WHSTAB-AT-END = "Y".
           IF WS-WHSTAB-FILE-STATUS = "00"
              OR WS-WHSTAB-FILE-STATUS = "10"
              CLOSE WAREHOUSE-TABLE-FILE
           END-IF.
           IF NOT WS-NO-TABLE
              IF WS-WAREHOUSE-COUNT = ZERO
                 DISPLAY "WHSCHK: WAREHOUSE-TABLE-FILE IS EMPTY, "
                         "STOCK IS KEPT AT ONE LOCATION"
                 MOVE "Y" TO WS-NO-TABLE-SWITCH
              ELSE
                 IF WS-DEFAULT-WAREHOUSE = SPACES
                    MOVE WS-TBL-CODE (1) TO WS-DEFAULT-WAREHOUSE
                    MOVE WS-TBL-NAME (1) TO WS-DEFAULT-NAME
                 END-IF
              END-IF
           END-IF.

       READ-NEXT-WAREHOUSE.
           READ WAREHOUSE-TABLE-FILE
                AT END MOVE "Y" TO WS-WHSTAB-AT-END.

       STORE-ONE-WAREHOUSE.
           IF WHT-CODE = SPACES
              DISPLAY "WHSCHK: BLANK WAREHOUSE CODE ON THE TABLE "
                      "IGNORED"
           ELSE
              IF WS-WAREHOUSE-COUNT < 20
                 ADD 1 TO WS-WAREHOUSE-COUNT
                 MOVE WHT-CODE TO WS-TBL-CODE (WS-WAREHOUSE-COUNT)
                 MOVE WHT-NAME TO WS-TBL-NAME (WS-WAREHOUSE-COUNT)
                 IF WHT-DEFAULT-FLAG = "Y"
                    AND WS-DEFAULT-WAREHOUSE = SPACES
                    MOVE WHT-CODE TO WS-DEFAULT-WAREHOUSE
                    MOVE WHT-NAME TO WS-DEFAULT-NAME
                 END-IF
              ELSE
                 DISPLAY "WHSCHK: WAREHOUSE TABLE FULL, " WHT-CODE
                         " IGNORED"
              END-IF
           END-IF.
           PERFORM READ-NEXT-WAREHOUSE.

      *
      * Blank means the default warehouse; anything else must be
      * on the table.
      *
       VALIDATE-WAREHOUSE.
           MOVE SPACES TO WHSCHK-WAREHOUSE-NAME.
           IF WS-NO-TABLE
              MOVE "NT" TO WHSCHK-RESULT
           ELSE
              IF WHSCHK-WAREHOUSE = SPACES
                 MOVE WS-DEFAULT-WAREHOUSE TO WHSCHK-WAREHOUSE
                 MOVE WS-DEFAULT-NAME      TO WHSCHK-WAREHOUSE-NAME
                 MOVE "OK" TO WHSCHK-RESULT
              ELSE
                 SET WS-WAREHOUSE-IDX TO 1
                 SEARCH WS-WAREHOUSE-ENTRY
                     AT END
                        MOVE "NF" TO WHSCHK-RESULT
                     WHEN WS-WAREHOUSE-IDX > WS-WAREHOUSE-COUNT
                        MOVE "NF" TO WHSCHK-RESULT
                     WHEN WS-TBL-CODE (WS-WAREHOUSE-IDX)
                          = WHSCHK-WAREHOUSE
                        MOVE WS-TBL-NAME (WS-WAREHOUSE-IDX)
                             TO WHSCHK-WAREHOUSE-NAME
                        MOVE "OK" TO WHSCHK-RESULT
                 END-SEARCH
              END-IF
           END-IF.

      *
      * Entry n of the table.  Without a table the list is the
      * one blank warehouse the stock is kept under.
      *
       LIST-WAREHOUSE.
           MOVE SPACES TO WHSCHK-WAREHOUSE.
           MOVE SPACES TO WHSCHK-WAREHOUSE-NAME.
           IF WS-NO-TABLE
              IF WHSCHK-ENTRY-NUMBER = 1
                 MOVE "ALL STOCK" TO WHSCHK-WAREHOUSE-NAME
                 MOVE "NT" TO WHSCHK-RESULT
              ELSE
                 MOVE "EN" TO WHSCHK-RESULT
              END-IF
           ELSE
              IF WHSCHK-ENTRY-NUMBER = ZERO
                 OR WHSCHK-ENTRY-NUMBER > WS-WAREHOUSE-COUNT
                 MOVE "EN" TO WHSCHK-RESULT
              ELSE
                 SET WS-WAREHOUSE-IDX TO WHSCHK-ENTRY-NUMBER
                 MOVE WS-TBL-CODE (WS-WAREHOUSE-IDX)
                      TO WHSCHK-WAREHOUSE
                 MOVE WS-TBL-NAME (WS-WAREHOUSE-IDX)
                      TO WHSCHK-WAREHOUSE-NAME
                 MOVE "OK" TO WHSCHK-RESULT
              END-IF
           END-IF.
