001183*                     the ACH extract -- blank or "C" is a
001184*                     check vendor, "E" pays electronically
001185*                     against the BNKMAINT bank detail.
001190*   RWH   2026-10-15  Added the vendor's currency code --
001195*                     blank reads as US dollars.
001196*   RWH   2026-10-15  Added the vendor's lead time in days
001197*                     for the demand forecast -- zero takes
001198*                     the standing default.
001200*--------------------------------------------------
001300 ENVIRONMENT DIVISION.
001400 INPUT-OUTPUT SECTION.
003425 FD  VENDOR-RECYCLE-FILE
003430     LABEL RECORDS ARE STANDARD.
003435 01  VENDOR-RECYCLE-RECORD.
003440     05 RCY-TRAN-DATA          PIC X(191).
003445     05 RCY-REJECT-REASON      PIC X(03).
003450
003455 FD  VENDOR-CORRECTION-REPORT
003803     05 WS-BEF-VENDOR-DISCOUNT-DAYS    PIC 9(03).
003809     05 WS-BEF-VENDOR-EXTRACT-FLAG     PIC X(01).
003810     05 WS-BEF-VENDOR-PAY-METHOD       PIC X(01).
           05 WS-BEF-VENDOR-CURRENCY-CODE    PIC X(03).
           05 WS-BEF-VENDOR-LEAD-TIME-DAYS   PIC 9(03).
003811
003812*    AUDIT WORK AREA -- STAGES THE BEFORE/AFTER VALUES FOR ONE
003813*    AUDIT EVENT BEFORE IT'S HANDED TO AUDITLOG.
011490     MOVE VTRAN-VENDOR-DISCOUNT-DAYS TO VENDOR-DISCOUNT-DAYS.
011495     MOVE VTRAN-VENDOR-EXTRACT-FLAG  TO VENDOR-EXTRACT-FLAG.
011497     MOVE VTRAN-VENDOR-PAY-METHOD    TO VENDOR-PAY-METHOD.
011498     MOVE VTRAN-VENDOR-CURRENCY-CODE TO VENDOR-CURRENCY-CODE.
011499     MOVE VTRAN-VENDOR-LEAD-TIME-DAYS TO VENDOR-LEAD-TIME-DAYS.
011500     WRITE VENDOR-RECORD
011600         INVALID KEY
011700            DISPLAY "VNDMAINT: VENDOR " VTRAN-VENDOR-NUMBER
013997                                        TO VENDOR-EXTRACT-FLAG
013998            MOVE VTRAN-VENDOR-PAY-METHOD
013999                                        TO VENDOR-PAY-METHOD
                  MOVE VTRAN-VENDOR-CURRENCY-CODE
                                              TO VENDOR-CURRENCY-CODE
                  MOVE VTRAN-VENDOR-LEAD-TIME-DAYS
                                              TO VENDOR-LEAD-TIME-DAYS
014000            REWRITE VENDOR-RECORD
014100            ADD 1 TO WS-TRANS-CHANGED
014150            PERFORM WRITE-CHANGE-AUDIT
018030     MOVE VENDOR-DISCOUNT-DAYS    TO WS-BEF-VENDOR-DISCOUNT-DAYS.
018040     MOVE VENDOR-EXTRACT-FLAG     TO WS-BEF-VENDOR-EXTRACT-FLAG.
018050     MOVE VENDOR-PAY-METHOD       TO WS-BEF-VENDOR-PAY-METHOD.
018060     MOVE VENDOR-CURRENCY-CODE    TO WS-BEF-VENDOR-CURRENCY-CODE.
018080     MOVE VENDOR-LEAD-TIME-DAYS   TO WS-BEF-VENDOR-LEAD-TIME-DAYS.
018100
018200 WRITE-CHANGE-AUDIT.
018300     IF WS-BEF-VENDOR-NAME NOT = VENDOR-NAME
022514        MOVE VENDOR-PAY-METHOD TO AUD-NEW-VALUE
022515        PERFORM WRITE-ONE-CHANGE-AUDIT
022516     END-IF.
           IF WS-BEF-VENDOR-CURRENCY-CODE NOT = VENDOR-CURRENCY-CODE
              MOVE "VENDOR-CURRENCY-CODE" TO AUD-FIELD-CHANGED
              MOVE WS-BEF-VENDOR-CURRENCY-CODE TO AUD-OLD-VALUE
              MOVE VENDOR-CURRENCY-CODE TO AUD-NEW-VALUE
              PERFORM WRITE-ONE-CHANGE-AUDIT
           END-IF.
           IF WS-BEF-VENDOR-LEAD-TIME-DAYS NOT = VENDOR-LEAD-TIME-DAYS
              MOVE "VENDOR-LEAD-TIME" TO AUD-FIELD-CHANGED
              MOVE WS-BEF-VENDOR-LEAD-TIME-DAYS TO AUD-OLD-VALUE
              MOVE VENDOR-LEAD-TIME-DAYS TO AUD-NEW-VALUE
              PERFORM WRITE-ONE-CHANGE-AUDIT
           END-IF.
022517
022600 WRITE-ONE-CHANGE-AUDIT.
022700     MOVE VENDOR-NUMBER TO AUD-VENDOR-NUMBER.
