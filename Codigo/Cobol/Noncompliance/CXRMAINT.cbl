000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CXRMAINT.
000300*--------------------------------------------------
000400* Applies add/change/delete transactions against
000500* CUSTOMER-XREF-FILE by CUSTOMER-ID, kind and the
000600* trading partner's own code, under the same
000700* authority as the ship-to file -- the table EDIORD
000800* translates a partner's electronic orders through.
000900* A part row must name an item on the item master, a
001000* ship-to row a location on the customer's ship-to
001100* file, and the partner profile an active rep.  Adds
001200* are validated against the customer master.
001300*
001400* MODIFICATION HISTORY
001500*   WHO   DATE        WHAT
001600*   RWH   2026-10-15  Original version.
001700*--------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100
002200     SELECT CUSTOMER-XREF-FILE
002300         ASSIGN TO "CUSXREF"
002400         ORGANIZATION IS INDEXED
002500         RECORD KEY IS CX-KEY
002600         ACCESS MODE IS DYNAMIC
002700         FILE STATUS IS WS-XREF-FILE-STATUS.
002800
002900     SELECT CUSTOMER-MASTER-FILE
003000         ASSIGN TO "CUSTMST"
003100         ORGANIZATION IS INDEXED
003200         RECORD KEY IS CUST-CUSTOMER-ID
003300         ACCESS MODE IS RANDOM
003400         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
003500
003600     SELECT ITEM-MASTER-FILE
003700         ASSIGN TO "ITEMMST"
003800         ORGANIZATION IS INDEXED
003900         RECORD KEY IS ITEM-NUMBER
004000         ACCESS MODE IS RANDOM
004100         FILE STATUS IS WS-ITEM-FILE-STATUS.
004200
004300     SELECT SHIP-TO-FILE
004400         ASSIGN TO "SHIPTO"
004500         ORGANIZATION IS INDEXED
004600         RECORD KEY IS ST-KEY
004700         ACCESS MODE IS RANDOM
004800         FILE STATUS IS WS-SHIPTO-FILE-STATUS.
004900
005000     SELECT SALES-REP-MASTER-FILE
005100         ASSIGN TO "SREPMST"
005200         ORGANIZATION IS INDEXED
005300         RECORD KEY IS SREP-CODE
005400         ACCESS MODE IS RANDOM
005500         FILE STATUS IS WS-SREP-FILE-STATUS.
005600
005700     SELECT CUSTOMER-XREF-TRANSACTION-FILE
005800         ASSIGN TO "CXRTRAN"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CXTRAN-FILE-STATUS.
006100
006200     SELECT XREF-RECYCLE-FILE
006300         ASSIGN TO "CXRRCYC"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500
006600     SELECT XREF-CORRECTION-REPORT
006700         ASSIGN TO "CXRCORRL"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200
007300     COPY CUSXREF.
007400     COPY CUSMST.
007500     COPY ITMMST.
007600     COPY SHIPTO.
007700     COPY SREPMST.
007800     COPY CXRTRN.
007900
008000*    REJECTED TRANSACTIONS GO BACK OUT IN THE SAME LAYOUT THEY
008100*    CAME IN, WITH THE REASON CODE APPENDED -- ONCE FIXED, THE
008200*    RECORDS FEED STRAIGHT BACK IN AS THE NEXT RUN'S CXRTRAN.
008300 FD  XREF-RECYCLE-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  XREF-RECYCLE-RECORD.
008600     05 RCY-TRAN-DATA          PIC X(45).
008700     05 RCY-REJECT-REASON      PIC X(03).
008800
008900 FD  XREF-CORRECTION-REPORT
009000     LABEL RECORDS ARE STANDARD.
009100 01  XREF-CORRECTION-LINE      PIC X(80).
009200
009300 WORKING-STORAGE SECTION.
009400
009500 01  WS-CXTRAN-AT-END          PIC X VALUE "N".
009600 01  WS-TARGET-VALID-SWITCH    PIC X VALUE "N".
009700     88 WS-TARGET-VALID               VALUE "Y".
009800*    "N" WHEN THE SHIP-TO FILE DOES NOT EXIST YET -- A SHIP-TO
009900*    ROW CANNOT BE CHECKED AND IS REJECTED.
010000 01  WS-SHIPTO-FILE-OPEN       PIC X VALUE "N".
010100
010200 01  WS-REJECT-CODE            PIC X(03) VALUE SPACES.
010300 01  WS-REJECT-TEXT            PIC X(25) VALUE SPACES.
010400 01  WS-REJECTS-RECYCLED       PIC 9(7) VALUE ZERO.
010500
010600 01  CORRECTION-DETAIL-LINE.
010700     05 COR-TRAN-CODE          PIC X(01).
010800     05 FILLER                 PIC X(02) VALUE SPACES.
010900     05 COR-CUSTOMER-ID        PIC 9(7).
011000     05 FILLER                 PIC X(01) VALUE "/".
011100     05 COR-XREF-TYPE          PIC X(01).
011200     05 FILLER                 PIC X(01) VALUE "/".
011300     05 COR-PARTNER-CODE       PIC X(20).
011400     05 FILLER                 PIC X(02) VALUE SPACES.
011500     05 COR-REJECT-CODE        PIC X(03).
011600     05 FILLER                 PIC X(02) VALUE SPACES.
011700     05 COR-REJECT-TEXT        PIC X(25).
011800
011900*    THE CODE A ROW TRANSLATES TO, WHATEVER ITS KIND -- THE
012000*    VALUE THE AUDIT TRAIL CARRIES.
012100 01  WS-BEF-XREF-TARGET        PIC X(08).
012200 01  WS-XREF-TARGET            PIC X(08).
012300
012400*    PARAMETER PASSED TO THE SHARED AUDIT-LOGGING SUBPROGRAM --
012500*    SEE AUDITLOG.
012600 01  CXRMAINT-AUDITLOG-PARM.
012700     05 AUDITLOG-PROGRAM-NAME  PIC X(08).
012800     05 AUDITLOG-RECORD-KEY    PIC X(10).
012900     05 AUDITLOG-ACTION        PIC X(08).
013000     05 AUDITLOG-FIELD-CHANGED PIC X(20).
013100     05 AUDITLOG-OLD-VALUE     PIC X(30).
013200     05 AUDITLOG-NEW-VALUE     PIC X(30).
013300     05 AUDITLOG-OPERATOR-ID   PIC X(08).
013400
013500*    PARAMETER PASSED TO THE SHARED AUTHORIZATION-CHECK
013600*    SUBPROGRAM -- SEE AUTHCHK.
013700 01  CXRMAINT-AUTHCHK-PARM.
013800     05 AUTHCHK-OPERATOR-ID       PIC X(08).
013900     05 AUTHCHK-AUTHORIZED-SWITCH PIC X(01).
014000         88 AUTHCHK-AUTHORIZED            VALUE "Y".
014100         88 AUTHCHK-NOT-AUTHORIZED        VALUE "N".
014200*    THE CALLER'S PROGRAM OR FUNCTION NAME, MATCHED
014300*    AGAINST THE OPSEC GRANTS -- SEE AUTHCHK.
014400     05 AUTHCHK-PROGRAM-NAME    PIC X(08).
014500
014600*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
014700*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
014800     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
014900         ==WS-XREF-FILE-STATUS== ==PFX-FILE-OK== BY
015000         ==XREF-FILE-OK== ==PFX-FILE-EOF== BY
015100         ==XREF-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
015200         ==XREF-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
015300         ==XREF-FILE-NOT-FOUND==
015400         ==PFX-FILE-BOUNDARY-VIOLATION== BY
015500         ==XREF-FILE-BOUNDARY-VIOLATION==.
015600
015700     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
015800         ==WS-CUSTOMER-FILE-STATUS== ==PFX-FILE-OK== BY
015900         ==CUSTOMER-FILE-OK== ==PFX-FILE-EOF== BY
016000         ==CUSTOMER-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
016100         ==CUSTOMER-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
016200         ==CUSTOMER-FILE-NOT-FOUND==
016300         ==PFX-FILE-BOUNDARY-VIOLATION== BY
016400         ==CUSTOMER-FILE-BOUNDARY-VIOLATION==.
016500
016600     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
016700         ==WS-ITEM-FILE-STATUS== ==PFX-FILE-OK== BY
016800         ==ITEM-FILE-OK== ==PFX-FILE-EOF== BY
016900         ==ITEM-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
017000         ==ITEM-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
017100         ==ITEM-FILE-NOT-FOUND==
017200         ==PFX-FILE-BOUNDARY-VIOLATION== BY
017300         ==ITEM-FILE-BOUNDARY-VIOLATION==.
017400
017500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
017600         ==WS-SHIPTO-FILE-STATUS== ==PFX-FILE-OK== BY
017700         ==SHIPTO-FILE-OK== ==PFX-FILE-EOF== BY
017800         ==SHIPTO-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
017900         ==SHIPTO-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
018000         ==SHIPTO-FILE-NOT-FOUND==
018100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
018200         ==SHIPTO-FILE-BOUNDARY-VIOLATION==.
018300
018400     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
018500         ==WS-SREP-FILE-STATUS== ==PFX-FILE-OK== BY
018600         ==SREP-FILE-OK== ==PFX-FILE-EOF== BY
018700         ==SREP-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
018800         ==SREP-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
018900         ==SREP-FILE-NOT-FOUND==
019000         ==PFX-FILE-BOUNDARY-VIOLATION== BY
019100         ==SREP-FILE-BOUNDARY-VIOLATION==.
019200
019300     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
019400         ==WS-CXTRAN-FILE-STATUS== ==PFX-FILE-OK== BY
019500         ==CXTRAN-FILE-OK== ==PFX-FILE-EOF== BY
019600         ==CXTRAN-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
019700         ==CXTRAN-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
019800         ==CXTRAN-FILE-NOT-FOUND==
019900         ==PFX-FILE-BOUNDARY-VIOLATION== BY
020000         ==CXTRAN-FILE-BOUNDARY-VIOLATION==.
020100
020200 01  WS-CONTROL-TOTALS.
020300     05 WS-TRANS-READ          PIC 9(7) VALUE ZERO.
020400     05 WS-XREFS-ADDED         PIC 9(7) VALUE ZERO.
020500     05 WS-XREFS-CHANGED       PIC 9(7) VALUE ZERO.
020600     05 WS-XREFS-DELETED       PIC 9(7) VALUE ZERO.
020700     05 WS-TRANS-IN-ERROR      PIC 9(7) VALUE ZERO.
020800
020900 LINKAGE SECTION.
021000 01  CXRMAINT-PARM.
021100*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
021200*    WITH A 2-BYTE BINARY LENGTH COUNT.
021300     05 CXRMAINT-PARM-LEN      PIC S9(4) COMP.
021400     05 CXRMAINT-OPERATOR-ID   PIC X(08).
021500
021600 PROCEDURE DIVISION USING CXRMAINT-PARM.
021700 PROGRAM-BEGIN.
021800     PERFORM CHECK-OPERATOR-AUTHORIZATION.
021900     IF AUTHCHK-NOT-AUTHORIZED
022000        GO TO PROGRAM-DONE
022100     END-IF.
022200     PERFORM OPENING-PROCEDURE.
022300     PERFORM MAIN-PROCESS.
022400     PERFORM CLOSING-PROCEDURE.
022500
022600 PROGRAM-DONE.
022700     STOP RUN.
022800
022900 CHECK-OPERATOR-AUTHORIZATION.
023000     MOVE CXRMAINT-OPERATOR-ID TO AUTHCHK-OPERATOR-ID.
023100     MOVE "CXRMAINT" TO AUTHCHK-PROGRAM-NAME.
023200     CALL "AUTHCHK" USING CXRMAINT-AUTHCHK-PARM.
023300     IF AUTHCHK-NOT-AUTHORIZED
023400        DISPLAY "CXRMAINT: OPERATOR " CXRMAINT-OPERATOR-ID
023500                " NOT AUTHORIZED FOR CROSS-REFERENCE "
023600                "MAINTENANCE"
023700*       AUTHCHK ALREADY AUDITS THE DENIAL.
023800        MOVE 16 TO RETURN-CODE
023900     END-IF.
024000
024100 OPENING-PROCEDURE.
024200     OPEN I-O CUSTOMER-XREF-FILE.
024300     IF WS-XREF-FILE-STATUS = "35"
024400        OPEN OUTPUT CUSTOMER-XREF-FILE
024500        CLOSE CUSTOMER-XREF-FILE
024600        OPEN I-O CUSTOMER-XREF-FILE
024700     END-IF.
024800     IF NOT XREF-FILE-OK
024900        DISPLAY "CXRMAINT: UNABLE TO OPEN CUSTOMER-XREF-FILE, "
025000                "STATUS " WS-XREF-FILE-STATUS
025100        MOVE 16 TO RETURN-CODE
025200        GO TO PROGRAM-DONE
025300     END-IF.
025400     OPEN INPUT CUSTOMER-MASTER-FILE.
025500     IF NOT CUSTOMER-FILE-OK
025600        DISPLAY "CXRMAINT: UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
025700                "STATUS " WS-CUSTOMER-FILE-STATUS
025800        MOVE 16 TO RETURN-CODE
025900        CLOSE CUSTOMER-XREF-FILE
026000        GO TO PROGRAM-DONE
026100     END-IF.
026200     OPEN INPUT ITEM-MASTER-FILE.
026300     IF NOT ITEM-FILE-OK
026400        DISPLAY "CXRMAINT: UNABLE TO OPEN ITEM-MASTER-FILE, "
026500                "STATUS " WS-ITEM-FILE-STATUS
026600        MOVE 16 TO RETURN-CODE
026700        CLOSE CUSTOMER-XREF-FILE
026800        CLOSE CUSTOMER-MASTER-FILE
026900        GO TO PROGRAM-DONE
027000     END-IF.
027100     OPEN INPUT SALES-REP-MASTER-FILE.
027200     IF NOT SREP-FILE-OK
027300        DISPLAY "CXRMAINT: UNABLE TO OPEN SALES-REP-MASTER-"
027400                "FILE, STATUS " WS-SREP-FILE-STATUS
027500        MOVE 16 TO RETURN-CODE
027600        CLOSE CUSTOMER-XREF-FILE
027700        CLOSE CUSTOMER-MASTER-FILE
027800        CLOSE ITEM-MASTER-FILE
027900        GO TO PROGRAM-DONE
028000     END-IF.
028100     OPEN INPUT SHIP-TO-FILE.
028200     IF SHIPTO-FILE-OK
028300        MOVE "Y" TO WS-SHIPTO-FILE-OPEN
028400     ELSE
028500        IF WS-SHIPTO-FILE-STATUS NOT = "35"
028600           DISPLAY "CXRMAINT: UNABLE TO OPEN SHIP-TO-FILE, "
028700                   "STATUS " WS-SHIPTO-FILE-STATUS
028800           MOVE 16 TO RETURN-CODE
028900           CLOSE CUSTOMER-XREF-FILE
029000           CLOSE CUSTOMER-MASTER-FILE
029100           CLOSE ITEM-MASTER-FILE
029200           CLOSE SALES-REP-MASTER-FILE
029300           GO TO PROGRAM-DONE
029400        END-IF
029500     END-IF.
029600     OPEN INPUT CUSTOMER-XREF-TRANSACTION-FILE.
029700     IF NOT CXTRAN-FILE-OK
029800        DISPLAY "CXRMAINT: UNABLE TO OPEN CUSTOMER-XREF-"
029900                "TRANSACTION-FILE, STATUS " WS-CXTRAN-FILE-STATUS
030000        MOVE 16 TO RETURN-CODE
030100        CLOSE CUSTOMER-XREF-FILE
030200        CLOSE CUSTOMER-MASTER-FILE
030300        CLOSE ITEM-MASTER-FILE
030400        CLOSE SALES-REP-MASTER-FILE
030500        IF WS-SHIPTO-FILE-OPEN = "Y"
030600           CLOSE SHIP-TO-FILE
030700        END-IF
030800        GO TO PROGRAM-DONE
030900     END-IF.
031000     OPEN OUTPUT XREF-RECYCLE-FILE.
031100     OPEN OUTPUT XREF-CORRECTION-REPORT.
031200
031300 CLOSING-PROCEDURE.
031400     CLOSE CUSTOMER-XREF-FILE.
031500     CLOSE CUSTOMER-MASTER-FILE.
031600     CLOSE ITEM-MASTER-FILE.
031700     CLOSE SALES-REP-MASTER-FILE.
031800     IF WS-SHIPTO-FILE-OPEN = "Y"
031900        CLOSE SHIP-TO-FILE
032000     END-IF.
032100     CLOSE CUSTOMER-XREF-TRANSACTION-FILE.
032200     CLOSE XREF-RECYCLE-FILE.
032300     CLOSE XREF-CORRECTION-REPORT.
032400     DISPLAY "CXRMAINT CONTROL TOTALS".
032500     DISPLAY "  TRANSACTIONS READ ...: " WS-TRANS-READ.
032600     DISPLAY "  XREFS ADDED .........: " WS-XREFS-ADDED.
032700     DISPLAY "  XREFS CHANGED .......: " WS-XREFS-CHANGED.
032800     DISPLAY "  XREFS DELETED .......: " WS-XREFS-DELETED.
032900     DISPLAY "  TRANSACTIONS IN ERROR: " WS-TRANS-IN-ERROR.
033000     DISPLAY "  REJECTS RECYCLED ....: " WS-REJECTS-RECYCLED.
033100     IF WS-TRANS-IN-ERROR > ZERO
033200        MOVE 4 TO RETURN-CODE
033300     ELSE
033400        MOVE 0 TO RETURN-CODE
033500     END-IF.
033600
033700 MAIN-PROCESS.
033800     PERFORM READ-NEXT-TRANSACTION.
033900     PERFORM APPLY-TRANSACTION
034000             UNTIL WS-CXTRAN-AT-END = "Y".
034100
034200 READ-NEXT-TRANSACTION.
034300     READ CUSTOMER-XREF-TRANSACTION-FILE
034400          AT END MOVE "Y" TO WS-CXTRAN-AT-END.
034500     IF WS-CXTRAN-AT-END NOT = "Y"
034600        ADD 1 TO WS-TRANS-READ
034700     END-IF.
034800
034900 APPLY-TRANSACTION.
035000*    THE PROFILE ROW HAS NO PARTNER CODE -- WHATEVER WAS
035100*    KEYED THERE IS DROPPED, SO THERE IS ONE PER CUSTOMER.
035200     IF CXTRAN-XREF-TYPE = "P"
035300        MOVE SPACES TO CXTRAN-PARTNER-CODE
035400     END-IF.
035500     EVALUATE TRUE
035600        WHEN CXTRAN-XREF-TYPE NOT = "I" AND NOT = "L"
035700                              AND NOT = "P"
035800             DISPLAY "CXRMAINT: INVALID CROSS-REFERENCE KIND "
035900                     "FOR " CXTRAN-CUSTOMER-ID "/"
036000                     CXTRAN-PARTNER-CODE
036100             ADD 1 TO WS-TRANS-IN-ERROR
036200             MOVE "TYP" TO WS-REJECT-CODE
036300             MOVE "INVALID XREF KIND" TO WS-REJECT-TEXT
036400             PERFORM WRITE-REJECT-TO-RECYCLE
036500        WHEN CXTRAN-XREF-TYPE NOT = "P"
036600             AND CXTRAN-PARTNER-CODE = SPACES
036700             DISPLAY "CXRMAINT: NO PARTNER CODE FOR "
036800                     CXTRAN-CUSTOMER-ID
036900             ADD 1 TO WS-TRANS-IN-ERROR
037000             MOVE "PCB" TO WS-REJECT-CODE
037100             MOVE "PARTNER CODE BLANK" TO WS-REJECT-TEXT
037200             PERFORM WRITE-REJECT-TO-RECYCLE
037300        WHEN CXTRAN-ADD
037400             PERFORM ADD-XREF
037500        WHEN CXTRAN-CHANGE
037600             PERFORM CHANGE-XREF
037700        WHEN CXTRAN-DELETE
037800             PERFORM DELETE-XREF
037900        WHEN OTHER
038000             DISPLAY "CXRMAINT: INVALID TRANSACTION CODE FOR "
038100                     CXTRAN-CUSTOMER-ID "/" CXTRAN-PARTNER-CODE
038200             ADD 1 TO WS-TRANS-IN-ERROR
038300             MOVE "INV" TO WS-REJECT-CODE
038400             MOVE "INVALID TRAN CODE" TO WS-REJECT-TEXT
038500             PERFORM WRITE-REJECT-TO-RECYCLE
038600     END-EVALUATE.
038700     PERFORM READ-NEXT-TRANSACTION.
038800
038900*    WHAT THE ROW TRANSLATES TO MUST EXIST ON OUR SIDE: A
039000*    PART ROW'S ITEM ON THE ITEM MASTER, A SHIP-TO ROW'S
039100*    LOCATION ON THIS CUSTOMER'S SHIP-TO FILE, AND THE
039200*    PROFILE'S REP ON THE REP MASTER, ACTIVE.
039300 CHECK-XREF-TARGET.
039400     MOVE "Y" TO WS-TARGET-VALID-SWITCH.
039500     EVALUATE CXTRAN-XREF-TYPE
039600        WHEN "I"
039700             MOVE CXTRAN-ITEM-NUMBER TO WS-XREF-TARGET
039800             MOVE CXTRAN-ITEM-NUMBER TO ITEM-NUMBER
039900             READ ITEM-MASTER-FILE
040000                 INVALID KEY
040100                    MOVE "N" TO WS-TARGET-VALID-SWITCH
040200                    MOVE "INF" TO WS-REJECT-CODE
040300                    MOVE "ITEM NOT ON FILE" TO WS-REJECT-TEXT
040400             END-READ
040500        WHEN "L"
040600             MOVE CXTRAN-LOCATION-CODE TO WS-XREF-TARGET
040700             IF WS-SHIPTO-FILE-OPEN NOT = "Y"
040800                MOVE "N" TO WS-TARGET-VALID-SWITCH
040900             ELSE
041000                MOVE CXTRAN-CUSTOMER-ID   TO ST-CUSTOMER-ID
041100                MOVE CXTRAN-LOCATION-CODE TO ST-LOCATION-CODE
041200                READ SHIP-TO-FILE
041300                    INVALID KEY
041400                       MOVE "N" TO WS-TARGET-VALID-SWITCH
041500                END-READ
041600             END-IF
041700             IF NOT WS-TARGET-VALID
041800                MOVE "LNF" TO WS-REJECT-CODE
041900                MOVE "LOCATION NOT ON FILE" TO WS-REJECT-TEXT
042000             END-IF
042100        WHEN "P"
042200             MOVE CXTRAN-SALES-REP-CODE TO WS-XREF-TARGET
042300             MOVE CXTRAN-SALES-REP-CODE TO SREP-CODE
042400             READ SALES-REP-MASTER-FILE
042500                 INVALID KEY
042600                    MOVE "N" TO WS-TARGET-VALID-SWITCH
042700                    MOVE "RNF" TO WS-REJECT-CODE
042800                    MOVE "SALES REP NOT ON FILE"
042900                      TO WS-REJECT-TEXT
043000                 NOT INVALID KEY
043100                    IF SREP-INACTIVE
043200                       MOVE "N" TO WS-TARGET-VALID-SWITCH
043300                       MOVE "RIA" TO WS-REJECT-CODE
043400                       MOVE "SALES REP INACTIVE"
043500                         TO WS-REJECT-TEXT
043600                    END-IF
043700             END-READ
043800     END-EVALUATE.
043900     IF NOT WS-TARGET-VALID
044000        DISPLAY "CXRMAINT: " WS-XREF-TARGET " FOR "
044100                CXTRAN-CUSTOMER-ID "/" CXTRAN-PARTNER-CODE
044200                " " WS-REJECT-TEXT ", REJECTED"
044300        ADD 1 TO WS-TRANS-IN-ERROR
044400        PERFORM WRITE-REJECT-TO-RECYCLE
044500     END-IF.
044600
044700*    A CROSS-REFERENCE ONLY GOES ON FOR A CUSTOMER THE MASTER
044800*    KNOWS.
044900 ADD-XREF.
045000     MOVE CXTRAN-CUSTOMER-ID TO CUST-CUSTOMER-ID.
045100     READ CUSTOMER-MASTER-FILE
045200         INVALID KEY
045300            DISPLAY "CXRMAINT: CUSTOMER " CXTRAN-CUSTOMER-ID
045400                    " NOT ON FILE, ADD REJECTED"
045500            ADD 1 TO WS-TRANS-IN-ERROR
045600            MOVE "CNF" TO WS-REJECT-CODE
045700            MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-TEXT
045800            PERFORM WRITE-REJECT-TO-RECYCLE
045900         NOT INVALID KEY
046000            PERFORM CHECK-XREF-TARGET
046100            IF WS-TARGET-VALID
046200               PERFORM WRITE-NEW-XREF
046300            END-IF
046400     END-READ.
046500
046600 WRITE-NEW-XREF.
046700*    THE RECORD IS BLANKED FIRST -- FILLER INCLUDED -- SO
046800*    RESIDUE FROM THE READ PATHS NEVER REACHES THE FILE.
046900     MOVE SPACES TO CUSTOMER-XREF-RECORD.
047000     MOVE CXTRAN-CUSTOMER-ID    TO CX-CUSTOMER-ID.
047100     MOVE CXTRAN-XREF-TYPE      TO CX-XREF-TYPE.
047200     MOVE CXTRAN-PARTNER-CODE   TO CX-PARTNER-CODE.
047300     PERFORM MOVE-XREF-TARGET.
047400     WRITE CUSTOMER-XREF-RECORD
047500         INVALID KEY
047600            DISPLAY "CXRMAINT: XREF " CXTRAN-CUSTOMER-ID "/"
047700                    CXTRAN-XREF-TYPE "/" CXTRAN-PARTNER-CODE
047800                    " ALREADY EXISTS, ADD REJECTED"
047900            ADD 1 TO WS-TRANS-IN-ERROR
048000            MOVE "DUP" TO WS-REJECT-CODE
048100            MOVE "XREF ALREADY ON FILE" TO WS-REJECT-TEXT
048200            PERFORM WRITE-REJECT-TO-RECYCLE
048300         NOT INVALID KEY
048400            ADD 1 TO WS-XREFS-ADDED
048500            MOVE "ADD"          TO AUDITLOG-ACTION
048600            MOVE "ALL FIELDS"   TO AUDITLOG-FIELD-CHANGED
048700            MOVE SPACES         TO AUDITLOG-OLD-VALUE
048800            MOVE WS-XREF-TARGET TO AUDITLOG-NEW-VALUE
048900            PERFORM WRITE-AUDIT-RECORD
049000     END-WRITE.
049100
049200*    ONLY THE FIELD FOR THE ROW'S KIND IS CARRIED; THE OTHERS
049300*    STAY BLANK.
049400 MOVE-XREF-TARGET.
049500     MOVE SPACES TO CX-ITEM-NUMBER.
049600     MOVE SPACES TO CX-LOCATION-CODE.
049700     MOVE SPACES TO CX-SALES-REP-CODE.
049800     EVALUATE TRUE
049900        WHEN CX-ITEM-XREF
050000             MOVE CXTRAN-ITEM-NUMBER    TO CX-ITEM-NUMBER
050100        WHEN CX-LOCATION-XREF
050200             MOVE CXTRAN-LOCATION-CODE  TO CX-LOCATION-CODE
050300        WHEN CX-PARTNER-PROFILE
050400             MOVE CXTRAN-SALES-REP-CODE TO CX-SALES-REP-CODE
050500     END-EVALUATE.
050600
050700 CHANGE-XREF.
050800     MOVE CXTRAN-CUSTOMER-ID  TO CX-CUSTOMER-ID.
050900     MOVE CXTRAN-XREF-TYPE    TO CX-XREF-TYPE.
051000     MOVE CXTRAN-PARTNER-CODE TO CX-PARTNER-CODE.
051100     READ CUSTOMER-XREF-FILE
051200         INVALID KEY
051300            DISPLAY "CXRMAINT: XREF " CXTRAN-CUSTOMER-ID "/"
051400                    CXTRAN-XREF-TYPE "/" CXTRAN-PARTNER-CODE
051500                    " NOT ON FILE, CHANGE REJECTED"
051600            ADD 1 TO WS-TRANS-IN-ERROR
051700            MOVE "NOF" TO WS-REJECT-CODE
051800            MOVE "XREF NOT ON FILE" TO WS-REJECT-TEXT
051900            PERFORM WRITE-REJECT-TO-RECYCLE
052000         NOT INVALID KEY
052100            PERFORM CHECK-XREF-TARGET
052200            IF WS-TARGET-VALID
052300               PERFORM REWRITE-XREF
052400            END-IF
052500     END-READ.
052600
052700 REWRITE-XREF.
052800     EVALUATE TRUE
052900        WHEN CX-ITEM-XREF
053000             MOVE CX-ITEM-NUMBER    TO WS-BEF-XREF-TARGET
053100        WHEN CX-LOCATION-XREF
053200             MOVE CX-LOCATION-CODE  TO WS-BEF-XREF-TARGET
053300        WHEN CX-PARTNER-PROFILE
053400             MOVE CX-SALES-REP-CODE TO WS-BEF-XREF-TARGET
053500     END-EVALUATE.
053600     PERFORM MOVE-XREF-TARGET.
053700     REWRITE CUSTOMER-XREF-RECORD.
053800     ADD 1 TO WS-XREFS-CHANGED.
053900     MOVE "CHANGE"           TO AUDITLOG-ACTION.
054000     MOVE "XREF TARGET"      TO AUDITLOG-FIELD-CHANGED.
054100     MOVE WS-BEF-XREF-TARGET TO AUDITLOG-OLD-VALUE.
054200     MOVE WS-XREF-TARGET     TO AUDITLOG-NEW-VALUE.
054300     PERFORM WRITE-AUDIT-RECORD.
054400
054500 DELETE-XREF.
054600     MOVE CXTRAN-CUSTOMER-ID  TO CX-CUSTOMER-ID.
054700     MOVE CXTRAN-XREF-TYPE    TO CX-XREF-TYPE.
054800     MOVE CXTRAN-PARTNER-CODE TO CX-PARTNER-CODE.
054900     READ CUSTOMER-XREF-FILE
055000         INVALID KEY
055100            DISPLAY "CXRMAINT: XREF " CXTRAN-CUSTOMER-ID "/"
055200                    CXTRAN-XREF-TYPE "/" CXTRAN-PARTNER-CODE
055300                    " NOT ON FILE, DELETE REJECTED"
055400            ADD 1 TO WS-TRANS-IN-ERROR
055500            MOVE "NOF" TO WS-REJECT-CODE
055600            MOVE "XREF NOT ON FILE" TO WS-REJECT-TEXT
055700            PERFORM WRITE-REJECT-TO-RECYCLE
055800         NOT INVALID KEY
055900            MOVE CX-ITEM-NUMBER TO WS-BEF-XREF-TARGET
056000            IF CX-LOCATION-XREF
056100               MOVE CX-LOCATION-CODE TO WS-BEF-XREF-TARGET
056200            END-IF
056300            IF CX-PARTNER-PROFILE
056400               MOVE CX-SALES-REP-CODE TO WS-BEF-XREF-TARGET
056500            END-IF
056600            DELETE CUSTOMER-XREF-FILE RECORD
056700            ADD 1 TO WS-XREFS-DELETED
056800            MOVE "DELETE"           TO AUDITLOG-ACTION
056900            MOVE "ALL FIELDS"       TO AUDITLOG-FIELD-CHANGED
057000            MOVE WS-BEF-XREF-TARGET TO AUDITLOG-OLD-VALUE
057100            MOVE SPACES             TO AUDITLOG-NEW-VALUE
057200            PERFORM WRITE-AUDIT-RECORD
057300     END-READ.
057400
057500 WRITE-AUDIT-RECORD.
057600     MOVE "CXRMAINT"           TO AUDITLOG-PROGRAM-NAME.
057700     MOVE CX-CUSTOMER-ID       TO AUDITLOG-RECORD-KEY.
057800     MOVE CXRMAINT-OPERATOR-ID TO AUDITLOG-OPERATOR-ID.
057900     CALL "AUDITLOG" USING CXRMAINT-AUDITLOG-PARM.
058000
058100*    WRITE THE REJECTED TRANSACTION, AS KEYED, TO THE RECYCLE
058200*    FILE WITH ITS REASON CODE, AND LIST IT FOR THE CLERK.
058300 WRITE-REJECT-TO-RECYCLE.
058400     MOVE CUSTOMER-XREF-TRANSACTION-RECORD TO RCY-TRAN-DATA.
058500     MOVE WS-REJECT-CODE       TO RCY-REJECT-REASON.
058600     WRITE XREF-RECYCLE-RECORD.
058700     MOVE CXTRAN-CODE          TO COR-TRAN-CODE.
058800     MOVE CXTRAN-CUSTOMER-ID   TO COR-CUSTOMER-ID.
058900     MOVE CXTRAN-XREF-TYPE     TO COR-XREF-TYPE.
059000     MOVE CXTRAN-PARTNER-CODE  TO COR-PARTNER-CODE.
059100     MOVE WS-REJECT-CODE       TO COR-REJECT-CODE.
059200     MOVE WS-REJECT-TEXT       TO COR-REJECT-TEXT.
059300     WRITE XREF-CORRECTION-LINE FROM CORRECTION-DETAIL-LINE.
059400     ADD 1 TO WS-REJECTS-RECYCLED.
