001300* MODIFICATION HISTORY
001400*   WHO   DATE        WHAT
001500*   RWH   2026-09-03  Original version.
001510*   RWH   2026-10-15  Each location names the warehouse it
001520*                     ships from, checked through WHSCHK;
001530*                     a change of warehouse is audited.
001600*--------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
005800 FD  SHIPTO-RECYCLE-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  SHIPTO-RECYCLE-RECORD.
006100     05 RCY-TRAN-DATA          PIC X(136).
006200     05 RCY-REJECT-REASON      PIC X(03).
006300
006400 FD  SHIPTO-CORRECTION-REPORT
006800 WORKING-STORAGE SECTION.
006900
007000 01  WS-STTRAN-AT-END          PIC X VALUE "N".
007010 01  WS-WAREHOUSE-VALID-SWITCH PIC X VALUE "N".
007020     88 WS-WAREHOUSE-VALID            VALUE "Y".
007100
007200 01  WS-REJECT-CODE            PIC X(03) VALUE SPACES.
007300 01  WS-REJECT-TEXT            PIC X(25) VALUE SPACES.
008500     05 COR-REJECT-TEXT        PIC X(25).
008600
008700 01  WS-BEF-ST-NAME            PIC X(30).
008750 01  WS-BEF-ST-WAREHOUSE       PIC X(03).
008800
008900*    PARAMETER PASSED TO THE SHARED AUDIT-LOGGING SUBPROGRAM --
009000*    SEE AUDITLOG.
010601*    THE CALLER'S PROGRAM OR FUNCTION NAME, MATCHED
010602*    AGAINST THE OPSEC GRANTS -- SEE AUTHCHK.
010603     05 AUTHCHK-PROGRAM-NAME    PIC X(08).
010610
010620*    PARAMETER PASSED TO THE SHARED WAREHOUSE-TABLE
010630*    SUBPROGRAM -- SEE WHSCHK.
010640 01  SHPMAINT-WHSCHK-PARM.
010650     05 WHSCHK-FUNCTION        PIC X(01).
010660     05 WHSCHK-WAREHOUSE       PIC X(03).
010670     05 WHSCHK-ENTRY-NUMBER    PIC 9(03).
010680     05 WHSCHK-WAREHOUSE-NAME  PIC X(30).
010690     05 WHSCHK-RESULT          PIC X(02).
010695         88 WHSCHK-NOT-ON-TABLE         VALUE "NF".
010700
010800*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
010900*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
024300     END-IF.
024400
024500 APPLY-TRANSACTION.
024550     PERFORM CHECK-SHIP-TO-WAREHOUSE.
024600     EVALUATE TRUE
024610        WHEN (STTRAN-ADD OR STTRAN-CHANGE)
024620             AND NOT WS-WAREHOUSE-VALID
024630             DISPLAY "SHPMAINT: WAREHOUSE " STTRAN-WAREHOUSE
024640                     " NOT ON TABLE FOR " STTRAN-CUSTOMER-ID
024650                     "/" STTRAN-LOCATION-CODE
024660             ADD 1 TO WS-TRANS-IN-ERROR
024670             MOVE "WNF" TO WS-REJECT-CODE
024680             MOVE "WAREHOUSE NOT ON TABLE" TO WS-REJECT-TEXT
024690             PERFORM WRITE-REJECT-TO-RECYCLE
024700        WHEN STTRAN-ADD
024800             PERFORM ADD-SHIP-TO
024900        WHEN STTRAN-CHANGE
025900             PERFORM WRITE-REJECT-TO-RECYCLE
026000     END-EVALUATE.
026100     PERFORM READ-NEXT-TRANSACTION.
026107
026114*    A BLANK WAREHOUSE SHIPS FROM THE DEFAULT ONE; A KEYED
026121*    WAREHOUSE MUST BE ON THE TABLE.
026128 CHECK-SHIP-TO-WAREHOUSE.
026135     MOVE "Y" TO WS-WAREHOUSE-VALID-SWITCH.
026142     IF STTRAN-WAREHOUSE NOT = SPACES
026149        MOVE "V"              TO WHSCHK-FUNCTION
026156        MOVE STTRAN-WAREHOUSE TO WHSCHK-WAREHOUSE
026163        CALL "WHSCHK" USING SHPMAINT-WHSCHK-PARM
026170        IF WHSCHK-NOT-ON-TABLE
026177           MOVE "N" TO WS-WAREHOUSE-VALID-SWITCH
026184        END-IF
026191     END-IF.
026200
026300*    A SHIP-TO ONLY GOES ON FOR A CUSTOMER THE MASTER KNOWS.
026400 ADD-SHIP-TO.
028700     MOVE STTRAN-CITY          TO ST-CITY.
028800     MOVE STTRAN-STATE         TO ST-STATE.
028900     MOVE STTRAN-ZIP           TO ST-ZIP.
028950     MOVE STTRAN-WAREHOUSE     TO ST-WAREHOUSE.
029000     WRITE SHIP-TO-RECORD
029100         INVALID KEY
029200            DISPLAY "SHPMAINT: SHIP-TO " STTRAN-CUSTOMER-ID "/"
031900            PERFORM WRITE-REJECT-TO-RECYCLE
032000         NOT INVALID KEY
032100            MOVE ST-NAME TO WS-BEF-ST-NAME
032150            MOVE ST-WAREHOUSE TO WS-BEF-ST-WAREHOUSE
032200            MOVE STTRAN-NAME      TO ST-NAME
032300            MOVE STTRAN-ADDRESS-1 TO ST-ADDRESS-1
032400            MOVE STTRAN-ADDRESS-2 TO ST-ADDRESS-2
032500            MOVE STTRAN-CITY      TO ST-CITY
032600            MOVE STTRAN-STATE     TO ST-STATE
032700            MOVE STTRAN-ZIP       TO ST-ZIP
032750            MOVE STTRAN-WAREHOUSE TO ST-WAREHOUSE
032800            REWRITE SHIP-TO-RECORD
032900            ADD 1 TO WS-SHIPTOS-CHANGED
033000            MOVE "CHANGE"         TO AUDITLOG-ACTION
033200            MOVE WS-BEF-ST-NAME   TO AUDITLOG-OLD-VALUE
033300            MOVE ST-NAME          TO AUDITLOG-NEW-VALUE
033400            PERFORM WRITE-AUDIT-RECORD
033410*           MOVING A LOCATION TO ANOTHER WAREHOUSE MOVES ITS
033420*           STOCK COMMITMENT, SO IT GETS ITS OWN AUDIT LINE.
033430            IF ST-WAREHOUSE NOT = WS-BEF-ST-WAREHOUSE
033440               MOVE "ST-WAREHOUSE"      TO AUDITLOG-FIELD-CHANGED
033450               MOVE WS-BEF-ST-WAREHOUSE TO AUDITLOG-OLD-VALUE
033460               MOVE ST-WAREHOUSE        TO AUDITLOG-NEW-VALUE
033470               PERFORM WRITE-AUDIT-RECORD
033480            END-IF
033500     END-READ.
033600
033700 DELETE-SHIP-TO.
