001930*                     describes line 001 of a multi-line
001940*                     order; a PO with no lines on file
001950*                     falls back to the header fields.
001958*   RWH   2026-10-15  Checked per warehouse: position is the
001966*                     warehouse's on-hand and in-transit plus
001974*                     the POs it receives.  A short warehouse
001982*                     another one can cover is listed as a
001990*                     transfer instead of a suggested order.
001992*   RWH   2026-10-15  An item's reorder point and quantity
001994*                     come off its approved demand forecast
001996*                     (DMDFCST/FCSTAPPR) when it has one,
001998*                     in place of the item master's.
002000*--------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
003200     SELECT INVENTORY-BALANCE-FILE
003300         ASSIGN TO "ITMBAL"
003400         ORGANIZATION IS INDEXED
003500         RECORD KEY IS IB-KEY
003600         ACCESS MODE IS RANDOM
003700         FILE STATUS IS WS-ITMBAL-FILE-STATUS.
003800
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS WS-PRICE-FILE-STATUS.
005200
005212     SELECT ITEM-FORECAST-FILE
005225         ASSIGN TO "ITMFCST"
005237         ORGANIZATION IS INDEXED
005250         RECORD KEY IS FC-ITEM-NUMBER
005262         ACCESS MODE IS RANDOM
005275         FILE STATUS IS WS-FORECAST-FILE-STATUS.
005287
005300     SELECT PURCHASE-ORDER-TRANSACTION-FILE
005400         ASSIGN TO "SUGPTRAN"
005500         ORGANIZATION IS LINE SEQUENTIAL
006700     COPY PURORD.
006710     COPY POLINE.
006800     COPY CONPRC.
006850     COPY ITMFCST.
006900     COPY PURTRN.
007000
007100 FD  REORDER-REPORT
011400         ==PFX-FILE-BOUNDARY-VIOLATION== BY
011500         ==PRICE-FILE-BOUNDARY-VIOLATION==.
011600
011609
011618     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
011627         ==WS-FORECAST-FILE-STATUS== ==PFX-FILE-OK== BY
011636         ==FORECAST-FILE-OK== ==PFX-FILE-EOF== BY
011645         ==FORECAST-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
011654         ==FORECAST-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
011663         ==FORECAST-FILE-NOT-FOUND==
011672         ==PFX-FILE-BOUNDARY-VIOLATION== BY
011681         ==FORECAST-FILE-BOUNDARY-VIOLATION==.
011690
011700 01  WS-PTRAN-FILE-STATUS      PIC XX VALUE SPACES.
011800
011900 01  WS-RUN-DATE               PIC 9(8).
011950 01  WS-PO-LINES-FOUND         PIC X VALUE "N".
011960 01  WS-GATHER-ITEM            PIC X(8) VALUE SPACES.
011970 01  WS-GATHER-QUANTITY        PIC 9(7) VALUE ZERO.
011985 01  WS-GATHER-WAREHOUSE       PIC X(03) VALUE SPACES.
011987
011989*    THE SETTINGS THE ITEM BEING LOADED IS CHECKED AGAINST --
011991*    THE ITEM MASTER'S, OR ITS APPROVED FORECAST'S.
011993 01  WS-FORECAST-OPEN          PIC X VALUE "N".
011995 01  WS-REORDER-POINT          PIC 9(5) VALUE ZERO.
011997 01  WS-REORDER-QTY            PIC 9(5) VALUE ZERO.
012000
012100*    SUGGESTED ORDERS CARRY AN EXPECTED DATE THIS MANY DAYS
012200*    OUT -- THE STANDING LEAD-TIME ASSUMPTION, NOT A PROMISE.
013300         10 WS-ITM-DESCRIPTION PIC X(40).
013400         10 WS-ITM-REORDER-POINT PIC 9(5).
013500         10 WS-ITM-REORDER-QTY PIC 9(5).
013550*        BY WAREHOUSE, IN WAREHOUSE-LIST ORDER.
013575         10 WS-ITM-WAREHOUSE OCCURS 20 TIMES.
013600             15 WS-ITM-ON-ORDER    PIC 9(9).
013700         10 WS-ITM-VENDOR      PIC 9(5).
013800         10 WS-ITM-PRICE       PIC 9(7)V99.
013900
014100 01  WS-ON-HAND                PIC S9(9) VALUE ZERO.
014200 01  WS-POSITION               PIC S9(9) VALUE ZERO.
014300 01  WS-EXPECTED-DATE          PIC 9(8) VALUE ZERO.
014302
014304*    THE WAREHOUSES CHECKED, IN WAREHOUSE-TABLE ORDER.  A
014306*    CODE FOUND ON A PO BUT NOT ON THE TABLE GETS AN ENTRY
014308*    OF ITS OWN, SO ITS ON-ORDER STILL COUNTS SOMEWHERE.
014310 01  WS-WAREHOUSE-LIST.
014312     05 WS-WAREHOUSE-COUNT     PIC 9(3) VALUE ZERO.
014314     05 WS-WAREHOUSE-ENTRY OCCURS 20 TIMES
014316        INDEXED BY WHS-IDX.
014318         10 WS-WHS-CODE        PIC X(03).
014320 01  WS-WAREHOUSE-SUB          PIC 9(3) VALUE ZERO.
014322 01  WS-SURPLUS-SUB            PIC 9(3) VALUE ZERO.
014323 01  WS-SCAN-SUB               PIC 9(3) VALUE ZERO.
014324
014326*    THE ITEM BEING CHECKED, ONE ROW PER WAREHOUSE ON THE
014328*    LIST.  POSITION IS ON-HAND + IN-TRANSIT + ON-ORDER; A
014330*    SUGGESTED TRANSFER MOVES REORDER QUANTITY FROM ONE
014332*    POSITION TO THE OTHER SO THE SURPLUS IS NOT PROMISED
014334*    TWICE.
014336 01  WS-ITEM-POSITION-TABLE.
014338     05 WS-ITEM-POSITION OCCURS 20 TIMES.
014340         10 WS-POS-ON-HAND     PIC S9(9).
014342         10 WS-POS-IN-TRANSIT  PIC S9(9).
014344         10 WS-POS-QUANTITY    PIC S9(9).
014346
014348*    PARAMETER PASSED TO THE SHARED WAREHOUSE-TABLE
014350*    SUBPROGRAM -- SEE WHSCHK.
014352 01  REORDER-WHSCHK-PARM.
014354     05 WHSCHK-FUNCTION        PIC X(01).
014356     05 WHSCHK-WAREHOUSE       PIC X(03).
014358     05 WHSCHK-ENTRY-NUMBER    PIC 9(03).
014360     05 WHSCHK-WAREHOUSE-NAME  PIC X(30).
014362     05 WHSCHK-RESULT          PIC X(02).
014364         88 WHSCHK-NOT-ON-TABLE        VALUE "NF".
014366         88 WHSCHK-END-OF-TABLE        VALUE "EN".
014400
014500*    PARAMETER PASSED TO THE SHARED DATE-ARITHMETIC
014600*    SUBPROGRAM -- SEE DATECALC.
017200     05 WS-ITEMS-CHECKED       PIC 9(7) VALUE ZERO.
017300     05 WS-ORDERS-SUGGESTED    PIC 9(7) VALUE ZERO.
017400     05 WS-ITEMS-NO-VENDOR     PIC 9(7) VALUE ZERO.
017450     05 WS-TRANSFERS-SUGGESTED PIC 9(7) VALUE ZERO.
017475     05 WS-FORECAST-SETTINGS   PIC 9(7) VALUE ZERO.
017500
017600 01  HEADING-LINE-1.
017700     05 FILLER                 PIC X(36)
018100 01  HEADING-LINE-2.
018200     05 FILLER                 PIC X(08) VALUE "ITEM".
018300     05 FILLER                 PIC X(02) VALUE SPACES.
018350     05 FILLER                 PIC X(05) VALUE "WHS".
018400     05 FILLER                 PIC X(10) VALUE "   ON HAND".
018450     05 FILLER                 PIC X(10) VALUE "  IN TRANS".
018500     05 FILLER                 PIC X(10) VALUE "  ON ORDER".
018600     05 FILLER                 PIC X(10) VALUE "     POINT".
018700     05 FILLER                 PIC X(10) VALUE "  SUGG QTY".
019300 01  DETAIL-LINE.
019400     05 DTL-ITEM-NUMBER        PIC X(08).
019500     05 FILLER                 PIC X(02) VALUE SPACES.
019533     05 DTL-WAREHOUSE          PIC X(03).
019566     05 FILLER                 PIC X(02) VALUE SPACES.
019600     05 DTL-ON-HAND            PIC ZZZ,ZZ9-.
019633     05 FILLER                 PIC X(02) VALUE SPACES.
019666     05 DTL-IN-TRANSIT         PIC ZZZ,ZZ9-.
019700     05 FILLER                 PIC X(02) VALUE SPACES.
019800     05 DTL-ON-ORDER           PIC ZZZ,ZZ9.
019900     05 FILLER                 PIC X(03) VALUE SPACES.
021600        GO TO PROGRAM-DONE
021700     END-IF.
021800     PERFORM OPENING-PROCEDURE.
021850     PERFORM LOAD-WAREHOUSE-LIST.
021900     PERFORM LOAD-ITEM-TABLE.
022000     PERFORM GATHER-ON-ORDER.
022100     PERFORM LOAD-CONTRACT-PRICES.
027300           GO TO PROGRAM-DONE
027400        END-IF
027500     END-IF.
027508*    NO FORECAST FILE -- OR NONE READABLE -- LEAVES EVERY ITEM
027516*    ON ITS ITEM-MASTER SETTINGS, THE WAY IT RAN BEFORE THE
027525*    FORECAST EXISTED.
027533     OPEN INPUT ITEM-FORECAST-FILE.
027541     IF FORECAST-FILE-OK
027550        MOVE "Y" TO WS-FORECAST-OPEN
027558     ELSE
027566        DISPLAY "REORDER: NO ITEM-FORECAST-FILE (STATUS "
027575                WS-FORECAST-FILE-STATUS "), ITEM MASTER "
027583                "SETTINGS USED"
027591     END-IF.
027600     OPEN OUTPUT PURCHASE-ORDER-TRANSACTION-FILE.
027700     OPEN OUTPUT REORDER-REPORT.
027800     MOVE WS-RUN-DATE TO HDG-RUN-DATE.
028900     IF PRICE-FILE-OK OR PRICE-FILE-EOF
029000        CLOSE CONTRACT-PRICE-FILE
029100     END-IF.
029125     IF WS-FORECAST-OPEN = "Y"
029150        CLOSE ITEM-FORECAST-FILE
029175     END-IF.
029200     CLOSE PURCHASE-ORDER-TRANSACTION-FILE.
029300     CLOSE REORDER-REPORT.
029400     DISPLAY "REORDER CONTROL TOTALS".
029600     DISPLAY "  ITEMS CHECKED ........: " WS-ITEMS-CHECKED.
029700     DISPLAY "  ORDERS SUGGESTED .....: " WS-ORDERS-SUGGESTED.
029800     DISPLAY "  SHORT, NO VENDOR .....: " WS-ITEMS-NO-VENDOR.
029850     DISPLAY "  TRANSFERS SUGGESTED ..: " WS-TRANSFERS-SUGGESTED.
029875     DISPLAY "  FORECAST SETTINGS USED: " WS-FORECAST-SETTINGS.
029900     IF WS-ITEMS-NO-VENDOR > ZERO
030000        MOVE 4 TO RETURN-CODE
030100     ELSE
030400     IF RETURN-CODE NOT > 4
030500        PERFORM MARK-RUN-CONTROL
030600     END-IF.
030605
030610*    EVERY WAREHOUSE ON THE TABLE IS CHECKED -- WITHOUT ONE,
030615*    WHSCHK LISTS THE ONE BLANK WAREHOUSE ALL THE STOCK IS
030620*    KEPT UNDER.
030625 LOAD-WAREHOUSE-LIST.
030630     MOVE "L" TO WHSCHK-FUNCTION.
030635     MOVE 1 TO WHSCHK-ENTRY-NUMBER.
030640     CALL "WHSCHK" USING REORDER-WHSCHK-PARM.
030645     PERFORM LOAD-ONE-WAREHOUSE
030650             UNTIL WHSCHK-END-OF-TABLE
030655                OR WS-WAREHOUSE-COUNT = 20.
030660
030665 LOAD-ONE-WAREHOUSE.
030670     ADD 1 TO WS-WAREHOUSE-COUNT.
030675     MOVE WHSCHK-WAREHOUSE
030680          TO WS-WHS-CODE (WS-WAREHOUSE-COUNT).
030685     ADD 1 TO WHSCHK-ENTRY-NUMBER.
030690     CALL "WHSCHK" USING REORDER-WHSCHK-PARM.
030700
030800 LOAD-ITEM-TABLE.
030900     MOVE "N" TO FILE-AT-END.
031600
031700 LOAD-ONE-ITEM.
031800     ADD 1 TO WS-ITEMS-READ.
031842     IF ITEM-ACTIVE
031885        PERFORM RESOLVE-REORDER-SETTINGS
031928     ELSE
031971        MOVE ZERO TO WS-REORDER-POINT
032014     END-IF.
032057     IF WS-REORDER-POINT > ZERO
032100        IF WS-ITEM-COUNT < 500
032200           ADD 1 TO WS-ITEM-COUNT
032300           MOVE ITEM-NUMBER TO WS-ITM-NUMBER (WS-ITEM-COUNT)
032400           MOVE ITEM-DESCRIPTION
032500                TO WS-ITM-DESCRIPTION (WS-ITEM-COUNT)
032600           MOVE WS-REORDER-POINT
032700                TO WS-ITM-REORDER-POINT (WS-ITEM-COUNT)
032800           MOVE WS-REORDER-QTY
032900                TO WS-ITM-REORDER-QTY (WS-ITEM-COUNT)
032950           PERFORM CLEAR-ITEM-ON-ORDER
033000                   VARYING WS-WAREHOUSE-SUB FROM 1 BY 1
033050                   UNTIL WS-WAREHOUSE-SUB > 20
033100           MOVE ZERO TO WS-ITM-VENDOR (WS-ITEM-COUNT)
033200           MOVE ZERO TO WS-ITM-PRICE (WS-ITEM-COUNT)
033300        ELSE
033600        END-IF
033700     END-IF.
033800     PERFORM READ-NEXT-ITEM.
033802
033804*    AN APPROVED FORECAST WINS OVER THE ITEM MASTER -- EVEN
033806*    A ZERO POINT, WHICH IS PURCHASING AGREEING THE ITEM HAS
033808*    STOPPED SELLING.  A SUGGESTION STILL PENDING OR
033810*    REJECTED LEAVES THE LAST APPROVED SETTINGS IN FORCE.
033812 RESOLVE-REORDER-SETTINGS.
033814     IF ITEM-REORDER-POINT IS NUMERIC
033816        MOVE ITEM-REORDER-POINT TO WS-REORDER-POINT
033818     ELSE
033820        MOVE ZERO TO WS-REORDER-POINT
033822     END-IF.
033824     IF ITEM-REORDER-QTY IS NUMERIC
033826        MOVE ITEM-REORDER-QTY TO WS-REORDER-QTY
033828     ELSE
033830        MOVE ZERO TO WS-REORDER-QTY
033832     END-IF.
033834     IF WS-FORECAST-OPEN = "Y"
033836        MOVE ITEM-NUMBER TO FC-ITEM-NUMBER
033838        READ ITEM-FORECAST-FILE
033840            INVALID KEY
033842               CONTINUE
033844            NOT INVALID KEY
033846               IF FC-APPROVED-DATE IS NUMERIC
033848                  AND FC-APPROVED-DATE > ZERO
033850                  MOVE FC-APPROVED-REORDER-POINT
033852                       TO WS-REORDER-POINT
033854                  MOVE FC-APPROVED-REORDER-QTY
033856                       TO WS-REORDER-QTY
033858                  ADD 1 TO WS-FORECAST-SETTINGS
033860               END-IF
033862        END-READ
033864     END-IF.
033866
033868 CLEAR-ITEM-ON-ORDER.
033870     MOVE ZERO TO WS-ITM-ON-ORDER
033872                  (WS-ITEM-COUNT, WS-WAREHOUSE-SUB).
033900
034000 GATHER-ON-ORDER.
034100     MOVE "N" TO FILE-AT-END.
034800
034900 GATHER-ONE-PO.
035000     IF PO-STATUS-OPEN
035002*       THE WHOLE ORDER IS RECEIVED INTO THE ONE WAREHOUSE
035004*       NAMED ON THE HEADER.
035006        MOVE PO-WAREHOUSE TO WS-GATHER-WAREHOUSE
035008        PERFORM LOCATE-GATHER-WAREHOUSE
035010        PERFORM GATHER-PO-LINES
036000     END-IF.
036100     PERFORM READ-NEXT-PO.
036208         WHEN ITEM-IDX > WS-ITEM-COUNT
036210            CONTINUE
036212         WHEN WS-ITM-NUMBER (ITEM-IDX) = WS-GATHER-ITEM
036213            AND WS-WAREHOUSE-SUB > ZERO
036214            ADD WS-GATHER-QUANTITY
036216                TO WS-ITM-ON-ORDER (ITEM-IDX, WS-WAREHOUSE-SUB)
036218     END-SEARCH.

      *    FIND WS-GATHER-WAREHOUSE ON THE WAREHOUSE LIST AND LEAVE
      *    ITS POSITION IN WS-WAREHOUSE-SUB.  BLANK IS THE DEFAULT
      *    WAREHOUSE.  A CODE NOT ON THE TABLE IS ADDED TO THE END
      *    OF THE LIST; WITH THE LIST FULL THE QUANTITY IS LEFT OFF
      *    (WS-WAREHOUSE-SUB ZERO).
       LOCATE-GATHER-WAREHOUSE.
           MOVE "V" TO WHSCHK-FUNCTION.
           MOVE WS-GATHER-WAREHOUSE TO WHSCHK-WAREHOUSE.
           CALL "WHSCHK" USING REORDER-WHSCHK-PARM.
           MOVE ZERO TO WS-WAREHOUSE-SUB.
           SET WHS-IDX TO 1.
           SEARCH WS-WAREHOUSE-ENTRY
               AT END
                  CONTINUE
               WHEN WHS-IDX > WS-WAREHOUSE-COUNT
                  CONTINUE
               WHEN WS-WHS-CODE (WHS-IDX) = WHSCHK-WAREHOUSE
                  SET WS-WAREHOUSE-SUB TO WHS-IDX
           END-SEARCH.
           IF WS-WAREHOUSE-SUB = ZERO
              IF WS-WAREHOUSE-COUNT < 20
                 ADD 1 TO WS-WAREHOUSE-COUNT
                 MOVE WS-WAREHOUSE-COUNT TO WS-WAREHOUSE-SUB
                 MOVE WHSCHK-WAREHOUSE
                      TO WS-WHS-CODE (WS-WAREHOUSE-SUB)
              ELSE
                 DISPLAY "REORDER: WAREHOUSE LIST FULL, "
                         WHSCHK-WAREHOUSE " ON-ORDER NOT COUNTED"
              END-IF
           END-IF.
036220
036300*    ONE PASS OVER THE CONTRACT-PRICE FILE -- THE CHEAPEST
036400*    CONTRACT SEEN FOR EACH ITEM WINS THE SUGGESTION.
040000
040100 CHECK-ONE-ITEM.
040200     ADD 1 TO WS-ITEMS-CHECKED.
040225     PERFORM LOAD-ITEM-POSITION
040250             VARYING WS-WAREHOUSE-SUB FROM 1 BY 1
040275             UNTIL WS-WAREHOUSE-SUB > WS-WAREHOUSE-COUNT.
040300     PERFORM CHECK-ITEM-AT-WAREHOUSE
040325             VARYING WS-WAREHOUSE-SUB FROM 1 BY 1
040350             UNTIL WS-WAREHOUSE-SUB > WS-WAREHOUSE-COUNT.
040375
040400*    THE REORDER POINT IS THE ITEM'S, APPLIED TO EACH
040425*    WAREHOUSE.  A SHORT WAREHOUSE IS COVERED FROM ANOTHER
040450*    ONE WHEN THAT ONE STAYS ABOVE THE POINT AFTER GIVING UP
040475*    THE REORDER QUANTITY -- ONLY WHEN NONE CAN IS A
040500*    PURCHASE SUGGESTED.
040525 CHECK-ITEM-AT-WAREHOUSE.
040550     MOVE WS-POS-ON-HAND (WS-WAREHOUSE-SUB) TO WS-ON-HAND.
040575     MOVE WS-POS-QUANTITY (WS-WAREHOUSE-SUB) TO WS-POSITION.
040600     IF WS-POSITION NOT > WS-ITM-REORDER-POINT (WS-ITEM-SUB)
040700        PERFORM FIND-SURPLUS-WAREHOUSE
040800        IF WS-SURPLUS-SUB > ZERO
040900           PERFORM LIST-TRANSFER-ITEM
041000        ELSE
041028           IF WS-ITM-VENDOR (WS-ITEM-SUB) > ZERO
041056              AND WS-ITM-REORDER-QTY (WS-ITEM-SUB) > ZERO
041084              PERFORM WRITE-SUGGESTED-ORDER
041112           ELSE
041140              PERFORM LIST-NO-VENDOR-ITEM
041168           END-IF
041200        END-IF
041300     END-IF.
041400
041412 LOAD-ITEM-POSITION.
041424     PERFORM READ-ON-HAND-BALANCE.
041436     COMPUTE WS-POS-QUANTITY (WS-WAREHOUSE-SUB) =
041448             WS-POS-ON-HAND (WS-WAREHOUSE-SUB)
041460             + WS-POS-IN-TRANSIT (WS-WAREHOUSE-SUB)
041472             + WS-ITM-ON-ORDER (WS-ITEM-SUB, WS-WAREHOUSE-SUB).
041484
041500 READ-ON-HAND-BALANCE.
041600     MOVE ZERO TO WS-POS-ON-HAND (WS-WAREHOUSE-SUB).
041650     MOVE ZERO TO WS-POS-IN-TRANSIT (WS-WAREHOUSE-SUB).
041700     IF ITMBAL-FILE-OK OR ITMBAL-FILE-NOT-FOUND
041750        MOVE WS-WHS-CODE (WS-WAREHOUSE-SUB) TO IB-WAREHOUSE
041800        MOVE WS-ITM-NUMBER (WS-ITEM-SUB) TO IB-ITEM-NUMBER
041900        READ INVENTORY-BALANCE-FILE
042000            INVALID KEY
042100               CONTINUE
042200            NOT INVALID KEY
042300               MOVE IB-ON-HAND-QUANTITY
042316                    TO WS-POS-ON-HAND (WS-WAREHOUSE-SUB)
042332               IF IB-IN-TRANSIT-QUANTITY NUMERIC
042348                  MOVE IB-IN-TRANSIT-QUANTITY
042364                       TO WS-POS-IN-TRANSIT (WS-WAREHOUSE-SUB)
042380               END-IF
042400        END-READ
042500     END-IF.
042502
042504 FIND-SURPLUS-WAREHOUSE.
042506     MOVE ZERO TO WS-SURPLUS-SUB.
042508     IF WS-ITM-REORDER-QTY (WS-ITEM-SUB) > ZERO
042510        PERFORM CHECK-SURPLUS-WAREHOUSE
042512                VARYING WS-SCAN-SUB FROM 1 BY 1
042514                UNTIL WS-SCAN-SUB > WS-WAREHOUSE-COUNT
042516                   OR WS-SURPLUS-SUB > ZERO
042518     END-IF.
042520
042522 CHECK-SURPLUS-WAREHOUSE.
042524     IF WS-SCAN-SUB NOT = WS-WAREHOUSE-SUB
042526        AND WS-POS-ON-HAND (WS-SCAN-SUB)
042528            NOT < WS-ITM-REORDER-QTY (WS-ITEM-SUB)
042530        AND WS-POS-QUANTITY (WS-SCAN-SUB)
042532            - WS-ITM-REORDER-QTY (WS-ITEM-SUB)
042534            > WS-ITM-REORDER-POINT (WS-ITEM-SUB)
042536        MOVE WS-SCAN-SUB TO WS-SURPLUS-SUB
042538     END-IF.
042540
042542*    NO PO FOR THIS ONE -- THE STOCK IS IN ANOTHER BUILDING.
042544*    THE LINE TELLS THE WAREHOUSES TO KEY A TRANSFER THROUGH
042546*    XFRMAINT; THE POSITIONS ARE MOVED HERE SO THE SAME
042548*    SURPLUS IS NOT OFFERED TO A SECOND WAREHOUSE.
042550 LIST-TRANSFER-ITEM.
042552     ADD 1 TO WS-TRANSFERS-SUGGESTED.
042554     SUBTRACT WS-ITM-REORDER-QTY (WS-ITEM-SUB)
042556              FROM WS-POS-ON-HAND (WS-SURPLUS-SUB)
042558                   WS-POS-QUANTITY (WS-SURPLUS-SUB).
042560     ADD WS-ITM-REORDER-QTY (WS-ITEM-SUB)
042562         TO WS-POS-QUANTITY (WS-WAREHOUSE-SUB).
042564     MOVE SPACES TO DTL-REMARK.
042566     STRING "TRANSFER FROM "         DELIMITED BY SIZE
042568            WS-WHS-CODE (WS-SURPLUS-SUB) DELIMITED BY SIZE
042570            INTO DTL-REMARK.
042572     PERFORM WRITE-REPORT-LINE.
042600
042700*    THE SUGGESTION GOES OUT IN THE PURTRAN LAYOUT PURMAINT
042800*    READS -- THE KEYED PO NUMBER IS ZERO BECAUSE PURMAINT
044200     MOVE WS-EXPECTED-DATE            TO PTRAN-EXPECTED-DATE.
044300     MOVE ZERO                        TO PTRAN-CLOSED-DATE.
044400     MOVE WS-ITM-NUMBER (WS-ITEM-SUB) TO PTRAN-ITEM-NUMBER.
044433     MOVE WS-WHS-CODE (WS-WAREHOUSE-SUB)
044466                                      TO PTRAN-WAREHOUSE.
044500     WRITE PURCHASE-ORDER-TRANSACTION-RECORD.
044600     ADD 1 TO WS-ORDERS-SUGGESTED.
044700     MOVE "SUGGESTED" TO DTL-REMARK.
046500
046600 WRITE-REPORT-LINE.
046700     MOVE WS-ITM-NUMBER (WS-ITEM-SUB)   TO DTL-ITEM-NUMBER.
046750     MOVE WS-WHS-CODE (WS-WAREHOUSE-SUB) TO DTL-WAREHOUSE.
046800     MOVE WS-ON-HAND                    TO DTL-ON-HAND.
046833     MOVE WS-POS-IN-TRANSIT (WS-WAREHOUSE-SUB)
046866                                        TO DTL-IN-TRANSIT.
046900     MOVE WS-ITM-ON-ORDER (WS-ITEM-SUB, WS-WAREHOUSE-SUB)
046950                                        TO DTL-ON-ORDER.
047000     MOVE WS-ITM-REORDER-POINT (WS-ITEM-SUB)
047100                                        TO DTL-REORDER-POINT.
047200     MOVE WS-ITM-REORDER-QTY (WS-ITEM-SUB)
