000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LRSMAINT.
000300*--------------------------------------------------
000400* Applies add/change/delete transactions against
000500* LOAN-RATE-RESET-FILE by LOAN-ID/EFFECTIVE-DATE,
000600* so a variable-rate note's reset schedule -- each
000700* reset an index plus a margin (prime-plus) or a
000800* new rate outright -- goes on file ahead of time
000900* instead of the rate being recalculated by hand
001000* and overwritten through LOANMNT.  COBVRUN applies
001100* each reset on or after its effective date and
001200* re-amortizes the remaining balance; the applied
001300* record stays on file as the loan's rate history,
001400* so once applied it can no longer be changed or
001500* deleted here.  Rejects recycle like every other
001600* maintenance program's.
001700*
001800* MODIFICATION HISTORY
001900*   WHO   DATE        WHAT
002000*   RWH   2026-10-15  Original version.
002100*--------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500
002600     SELECT LOAN-RATE-RESET-FILE
002700         ASSIGN TO "LOANRST"
002800         ORGANIZATION IS INDEXED
002900         RECORD KEY IS LRS-KEY
003000         ACCESS MODE IS DYNAMIC
003100         FILE STATUS IS WS-RESET-FILE-STATUS.
003200
003300     SELECT LOAN-FILE
003400         ASSIGN TO "LOANFILE"
003500         ORGANIZATION IS INDEXED
003600         RECORD KEY IS LOAN-ID
003700         ACCESS MODE IS RANDOM
003800         FILE STATUS IS WS-LOAN-FILE-STATUS.
003900
004000     SELECT INDEX-RATE-FILE
004100         ASSIGN TO "IDXRATE"
004200         ORGANIZATION IS INDEXED
004300         RECORD KEY IS IDX-KEY
004400         ACCESS MODE IS DYNAMIC
004500         FILE STATUS IS WS-INDEX-FILE-STATUS.
004600
004700     SELECT LOAN-RATE-RESET-TRANSACTION-FILE
004800         ASSIGN TO "LRSTRAN"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-LRTRAN-FILE-STATUS.
005100
005200     SELECT RESET-RECYCLE-FILE
005300         ASSIGN TO "LRSRCYC"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT RESET-CORRECTION-REPORT
005700         ASSIGN TO "LRSCORRL"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200
006300     COPY LOANRST.
006400     COPY LOANMST.
006500     COPY IDXRATE.
006600     COPY LRSTRN.
006700
006800*    REJECTED TRANSACTIONS GO BACK OUT IN THE SAME LAYOUT THEY
006900*    CAME IN, WITH THE REASON CODE APPENDED -- ONCE FIXED, THE
007000*    RECORDS FEED STRAIGHT BACK IN AS THE NEXT RUN'S LRSTRAN.
007100 FD  RESET-RECYCLE-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 01  RESET-RECYCLE-RECORD.
007400     05 RCY-TRAN-DATA          PIC X(30).
007500     05 RCY-REJECT-REASON      PIC X(03).
007600
007700 FD  RESET-CORRECTION-REPORT
007800     LABEL RECORDS ARE STANDARD.
007900 01  RESET-CORRECTION-LINE     PIC X(60).
008000
008100 WORKING-STORAGE SECTION.
008200
008300 01  WS-LRTRAN-AT-END          PIC X VALUE "N".
008400
008500 01  WS-REJECT-CODE            PIC X(03) VALUE SPACES.
008600 01  WS-REJECT-TEXT            PIC X(25) VALUE SPACES.
008700 01  WS-REJECTS-RECYCLED       PIC 9(7) VALUE ZERO.
008800
008900 01  WS-TRAN-VALID-SWITCH      PIC X VALUE "N".
009000     88 WS-TRAN-VALID                 VALUE "Y".
009100
009200 01  CORRECTION-DETAIL-LINE.
009300     05 COR-TRAN-CODE          PIC X(01).
009400     05 FILLER                 PIC X(02) VALUE SPACES.
009500     05 COR-LOAN-ID            PIC X(06).
009600     05 FILLER                 PIC X(01) VALUE "/".
009700     05 COR-EFFECTIVE-DATE     PIC X(08).
009800     05 FILLER                 PIC X(02) VALUE SPACES.
009900     05 COR-REJECT-CODE        PIC X(03).
010000     05 FILLER                 PIC X(02) VALUE SPACES.
010100     05 COR-REJECT-TEXT        PIC X(25).
010200
010300*    THE RESET AS IT READS ON THE AUDIT TRAIL -- "I PRIM+
010400*    1.50" OR "F 7.25" -- AND THE DATE IT TAKES EFFECT; THE
010500*    AUDIT KEY HOLDS ONLY THE LOAN-ID.
010600 01  WS-BEF-RESET              PIC X(30).
010700 01  WS-RESET-TEXT.
010800     05 WS-RTX-RESET-TYPE      PIC X(01).
010900     05 FILLER                 PIC X(01) VALUE SPACE.
011000     05 WS-RTX-INDEX-CODE      PIC X(04).
011100     05 WS-RTX-PLUS            PIC X(01).
011200     05 WS-RTX-RATE            PIC ZZ9.99.
011300 01  WS-AUDIT-FIELD.
011400     05 FILLER                 PIC X(06) VALUE "RESET ".
011500     05 WS-AUD-EFFECTIVE-DATE  PIC 9(8).
011600
011700*    PARAMETER PASSED TO THE SHARED AUDIT-LOGGING SUBPROGRAM --
011800*    SEE AUDITLOG.
011900 01  LRSMAINT-AUDITLOG-PARM.
012000     05 AUDITLOG-PROGRAM-NAME  PIC X(08).
012100     05 AUDITLOG-RECORD-KEY    PIC X(10).
012200     05 AUDITLOG-ACTION        PIC X(08).
012300     05 AUDITLOG-FIELD-CHANGED PIC X(20).
012400     05 AUDITLOG-OLD-VALUE     PIC X(30).
012500     05 AUDITLOG-NEW-VALUE     PIC X(30).
012600     05 AUDITLOG-OPERATOR-ID   PIC X(08).
012700
012800*    PARAMETER PASSED TO THE SHARED AUTHORIZATION-CHECK
012900*    SUBPROGRAM -- SEE AUTHCHK.
013000 01  LRSMAINT-AUTHCHK-PARM.
013100     05 AUTHCHK-OPERATOR-ID       PIC X(08).
013200     05 AUTHCHK-AUTHORIZED-SWITCH PIC X(01).
013300         88 AUTHCHK-AUTHORIZED            VALUE "Y".
013400         88 AUTHCHK-NOT-AUTHORIZED        VALUE "N".
013500*    THE CALLER'S PROGRAM OR FUNCTION NAME, MATCHED
013600*    AGAINST THE OPSEC GRANTS -- SEE AUTHCHK.
013700     05 AUTHCHK-PROGRAM-NAME    PIC X(08).
013800
013900*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
014000*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
014100     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
014200         ==WS-RESET-FILE-STATUS== ==PFX-FILE-OK== BY
014300         ==RESET-FILE-OK== ==PFX-FILE-EOF== BY
014400         ==RESET-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
014500         ==RESET-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
014600         ==RESET-FILE-NOT-FOUND==
014700         ==PFX-FILE-BOUNDARY-VIOLATION== BY
014800         ==RESET-FILE-BOUNDARY-VIOLATION==.
014900
015000     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
015100         ==WS-LOAN-FILE-STATUS== ==PFX-FILE-OK== BY
015200         ==LOAN-FILE-OK== ==PFX-FILE-EOF== BY
015300         ==LOAN-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
015400         ==LOAN-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
015500         ==LOAN-FILE-NOT-FOUND==
015600         ==PFX-FILE-BOUNDARY-VIOLATION== BY
015700         ==LOAN-FILE-BOUNDARY-VIOLATION==.
015800
015900     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
016000         ==WS-INDEX-FILE-STATUS== ==PFX-FILE-OK== BY
016100         ==INDEX-FILE-OK== ==PFX-FILE-EOF== BY
016200         ==INDEX-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
016300         ==INDEX-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
016400         ==INDEX-FILE-NOT-FOUND==
016500         ==PFX-FILE-BOUNDARY-VIOLATION== BY
016600         ==INDEX-FILE-BOUNDARY-VIOLATION==.
016700
016800     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
016900         ==WS-LRTRAN-FILE-STATUS== ==PFX-FILE-OK== BY
017000         ==LRTRAN-FILE-OK== ==PFX-FILE-EOF== BY
017100         ==LRTRAN-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
017200         ==LRTRAN-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
017300         ==LRTRAN-FILE-NOT-FOUND==
017400         ==PFX-FILE-BOUNDARY-VIOLATION== BY
017500         ==LRTRAN-FILE-BOUNDARY-VIOLATION==.
017600
017700 01  WS-CONTROL-TOTALS.
017800     05 WS-TRANS-READ          PIC 9(7) VALUE ZERO.
017900     05 WS-RESETS-ADDED        PIC 9(7) VALUE ZERO.
018000     05 WS-RESETS-CHANGED      PIC 9(7) VALUE ZERO.
018100     05 WS-RESETS-DELETED      PIC 9(7) VALUE ZERO.
018200     05 WS-TRANS-IN-ERROR      PIC 9(7) VALUE ZERO.
018300
018400 LINKAGE SECTION.
018500 01  LRSMAINT-PARM.
018600*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
018700*    WITH A 2-BYTE BINARY LENGTH COUNT.
018800     05 LRSMAINT-PARM-LEN      PIC S9(4) COMP.
018900     05 LRSMAINT-OPERATOR-ID   PIC X(08).
019000
019100 PROCEDURE DIVISION USING LRSMAINT-PARM.
019200 PROGRAM-BEGIN.
019300     PERFORM CHECK-OPERATOR-AUTHORIZATION.
019400     IF AUTHCHK-NOT-AUTHORIZED
019500        GO TO PROGRAM-DONE
019600     END-IF.
019700     PERFORM OPENING-PROCEDURE.
019800     PERFORM MAIN-PROCESS.
019900     PERFORM CLOSING-PROCEDURE.
020000
020100 PROGRAM-DONE.
020200     STOP RUN.
020300
020400 CHECK-OPERATOR-AUTHORIZATION.
020500     MOVE LRSMAINT-OPERATOR-ID TO AUTHCHK-OPERATOR-ID.
020600     MOVE "LRSMAINT" TO AUTHCHK-PROGRAM-NAME.
020700     CALL "AUTHCHK" USING LRSMAINT-AUTHCHK-PARM.
020800     IF AUTHCHK-NOT-AUTHORIZED
020900        DISPLAY "LRSMAINT: OPERATOR " LRSMAINT-OPERATOR-ID
021000                " NOT AUTHORIZED FOR RATE RESET MAINTENANCE"
021100*       AUTHCHK ALREADY AUDITS THE DENIAL.
021200        MOVE 16 TO RETURN-CODE
021300     END-IF.
021400
021500 OPENING-PROCEDURE.
021600     OPEN I-O LOAN-RATE-RESET-FILE.
021700     IF WS-RESET-FILE-STATUS = "35"
021800        OPEN OUTPUT LOAN-RATE-RESET-FILE
021900        CLOSE LOAN-RATE-RESET-FILE
022000        OPEN I-O LOAN-RATE-RESET-FILE
022100     END-IF.
022200     IF NOT RESET-FILE-OK
022300        DISPLAY "LRSMAINT: UNABLE TO OPEN LOAN-RATE-RESET-FILE,"
022400                " STATUS " WS-RESET-FILE-STATUS
022500        MOVE 16 TO RETURN-CODE
022600        GO TO PROGRAM-DONE
022700     END-IF.
022800     OPEN INPUT LOAN-FILE.
022900     IF NOT LOAN-FILE-OK
023000        DISPLAY "LRSMAINT: UNABLE TO OPEN LOAN-FILE, STATUS "
023100                WS-LOAN-FILE-STATUS
023200        MOVE 16 TO RETURN-CODE
023300        CLOSE LOAN-RATE-RESET-FILE
023400        GO TO PROGRAM-DONE
023500     END-IF.
023600     OPEN INPUT INDEX-RATE-FILE.
023700     IF NOT INDEX-FILE-OK
023800        DISPLAY "LRSMAINT: UNABLE TO OPEN INDEX-RATE-FILE, "
023900                "STATUS " WS-INDEX-FILE-STATUS
024000        MOVE 16 TO RETURN-CODE
024100        CLOSE LOAN-RATE-RESET-FILE
024200        CLOSE LOAN-FILE
024300        GO TO PROGRAM-DONE
024400     END-IF.
024500     OPEN INPUT LOAN-RATE-RESET-TRANSACTION-FILE.
024600     IF NOT LRTRAN-FILE-OK
024700        DISPLAY "LRSMAINT: UNABLE TO OPEN LOAN-RATE-RESET-"
024800                "TRANSACTION-FILE, STATUS " WS-LRTRAN-FILE-STATUS
024900        MOVE 16 TO RETURN-CODE
025000        CLOSE LOAN-RATE-RESET-FILE
025100        CLOSE LOAN-FILE
025200        CLOSE INDEX-RATE-FILE
025300        GO TO PROGRAM-DONE
025400     END-IF.
025500     OPEN OUTPUT RESET-RECYCLE-FILE.
025600     OPEN OUTPUT RESET-CORRECTION-REPORT.
025700
025800 CLOSING-PROCEDURE.
025900     CLOSE LOAN-RATE-RESET-FILE.
026000     CLOSE LOAN-FILE.
026100     CLOSE INDEX-RATE-FILE.
026200     CLOSE LOAN-RATE-RESET-TRANSACTION-FILE.
026300     CLOSE RESET-RECYCLE-FILE.
026400     CLOSE RESET-CORRECTION-REPORT.
026500     DISPLAY "LRSMAINT CONTROL TOTALS".
026600     DISPLAY "  TRANSACTIONS READ ...: " WS-TRANS-READ.
026700     DISPLAY "  RESETS ADDED ........: " WS-RESETS-ADDED.
026800     DISPLAY "  RESETS CHANGED ......: " WS-RESETS-CHANGED.
026900     DISPLAY "  RESETS DELETED ......: " WS-RESETS-DELETED.
027000     DISPLAY "  TRANSACTIONS IN ERROR: " WS-TRANS-IN-ERROR.
027100     DISPLAY "  REJECTS RECYCLED ....: " WS-REJECTS-RECYCLED.
027200     IF WS-TRANS-IN-ERROR > ZERO
027300        MOVE 4 TO RETURN-CODE
027400     ELSE
027500        MOVE 0 TO RETURN-CODE
027600     END-IF.
027700
027800 MAIN-PROCESS.
027900     PERFORM READ-NEXT-TRANSACTION.
028000     PERFORM APPLY-TRANSACTION
028100             UNTIL WS-LRTRAN-AT-END = "Y".
028200
028300 READ-NEXT-TRANSACTION.
028400     READ LOAN-RATE-RESET-TRANSACTION-FILE
028500          AT END MOVE "Y" TO WS-LRTRAN-AT-END.
028600     IF WS-LRTRAN-AT-END NOT = "Y"
028700        ADD 1 TO WS-TRANS-READ
028800     END-IF.
028900
029000 APPLY-TRANSACTION.
029100     EVALUATE TRUE
029200        WHEN LRTRAN-ADD
029300             PERFORM VALIDATE-RESET-TRANSACTION
029400             IF WS-TRAN-VALID
029500                PERFORM ADD-RESET
029600             END-IF
029700        WHEN LRTRAN-CHANGE
029800             PERFORM VALIDATE-RESET-TRANSACTION
029900             IF WS-TRAN-VALID
030000                PERFORM CHANGE-RESET
030100             END-IF
030200        WHEN LRTRAN-DELETE
030300             PERFORM DELETE-RESET
030400        WHEN OTHER
030500             DISPLAY "LRSMAINT: INVALID TRANSACTION CODE FOR "
030600                     LRTRAN-LOAN-ID "/" LRTRAN-EFFECTIVE-DATE
030700             MOVE "INV" TO WS-REJECT-CODE
030800             MOVE "INVALID TRAN CODE" TO WS-REJECT-TEXT
030900             PERFORM REJECT-TRANSACTION
031000     END-EVALUATE.
031100     PERFORM READ-NEXT-TRANSACTION.
031200
031300*    AN ADD OR CHANGE MUST BE FOR AN ACTIVE LOAN ON THE MASTER,
031400*    WITH A USABLE EFFECTIVE DATE AND A KNOWN RESET TYPE.  AN
031500*    INDEX RESET NEEDS AN INDEX IDXMAINT HAS PUT RATES ON FILE
031600*    FOR -- THE RATE ITSELF IS TAKEN ON THE RESET DATE -- AND
031700*    A NEW-RATE RESET NEEDS A RATE WITHIN LOANMNT'S RANGE.
031800 VALIDATE-RESET-TRANSACTION.
031900     MOVE "Y" TO WS-TRAN-VALID-SWITCH.
032000     MOVE LRTRAN-LOAN-ID TO LOAN-ID.
032100     READ LOAN-FILE
032200         INVALID KEY
032300            MOVE "N" TO WS-TRAN-VALID-SWITCH
032400            MOVE "LNF" TO WS-REJECT-CODE
032500            MOVE "LOAN NOT ON FILE" TO WS-REJECT-TEXT
032600     END-READ.
032700     MOVE LRTRAN-RESET-TYPE TO LRS-RESET-TYPE.
032800     EVALUATE TRUE
032900        WHEN NOT WS-TRAN-VALID
033000             CONTINUE
033100        WHEN NOT LOAN-ACTIVE
033200             MOVE "N" TO WS-TRAN-VALID-SWITCH
033300             MOVE "NAC" TO WS-REJECT-CODE
033400             MOVE "LOAN NOT ACTIVE" TO WS-REJECT-TEXT
033500        WHEN LRTRAN-EFFECTIVE-DATE NOT NUMERIC
033600             OR LRTRAN-EFFECTIVE-DATE = ZERO
033700             MOVE "N" TO WS-TRAN-VALID-SWITCH
033800             MOVE "DTE" TO WS-REJECT-CODE
033900             MOVE "DATE NOT NUMERIC/MISSING" TO WS-REJECT-TEXT
034000        WHEN NOT LRS-VALID-TYPE
034100             MOVE "N" TO WS-TRAN-VALID-SWITCH
034200             MOVE "TYP" TO WS-REJECT-CODE
034300             MOVE "RESET TYPE NOT I/F" TO WS-REJECT-TEXT
034400        WHEN LRS-INDEX-PLUS-MARGIN
034500             PERFORM EDIT-INDEX-RESET
034600        WHEN OTHER
034700             PERFORM EDIT-NEW-RATE-RESET
034800     END-EVALUATE.
034900     IF NOT WS-TRAN-VALID
035000        DISPLAY "LRSMAINT: RESET " LRTRAN-LOAN-ID "/"
035100                LRTRAN-EFFECTIVE-DATE " REJECTED, "
035200                WS-REJECT-TEXT
035300        PERFORM REJECT-TRANSACTION
035400     END-IF.
035500
035600 EDIT-INDEX-RESET.
035700     IF LRTRAN-MARGIN NOT NUMERIC
035800        MOVE "N" TO WS-TRAN-VALID-SWITCH
035900        MOVE "MRG" TO WS-REJECT-CODE
036000        MOVE "MARGIN NOT NUMERIC" TO WS-REJECT-TEXT
036100     ELSE
036200        MOVE LRTRAN-INDEX-CODE TO IDX-INDEX-CODE
036300        MOVE ZERO              TO IDX-EFFECTIVE-DATE
036400        START INDEX-RATE-FILE KEY IS NOT LESS THAN IDX-KEY
036500            INVALID KEY
036600               MOVE "10" TO WS-INDEX-FILE-STATUS
036700        END-START
036800        IF INDEX-FILE-OK
036900           READ INDEX-RATE-FILE NEXT RECORD
037000               AT END
037100                  MOVE "10" TO WS-INDEX-FILE-STATUS
037200           END-READ
037300        END-IF
037400        IF NOT INDEX-FILE-OK
037500           OR IDX-INDEX-CODE NOT = LRTRAN-INDEX-CODE
037600           MOVE "N" TO WS-TRAN-VALID-SWITCH
037700           MOVE "IDX" TO WS-REJECT-CODE
037800           MOVE "INDEX NOT ON IDXRATE" TO WS-REJECT-TEXT
037900        END-IF
038000     END-IF.
038100
038200 EDIT-NEW-RATE-RESET.
038300     IF LRTRAN-NEW-RATE NOT NUMERIC OR LRTRAN-NEW-RATE = ZERO
038400        MOVE "N" TO WS-TRAN-VALID-SWITCH
038500        MOVE "RTE" TO WS-REJECT-CODE
038600        MOVE "RATE ZERO OR NOT NUMERIC" TO WS-REJECT-TEXT
038700     ELSE
038800        IF LRTRAN-NEW-RATE > 100
038900           MOVE "N" TO WS-TRAN-VALID-SWITCH
039000           MOVE "RTE" TO WS-REJECT-CODE
039100           MOVE "RATE OVER 100" TO WS-REJECT-TEXT
039200        END-IF
039300     END-IF.
039400
039500 ADD-RESET.
039600*    THE RECORD IS BLANKED FIRST -- FILLER INCLUDED -- SO
039700*    RESIDUE FROM THE READ PATHS NEVER REACHES THE FILE.
039800     MOVE SPACES TO LOAN-RATE-RESET-RECORD.
039900     MOVE LRTRAN-LOAN-ID        TO LRS-LOAN-ID.
040000     MOVE LRTRAN-EFFECTIVE-DATE TO LRS-EFFECTIVE-DATE.
040100     PERFORM MOVE-RESET-TERMS.
040200     MOVE ZERO TO LRS-APPLIED-DATE.
040300     MOVE ZERO TO LRS-APPLIED-RATE.
040400     MOVE ZERO TO LRS-APPLIED-BALANCE.
040500     MOVE ZERO TO LRS-APPLIED-PERIODS.
040600     WRITE LOAN-RATE-RESET-RECORD
040700         INVALID KEY
040800            DISPLAY "LRSMAINT: RESET " LRTRAN-LOAN-ID
040900                    "/" LRTRAN-EFFECTIVE-DATE " ALREADY EXISTS,"
041000                    " ADD REJECTED"
041100            MOVE "DUP" TO WS-REJECT-CODE
041200            MOVE "RESET ALREADY ON FILE" TO WS-REJECT-TEXT
041300            PERFORM REJECT-TRANSACTION
041400         NOT INVALID KEY
041500            ADD 1 TO WS-RESETS-ADDED
041600            MOVE SPACES TO WS-BEF-RESET
041700            MOVE "ADD"  TO AUDITLOG-ACTION
041800            PERFORM WRITE-AUDIT-RECORD
041900     END-WRITE.
042000
042100*    THE TERMS ARE KEPT FOR WHICHEVER TYPE WAS KEYED -- AN "I"
042200*    RESET CARRIES NO NEW RATE, AN "F" RESET NO INDEX.
042300 MOVE-RESET-TERMS.
042400     MOVE LRTRAN-RESET-TYPE TO LRS-RESET-TYPE.
042500     IF LRS-INDEX-PLUS-MARGIN
042600        MOVE LRTRAN-INDEX-CODE TO LRS-INDEX-CODE
042700        MOVE LRTRAN-MARGIN     TO LRS-MARGIN
042800        MOVE ZERO              TO LRS-NEW-RATE
042900     ELSE
043000        MOVE SPACES            TO LRS-INDEX-CODE
043100        MOVE ZERO              TO LRS-MARGIN
043200        MOVE LRTRAN-NEW-RATE   TO LRS-NEW-RATE
043300     END-IF.
043400
043500 CHANGE-RESET.
043600     MOVE LRTRAN-LOAN-ID        TO LRS-LOAN-ID.
043700     MOVE LRTRAN-EFFECTIVE-DATE TO LRS-EFFECTIVE-DATE.
043800     READ LOAN-RATE-RESET-FILE
043900         INVALID KEY
044000            DISPLAY "LRSMAINT: RESET " LRTRAN-LOAN-ID
044100                    "/" LRTRAN-EFFECTIVE-DATE " NOT ON FILE,"
044200                    " CHANGE REJECTED"
044300            MOVE "NOF" TO WS-REJECT-CODE
044400            MOVE "RESET NOT ON FILE" TO WS-REJECT-TEXT
044500            PERFORM REJECT-TRANSACTION
044600         NOT INVALID KEY
044700            IF LRS-APPLIED-DATE NUMERIC
044800               AND LRS-APPLIED-DATE > ZERO
044900               PERFORM REJECT-APPLIED-RESET
045000            ELSE
045100               PERFORM BUILD-RESET-TEXT
045200               MOVE WS-RESET-TEXT TO WS-BEF-RESET
045300               PERFORM MOVE-RESET-TERMS
045400               REWRITE LOAN-RATE-RESET-RECORD
045500               ADD 1 TO WS-RESETS-CHANGED
045600               MOVE "CHANGE" TO AUDITLOG-ACTION
045700               PERFORM WRITE-AUDIT-RECORD
045800            END-IF
045900     END-READ.
046000
046100 DELETE-RESET.
046200     MOVE LRTRAN-LOAN-ID        TO LRS-LOAN-ID.
046300     MOVE LRTRAN-EFFECTIVE-DATE TO LRS-EFFECTIVE-DATE.
046400     READ LOAN-RATE-RESET-FILE
046500         INVALID KEY
046600            DISPLAY "LRSMAINT: RESET " LRTRAN-LOAN-ID
046700                    "/" LRTRAN-EFFECTIVE-DATE " NOT ON FILE,"
046800                    " DELETE REJECTED"
046900            MOVE "NOF" TO WS-REJECT-CODE
047000            MOVE "RESET NOT ON FILE" TO WS-REJECT-TEXT
047100            PERFORM REJECT-TRANSACTION
047200         NOT INVALID KEY
047300            IF LRS-APPLIED-DATE NUMERIC
047400               AND LRS-APPLIED-DATE > ZERO
047500               PERFORM REJECT-APPLIED-RESET
047600            ELSE
047700               PERFORM BUILD-RESET-TEXT
047800               MOVE WS-RESET-TEXT TO WS-BEF-RESET
047900               DELETE LOAN-RATE-RESET-FILE RECORD
048000               ADD 1 TO WS-RESETS-DELETED
048100               MOVE "DELETE" TO AUDITLOG-ACTION
048200               PERFORM WRITE-AUDIT-RECORD
048300            END-IF
048400     END-READ.
048500
048600*    AN APPLIED RESET IS THE LOAN'S RATE HISTORY -- A WRONG
048700*    ONE IS CORRECTED BY KEYING A NEW RESET, NOT BY REWRITING
048800*    WHAT COBVRUN ALREADY AMORTIZED.
048900 REJECT-APPLIED-RESET.
049000     DISPLAY "LRSMAINT: RESET " LRTRAN-LOAN-ID "/"
049100             LRTRAN-EFFECTIVE-DATE " ALREADY APPLIED "
049200             LRS-APPLIED-DATE ", REJECTED".
049300     MOVE "APL" TO WS-REJECT-CODE.
049400     MOVE "RESET ALREADY APPLIED" TO WS-REJECT-TEXT.
049500     PERFORM REJECT-TRANSACTION.
049600
049700 BUILD-RESET-TEXT.
049800     MOVE SPACES         TO WS-RESET-TEXT.
049900     MOVE LRS-RESET-TYPE TO WS-RTX-RESET-TYPE.
050000     IF LRS-INDEX-PLUS-MARGIN
050100        MOVE LRS-INDEX-CODE TO WS-RTX-INDEX-CODE
050200        MOVE "+"            TO WS-RTX-PLUS
050300        MOVE LRS-MARGIN     TO WS-RTX-RATE
050400     ELSE
050500        MOVE LRS-NEW-RATE   TO WS-RTX-RATE
050600     END-IF.
050700
050800 WRITE-AUDIT-RECORD.
050900     MOVE "LRSMAINT"           TO AUDITLOG-PROGRAM-NAME.
051000     MOVE LRS-LOAN-ID          TO AUDITLOG-RECORD-KEY.
051100     MOVE LRS-EFFECTIVE-DATE   TO WS-AUD-EFFECTIVE-DATE.
051200     MOVE WS-AUDIT-FIELD       TO AUDITLOG-FIELD-CHANGED.
051300     MOVE WS-BEF-RESET         TO AUDITLOG-OLD-VALUE.
051400     IF AUDITLOG-ACTION = "DELETE"
051500        MOVE SPACES            TO AUDITLOG-NEW-VALUE
051600     ELSE
051700        PERFORM BUILD-RESET-TEXT
051800        MOVE WS-RESET-TEXT     TO AUDITLOG-NEW-VALUE
051900     END-IF.
052000     MOVE LRSMAINT-OPERATOR-ID TO AUDITLOG-OPERATOR-ID.
052100     CALL "AUDITLOG" USING LRSMAINT-AUDITLOG-PARM.
052200
052300 REJECT-TRANSACTION.
052400     ADD 1 TO WS-TRANS-IN-ERROR.
052500     PERFORM WRITE-REJECT-TO-RECYCLE.
052600
052700*    WRITE THE REJECTED TRANSACTION, AS KEYED, TO THE RECYCLE
052800*    FILE WITH ITS REASON CODE, AND LIST IT FOR THE CLERK.
052900 WRITE-REJECT-TO-RECYCLE.
053000     MOVE LOAN-RATE-RESET-TRANSACTION-RECORD TO RCY-TRAN-DATA.
053100     MOVE WS-REJECT-CODE       TO RCY-REJECT-REASON.
053200     WRITE RESET-RECYCLE-RECORD.
053300     MOVE LRTRAN-CODE          TO COR-TRAN-CODE.
053400     MOVE LRTRAN-LOAN-ID       TO COR-LOAN-ID.
053500     MOVE LRTRAN-EFFECTIVE-DATE TO COR-EFFECTIVE-DATE.
053600     MOVE WS-REJECT-CODE       TO COR-REJECT-CODE.
053700     MOVE WS-REJECT-TEXT       TO COR-REJECT-TEXT.
053800     WRITE RESET-CORRECTION-LINE FROM CORRECTION-DETAIL-LINE.
053900     ADD 1 TO WS-REJECTS-RECYCLED.
