001400* MODIFICATION HISTORY
001500*   WHO   DATE        WHAT
001600*   RWH   2026-09-03  Original version.
001610*   RWH   2026-10-15  Grants are checked against the
001620*                     SODRULE duties-conflict pairs; a
001630*                     conflicting grant is refused unless
001640*                     it carries an override and reason
001650*                     from an operator holding SODOVRID,
001660*                     and each override is audited.
001700*--------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002500         RECORD KEY IS OS-OPERATOR-ID
002600         ACCESS MODE IS DYNAMIC
002700         FILE STATUS IS WS-OPSEC-FILE-STATUS.
002712
002724     SELECT SOD-RULE-FILE
002736         ASSIGN TO "SODRULE"
002748         ORGANIZATION IS INDEXED
002760         RECORD KEY IS SOD-KEY
002772         ACCESS MODE IS DYNAMIC
002784         FILE STATUS IS WS-SODRULE-FILE-STATUS.
002800
002900     SELECT OPERATOR-SECURITY-TRANSACTION-FILE
003000         ASSIGN TO "OSTRAN"
004400
004500     COPY OPSEC.
004600     COPY OSTRN.
004610     COPY SODRULE.
004700
004800*    REJECTED TRANSACTIONS GO BACK OUT IN THE SAME LAYOUT THEY
004900*    CAME IN, WITH THE REASON CODE APPENDED -- ONCE FIXED, THE
005100 FD  SECURITY-RECYCLE-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  SECURITY-RECYCLE-RECORD.
005400     05 RCY-TRAN-DATA          PIC X(121).
005500     05 RCY-REJECT-REASON      PIC X(03).
005600
005700 FD  SECURITY-CORRECTION-REPORT
007600     05 COR-REJECT-TEXT        PIC X(25).
007700
007800 01  WS-BEF-OS-STATUS          PIC X(01).
007804
007808*    THE DUTIES CONFLICTS THE TRANSACTION'S GRANTS WOULD HOLD,
007812*    AS SODRULE PAIRS.  AN "ALL" GRANT HOLDS EVERY RULE ON
007816*    FILE AND IS NOTED WITH A BLANK SECOND PROGRAM.
007820 01  WS-SODRULE-FILE-OPENED    PIC X VALUE "N".
007824 01  WS-SOD-RULES-SWITCH       PIC X VALUE "N".
007828     88 WS-SOD-RULES-ON-FILE          VALUE "Y".
007832 01  WS-GRANTS-ALLOWED-SWITCH  PIC X VALUE "Y".
007836     88 WS-GRANTS-ALLOWED             VALUE "Y".
007840*    ASKED OF AUTHCHK THE FIRST TIME AN OVERRIDE TURNS UP, AND
007844*    THE ANSWER HOLDS FOR THE REST OF THE RUN.
007848 01  WS-OVERRIDE-SWITCH        PIC X VALUE SPACE.
007852 01  WS-GRANT-SUB              PIC 99 VALUE ZERO.
007856 01  WS-PAIR-SUB               PIC 99 VALUE ZERO.
007860 01  WS-NEXT-SUB               PIC 99 VALUE ZERO.
007864 01  WS-CONFLICT-SUB           PIC 99 VALUE ZERO.
007868 01  WS-CONFLICT-COUNT         PIC 99 VALUE ZERO.
007872 01  WS-CONFLICT-TABLE.
007876     05 WS-CONFLICT-ENTRY      OCCURS 45 TIMES.
007880         10 WS-CONFLICT-PROGRAM-1 PIC X(08).
007884         10 WS-CONFLICT-PROGRAM-2 PIC X(08).
007888 01  WS-CONFLICT-TEXT          PIC X(30).
007900
008000*    PARAMETER PASSED TO THE SHARED AUDIT-LOGGING SUBPROGRAM --
008100*    SEE AUDITLOG.
011900         ==PFX-FILE-BOUNDARY-VIOLATION== BY
012000         ==OSTRAN-FILE-BOUNDARY-VIOLATION==.
012100
012110     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
012120         ==WS-SODRULE-FILE-STATUS== ==PFX-FILE-OK== BY
012130         ==SODRULE-FILE-OK== ==PFX-FILE-EOF== BY
012140         ==SODRULE-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
012150         ==SODRULE-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
012160         ==SODRULE-FILE-NOT-FOUND==
012170         ==PFX-FILE-BOUNDARY-VIOLATION== BY
012180         ==SODRULE-FILE-BOUNDARY-VIOLATION==.
012190
012200 01  WS-CONTROL-TOTALS.
012300     05 WS-TRANS-READ          PIC 9(7) VALUE ZERO.
012400     05 WS-OPERATORS-ADDED     PIC 9(7) VALUE ZERO.
012500     05 WS-OPERATORS-CHANGED   PIC 9(7) VALUE ZERO.
012600     05 WS-OPERATORS-DELETED   PIC 9(7) VALUE ZERO.
012700     05 WS-TRANS-IN-ERROR      PIC 9(7) VALUE ZERO.
012710     05 WS-CONFLICTS-OVERRIDDEN PIC 9(7) VALUE ZERO.
012800
012900 LINKAGE SECTION.
013000 01  SECMAINT-PARM.
017700        CLOSE OPERATOR-SECURITY-FILE
017800        GO TO PROGRAM-DONE
017900     END-IF.
017910*    NO RULES FILE YET MEANS NOTHING TO CHECK GRANTS AGAINST --
017920*    SAID SO, BUT NOT A FAILURE.
017930     OPEN INPUT SOD-RULE-FILE.
017940     IF WS-SODRULE-FILE-STATUS = "35"
017950        DISPLAY "SECMAINT: NO SOD-RULE-FILE, GRANTS NOT "
017955                "CHECKED FOR DUTIES CONFLICTS"
017960     ELSE
017965        IF NOT SODRULE-FILE-OK
017970           DISPLAY "SECMAINT: UNABLE TO OPEN SOD-RULE-FILE, "
017975                   "STATUS " WS-SODRULE-FILE-STATUS
017980           MOVE 16 TO RETURN-CODE
017985           CLOSE OPERATOR-SECURITY-FILE
017990           CLOSE OPERATOR-SECURITY-TRANSACTION-FILE
017993           GO TO PROGRAM-DONE
017995        END-IF
017996        MOVE "Y" TO WS-SODRULE-FILE-OPENED
017997        PERFORM CHECK-FOR-SOD-RULES
017998     END-IF.
018000     OPEN OUTPUT SECURITY-RECYCLE-FILE.
018100     OPEN OUTPUT SECURITY-CORRECTION-REPORT.
018200
018500     CLOSE OPERATOR-SECURITY-TRANSACTION-FILE.
018600     CLOSE SECURITY-RECYCLE-FILE.
018700     CLOSE SECURITY-CORRECTION-REPORT.
018710     IF WS-SODRULE-FILE-OPENED = "Y"
018720        CLOSE SOD-RULE-FILE
018730     END-IF.
018800     DISPLAY "SECMAINT CONTROL TOTALS".
018900     DISPLAY "  TRANSACTIONS READ ...: " WS-TRANS-READ.
019000     DISPLAY "  OPERATORS ADDED .....: " WS-OPERATORS-ADDED.
019200     DISPLAY "  OPERATORS DELETED ...: " WS-OPERATORS-DELETED.
019300     DISPLAY "  TRANSACTIONS IN ERROR: " WS-TRANS-IN-ERROR.
019400     DISPLAY "  REJECTS RECYCLED ....: " WS-REJECTS-RECYCLED.
019410     DISPLAY "  CONFLICTS OVERRIDDEN : " WS-CONFLICTS-OVERRIDDEN.
019500     IF WS-TRANS-IN-ERROR > ZERO
019600        MOVE 4 TO RETURN-CODE
019700     ELSE
021300 APPLY-TRANSACTION.
021400     EVALUATE TRUE
021500        WHEN OSTRAN-ADD
021550             PERFORM CHECK-GRANT-CONFLICTS
021560             IF WS-GRANTS-ALLOWED
021600                PERFORM ADD-OPERATOR
021650             END-IF
021700        WHEN OSTRAN-CHANGE
021750             PERFORM CHECK-GRANT-CONFLICTS
021760             IF WS-GRANTS-ALLOWED
021800                PERFORM CHANGE-OPERATOR
021850             END-IF
021900        WHEN OSTRAN-DELETE
022000             PERFORM DELETE-OPERATOR
022100        WHEN OTHER
025000            MOVE SPACES       TO AUDITLOG-OLD-VALUE
025100            MOVE OS-PROGRAM-ENTRY (1) TO AUDITLOG-NEW-VALUE
025200            PERFORM WRITE-AUDIT-RECORD
025210            PERFORM LOG-CONFLICT-OVERRIDES
025300     END-WRITE.
025400
025500 CHANGE-OPERATOR.
027300            MOVE WS-BEF-OS-STATUS   TO AUDITLOG-OLD-VALUE
027400            MOVE OS-STATUS          TO AUDITLOG-NEW-VALUE
027500            PERFORM WRITE-AUDIT-RECORD
027510            PERFORM LOG-CONFLICT-OVERRIDES
027600     END-READ.
027700
027800 DELETE-OPERATOR.
031400     MOVE WS-REJECT-TEXT      TO COR-REJECT-TEXT.
031500     WRITE SECURITY-CORRECTION-LINE FROM CORRECTION-DETAIL-LINE.
031600     ADD 1 TO WS-REJECTS-RECYCLED.
031700
031800*    RULES ARE ONLY LOOKED FOR WHEN THE FILE HOLDS ANY -- AN
031900*    EMPTY SODRULE CHECKS NOTHING, THE SAME AS A MISSING ONE.
032000 CHECK-FOR-SOD-RULES.
032100     MOVE LOW-VALUES TO SOD-KEY.
032200     START SOD-RULE-FILE KEY IS NOT LESS THAN SOD-KEY
032300         INVALID KEY
032400            DISPLAY "SECMAINT: SOD-RULE-FILE IS EMPTY, GRANTS "
032500                    "NOT CHECKED FOR DUTIES CONFLICTS"
032600         NOT INVALID KEY
032700            MOVE "Y" TO WS-SOD-RULES-SWITCH
032800     END-START.
032900
033000*    EVERY PAIR OF PROGRAMS THE TRANSACTION WOULD GRANT IS
033100*    LOOKED UP ON SODRULE -- TEN GRANTS MAKE AT MOST 45 PAIRS.
033200*    AN INACTIVE OPERATOR IS CHECKED THE SAME AS AN ACTIVE ONE,
033300*    SINCE REACTIVATING IS ONLY A STATUS CHANGE.
033400 CHECK-GRANT-CONFLICTS.
033500     MOVE "Y" TO WS-GRANTS-ALLOWED-SWITCH.
033600     MOVE ZERO TO WS-CONFLICT-COUNT.
033700     IF WS-SOD-RULES-ON-FILE
033800        PERFORM CHECK-ONE-GRANT
033900                VARYING WS-GRANT-SUB FROM 1 BY 1
034000                UNTIL WS-GRANT-SUB > 10
034100     END-IF.
034200     IF WS-CONFLICT-COUNT > ZERO
034300        PERFORM DECIDE-CONFLICT-OVERRIDE
034400     END-IF.
034500
034600 CHECK-ONE-GRANT.
034700     EVALUATE TRUE
034800        WHEN OSTRAN-PROGRAM-ENTRY (WS-GRANT-SUB) = SPACES
034900             CONTINUE
035000        WHEN OSTRAN-PROGRAM-ENTRY (WS-GRANT-SUB) = "ALL     "
035100             MOVE "ALL     " TO SOD-PROGRAM-1
035200             MOVE SPACES     TO SOD-PROGRAM-2
035300             PERFORM NOTE-CONFLICT
035400        WHEN OTHER
035500             COMPUTE WS-NEXT-SUB = WS-GRANT-SUB + 1
035600             PERFORM CHECK-GRANT-PAIR
035700                     VARYING WS-PAIR-SUB FROM WS-NEXT-SUB BY 1
035800                     UNTIL WS-PAIR-SUB > 10
035900     END-EVALUATE.
036000
036100*    THE PAIR IS LOOKED UP LOWER NAME FIRST, THE WAY SODMAINT
036200*    FILES IT.
036300 CHECK-GRANT-PAIR.
036400     IF OSTRAN-PROGRAM-ENTRY (WS-PAIR-SUB) NOT = SPACES
036500        AND OSTRAN-PROGRAM-ENTRY (WS-PAIR-SUB) NOT = "ALL     "
036600        IF OSTRAN-PROGRAM-ENTRY (WS-GRANT-SUB)
036700           < OSTRAN-PROGRAM-ENTRY (WS-PAIR-SUB)
036800           MOVE OSTRAN-PROGRAM-ENTRY (WS-GRANT-SUB)
036900                TO SOD-PROGRAM-1
037000           MOVE OSTRAN-PROGRAM-ENTRY (WS-PAIR-SUB)
037100                TO SOD-PROGRAM-2
037200        ELSE
037300           MOVE OSTRAN-PROGRAM-ENTRY (WS-PAIR-SUB)
037400                TO SOD-PROGRAM-1
037500           MOVE OSTRAN-PROGRAM-ENTRY (WS-GRANT-SUB)
037600                TO SOD-PROGRAM-2
037700        END-IF
037800        READ SOD-RULE-FILE
037900            INVALID KEY
038000               CONTINUE
038100            NOT INVALID KEY
038200               PERFORM NOTE-CONFLICT
038300        END-READ
038400     END-IF.
038500
038600 NOTE-CONFLICT.
038700     IF WS-CONFLICT-COUNT < 45
038800        ADD 1 TO WS-CONFLICT-COUNT
038900        MOVE SOD-PROGRAM-1
039000             TO WS-CONFLICT-PROGRAM-1 (WS-CONFLICT-COUNT)
039100        MOVE SOD-PROGRAM-2
039200             TO WS-CONFLICT-PROGRAM-2 (WS-CONFLICT-COUNT)
039300     END-IF.
039400
039500*    A CONFLICT IS ONLY LET THROUGH ON A TRANSACTION CARRYING
039600*    THE OVERRIDE AND A REASON, KEYED BY AN OPERATOR WHO HOLDS
039700*    "SODOVRID" -- THE SAME WAY ARWOFF ASKS FOR "WRITEOFF".
039800*    OTHERWISE THE WHOLE TRANSACTION GOES BACK, NOT JUST THE
039900*    OFFENDING GRANT, SO THE SUPERVISOR DECIDES WHICH TO DROP.
040000 DECIDE-CONFLICT-OVERRIDE.
040100     MOVE "N" TO WS-GRANTS-ALLOWED-SWITCH.
040200     EVALUATE TRUE
040300        WHEN NOT OSTRAN-OVERRIDE-SOD
040400             MOVE "SOD" TO WS-REJECT-CODE
040500             MOVE "DUTIES CONFLICT" TO WS-REJECT-TEXT
040600        WHEN OSTRAN-OVERRIDE-REASON = SPACES
040700             MOVE "RSN" TO WS-REJECT-CODE
040800             MOVE "OVERRIDE REASON MISSING" TO WS-REJECT-TEXT
040900        WHEN OTHER
041000             PERFORM CHECK-OVERRIDE-AUTHORITY
041100             IF WS-OVERRIDE-SWITCH = "Y"
041200                MOVE "Y" TO WS-GRANTS-ALLOWED-SWITCH
041300             ELSE
041400                MOVE "OVR" TO WS-REJECT-CODE
041500                MOVE "OVERRIDE NOT AUTHORIZED" TO WS-REJECT-TEXT
041600             END-IF
041700     END-EVALUATE.
041800     IF NOT WS-GRANTS-ALLOWED
041900        MOVE 1 TO WS-CONFLICT-SUB
042000        PERFORM BUILD-CONFLICT-TEXT
042100        DISPLAY "SECMAINT: OPERATOR " OSTRAN-OPERATOR-ID
042200                " REJECTED, " WS-REJECT-TEXT " " WS-CONFLICT-TEXT
042300        ADD 1 TO WS-TRANS-IN-ERROR
042400        PERFORM WRITE-REJECT-TO-RECYCLE
042500     END-IF.
042600
042700 CHECK-OVERRIDE-AUTHORITY.
042800     IF WS-OVERRIDE-SWITCH = SPACE
042900        MOVE SECMAINT-OPERATOR-ID TO AUTHCHK-OPERATOR-ID
043000        MOVE "SODOVRID" TO AUTHCHK-PROGRAM-NAME
043100        CALL "AUTHCHK" USING SECMAINT-AUTHCHK-PARM
043200        IF AUTHCHK-AUTHORIZED
043300           MOVE "Y" TO WS-OVERRIDE-SWITCH
043400        ELSE
043500           MOVE "N" TO WS-OVERRIDE-SWITCH
043600        END-IF
043700     END-IF.
043800
043900*    EACH CONFLICT AN OVERRIDE LET THROUGH GOES ON THE AUDIT
044000*    LOG UNDER THE GRANTEE, WITH THE REASON GIVEN -- NOTHING
044100*    TO LOG WHEN THE GRANTS HELD NO CONFLICT.
044200 LOG-CONFLICT-OVERRIDES.
044300     PERFORM LOG-ONE-OVERRIDE
044400             VARYING WS-CONFLICT-SUB FROM 1 BY 1
044500             UNTIL WS-CONFLICT-SUB > WS-CONFLICT-COUNT.
044600
044700 LOG-ONE-OVERRIDE.
044800     PERFORM BUILD-CONFLICT-TEXT.
044900     MOVE "OVERRIDE"             TO AUDITLOG-ACTION.
045000     MOVE "SOD CONFLICT"         TO AUDITLOG-FIELD-CHANGED.
045100     MOVE WS-CONFLICT-TEXT       TO AUDITLOG-OLD-VALUE.
045200     MOVE OSTRAN-OVERRIDE-REASON TO AUDITLOG-NEW-VALUE.
045300     PERFORM WRITE-AUDIT-RECORD.
045400     ADD 1 TO WS-CONFLICTS-OVERRIDDEN.
045500
045600 BUILD-CONFLICT-TEXT.
045700     MOVE SPACES TO WS-CONFLICT-TEXT.
045800     IF WS-CONFLICT-PROGRAM-2 (WS-CONFLICT-SUB) = SPACES
045900        MOVE "ALL GRANT" TO WS-CONFLICT-TEXT
046000     ELSE
046100        STRING WS-CONFLICT-PROGRAM-1 (WS-CONFLICT-SUB)
046200               DELIMITED BY SPACE
046300               "/" DELIMITED BY SIZE
046400               WS-CONFLICT-PROGRAM-2 (WS-CONFLICT-SUB)
046500               DELIMITED BY SPACE
046600               INTO WS-CONFLICT-TEXT
046700     END-IF.
