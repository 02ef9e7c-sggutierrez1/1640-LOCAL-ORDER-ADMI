000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCREVW.
000300*--------------------------------------------------
000400* Quarterly access review.  Every operator on
000500* OPERATOR-SECURITY-FILE is listed with each program
000600* or function granted, the last day the audit log
000700* shows the operator using it, and every duties
000800* conflict on SOD-RULE-FILE the grants hold -- with
000900* keep/revoke columns and a sign-off line, so each
001000* manager can sign the review or send revocations
001100* back through SECMAINT.  A grant not used within
001200* the quarter is flagged.  "Use" is any entry the
001300* operator left on the log under the program's name
001400* other than a denial -- AUTHCHK logs every grant
001500* it honors.  Nothing is updated.
001600*
001700* MODIFICATION HISTORY
001800*   WHO   DATE        WHAT
001900*   RWH   2026-10-15  Original version.
002000*--------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400
002500     SELECT OPERATOR-SECURITY-FILE
002600         ASSIGN TO "OPSEC"
002700         ORGANIZATION IS INDEXED
002800         RECORD KEY IS OS-OPERATOR-ID
002900         ACCESS MODE IS SEQUENTIAL
003000         FILE STATUS IS WS-OPSEC-FILE-STATUS.
003100
003200     SELECT SOD-RULE-FILE
003300         ASSIGN TO "SODRULE"
003400         ORGANIZATION IS INDEXED
003500         RECORD KEY IS SOD-KEY
003600         ACCESS MODE IS DYNAMIC
003700         FILE STATUS IS WS-SODRULE-FILE-STATUS.
003800
003900     SELECT AUDIT-LOG-FILE
004000         ASSIGN TO "SYSAUDIT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004300
004400     SELECT SORT-WORK-FILE
004500         ASSIGN TO "ARVSORT".
004600
004700     SELECT ACCESS-REVIEW-REPORT
004800         ASSIGN TO "ACCREVWR"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300
005400     COPY OPSEC.
005500     COPY SODRULE.
005600
005700*    SAME RECORD AUDITLOG WRITES -- THIS IS A READER SIDE.
005800 FD  AUDIT-LOG-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  AUDIT-LOG-RECORD.
006100     05 ALOG-PROGRAM-NAME      PIC X(08).
006200     05 ALOG-AUDIT-DATE        PIC 9(08).
006300     05 ALOG-AUDIT-TIME        PIC 9(06).
006400     05 ALOG-RECORD-KEY        PIC X(10).
006500     05 ALOG-ACTION            PIC X(08).
006600     05 ALOG-FIELD-CHANGED     PIC X(20).
006700     05 ALOG-OLD-VALUE         PIC X(30).
006800     05 ALOG-NEW-VALUE         PIC X(30).
006900     05 ALOG-OPERATOR-ID       PIC X(08).
007000
007100*    ONE ENTRY PER USE, IN OPERATOR ORDER TO MATCH OPSEC.
007200 SD  SORT-WORK-FILE.
007300 01  SORT-WORK-RECORD.
007400     05 SRT-OPERATOR-ID        PIC X(08).
007500     05 SRT-PROGRAM-NAME       PIC X(08).
007600     05 SRT-AUDIT-DATE         PIC 9(08).
007700
007800 FD  ACCESS-REVIEW-REPORT
007900     LABEL RECORDS ARE STANDARD.
008000 01  ACCESS-REVIEW-REPORT-LINE PIC X(132).
008100
008200 WORKING-STORAGE SECTION.
008300
008400 01  FILE-AT-END               PIC X VALUE "N".
008500 01  WS-AUDIT-AT-END           PIC X VALUE "N".
008600 01  WS-SORT-AT-END            PIC X VALUE "N".
008700 01  WS-AUDIT-LOG-OPENED       PIC X VALUE "N".
008800
008900*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
009000*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
009100     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
009200         ==WS-OPSEC-FILE-STATUS== ==PFX-FILE-OK== BY
009300         ==OPSEC-FILE-OK== ==PFX-FILE-EOF== BY
009400         ==OPSEC-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
009500         ==OPSEC-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
009600         ==OPSEC-FILE-NOT-FOUND==
009700         ==PFX-FILE-BOUNDARY-VIOLATION== BY
009800         ==OPSEC-FILE-BOUNDARY-VIOLATION==.
009900
010000     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
010100         ==WS-SODRULE-FILE-STATUS== ==PFX-FILE-OK== BY
010200         ==SODRULE-FILE-OK== ==PFX-FILE-EOF== BY
010300         ==SODRULE-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010400         ==SODRULE-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
010500         ==SODRULE-FILE-NOT-FOUND==
010600         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010700         ==SODRULE-FILE-BOUNDARY-VIOLATION==.
010800
010900     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
011000         ==WS-AUDIT-FILE-STATUS== ==PFX-FILE-OK== BY
011100         ==AUDIT-FILE-OK== ==PFX-FILE-EOF== BY
011200         ==AUDIT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
011300         ==AUDIT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
011400         ==AUDIT-FILE-NOT-FOUND==
011500         ==PFX-FILE-BOUNDARY-VIOLATION== BY
011600         ==AUDIT-FILE-BOUNDARY-VIOLATION==.
011700
011800 01  WS-SODRULE-FILE-OPENED    PIC X VALUE "N".
011900 01  WS-SOD-RULES-SWITCH       PIC X VALUE "N".
012000     88 WS-SOD-RULES-ON-FILE          VALUE "Y".
012100
012200 01  WS-RUN-DATE               PIC 9(8).
012300*    A GRANT NOT USED SINCE THIS MANY DAYS BEFORE THE RUN --
012400*    ONE QUARTER -- IS FLAGGED FOR THE MANAGER TO QUESTION.
012500 01  WS-UNUSED-DAYS            PIC 9(3) VALUE 90.
012600 01  WS-UNUSED-CUTOFF          PIC 9(8) VALUE ZERO.
012700
012800*    THE OPERATOR'S LAST USE OF EACH GRANT, BY GRANT
012900*    POSITION.  AN "ALL" GRANT TAKES THE LAST USE OF ANY
013000*    PROGRAM.
013100 01  WS-LAST-USED-TABLE.
013200     05 WS-LAST-USED           OCCURS 10 TIMES PIC 9(8).
013300
013400 01  WS-GRANT-SUB              PIC 99 VALUE ZERO.
013500 01  WS-PAIR-SUB               PIC 99 VALUE ZERO.
013600 01  WS-NEXT-SUB               PIC 99 VALUE ZERO.
013700 01  WS-OPERATOR-CONFLICTS     PIC 99 VALUE ZERO.
013800
013900*    PARAMETER PASSED TO THE SHARED DATE-ARITHMETIC
014000*    SUBPROGRAM -- SEE DATECALC.
014100 01  ACCREVW-DATECALC-PARM.
014200     05 DATECALC-FUNCTION      PIC X(01).
014300     05 DATECALC-DATE-1        PIC 9(8).
014400     05 DATECALC-DATE-2        PIC 9(8).
014500     05 DATECALC-DAYS          PIC S9(7).
014600     05 DATECALC-RESULT-DATE   PIC 9(8).
014700     05 DATECALC-FEEDBACK      PIC XX.
014800
014900 01  WS-PAGE-CONTROL.
015000     05 WS-LINE-COUNT          PIC 99 VALUE ZERO.
015100     05 WS-PAGE-COUNT          PIC 999 VALUE ZERO.
015200     05 WS-LINES-PER-PAGE      PIC 99 VALUE 50.
015300
015400 01  WS-CONTROL-TOTALS.
015500     05 WS-ENTRIES-READ        PIC 9(7) VALUE ZERO.
015600     05 WS-ENTRIES-SELECTED    PIC 9(7) VALUE ZERO.
015700     05 WS-OPERATORS-READ      PIC 9(7) VALUE ZERO.
015800     05 WS-GRANTS-LISTED       PIC 9(7) VALUE ZERO.
015900     05 WS-GRANTS-UNUSED       PIC 9(7) VALUE ZERO.
016000     05 WS-CONFLICTS-HELD      PIC 9(7) VALUE ZERO.
016100     05 WS-OPERATORS-IN-CONFLICT PIC 9(7) VALUE ZERO.
016200
016300 01  HEADING-LINE-1.
016400     05 FILLER                 PIC X(40)
016500        VALUE "QUARTERLY ACCESS REVIEW - RUN DATE ".
016600     05 HDG-RUN-DATE           PIC 9(8).
016700     05 FILLER                 PIC X(16)
016800        VALUE "  UNUSED SINCE ".
016900     05 HDG-CUTOFF-DATE        PIC 9(8).
017000     05 FILLER                 PIC X(10) VALUE SPACES.
017100     05 FILLER                 PIC X(05) VALUE "PAGE ".
017200     05 HDG-PAGE-NUMBER        PIC ZZZ9.
017300
017400 01  HEADING-LINE-2.
017500     05 FILLER                 PIC X(10) VALUE "OPERATOR".
017600     05 FILLER                 PIC X(10) VALUE "STATUS".
017700     05 FILLER                 PIC X(10) VALUE "GRANT".
017800     05 FILLER                 PIC X(10) VALUE "LAST USED".
017900     05 FILLER                 PIC X(42) VALUE "REMARK".
018000     05 FILLER                 PIC X(08) VALUE "KEEP".
018100     05 FILLER                 PIC X(06) VALUE "REVOKE".
018200
018300 01  OPERATOR-LINE.
018400     05 OPR-OPERATOR-ID        PIC X(08).
018500     05 FILLER                 PIC X(02) VALUE SPACES.
018600     05 OPR-STATUS             PIC X(08).
018700
018800 01  GRANT-LINE.
018900     05 FILLER                 PIC X(20) VALUE SPACES.
019000     05 GRT-PROGRAM-NAME       PIC X(08).
019100     05 FILLER                 PIC X(02) VALUE SPACES.
019200     05 GRT-LAST-USED          PIC X(08).
019300     05 FILLER                 PIC X(02) VALUE SPACES.
019400     05 GRT-REMARK             PIC X(40).
019500     05 FILLER                 PIC X(02) VALUE SPACES.
019600     05 FILLER                 PIC X(08) VALUE "[ ]".
019700     05 FILLER                 PIC X(03) VALUE "[ ]".
019800
019900 01  CONFLICT-LINE.
020000     05 FILLER                 PIC X(20) VALUE SPACES.
020100     05 FILLER                 PIC X(13) VALUE "** CONFLICT ".
020200     05 CFL-PROGRAM-1          PIC X(08).
020300     05 FILLER                 PIC X(03) VALUE " + ".
020400     05 CFL-PROGRAM-2          PIC X(08).
020500     05 FILLER                 PIC X(02) VALUE SPACES.
020600     05 CFL-DESCRIPTION        PIC X(30).
020700
020800 01  ALL-CONFLICT-LINE.
020900     05 FILLER                 PIC X(20) VALUE SPACES.
021000     05 FILLER                 PIC X(13) VALUE "** CONFLICT ".
021100     05 FILLER                 PIC X(40)
021200        VALUE "ALL GRANT HOLDS EVERY DUTIES RULE".
021300
021400 01  SIGNOFF-LINE.
021500     05 FILLER                 PIC X(20) VALUE SPACES.
021600     05 FILLER                 PIC X(13) VALUE "REVIEWED BY ".
021700     05 FILLER                 PIC X(25)
021800        VALUE "________________________".
021900     05 FILLER                 PIC X(06) VALUE "DATE ".
022000     05 FILLER                 PIC X(10) VALUE "__________".
022100
022200 01  TOTAL-LINE-1.
022300     05 FILLER                 PIC X(20)
022400        VALUE "OPERATORS REVIEWED: ".
022500     05 TTL-OPERATORS          PIC ZZZ,ZZ9.
022600     05 FILLER                 PIC X(04) VALUE SPACES.
022700     05 FILLER                 PIC X(08) VALUE "GRANTS: ".
022800     05 TTL-GRANTS             PIC ZZZ,ZZ9.
022900     05 FILLER                 PIC X(04) VALUE SPACES.
023000     05 FILLER                 PIC X(08) VALUE "UNUSED: ".
023100     05 TTL-UNUSED             PIC ZZZ,ZZ9.
023200
023300 01  TOTAL-LINE-2.
023400     05 FILLER                 PIC X(20)
023500        VALUE "CONFLICTS HELD: ".
023600     05 TTL-CONFLICTS          PIC ZZZ,ZZ9.
023700     05 FILLER                 PIC X(04) VALUE SPACES.
023800     05 FILLER                 PIC X(24)
023900        VALUE "OPERATORS IN CONFLICT: ".
024000     05 TTL-OPERATORS-IN-CONFLICT PIC ZZZ,ZZ9.
024100
024200 PROCEDURE DIVISION.
024300 PROGRAM-BEGIN.
024400     PERFORM OPENING-PROCEDURE.
024500     SORT SORT-WORK-FILE
024600          ON ASCENDING KEY SRT-OPERATOR-ID
024700                           SRT-PROGRAM-NAME
024800                           SRT-AUDIT-DATE
024900          INPUT PROCEDURE IS LOAD-AUDIT-ENTRIES
025000          OUTPUT PROCEDURE IS PRINT-ACCESS-REVIEW.
025100     PERFORM CLOSING-PROCEDURE.
025200
025300 PROGRAM-DONE.
025400     STOP RUN.
025500
025600 OPENING-PROCEDURE.
025700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025800     MOVE "A"            TO DATECALC-FUNCTION.
025900     MOVE WS-RUN-DATE    TO DATECALC-DATE-1.
026000     COMPUTE DATECALC-DAYS = 0 - WS-UNUSED-DAYS.
026100     CALL "DATECALC" USING ACCREVW-DATECALC-PARM.
026200     MOVE DATECALC-RESULT-DATE TO WS-UNUSED-CUTOFF.
026300     OPEN INPUT OPERATOR-SECURITY-FILE.
026400     IF NOT OPSEC-FILE-OK
026500        DISPLAY "ACCREVW: UNABLE TO OPEN OPERATOR-SECURITY-"
026600                "FILE, STATUS " WS-OPSEC-FILE-STATUS
026700        MOVE 16 TO RETURN-CODE
026800        GO TO PROGRAM-DONE
026900     END-IF.
027000*    NO RULES FILE YET MEANS NO CONFLICTS TO LIST -- THE
027100*    GRANTS AND THEIR USE ARE STILL REVIEWED.
027200     OPEN INPUT SOD-RULE-FILE.
027300     IF WS-SODRULE-FILE-STATUS = "35"
027400        DISPLAY "ACCREVW: NO SOD-RULE-FILE, CONFLICTS NOT "
027500                "LISTED"
027600     ELSE
027700        IF NOT SODRULE-FILE-OK
027800           DISPLAY "ACCREVW: UNABLE TO OPEN SOD-RULE-FILE, "
027900                   "STATUS " WS-SODRULE-FILE-STATUS
028000           MOVE 16 TO RETURN-CODE
028100           CLOSE OPERATOR-SECURITY-FILE
028200           GO TO PROGRAM-DONE
028300        END-IF
028400        MOVE "Y" TO WS-SODRULE-FILE-OPENED
028500        PERFORM CHECK-FOR-SOD-RULES
028600     END-IF.
028700     OPEN OUTPUT ACCESS-REVIEW-REPORT.
028800     PERFORM WRITE-HEADING.
028900
029000 CLOSING-PROCEDURE.
029100     MOVE WS-OPERATORS-READ        TO TTL-OPERATORS.
029200     MOVE WS-GRANTS-LISTED         TO TTL-GRANTS.
029300     MOVE WS-GRANTS-UNUSED         TO TTL-UNUSED.
029400     MOVE WS-CONFLICTS-HELD        TO TTL-CONFLICTS.
029500     MOVE WS-OPERATORS-IN-CONFLICT TO TTL-OPERATORS-IN-CONFLICT.
029600     MOVE SPACES TO ACCESS-REVIEW-REPORT-LINE.
029700     WRITE ACCESS-REVIEW-REPORT-LINE.
029800     WRITE ACCESS-REVIEW-REPORT-LINE FROM TOTAL-LINE-1.
029900     WRITE ACCESS-REVIEW-REPORT-LINE FROM TOTAL-LINE-2.
030000     CLOSE OPERATOR-SECURITY-FILE.
030100     IF WS-SODRULE-FILE-OPENED = "Y"
030200        CLOSE SOD-RULE-FILE
030300     END-IF.
030400     CLOSE ACCESS-REVIEW-REPORT.
030500     DISPLAY "ACCREVW CONTROL TOTALS".
030600     DISPLAY "  AUDIT ENTRIES READ ...: " WS-ENTRIES-READ.
030700     DISPLAY "  USES SELECTED ........: " WS-ENTRIES-SELECTED.
030800     DISPLAY "  OPERATORS REVIEWED ...: " WS-OPERATORS-READ.
030900     DISPLAY "  GRANTS LISTED ........: " WS-GRANTS-LISTED.
031000     DISPLAY "  GRANTS UNUSED ........: " WS-GRANTS-UNUSED.
031100     DISPLAY "  CONFLICTS HELD .......: " WS-CONFLICTS-HELD.
031200     DISPLAY "  OPERATORS IN CONFLICT : "
031300             WS-OPERATORS-IN-CONFLICT.
031400*    WITHOUT THE LOG EVERY GRANT READS AS UNUSED -- THE
031500*    REVIEW IS PRINTED BUT MUST NOT BE SIGNED OFF.
031600     IF WS-AUDIT-LOG-OPENED = "Y"
031700        MOVE 0 TO RETURN-CODE
031800     ELSE
031900        MOVE 16 TO RETURN-CODE
032000     END-IF.
032100
032200*    CONFLICTS ARE ONLY LOOKED FOR WHEN THE FILE HOLDS ANY
032300*    RULES -- AN "ALL" GRANT CONFLICTS WITH NOTHING OTHERWISE.
032400 CHECK-FOR-SOD-RULES.
032500     MOVE LOW-VALUES TO SOD-KEY.
032600     START SOD-RULE-FILE KEY IS NOT LESS THAN SOD-KEY
032700         INVALID KEY
032800            CONTINUE
032900         NOT INVALID KEY
033000            MOVE "Y" TO WS-SOD-RULES-SWITCH
033100     END-START.
033200
033300*    EVERY USE THE LOG RECORDS, LESS DENIALS -- A DENIED
033400*    ATTEMPT IS NOT USE OF A GRANT.
033500 LOAD-AUDIT-ENTRIES.
033600     OPEN INPUT AUDIT-LOG-FILE.
033700     IF NOT AUDIT-FILE-OK
033800        DISPLAY "ACCREVW: UNABLE TO OPEN AUDIT-LOG-FILE, "
033900                "STATUS " WS-AUDIT-FILE-STATUS
034000                " -- NO LAST-USED DATES"
034100        MOVE "Y" TO WS-AUDIT-AT-END
034200     ELSE
034300        MOVE "Y" TO WS-AUDIT-LOG-OPENED
034400        PERFORM READ-NEXT-ENTRY
034500     END-IF.
034600     PERFORM LOAD-ONE-ENTRY UNTIL WS-AUDIT-AT-END = "Y".
034700     IF WS-AUDIT-LOG-OPENED = "Y"
034800        CLOSE AUDIT-LOG-FILE
034900     END-IF.
035000
035100 READ-NEXT-ENTRY.
035200     READ AUDIT-LOG-FILE
035300          AT END MOVE "Y" TO WS-AUDIT-AT-END.
035400
035500 LOAD-ONE-ENTRY.
035600     ADD 1 TO WS-ENTRIES-READ.
035700     IF ALOG-ACTION NOT = "DENIED"
035800        AND ALOG-OPERATOR-ID NOT = SPACES
035900        AND ALOG-PROGRAM-NAME NOT = SPACES
036000        MOVE ALOG-OPERATOR-ID  TO SRT-OPERATOR-ID
036100        MOVE ALOG-PROGRAM-NAME TO SRT-PROGRAM-NAME
036200        MOVE ALOG-AUDIT-DATE   TO SRT-AUDIT-DATE
036300        RELEASE SORT-WORK-RECORD
036400        ADD 1 TO WS-ENTRIES-SELECTED
036500     END-IF.
036600     PERFORM READ-NEXT-ENTRY.
036700
036800*    OPSEC AND THE SORTED USES ARE BOTH IN OPERATOR ORDER --
036900*    USES BY AN OPERATOR NO LONGER ON FILE ARE PASSED OVER.
037000 PRINT-ACCESS-REVIEW.
037100     MOVE "N" TO WS-SORT-AT-END.
037200     PERFORM RETURN-NEXT-USE.
037300     PERFORM READ-NEXT-OPERATOR.
037400     PERFORM REVIEW-ONE-OPERATOR UNTIL FILE-AT-END = "Y".
037500
037600 RETURN-NEXT-USE.
037700     RETURN SORT-WORK-FILE
037800          AT END MOVE "Y" TO WS-SORT-AT-END.
037900
038000 READ-NEXT-OPERATOR.
038100     READ OPERATOR-SECURITY-FILE NEXT RECORD
038200          AT END MOVE "Y" TO FILE-AT-END.
038300
038400 REVIEW-ONE-OPERATOR.
038500     ADD 1 TO WS-OPERATORS-READ.
038600     MOVE ZERO TO WS-LAST-USED-TABLE.
038700     PERFORM RETURN-NEXT-USE
038800             UNTIL WS-SORT-AT-END = "Y"
038900             OR SRT-OPERATOR-ID NOT < OS-OPERATOR-ID.
039000     PERFORM NOTE-OPERATOR-USE
039100             UNTIL WS-SORT-AT-END = "Y"
039200             OR SRT-OPERATOR-ID NOT = OS-OPERATOR-ID.
039300     PERFORM PRINT-OPERATOR-LINE.
039400     PERFORM PRINT-GRANT-LINE
039500             VARYING WS-GRANT-SUB FROM 1 BY 1
039600             UNTIL WS-GRANT-SUB > 10.
039700     MOVE ZERO TO WS-OPERATOR-CONFLICTS.
039800     IF WS-SOD-RULES-ON-FILE
039900        PERFORM CHECK-ONE-GRANT
040000                VARYING WS-GRANT-SUB FROM 1 BY 1
040100                UNTIL WS-GRANT-SUB > 10
040200     END-IF.
040300     IF WS-OPERATOR-CONFLICTS > ZERO
040400        ADD 1 TO WS-OPERATORS-IN-CONFLICT
040500     END-IF.
040600     PERFORM PRINT-SIGNOFF-LINE.
040700     PERFORM READ-NEXT-OPERATOR.
040800
040900 NOTE-OPERATOR-USE.
041000     PERFORM NOTE-GRANT-USE
041100             VARYING WS-GRANT-SUB FROM 1 BY 1
041200             UNTIL WS-GRANT-SUB > 10.
041300     PERFORM RETURN-NEXT-USE.
041400
041500 NOTE-GRANT-USE.
041600     IF OS-PROGRAM-ENTRY (WS-GRANT-SUB) = SRT-PROGRAM-NAME
041700        OR OS-PROGRAM-ENTRY (WS-GRANT-SUB) = "ALL     "
041800        IF SRT-AUDIT-DATE > WS-LAST-USED (WS-GRANT-SUB)
041900           MOVE SRT-AUDIT-DATE TO WS-LAST-USED (WS-GRANT-SUB)
042000        END-IF
042100     END-IF.
042200
042300 PRINT-OPERATOR-LINE.
042400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
042500        PERFORM WRITE-HEADING
042600     END-IF.
042700     MOVE OS-OPERATOR-ID TO OPR-OPERATOR-ID.
042800     IF OS-ACTIVE
042900        MOVE "ACTIVE"   TO OPR-STATUS
043000     ELSE
043100        MOVE "INACTIVE" TO OPR-STATUS
043200     END-IF.
043300     WRITE ACCESS-REVIEW-REPORT-LINE FROM OPERATOR-LINE.
043400     ADD 1 TO WS-LINE-COUNT.
043500
043600 PRINT-GRANT-LINE.
043700     IF OS-PROGRAM-ENTRY (WS-GRANT-SUB) NOT = SPACES
043800        IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
043900           PERFORM WRITE-HEADING
044000        END-IF
044100        ADD 1 TO WS-GRANTS-LISTED
044200        MOVE OS-PROGRAM-ENTRY (WS-GRANT-SUB) TO GRT-PROGRAM-NAME
044300        MOVE SPACES TO GRT-REMARK
044400        EVALUATE TRUE
044500           WHEN WS-LAST-USED (WS-GRANT-SUB) = ZERO
044600                MOVE "NONE" TO GRT-LAST-USED
044700                MOVE "NO USE ON THE AUDIT LOG" TO GRT-REMARK
044800                ADD 1 TO WS-GRANTS-UNUSED
044900           WHEN WS-LAST-USED (WS-GRANT-SUB) < WS-UNUSED-CUTOFF
045000                MOVE WS-LAST-USED (WS-GRANT-SUB)
045100                     TO GRT-LAST-USED
045200                MOVE "NOT USED THIS QUARTER" TO GRT-REMARK
045300                ADD 1 TO WS-GRANTS-UNUSED
045400           WHEN OTHER
045500                MOVE WS-LAST-USED (WS-GRANT-SUB)
045600                     TO GRT-LAST-USED
045700        END-EVALUATE
045800        WRITE ACCESS-REVIEW-REPORT-LINE FROM GRANT-LINE
045900        ADD 1 TO WS-LINE-COUNT
046000     END-IF.
046100
046200*    THE SAME PAIRING SECMAINT CHECKS A NEW GRANT BY -- EVERY
046300*    PAIR OF THE OPERATOR'S GRANTS, LOOKED UP LOWER NAME
046400*    FIRST, AND AN "ALL" GRANT HOLDING EVERY RULE.
046500 CHECK-ONE-GRANT.
046600     EVALUATE TRUE
046700        WHEN OS-PROGRAM-ENTRY (WS-GRANT-SUB) = SPACES
046800             CONTINUE
046900        WHEN OS-PROGRAM-ENTRY (WS-GRANT-SUB) = "ALL     "
047000             PERFORM PRINT-ALL-CONFLICT-LINE
047100        WHEN OTHER
047200             COMPUTE WS-NEXT-SUB = WS-GRANT-SUB + 1
047300             PERFORM CHECK-GRANT-PAIR
047400                     VARYING WS-PAIR-SUB FROM WS-NEXT-SUB BY 1
047500                     UNTIL WS-PAIR-SUB > 10
047600     END-EVALUATE.
047700
047800 CHECK-GRANT-PAIR.
047900     IF OS-PROGRAM-ENTRY (WS-PAIR-SUB) NOT = SPACES
048000        AND OS-PROGRAM-ENTRY (WS-PAIR-SUB) NOT = "ALL     "
048100        IF OS-PROGRAM-ENTRY (WS-GRANT-SUB)
048200           < OS-PROGRAM-ENTRY (WS-PAIR-SUB)
048300           MOVE OS-PROGRAM-ENTRY (WS-GRANT-SUB)
048400                TO SOD-PROGRAM-1
048500           MOVE OS-PROGRAM-ENTRY (WS-PAIR-SUB)
048600                TO SOD-PROGRAM-2
048700        ELSE
048800           MOVE OS-PROGRAM-ENTRY (WS-PAIR-SUB)
048900                TO SOD-PROGRAM-1
049000           MOVE OS-PROGRAM-ENTRY (WS-GRANT-SUB)
049100                TO SOD-PROGRAM-2
049200        END-IF
049300        READ SOD-RULE-FILE
049400            INVALID KEY
049500               CONTINUE
049600            NOT INVALID KEY
049700               PERFORM PRINT-CONFLICT-LINE
049800        END-READ
049900     END-IF.
050000
050100 PRINT-CONFLICT-LINE.
050200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
050300        PERFORM WRITE-HEADING
050400     END-IF.
050500     MOVE SOD-PROGRAM-1   TO CFL-PROGRAM-1.
050600     MOVE SOD-PROGRAM-2   TO CFL-PROGRAM-2.
050700     MOVE SOD-DESCRIPTION TO CFL-DESCRIPTION.
050800     WRITE ACCESS-REVIEW-REPORT-LINE FROM CONFLICT-LINE.
050900     ADD 1 TO WS-LINE-COUNT.
051000     ADD 1 TO WS-OPERATOR-CONFLICTS.
051100     ADD 1 TO WS-CONFLICTS-HELD.
051200
051300 PRINT-ALL-CONFLICT-LINE.
051400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
051500        PERFORM WRITE-HEADING
051600     END-IF.
051700     WRITE ACCESS-REVIEW-REPORT-LINE FROM ALL-CONFLICT-LINE.
051800     ADD 1 TO WS-LINE-COUNT.
051900     ADD 1 TO WS-OPERATOR-CONFLICTS.
052000     ADD 1 TO WS-CONFLICTS-HELD.
052100
052200 PRINT-SIGNOFF-LINE.
052300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
052400        PERFORM WRITE-HEADING
052500     END-IF.
052600     WRITE ACCESS-REVIEW-REPORT-LINE FROM SIGNOFF-LINE.
052700     MOVE SPACES TO ACCESS-REVIEW-REPORT-LINE.
052800     WRITE ACCESS-REVIEW-REPORT-LINE.
052900     ADD 2 TO WS-LINE-COUNT.
053000
053100 WRITE-HEADING.
053200     ADD 1 TO WS-PAGE-COUNT.
053300     MOVE WS-PAGE-COUNT    TO HDG-PAGE-NUMBER.
053400     MOVE WS-RUN-DATE      TO HDG-RUN-DATE.
053500     MOVE WS-UNUSED-CUTOFF TO HDG-CUTOFF-DATE.
053600     WRITE ACCESS-REVIEW-REPORT-LINE FROM HEADING-LINE-1.
053700     WRITE ACCESS-REVIEW-REPORT-LINE FROM HEADING-LINE-2.
053800     MOVE ZERO TO WS-LINE-COUNT.
