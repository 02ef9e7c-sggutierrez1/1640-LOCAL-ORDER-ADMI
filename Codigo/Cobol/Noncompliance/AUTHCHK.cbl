      *                     name, denials are audited, and the    *
      *                     compiled-in list is only the          *
      *                     no-file-yet fallback.                 *
      *   RWH   2026-10-15  Granted checks are audited too, so    *
      *                     the log shows each operator's last    *
      *                     use of every program for the          *
      *                     quarterly access review (ACCREVW).    *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHCHK.
           END-IF.
           IF AUTHCHK-NOT-AUTHORIZED
              PERFORM WRITE-DENIAL-AUDIT
           ELSE
              PERFORM WRITE-USAGE-AUDIT
           END-IF.
           GOBACK.

           MOVE SPACES               TO AUDITLOG-NEW-VALUE.
           MOVE AUTHCHK-OPERATOR-ID  TO AUDITLOG-OPERATOR-ID.
           CALL "AUDITLOG" USING AUTHCHK-AUDITLOG-PARM.

      *
      * Every grant honored lands there as well -- the record of
      * who last ran what, which the quarterly access review
      * (ACCREVW) reads back against each operator's grants.
      *
       WRITE-USAGE-AUDIT.
           MOVE AUTHCHK-PROGRAM-NAME TO AUDITLOG-PROGRAM-NAME.
           MOVE SPACES               TO AUDITLOG-RECORD-KEY.
           MOVE "ALLOWED"            TO AUDITLOG-ACTION.
           MOVE "AUTHORIZATION"      TO AUDITLOG-FIELD-CHANGED.
           MOVE SPACES               TO AUDITLOG-OLD-VALUE.
           MOVE SPACES               TO AUDITLOG-NEW-VALUE.
           MOVE AUTHCHK-OPERATOR-ID  TO AUDITLOG-OPERATOR-ID.
           CALL "AUDITLOG" USING AUTHCHK-AUDITLOG-PARM.
