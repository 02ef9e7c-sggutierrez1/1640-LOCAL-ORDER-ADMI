      * FD SOD-RULE-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    SEGREGATION-OF-DUTIES RULES, KEPT BY SODMAINT: EACH
      *    RECORD NAMES TWO PROGRAMS OR FUNCTIONS (AS GRANTED ON
      *    OPSEC) THAT NO ONE OPERATOR MAY HOLD TOGETHER.  THE
      *    PAIR IS FILED LOWER NAME FIRST, SO ONE KEYED READ FINDS
      *    THE RULE WHICHEVER WAY ROUND IT IS ASKED.  SECMAINT
      *    REFUSES A CONFLICTING GRANT; ACCREVW LISTS THE
      *    CONFLICTS EVERY OPERATOR HOLDS.
       FD SOD-RULE-FILE
          LABEL RECORDS ARE STANDARD.
       01  SOD-RULE-RECORD.
           05 SOD-KEY.
               10 SOD-PROGRAM-1 	PIC X(08).
               10 SOD-PROGRAM-2 	PIC X(08).
           05 SOD-DESCRIPTION 		PIC X(30).
           05 FILLER 			PIC X(10).
