      * FD GL-ACCOUNT-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    THE CHART OF ACCOUNTS -- ONE RECORD PER GL ACCOUNT THE
      *    JOURNAL MAY CARRY.  MAINTAINED BY GLAMAINT, READ BY
      *    GLACHK FOR EVERY LINE A JOURNAL WRITER CUTS: AN ACCOUNT
      *    NOT ON FILE, INACTIVE, OR A SUMMARY (NON-POSTING)
      *    ACCOUNT POSTS TO THE SUSPENSE ACCOUNT INSTEAD.
       FD GL-ACCOUNT-FILE
          LABEL RECORDS ARE STANDARD.
       01  GL-ACCOUNT-RECORD.
           05 GLA-ACCOUNT 		PIC X(8).
           05 GLA-DESCRIPTION 	PIC X(30).
           05 GLA-ACCOUNT-TYPE 	PIC X(01).
               88 GLA-TYPE-ASSET 		VALUE "A".
               88 GLA-TYPE-LIABILITY 	VALUE "L".
               88 GLA-TYPE-EQUITY 		VALUE "Q".
               88 GLA-TYPE-REVENUE 	VALUE "R".
               88 GLA-TYPE-COST 		VALUE "C".
               88 GLA-TYPE-EXPENSE 	VALUE "E".
               88 GLA-TYPE-VALID 	VALUE "A" "L" "Q" "R" "C" "E".
           05 GLA-STATUS 		PIC X(01).
               88 GLA-ACTIVE 		VALUE "A".
               88 GLA-INACTIVE 		VALUE "I".
      *    "S" MARKS A SUMMARY (ROLL-UP) ACCOUNT THAT NOTHING MAY
      *    POST TO DIRECTLY.
           05 GLA-POSTING-FLAG 	PIC X(01).
               88 GLA-POSTING 		VALUE "P".
               88 GLA-SUMMARY 		VALUE "S".
      *    "Y" ON THE ONE ACCOUNT A BAD JOURNAL LINE IS POSTED TO
      *    UNTIL ACCOUNTING RECLASSES IT.
           05 GLA-SUSPENSE-FLAG 	PIC X(01).
               88 GLA-SUSPENSE-ACCOUNT 	VALUE "Y".
      *    "Y" ON THE ONE EQUITY ACCOUNT THE YEAR-END CLOSE
      *    (YRCLOSE) ROLLS THE YEAR'S REVENUE, COST AND EXPENSE
      *    INTO.  TAKEN FROM THE FILLER, SO NOTHING MOVES.
           05 GLA-RETAINED-FLAG 	PIC X(01).
               88 GLA-RETAINED-EARNINGS 	VALUE "Y".
           05 FILLER 		PIC X(09).
      *    APPENDED AFTER THE FILLER SO THE FIELDS ABOVE KEEP THEIR
      *    OFFSETS.  THE LINE FINSTMT PRINTS THE ACCOUNT UNDER --
      *    ACCOUNTS OF ONE TYPE SHARING A CAPTION PRINT AS ONE
      *    LINE; BLANK PRINTS THE ACCOUNT ON ITS OWN UNDER ITS
      *    DESCRIPTION.
           05 GLA-REPORT-LINE 	PIC X(20).
