      *    X(10), SO THE RECORD LENGTH AND EVERY EXISTING FIELD
      *    OFFSET ARE UNCHANGED.
           05 CR-POSTED-DATE 	PIC 9(8).
      *    "W" MARKS A WRITE-OFF ARWOFF POSTED -- BAD DEBT, A SMALL
      *    BALANCE, OR A SETTLED DISPUTE -- RATHER THAN CASH.  IT
      *    TAKES DOWN THE OPEN BALANCE LIKE A RECEIPT, BUT JOURNALS
      *    TO BAD-DEBT EXPENSE, NEVER REACHES THE BANK, AND KEEPS
      *    NO PROMISE.  ON A WRITE-OFF CR-CHECK-NUMBER CARRIES THE
      *    OPERATOR WHO POSTED IT.  BOTH BYTES ARE CARVED OUT OF THE
      *    OLD TRAILING FILLER X(02); A RECEIPT WRITTEN BEFORE
      *    THEM CARRIES SPACES AND READS AS CASH.
           05 CR-RECEIPT-TYPE 	PIC X(01).
               88 CR-CASH-RECEIPT 	VALUE " " "C".
               88 CR-WRITE-OFF 	VALUE "W".
           05 CR-WRITE-OFF-REASON 	PIC X(01).
               88 CR-WO-BAD-DEBT 	VALUE "B".
               88 CR-WO-SMALL-BALANCE 	VALUE "S".
               88 CR-WO-DISPUTE-SETTLED 	VALUE "D".
