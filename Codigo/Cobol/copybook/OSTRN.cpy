           05 OSTRAN-PROGRAM-LIST.
               10 OSTRAN-PROGRAM-ENTRY 	OCCURS 10 TIMES
                                      	PIC X(08).
      *    A GRANT THAT BREAKS A SODRULE PAIR IS REFUSED UNLESS
      *    THE OVERRIDE IS SET AND A REASON GIVEN -- SEE SECMAINT.
           05 OSTRAN-SOD-OVERRIDE 	PIC X(01).
               88 OSTRAN-OVERRIDE-SOD 		VALUE "Y".
           05 OSTRAN-OVERRIDE-REASON 	PIC X(30).
