           05 VTRAN-VENDOR-DISCOUNT-DAYS 	PIC 9(03).
           05 VTRAN-VENDOR-EXTRACT-FLAG 	PIC X(01).
           05 VTRAN-VENDOR-PAY-METHOD 	PIC X(01).
           05 VTRAN-VENDOR-CURRENCY-CODE	PIC X(03).
           05 VTRAN-VENDOR-LEAD-TIME-DAYS	PIC 9(03).
