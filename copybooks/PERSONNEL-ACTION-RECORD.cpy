      * routing reads the live master, so a promoted approver level
      * takes effect only from then - and HR sees everything still
      * scheduled on the pending listing.
      * A raise (type R) carries the new monthly 基本給ー金額 in
      * PA-NEW-BASE-PAY; a promotion may carry one too, and zero
      * there leaves the base pay alone.
      *================================================================
       01  PERSONNEL-ACTION-RECORD.
           05  PA-EMPLOYEE-ID      PIC 9(8).
           05  PA-ACTION-TYPE      PIC X(1).
               88  PA-ACTION-PROMOTION VALUE 'P'.
               88  PA-ACTION-TRANSFER  VALUE 'T'.
               88  PA-ACTION-RAISE     VALUE 'R'.
           05  PA-NEW-LEVEL        PIC 9(2).
           05  PA-NEW-DEPT         PIC X(10).
           05  PA-EFFECTIVE-DATE   PIC 9(8).
           05  PA-NEW-BASE-PAY     PIC 9(7)V99.
