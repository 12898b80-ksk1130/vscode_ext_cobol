      * SECURITY-VIOLATION-RECORD.
      *
      * One rejected authorization attempt per row on SECVIOL.LOG,
      * appended by CUSTOMER-MAINTENANCE, CREDIT-HOLD-RELEASE,
      * VENDOR-MAINTENANCE and VENDOR-PAYMENT-RUN when the run user
      * fails the USERAUTH.DAT check: who it was, what they tried
      * to do to which customer, why it was refused, and when.
      * SV-TIMESTAMP is CCYYMMDDHHMMSS, the MUJ-TIMESTAMP
      * convention.  SV-OBJECT-KEY carries the key when the target
      * is not a customer - the vendor code, or the payment date of
      * a refused payment run - and is blank on customer rows.
      *================================================================
       01  SECURITY-VIOLATION-RECORD.
           05  SV-USER-ID              PIC X(8).
           05  SV-REFUSAL-REASON       PIC X(30).
           05  FILLER                  PIC X(1).
           05  SV-TIMESTAMP            PIC 9(14).
           05  FILLER                  PIC X(1).
           05  SV-OBJECT-KEY           PIC X(20).
