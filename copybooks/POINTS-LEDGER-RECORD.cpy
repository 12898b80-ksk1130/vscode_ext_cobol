      *================================================================
      * POINTS-LEDGER-RECORD.
      *
      * One loyalty-points movement per row on POINTS.DAT, the
      * points ledger kept by 顧客ーID.  The ledger is only ever
      * appended to; a customer's balance is the sum of the earned
      * rows less everything redeemed, reversed and expired.
      *   E - earned on an invoice by INVOICE-GENERATION (the
      *       invoice's net at the 会員ー区分 rate); PL-EXPIRY-DATE
      *       is the date the points lapse if still unused
      *   R - redeemed as a discount on an invoice
      *   V - reversed by RETURNS-PROCESSING when a credit is issued
      *   X - expired by LOYALTY-POINTS-STATEMENT at a month end
      * Redeemed, reversed and expired points are taken from the
      * oldest earned points first, so expiry never needs to know
      * which earn row a redemption used.  PL-CUSTOMER-ID is the
      * 8-digit order-side RECORD-ID the movement came from (zero
      * on expiry rows); PL-INVOICE-NUMBER is the invoice for E and
      * R rows and zero otherwise.
      *================================================================
       01  POINTS-LEDGER-RECORD.
           05  PL-JCUST-ID         PIC 9(10).
           05  PL-ENTRY-TYPE       PIC X(1).
               88  PL-EARNED           VALUE 'E'.
               88  PL-REDEEMED         VALUE 'R'.
               88  PL-REVERSED         VALUE 'V'.
               88  PL-EXPIRED          VALUE 'X'.
           05  PL-ENTRY-DATE       PIC 9(8).
           05  PL-POINTS           PIC 9(9).
           05  PL-INVOICE-NUMBER   PIC 9(12).
           05  PL-CUSTOMER-ID      PIC 9(8).
           05  PL-EXPIRY-DATE      PIC 9(8).
