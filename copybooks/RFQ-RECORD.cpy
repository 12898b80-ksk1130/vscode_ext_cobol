      *================================================================
      * RFQ-RECORD.
      *
      * One vendor's part in a request for quotation, on RFQ.DAT
      * while the RFQ is open and on RFQHIST.DAT once it has been
      * awarded.  RFQ-ISSUE writes a row per vendor asked, status
      * S, numbered run date plus sequence; RFQ-COMPARISON loads the
      * vendor's quote onto it (status Q), works out the yen landed
      * cost and ranks it; RFQ-AWARD marks the winner A - whose
      * price goes onto VENDPRC.DAT from RQ-EFFECTIVE-DATE - and the
      * other quotes L, and once RQ-EFFECTIVE-DATE has come moves
      * the whole RFQ to history, losing quotes included, for
      * audit.  RQ-EXPIRY-DATE is the end of the contract period
      * asked for, the date the next RFQ is due.
      * Costs are per unit: RQ-QUOTED-UNIT-COST in
      * RQ-CURRENCY-CODE, RQ-FREIGHT-PER-UNIT and
      * RQ-LANDED-UNIT-COST in yen.
      *================================================================
       01  RFQ-RECORD.
           05  RQ-RFQ-NUMBER       PIC 9(12).
           05  RQ-PRODUCT-CODE     PIC X(20).
           05  RQ-VENDOR-CODE      PIC X(10).
           05  RQ-REQUEST-QTY      PIC 9(5).
           05  RQ-ISSUE-DATE       PIC 9(8).
           05  RQ-RESPONSE-DUE-DATE PIC 9(8).
           05  RQ-EFFECTIVE-DATE   PIC 9(8).
           05  RQ-EXPIRY-DATE      PIC 9(8).
           05  RQ-STATUS           PIC X(1).
               88  RQ-SENT             VALUE 'S'.
               88  RQ-QUOTED           VALUE 'Q'.
               88  RQ-DECLINED         VALUE 'D'.
               88  RQ-AWARDED          VALUE 'A'.
               88  RQ-LOST             VALUE 'L'.
           05  RQ-QUOTED-UNIT-COST PIC 9(7)V99.
           05  RQ-CURRENCY-CODE    PIC X(3).
           05  RQ-FREIGHT-PER-UNIT PIC 9(5)V99.
           05  RQ-LEAD-TIME-DAYS   PIC 9(3).
           05  RQ-MINIMUM-ORDER-QTY PIC 9(5).
           05  RQ-QUOTE-DATE       PIC 9(8).
           05  RQ-LANDED-UNIT-COST PIC 9(7)V99.
           05  RQ-PERFORMANCE-SCORE PIC 9(3)V9.
           05  RQ-RANKING-SCORE    PIC 9(3)V9.
           05  RQ-RANK             PIC 9(2).
           05  RQ-AWARD-DATE       PIC 9(8).
           05  RQ-AWARDED-BY       PIC X(8).
