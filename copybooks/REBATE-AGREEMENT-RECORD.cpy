      *================================================================
      * REBATE-AGREEMENT-RECORD.
      *
      * One volume rebate agreement per row on REBATE.DAT, set up by
      * sales and carried forward by REBATE-ACCRUAL-RUN (REBATE.NEW).
      * RA-SCOPE C covers the one customer RA-CUSTOMER-ID; G covers
      * a whole account group - the head-office RECORD-ID and every
      * branch ACCTGRP.DAT links to it - and the rebate is credited
      * to the head office that pays.  Up to three tiers in rising
      * RA-TIER-THRESHOLD order: once qualifying purchases in the
      * period pass a threshold, that tier's RA-TIER-PCT applies to
      * all of the period's purchases (an unused tier is left at
      * zero percent).  RA-QUALIFYING-SALES and RA-ACCRUED-AMOUNT
      * are as of the last run - the accrual already booked to the
      * GL - and RA-STATUS turns to S once the period has ended and
      * the rebate has been credited.
      *================================================================
       01  REBATE-AGREEMENT-RECORD.
           05  RA-AGREEMENT-NO     PIC 9(6).
           05  RA-SCOPE            PIC X(1).
               88  RA-SCOPE-CUSTOMER   VALUE 'C'.
               88  RA-SCOPE-GROUP      VALUE 'G'.
           05  RA-CUSTOMER-ID      PIC 9(8).
           05  RA-PERIOD-FROM      PIC 9(8).
           05  RA-PERIOD-TO        PIC 9(8).
           05  RA-TIER             OCCURS 3 TIMES.
               10  RA-TIER-THRESHOLD   PIC 9(9)V99.
               10  RA-TIER-PCT         PIC 9(2)V99.
           05  RA-QUALIFYING-SALES PIC 9(11)V99.
           05  RA-ACCRUED-AMOUNT   PIC 9(9)V99.
           05  RA-STATUS           PIC X(1).
               88  RA-ACTIVE           VALUE 'A'.
               88  RA-SETTLED          VALUE 'S'.
           05  RA-SETTLED-DATE     PIC 9(8).
           05  RA-SETTLED-AMOUNT   PIC 9(9)V99.
