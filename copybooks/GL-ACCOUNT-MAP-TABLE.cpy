               'INVOICE   SALES     40100000'.
           05  FILLER PIC X(28) VALUE
               'INVOICE   TAXPAY    21500000'.
           05  FILLER PIC X(28) VALUE
               'INVOICE   POINTSLIAB21900000'.
           05  FILLER PIC X(28) VALUE
               'CASH      BANK      11100000'.
           05  FILLER PIC X(28) VALUE
               'RETIRE    EXPENSE   50500000'.
           05  FILLER PIC X(28) VALUE
               'RETIRE    PAYABLE   21800000'.
           05  FILLER PIC X(28) VALUE
               'DISPUTE   ALLOWANCE 41200000'.
           05  FILLER PIC X(28) VALUE
               'DISPUTE   RECEIVABLE11300000'.
           05  FILLER PIC X(28) VALUE
               'ALLOWANCE EXPENSE   51600000'.
           05  FILLER PIC X(28) VALUE
               'ALLOWANCE RESERVE   11900000'.
           05  FILLER PIC X(28) VALUE
               'BILLADJ   RECEIVABLE11300000'.
           05  FILLER PIC X(28) VALUE
               'BILLADJ   SALES     40100000'.
           05  FILLER PIC X(28) VALUE
               'BILLADJ   TAXPAY    21500000'.
           05  FILLER PIC X(28) VALUE
               'REBATE    EXPENSE   41300000'.
           05  FILLER PIC X(28) VALUE
               'REBATE    ACCRUAL   22000000'.
           05  FILLER PIC X(28) VALUE
               'REBATE    RECEIVABLE11300000'.
           05  FILLER PIC X(28) VALUE
               'RECEIPT   PPV       51950000'.
           05  FILLER PIC X(28) VALUE
               'RECEIPT   INVENTORY 11400000'.
           05  FILLER PIC X(28) VALUE
               'RECEIPT   PURCHASES 50100000'.
           05  FILLER PIC X(28) VALUE
               'LANDCOST  INVENTORY 11400000'.
           05  FILLER PIC X(28) VALUE
               'LANDCOST  COGS      50100000'.
           05  FILLER PIC X(28) VALUE
               'LANDCOST  VARIANCE  51960000'.
           05  FILLER PIC X(28) VALUE
               'LANDCOST  CLEARING  21450000'.
           05  FILLER PIC X(28) VALUE
               'VENDPAY   FXGAINLOSS55200000'.
           05  FILLER PIC X(28) VALUE
               'VENDPAY   WITHHELD  21600000'.
           05  FILLER PIC X(28) VALUE
               'FXREVAL   APCONTROL 21300000'.
           05  FILLER PIC X(28) VALUE
               'FXREVAL   FXGAINLOSS55100000'.
           05  FILLER PIC X(28) VALUE
               'GRNI      PURCHASES 50100000'.
           05  FILLER PIC X(28) VALUE
               'GRNI      ACCRUAL   21460000'.
           05  FILLER PIC X(28) VALUE
               'FASSET    ASSET     12100000'.
           05  FILLER PIC X(28) VALUE
               'FASSET    ACCUMDEPR 12900000'.
           05  FILLER PIC X(28) VALUE
               'FASSET    CLEARING  21470000'.
           05  FILLER PIC X(28) VALUE
               'FASSET    PROCEEDS  11850000'.
           05  FILLER PIC X(28) VALUE
               'FASSET    DISPGAIN  45300000'.
           05  FILLER PIC X(28) VALUE
               'FASSET    DISPLOSS  55300000'.
           05  FILLER PIC X(28) VALUE
               'DEPREC    EXPENSE   50600000'.
           05  FILLER PIC X(28) VALUE
               'DEPREC    ACCUMDEPR 12900000'.
           05  FILLER PIC X(28) VALUE
               'EXPREIMB  BANK      11100000'.
           05  FILLER PIC X(28) VALUE
               'EXPREIMB  PAYABLE   21100000'.
           05  FILLER PIC X(28) VALUE
               'RETIRE    LOANRECV  11600000'.
       01  WS-GL-ACCOUNT-MAP-TABLE
                           REDEFINES WS-GL-ACCOUNT-MAP-VALUES.
           05  GM-ENTRY            OCCURS 57 TIMES
                                       INDEXED BY GM-IDX.
               10  GM-BATCH-SOURCE     PIC X(10).
               10  GM-ELEMENT-NAME     PIC X(10).
