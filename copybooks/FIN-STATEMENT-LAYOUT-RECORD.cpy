      *================================================================
      * FIN-STATEMENT-LAYOUT-RECORD.
      *
      * One printed line of the profit and loss statement (FL-
      * STATEMENT-TYPE P) or the balance sheet (B) on FSLAYOUT.DAT,
      * the layout master FINANCIAL-STATEMENTS prints from.  Rows
      * are kept in statement and FL-LINE-NO order - that is the
      * order they print in.  A detail line (D) sums every
      * GLBAL.DAT account from FL-ACCOUNT-FROM to FL-ACCOUNT-TO
      * inclusive - revenue and expense accounts (codes 4/5) on the
      * P&L, all others on the balance sheet.  FL-SIGN says which
      * way the line reads: D for debit-normal lines (assets,
      * costs, expenses) shows debits less credits, C for
      * credit-normal lines (sales, liabilities, equity, and the
      * profit lines) shows credits less debits.  A section
      * subtotal (S) prints what has accumulated at its
      * FL-SUBTOTAL-LEVEL (1-3) since the last subtotal at that
      * level or higher, and clears that level and those below; a
      * running total (T) prints everything from the top of the
      * statement (gross profit, operating profit ...).  A heading
      * (H) prints the description alone.  On the balance sheet R
      * prints the earnings of closed years not yet carried into an
      * equity account and Y the current year's earnings to date.
      * FL-BUDGET-SW Y on a P&L detail line adds the SALESBUD.DAT
      * budget for FL-BUDGET-CATEGORY (spaces - every category)
      * to that line.
      *================================================================
       01  FIN-STATEMENT-LAYOUT-RECORD.
           05  FL-STATEMENT-TYPE       PIC X(1).
               88  FL-PROFIT-AND-LOSS      VALUE 'P'.
               88  FL-BALANCE-SHEET        VALUE 'B'.
           05  FL-LINE-NO              PIC 9(3).
           05  FL-LINE-TYPE            PIC X(1).
               88  FL-HEADING-LINE         VALUE 'H'.
               88  FL-DETAIL-LINE          VALUE 'D'.
               88  FL-SUBTOTAL-LINE        VALUE 'S'.
               88  FL-RUNNING-TOTAL-LINE   VALUE 'T'.
               88  FL-RETAINED-LINE        VALUE 'R'.
               88  FL-YEAR-EARNINGS-LINE   VALUE 'Y'.
           05  FL-SUBTOTAL-LEVEL       PIC 9(1).
           05  FL-ACCOUNT-FROM         PIC X(8).
           05  FL-ACCOUNT-TO           PIC X(8).
           05  FL-SIGN                 PIC X(1).
               88  FL-DEBIT-NORMAL         VALUE 'D'.
               88  FL-CREDIT-NORMAL        VALUE 'C'.
           05  FL-BUDGET-SW            PIC X(1).
               88  FL-SHOW-BUDGET          VALUE 'Y'.
           05  FL-BUDGET-CATEGORY      PIC X(10).
           05  FL-DESCRIPTION          PIC X(30).
