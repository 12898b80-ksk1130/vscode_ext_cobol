      *================================================================
      * PAYROLL-RELEASE-RECORD.
      *
      * One row per monthly release on PAYREL.LOG, appended by
      * PAYROLL-BANK-TRANSFER when ZENGIN.DAT has been written for
      * a signed-off month: the month, the release date, the
      * transfer count and yen total on the trailer, and who signed
      * the payroll off.  A month on the log is not released again,
      * so the nightly stream cannot send the same payroll twice.
      *================================================================
       01  PAYROLL-RELEASE-RECORD.
           05  XL-PAY-MONTH        PIC 9(6).
           05  XL-RELEASE-DATE     PIC 9(8).
           05  XL-TRANSFER-COUNT   PIC 9(6).
           05  XL-TRANSFER-TOTAL   PIC 9(12).
           05  XL-SIGNED-BY        PIC X(20).
