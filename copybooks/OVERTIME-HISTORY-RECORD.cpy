      *================================================================
      * OVERTIME-HISTORY-RECORD.
      *
      * One row per employee per month on OTHIST.DAT, kept by
      * OVERTIME-LIMIT-MONITOR: the minutes of overtime worked on
      * business days (beyond 8 hours a day, as the payroll run
      * counts it) and the minutes worked on BUSCAL.DAT holidays,
      * with the employee's 部署ーコード for the month.  The monitor
      * replaces the run month's rows each time it runs and carries
      * every other month forward, so the file is the year-by-year
      * record the 36協定 limits are measured against.
      *================================================================
       01  OVERTIME-HISTORY-RECORD.
           05  OH-EMPLOYEE-ID      PIC 9(8).
           05  OH-WORK-MONTH       PIC 9(6).
           05  OH-DEPARTMENT-CODE  PIC X(10).
           05  OH-OVERTIME-MINUTES PIC 9(5).
           05  OH-HOLIDAY-MINUTES  PIC 9(5).
