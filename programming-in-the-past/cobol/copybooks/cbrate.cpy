      ******************************************************************
      * Chargeback rate table read by the CAESARGL month-end journal
      * run. 80-byte card images, maintained by finance under the
      * same change control as the GL chart of accounts, so a rate
      * change is a reviewed edit to one dataset rather than a formula
      * in somebody's spreadsheet. Four card types:
      *
      *   'R' - a rate schedule: effective-from and effective-to dates
      *         (yyyymmdd) and the price per batch, per thousand bytes,
      *         and per reject. The schedule in force on the last day
      *         of the month being closed prices the whole month;
      *         schedules must not overlap. Rates are unsigned with
      *         implied decimals: two for the batch and reject rates
      *         (0001250 = 12.50), four for the thousand-byte rate
      *         (0000500 = 0.0500).
      *   'C' - a department's cost center and the GL expense account
      *         its chargeback is debited to.
      *   'O' - the operations cost center and recovery account the
      *         month's total is credited to. Exactly one.
      *   'S' - the suspense cost center and account for usage no
      *         department can be charged for: the '****' UNATTRIBUTED
      *         bucket, and any department with no 'C' card. Exactly
      *         one.
      *   '*' - comment, ignored.
      ******************************************************************
       1 cb-rate-record.
          5 rate-card-type pic x.
             88 rate-schedule-card    value "R".
             88 rate-cost-center-card value "C".
             88 rate-operations-card  value "O".
             88 rate-suspense-card    value "S".
             88 rate-comment-card     value "*".
          5 rate-card-data pic x(79).
          5 rate-schedule-def redefines rate-card-data.
             10 rate-eff-from    pic x(8).
             10 rate-eff-to      pic x(8).
             10 rate-per-batch   pic 9(5)v99.
             10 rate-per-kbyte   pic 9(3)v9(4).
             10 rate-per-reject  pic 9(5)v99.
             10 filler           pic x(42).
          5 rate-account-def redefines rate-card-data.
             10 rate-dept        pic x(4).
             10 rate-cost-center pic x(10).
             10 rate-gl-account  pic x(10).
             10 rate-acct-name   pic x(30).
             10 filler           pic x(25).
