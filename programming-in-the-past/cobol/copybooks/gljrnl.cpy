      ******************************************************************
      * GL journal interface record written by the CAESARGL month-end
      * chargeback run for the general ledger's journal import. Fixed
      * 100-byte records: one 'H' header, the 'D' lines, and one 'T'
      * trailer, every record carrying the journal source and the
      * period (yyyymm) it posts to:
      *
      *   'H' - run date and the effective-from date of the rate
      *         schedule that priced the month.
      *   'D' - one journal line: cost center, GL account, debit or
      *         credit, amount (unsigned, implied 2 decimals), the
      *         department it was priced for, and a suspense flag set
      *         on lines posted to the suspense account so the import
      *         can route them for reclassification. One debit per
      *         department, one offsetting credit to operations.
      *   'T' - control totals: the count of 'D' lines and the debit
      *         and credit totals, which must agree.
      ******************************************************************
       1 gl-journal-record.
          5 gl-rec-type pic x.
             88 gl-header-record  value "H".
             88 gl-detail-record  value "D".
             88 gl-trailer-record value "T".
          5 gl-source pic x(8).
          5 gl-period pic x(6).
          5 gl-body pic x(85).
          5 gl-header-def redefines gl-body.
             10 gl-hdr-run-date  pic x(8).
             10 gl-hdr-rate-from pic x(8).
             10 filler           pic x(69).
          5 gl-detail-def redefines gl-body.
             10 gl-cost-center   pic x(10).
             10 gl-account       pic x(10).
             10 gl-dr-cr         pic x.
                88 gl-debit  value "D".
                88 gl-credit value "C".
             10 gl-amount        pic 9(11)v99.
             10 gl-dept          pic x(4).
             10 gl-suspense-flag pic x.
                88 gl-suspense-line value "Y".
             10 gl-line-text     pic x(30).
             10 filler           pic x(16).
          5 gl-trailer-def redefines gl-body.
             10 gl-trl-line-count   pic 9(8).
             10 gl-trl-debit-total  pic 9(13)v99.
             10 gl-trl-credit-total pic 9(13)v99.
             10 filler              pic x(47).
