      * reads the old master on CBMTD, folds in the day's MSGOUT, and
      * writes the updated set to CBMTDNEW, which the JCL promotes
      * over CBMTD - the same old-master/new-master shape as CAESARKY.
      * Records whose month is not the current month are left off the
      * new master, so a new month starts from zero by itself; on that
      * first run of the month they go to CBCLOSED instead, the
      * retained copy of the month just closed.
      * The department '****' is the UNATTRIBUTED bucket: data records
      * met outside any batch, and rejects (which carry no department).
      * CAESARGL prices the closed month from that copy into the GL
      * chargeback journal.
      ******************************************************************
       1 cb-mtd-record.
          5 mtd-month   pic x(6).
