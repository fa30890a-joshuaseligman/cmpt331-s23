*******  numbers are folded in, and the updated set is written to
*******  CBMTDNEW for the JCL to promote - the same old-master/new-
*******  master shape as CAESARKY. Records outside the current month
*******  are left off CBMTDNEW, so a new month starts clean - but not
*******  lost: on the first run of a month the closing month's
*******  records are written whole to CBCLOSED, the retained copy
*******  CAESARGL journals the month from, replacing the month before
*******  it. Other runs never open CBCLOSED. A failure writing it
*******  ends the step with RC=16, so CBMTD is not promoted and the
*******  rerun rolls the month again.
*******  The step ends with RC=4 when anything landed in the
*******  UNATTRIBUTED bucket, RC=0 otherwise.
004901   Program-id. caesarcb.
004914       select mtd-out-file assign to "CBMTDNEW"
004915         organization is sequential
004916         file status is ws-mtd-out-status.
*******      The closed month, kept for the month-end journal
014935       select mtd-closed-file assign to "CBCLOSED"
014936         organization is sequential
014937         file status is ws-mtd-closed-status.
*******      The chargeback report
004917       select rpt-file assign to "CBRPT"
004918         organization is sequential
004934      msg-batch-trl by msg-in-batch-trl
004935      msg-trl-record-count by msg-in-trl-record-count
004936      msg-id by msg-in-id
004937      msg-proc-date by msg-in-proc-date
009810      msg-key-id by msg-in-key-id
009811      msg-dept by msg-in-dept.
004938   FD rej-in-file.
004939     copy "rejrec.cpy".
004940   FD mtd-in-file.
004944      mtd-bytes by mtd-in-bytes mtd-rejects by mtd-in-rejects.
004945   FD mtd-out-file.
004946     copy "cbmtdrec.cpy".
014938   FD mtd-closed-file.
014939     1 mtd-closed-record pic x(46).
004947   FD rpt-file.
004948     1 rpt-record pic x(132).
004949   Working-storage section.
004950     1 eof-switch pic x value "N".
004951     1 rej-eof-switch pic x value "N".
004952     1 mtd-eof-switch pic x value "N".
014940     1 mtd-closed-switch pic x value "N".
014941     1 mtd-closed-count pic 9(8) value 0.
004953     1 records-read pic 9(8) value 0.
004954     1 rejects-read pic 9(8) value 0.
004955     1 ws-today pic x(8).
004980     1 ws-rej-in-status pic xx.
004981     1 ws-mtd-in-status pic xx.
004982     1 ws-mtd-out-status pic xx.
014942     1 ws-mtd-closed-status pic xx.
004983     1 ws-rpt-status pic xx.
*******    Report line layouts
004984     1 hdr-line-1.
005064     end-if
005065     goback.
*******  Pull the old master's records for the current month into the
*******  table; anything from an earlier month is the month just
*******  closed, and goes to CBCLOSED instead.
*******  CBMTD status "35" means the very first run - no master yet
005066   load-mtd-master.
005067     open input mtd-in-file
005075       goback
005076     end-if
005077     perform load-one-mtd-record until mtd-eof-switch = "Y"
005078     close mtd-in-file
014943     if mtd-closed-switch = "Y" then
014944       close mtd-closed-file
014945       display "CAESARCB month rolled - " mtd-closed-count
014946         " records of the closed month kept on CBCLOSED"
014947     end-if.
005079   load-one-mtd-record.
005080     read mtd-in-file
005081       at end move "Y" to mtd-eof-switch
005088         move mtd-in-records to dept-mtd-records(dept-idx)
005089         move mtd-in-bytes to dept-mtd-bytes(dept-idx)
005090         move mtd-in-rejects to dept-mtd-rejects(dept-idx)
014948       else
014949         perform keep-closed-record
005091       end-if
005092     end-if.
*******  CBCLOSED is opened output on the first closed-month record,
*******  so it holds the one month just closed and nothing older
014950   keep-closed-record.
014951     if mtd-closed-switch = "N" then
014952       open output mtd-closed-file
014953       if ws-mtd-closed-status not = "00" then
014954         display "CAESARCB CBCLOSED open failed status="
014955           ws-mtd-closed-status
014956         move 16 to return-code
014957         goback
014958       end-if
014959       move "Y" to mtd-closed-switch
014960     end-if
014961     write mtd-closed-record from mtd-in-record
014962     if ws-mtd-closed-status not = "00" then
014963       display "CAESARCB write to CBCLOSED failed status="
014964         ws-mtd-closed-status
014965       move 16 to return-code
014966       goback
014967     end-if
014968     add 1 to mtd-closed-count.
*******  Attribute one MSGOUT record: an 'H' header opens a batch for
*******  its department, a 'T' trailer closes it, and each data
*******  record is billed to the department in effect - or to the
