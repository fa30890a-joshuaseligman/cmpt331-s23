*******  MSGIN, so a truncated or corrupted transmission is stopped
*******  at the front door instead of discovered when the partner's
*******  decrypt produces garbage.
*******  Each file enveloped is also appended to the transmission log
*******  (see copybooks/xmitlog.cpy) with the totals its trailer
*******  carries, so CAESARAK can reconcile the partner's ACK/NAK
*******  file against what was actually sent.
*******  PARM is '<fileId>,<origin>' - origin defaults to 'CAESAR'.
005601   Program-id. caesarev.
005602 Environment division.
005608       select env-out-file assign to "ENVOUT"
005609         organization is sequential
005610         file status is ws-env-out-status.
*******      The transmission log, one record appended per file
012222       select xmit-file assign to "XMITLOG"
012223         organization is sequential
012224         file status is ws-xmit-status.
005611 Data division.
005612   File section.
005613   FD msg-in-file.
005614     copy "msgrec.cpy".
005615   FD env-out-file.
005616     copy "envrec.cpy".
012225   FD xmit-file.
012226     copy "xmitlog.cpy".
005617   Working-storage section.
005618     1 eof-switch pic x value "N".
005619     1 records-read pic 9(8) value 0.
005631     1 ws-cksum-len pic 9(4).
005632     1 ws-msg-in-status pic xx.
005633     1 ws-env-out-status pic xx.
012227     1 ws-xmit-status pic xx.
005634   Linkage section.
*******    Standard IBM batch PARM area: a binary length halfword
*******    followed by the PARM text itself, e.g. 'FIN20260902,FIN'
005668     perform write-file-trailer
005669     close msg-in-file
005670     close env-out-file
012228     perform write-xmit-log
005671     display "CAESAREV file=" ws-file-id
005672      " read=" records-read " enveloped=" records-written
005673      " bytes=" env-total-bytes " checksum=" env-checksum
005725       goback
005726     end-if
005727     add 1 to records-written.
*******  Log the file just enveloped. Status "35" means XMITLOG does
*******  not exist yet - create it on first use
012229   write-xmit-log.
012230     open extend xmit-file
012231     if ws-xmit-status = "35" then
012232       open output xmit-file
012233     end-if
012234     if ws-xmit-status not = "00" then
012235       display "CAESAREV XMITLOG open failed status="
012236         ws-xmit-status
012237       move 16 to return-code
012238       goback
012239     end-if
012240     move ws-file-id to xmit-file-id
012241     move ws-today to xmit-send-date
012242     move function current-date(9:8) to xmit-send-time
012243     move ws-origin to xmit-origin
012244     move env-record-count to xmit-record-count
012245     move env-total-bytes to xmit-total-bytes
012246     move env-checksum to xmit-checksum
012247     write xmit-record
012248     if ws-xmit-status not = "00" then
012249       display "CAESAREV write to XMITLOG failed status="
012250         ws-xmit-status
012251       move 16 to return-code
012252       goback
012253     end-if
012254     close xmit-file.
005728 End program caesarev.
