012255 Identification division.
*******  Partner acknowledgement reconciliation. CAESAREV appends every
*******  file it envelopes to the transmission log (see
*******  copybooks/xmitlog.cpy); the partner returns an
*******  acknowledgement file with one ACK or NAK per file ID it
*******  received, quoting the record count and checksum it verified
*******  (see copybooks/ackrec.cpy). This program matches the two and
*******  reports to AKRPT, for every file sent within the lookback
*******  window:
*******    ACKNOWLEDGED  - ACK with our count and checksum
*******    REFUSED       - NAK, with the partner's reason
*******    COUNT/CHECKSUM MISMATCH - ACK, but what the partner
*******                    verified is not what we sent
*******    OVERDUE       - no answer after the overdue window
*******    AWAITING      - no answer yet, still inside the window
*******  and then any acknowledgement for a file ID the log never
*******  sent. An answer that finds no file inside the window is
*******  checked against the whole log on a second read of XMITLOG;
*******  one for a file sent before the window (a late ACK, or the
*******  partner answering again) is counted as an answer to an
*******  older file, and only an ID the log has never held at all is
*******  unknown. Refused, mismatched, overdue, and unknown are the
*******  exceptions: any one ends the step with RC=4, so operations
*******  hears about a lost transmission from the job, not a phone
*******  call from the partner. When a file ID was sent or answered
*******  more than once, the latest of each counts.
*******  PARM is '<hours>,<days>': how many hours a file may wait for
*******  its acknowledgement before it is OVERDUE (default 4) and how
*******  many days back the log is reconciled (default 7). A file
*******  older than the window drops off the report, so the window
*******  must be longer than an exception takes to resolve.
012256   Program-id. caesarak.
012257 Environment division.
012258   Input-output section.
012259     File-control.
*******      The transmission log CAESAREV appends to
012260       select xmit-file assign to "XMITLOG"
012261         organization is sequential
012262         file status is ws-xmit-status.
*******      The partner's acknowledgement file
012263       select ack-file assign to "ACKFILE"
012264         organization is sequential
012265         file status is ws-ack-status.
*******      The reconciliation report
012266       select rpt-file assign to "AKRPT"
012267         organization is sequential
012268         file status is ws-rpt-status.
*******      Common run-history trail every batch program appends
*******      to: a start record at parameter resolution, an end
*******      record at completion - see copybooks/runhist.cpy
012269       select hist-file assign to "RUNHIST"
012270         organization is sequential
012271         file status is ws-hist-status.
012272 Data division.
012273   File section.
012274   FD xmit-file.
012275     copy "xmitlog.cpy".
012276   FD ack-file.
012277     copy "ackrec.cpy".
012278   FD rpt-file.
012279     1 rpt-record pic x(132).
012280   FD hist-file.
012281     copy "runhist.cpy".
012282   Working-storage section.
*******    Windows off the PARM
012283     1 ws-parm-text pic x(80).
012284     1 ws-hours-text pic x(10) value space.
012285     1 ws-days-text pic x(10) value space.
012286     1 overdue-hours pic 9(4) value 4.
012287     1 lookback-days pic 9(3) value 7.
*******    Today, the hour now, and the oldest send date reconciled
012288     1 ws-today pic x(8).
012289     1 ws-now-hour pic 99.
012290     1 ws-today-int pic 9(8).
012291     1 ws-cutoff-int pic 9(8).
012292     1 ws-cutoff-date pic 9(8).
012293     1 ws-cutoff-text redefines ws-cutoff-date pic x(8).
*******    Hours since the file in hand was sent
012294     1 ws-send-int pic 9(8).
012295     1 ws-send-hour pic 99.
012296     1 elapsed-hours pic S9(6).
012297     1 ws-hours-edit pic zzzzz9.
012298     1 eof-switch pic x value "N".
012299     1 log-read pic 9(8) value 0.
012300     1 acks-read pic 9(8) value 0.
*******    Outcome counts for the summary and the return code
012301     1 files-acked pic 9(8) value 0.
012302     1 files-refused pic 9(8) value 0.
012303     1 files-mismatched pic 9(8) value 0.
012304     1 files-overdue pic 9(8) value 0.
012305     1 files-awaiting pic 9(8) value 0.
012306     1 acks-unknown pic 9(8) value 0.
014877     1 acks-settled pic 9(8) value 0.
012307     1 exceptions pic 9(8) value 0.
012308     1 ws-xmit-status pic xx.
012309     1 ws-ack-status pic xx.
012310     1 ws-rpt-status pic xx.
*******    Run-history scratch: which record is being written and
*******    the resolved-parameter summary it carries
012311     1 ws-hist-status pic xx.
012312     1 ws-hist-type pic x.
012313     1 ws-hist-parms pic x(40) value space.
*******    Files sent inside the window, each with the partner's
*******    latest answer once the acknowledgement file is read
012314     1 xmit-table.
012315       5 xmit-entry occurs 2000 times.
012316         10 xt-file-id pic x(16).
012317         10 xt-send-date pic x(8).
012318         10 xt-send-time pic x(8).
012319         10 xt-record-count pic 9(8).
012320         10 xt-checksum pic 9(12).
012321         10 xt-ack-status pic x(3).
012322         10 xt-ack-count pic 9(8).
012323         10 xt-ack-checksum pic 9(12).
012324         10 xt-ack-reason pic x(40).
012325     1 xmit-count pic 9(4) value 0.
012326     1 xmit-idx pic 9(4).
012327     1 xmit-found pic x.
012328     1 ws-find-file-id pic x(16).
*******    Acknowledgements for file IDs not sent inside the window,
*******    held for the second read of the log - an entry found
*******    there is settled, the rest go on the report's last section
012329     1 unknown-table.
012330       5 unknown-entry occurs 2000 times.
012331         10 uk-file-id pic x(16).
012332         10 uk-status pic x(3).
012333         10 uk-date pic x(8).
012334         10 uk-record-count pic 9(8).
012335         10 uk-checksum pic 9(12).
014878         10 uk-settled pic x.
012336     1 unknown-count pic 9(4) value 0.
012337     1 unknown-idx pic 9(4).
*******    Report line layouts
012338     1 hdr-line-1.
012339       5 filler pic x(30)
012340         value "CAESAR ACKNOWLEDGEMENT RECON  ".
012341       5 hdr-run-date pic x(8).
012342       5 filler pic x(16) value "  OVERDUE AFTER ".
012343       5 hdr-hours pic zzz9.
012344       5 filler pic x(15) value " HOURS  WINDOW ".
012345       5 hdr-days pic zz9.
012346       5 filler pic x(5) value " DAYS".
012347       5 filler pic x(51) value space.
012348     1 col-hdr-line.
012349       5 filler pic x(45)
012350         value "FILE ID           SENT     TIME     RECORDS  ".
012351       5 filler pic x(40)
012352         value "CHECKSUM      RESULT              DETAIL".
012353       5 filler pic x(47) value space.
012354     1 xmit-dtl-line.
012355       5 xdtl-file-id pic x(16).
012356       5 filler pic x(2) value space.
012357       5 xdtl-send-date pic x(8).
012358       5 filler pic x value space.
012359       5 xdtl-send-time pic x(6).
012360       5 filler pic x(2) value space.
012361       5 xdtl-record-count pic zzzzzzz9.
012362       5 filler pic x(2) value space.
012363       5 xdtl-checksum pic 9(12).
012364       5 filler pic x(2) value space.
012365       5 xdtl-result pic x(18).
012366       5 filler pic x(2) value space.
012367       5 xdtl-detail pic x(40).
012368       5 filler pic x(13) value space.
012369     1 none-sent-line.
012370       5 filler pic x(40)
012371         value "NO FILES SENT INSIDE THE WINDOW         ".
012372       5 filler pic x(92) value space.
012373     1 unknown-title-line.
012374       5 filler pic x(44)
012375         value "ACKNOWLEDGEMENTS FOR FILES NOT IN THE LOG   ".
012376       5 filler pic x(88) value space.
012377     1 unknown-col-line.
012378       5 filler pic x(47)
012379         value "FILE ID           ANSWER   DATE       RECORDS  ".
012380       5 filler pic x(8) value "CHECKSUM".
012381       5 filler pic x(77) value space.
012382     1 unknown-dtl-line.
012383       5 udtl-file-id pic x(16).
012384       5 filler pic x(2) value space.
012385       5 udtl-status pic x(3).
012386       5 filler pic x(6) value space.
012387       5 udtl-date pic x(8).
012388       5 filler pic x(2) value space.
012389       5 udtl-record-count pic zzzzzzz9.
012390       5 filler pic x(2) value space.
012391       5 udtl-checksum pic 9(12).
012392       5 filler pic x(73) value space.
012393     1 sum-line-1.
012394       5 filler pic x(14) value "FILES SENT    ".
012395       5 sum-sent pic zzzzzzz9.
012396       5 filler pic x(16) value "  ACKNOWLEDGED  ".
012397       5 sum-acked pic zzzzzzz9.
012398       5 filler pic x(12) value "  AWAITING  ".
012399       5 sum-awaiting pic zzzzzzz9.
012400       5 filler pic x(66) value space.
012401     1 sum-line-2.
012402       5 filler pic x(14) value "REFUSED       ".
012403       5 sum-refused pic zzzzzzz9.
012404       5 filler pic x(16) value "  MISMATCHED    ".
012405       5 sum-mismatched pic zzzzzzz9.
012406       5 filler pic x(12) value "  OVERDUE   ".
012407       5 sum-overdue pic zzzzzzz9.
012408       5 filler pic x(16) value "  UNKNOWN ACKS  ".
012409       5 sum-unknown pic zzzzzzz9.
012410       5 filler pic x(42) value space.
012411     1 sum-line-3.
012412       5 filler pic x(14) value "EXCEPTIONS    ".
012413       5 sum-exceptions pic zzzzzzz9.
014879       5 filler pic x(24) value "  ANSWERS TO OLDER FILES".
014880       5 filler pic x(2) value space.
014881       5 sum-settled pic zzzzzzz9.
014882       5 filler pic x(76) value space.
012415     1 blank-line pic x(132) value space.
012416   Linkage section.
*******    Standard IBM batch PARM area: a binary length halfword
*******    followed by the PARM text itself, e.g. '4,7'
012417     1 lk-parm.
012418       5 lk-parm-len pic S9(4) comp.
012419       5 lk-parm-text pic x(80).
012420 Procedure division using lk-parm.
012421   main-line.
012422     move function current-date(1:8) to ws-today
012423     move function current-date(9:2) to ws-now-hour
012424     move lk-parm-text to ws-parm-text
012425     unstring ws-parm-text delimited by ","
012426       into ws-hours-text ws-days-text
012427     if ws-hours-text not = space then
012428       if function test-numval(ws-hours-text) not = 0 then
012429         display "CAESARAK invalid overdue hours in PARM: "
012430           ws-hours-text
012431         move 16 to return-code
012432         goback
012433       end-if
012434       move function numval(ws-hours-text) to overdue-hours
012435     end-if
012436     if ws-days-text not = space then
012437       if function test-numval(ws-days-text) not = 0 then
012438         display "CAESARAK invalid window days in PARM: "
012439           ws-days-text
012440         move 16 to return-code
012441         goback
012442       end-if
012443       move function numval(ws-days-text) to lookback-days
012444     end-if
*******    The cutoff: files sent before today minus the window are
*******    taken as settled and left out
012445     compute ws-today-int =
012446       function integer-of-date(function numval(ws-today))
012447     compute ws-cutoff-int = ws-today-int - lookback-days
012448     compute ws-cutoff-date =
012449       function date-of-integer(ws-cutoff-int)
012450     display "CAESARAK parameters: overdue hours=" overdue-hours
012451       " window days=" lookback-days " from=" ws-cutoff-text
*******    The parameters are resolved - put the run's start record
*******    on the history trail before any data moves
012452     move space to ws-hist-parms
012453     string "HOURS=" overdue-hours " DAYS=" lookback-days
012454       delimited by size into ws-hist-parms
012455     move "S" to ws-hist-type
012456     perform write-run-history
012457     open input xmit-file
012458     if ws-xmit-status not = "00" then
012459       display "CAESARAK XMITLOG open failed status="
012460         ws-xmit-status
012461       move 16 to return-code
012462       goback
012463     end-if
012464     perform load-xmit-record until eof-switch = "Y"
012465     close xmit-file
*******    "35" means the partner has sent no acknowledgement file at
*******    all - every file sent is then unanswered
012466     move "N" to eof-switch
012467     open input ack-file
012468     if ws-ack-status = "35" then
012469       move "Y" to eof-switch
012470     else
012471       if ws-ack-status not = "00" then
012472         display "CAESARAK ACKFILE open failed status="
012473           ws-ack-status
012474         move 16 to return-code
012475         goback
012476       end-if
012477     end-if
012478     perform match-ack-record until eof-switch = "Y"
012479     if ws-ack-status not = "35" then
012480       close ack-file
012481     end-if
*******    Answers that matched nothing inside the window: read the
*******    whole log again for the files sent before it
014883     if unknown-count > 0 then
014884       move "N" to eof-switch
014885       open input xmit-file
014886       if ws-xmit-status not = "00" then
014887         display "CAESARAK XMITLOG reopen failed status="
014888           ws-xmit-status
014889         move 16 to return-code
014890         goback
014891       end-if
014892       perform settle-unknown-ack until eof-switch = "Y"
014893       close xmit-file
014894       perform count-unknown-ack
014895         varying unknown-idx from 1 by 1
014896         until unknown-idx > unknown-count
014897     end-if
012482     open output rpt-file
012483     if ws-rpt-status not = "00" then
012484       display "CAESARAK AKRPT open failed status="
012485         ws-rpt-status
012486       move 16 to return-code
012487       goback
012488     end-if
012489     move ws-today to hdr-run-date
012490     move overdue-hours to hdr-hours
012491     move lookback-days to hdr-days
012492     move hdr-line-1 to rpt-record
012493     perform write-rpt-line
012494     move blank-line to rpt-record
012495     perform write-rpt-line
012496     move col-hdr-line to rpt-record
012497     perform write-rpt-line
012498     if xmit-count = 0 then
012499       move none-sent-line to rpt-record
012500       perform write-rpt-line
012501     end-if
012502     perform varying xmit-idx from 1 by 1
012503       until xmit-idx > xmit-count
012504       perform report-one-file
012505     end-perform
012506     if acks-unknown > 0 then
012507       perform write-unknown-acks
012508     end-if
012509     perform write-totals
012510     close rpt-file
012511     display "CAESARAK sent=" xmit-count " acked=" files-acked
012512       " refused=" files-refused " mismatched=" files-mismatched
012513       " overdue=" files-overdue " awaiting=" files-awaiting
012514       " unknown=" acks-unknown " older=" acks-settled
012515     move 0 to return-code
012516     if exceptions > 0 then
012517       move 4 to return-code
012518     end-if
*******    The end record carries the final counters and return
*******    code; a run that dies earlier leaves its start record
*******    unmatched, which is the evidence audit wants
012519     move "E" to ws-hist-type
012520     perform write-run-history
012521     goback.
*******  One transmission log record: bank it if it was sent inside
*******  the window. A file ID logged again (CAESAREV rerun under the
*******  same ID) replaces the earlier send
012522   load-xmit-record.
012523     read xmit-file
012524       at end move "Y" to eof-switch
012525     end-read
012526     if eof-switch = "Y" then
012527       exit paragraph
012528     end-if
012529     add 1 to log-read
012530     if xmit-send-date < ws-cutoff-text then
012531       exit paragraph
012532     end-if
012533     move xmit-file-id to ws-find-file-id
012534     perform find-xmit-slot
012535     if xmit-found = "N" then
012536       if xmit-count = 2000 then
012537         display "CAESARAK more than 2000 files in the window - "
012538           "table full"
012539         move 16 to return-code
012540         goback
012541       end-if
012542       add 1 to xmit-count
012543       move xmit-count to xmit-idx
012544     end-if
012545     move xmit-file-id to xt-file-id(xmit-idx)
012546     move xmit-send-date to xt-send-date(xmit-idx)
012547     move xmit-send-time to xt-send-time(xmit-idx)
012548     move xmit-record-count to xt-record-count(xmit-idx)
012549     move xmit-checksum to xt-checksum(xmit-idx)
012550     move space to xt-ack-status(xmit-idx)
012551     move 0 to xt-ack-count(xmit-idx)
012552     move 0 to xt-ack-checksum(xmit-idx)
012553     move space to xt-ack-reason(xmit-idx).
*******  One partner answer: attach it to the file it answers, or
*******  hold it for the second read of the log when the window
*******  holds no such file. A later answer for the same file
*******  replaces an earlier one
012554   match-ack-record.
012555     read ack-file
012556       at end move "Y" to eof-switch
012557     end-read
012558     if eof-switch = "Y" then
012559       exit paragraph
012560     end-if
012561     add 1 to acks-read
012562     move ack-file-id to ws-find-file-id
012563     perform find-xmit-slot
012564     if xmit-found = "Y" then
012565       move ack-status to xt-ack-status(xmit-idx)
012566       move ack-record-count to xt-ack-count(xmit-idx)
012567       move ack-checksum to xt-ack-checksum(xmit-idx)
012568       move ack-reason to xt-ack-reason(xmit-idx)
012569       exit paragraph
012570     end-if
*******    An answer dated before the window is for a file already
*******    taken as settled, not an unknown one
012571     if ack-date < ws-cutoff-text then
012572       exit paragraph
012573     end-if
*******    Past the table an answer cannot be checked against the
*******    log, so it is counted as unknown rather than passed
012576     if unknown-count = 2000 then
012577       display "CAESARAK more than 2000 unmatched answers - "
012578         ack-file-id " counted unknown, not listed"
014898       add 1 to acks-unknown
014899       add 1 to exceptions
012579       exit paragraph
012580     end-if
012581     add 1 to unknown-count
012582     move ack-file-id to uk-file-id(unknown-count)
012583     move ack-status to uk-status(unknown-count)
012584     move ack-date to uk-date(unknown-count)
012585     move ack-record-count to uk-record-count(unknown-count)
012586     move ack-checksum to uk-checksum(unknown-count)
014900     move "N" to uk-settled(unknown-count).
*******  One log record on the second read: a file sent before the
*******  window settles every held answer that quotes its ID. Files
*******  inside the window were matched on the first pass already
014901   settle-unknown-ack.
014902     read xmit-file
014903       at end move "Y" to eof-switch
014904     end-read
014905     if eof-switch = "Y" then
014906       exit paragraph
014907     end-if
014908     if xmit-send-date not < ws-cutoff-text then
014909       exit paragraph
014910     end-if
014911     perform varying unknown-idx from 1 by 1
014912       until unknown-idx > unknown-count
014913       if uk-file-id(unknown-idx) = xmit-file-id then
014914         move "Y" to uk-settled(unknown-idx)
014915       end-if
014916     end-perform.
014917   count-unknown-ack.
014918     if uk-settled(unknown-idx) = "Y" then
014919       add 1 to acks-settled
014920     else
014921       add 1 to acks-unknown
014922       add 1 to exceptions
014923     end-if.
012587   find-xmit-slot.
012588     move "N" to xmit-found
012589     perform varying xmit-idx from 1 by 1
012590       until xmit-idx > xmit-count or xmit-found = "Y"
012591       if xt-file-id(xmit-idx) = ws-find-file-id then
012592         move "Y" to xmit-found
012593       end-if
012594     end-perform
012595     if xmit-found = "Y" then
012596       subtract 1 from xmit-idx
012597     end-if.
*******  Classify one file sent and write its report line
012598   report-one-file.
012599     move xt-file-id(xmit-idx) to xdtl-file-id
012600     move xt-send-date(xmit-idx) to xdtl-send-date
012601     move xt-send-time(xmit-idx)(1:6) to xdtl-send-time
012602     move xt-record-count(xmit-idx) to xdtl-record-count
012603     move xt-checksum(xmit-idx) to xdtl-checksum
012604     move space to xdtl-detail
012605     evaluate true
012606       when xt-ack-status(xmit-idx) = "NAK"
012607         move "REFUSED" to xdtl-result
012608         move xt-ack-reason(xmit-idx) to xdtl-detail
012609         add 1 to files-refused
012610         add 1 to exceptions
012611       when xt-ack-status(xmit-idx) = "ACK"
012612         perform check-ack-totals
012613       when other
012614         perform check-overdue
012615     end-evaluate
012616     move xmit-dtl-line to rpt-record
012617     perform write-rpt-line.
*******  An ACK only counts when the partner verified the count and
*******  checksum we sent
012618   check-ack-totals.
012619     if xt-ack-count(xmit-idx) = xt-record-count(xmit-idx)
012620       and xt-ack-checksum(xmit-idx) = xt-checksum(xmit-idx)
012621       then
012622       move "ACKNOWLEDGED" to xdtl-result
012623       add 1 to files-acked
012624       exit paragraph
012625     end-if
012626     if xt-ack-count(xmit-idx) not = xt-record-count(xmit-idx)
012627       then
012628       move "COUNT MISMATCH" to xdtl-result
012629     else
012630       move "CHECKSUM MISMATCH" to xdtl-result
012631     end-if
012632     string "THEIR COUNT " xt-ack-count(xmit-idx)
012633       " CKSUM " xt-ack-checksum(xmit-idx)
012634       delimited by size into xdtl-detail
012635     add 1 to files-mismatched
012636     add 1 to exceptions.
*******  No answer yet: overdue once the file has waited longer than
*******  the overdue window, counted in whole hours
012637   check-overdue.
012638     compute ws-send-int = function integer-of-date(
012639       function numval(xt-send-date(xmit-idx)))
012640     move xt-send-time(xmit-idx)(1:2) to ws-send-hour
012641     compute elapsed-hours =
012642       (ws-today-int - ws-send-int) * 24
012643       + ws-now-hour - ws-send-hour
012644     if elapsed-hours < 0 then
012645       move 0 to elapsed-hours
012646     end-if
012647     move elapsed-hours to ws-hours-edit
012648     if elapsed-hours > overdue-hours then
012649       move "OVERDUE" to xdtl-result
012650       string "NO ANSWER AFTER " ws-hours-edit " HOURS"
012651         delimited by size into xdtl-detail
012652       add 1 to files-overdue
012653       add 1 to exceptions
012654     else
012655       move "AWAITING" to xdtl-result
012656       string "SENT " ws-hours-edit " HOURS AGO"
012657         delimited by size into xdtl-detail
012658       add 1 to files-awaiting
012659     end-if.
012660   write-unknown-acks.
012661     move blank-line to rpt-record
012662     perform write-rpt-line
012663     move unknown-title-line to rpt-record
012664     perform write-rpt-line
012665     move unknown-col-line to rpt-record
012666     perform write-rpt-line
012667     perform varying unknown-idx from 1 by 1
012668       until unknown-idx > unknown-count
014924       if uk-settled(unknown-idx) = "N" then
012669         move uk-file-id(unknown-idx) to udtl-file-id
012670         move uk-status(unknown-idx) to udtl-status
012671         move uk-date(unknown-idx) to udtl-date
012672         move uk-record-count(unknown-idx) to udtl-record-count
012673         move uk-checksum(unknown-idx) to udtl-checksum
012674         move unknown-dtl-line to rpt-record
012675         perform write-rpt-line
014925       end-if
012676     end-perform.
012677   write-totals.
012678     move blank-line to rpt-record
012679     perform write-rpt-line
012680     move xmit-count to sum-sent
012681     move files-acked to sum-acked
012682     move files-awaiting to sum-awaiting
012683     move sum-line-1 to rpt-record
012684     perform write-rpt-line
012685     move files-refused to sum-refused
012686     move files-mismatched to sum-mismatched
012687     move files-overdue to sum-overdue
012688     move acks-unknown to sum-unknown
012689     move sum-line-2 to rpt-record
012690     perform write-rpt-line
012691     move exceptions to sum-exceptions
014926     move acks-settled to sum-settled
012692     move sum-line-3 to rpt-record
012693     perform write-rpt-line.
012694   write-rpt-line.
012695     write rpt-record
012696     if ws-rpt-status not = "00" then
012697       display "CAESARAK write to AKRPT failed status="
012698         ws-rpt-status
012699       move 16 to return-code
012700       goback
012701     end-if.
*******  Append one record to the RUNHIST trail. Status "35" means
*******  RUNHIST does not exist yet - create it on first use
012702   write-run-history.
012703     open extend hist-file
012704     if ws-hist-status = "35" then
012705       open output hist-file
012706     end-if
012707     if ws-hist-status not = "00" then
012708       display "CAESARAK RUNHIST open failed status="
012709         ws-hist-status
012710       move 16 to return-code
012711       goback
012712     end-if
012713     move "CAESARAK" to rh-program
012714     move ws-today to rh-run-date
012715     move function current-date(9:8) to rh-run-time
012716     move ws-hist-type to rh-rec-type
012717     move ws-hist-parms to rh-parm-summary
012718     move log-read to rh-records-read
012719     move acks-read to rh-records-written
012720     move exceptions to rh-records-rejected
012721     move return-code to rh-return-code
012722     write run-hist-record
012723     if ws-hist-status not = "00" then
012724       display "CAESARAK write to RUNHIST failed status="
012725         ws-hist-status
012726       move 16 to return-code
012727       goback
012728     end-if
012729     close hist-file.
012730 End program caesarak.
