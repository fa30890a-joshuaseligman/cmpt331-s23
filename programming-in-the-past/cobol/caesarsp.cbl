*******  SPMNFST gets the distribution manifest: one line per batch
*******  (batch ID, department, record count, which file it went to)
*******  and a per-file summary for the distribution desk.
*******  Start and end records go to the RUNHIST trail, the end
*******  record carrying records read, routed, and orphaned for the
*******  CAESARBL end-of-day balancing.
007201   Program-id. caesarsp.
007202 Environment division.
007203   Input-output section.
007235       select rpt-file assign to "SPMNFST"
007236         organization is sequential
007237         file status is ws-rpt-status.
*******      Common run-history trail every batch program appends
*******      to: a start record at open, an end record at
*******      completion - see copybooks/runhist.cpy
008800       select hist-file assign to "RUNHIST"
008801         organization is sequential
008802         file status is ws-hist-status.
007238 Data division.
007239   File section.
007240   FD msg-in-file.
007252      msg-batch-trl by msg-in-batch-trl
007253      msg-trl-record-count by msg-in-trl-record-count
007254      msg-id by msg-in-id
007255      msg-proc-date by msg-in-proc-date
009828      msg-key-id by msg-in-key-id
009829      msg-dept by msg-in-dept.
*******  The sender's records ship through verbatim, so the split
*******  sides only need the raw 297 bytes
007256   FD split1-file.
007257     1 split1-record pic x(297).
007258   FD split2-file.
007259     1 split2-record pic x(297).
007260   FD split3-file.
007261     1 split3-record pic x(297).
007262   FD split4-file.
007263     1 split4-record pic x(297).
007264   FD split5-file.
007265     1 split5-record pic x(297).
007266   FD split6-file.
007267     1 split6-record pic x(297).
007268   FD split7-file.
007269     1 split7-record pic x(297).
007270   FD split8-file.
007271     1 split8-record pic x(297).
007272   FD orphan-file.
007273     1 orphan-record pic x(297).
007274   FD rpt-file.
007275     1 rpt-record pic x(132).
008803   FD hist-file.
008804     copy "runhist.cpy".
007276   Working-storage section.
007277     1 eof-switch pic x value "N".
007278     1 records-read pic 9(8) value 0.
007581     1 ws-split8-status pic xx.
007298     1 ws-orphan-status pic xx.
007299     1 ws-rpt-status pic xx.
*******    Run-history scratch: which record is being written
008805     1 ws-hist-status pic xx.
008806     1 ws-hist-type pic x.
*******    Manifest line layouts
007300     1 hdr-line-1.
007301       5 filler pic x(30)
007332     1 blank-line pic x(132) value space.
007333 Procedure division.
007334   main-line.
*******    Put the run's start record on the history trail before
*******    any data moves
008807     move "S" to ws-hist-type
008808     perform write-run-history
007335     open input msg-in-file
007336     if ws-msg-in-status not = "00" then
007337       display "CAESARSP MSGOUT open failed status="
007391     else
007392       move 0 to return-code
007393     end-if
*******    The end record carries the final counters and return
*******    code the end-of-day balancing proves against MSGOUT
008809     move "E" to ws-hist-type
008810     perform write-run-history
007394     goback.
007395   split-one-record.
007396     read msg-in-file
007570       move 16 to return-code
007571       goback
007572     end-if.
*******  One record onto the common run-history trail. "35" means
*******  RUNHIST does not exist yet. Open and close around every
*******  write, so the start record survives an abend. Records
*******  routed to SPLIT1-8 count as written, SPORPHAN records on
*******  the rejected side
008811   write-run-history.
008812     open extend hist-file
008813     if ws-hist-status = "35" then
008814       open output hist-file
008815     end-if
008816     if ws-hist-status not = "00" then
008817       display "CAESARSP RUNHIST open failed status="
008818         ws-hist-status
008819       move 16 to return-code
008820       goback
008821     end-if
008822     move "CAESARSP" to rh-program
008823     move function current-date(1:8) to rh-run-date
008824     move function current-date(9:8) to rh-run-time
008825     move ws-hist-type to rh-rec-type
008826     move "SPLIT" to rh-parm-summary
008827     move records-read to rh-records-read
008828     move records-routed to rh-records-written
008829     move records-orphaned to rh-records-rejected
008830     move return-code to rh-return-code
008831     write run-hist-record
008832     if ws-hist-status not = "00" then
008833       display "CAESARSP write to RUNHIST failed status="
008834         ws-hist-status
008835       move 16 to return-code
008836       goback
008837     end-if
008838     close hist-file.
007573 End program caesarsp.
