009000 Identification division.
*******  Retention run for the keyed message store. CAESARLD now adds
*******  each night's messages to the live MSGSTORE, so the store
*******  grows without bound; messages whose processing date is more
*******  than the retention window before today are moved out of the
*******  live store into the archive store MSGARCH (the same KSDS
*******  layout, keyed on the message ID) and deleted from the live
*******  one. Nothing is dropped: the store is the record of what we
*******  sent, and CAESARXT and CAESARRQ look in the archive when a
*******  request reaches back past the live store.
*******  A message whose ID is already in the archive is left in the
*******  live store and reported rather than overwritten - the same
*******  duplicate-ID rule CAESARLD applies - and ends the step with
*******  RC=4. ARRPT lists every message moved, with the counts and
*******  processing date ranges on each side, the same shape as the
*******  CAESARHK housekeeping report.
*******  A failed read of MSGSTORE, write to MSGARCH or delete from
*******  MSGSTORE stops the walk where it is; the files are closed,
*******  the report and the RUNHIST end record are still written, and
*******  the step ends with RC=16. Every message moved before then is
*******  complete, so the rerun carries on from there.
*******  PARM is '<retentionDays>' - messages processed more than
*******  retentionDays before today are archived.
009001   Program-id. caesarar.
009002 Environment division.
009003   Input-output section.
009004     File-control.
*******      The live keyed message store, read in key order and
*******      trimmed in place
009005       select store-file assign to "MSGSTORE"
009006         organization is indexed
009007         access is dynamic
009008         record key is store-id
009009         file status is ws-store-status.
*******      The archive tier of the message store
009010       select arch-file assign to "MSGARCH"
009011         organization is indexed
009012         access is random
009013         record key is arch-id
009014         file status is ws-arch-status.
*******      The archive report
009015       select rpt-file assign to "ARRPT"
009016         organization is sequential
009017         file status is ws-rpt-status.
*******      Common run-history trail every batch program appends
*******      to: a start record at parameter resolution, an end
*******      record at completion - see copybooks/runhist.cpy
009018       select hist-file assign to "RUNHIST"
009019         organization is sequential
009020         file status is ws-hist-status.
009021 Data division.
009022   File section.
009023   FD store-file.
009024     copy "msgrec.cpy" replacing msg-record by store-record
009025      msg-length by store-length msg-text by store-text
009026      msg-rec-type by store-rec-type
009027      msg-batch-header by store-batch-header
009028      msg-batch-trailer by store-batch-trailer
009029      msg-batch-hdr by store-batch-hdr
009030      msg-hdr-batch-id by store-hdr-batch-id
009031      msg-hdr-dept by store-hdr-dept
009032      msg-hdr-key-ref by store-hdr-key-ref
009033      msg-hdr-mode by store-hdr-mode
009034      msg-hdr-cipher-mode by store-hdr-cipher-mode
009035      msg-batch-trl by store-batch-trl
009036      msg-trl-record-count by store-trl-record-count
009037      msg-id by store-id
009038      msg-proc-date by store-proc-date
009800      msg-key-id by store-key-id
009801      msg-dept by store-dept.
009039   FD arch-file.
009040     copy "msgrec.cpy" replacing msg-record by arch-record
009041      msg-length by arch-length msg-text by arch-text
009042      msg-rec-type by arch-rec-type
009043      msg-batch-header by arch-batch-header
009044      msg-batch-trailer by arch-batch-trailer
009045      msg-batch-hdr by arch-batch-hdr
009046      msg-hdr-batch-id by arch-hdr-batch-id
009047      msg-hdr-dept by arch-hdr-dept
009048      msg-hdr-key-ref by arch-hdr-key-ref
009049      msg-hdr-mode by arch-hdr-mode
009050      msg-hdr-cipher-mode by arch-hdr-cipher-mode
009051      msg-batch-trl by arch-batch-trl
009052      msg-trl-record-count by arch-trl-record-count
009053      msg-id by arch-id
009054      msg-proc-date by arch-proc-date
009802      msg-key-id by arch-key-id
009803      msg-dept by arch-dept.
009055   FD rpt-file.
009056     1 rpt-record pic x(132).
009057   FD hist-file.
009058     copy "runhist.cpy".
009059   Working-storage section.
*******    Retention days off the PARM and the cutoff date computed
*******    from them - messages processed before the cutoff move
009060     1 retention-days pic 9(4).
009061     1 ws-cutoff-date pic 9(8).
009062     1 ws-cutoff-text redefines ws-cutoff-date pic x(8).
009063     1 ws-cutoff-int pic 9(8).
009064     1 ws-parm-text pic x(80).
009065     1 ws-days-text pic x(8) value space.
009066     1 ws-today pic x(8).
009067     1 eof-switch pic x value "N".
015063     1 walk-failed pic x value "N".
009068     1 records-read pic 9(8) value 0.
009069     1 records-archived pic 9(8) value 0.
009070     1 records-kept pic 9(8) value 0.
009071     1 records-collided pic 9(8) value 0.
*******    Processing date ranges actually seen on each side
009072     1 arch-low-date pic x(8) value space.
009073     1 arch-high-date pic x(8) value space.
009074     1 kept-low-date pic x(8) value space.
009075     1 kept-high-date pic x(8) value space.
009076     1 ws-store-status pic xx.
009077     1 ws-arch-status pic xx.
009078     1 ws-rpt-status pic xx.
*******    Run-history scratch: which record is being written and
*******    the parameter summary it carries
009079     1 ws-hist-status pic xx.
009080     1 ws-hist-type pic x.
009081     1 ws-hist-parms pic x(40) value space.
*******    Report line layouts
009082     1 hdr-line-1.
009083       5 filler pic x(30)
009084         value "CAESAR MESSAGE STORE ARCHIVE  ".
009085       5 hdr-run-date pic x(8).
009086       5 filler pic x(17) value "  CUTOFF (BEFORE)".
009087       5 filler pic x value space.
009088       5 hdr-cutoff pic 9(8).
009089       5 filler pic x(68) value space.
009090     1 col-hdr-line.
009091       5 filler pic x(35)
009092         value "MESSAGE ID       PROC DATE  LENGTH ".
009093       5 filler pic x(4) value "NOTE".
009094       5 filler pic x(93) value space.
009095     1 msg-dtl-line.
009096       5 mdtl-id pic x(16).
009097       5 filler pic x value space.
009098       5 mdtl-proc-date pic x(8).
009099       5 filler pic x(3) value space.
009100       5 mdtl-length pic z(5)9.
009101       5 filler pic x value space.
009102       5 mdtl-note pic x(32).
009103       5 filler pic x(65) value space.
009104     1 arch-line.
009105       5 filler pic x(9) value "ARCHIVED ".
009106       5 arch-count-disp pic z(7)9.
009107       5 filler pic x(7) value "  FROM ".
009108       5 arch-low-disp pic x(8).
009109       5 filler pic x(5) value "  TO ".
009110       5 arch-high-disp pic x(8).
009111       5 filler pic x(87) value space.
009112     1 kept-line.
009113       5 filler pic x(9) value "RETAINED ".
009114       5 kept-count-disp pic z(7)9.
009115       5 filler pic x(7) value "  FROM ".
009116       5 kept-low-disp pic x(8).
009117       5 filler pic x(5) value "  TO ".
009118       5 kept-high-disp pic x(8).
009119       5 filler pic x(87) value space.
009120     1 none-arch-line.
009121       5 filler pic x(17) value "ARCHIVED        0".
009122       5 filler pic x(20) value "  (NONE PAST CUTOFF)".
009123       5 filler pic x(95) value space.
009124     1 collide-line.
009125       5 filler pic x(9) value "COLLIDED ".
009126       5 collide-count-disp pic z(7)9.
009127       5 filler pic x(36)
009128         value "  (ID ALREADY ARCHIVED - LEFT LIVE) ".
009129       5 filler pic x(79) value space.
015064     1 stopped-line.
015065       5 filler pic x(40)
015066         value "WALK STOPPED ON A FAILURE - SEE JOB LOG ".
015067       5 filler pic x(92) value space.
009130     1 blank-line pic x(132) value space.
009131   Linkage section.
*******    Standard IBM batch PARM area: a binary length halfword
*******    followed by the PARM text itself, e.g. '180'
009132     1 lk-parm.
009133       5 lk-parm-len pic S9(4) comp.
009134       5 lk-parm-text pic x(80).
009135 Procedure division using lk-parm.
009136   main-line.
009137     move function current-date(1:8) to ws-today
009138     move lk-parm-text to ws-parm-text
009139     unstring ws-parm-text delimited by ","
009140       into ws-days-text
009141     move function numval(ws-days-text) to retention-days
009142     if retention-days = 0 then
009143       display "CAESARAR missing retention days in PARM"
009144       move 16 to return-code
009145       goback
009146     end-if
*******    The cutoff: anything processed before today minus the
*******    retention window moves to the archive
009147     compute ws-cutoff-int =
009148       function integer-of-date(function numval(ws-today))
009149       - retention-days
009150     compute ws-cutoff-date =
009151       function date-of-integer(ws-cutoff-int)
*******    The parameters are resolved - put the run's start record
*******    on the history trail before any data moves
009152     move space to ws-hist-parms
009153     string "RETAIN=" ws-days-text
009154       delimited by size into ws-hist-parms
009155     move "S" to ws-hist-type
009156     perform write-run-history
009157     open i-o store-file
009158     if ws-store-status not = "00" then
009159       display "CAESARAR MSGSTORE open failed status="
009160         ws-store-status
009161       move 16 to return-code
009162       goback
009163     end-if
*******    "35" means the archive has never been loaded - the first
*******    retention run creates its contents
009164     open i-o arch-file
009165     if ws-arch-status = "35" then
009166       open output arch-file
009167     end-if
009168     if ws-arch-status not = "00" then
009169       display "CAESARAR MSGARCH open failed status="
009170         ws-arch-status
009171       move 16 to return-code
009172       goback
009173     end-if
009174     open output rpt-file
009175     if ws-rpt-status not = "00" then
009176       display "CAESARAR ARRPT open failed status="
009177         ws-rpt-status
009178       move 16 to return-code
009179       goback
009180     end-if
009181     move ws-today to hdr-run-date
009182     move ws-cutoff-date to hdr-cutoff
009183     move hdr-line-1 to rpt-record
009184     perform write-rpt-line
009185     move blank-line to rpt-record
009186     perform write-rpt-line
009187     move col-hdr-line to rpt-record
009188     perform write-rpt-line
009189     move low-values to store-id
009190     start store-file key not < store-id
009191       invalid key
009192         move "Y" to eof-switch
009193     end-start
009194     perform age-one-message
015068       until eof-switch = "Y" or walk-failed = "Y"
009195     close store-file
009196     close arch-file
009197     perform write-summary
009198     close rpt-file
009199     display "CAESARAR read=" records-read
009200      " archived=" records-archived " kept=" records-kept
009201      " collided=" records-collided
009202     if records-collided > 0 then
009203       move 4 to return-code
009204     else
009205       move 0 to return-code
009206     end-if
015069     if walk-failed = "Y" then
015070       move 16 to return-code
015071     end-if
*******    The end record carries the final counters and return
*******    code; a run that dies earlier leaves its start record
*******    unmatched, which is the evidence audit wants
009207     move "E" to ws-hist-type
009208     perform write-run-history
009209     goback.
*******  One live message: past the cutoff it is copied to the
*******  archive and only then deleted from the live store, so a
*******  failure between the two leaves it in both tiers, never in
*******  neither
009210   age-one-message.
009211     read store-file next
009212       at end move "Y" to eof-switch
009213     end-read
009214     if eof-switch = "Y" then
009215       exit paragraph
009216     end-if
*******    Anything but a clean read leaves the position in doubt -
*******    stop the walk there rather than act on a stale record
015072     if ws-store-status not = "00" then
015073       display "CAESARAR read of MSGSTORE failed status="
015074         ws-store-status
015075       move "Y" to walk-failed
015076       exit paragraph
015077     end-if
009217     add 1 to records-read
009218     if store-proc-date = space
009219       or store-proc-date not < ws-cutoff-text then
009220       perform keep-message
009221       exit paragraph
009222     end-if
009223     move store-record to arch-record
009224     write arch-record
009225       invalid key
009226         display "CAESARAR message ID " store-id
009227           " already in MSGARCH - left in MSGSTORE"
009228         add 1 to records-collided
009229         move "ALREADY ARCHIVED - LEFT LIVE" to mdtl-note
009230         perform write-message-line
009231         perform keep-message
009232         exit paragraph
009233     end-write
009234     if ws-arch-status not = "00" then
009235       display "CAESARAR write to MSGARCH failed status="
009236         ws-arch-status
015078       move "NOT ARCHIVED - WRITE FAILED" to mdtl-note
015079       perform write-message-line
015080       perform keep-message
015081       move "Y" to walk-failed
015082       exit paragraph
009239     end-if
*******    Tested on the status, not INVALID KEY alone, so an I/O or
*******    logic error cannot pass for a completed move. The message
*******    is then in both tiers - still live, and reported so
009240     delete store-file record
015083     if ws-store-status not = "00" then
009242       display "CAESARAR delete from MSGSTORE failed "
009243         "status=" ws-store-status " ID " store-id
015084       move "IN BOTH TIERS - DELETE FAILED" to mdtl-note
015085       perform write-message-line
015086       perform keep-message
015087       move "Y" to walk-failed
015088       exit paragraph
015089     end-if
009247     add 1 to records-archived
009248     move space to mdtl-note
009249     perform write-message-line
009250     if arch-low-date = space
009251       or store-proc-date < arch-low-date then
009252       move store-proc-date to arch-low-date
009253     end-if
009254     if store-proc-date > arch-high-date then
009255       move store-proc-date to arch-high-date
009256     end-if.
009257   keep-message.
009258     add 1 to records-kept
009259     if store-proc-date not = space then
009260       if kept-low-date = space
009261         or store-proc-date < kept-low-date then
009262         move store-proc-date to kept-low-date
009263       end-if
009264       if store-proc-date > kept-high-date then
009265         move store-proc-date to kept-high-date
009266       end-if
009267     end-if.
009268   write-message-line.
009269     move store-id to mdtl-id
009270     move store-proc-date to mdtl-proc-date
009271     move store-length to mdtl-length
009272     move msg-dtl-line to rpt-record
009273     perform write-rpt-line.
009274   write-summary.
009275     move blank-line to rpt-record
009276     perform write-rpt-line
009277     if records-archived = 0 then
009278       move none-arch-line to rpt-record
009279     else
009280       move records-archived to arch-count-disp
009281       move arch-low-date to arch-low-disp
009282       move arch-high-date to arch-high-disp
009283       move arch-line to rpt-record
009284     end-if
009285     perform write-rpt-line
009286     move records-kept to kept-count-disp
009287     move kept-low-date to kept-low-disp
009288     move kept-high-date to kept-high-disp
009289     move kept-line to rpt-record
009290     perform write-rpt-line
009291     if records-collided > 0 then
009292       move records-collided to collide-count-disp
009293       move collide-line to rpt-record
009294       perform write-rpt-line
015090     end-if
015091     if walk-failed = "Y" then
015092       move stopped-line to rpt-record
015093       perform write-rpt-line
015094     end-if.
009296   write-rpt-line.
009297     write rpt-record
009298     if ws-rpt-status not = "00" then
009299       display "CAESARAR write to ARRPT failed status="
009300         ws-rpt-status
009301       move 16 to return-code
009302       goback
009303     end-if.
*******  One record onto the common run-history trail. "35" means
*******  RUNHIST does not exist yet. Open and close around every
*******  write, so the start record survives an abend. Messages left
*******  live because the archive already held their ID count on
*******  the rejected side
009304   write-run-history.
009305     open extend hist-file
009306     if ws-hist-status = "35" then
009307       open output hist-file
009308     end-if
009309     if ws-hist-status not = "00" then
009310       display "CAESARAR RUNHIST open failed status="
009311         ws-hist-status
009312       move 16 to return-code
009313       goback
009314     end-if
009315     move "CAESARAR" to rh-program
009316     move ws-today to rh-run-date
009317     move function current-date(9:8) to rh-run-time
009318     move ws-hist-type to rh-rec-type
009319     move ws-hist-parms to rh-parm-summary
009320     move records-read to rh-records-read
009321     move records-archived to rh-records-written
009322     move records-collided to rh-records-rejected
009323     move return-code to rh-return-code
009324     write run-hist-record
009325     if ws-hist-status not = "00" then
009326       display "CAESARAR write to RUNHIST failed status="
009327         ws-hist-status
009328       move 16 to return-code
009329       goback
009330     end-if
009331     close hist-file.
009332 End program caesarar.
