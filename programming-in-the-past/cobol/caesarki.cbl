009874 Identification division.
*******  Compromised-key impact run. Every ciphered message carries
*******  the ID of the key that enciphered it (msg-key-id, stamped
*******  by CAESARB and restamped by CAESARRK), so when a key is
*******  compromised this program can say exactly which stored
*******  messages were exposed: it walks the archive tier MSGARCH
*******  (when there is one) and then the live MSGSTORE, and lists
*******  every message still stamped with the compromised key, with
*******  totals by department and by processing date on KIRPT.
*******  Messages with no department are totalled under the '****'
*******  UNATTRIBUTED bucket, as CAESARCB does.
*******  With REKEY the same pass re-keys just those messages in
*******  place: decrypted under the compromised key and re-encrypted
*******  under the successor back to back in storage (the CAESARRK
*******  rule - no plaintext ever reaches DASD), rewritten in the
*******  tier it sits in with the successor's ID in its key stamp.
*******  The compromised key is looked up in KEYFILE whatever its
*******  status or dates - it has usually just been retired - but
*******  the successor must be active and effective today, as
*******  CAESARB requires. A message either cipher function refuses
*******  is left as it was and noted on the report. Both keys go on
*******  the key-usage trail when anything was re-keyed.
*******  RC=4 when messages are still exposed at the end of the run
*******  (any found on an impact-only run, any refused on a re-key
*******  run), so the job stream can act on it.
*******  The date table holds ten years of processing days and the
*******  department table 100 departments; anything past either is
*******  totalled on an OTHER line with a warning and RC=4, never a
*******  stop - the run totals stay exact either way.
*******  Once a re-key has started rewriting, no failure ends the run
*******  on the spot: a failed read, rewrite or report write stops
*******  the scan there, and the run still writes both keys to
*******  KEYUSAGE (for the messages already moved) and its RUNHIST
*******  end record, with RC=16. Rerunning the same REKEY PARM picks
*******  up the rest, since a re-keyed message no longer carries the
*******  compromised key.
*******  PARM is '<keyId>' for the impact report alone, or
*******  '<keyId>,REKEY,<successorKeyId>' to re-key as well.
009875   Program-id. caesarki.
009876 Environment division.
009877   Configuration section.
009878     Repository.
009879       Function encryptV
009880       function decryptV
009881       function encryptVigV
009882       function decryptVigV.
009883   Input-output section.
009884     File-control.
*******      The live keyed message store, read in key order and,
*******      on a re-key run, rewritten in place
009885       select store-file assign to "MSGSTORE"
009886         organization is indexed
009887         access is dynamic
009888         record key is store-id
009889         file status is ws-store-status.
*******      The archive tier of the message store, when CAESARAR
*******      has built one
009890       select arch-file assign to "MSGARCH"
009891         organization is indexed
009892         access is dynamic
009893         record key is arch-id
009894         file status is ws-arch-status.
*******      Key-reference dataset maintained by CAESARKY
009895       select key-file assign to "KEYFILE"
009896         organization is sequential
009897         file status is ws-key-file-status.
*******      Key-usage trail read by the CAESARKF forecast
009898       select usage-file assign to "KEYUSAGE"
009899         organization is sequential
009900         file status is ws-usage-status.
*******      The impact report
009901       select rpt-file assign to "KIRPT"
009902         organization is sequential
009903         file status is ws-rpt-status.
*******      Common run-history trail every batch program appends
*******      to: a start record at parameter resolution, an end
*******      record at completion - see copybooks/runhist.cpy
009904       select hist-file assign to "RUNHIST"
009905         organization is sequential
009906         file status is ws-hist-status.
009907 Data division.
009908   File section.
009909   FD store-file.
009910     copy "msgrec.cpy" replacing msg-record by store-record
009911      msg-length by store-length msg-text by store-text
009912      msg-rec-type by store-rec-type
009913      msg-batch-header by store-batch-header
009914      msg-batch-trailer by store-batch-trailer
009915      msg-batch-hdr by store-batch-hdr
009916      msg-hdr-batch-id by store-hdr-batch-id
009917      msg-hdr-dept by store-hdr-dept
009918      msg-hdr-key-ref by store-hdr-key-ref
009919      msg-hdr-mode by store-hdr-mode
009920      msg-hdr-cipher-mode by store-hdr-cipher-mode
009921      msg-batch-trl by store-batch-trl
009922      msg-trl-record-count by store-trl-record-count
009923      msg-id by store-id
009924      msg-proc-date by store-proc-date
009925      msg-key-id by store-key-id
009926      msg-dept by store-dept.
009927   FD arch-file.
009928     copy "msgrec.cpy" replacing msg-record by arch-record
009929      msg-length by arch-length msg-text by arch-text
009930      msg-rec-type by arch-rec-type
009931      msg-batch-header by arch-batch-header
009932      msg-batch-trailer by arch-batch-trailer
009933      msg-batch-hdr by arch-batch-hdr
009934      msg-hdr-batch-id by arch-hdr-batch-id
009935      msg-hdr-dept by arch-hdr-dept
009936      msg-hdr-key-ref by arch-hdr-key-ref
009937      msg-hdr-mode by arch-hdr-mode
009938      msg-hdr-cipher-mode by arch-hdr-cipher-mode
009939      msg-batch-trl by arch-batch-trl
009940      msg-trl-record-count by arch-trl-record-count
009941      msg-id by arch-id
009942      msg-proc-date by arch-proc-date
009943      msg-key-id by arch-key-id
009944      msg-dept by arch-dept.
009945   FD key-file.
009946     copy "keyrec.cpy".
009947   FD usage-file.
009948     copy "keyusage.cpy".
009949   FD rpt-file.
009950     1 rpt-record pic x(132).
009951   FD hist-file.
009952     copy "runhist.cpy".
009953   Working-storage section.
*******    PARM fields: the compromised key, the action, and the
*******    successor key a re-key moves the messages to
009954     1 ws-parm-text pic x(80).
009955     1 ws-bad-key-id pic x(8) value space.
009956     1 ws-action-text pic x(8) value space.
009957     1 ws-succ-key-id pic x(8) value space.
009958     1 rekey-switch pic x value "N".
009959     1 ws-today pic x(8).
*******    What KEYFILE says about each key: the compromised key's
*******    status as found (any status - it is reported, not
*******    enforced) and the cipher each side resolves to
009960     1 ws-key-id pic x(8).
009961     1 key-found-switch pic x value "N".
009962     1 key-eof-switch pic x value "N".
009963     1 key-any-status-switch pic x value "N".
009964     1 ws-key-status-text pic x(11) value space.
009965     1 bad-shift pic S999 value 0.
009966     1 bad-cipher-mode pic x value "L".
009967     1 bad-keyword pic x(20) value space.
009968     1 succ-shift pic S999 value 0.
009969     1 succ-cipher-mode pic x value "L".
009970     1 succ-keyword pic x(20) value space.
009971     1 ws-key-found-shift pic S999.
009972     1 ws-key-found-cipher-mode pic x.
009973     1 ws-key-found-keyword pic x(20).
009974     1 ws-key-found-status pic x.
*******    The message in hand, whichever tier it came from, and
*******    the text as re-keyed - the decrypted text lives only in
*******    ws-plain-text, in storage, between the two calls
009975     1 wk-tier pic x(7).
009976     1 wk-id pic x(16).
009977     1 wk-proc-date pic x(8).
009978     1 wk-dept pic x(4).
009979     1 wk-length pic 9(4).
009980     1 wk-text pic x(256).
009981     1 ws-plain-text pic x(256).
009982     1 ws-new-text pic x(256).
009983     1 ws-dec-status pic 9(2).
009984     1 ws-enc-status pic 9(2).
009985     1 rekey-ok-switch pic x value "N".
009986     1 eof-switch pic x value "N".
009987     1 arch-available pic x value "Y".
009988     1 records-read pic 9(8) value 0.
009989     1 messages-found pic 9(8) value 0.
009990     1 messages-rekeyed pic 9(8) value 0.
009991     1 messages-refused pic 9(8) value 0.
009992     1 found-live pic 9(8) value 0.
009993     1 found-archive pic 9(8) value 0.
*******    Set when a failure stops the scan part way; the run then
*******    closes out normally and ends RC=16
014787     1 scan-failed pic x value "N".
014788     1 rpt-failed pic x value "N".
014789     1 usage-failed pic x value "N".
*******    One slot per department met under the key, plus the
*******    '****' UNATTRIBUTED bucket, in order of first appearance.
*******    Departments past the table go on the OTHER line
009994     1 dept-table.
009995       5 dept-entry occurs 100 times.
009996         10 dept-code pic x(4).
009997         10 dept-messages pic 9(8).
009998         10 dept-bytes pic 9(12).
009999     1 dept-count pic 9(3) value 0.
010000     1 dept-idx pic 9(3).
010001     1 dept-found pic x.
014790     1 dept-other-messages pic 9(8) value 0.
014791     1 dept-other-bytes pic 9(12) value 0.
010002     1 ws-find-dept pic x(4).
*******    One slot per processing date met under the key - ten
*******    years of daily runs. The archive is walked first and each
*******    tier in key order, so the dates arrive oldest first and
*******    the newest slot is tried before the table is searched.
*******    Dates past the table go on the OTHER line
010003     1 date-table.
010004       5 date-entry occurs 3660 times.
010005         10 date-value pic x(8).
010006         10 date-messages pic 9(8).
010007         10 date-bytes pic 9(12).
010008     1 date-count pic 9(4) value 0.
010009     1 date-idx pic 9(4).
010010     1 date-found pic x.
014792     1 date-other-messages pic 9(8) value 0.
014793     1 date-other-bytes pic 9(12) value 0.
010011     1 ws-store-status pic xx.
010012     1 ws-arch-status pic xx.
010013     1 ws-key-file-status pic xx.
010014     1 ws-usage-status pic xx.
010015     1 ws-rpt-status pic xx.
*******    Run-history scratch: which record is being written and
*******    the parameter summary (key IDs only) it carries
010016     1 ws-hist-status pic xx.
010017     1 ws-hist-type pic x.
010018     1 ws-hist-parms pic x(40) value space.
*******    Report line layouts
010019     1 hdr-line-1.
010020       5 filler pic x(30)
010021         value "CAESAR COMPROMISED KEY IMPACT ".
010022       5 hdr-run-date pic x(8).
010023       5 filler pic x(6) value "  KEY ".
010024       5 hdr-key-id pic x(8).
010025       5 filler pic x(2) value space.
010026       5 hdr-key-status pic x(11).
010027       5 filler pic x(2) value space.
010028       5 hdr-action pic x(20).
010029       5 filler pic x(45) value space.
010030     1 col-hdr-line.
010031       5 filler pic x(37)
010032         value "MESSAGE ID       TIER     PROC DATE  ".
010033       5 filler pic x(18) value "DEPT  LENGTH  NOTE".
010034       5 filler pic x(77) value space.
010035     1 msg-dtl-line.
010036       5 mdtl-id pic x(16).
010037       5 filler pic x value space.
010038       5 mdtl-tier pic x(7).
010039       5 filler pic x(2) value space.
010040       5 mdtl-proc-date pic x(8).
010041       5 filler pic x(3) value space.
010042       5 mdtl-dept pic x(4).
010043       5 filler pic x(2) value space.
010044       5 mdtl-length pic z(5)9.
010045       5 filler pic x(2) value space.
010046       5 mdtl-note pic x(32).
010047       5 filler pic x(49) value space.
010048     1 none-line.
010049       5 filler pic x(40)
010050         value "NO STORED MESSAGES CIPHERED UNDER KEY   ".
010051       5 filler pic x(92) value space.
010052     1 dept-title-line.
010053       5 filler pic x(20) value "TOTALS BY DEPARTMENT".
010054       5 filler pic x(112) value space.
010055     1 dept-col-line.
010056       5 filler pic x(28)
010057         value "DEPT  MESSAGES         BYTES".
010058       5 filler pic x(104) value space.
010059     1 dept-dtl-line.
010060       5 ddtl-dept pic x(4).
010061       5 filler pic x(2) value space.
010062       5 ddtl-messages pic z(7)9.
010063       5 filler pic x(2) value space.
010064       5 ddtl-bytes pic z(11)9.
010065       5 ddtl-note pic x(15).
010066       5 filler pic x(89) value space.
010067     1 date-title-line.
010068       5 filler pic x(25) value "TOTALS BY PROCESSING DATE".
010069       5 filler pic x(107) value space.
010070     1 date-col-line.
010071       5 filler pic x(32)
010072         value "PROC DATE MESSAGES         BYTES".
010073       5 filler pic x(100) value space.
010074     1 date-dtl-line.
010075       5 tdtl-date pic x(8).
010076       5 filler pic x(2) value space.
010077       5 tdtl-messages pic z(7)9.
010078       5 filler pic x(2) value space.
010079       5 tdtl-bytes pic z(11)9.
014794       5 tdtl-note pic x(20).
010080       5 filler pic x(80) value space.
010081     1 summ-line.
010082       5 summ-label pic x(24).
010083       5 summ-count pic z(7)9.
010084       5 filler pic x(100) value space.
010085     1 no-arch-line.
010086       5 filler pic x(40)
010087         value "MSGARCH NOT AVAILABLE - LIVE STORE ONLY ".
010088       5 filler pic x(92) value space.
014795     1 stopped-line.
014796       5 filler pic x(40)
014797         value "SCAN STOPPED ON A FAILURE - SEE JOB LOG ".
014798       5 filler pic x(92) value space.
010089     1 blank-line pic x(132) value space.
010090   Linkage section.
*******    Standard IBM batch PARM area: a binary length halfword
*******    followed by the PARM text itself, e.g. 'K0000001' or
*******    'K0000001,REKEY,K0000002'
010091     1 lk-parm.
010092       5 lk-parm-len pic S9(4) comp.
010093       5 lk-parm-text pic x(80).
010094 Procedure division using lk-parm.
010095   main-line.
010096     move function current-date(1:8) to ws-today
010097     move lk-parm-text to ws-parm-text
010098     unstring ws-parm-text delimited by ","
010099       into ws-bad-key-id ws-action-text ws-succ-key-id
010100     if ws-bad-key-id(1:1) not = "K" then
010101       display "CAESARKI missing or invalid key ID in PARM: "
010102         ws-bad-key-id
010103       move 16 to return-code
010104       goback
010105     end-if
010106     evaluate ws-action-text
010107       when space
010108         continue
010109       when "REKEY"
010110         move "Y" to rekey-switch
010111       when other
010112         display "CAESARKI action must be REKEY or blank: "
010113           ws-action-text
010114         move 16 to return-code
010115         goback
010116     end-evaluate
010117     if rekey-switch = "Y" then
010118       if ws-succ-key-id(1:1) not = "K" then
010119         display "CAESARKI missing or invalid successor key "
010120           "ID in PARM: " ws-succ-key-id
010121         move 16 to return-code
010122         goback
010123       end-if
010124       if ws-succ-key-id = ws-bad-key-id then
010125         display "CAESARKI successor key is the compromised "
010126           "key: " ws-succ-key-id
010127         move 16 to return-code
010128         goback
010129       end-if
010130     end-if
*******    The compromised key, whatever its status - an impact run
*******    still reports a key that is no longer on file, but a
*******    re-key needs its cipher to decrypt under
010131     move ws-bad-key-id to ws-key-id
010132     move "Y" to key-any-status-switch
010133     perform look-up-key
010134     if key-found-switch = "Y" then
010135       move ws-key-found-shift to bad-shift
010136       move ws-key-found-cipher-mode to bad-cipher-mode
010137       move ws-key-found-keyword to bad-keyword
010138       if ws-key-found-status = "A" then
010139         move "ACTIVE" to ws-key-status-text
010140       else
010141         move "RETIRED" to ws-key-status-text
010142       end-if
010143     else
010144       move "NOT ON FILE" to ws-key-status-text
010145       if rekey-switch = "Y" then
010146         display "CAESARKI compromised key not on KEYFILE: "
010147           ws-bad-key-id
010148         move 16 to return-code
010149         goback
010150       end-if
010151     end-if
*******    The successor has to be a key CAESARB itself would accept
010152     if rekey-switch = "Y" then
010153       move ws-succ-key-id to ws-key-id
010154       move "N" to key-any-status-switch
010155       perform look-up-key
010156       if key-found-switch = "N" then
010157         display "CAESARKI successor key not active or not "
010158           "effective: " ws-succ-key-id
010159         move 16 to return-code
010160         goback
010161       end-if
010162       move ws-key-found-shift to succ-shift
010163       move ws-key-found-cipher-mode to succ-cipher-mode
010164       move ws-key-found-keyword to succ-keyword
010165     end-if
010166     display "CAESARKI parameters: key id=" ws-bad-key-id
010167       " status=" ws-key-status-text " rekey=" rekey-switch
010168       " successor=" ws-succ-key-id
*******    The parameters are resolved - put the run's start record
*******    on the history trail before any data moves
010169     move space to ws-hist-parms
010170     if rekey-switch = "Y" then
010171       string "KEY=" ws-bad-key-id " REKEY=" ws-succ-key-id
010172         delimited by size into ws-hist-parms
010173     else
010174       string "KEY=" ws-bad-key-id
010175         delimited by size into ws-hist-parms
010176     end-if
010177     move "S" to ws-hist-type
010178     perform write-run-history
010179     if rekey-switch = "Y" then
010180       open i-o store-file
010181     else
010182       open input store-file
010183     end-if
010184     if ws-store-status not = "00" then
010185       display "CAESARKI MSGSTORE open failed status="
010186         ws-store-status
010187       move 16 to return-code
010188       goback
010189     end-if
*******    "35" means no retention run has built the archive tier
*******    yet - the live store is then the whole story
010190     if rekey-switch = "Y" then
010191       open i-o arch-file
010192     else
010193       open input arch-file
010194     end-if
010195     if ws-arch-status = "35" then
010196       move "N" to arch-available
010197     else
010198       if ws-arch-status not = "00" then
010199         display "CAESARKI MSGARCH open failed status="
010200           ws-arch-status
010201         move 16 to return-code
010202         goback
010203       end-if
010204     end-if
010205     open output rpt-file
010206     if ws-rpt-status not = "00" then
010207       display "CAESARKI KIRPT open failed status="
010208         ws-rpt-status
010209       move 16 to return-code
010210       goback
010211     end-if
010212     move ws-today to hdr-run-date
010213     move ws-bad-key-id to hdr-key-id
010214     move ws-key-status-text to hdr-key-status
010215     if rekey-switch = "Y" then
010216       move space to hdr-action
010217       string "REKEY TO " ws-succ-key-id
010218         delimited by size into hdr-action
010219     else
010220       move "IMPACT ONLY" to hdr-action
010221     end-if
010222     move hdr-line-1 to rpt-record
010223     perform write-rpt-line
010224     move blank-line to rpt-record
010225     perform write-rpt-line
010226     move col-hdr-line to rpt-record
010227     perform write-rpt-line
*******    Archive first, so the messages and the date totals come
*******    out oldest first
*******    and a failure in either tier stops the scan there
010228     if arch-available = "Y" then
014799       if scan-failed = "N" then
010229         move low-values to arch-id
010230         start arch-file key not < arch-id
010231           invalid key
010232             move "Y" to eof-switch
010233         end-start
010234         perform scan-arch-message
014800           until eof-switch = "Y" or scan-failed = "Y"
014801       end-if
010235       close arch-file
010236     end-if
014802     if scan-failed = "N" then
010237       move "N" to eof-switch
010238       move low-values to store-id
010239       start store-file key not < store-id
010240         invalid key
010241           move "Y" to eof-switch
010242       end-start
010243       perform scan-live-message
014803         until eof-switch = "Y" or scan-failed = "Y"
014804     end-if
010244     close store-file
010245     perform write-totals
010246     close rpt-file
*******    Messages that moved before any failure are on the
*******    successor now, so the trail records them regardless
010247     if messages-rekeyed > 0 then
010248       perform write-key-usage
010249     end-if
010250     display "CAESARKI read=" records-read
010251      " found=" messages-found " live=" found-live
010252      " archive=" found-archive " rekeyed=" messages-rekeyed
010253      " refused=" messages-refused
014805     if scan-failed = "Y" then
014806       display "CAESARKI scan stopped on a failure - "
014807         "messages past it were not examined"
014808     end-if
010254     move 0 to return-code
010255     if messages-refused > 0 then
010256       move 4 to return-code
010257     end-if
010258     if rekey-switch = "N" and messages-found > 0 then
010601       move 4 to return-code
010602     end-if
014809     if dept-other-messages > 0 or date-other-messages > 0 then
014810       move 4 to return-code
014811     end-if
014812     if scan-failed = "Y" or usage-failed = "Y" then
014813       move 16 to return-code
014814     end-if
*******    The end record carries the final counters and return
*******    code; a run that dies earlier leaves its start record
*******    unmatched, which is the evidence audit wants
010260     move "E" to ws-hist-type
010261     perform write-run-history
010262     goback.
*******  One archived message: report it if the compromised key
*******  ciphered it, and re-key it in place when asked
010263   scan-arch-message.
010264     read arch-file next
010265       at end move "Y" to eof-switch
010266     end-read
010267     if eof-switch = "Y" then
010268       exit paragraph
010269     end-if
*******    Anything but a clean read leaves the position in doubt -
*******    stop the scan there rather than guess at the next record
015047     if ws-arch-status not = "00" then
015048       display "CAESARKI read of MSGARCH failed status="
015049         ws-arch-status
015050       move "Y" to scan-failed
015051       exit paragraph
015052     end-if
010270     add 1 to records-read
010271     if arch-batch-header or arch-batch-trailer
010272       or arch-key-id not = ws-bad-key-id then
010273       exit paragraph
010274     end-if
010275     add 1 to found-archive
010276     move "ARCHIVE" to wk-tier
010277     move arch-id to wk-id
010278     move arch-proc-date to wk-proc-date
010279     move arch-dept to wk-dept
010280     move arch-length to wk-length
010281     move arch-text to wk-text
010282     perform tally-message
010283     if rekey-switch = "Y" then
010284       perform rekey-message
010285       if rekey-ok-switch = "Y" then
010286         move ws-new-text to arch-text
010287         move ws-succ-key-id to arch-key-id
*******        Tested on the status, not INVALID KEY alone, so an
*******        I/O or logic error cannot pass for a re-key
010288         rewrite arch-record
015053         if ws-arch-status not = "00" then
010290           display "CAESARKI rewrite to MSGARCH failed "
010291             "status=" ws-arch-status " ID " arch-id
014815           perform rewrite-failed
015054         end-if
010295       end-if
010296     end-if
010297     perform write-message-line.
*******  One live message - the same treatment as an archived one
010298   scan-live-message.
010299     read store-file next
010300       at end move "Y" to eof-switch
010301     end-read
010302     if eof-switch = "Y" then
010303       exit paragraph
010304     end-if
*******    Anything but a clean read leaves the position in doubt -
*******    stop the scan there rather than guess at the next record
015055     if ws-store-status not = "00" then
015056       display "CAESARKI read of MSGSTORE failed status="
015057         ws-store-status
015058       move "Y" to scan-failed
015059       exit paragraph
015060     end-if
010305     add 1 to records-read
010306     if store-batch-header or store-batch-trailer
010307       or store-key-id not = ws-bad-key-id then
010308       exit paragraph
010309     end-if
010310     add 1 to found-live
010311     move "LIVE" to wk-tier
010312     move store-id to wk-id
010313     move store-proc-date to wk-proc-date
010314     move store-dept to wk-dept
010315     move store-length to wk-length
010316     move store-text to wk-text
010317     perform tally-message
010318     if rekey-switch = "Y" then
010319       perform rekey-message
010320       if rekey-ok-switch = "Y" then
010321         move ws-new-text to store-text
010322         move ws-succ-key-id to store-key-id
010323         rewrite store-record
015061         if ws-store-status not = "00" then
010325           display "CAESARKI rewrite to MSGSTORE failed "
010326             "status=" ws-store-status " ID " store-id
014816           perform rewrite-failed
015062         end-if
010330       end-if
010331     end-if
010332     perform write-message-line.
*******  The message stays under the compromised key as it was, so
*******  it counts as still exposed, and the scan stops on it
014817   rewrite-failed.
014818     subtract 1 from messages-rekeyed
014819     add 1 to messages-refused
014820     move "REWRITE FAILED - NOT REKEYED" to mdtl-note
014821     move "Y" to scan-failed.
*******  Count the message toward its department and its date. A
*******  slot index of zero means the table is full
010333   tally-message.
010334     add 1 to messages-found
010335     if wk-dept = space then
010336       move "****" to ws-find-dept
010337     else
010338       move wk-dept to ws-find-dept
010339     end-if
010340     perform find-dept-slot
014822     if dept-idx = 0 then
014823       add 1 to dept-other-messages
014824       add wk-length to dept-other-bytes
014825     else
010341       add 1 to dept-messages(dept-idx)
010342       add wk-length to dept-bytes(dept-idx)
014826     end-if
010343     perform find-date-slot
014827     if date-idx = 0 then
014828       add 1 to date-other-messages
014829       add wk-length to date-other-bytes
014830     else
010344       add 1 to date-messages(date-idx)
010345       add wk-length to date-bytes(date-idx)
014831     end-if.
010346   find-dept-slot.
010347     move "N" to dept-found
010348     perform varying dept-idx from 1 by 1
010349       until dept-idx > dept-count or dept-found = "Y"
010350       if dept-code(dept-idx) = ws-find-dept then
010351         move "Y" to dept-found
010352       end-if
010353     end-perform
010354     if dept-found = "Y" then
010355       subtract 1 from dept-idx
010356     else
010357       if dept-count = 100 then
014832         if dept-other-messages = 0 then
010358           display "CAESARKI more than 100 departments - "
014833             "the rest are totalled under OTHER"
014834         end-if
014835         move 0 to dept-idx
014836         exit paragraph
010362       end-if
010363       add 1 to dept-count
010364       move dept-count to dept-idx
010365       move ws-find-dept to dept-code(dept-idx)
010366       move 0 to dept-messages(dept-idx)
010367       move 0 to dept-bytes(dept-idx)
010368     end-if.
010369   find-date-slot.
014837     if date-count > 0 then
014838       if date-value(date-count) = wk-proc-date then
014839         move date-count to date-idx
014840         exit paragraph
014841       end-if
014842     end-if
010370     move "N" to date-found
010371     perform varying date-idx from 1 by 1
010372       until date-idx > date-count or date-found = "Y"
010373       if date-value(date-idx) = wk-proc-date then
010374         move "Y" to date-found
010375       end-if
010376     end-perform
010377     if date-found = "Y" then
010378       subtract 1 from date-idx
010379     else
010380       if date-count = 3660 then
014843         if date-other-messages = 0 then
010381           display "CAESARKI more than 3660 processing dates - "
014844             "the rest are totalled under OTHER"
014845         end-if
014846         move 0 to date-idx
014847         exit paragraph
010385       end-if
010386       add 1 to date-count
010387       move date-count to date-idx
010388       move wk-proc-date to date-value(date-idx)
010389       move 0 to date-messages(date-idx)
010390       move 0 to date-bytes(date-idx)
010391     end-if.
*******  Compromised cipher off, successor cipher on, all in
*******  storage. A refusal from either function leaves the stored
*******  message exactly as it was
010392   rekey-message.
010393     move "N" to rekey-ok-switch
010394     if bad-cipher-mode = "V" then
010395       move decryptVigV(wk-text wk-length bad-keyword
010396         ws-dec-status) to ws-plain-text
010397     else
010398       move decryptV(wk-text wk-length bad-shift
010399         bad-cipher-mode ws-dec-status) to ws-plain-text
010400     end-if
010401     if ws-dec-status not = 0 then
010402       add 1 to messages-refused
010403       move space to mdtl-note
010404       string "REFUSED - DECRYPT STATUS " ws-dec-status
010405         delimited by size into mdtl-note
010406       exit paragraph
010407     end-if
010408     if succ-cipher-mode = "V" then
010409       move encryptVigV(ws-plain-text wk-length succ-keyword
010410         ws-enc-status) to ws-new-text
010411     else
010412       move encryptV(ws-plain-text wk-length succ-shift
010413         succ-cipher-mode ws-enc-status) to ws-new-text
010414     end-if
010415     move space to ws-plain-text
010416     if ws-enc-status not = 0 then
010417       add 1 to messages-refused
010418       move space to mdtl-note
010419       string "REFUSED - ENCRYPT STATUS " ws-enc-status
010420         delimited by size into mdtl-note
010421       exit paragraph
010422     end-if
010423     add 1 to messages-rekeyed
010424     move "Y" to rekey-ok-switch
010425     move space to mdtl-note
010426     string "REKEYED TO " ws-succ-key-id
010427       delimited by size into mdtl-note.
010428   write-message-line.
010429     if rekey-switch = "N" then
010430       move space to mdtl-note
010431     end-if
010432     move wk-id to mdtl-id
010433     move wk-tier to mdtl-tier
010434     move wk-proc-date to mdtl-proc-date
010435     move wk-dept to mdtl-dept
010436     move wk-length to mdtl-length
010437     move msg-dtl-line to rpt-record
010438     perform write-rpt-line.
*******  Department totals, date totals, then the run counts
010439   write-totals.
010440     move blank-line to rpt-record
010441     perform write-rpt-line
010442     if messages-found = 0 then
010443       move none-line to rpt-record
010444       perform write-rpt-line
010445     else
010446       move dept-title-line to rpt-record
010447       perform write-rpt-line
010448       move dept-col-line to rpt-record
010449       perform write-rpt-line
010450       perform write-dept-line
010451         varying dept-idx from 1 by 1
010452         until dept-idx > dept-count
014848       if dept-other-messages > 0 then
014849         move space to ddtl-dept
014850         move dept-other-messages to ddtl-messages
014851         move dept-other-bytes to ddtl-bytes
014852         move " (OTHER DEPTS)" to ddtl-note
014853         move dept-dtl-line to rpt-record
014854         perform write-rpt-line
014855       end-if
010453       move blank-line to rpt-record
010454       perform write-rpt-line
010455       move date-title-line to rpt-record
010456       perform write-rpt-line
010457       move date-col-line to rpt-record
010458       perform write-rpt-line
010459       perform write-date-line
010460         varying date-idx from 1 by 1
010461         until date-idx > date-count
014856       if date-other-messages > 0 then
014857         move "OTHER" to tdtl-date
014858         move date-other-messages to tdtl-messages
014859         move date-other-bytes to tdtl-bytes
014860         move " (PAST DATE TABLE)" to tdtl-note
014861         move date-dtl-line to rpt-record
014862         perform write-rpt-line
014863       end-if
010462     end-if
010463     move blank-line to rpt-record
010464     perform write-rpt-line
014864     if scan-failed = "Y" then
014865       move stopped-line to rpt-record
014866       perform write-rpt-line
014867     end-if
010465     if arch-available = "N" then
010466       move no-arch-line to rpt-record
010467       perform write-rpt-line
010468     end-if
010469     move "MESSAGES SCANNED" to summ-label
010470     move records-read to summ-count
010471     move summ-line to rpt-record
010472     perform write-rpt-line
010473     move "UNDER KEY - LIVE" to summ-label
010474     move found-live to summ-count
010475     move summ-line to rpt-record
010476     perform write-rpt-line
010477     move "UNDER KEY - ARCHIVE" to summ-label
010478     move found-archive to summ-count
010479     move summ-line to rpt-record
010480     perform write-rpt-line
010481     if rekey-switch = "Y" then
010482       move "REKEYED" to summ-label
010483       move messages-rekeyed to summ-count
010484       move summ-line to rpt-record
010485       perform write-rpt-line
010486       move "REFUSED - STILL EXPOSED" to summ-label
010487       move messages-refused to summ-count
010488       move summ-line to rpt-record
010489       perform write-rpt-line
010490     end-if.
010491   write-dept-line.
010492     move dept-code(dept-idx) to ddtl-dept
010493     move dept-messages(dept-idx) to ddtl-messages
010494     move dept-bytes(dept-idx) to ddtl-bytes
010495     if dept-code(dept-idx) = "****" then
010496       move " (UNATTRIBUTED)" to ddtl-note
010497     else
010498       move space to ddtl-note
010499     end-if
010500     move dept-dtl-line to rpt-record
010501     perform write-rpt-line.
010502   write-date-line.
010503     move date-value(date-idx) to tdtl-date
010504     move date-messages(date-idx) to tdtl-messages
010505     move date-bytes(date-idx) to tdtl-bytes
014868     move space to tdtl-note
010506     move date-dtl-line to rpt-record
010507     perform write-rpt-line.
*******  A report that cannot be written cannot show what was
*******  re-keyed, so a write failure stops the scan; the run still
*******  closes out with its trail records
010508   write-rpt-line.
014869     if rpt-failed = "Y" then
014870       exit paragraph
014871     end-if
010509     write rpt-record
010510     if ws-rpt-status not = "00" then
010511       display "CAESARKI write to KIRPT failed status="
010512         ws-rpt-status
014872       move "Y" to rpt-failed
014873       move "Y" to scan-failed
010515     end-if.
*******  Find a key ID in KEYFILE. The compromised key is taken in
*******  any status and on any date; the successor only when it is
*******  active and effective today, same as CAESARB
010516   look-up-key.
010517     move "N" to key-found-switch
010518     move "N" to key-eof-switch
010519     open input key-file
010520     if ws-key-file-status not = "00" then
010521       display "CAESARKI KEYFILE open failed status="
010522         ws-key-file-status
010523       move 16 to return-code
010524       goback
010525     end-if
010526     perform scan-key-record until key-eof-switch = "Y"
010527     close key-file.
010528   scan-key-record.
010529     read key-file
010530       at end move "Y" to key-eof-switch
010531     end-read
010532     if key-eof-switch = "Y" or key-id not = ws-key-id then
010533       exit paragraph
010534     end-if
010535     if key-any-status-switch = "N" then
010536       if not key-active or key-eff-from > ws-today
010537         or key-eff-to < ws-today then
010603         exit paragraph
010604       end-if
010605     end-if
010538     move "Y" to key-found-switch
010539     move key-shift to ws-key-found-shift
010540     move key-cipher-mode to ws-key-found-cipher-mode
010541     move key-vig-keyword to ws-key-found-keyword
010542     move key-status to ws-key-found-status
010543     move "Y" to key-eof-switch.
*******  Both keys go on the key-usage trail once messages have
*******  actually moved from one to the other. A re-key moves
*******  messages, not batches, so no batch count is claimed.
*******  "35" means KEYUSAGE does not exist yet
010545   write-key-usage.
010546     open extend usage-file
010547     if ws-usage-status = "35" then
010548       open output usage-file
010549     end-if
010550     if ws-usage-status not = "00" then
010551       display "CAESARKI KEYUSAGE open failed status="
010552         ws-usage-status
014874       move "Y" to usage-failed
014875       exit paragraph
010555     end-if
010556     move ws-bad-key-id to usage-key-id
010557     perform write-one-key-usage
010558     move ws-succ-key-id to usage-key-id
010559     perform write-one-key-usage
010560     close usage-file.
010561   write-one-key-usage.
010562     move "CAESARKI" to usage-program
010563     move ws-today to usage-run-date
010564     move 0 to usage-batches
010565     write key-usage-record
010566     if ws-usage-status not = "00" then
010567       display "CAESARKI write to KEYUSAGE failed status="
010568         ws-usage-status
014876       move "Y" to usage-failed
010571     end-if.
*******  One record onto the common run-history trail. "35" means
*******  RUNHIST does not exist yet. Open and close around every
*******  write, so the start record survives an abend. Messages the
*******  cipher functions refused count on the rejected side
010572   write-run-history.
010573     open extend hist-file
010574     if ws-hist-status = "35" then
010575       open output hist-file
010576     end-if
010577     if ws-hist-status not = "00" then
010578       display "CAESARKI RUNHIST open failed status="
010579         ws-hist-status
010580       move 16 to return-code
010581       goback
010582     end-if
010583     move "CAESARKI" to rh-program
010584     move ws-today to rh-run-date
010585     move function current-date(9:8) to rh-run-time
010586     move ws-hist-type to rh-rec-type
010587     move ws-hist-parms to rh-parm-summary
010588     move records-read to rh-records-read
010589     move messages-rekeyed to rh-records-written
010590     move messages-refused to rh-records-rejected
010591     move return-code to rh-return-code
010592     write run-hist-record
010593     if ws-hist-status not = "00" then
010594       display "CAESARKI write to RUNHIST failed status="
010595         ws-hist-status
010596       move 16 to return-code
010597       goback
010598     end-if
010599     close hist-file.
010600 End program caesarki.
