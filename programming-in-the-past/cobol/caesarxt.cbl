*******  manual browse-and-copy with the wrong-record risk that
*******  carries.
*******  PARM is one of:
*******    'ID,<fromId>,<toId>,<requester>'
*******    'DATE,<from>,<to>,<requester>'
*******  where toId defaults to fromId and the dates are yyyymmdd,
*******  to defaulting to from. The requester is required: every
*******  selected message is checked against the requester's
*******  entitlements (ENTLFILE, kept by CAESAREN), and one whose
*******  department the requester is not entitled to today is
*******  withheld from XTOUT and logged to DENYLOG, the same check
*******  CAESARRQ makes. The job log then says PARTIAL (some
*******  withheld) or DENIED (all withheld) and the step ends RC=4.
*******  ID extracts ride the store's key sequence (START/READ NEXT);
*******  date extracts read the whole store and filter on the
*******  processing date.
*******  The live store is searched first. When it yields nothing,
*******  or the request reaches back before the oldest message still
*******  in it (its lowest ID, or for a date extract its earliest
*******  processing date), the same selection is run against the
*******  MSGARCH archive tier that CAESARAR ages messages out to.
*******  The job log says which tier answered - LIVE, ARCHIVE, or
*******  BOTH. A message in both tiers goes out once, from the live
*******  store. MSGARCH is optional: with no DD, or before the first
*******  retention run, only the live store is searched.
003801   Program-id. caesarxt.
003802 Environment division.
003803   Input-output section.
003807         access is dynamic
003808         record key is store-id
003809         file status is ws-store-status.
*******      The archive tier of the message store
009400       select arch-file assign to "MSGARCH"
009401         organization is indexed
009402         access is dynamic
009403         record key is arch-id
009404         file status is ws-arch-status.
*******      The extracted messages, in MSGIN format
003810       select xt-out-file assign to "XTOUT"
003811         organization is sequential
003812         file status is ws-xt-out-status.
*******      Requester entitlements maintained by CAESAREN
010973       select entl-file assign to "ENTLFILE"
010974         organization is sequential
010975         file status is ws-entl-status.
*******      One record per message withheld from the requester
010976       select deny-file assign to "DENYLOG"
010977         organization is sequential
010978         file status is ws-deny-status.
*******      Common run-history trail every batch program appends
*******      to: a start record at parameter resolution, an end
*******      record at completion - see copybooks/runhist.cpy
003827      msg-batch-trl by store-batch-trl
003828      msg-trl-record-count by store-trl-record-count
003829      msg-id by store-id
003830      msg-proc-date by store-proc-date
009830      msg-key-id by store-key-id
009831      msg-dept by store-dept.
009405   FD arch-file.
009406     copy "msgrec.cpy" replacing msg-record by arch-record
009407      msg-length by arch-length msg-text by arch-text
009408      msg-rec-type by arch-rec-type
009409      msg-batch-header by arch-batch-header
009410      msg-batch-trailer by arch-batch-trailer
009411      msg-batch-hdr by arch-batch-hdr
009412      msg-hdr-batch-id by arch-hdr-batch-id
009413      msg-hdr-dept by arch-hdr-dept
009414      msg-hdr-key-ref by arch-hdr-key-ref
009415      msg-hdr-mode by arch-hdr-mode
009416      msg-hdr-cipher-mode by arch-hdr-cipher-mode
009417      msg-batch-trl by arch-batch-trl
009418      msg-trl-record-count by arch-trl-record-count
009419      msg-id by arch-id
009420      msg-proc-date by arch-proc-date
009832      msg-key-id by arch-key-id
009833      msg-dept by arch-dept.
003831   FD xt-out-file.
003832     copy "msgrec.cpy".
006623   FD hist-file.
006624     copy "runhist.cpy".
010979   FD entl-file.
010980     copy "entlrec.cpy".
010981   FD deny-file.
010982     copy "denyrec.cpy".
003833   Working-storage section.
*******    Selection parsed off the PARM: what to select by and the
*******    range bounds
003842     1 eof-switch pic x value "N".
003843     1 records-read pic 9(8) value 0.
003844     1 records-extracted pic 9(8) value 0.
010983     1 records-matched pic 9(8) value 0.
010984     1 records-withheld pic 9(8) value 0.
010985     1 ws-requester pic x(8) value space.
003845     1 ws-store-status pic xx.
003846     1 ws-xt-out-status pic xx.
*******    The two tiers: whether the archive can be searched, the
*******    live store's low-water mark that says the request reaches
*******    back past it, what each tier yielded, and which answered
009421     1 ws-arch-status pic xx.
009422     1 arch-available pic x value "N".
009423     1 live-low-id pic x(16) value high-values.
009424     1 live-low-date pic x(8) value high-values.
009425     1 live-extracted pic 9(8) value 0.
009426     1 arch-extracted pic 9(8) value 0.
009427     1 ws-tier pic x(7) value space.
*******    An archived message whose ID is also in the live store
*******    (CAESARAR leaves a collision live) goes out once, from the
*******    live side
014969     1 live-copy-switch pic x value "N".
014970     1 arch-skipped pic 9(8) value 0.
*******    The entitlements in force today, loaded once from
*******    ENTLFILE - active pairs whose effective range covers the
*******    run date - and the message being checked against them
010986     1 ws-entl-status pic xx.
010987     1 ws-deny-status pic xx.
010988     1 ws-today pic x(8).
010989     1 entl-eof-switch pic x value "N".
010990     1 entl-table.
010991       5 entl-entry occurs 1000 times.
010992         10 entl-tbl-requester pic x(8).
010993         10 entl-tbl-dept pic x(4).
010994     1 entl-count pic 9(4) value 0.
010995     1 entl-idx pic 9(4).
010996     1 entitled-switch pic x.
010997     1 ws-find-dept pic x(4).
*******    Run-history scratch: which record is being written and
*******    the selection summary it carries
006625     1 ws-hist-status pic xx.
003853     move lk-parm-text to ws-parm-text
003854     unstring ws-parm-text delimited by ","
003855       into ws-select-by ws-from-text ws-to-text
010998       ws-requester
003856     if ws-from-text = space then
003857       display "CAESARXT missing from value in PARM"
003858       move 16 to return-code
003859       goback
003860     end-if
010999     if ws-requester = space then
011000       display "CAESARXT missing requester in PARM"
011001       move 16 to return-code
011002       goback
011003     end-if
011004     move function current-date(1:8) to ws-today
003861     if ws-to-text = space then
003862       move ws-from-text to ws-to-text
003863     end-if
003868       move 16 to return-code
003869       goback
003870     end-if
*******    "35" means no MSGARCH DD, or no retention run yet - the
*******    live store is then the only tier
009428     open input arch-file
009429     if ws-arch-status = "00" then
009430       move "Y" to arch-available
009431     else
009432       if ws-arch-status not = "35" then
009433         display "CAESARXT MSGARCH open failed status="
009434           ws-arch-status
009435         move 16 to return-code
009436         goback
009437       end-if
009438     end-if
003871     open output xt-out-file
003872     if ws-xt-out-status not = "00" then
003873       display "CAESARXT XTOUT open failed status="
003875       move 16 to return-code
003876       goback
003877     end-if
011005     perform load-entitlements
*******    "35" means DENYLOG does not exist yet
011006     open extend deny-file
011007     if ws-deny-status = "35" then
011008       open output deny-file
011009     end-if
011010     if ws-deny-status not = "00" then
011011       display "CAESARXT DENYLOG open failed status="
011012         ws-deny-status
011013       move 16 to return-code
011014       goback
011015     end-if
003878     evaluate ws-select-by
003879       when "ID"
003880         perform extract-by-id
009439         move records-matched to live-extracted
009440         if arch-available = "Y"
009441           and (live-extracted = 0
009442             or ws-from-id < live-low-id) then
009443           perform arch-extract-by-id
009444         end-if
003881       when "DATE"
003882         perform extract-by-date
009445         move records-matched to live-extracted
009446         if arch-available = "Y"
009447           and (live-extracted = 0
009448             or ws-from-date < live-low-date) then
009449           perform arch-extract-by-date
009450         end-if
003883       when other
003884         display "CAESARXT invalid selection in PARM: "
003885           ws-select-by
003886         move 16 to return-code
003887     end-evaluate
009451     compute arch-extracted = records-matched - live-extracted
009452     evaluate true
009453       when live-extracted > 0 and arch-extracted > 0
009454         move "BOTH" to ws-tier
009455       when arch-extracted > 0
009456         move "ARCHIVE" to ws-tier
009457       when live-extracted > 0
009458         move "LIVE" to ws-tier
009459       when other
009460         move "NONE" to ws-tier
009461     end-evaluate
009462     display "CAESARXT answered from " ws-tier
009463      " live=" live-extracted " archive=" arch-extracted
014971      " archive copies skipped=" arch-skipped
003888     close store-file
009464     if arch-available = "Y" then
009465       close arch-file
009466     end-if
003889     close xt-out-file
011016     close deny-file
003890     display "CAESARXT read=" records-read
003891      " extracted=" records-extracted
011017      " withheld=" records-withheld
*******    Messages withheld for want of entitlement - say whether
*******    the requester got some of the selection or none of it
011018     if records-withheld > 0 then
011019       if records-extracted = 0 then
011020         display "CAESARXT request DENIED for " ws-requester
011021       else
011022         display "CAESARXT request PARTIAL for " ws-requester
011023       end-if
011024       if return-code = 0 then
011025         move 4 to return-code
011026       end-if
011027     end-if
003892     if return-code = 0 and records-matched = 0 then
*******      An empty extract almost always means a mistyped ID or
*******      date - flag it rather than shipping an empty file
003893       display "CAESARXT nothing matched the request"
003897   extract-by-id.
003898     move ws-from-text to ws-from-id
003899     move ws-to-text to ws-to-id
*******    The live store's lowest ID first - a from-ID below it
*******    reaches back into the archive tier
009467     move low-values to store-id
009468     start store-file key not < store-id
009469       invalid key
009470         move "Y" to eof-switch
009471     end-start
009472     if eof-switch = "N" then
009473       read store-file next
009474         at end move "Y" to eof-switch
009475       end-read
009476       if eof-switch = "N" then
009477         move store-id to live-low-id
009478       end-if
009479     end-if
009480     move "N" to eof-switch
003900     move ws-from-id to store-id
003901     start store-file key not < store-id
003902       invalid key
003930     end-read
003931     if eof-switch = "N" then
003932       add 1 to records-read
009481       if store-proc-date not = space
009482         and store-proc-date < live-low-date then
009483         move store-proc-date to live-low-date
009484       end-if
003933       if store-proc-date >= ws-from-date
003934         and store-proc-date <= ws-to-date then
003935         perform write-extract
003936       end-if
003937     end-if.
*******  The same two walks over the archive tier
009485   arch-extract-by-id.
009486     move "N" to eof-switch
009487     move ws-from-id to arch-id
009488     start arch-file key not < arch-id
009489       invalid key
009490         move "Y" to eof-switch
009491     end-start
009492     perform arch-read-next-by-id until eof-switch = "Y".
009493   arch-read-next-by-id.
009494     read arch-file next
009495       at end move "Y" to eof-switch
009496     end-read
009497     if eof-switch = "N" then
009498       add 1 to records-read
009499       if arch-id > ws-to-id then
009500         move "Y" to eof-switch
009501       else
014972         perform probe-live-store
014973         if live-copy-switch = "N" then
009502           move arch-record to msg-record
009503           perform write-extract-record
014974         end-if
009504       end-if
009505     end-if.
009506   arch-extract-by-date.
009507     move "N" to eof-switch
009508     move low-values to arch-id
009509     start arch-file key not < arch-id
009510       invalid key
009511         move "Y" to eof-switch
009512     end-start
009513     perform arch-read-next-by-date until eof-switch = "Y".
009514   arch-read-next-by-date.
009515     read arch-file next
009516       at end move "Y" to eof-switch
009517     end-read
009518     if eof-switch = "N" then
009519       add 1 to records-read
009520       if arch-proc-date >= ws-from-date
009521         and arch-proc-date <= ws-to-date then
014975         perform probe-live-store
014976         if live-copy-switch = "N" then
009522           move arch-record to msg-record
009523           perform write-extract-record
014977         end-if
009524       end-if
009525     end-if.
*******  Look the archived message's ID up in the live store. The
*******  live walk has already run, so a hit was extracted (or
*******  withheld) there and the archive copy is skipped
014978   probe-live-store.
014979     move "N" to live-copy-switch
014980     move arch-id to store-id
014981     read store-file key is store-id
014982       invalid key
014983         continue
014984       not invalid key
014985         move "Y" to live-copy-switch
014986         add 1 to arch-skipped
014987     end-read.
003938   write-extract.
003939     move store-record to msg-record
009526     perform write-extract-record.
*******  A selected message only reaches XTOUT when the requester
*******  is entitled to its department; otherwise it is withheld
*******  and logged
009527   write-extract-record.
011028     add 1 to records-matched
011029     perform check-entitlement
011030     if entitled-switch = "N" then
011031       add 1 to records-withheld
011032       perform write-denial
011033       exit paragraph
011034     end-if
003940     write msg-record
003941     if ws-xt-out-status not = "00" then
003942       display "CAESARXT write to XTOUT failed status="
006650     move ws-hist-parms to rh-parm-summary
006651     move records-read to rh-records-read
006652     move records-extracted to rh-records-written
006653     move records-withheld to rh-records-rejected
006654     move return-code to rh-return-code
006655     write run-hist-record
006656     if ws-hist-status not = "00" then
006660       goback
006661     end-if
006662     close hist-file.
*******  Load the entitlements in force today. ENTLFILE is not
*******  optional: with no entitlements nobody could be sent
*******  anything, and a missing DD must not mean everything goes
011035   load-entitlements.
011036     open input entl-file
011037     if ws-entl-status not = "00" then
011038       display "CAESARXT ENTLFILE open failed status="
011039         ws-entl-status
011040       move 16 to return-code
011041       goback
011042     end-if
011043     perform load-one-entitlement until entl-eof-switch = "Y"
011044     close entl-file.
011045   load-one-entitlement.
011046     read entl-file
011047       at end move "Y" to entl-eof-switch
011048     end-read
011049     if entl-eof-switch = "Y" then
011050       exit paragraph
011051     end-if
011052     if not entl-active or entl-eff-from > ws-today
011053       or entl-eff-to < ws-today then
011054       exit paragraph
011055     end-if
011056     if entl-count = 1000 then
011057       display "CAESARXT more than 1000 entitlements - "
011058         "table full"
011059       move 16 to return-code
011060       goback
011061     end-if
011062     add 1 to entl-count
011063     move entl-requester to entl-tbl-requester(entl-count)
011064     move entl-dept to entl-tbl-dept(entl-count).
*******  Is the requester entitled to the message's department? A
*******  message with no department needs a '****' entitlement
011065   check-entitlement.
011066     if msg-dept = space then
011067       move "****" to ws-find-dept
011068     else
011069       move msg-dept to ws-find-dept
011070     end-if
011071     move "N" to entitled-switch
011072     perform varying entl-idx from 1 by 1
011073       until entl-idx > entl-count or entitled-switch = "Y"
011074       if entl-tbl-requester(entl-idx) = ws-requester
011075         and entl-tbl-dept(entl-idx) = ws-find-dept then
011076         move "Y" to entitled-switch
011077       end-if
011078     end-perform.
011079   write-denial.
011080     move ws-today to deny-run-date
011081     move function current-date(9:8) to deny-run-time
011082     move "CAESARXT" to deny-program
011083     move ws-requester to deny-requester
011084     move msg-id to deny-msg-id
011085     move msg-dept to deny-msg-dept
011086     move msg-proc-date to deny-msg-proc-date
011087     if msg-dept = space then
011088       move "NO DEPARTMENT" to deny-reason
011089     else
011090       move "NOT ENTITLED" to deny-reason
011091     end-if
011092     write deny-record
011093     if ws-deny-status not = "00" then
011094       display "CAESARXT write to DENYLOG failed status="
011095         ws-deny-status
011096       move 16 to return-code
011097       goback
011098     end-if.
003948 End program caesarxt.
