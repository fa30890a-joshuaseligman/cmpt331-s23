*******  so the downstream desks can be dealt their own records from
*******  one file, and RQRPT gets one fulfillment line per request:
*******  the selection, the count, and FILLED, EMPTY, or ERROR.
*******  Each request is run against the live store first; when it
*******  yields nothing, or the request reaches back before the
*******  oldest message still live, it is run against the MSGARCH
*******  archive tier CAESARAR ages messages out to, and the report
*******  line says which tier answered: LIVE, ARCHIVE, or BOTH. A
*******  message in both tiers goes out once, from the live store.
*******  MSGARCH is optional - with no DD only the live store is
*******  searched.
*******  Every selected message is checked against the requester's
*******  entitlements (ENTLFILE, kept by CAESAREN): a message whose
*******  department the requester is not entitled to today is
*******  withheld from RQOUT and logged to DENYLOG for the controls
*******  team, and the card is marked PARTIAL (some withheld) or
*******  DENIED (all withheld) instead of FILLED.
*******  Blank cards and cards starting with '*' are skipped, so the
*******  request deck can carry its own comments.
*******  The step ends with RC=8 if any card was in error, RC=4 if
*******  any request matched nothing (CAESARXT's mistyped-ID flag) or
*******  had messages withheld, RC=0 when every request was filled.
005301   Program-id. caesarrq.
005302 Environment division.
005303   Input-output section.
005310         access is dynamic
005311         record key is store-id
005312         file status is ws-store-status.
*******      The archive tier of the message store
009600       select arch-file assign to "MSGARCH"
009601         organization is indexed
009602         access is dynamic
009603         record key is arch-id
009604         file status is ws-arch-status.
*******      The extracted messages, each tagged with its requester
005313       select rq-out-file assign to "RQOUT"
005314         organization is sequential
005316       select rpt-file assign to "RQRPT"
005317         organization is sequential
005318         file status is ws-rpt-status.
*******      Requester entitlements maintained by CAESAREN
010813       select entl-file assign to "ENTLFILE"
010814         organization is sequential
010815         file status is ws-entl-status.
*******      One record per message withheld from a requester
010816       select deny-file assign to "DENYLOG"
010817         organization is sequential
010818         file status is ws-deny-status.
005319 Data division.
005320   File section.
005321   FD req-file.
005335      msg-batch-trl by store-batch-trl
005336      msg-trl-record-count by store-trl-record-count
005337      msg-id by store-id
005338      msg-proc-date by store-proc-date
009820      msg-key-id by store-key-id
009821      msg-dept by store-dept.
009605   FD arch-file.
009606     copy "msgrec.cpy" replacing msg-record by arch-record
009607      msg-length by arch-length msg-text by arch-text
009608      msg-rec-type by arch-rec-type
009609      msg-batch-header by arch-batch-header
009610      msg-batch-trailer by arch-batch-trailer
009611      msg-batch-hdr by arch-batch-hdr
009612      msg-hdr-batch-id by arch-hdr-batch-id
009613      msg-hdr-dept by arch-hdr-dept
009614      msg-hdr-key-ref by arch-hdr-key-ref
009615      msg-hdr-mode by arch-hdr-mode
009616      msg-hdr-cipher-mode by arch-hdr-cipher-mode
009617      msg-batch-trl by arch-batch-trl
009618      msg-trl-record-count by arch-trl-record-count
009619      msg-id by arch-id
009620      msg-proc-date by arch-proc-date
009822      msg-key-id by arch-key-id
009823      msg-dept by arch-dept.
005339   FD rq-out-file.
005340     1 rq-out-record.
005341       5 rq-out-requester pic x(8).
005342       5 rq-out-msg pic x(297).
005343   FD rpt-file.
005344     1 rpt-record pic x(132).
010819   FD entl-file.
010820     copy "entlrec.cpy".
010821   FD deny-file.
010822     copy "denyrec.cpy".
005345   Working-storage section.
005346     1 req-eof-switch pic x value "N".
005347     1 eof-switch pic x value "N".
005351     1 requests-empty pic 9(4) value 0.
005352     1 requests-error pic 9(4) value 0.
005353     1 records-extracted pic 9(8) value 0.
010823     1 requests-partial pic 9(4) value 0.
010824     1 requests-denied pic 9(4) value 0.
010825     1 records-withheld pic 9(8) value 0.
*******    The request parsed off the current card
005354     1 ws-requester pic x(8) value space.
005355     1 ws-select-by pic x(4) value space.
005361     1 ws-to-date pic x(8).
*******    What this request yielded and how it ended
005362     1 request-count pic 9(8) value 0.
010826     1 request-matched pic 9(8) value 0.
010827     1 request-withheld pic 9(8) value 0.
010828     1 request-status pic x(7).
005364     1 ws-req-status pic xx.
005365     1 ws-store-status pic xx.
005366     1 ws-rq-out-status pic xx.
005367     1 ws-rpt-status pic xx.
*******    The two tiers: whether the archive can be searched, the
*******    live store's low-water marks that say a request reaches
*******    back past it, what the live tier yielded for the current
*******    request, and which tier answered it
009621     1 ws-arch-status pic xx.
009622     1 arch-available pic x value "N".
009623     1 live-low-id pic x(16) value high-values.
009624     1 live-low-date pic x(8) value high-values.
009625     1 live-count pic 9(8) value 0.
009626     1 request-tier pic x(7) value space.
*******    An archived message whose ID is also in the live store
*******    (CAESARAR leaves a collision live) goes out once, from the
*******    live side
014988     1 live-copy-switch pic x value "N".
014989     1 arch-skipped pic 9(8) value 0.
*******    The entitlements in force today, loaded once from
*******    ENTLFILE - active pairs whose effective range covers the
*******    run date - and the message being checked against them
010829     1 ws-entl-status pic xx.
010830     1 ws-deny-status pic xx.
010831     1 ws-today pic x(8).
010832     1 entl-eof-switch pic x value "N".
010833     1 entl-table.
010834       5 entl-entry occurs 1000 times.
010835         10 entl-tbl-requester pic x(8).
010836         10 entl-tbl-dept pic x(4).
010837     1 entl-count pic 9(4) value 0.
010838     1 entl-idx pic 9(4).
010839     1 entitled-switch pic x.
010840     1 ws-find-dept pic x(4).
010841     1 ws-msg-id pic x(16).
010842     1 ws-msg-dept pic x(4).
010843     1 ws-msg-proc-date pic x(8).
*******    Report line layouts
005368     1 hdr-line-1.
005369       5 filler pic x(33)
005375         value "REQ  REQUESTER BY   FROM            ".
005376       5 filler pic x(36)
005377         value " TO                 COUNT  STATUS   ".
009627       5 filler pic x(4) value "TIER".
010844       5 filler pic x(13) value "     WITHHELD".
010845       5 filler pic x(43) value space.
005379     1 req-dtl-line.
005380       5 rdtl-seq pic z(3)9.
005381       5 filler pic x value space.
005389       5 filler pic x value space.
005390       5 rdtl-count pic z(7)9.
005391       5 filler pic x(2) value space.
005392       5 rdtl-status pic x(7).
009629       5 filler pic x(2) value space.
009630       5 rdtl-tier pic x(7).
010846       5 filler pic x(2) value space.
010847       5 rdtl-withheld pic z(7)9.
010848       5 filler pic x(43) value space.
005394     1 sum-line-1.
005395       5 filler pic x(9) value "REQUESTS ".
005396       5 sum-serviced pic z(3)9.
005403       5 filler pic x(10) value "  MESSAGES".
005404       5 sum-extracted pic z(7)9.
005405       5 filler pic x(73) value space.
010849     1 sum-line-2.
010850       5 filler pic x(9) value "PARTIAL  ".
010851       5 sum-partial pic z(3)9.
010852       5 filler pic x(8) value "  DENIED".
010853       5 sum-denied pic z(3)9.
010854       5 filler pic x(10) value "  WITHHELD".
010855       5 sum-withheld pic z(7)9.
010856       5 filler pic x(89) value space.
005406     1 blank-line pic x(132) value space.
005407 Procedure division.
005408   main-line.
005420       move 16 to return-code
005421       goback
005422     end-if
*******    "35" means no MSGARCH DD, or no retention run yet - the
*******    live store is then the only tier
009632     open input arch-file
009633     if ws-arch-status = "00" then
009634       move "Y" to arch-available
009635     else
009636       if ws-arch-status not = "35" then
009637         display "CAESARRQ MSGARCH open failed status="
009638           ws-arch-status
009639         move 16 to return-code
009640         goback
009641       end-if
009642     end-if
009643     perform find-live-low-id
010857     move function current-date(1:8) to ws-today
010858     perform load-entitlements
*******    "35" means DENYLOG does not exist yet
010859     open extend deny-file
010860     if ws-deny-status = "35" then
010861       open output deny-file
010862     end-if
010863     if ws-deny-status not = "00" then
010864       display "CAESARRQ DENYLOG open failed status="
010865         ws-deny-status
010866       move 16 to return-code
010867       goback
010868     end-if
005423     open output rq-out-file
005424     if ws-rq-out-status not = "00" then
005425       display "CAESARRQ RQOUT open failed status="
005451     move records-extracted to sum-extracted
005452     move sum-line-1 to rpt-record
005453     perform write-rpt-line
010869     move requests-partial to sum-partial
010870     move requests-denied to sum-denied
010871     move records-withheld to sum-withheld
010872     move sum-line-2 to rpt-record
010873     perform write-rpt-line
005454     close req-file
005455     close store-file
009644     if arch-available = "Y" then
009645       close arch-file
009646     end-if
005456     close rq-out-file
005457     close rpt-file
010874     close deny-file
005458     display "CAESARRQ requests=" requests-serviced
005459      " filled=" requests-filled " empty=" requests-empty
005460      " errors=" requests-error
010875      " partial=" requests-partial " denied=" requests-denied
005461      " extracted=" records-extracted
010876      " withheld=" records-withheld
014990      " archive copies skipped=" arch-skipped
005462     evaluate true
005463       when requests-error > 0
005464         move 8 to return-code
005465       when requests-empty > 0
005466         move 4 to return-code
010877       when records-withheld > 0
010878         move 4 to return-code
005467       when other
005468         move 0 to return-code
005469     end-evaluate
005487     unstring req-card delimited by ","
005488       into ws-requester ws-select-by ws-from-text ws-to-text
005489     move 0 to request-count
010879     move 0 to request-matched
010880     move 0 to request-withheld
009647     move space to request-tier
005490     move "N" to eof-switch
005491     evaluate true
005492       when ws-requester = space
005499         move "ERROR " to request-status
005500       when ws-select-by = "ID"
005501         perform extract-by-id
009648         move request-matched to live-count
009649         if arch-available = "Y"
009650           and (live-count = 0 or ws-from-id < live-low-id) then
009651           perform arch-extract-by-id
009652         end-if
005502         perform grade-request
005503       when ws-select-by = "DATE"
005504         perform extract-by-date
009653         move request-matched to live-count
009654         if arch-available = "Y"
009655           and (live-count = 0
009656             or ws-from-date < live-low-date) then
009657           perform arch-extract-by-date
009658         end-if
005505         perform grade-request
005506       when other
005507         display "CAESARRQ card " cards-read
005512       add 1 to requests-error
005513     end-if
005514     perform write-request-line.
*******  Grade on what the selection matched, then on what the
*******  entitlement check let through
005515   grade-request.
010881     evaluate true
010882       when request-matched = 0
005517         move "EMPTY " to request-status
005518         add 1 to requests-empty
010883       when request-withheld = 0
005520         move "FILLED" to request-status
005521         add 1 to requests-filled
010884       when request-count = 0
010885         move "DENIED" to request-status
010886         add 1 to requests-denied
010887       when other
010888         move "PARTIAL" to request-status
010889         add 1 to requests-partial
010890     end-evaluate
009659     evaluate true
009660       when live-count > 0 and request-matched > live-count
009661         move "BOTH" to request-tier
009662       when request-matched > live-count
009663         move "ARCHIVE" to request-tier
009664       when live-count > 0
009665         move "LIVE" to request-tier
009666     end-evaluate.
*******  Ride the key sequence from the from-ID and stop past the
*******  to-ID, the same walk CAESARXT makes
005523   extract-by-id.
005560       at end move "Y" to eof-switch
005561     end-read
005562     if eof-switch = "N" then
009667       if store-proc-date not = space
009668         and store-proc-date < live-low-date then
009669         move store-proc-date to live-low-date
009670       end-if
005563       if store-proc-date >= ws-from-date
005564         and store-proc-date <= ws-to-date then
005565         perform write-extract
005566       end-if
005567     end-if.
*******  The live store's lowest ID - an ID request starting below
*******  it reaches back into the archive tier. The date low-water
*******  mark is picked up by the first date request's full scan
009671   find-live-low-id.
009672     move "N" to eof-switch
009673     move low-values to store-id
009674     start store-file key not < store-id
009675       invalid key
009676         move "Y" to eof-switch
009677     end-start
009678     if eof-switch = "N" then
009679       read store-file next
009680         at end move "Y" to eof-switch
009681       end-read
009682       if eof-switch = "N" then
009683         move store-id to live-low-id
009684       end-if
009685     end-if
009686     move "N" to eof-switch.
*******  The same two walks over the archive tier
009687   arch-extract-by-id.
009688     move "N" to eof-switch
009689     move ws-from-id to arch-id
009690     start arch-file key not < arch-id
009691       invalid key
009692         move "Y" to eof-switch
009693     end-start
009694     perform arch-read-next-by-id until eof-switch = "Y".
009695   arch-read-next-by-id.
009696     read arch-file next
009697       at end move "Y" to eof-switch
009698     end-read
009699     if eof-switch = "N" then
009700       if arch-id > ws-to-id then
009701         move "Y" to eof-switch
009702       else
014991         perform probe-live-store
014992         if live-copy-switch = "N" then
009703           move arch-record to rq-out-msg
010891           move arch-id to ws-msg-id
010892           move arch-dept to ws-msg-dept
010893           move arch-proc-date to ws-msg-proc-date
009704           perform write-extract-record
014993         end-if
009705       end-if
009706     end-if.
009707   arch-extract-by-date.
009708     move "N" to eof-switch
009709     move low-values to arch-id
009710     start arch-file key not < arch-id
009711       invalid key
009712         move "Y" to eof-switch
009713     end-start
009714     perform arch-read-next-by-date until eof-switch = "Y".
009715   arch-read-next-by-date.
009716     read arch-file next
009717       at end move "Y" to eof-switch
009718     end-read
009719     if eof-switch = "N" then
009720       if arch-proc-date >= ws-from-date
009721         and arch-proc-date <= ws-to-date then
014994         perform probe-live-store
014995         if live-copy-switch = "N" then
009722           move arch-record to rq-out-msg
010894           move arch-id to ws-msg-id
010895           move arch-dept to ws-msg-dept
010896           move arch-proc-date to ws-msg-proc-date
009723           perform write-extract-record
014996         end-if
009724       end-if
009725     end-if.
*******  Look the archived message's ID up in the live store. The
*******  live walk for this request has already run, so a hit was
*******  selected there and the archive copy is skipped
014997   probe-live-store.
014998     move "N" to live-copy-switch
014999     move arch-id to store-id
015000     read store-file key is store-id
015001       invalid key
015002         continue
015003       not invalid key
015004         move "Y" to live-copy-switch
015005         add 1 to arch-skipped
015006     end-read.
005568   write-extract.
005570     move store-record to rq-out-msg
010897     move store-id to ws-msg-id
010898     move store-dept to ws-msg-dept
010899     move store-proc-date to ws-msg-proc-date
009726     perform write-extract-record.
*******  A selected message only reaches RQOUT when the requester
*******  is entitled to its department; otherwise it is withheld
*******  and logged
009727   write-extract-record.
010900     add 1 to request-matched
010901     perform check-entitlement
010902     if entitled-switch = "N" then
010903       add 1 to request-withheld
010904       add 1 to records-withheld
010905       perform write-denial
010906       exit paragraph
010907     end-if
005569     move ws-requester to rq-out-requester
005571     write rq-out-record
005572     if ws-rq-out-status not = "00" then
005573       display "CAESARRQ write to RQOUT failed status="
005585     move ws-to-text to rdtl-to
005586     move request-count to rdtl-count
005587     move request-status to rdtl-status
009728     move request-tier to rdtl-tier
010908     move request-withheld to rdtl-withheld
005588     move req-dtl-line to rpt-record
005589     perform write-rpt-line.
005590   write-rpt-line.
005595       move 16 to return-code
005596       goback
005597     end-if.
*******  Load the entitlements in force today. ENTLFILE is not
*******  optional: with no entitlements nobody could be sent
*******  anything, and a missing DD must not mean everything goes
010909   load-entitlements.
010910     open input entl-file
010911     if ws-entl-status not = "00" then
010912       display "CAESARRQ ENTLFILE open failed status="
010913         ws-entl-status
010914       move 16 to return-code
010915       goback
010916     end-if
010917     perform load-one-entitlement until entl-eof-switch = "Y"
010918     close entl-file.
010919   load-one-entitlement.
010920     read entl-file
010921       at end move "Y" to entl-eof-switch
010922     end-read
010923     if entl-eof-switch = "Y" then
010924       exit paragraph
010925     end-if
010926     if not entl-active or entl-eff-from > ws-today
010927       or entl-eff-to < ws-today then
010928       exit paragraph
010929     end-if
010930     if entl-count = 1000 then
010931       display "CAESARRQ more than 1000 entitlements - "
010932         "table full"
010933       move 16 to return-code
010934       goback
010935     end-if
010936     add 1 to entl-count
010937     move entl-requester to entl-tbl-requester(entl-count)
010938     move entl-dept to entl-tbl-dept(entl-count).
*******  Is the requester entitled to the message's department? A
*******  message with no department needs a '****' entitlement
010939   check-entitlement.
010940     if ws-msg-dept = space then
010941       move "****" to ws-find-dept
010942     else
010943       move ws-msg-dept to ws-find-dept
010944     end-if
010945     move "N" to entitled-switch
010946     perform varying entl-idx from 1 by 1
010947       until entl-idx > entl-count or entitled-switch = "Y"
010948       if entl-tbl-requester(entl-idx) = ws-requester
010949         and entl-tbl-dept(entl-idx) = ws-find-dept then
010950         move "Y" to entitled-switch
010951       end-if
010952     end-perform.
010953   write-denial.
010954     move ws-today to deny-run-date
010955     move function current-date(9:8) to deny-run-time
010956     move "CAESARRQ" to deny-program
010957     move ws-requester to deny-requester
010958     move ws-msg-id to deny-msg-id
010959     move ws-msg-dept to deny-msg-dept
010960     move ws-msg-proc-date to deny-msg-proc-date
010961     if ws-msg-dept = space then
010962       move "NO DEPARTMENT" to deny-reason
010963     else
010964       move "NOT ENTITLED" to deny-reason
010965     end-if
010966     write deny-record
010967     if ws-deny-status not = "00" then
010968       display "CAESARRQ write to DENYLOG failed status="
010969         ws-deny-status
010970       move 16 to return-code
010971       goback
010972     end-if.
005598 End program caesarrq.
