012731 Identification division.
*******  Inbound merge front end ahead of CAESARB. A night's inbound
*******  arrives as several files - CAESARVF verified envelopes,
*******  CAESARCV conversions, CAESARXT reprocess extracts - and
*******  CAESARB reads exactly one MSGIN. This program takes up to
*******  eight of them on MSGIN1-MSGIN8 and writes the single MSGIN
*******  (MSGOUT here) the cipher run reads, in a defined priority
*******  order: the DD number. Every batch from MSGIN1 comes first,
*******  in the order the sender wrote them, then MSGIN2, and so on;
*******  the JCL decides which sender sits on which DD. A DD left
*******  out of the step is skipped, not an error.
*******  Two passes. The first reads every file and catalogs each
*******  'H'/'T' batch it finds, with the same truncated-
*******  transmission checks CAESARB's start-batch/end-batch make:
*******  a batch with no trailer before the next header or end of
*******  file, or whose trailer count does not match, is BROKEN, and
*******  so is a header with no batch ID to check duplicates by. The
*******  same batch ID met a second time - in another file or the
*******  same one - is a DUPLICATE: the first intact copy in
*******  priority order is merged and every later one is held back,
*******  so a batch two senders both shipped is ciphered and
*******  delivered once. A broken copy never blocks an intact copy
*******  of the same batch further down the order. The second pass
*******  copies each batch whole, header to trailer, to MSGOUT or to
*******  the MGEXCPT exceptions file. A trailer with no header goes
*******  to MGEXCPT as well; data records outside any batch pass
*******  through to MSGOUT where they stood, since CAESARB ciphers
*******  them under its PARM values as it always has.
*******  MGMNFST gets the merge manifest: one line per batch with
*******  its source file and result, a per-file summary, and the
*******  record totals. Any exception ends the step with RC=4, so
*******  the cipher run still goes ahead on the clean batches while
*******  operations looks at MGEXCPT. Start and end records go to
*******  the RUNHIST trail, so the CAESARRH inquiry can show what the
*******  merge read, merged, and held back on any night.
012732   Program-id. caesarmg.
012733 Environment division.
012734   Input-output section.
012735     File-control.
*******      The inbound files, in priority order
012736       select in1-file assign to "MSGIN1"
012737         organization is sequential
012738         file status is ws-in1-status.
012739       select in2-file assign to "MSGIN2"
012740         organization is sequential
012741         file status is ws-in2-status.
012742       select in3-file assign to "MSGIN3"
012743         organization is sequential
012744         file status is ws-in3-status.
012745       select in4-file assign to "MSGIN4"
012746         organization is sequential
012747         file status is ws-in4-status.
012748       select in5-file assign to "MSGIN5"
012749         organization is sequential
012750         file status is ws-in5-status.
012751       select in6-file assign to "MSGIN6"
012752         organization is sequential
012753         file status is ws-in6-status.
012754       select in7-file assign to "MSGIN7"
012755         organization is sequential
012756         file status is ws-in7-status.
012757       select in8-file assign to "MSGIN8"
012758         organization is sequential
012759         file status is ws-in8-status.
*******      The merged file, MSGIN for the CAESARB run
012760       select msg-out-file assign to "MSGOUT"
012761         organization is sequential
012762         file status is ws-msg-out-status.
*******      Duplicate and broken batches, and stray trailers
012763       select except-file assign to "MGEXCPT"
012764         organization is sequential
012765         file status is ws-except-status.
*******      The merge manifest
012766       select rpt-file assign to "MGMNFST"
012767         organization is sequential
012768         file status is ws-rpt-status.
*******      Common run-history trail every batch program appends
*******      to: a start record at open, an end record at
*******      completion - see copybooks/runhist.cpy
012769       select hist-file assign to "RUNHIST"
012770         organization is sequential
012771         file status is ws-hist-status.
012772 Data division.
012773   File section.
*******  The sender's records ship through verbatim, so the file
*******  sides only need the raw 297 bytes; the record is looked at
*******  through the msgrec.cpy work area below
012774   FD in1-file.
012775     1 in1-record pic x(297).
012776   FD in2-file.
012777     1 in2-record pic x(297).
012778   FD in3-file.
012779     1 in3-record pic x(297).
012780   FD in4-file.
012781     1 in4-record pic x(297).
012782   FD in5-file.
012783     1 in5-record pic x(297).
012784   FD in6-file.
012785     1 in6-record pic x(297).
012786   FD in7-file.
012787     1 in7-record pic x(297).
012788   FD in8-file.
012789     1 in8-record pic x(297).
012790   FD msg-out-file.
012791     1 msg-out-record pic x(297).
012792   FD except-file.
012793     1 except-record pic x(297).
012794   FD rpt-file.
012795     1 rpt-record pic x(132).
012796   FD hist-file.
012797     copy "runhist.cpy".
012798   Working-storage section.
*******    The record just read, whichever file it came from
012799     copy "msgrec.cpy".
012800     1 eof-switch pic x value "N".
012801     1 records-read pic 9(8) value 0.
012802     1 records-merged pic 9(8) value 0.
012803     1 records-excepted pic 9(8) value 0.
012804     1 batches-merged pic 9(8) value 0.
012805     1 batches-excepted pic 9(8) value 0.
012806     1 files-present pic 9 value 0.
*******    One slot per input DD - slot n is MSGINn
012807     1 cur-file-no pic 9 value 0.
012808     1 file-table.
012809       5 file-entry occurs 8 times.
012810         10 file-present pic x.
012811         10 file-records pic 9(8).
012812         10 file-batches pic 9(8).
012813         10 file-merged pic 9(8).
012814         10 file-excepted pic 9(8).
012815         10 file-unbatched pic 9(8).
012816         10 file-stray pic 9(8).
*******    Every batch met on the first pass, in priority order -
*******    which is also the order the merged ones are written in.
*******    bat-state is what the control checks found (G intact,
*******    N no trailer, C count mismatch, I no batch ID) and
*******    bat-result what the merge does with it (M merged, D
*******    duplicate of the copy merged from bat-dup-of, X broken)
012817     1 batch-table.
012818       5 batch-entry occurs 2000 times.
012819         10 bat-file-no pic 9.
012820         10 bat-id pic x(8).
012821         10 bat-dept pic x(4).
012822         10 bat-records pic 9(8).
012823         10 bat-state pic x.
012824         10 bat-result pic x.
012825         10 bat-dup-of pic 9.
012826     1 batch-max pic 9(4) value 2000.
012827     1 batch-count pic 9(4) value 0.
012828     1 batch-idx pic 9(4).
012829     1 prior-idx pic 9(4).
012830     1 prior-found pic x.
*******    State of the batch currently open on either pass: its
*******    slot in the batch table
012831     1 batch-active-switch pic x value "N".
012832     1 cur-batch pic 9(4) value 0.
*******    One open/read status per inbound file, so a missing DD
*******    (status "35") is told apart from a real open failure;
*******    ws-in-status is the shared scratch the check runs against
012833     1 ws-in-status pic xx.
012834     1 ws-in1-status pic xx.
012835     1 ws-in2-status pic xx.
012836     1 ws-in3-status pic xx.
012837     1 ws-in4-status pic xx.
012838     1 ws-in5-status pic xx.
012839     1 ws-in6-status pic xx.
012840     1 ws-in7-status pic xx.
012841     1 ws-in8-status pic xx.
012842     1 ws-msg-out-status pic xx.
012843     1 ws-except-status pic xx.
012844     1 ws-rpt-status pic xx.
*******    Run-history scratch: which record is being written
012845     1 ws-hist-status pic xx.
012846     1 ws-hist-type pic x.
*******    Manifest line layouts
012847     1 hdr-line-1.
012848       5 filler pic x(30)
012849         value "CAESAR INBOUND MERGE MANIFEST ".
012850       5 hdr-run-date pic x(8).
012851       5 filler pic x(94) value space.
012852     1 col-hdr-line.
012853       5 filler pic x(37)
012854         value "BATCH    DEPT  RECORDS SOURCE  RESULT".
012855       5 filler pic x(95) value space.
012856     1 bat-dtl-line.
012857       5 bdtl-batch-id pic x(8).
012858       5 filler pic x value space.
012859       5 bdtl-dept pic x(4).
012860       5 filler pic x value space.
012861       5 bdtl-records pic z(7)9.
012862       5 filler pic x value space.
012863       5 bdtl-file pic x(6).
012864       5 filler pic xx value space.
012865       5 bdtl-result pic x(30).
012866       5 filler pic x(71) value space.
012867     1 file-sum-line.
012868       5 fsum-file pic x(6).
012869       5 filler pic x(9) value " RECORDS ".
012870       5 fsum-records pic z(7)9.
012871       5 filler pic x(9) value " BATCHES ".
012872       5 fsum-batches pic z(7)9.
012873       5 filler pic x(8) value " MERGED ".
012874       5 fsum-merged pic z(7)9.
012875       5 filler pic x(10) value " EXCEPTED ".
012876       5 fsum-excepted pic z(7)9.
012877       5 filler pic x(11) value " UNBATCHED ".
012878       5 fsum-unbatched pic z(7)9.
012879       5 filler pic x(16) value " STRAY TRAILERS ".
012880       5 fsum-stray pic z(7)9.
012881       5 filler pic x(15) value space.
012882     1 file-absent-line.
012883       5 fabs-file pic x(6).
012884       5 filler pic x(13) value " NOT SUPPLIED".
012885       5 filler pic x(113) value space.
012886     1 total-line.
012887       5 filler pic x(17) value "MSGOUT RECORDS   ".
012888       5 tot-merged pic z(7)9.
012889       5 filler pic x(18) value "  MGEXCPT RECORDS ".
012890       5 tot-excepted pic z(7)9.
012891       5 filler pic x(81) value space.
012892     1 blank-line pic x(132) value space.
012893 Procedure division.
012894   main-line.
*******    Put the run's start record on the history trail before
*******    any data moves
012895     move "S" to ws-hist-type
012896     perform write-run-history
012897     open output rpt-file
012898     if ws-rpt-status not = "00" then
012899       display "CAESARMG MGMNFST open failed status="
012900         ws-rpt-status
012901       move 16 to return-code
012902       goback
012903     end-if
012904     perform catalog-file
012905       varying cur-file-no from 1 by 1 until cur-file-no > 8
012906     if files-present = 0 then
012907       display "CAESARMG no inbound files supplied on "
012908         "MSGIN1-MSGIN8"
012909       move 16 to return-code
012910       goback
012911     end-if
012912     perform resolve-batch
012913       varying batch-idx from 1 by 1 until batch-idx > batch-count
012914     open output msg-out-file
012915     if ws-msg-out-status not = "00" then
012916       display "CAESARMG MSGOUT open failed status="
012917         ws-msg-out-status
012918       move 16 to return-code
012919       goback
012920     end-if
012921     open output except-file
012922     if ws-except-status not = "00" then
012923       display "CAESARMG MGEXCPT open failed status="
012924         ws-except-status
012925       move 16 to return-code
012926       goback
012927     end-if
012928     move 0 to cur-batch
012929     perform merge-file
012930       varying cur-file-no from 1 by 1 until cur-file-no > 8
012931     close msg-out-file
012932     close except-file
012933     perform write-manifest
012934     close rpt-file
012935     display "CAESARMG read=" records-read
012936      " merged=" records-merged " excepted=" records-excepted
012937      " batches merged=" batches-merged
012938      " excepted=" batches-excepted
012939     if records-excepted > 0 then
012940       move 4 to return-code
012941     else
012942       move 0 to return-code
012943     end-if
*******    The end record carries the final counters and return
*******    code: records merged here are the records CAESARB reads
012944     move "E" to ws-hist-type
012945     perform write-run-history
012946     goback.
*******  First pass over one inbound file: catalog its batches and
*******  run the control checks, writing nothing yet
012947   catalog-file.
012948     move "N" to file-present(cur-file-no)
012949     move 0 to file-records(cur-file-no)
012950     move 0 to file-batches(cur-file-no)
012951     move 0 to file-merged(cur-file-no)
012952     move 0 to file-excepted(cur-file-no)
012953     move 0 to file-unbatched(cur-file-no)
012954     move 0 to file-stray(cur-file-no)
012955     perform open-in-file
012956     if ws-in-status = "35" then
012957       exit paragraph
012958     end-if
012959     move "Y" to file-present(cur-file-no)
012960     add 1 to files-present
012961     perform catalog-one-record until eof-switch = "Y"
*******    A batch still open at end of file means the trailer (and
*******    maybe more) never arrived - a truncated transmission
012962     if batch-active-switch = "Y" then
012963       display "CAESARMG MSGIN" cur-file-no " batch "
012964         bat-id(cur-batch) " has no trailer - file truncated?"
012965       move "N" to bat-state(cur-batch)
012966       move "N" to batch-active-switch
012967     end-if
012968     perform close-in-file.
012969   catalog-one-record.
012970     perform read-in-file
012971     if eof-switch = "N" then
012972       add 1 to records-read
012973       add 1 to file-records(cur-file-no)
012974       evaluate true
012975         when msg-batch-header
012976           perform catalog-start-batch
012977         when msg-batch-trailer
012978           perform catalog-end-batch
012979         when other
012980           if batch-active-switch = "Y" then
012981             add 1 to bat-records(cur-batch)
012982           else
012983             add 1 to file-unbatched(cur-file-no)
012984           end-if
012985       end-evaluate
012986     end-if.
*******  Give a new batch its slot; a header arriving while the
*******  previous batch is still open breaks that previous batch
012987   catalog-start-batch.
012988     if batch-active-switch = "Y" then
012989       display "CAESARMG MSGIN" cur-file-no " batch "
012990         bat-id(cur-batch) " has no trailer before batch "
012991         msg-hdr-batch-id
012992       move "N" to bat-state(cur-batch)
012993     end-if
012994     if batch-count = batch-max then
012995       display "CAESARMG more than " batch-max
012996         " batches in MSGIN1-MSGIN8 - split the merge"
012997       move 16 to return-code
012998       goback
012999     end-if
013000     add 1 to batch-count
013001     move batch-count to cur-batch
013002     move "Y" to batch-active-switch
013003     add 1 to file-batches(cur-file-no)
013004     move cur-file-no to bat-file-no(cur-batch)
013005     move msg-hdr-batch-id to bat-id(cur-batch)
013006     move msg-hdr-dept to bat-dept(cur-batch)
013007     move 0 to bat-records(cur-batch)
013008     move space to bat-result(cur-batch)
013009     move 0 to bat-dup-of(cur-batch)
013010     if msg-hdr-batch-id = space then
013011       display "CAESARMG MSGIN" cur-file-no
013012         " batch header with no batch ID at record "
013013         file-records(cur-file-no)
013014       move "I" to bat-state(cur-batch)
013015     else
013016       move "G" to bat-state(cur-batch)
013017     end-if.
*******  Close the open batch against the sender's control count. A
*******  trailer with no batch open is a stray, held for MGEXCPT
013018   catalog-end-batch.
013019     if batch-active-switch = "N" then
013020       display "CAESARMG MSGIN" cur-file-no
013021         " trailer without header at record "
013022         file-records(cur-file-no)
013023       add 1 to file-stray(cur-file-no)
013024       exit paragraph
013025     end-if
013026     if msg-trl-record-count not = bat-records(cur-batch) then
013027       display "CAESARMG MSGIN" cur-file-no " batch "
013028         bat-id(cur-batch) " trailer count "
013029         msg-trl-record-count " but read "
013030         bat-records(cur-batch)
013031       if bat-state(cur-batch) = "G" then
013032         move "C" to bat-state(cur-batch)
013033       end-if
013034     end-if
013035     move "N" to batch-active-switch.
*******  Decide one batch: broken batches are held back; of the
*******  intact ones, the first merged copy of a batch ID wins and
*******  any later copy is a duplicate of it
013036   resolve-batch.
013037     move bat-file-no(batch-idx) to cur-file-no
013038     if bat-state(batch-idx) not = "G" then
013039       move "X" to bat-result(batch-idx)
013040       add 1 to file-excepted(cur-file-no)
013041       add 1 to batches-excepted
013042       exit paragraph
013043     end-if
013044     move "N" to prior-found
013045     perform varying prior-idx from 1 by 1
013046       until prior-idx = batch-idx or prior-found = "Y"
013047       if bat-result(prior-idx) = "M"
013048         and bat-id(prior-idx) = bat-id(batch-idx) then
013049         move "Y" to prior-found
013050       end-if
013051     end-perform
013052     if prior-found = "Y" then
013053       subtract 1 from prior-idx
013054       display "CAESARMG batch " bat-id(batch-idx)
013055         " on MSGIN" cur-file-no " duplicates the copy on MSGIN"
013056         bat-file-no(prior-idx)
013057       move "D" to bat-result(batch-idx)
013058       move bat-file-no(prior-idx) to bat-dup-of(batch-idx)
013059       add 1 to file-excepted(cur-file-no)
013060       add 1 to batches-excepted
013061     else
013062       move "M" to bat-result(batch-idx)
013063       add 1 to file-merged(cur-file-no)
013064       add 1 to batches-merged
013065     end-if.
*******  Second pass over one inbound file: replay the same batch
*******  boundaries as the first pass and ship every record to the
*******  side its batch was decided for
013066   merge-file.
013067     if file-present(cur-file-no) = "N" then
013068       exit paragraph
013069     end-if
013070     perform open-in-file
013071     perform merge-one-record until eof-switch = "Y"
013072     move "N" to batch-active-switch
013073     perform close-in-file.
013074   merge-one-record.
013075     perform read-in-file
013076     if eof-switch = "Y" then
013077       exit paragraph
013078     end-if
013079     evaluate true
013080       when msg-batch-header
013081         add 1 to cur-batch
013082         move "Y" to batch-active-switch
013083         perform write-batch-record
013084       when msg-batch-trailer
013085         if batch-active-switch = "Y" then
013086           perform write-batch-record
013087           move "N" to batch-active-switch
013088         else
013089           perform write-except-record
013090         end-if
013091       when other
013092         if batch-active-switch = "Y" then
013093           perform write-batch-record
013094         else
013095           perform write-merged-record
013096         end-if
013097     end-evaluate.
013098   write-batch-record.
013099     if bat-result(cur-batch) = "M" then
013100       perform write-merged-record
013101     else
013102       perform write-except-record
013103     end-if.
013104   write-merged-record.
013105     move msg-record to msg-out-record
013106     write msg-out-record
013107     if ws-msg-out-status not = "00" then
013108       display "CAESARMG write to MSGOUT failed status="
013109         ws-msg-out-status
013110       move 16 to return-code
013111       goback
013112     end-if
013113     add 1 to records-merged.
013114   write-except-record.
013115     move msg-record to except-record
013116     write except-record
013117     if ws-except-status not = "00" then
013118       display "CAESARMG write to MGEXCPT failed status="
013119         ws-except-status
013120       move 16 to return-code
013121       goback
013122     end-if
013123     add 1 to records-excepted.
*******  Open MSGINn for the current slot. "35" means the DD was
*******  left out of the step - the slot is simply skipped
013124   open-in-file.
013125     move "N" to eof-switch
013126     evaluate cur-file-no
013127       when 1
013128         open input in1-file
013129         move ws-in1-status to ws-in-status
013130       when 2
013131         open input in2-file
013132         move ws-in2-status to ws-in-status
013133       when 3
013134         open input in3-file
013135         move ws-in3-status to ws-in-status
013136       when 4
013137         open input in4-file
013138         move ws-in4-status to ws-in-status
013139       when 5
013140         open input in5-file
013141         move ws-in5-status to ws-in-status
013142       when 6
013143         open input in6-file
013144         move ws-in6-status to ws-in-status
013145       when 7
013146         open input in7-file
013147         move ws-in7-status to ws-in-status
013148       when 8
013149         open input in8-file
013150         move ws-in8-status to ws-in-status
013151     end-evaluate
013152     if ws-in-status not = "00" and ws-in-status not = "35" then
013153       display "CAESARMG MSGIN" cur-file-no
013154         " open failed status=" ws-in-status
013155       move 16 to return-code
013156       goback
013157     end-if.
*******  Read the next record of MSGINn into the msgrec.cpy work
*******  area
013158   read-in-file.
013159     evaluate cur-file-no
013160       when 1
013161         read in1-file
013162           at end move "Y" to eof-switch
013163         end-read
013164         move in1-record to msg-record
013165       when 2
013166         read in2-file
013167           at end move "Y" to eof-switch
013168         end-read
013169         move in2-record to msg-record
013170       when 3
013171         read in3-file
013172           at end move "Y" to eof-switch
013173         end-read
013174         move in3-record to msg-record
013175       when 4
013176         read in4-file
013177           at end move "Y" to eof-switch
013178         end-read
013179         move in4-record to msg-record
013180       when 5
013181         read in5-file
013182           at end move "Y" to eof-switch
013183         end-read
013184         move in5-record to msg-record
013185       when 6
013186         read in6-file
013187           at end move "Y" to eof-switch
013188         end-read
013189         move in6-record to msg-record
013190       when 7
013191         read in7-file
013192           at end move "Y" to eof-switch
013193         end-read
013194         move in7-record to msg-record
013195       when 8
013196         read in8-file
013197           at end move "Y" to eof-switch
013198         end-read
013199         move in8-record to msg-record
013200     end-evaluate.
013201   close-in-file.
013202     evaluate cur-file-no
013203       when 1
013204         close in1-file
013205       when 2
013206         close in2-file
013207       when 3
013208         close in3-file
013209       when 4
013210         close in4-file
013211       when 5
013212         close in5-file
013213       when 6
013214         close in6-file
013215       when 7
013216         close in7-file
013217       when 8
013218         close in8-file
013219     end-evaluate.
*******  The manifest: every batch in priority order with where it
*******  went, then the per-file summary and the record totals
013220   write-manifest.
013221     move function current-date(1:8) to hdr-run-date
013222     move hdr-line-1 to rpt-record
013223     perform write-rpt-line
013224     move blank-line to rpt-record
013225     perform write-rpt-line
013226     move col-hdr-line to rpt-record
013227     perform write-rpt-line
013228     perform write-batch-line
013229       varying batch-idx from 1 by 1 until batch-idx > batch-count
013230     move blank-line to rpt-record
013231     perform write-rpt-line
013232     perform write-file-line
013233       varying cur-file-no from 1 by 1 until cur-file-no > 8
013234     move blank-line to rpt-record
013235     perform write-rpt-line
013236     move records-merged to tot-merged
013237     move records-excepted to tot-excepted
013238     move total-line to rpt-record
013239     perform write-rpt-line.
013240   write-batch-line.
013241     move bat-id(batch-idx) to bdtl-batch-id
013242     move bat-dept(batch-idx) to bdtl-dept
013243     move bat-records(batch-idx) to bdtl-records
013244     move "MSGIN" to bdtl-file
013245     move bat-file-no(batch-idx) to bdtl-file(6:1)
013246     move space to bdtl-result
013247     evaluate true
013248       when bat-result(batch-idx) = "M"
013249         move "MERGED" to bdtl-result
013250       when bat-result(batch-idx) = "D"
013251         move "DUPLICATE - MERGED FROM MSGIN" to bdtl-result
013252         move bat-dup-of(batch-idx) to bdtl-result(30:1)
013253       when bat-state(batch-idx) = "N"
013254         move "BROKEN - NO TRAILER" to bdtl-result
013255       when bat-state(batch-idx) = "C"
013256         move "BROKEN - COUNT MISMATCH" to bdtl-result
013257       when other
013258         move "BROKEN - NO BATCH ID" to bdtl-result
013259     end-evaluate
013260     move bat-dtl-line to rpt-record
013261     perform write-rpt-line.
013262   write-file-line.
013263     if file-present(cur-file-no) = "N" then
013264       move "MSGIN" to fabs-file
013265       move cur-file-no to fabs-file(6:1)
013266       move file-absent-line to rpt-record
013267     else
013268       move "MSGIN" to fsum-file
013269       move cur-file-no to fsum-file(6:1)
013270       move file-records(cur-file-no) to fsum-records
013271       move file-batches(cur-file-no) to fsum-batches
013272       move file-merged(cur-file-no) to fsum-merged
013273       move file-excepted(cur-file-no) to fsum-excepted
013274       move file-unbatched(cur-file-no) to fsum-unbatched
013275       move file-stray(cur-file-no) to fsum-stray
013276       move file-sum-line to rpt-record
013277     end-if
013278     perform write-rpt-line.
013279   write-rpt-line.
013280     write rpt-record
013281     if ws-rpt-status not = "00" then
013282       display "CAESARMG write to MGMNFST failed status="
013283         ws-rpt-status
013284       move 16 to return-code
013285       goback
013286     end-if.
*******  One record onto the common run-history trail. "35" means
*******  RUNHIST does not exist yet. Open and close around every
*******  write, so the start record survives an abend. Records
*******  merged to MSGOUT count as written, MGEXCPT records on the
*******  rejected side
013287   write-run-history.
013288     open extend hist-file
013289     if ws-hist-status = "35" then
013290       open output hist-file
013291     end-if
013292     if ws-hist-status not = "00" then
013293       display "CAESARMG RUNHIST open failed status="
013294         ws-hist-status
013295       move 16 to return-code
013296       goback
013297     end-if
013298     move "CAESARMG" to rh-program
013299     move function current-date(1:8) to rh-run-date
013300     move function current-date(9:8) to rh-run-time
013301     move ws-hist-type to rh-rec-type
013302     move "MERGE" to rh-parm-summary
013303     move records-read to rh-records-read
013304     move records-merged to rh-records-written
013305     move records-excepted to rh-records-rejected
013306     move return-code to rh-return-code
013307     write run-hist-record
013308     if ws-hist-status not = "00" then
013309       display "CAESARMG write to RUNHIST failed status="
013310         ws-hist-status
013311       move 16 to return-code
013312       goback
013313     end-if
013314     close hist-file.
013315 End program caesarmg.
