008400 Identification division.
*******  End-of-day cross-step balancing for the nightly cipher job
*******  stream. Every step already reports its own counts; this
*******  program proves they agree with each other, so a record that
*******  goes missing between two steps is caught the same night
*******  instead of when a department complains.
*******  MSGOUT and REJECTS are counted here directly (a restart run
*******  leaves them physically complete even though its own RUNHIST
*******  counters only cover what that run wrote), and the day's
*******  RUNHIST end records supply what each step said it did:
*******    CAESARB   MSGIN records read = MSGOUT + REJECTS records.
*******              A reprocess run (R=P) appends its repaired
*******              records to MSGOUT and writes the still-bad ones
*******              to its own REJECTS2, while the originals stay on
*******              REJECTS - so each one adds its REJIN read to
*******              the expected side and its REJECTS2 count to the
*******              actual side
*******    CAESARLD  records read = MSGOUT records, and records
*******              loaded into MSGSTORE = MSGOUT net of its 'H'/'T'
*******              control records
*******    CAESARSP  records read = MSGOUT records, and records spread
*******              across SPLIT1-SPLIT8 plus SPORPHAN = MSGOUT
*******    CAESAREV  'Z' trailer record count on ENVOUT = MSGOUT
*******  Each check is printed on BALRPT by step pair with both sides
*******  and the difference. A break - or a step with no end record
*******  for the day, or no ENVOUT - ends the step with RC=8.
*******  PARM is the run date to balance, yyyymmdd (blank = today).
008401   Program-id. caesarbl.
008402 Environment division.
008403   Input-output section.
008404     File-control.
*******      Common run-history trail the job stream appends to -
*******      the source of each step's own counts
008405       select hist-file assign to "RUNHIST"
008406         organization is sequential
008407         file status is ws-hist-status.
*******      The ciphered output of the day's CAESARB run
008408       select msg-in-file assign to "MSGOUT"
008409         organization is sequential
008410         file status is ws-msg-in-status.
*******      The day's CAESARB rejects - optional, no DD counts as
*******      no rejects
008411       select rej-file assign to "REJECTS"
008412         organization is sequential
008413         file status is ws-rej-status.
*******      The enveloped file CAESAREV built from MSGOUT
008414       select env-file assign to "ENVOUT"
008415         organization is sequential
008416         file status is ws-env-status.
*******      The balancing report
008417       select rpt-file assign to "BALRPT"
008418         organization is sequential
008419         file status is ws-rpt-status.
008420 Data division.
008421   File section.
008422   FD hist-file.
008423     copy "runhist.cpy".
008424   FD msg-in-file.
008425     copy "msgrec.cpy".
008426   FD rej-file.
008427     copy "rejrec.cpy".
008428   FD env-file.
008429     copy "envrec.cpy".
008430   FD rpt-file.
008431     1 rpt-record pic x(132).
008432   Working-storage section.
008433     1 ws-run-date pic x(8) value space.
008434     1 ws-today pic x(8).
008435     1 ws-parm-text pic x(80).
008436     1 eof-switch pic x value "N".
*******    What each step said it did, off its last end record for
*******    the run date. CAESARB's reprocess runs (R=P) are summed
*******    apart from the fresh run: their output is already on
*******    MSGOUT, but what they read and what they still rejected
*******    is not on MSGIN or REJECTS. A fresh run rebuilds MSGOUT,
*******    so it clears any reprocess run before it
008437     1 b-found-switch pic x value "N".
008438     1 b-records-read pic 9(8) value 0.
008439     1 ld-found-switch pic x value "N".
008440     1 ld-records-read pic 9(8) value 0.
008441     1 ld-records-loaded pic 9(8) value 0.
008442     1 sp-found-switch pic x value "N".
008443     1 sp-records-read pic 9(8) value 0.
008444     1 sp-records-routed pic 9(8) value 0.
008445     1 sp-records-orphaned pic 9(8) value 0.
008446     1 ws-reprocess-count pic 9(4).
008447     1 hist-records-read pic 9(8) value 0.
015007     1 rp-runs pic 9(4) value 0.
015008     1 rp-records-read pic 9(8) value 0.
015009     1 rp-records-rejected pic 9(8) value 0.
*******    What is physically on the datasets
008448     1 out-records pic 9(8) value 0.
008449     1 out-control-records pic 9(8) value 0.
008450     1 out-data-records pic 9(8) value 0.
008451     1 rej-records pic 9(8) value 0.
008452     1 env-found-switch pic x value "N".
008453     1 env-trailer-count pic 9(8) value 0.
*******    One check at a time: the two sides, whether the step the
*******    check depends on ran at all, and the tallies
008454     1 bal-pair pic x(18).
008455     1 bal-check pic x(32).
008456     1 bal-expected pic 9(8).
008457     1 bal-actual pic 9(8).
008458     1 bal-difference pic S9(8).
008459     1 bal-step-found pic x.
008460     1 pairs-checked pic 9(4) value 0.
008461     1 breaks-found pic 9(4) value 0.
008462     1 ws-hist-status pic xx.
008463     1 ws-hist-type pic x.
008464     1 ws-hist-parms pic x(40) value space.
008465     1 ws-msg-in-status pic xx.
008466     1 ws-rej-status pic xx.
008467     1 ws-env-status pic xx.
008468     1 ws-rpt-status pic xx.
*******    Report line layouts
008469     1 hdr-line-1.
008470       5 filler pic x(30)
008471         value "CAESAR END-OF-DAY BALANCING   ".
008472       5 hdr-today pic x(8).
008473       5 filler pic x(12) value "  RUN DATE  ".
008474       5 hdr-run-date pic x(8).
008475       5 filler pic x(74) value space.
008476     1 cnt-dtl-line.
008477       5 cdtl-label pic x(32).
008478       5 cdtl-count pic z(7)9.
008479       5 filler pic x(92) value space.
008480     1 col-hdr-line.
008481       5 filler pic x(36)
008482         value "STEP PAIR          CHECK           ".
008483       5 filler pic x(34)
008484         value "                EXPECTED   ACTUAL ".
008485       5 filler pic x(17)
008486         value "DIFFERENCE STATUS".
008487       5 filler pic x(45) value space.
008488     1 bal-dtl-line.
008489       5 bdtl-pair pic x(18).
008490       5 filler pic x value space.
008491       5 bdtl-check pic x(32).
008492       5 filler pic x value space.
008493       5 bdtl-expected pic z(7)9.
008494       5 filler pic x value space.
008495       5 bdtl-actual pic z(7)9.
008496       5 filler pic x value space.
008497       5 bdtl-difference pic -(9)9.
008498       5 filler pic x value space.
008499       5 bdtl-status pic x(8).
008500       5 filler pic x(43) value space.
008501     1 total-line.
008502       5 filler pic x(14) value "PAIRS CHECKED ".
008503       5 tot-checked pic z(3)9.
008504       5 filler pic x(9) value "  BREAKS ".
008505       5 tot-breaks pic z(3)9.
008506       5 filler pic x(101) value space.
008507     1 blank-line pic x(132) value space.
008508   Linkage section.
*******    Standard IBM batch PARM area: a binary length halfword
*******    followed by the PARM text itself, e.g. '20260902'
008509     1 lk-parm.
008510       5 lk-parm-len pic S9(4) comp.
008511       5 lk-parm-text pic x(80).
008512 Procedure division using lk-parm.
008513   main-line.
008514     move function current-date(1:8) to ws-today
008515     move lk-parm-text to ws-parm-text
008516     if lk-parm-len > 0 then
008517       unstring ws-parm-text delimited by ","
008518         into ws-run-date
008519     end-if
008520     if ws-run-date = space then
008521       move ws-today to ws-run-date
008522     end-if
008523     if ws-run-date is not numeric then
008524       display "CAESARBL run date " ws-run-date
008525         " is not yyyymmdd"
008526       move 16 to return-code
008527       goback
008528     end-if
008529     string "DATE=" ws-run-date delimited by size
008530       into ws-hist-parms
*******    Put the run's start record on the history trail before
*******    anything is read - it lands after the steps it balances,
*******    so it cannot be mistaken for one of them
008531     move "S" to ws-hist-type
008532     perform write-run-history
008533     open output rpt-file
008534     if ws-rpt-status not = "00" then
008535       display "CAESARBL BALRPT open failed status="
008536         ws-rpt-status
008537       move 16 to return-code
008538       goback
008539     end-if
008540     perform scan-run-history
008541     perform count-msg-out
008542     perform count-rejects
008543     perform read-envelope
008544     move ws-today to hdr-today
008545     move ws-run-date to hdr-run-date
008546     move hdr-line-1 to rpt-record
008547     perform write-rpt-line
008548     move blank-line to rpt-record
008549     perform write-rpt-line
008550     perform write-file-counts
008551     move blank-line to rpt-record
008552     perform write-rpt-line
008553     move col-hdr-line to rpt-record
008554     perform write-rpt-line
008555     perform balance-steps
008556     move blank-line to rpt-record
008557     perform write-rpt-line
008558     move pairs-checked to tot-checked
008559     move breaks-found to tot-breaks
008560     move total-line to rpt-record
008561     perform write-rpt-line
008562     close rpt-file
008563     display "CAESARBL date=" ws-run-date
008564      " msgout=" out-records " rejects=" rej-records
008565      " checked=" pairs-checked " breaks=" breaks-found
008566     if breaks-found > 0 then
008567       move 8 to return-code
008568     else
008569       move 0 to return-code
008570     end-if
008571     move "E" to ws-hist-type
008572     perform write-run-history
008573     goback.
*******  Pick up each step's counters from its last end record for
*******  the run date - a rerun supersedes the run it repeats
008574   scan-run-history.
008575     open input hist-file
008576     if ws-hist-status not = "00" then
008577       display "CAESARBL RUNHIST open failed status="
008578         ws-hist-status
008579       move 16 to return-code
008580       goback
008581     end-if
008582     move "N" to eof-switch
008583     perform scan-one-hist-record until eof-switch = "Y"
008584     close hist-file.
008585   scan-one-hist-record.
008586     read hist-file
008587       at end move "Y" to eof-switch
008588     end-read
008589     if eof-switch = "Y" then
008590       exit paragraph
008591     end-if
008592     add 1 to hist-records-read
008593     if rh-run-date not = ws-run-date
008594       or not rh-end-record then
008595       exit paragraph
008596     end-if
008597     evaluate rh-program
008598       when "CAESARB"
008599         move 0 to ws-reprocess-count
008600         inspect rh-parm-summary tallying ws-reprocess-count
008601           for all "R=P"
008602         if ws-reprocess-count = 0 then
008603           move "Y" to b-found-switch
008604           move rh-records-read to b-records-read
015010           move 0 to rp-runs
015011           move 0 to rp-records-read
015012           move 0 to rp-records-rejected
015013         else
015014           add 1 to rp-runs
015015           add rh-records-read to rp-records-read
015016           add rh-records-rejected to rp-records-rejected
008605         end-if
008606       when "CAESARLD"
008607         move "Y" to ld-found-switch
008608         move rh-records-read to ld-records-read
008609         move rh-records-written to ld-records-loaded
008610       when "CAESARSP"
008611         move "Y" to sp-found-switch
008612         move rh-records-read to sp-records-read
008613         move rh-records-written to sp-records-routed
008614         move rh-records-rejected to sp-records-orphaned
008615     end-evaluate.
*******  Count MSGOUT as it physically stands, splitting the batch
*******  control records from the data records
008616   count-msg-out.
008617     open input msg-in-file
008618     if ws-msg-in-status not = "00" then
008619       display "CAESARBL MSGOUT open failed status="
008620         ws-msg-in-status
008621       move 16 to return-code
008622       goback
008623     end-if
008624     move "N" to eof-switch
008625     perform count-one-msg-record until eof-switch = "Y"
008626     close msg-in-file.
008627   count-one-msg-record.
008628     read msg-in-file
008629       at end move "Y" to eof-switch
008630     end-read
008631     if eof-switch = "N" then
008632       add 1 to out-records
008633       if msg-batch-header or msg-batch-trailer then
008634         add 1 to out-control-records
008635       else
008636         add 1 to out-data-records
008637       end-if
008638     end-if.
*******  "35" means no REJECTS DD or dataset - nothing was rejected
008639   count-rejects.
008640     open input rej-file
008641     if ws-rej-status = "35" then
008642       exit paragraph
008643     end-if
008644     if ws-rej-status not = "00" then
008645       display "CAESARBL REJECTS open failed status="
008646         ws-rej-status
008647       move 16 to return-code
008648       goback
008649     end-if
008650     move "N" to eof-switch
008651     perform count-one-reject until eof-switch = "Y"
008652     close rej-file.
008653   count-one-reject.
008654     read rej-file
008655       at end move "Y" to eof-switch
008656     end-read
008657     if eof-switch = "N" then
008658       add 1 to rej-records
008659     end-if.
*******  Find the envelope's 'Z' trailer and take the record count it
*******  promised the partner. "35" means CAESAREV never built one
008660   read-envelope.
008661     open input env-file
008662     if ws-env-status = "35" then
008663       exit paragraph
008664     end-if
008665     if ws-env-status not = "00" then
008666       display "CAESARBL ENVOUT open failed status="
008667         ws-env-status
008668       move 16 to return-code
008669       goback
008670     end-if
008671     move "N" to eof-switch
008672     perform read-one-env-record until eof-switch = "Y"
008673     close env-file.
008674   read-one-env-record.
008675     read env-file
008676       at end move "Y" to eof-switch
008677     end-read
008678     if eof-switch = "N" and env-file-trailer then
008679       move "Y" to env-found-switch
008680       move env-trl-record-count to env-trailer-count
008681     end-if.
008682   write-file-counts.
008683     move "MSGOUT RECORDS" to cdtl-label
008684     move out-records to cdtl-count
008685     move cnt-dtl-line to rpt-record
008686     perform write-rpt-line
008687     move "  'H'/'T' CONTROL RECORDS" to cdtl-label
008688     move out-control-records to cdtl-count
008689     move cnt-dtl-line to rpt-record
008690     perform write-rpt-line
008691     move "  DATA RECORDS" to cdtl-label
008692     move out-data-records to cdtl-count
008693     move cnt-dtl-line to rpt-record
008694     perform write-rpt-line
008695     move "REJECTS RECORDS" to cdtl-label
008696     move rej-records to cdtl-count
008697     move cnt-dtl-line to rpt-record
008698     perform write-rpt-line
015017     if rp-runs > 0 then
015018       move "REPROCESS RUNS" to cdtl-label
015019       move rp-runs to cdtl-count
015020       move cnt-dtl-line to rpt-record
015021       perform write-rpt-line
015022       move "  REJIN RECORDS READ" to cdtl-label
015023       move rp-records-read to cdtl-count
015024       move cnt-dtl-line to rpt-record
015025       perform write-rpt-line
015026       move "  STILL REJECTED (REJECTS2)" to cdtl-label
015027       move rp-records-rejected to cdtl-count
015028       move cnt-dtl-line to rpt-record
015029       perform write-rpt-line
015030     end-if.
*******  The step pairs, each check printed whether it balances or
*******  not, so the report is the proof and not only the exceptions
008699   balance-steps.
008700     move "CAESARB" to bal-pair
008701     move "MSGIN READ = MSGOUT + REJECTS" to bal-check
015031     if rp-runs > 0 then
015032       move "MSGIN+REJIN = MSGOUT+REJECTS(2)" to bal-check
015033     end-if
008702     move b-found-switch to bal-step-found
015034     compute bal-expected = b-records-read + rp-records-read
015035     compute bal-actual =
015036       out-records + rej-records + rp-records-rejected
008705     perform balance-one-pair
008706     move "CAESARB/CAESARLD" to bal-pair
008707     move "LD READ = MSGOUT RECORDS" to bal-check
008708     move ld-found-switch to bal-step-found
008709     move out-records to bal-expected
008710     move ld-records-read to bal-actual
008711     perform balance-one-pair
008712     move "LOADED = MSGOUT NET OF H/T" to bal-check
008713     move out-data-records to bal-expected
008714     move ld-records-loaded to bal-actual
008715     perform balance-one-pair
008716     move "CAESARB/CAESARSP" to bal-pair
008717     move "SP READ = MSGOUT RECORDS" to bal-check
008718     move sp-found-switch to bal-step-found
008719     move out-records to bal-expected
008720     move sp-records-read to bal-actual
008721     perform balance-one-pair
008722     move "SPLIT1-8 + SPORPHAN = MSGOUT" to bal-check
008723     move out-records to bal-expected
008724     compute bal-actual =
008725       sp-records-routed + sp-records-orphaned
008726     perform balance-one-pair
008727     move "CAESARB/CAESAREV" to bal-pair
008728     move "'Z' TRAILER COUNT = MSGOUT" to bal-check
008729     move env-found-switch to bal-step-found
008730     move out-records to bal-expected
008731     move env-trailer-count to bal-actual
008732     perform balance-one-pair.
*******  A step that left no evidence for the day is a break in its
*******  own right - a missing step loses records just as surely
008733   balance-one-pair.
008734     add 1 to pairs-checked
008735     move bal-pair to bdtl-pair
008736     move bal-check to bdtl-check
008737     move bal-expected to bdtl-expected
008738     if bal-step-found = "Y" then
008739       compute bal-difference = bal-actual - bal-expected
008740       move bal-actual to bdtl-actual
008741       move bal-difference to bdtl-difference
008742       if bal-difference = 0 then
008743         move "BALANCED" to bdtl-status
008744       else
008745         move "BREAK" to bdtl-status
008746         add 1 to breaks-found
008747         display "CAESARBL break " bal-pair " " bal-check
008748           " expected " bal-expected " actual " bal-actual
008749       end-if
008750     else
008751       move 0 to bdtl-actual
008752       move 0 to bdtl-difference
008753       move "NOT RUN" to bdtl-status
008754       add 1 to breaks-found
008755       display "CAESARBL break " bal-pair " " bal-check
008756         " - step not run for " ws-run-date
008757     end-if
008758     move bal-dtl-line to rpt-record
008759     perform write-rpt-line.
*******  One record onto the common run-history trail. "35" means
*******  RUNHIST does not exist yet. Open and close around every
*******  write, so the start record survives an abend. MSGOUT
*******  records count as read, checks as written, breaks as
*******  rejected
008760   write-run-history.
008761     open extend hist-file
008762     if ws-hist-status = "35" then
008763       open output hist-file
008764     end-if
008765     if ws-hist-status not = "00" then
008766       display "CAESARBL RUNHIST open failed status="
008767         ws-hist-status
008768       move 16 to return-code
008769       goback
008770     end-if
008771     move "CAESARBL" to rh-program
008772     move ws-today to rh-run-date
008773     move function current-date(9:8) to rh-run-time
008774     move ws-hist-type to rh-rec-type
008775     move ws-hist-parms to rh-parm-summary
008776     move out-records to rh-records-read
008777     move pairs-checked to rh-records-written
008778     move breaks-found to rh-records-rejected
008779     move return-code to rh-return-code
008780     write run-hist-record
008781     if ws-hist-status not = "00" then
008782       display "CAESARBL write to RUNHIST failed status="
008783         ws-hist-status
008784       move 16 to return-code
008785       goback
008786     end-if
008787     close hist-file.
008788   write-rpt-line.
008789     write rpt-record
008790     if ws-rpt-status not = "00" then
008791       display "CAESARBL write to BALRPT failed status="
008792         ws-rpt-status
008793       move 16 to return-code
008794       goback
008795     end-if.
008796 End program caesarbl.
