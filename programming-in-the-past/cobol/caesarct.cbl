013316 Identification division.
*******  Known-answer certification of every function in
*******  ciphers.cbl. CAESARQA round-trips messages through encryptV
*******  and decryptV with one shift, which cannot see a change that
*******  moves both functions the same wrong way - the round trip
*******  still matches while every archive in MSGSTORE becomes
*******  unreadable. This program instead calls each function with
*******  fixed inputs and checks the exact answer: the output text,
*******  the statusCode, and for solve/solveV the best shift found.
*******  The vectors come from the CTVECT deck (see
*******  copybooks/ctvector.cpy) and cover encrypt, decrypt, solve,
*******  encryptV, decryptV, solveV, encryptVig, decryptVig,
*******  encryptVigV and decryptVigV in letters-only and full-
*******  printable mode, case preservation, the boundary shifts
*******  -25/25 and -94/94, and the 08 (shift or keyword refused)
*******  and 12 (msgLen over the buffers) status codes.
*******  CTRPT gets one PASS/FAIL line per vector - a failed output
*******  comparison also shows the expected and actual text - then
*******  totals by function and the verdict. The step ends RC=8
*******  when any vector fails, when a card in the deck cannot be
*******  run, or when any of the ten functions has no vector at all
*******  (a deck that lost a function's vectors must not certify
*******  it). The build job runs this step against the freshly
*******  linked modules and promotes them only on RC=0.
*******  Shares its cipher functions with the other programs via
*******  ciphers.cbl, compiled and link-edited together with this
*******  source into its own CAESARCT load module.
013317   Program-id. caesarct.
013318 Environment division.
013319   Configuration section.
013320     Repository.
013321       Function encrypt
013322       function decrypt
013323       function solve
013324       function encryptV
013325       function decryptV
013326       function solveV
013327       function encryptVig
013328       function decryptVig
013329       function encryptVigV
013330       function decryptVigV.
013331   Input-output section.
013332     File-control.
*******      The known-answer vector deck
013333       select vec-file assign to "CTVECT"
013334         organization is sequential
013335         file status is ws-vec-status.
*******      The certification report
013336       select rpt-file assign to "CTRPT"
013337         organization is sequential
013338         file status is ws-rpt-status.
013339 Data division.
013340   File section.
013341   FD vec-file.
013342     copy "ctvector.cpy".
013343   FD rpt-file.
013344     1 rpt-record pic x(132).
013345   Working-storage section.
013346     1 eof-switch pic x value "N".
013347     1 cards-read pic 9(8) value 0.
*******    The ten functions by the name the deck quotes them by,
*******    with slot 11 collecting vectors that could not be run at
*******    all (unknown function, bad field, stray text card)
013348     1 func-names.
013349       5 filler pic x(11) value "ENCRYPT".
013350       5 filler pic x(11) value "DECRYPT".
013351       5 filler pic x(11) value "SOLVE".
013352       5 filler pic x(11) value "ENCRYPTV".
013353       5 filler pic x(11) value "DECRYPTV".
013354       5 filler pic x(11) value "SOLVEV".
013355       5 filler pic x(11) value "ENCRYPTVIG".
013356       5 filler pic x(11) value "DECRYPTVIG".
013357       5 filler pic x(11) value "ENCRYPTVIGV".
013358       5 filler pic x(11) value "DECRYPTVIGV".
013359       5 filler pic x(11) value "(INVALID)".
013360     1 func-name-tbl redefines func-names.
013361       5 func-name pic x(11) occurs 11 times.
013362     1 func-counts.
013363       5 func-count-entry occurs 11 times.
013364         10 func-vectors pic 9(6).
013365         10 func-passed pic 9(6).
013366         10 func-failed pic 9(6).
013367     1 func-idx pic 99.
013368     1 func-found pic x.
013369     1 total-vectors pic 9(6) value 0.
013370     1 total-passed pic 9(6) value 0.
013371     1 total-failed pic 9(6) value 0.
*******    Y when one of the ten functions has no vector in the deck
013372     1 unexercised-switch pic x value "N".
*******    The vector being assembled: its 'V' card fields, held
*******    while its text cards are read, and its two text buffers
013373     1 vector-pending-switch pic x value "N".
013374     1 ws-vector-id pic x(8).
013375     1 ws-function pic x(11).
013376     1 ws-cipher-mode pic x.
013377     1 ws-shift-text pic x(4).
013378     1 ws-keyword pic x(20).
013379     1 ws-length-text pic x(4).
013380     1 ws-exp-status-text pic x(2).
013381     1 ws-exp-shift-text pic x(4).
013382     1 ws-description pic x(25).
013383     1 ws-in-text pic x(256).
013384     1 ws-exp-text pic x(256).
013385     1 ws-text-pos pic 9(3).
*******    Set when the vector cannot be run as keyed, with the
*******    reason that goes on its report line
013386     1 vector-bad-switch pic x value "N".
013387     1 ws-bad-reason pic x(40).
*******    The call itself: arguments resolved off the 'V' card in
*******    the pictures ciphers.cbl declares, and what came back
013388     1 ws-shift pic S999.
013389     1 ws-msg-length pic 9(4).
013390     1 ws-exp-status pic 9(2).
013391     1 ws-exp-shift pic S999.
013392     1 ws-got-status pic 9(2).
013393     1 ws-best-shift pic S999.
013394     1 ws-in-32 pic x(32).
013395     1 ws-out-32 pic x(32).
013396     1 ws-out-text pic x(256).
013397     1 ws-shift-edit pic -(3)9.
*******    Outcome of the comparison: P pass, F fail
013398     1 ws-result pic x.
013399     1 output-mismatch-switch pic x.
013400     1 ws-vec-status pic xx.
013401     1 ws-rpt-status pic xx.
*******    Report line layouts
013402     1 hdr-line-1.
013403       5 filler pic x(30)
013404         value "CAESAR CIPHER CERTIFICATION   ".
013405       5 hdr-run-date pic x(8).
013406       5 filler pic x(94) value space.
013407     1 col-hdr-line.
013408       5 filler pic x(46)
013409         value "VECTOR   FUNCTION   MODE SHFT KEYWORD         ".
013410       5 filler pic x(45)
013411         value "     LEN  EXP GOT  RSLT  DESCRIPTION / REASON".
013412       5 filler pic x(41) value space.
013413     1 vec-dtl-line.
013414       5 dtl-vector-id pic x(8).
013415       5 filler pic x value space.
013416       5 dtl-function pic x(11).
013417       5 filler pic x value space.
013418       5 dtl-mode pic x.
013419       5 filler pic x(3) value space.
013420       5 dtl-shift pic x(4).
013421       5 filler pic x value space.
013422       5 dtl-keyword pic x(20).
013423       5 filler pic x value space.
013424       5 dtl-length pic x(4).
013425       5 filler pic xx value space.
013426       5 dtl-exp-status pic xx.
013427       5 filler pic xx value space.
013428       5 dtl-got-status pic xx.
013429       5 filler pic xx value space.
013430       5 dtl-result pic x(4).
013431       5 filler pic xx value space.
013432       5 dtl-note pic x(40).
013433       5 filler pic x(21) value space.
013434     1 text-dtl-line.
013435       5 filler pic x(11) value space.
013436       5 tdtl-label pic x(9).
013437       5 tdtl-text pic x(100).
013438       5 filler pic x(12) value space.
013439     1 func-hdr-line.
013440       5 filler pic x(38)
013441         value "FUNCTION     VECTORS   PASSED   FAILED".
013442       5 filler pic x(94) value space.
013443     1 func-sum-line.
013444       5 fsum-function pic x(11).
013445       5 filler pic xx value space.
013446       5 fsum-vectors pic z(6)9.
013447       5 filler pic xx value space.
013448       5 fsum-passed pic z(6)9.
013449       5 filler pic xx value space.
013450       5 fsum-failed pic z(6)9.
013451       5 filler pic xx value space.
013452       5 fsum-note pic x(30).
013453       5 filler pic x(62) value space.
013454     1 verdict-line.
013455       5 verdict-text pic x(60).
013456       5 filler pic x(72) value space.
013457     1 blank-line pic x(132) value space.
013458 Procedure division.
013459   main-line.
013460     open input vec-file
013461     if ws-vec-status not = "00" then
013462       display "CAESARCT CTVECT open failed status="
013463         ws-vec-status
013464       move 16 to return-code
013465       goback
013466     end-if
013467     open output rpt-file
013468     if ws-rpt-status not = "00" then
013469       display "CAESARCT CTRPT open failed status="
013470         ws-rpt-status
013471       move 16 to return-code
013472       goback
013473     end-if
013474     initialize func-counts
013475     move function current-date(1:8) to hdr-run-date
013476     move hdr-line-1 to rpt-record
013477     perform write-rpt-line
013478     move blank-line to rpt-record
013479     perform write-rpt-line
013480     move col-hdr-line to rpt-record
013481     perform write-rpt-line
013482     perform process-card until eof-switch = "Y"
013483     if vector-pending-switch = "Y" then
013484       perform run-vector
013485     end-if
013486     perform write-function-summary
013487     close vec-file
013488     close rpt-file
013489     display "CAESARCT cards=" cards-read
013490      " vectors=" total-vectors " passed=" total-passed
013491      " failed=" total-failed
013492     if total-failed > 0 or unexercised-switch = "Y" then
013493       display "CAESARCT NOT CERTIFIED - do not promote"
013494       move 8 to return-code
013495     else
013496       display "CAESARCT CERTIFIED"
013497       move 0 to return-code
013498     end-if
013499     goback.
*******  One card: a 'V' card runs the vector it closes off and
*******  starts the next, text cards fill in the open vector
013500   process-card.
013501     read vec-file
013502       at end move "Y" to eof-switch
013503     end-read
013504     if eof-switch = "Y" then
013505       exit paragraph
013506     end-if
013507     add 1 to cards-read
013508     evaluate true
013509       when ctv-comment-card
013510         continue
013511       when ctv-vector-card
013512         if vector-pending-switch = "Y" then
013513           perform run-vector
013514         end-if
013515         perform start-vector
013516       when ctv-input-card or ctv-expected-card
013517         perform add-text-card
013518       when other
013519         move "UNKNOWN CARD TYPE" to ws-bad-reason
013520         perform write-deck-error
013521     end-evaluate.
013522   start-vector.
013523     move "Y" to vector-pending-switch
013524     move "N" to vector-bad-switch
013525     move space to ws-bad-reason
013526     move ctv-vector-id to ws-vector-id
013527     move function upper-case(ctv-function) to ws-function
013528     move ctv-cipher-mode to ws-cipher-mode
013529     move ctv-shift to ws-shift-text
013530     move ctv-keyword to ws-keyword
013531     move ctv-msg-length to ws-length-text
013532     move ctv-exp-status to ws-exp-status-text
013533     move ctv-exp-shift to ws-exp-shift-text
013534     move ctv-description to ws-description
013535     move space to ws-in-text
013536     move space to ws-exp-text.
*******  Place one 64-byte text card in the open vector's input or
*******  expected buffer. A text card that does not belong to the
*******  open vector is a deck error - running the vector without
*******  it would test the wrong thing
013537   add-text-card.
013538     if vector-pending-switch = "N"
013539       or ctv-vector-id not = ws-vector-id then
013540       move "TEXT CARD WITH NO MATCHING V CARD" to ws-bad-reason
013541       perform write-deck-error
013542       exit paragraph
013543     end-if
013544     if ctv-text-seq is not numeric
013545       or ctv-text-seq < 1 or ctv-text-seq > 4 then
013546       move "Y" to vector-bad-switch
013547       move "TEXT CARD SEQUENCE NOT 1-4" to ws-bad-reason
013548       exit paragraph
013549     end-if
013550     compute ws-text-pos = (ctv-text-seq - 1) * 64 + 1
013551     if ctv-input-card then
013552       move ctv-text to ws-in-text(ws-text-pos:64)
013553     else
013554       move ctv-text to ws-exp-text(ws-text-pos:64)
013555     end-if.
*******  Resolve the held 'V' card into call arguments, make the
*******  call, and judge the answer
013556   run-vector.
013557     move "N" to vector-pending-switch
013558     perform find-function-slot
013559     if func-found = "N" then
013560       move "Y" to vector-bad-switch
013561       move "UNKNOWN FUNCTION" to ws-bad-reason
013562     end-if
013563     if vector-bad-switch = "N" then
013564       perform resolve-arguments
013565     end-if
013566     move "N" to output-mismatch-switch
013567     move 0 to ws-got-status
013568     if vector-bad-switch = "Y" then
013569       move "F" to ws-result
013570     else
013571       perform call-function
013572       perform judge-answer
013573     end-if
013574     add 1 to func-vectors(func-idx)
013575     add 1 to total-vectors
013576     if ws-result = "P" then
013577       add 1 to func-passed(func-idx)
013578       add 1 to total-passed
013579     else
013580       add 1 to func-failed(func-idx)
013581       add 1 to total-failed
013582     end-if
013583     perform write-vector-line.
013584   find-function-slot.
013585     move "N" to func-found
013586     perform varying func-idx from 1 by 1
013587       until func-idx > 10 or func-found = "Y"
013588       if func-name(func-idx) = ws-function then
013589         move "Y" to func-found
013590       end-if
013591     end-perform
013592     if func-found = "Y" then
013593       subtract 1 from func-idx
013594     else
013595       move 11 to func-idx
013596     end-if.
*******  Shift and best shift are signed text on the card; msgLen
*******  is only required by the V family - the fixed-length
*******  functions always work their whole 32 bytes
013597   resolve-arguments.
013598     if ws-shift-text = space then
013599       move 0 to ws-shift
013600     else
013601       if function test-numval(ws-shift-text) not = 0 then
013602         move "Y" to vector-bad-switch
013603         move "SHIFT NOT NUMERIC" to ws-bad-reason
013604         move 11 to func-idx
013605         exit paragraph
013606       end-if
013607       move function numval(ws-shift-text) to ws-shift
013608     end-if
013609     if ws-length-text = space then
013610       move 0 to ws-msg-length
013611       if func-idx = 4 or func-idx = 5 or func-idx = 6
013612         or func-idx = 9 or func-idx = 10 then
013613         move "Y" to vector-bad-switch
013614         move "MSGLEN MISSING" to ws-bad-reason
013615         move 11 to func-idx
013616         exit paragraph
013617       end-if
013618     else
013619       if function test-numval(ws-length-text) not = 0 then
013620         move "Y" to vector-bad-switch
013621         move "MSGLEN NOT NUMERIC" to ws-bad-reason
013622         move 11 to func-idx
013623         exit paragraph
013624       end-if
013625       move function numval(ws-length-text) to ws-msg-length
013626     end-if
013627     if ws-exp-status-text is not numeric then
013628       move "Y" to vector-bad-switch
013629       move "EXPECTED STATUS NOT NUMERIC" to ws-bad-reason
013630       move 11 to func-idx
013631       exit paragraph
013632     end-if
013633     move ws-exp-status-text to ws-exp-status
013634     if ws-exp-shift-text not = space then
013635       if function test-numval(ws-exp-shift-text) not = 0 then
013636         move "Y" to vector-bad-switch
013637         move "BEST SHIFT NOT NUMERIC" to ws-bad-reason
013638         move 11 to func-idx
013639         exit paragraph
013640       end-if
013641       move function numval(ws-exp-shift-text) to ws-exp-shift
013642     end-if.
013643   call-function.
013644     move ws-in-text(1:32) to ws-in-32
013645     move space to ws-out-32
013646     move space to ws-out-text
013647     move 0 to ws-best-shift
013648     evaluate func-idx
013649       when 1
013650         move encrypt(ws-in-32 ws-shift ws-cipher-mode
013651           ws-got-status) to ws-out-32
013652       when 2
013653         move decrypt(ws-in-32 ws-shift ws-cipher-mode
013654           ws-got-status) to ws-out-32
013655       when 3
013656         move solve(ws-in-32 ws-shift ws-cipher-mode
013657           ws-best-shift ws-got-status) to ws-out-32
013658       when 4
013659         move encryptV(ws-in-text ws-msg-length ws-shift
013660           ws-cipher-mode ws-got-status) to ws-out-text
013661       when 5
013662         move decryptV(ws-in-text ws-msg-length ws-shift
013663           ws-cipher-mode ws-got-status) to ws-out-text
013664       when 6
013665         move solveV(ws-in-text ws-msg-length ws-shift
013666           ws-cipher-mode ws-best-shift ws-got-status)
013667           to ws-out-text
*******      The fixed-length keyword pair has no statusCode - it is
*******      always 00 as far as the deck is concerned
013668       when 7
013669         move encryptVig(ws-in-32 ws-keyword) to ws-out-32
013670       when 8
013671         move decryptVig(ws-in-32 ws-keyword) to ws-out-32
013672       when 9
013673         move encryptVigV(ws-in-text ws-msg-length ws-keyword
013674           ws-got-status) to ws-out-text
013675       when 10
013676         move decryptVigV(ws-in-text ws-msg-length ws-keyword
013677           ws-got-status) to ws-out-text
013678     end-evaluate.
*******  Status first; the text (and solve's best shift) only when
*******  the call was meant to succeed
013679   judge-answer.
013680     move "P" to ws-result
013681     if ws-got-status not = ws-exp-status then
013682       move "F" to ws-result
013683       move "STATUS DIFFERS FROM EXPECTED" to ws-bad-reason
013684       exit paragraph
013685     end-if
013686     if ws-exp-status not = 0 then
013687       exit paragraph
013688     end-if
013689     if func-idx = 1 or func-idx = 2 or func-idx = 3
013690       or func-idx = 7 or func-idx = 8 then
013691       if ws-out-32 not = ws-exp-text(1:32) then
013692         move "Y" to output-mismatch-switch
013693       end-if
013694     else
013695       if ws-out-text not = ws-exp-text then
013696         move "Y" to output-mismatch-switch
013697       end-if
013698     end-if
013699     if output-mismatch-switch = "Y" then
013700       move "F" to ws-result
013701       move "OUTPUT DIFFERS FROM EXPECTED" to ws-bad-reason
013702       exit paragraph
013703     end-if
013704     if ws-exp-shift-text not = space
013705       and ws-best-shift not = ws-exp-shift then
013706       move "F" to ws-result
013707       move ws-best-shift to ws-shift-edit
013708       string "BEST SHIFT " delimited by size
013709         ws-shift-edit delimited by size
013710         " EXPECTED " delimited by size
013711         ws-exp-shift-text delimited by size
013712         into ws-bad-reason
013713     end-if.
*******  The vector's report line; a failed text comparison is
*******  followed by the expected and actual text so the
*******  difference can be read straight off the report
013714   write-vector-line.
013715     move ws-vector-id to dtl-vector-id
013716     move ws-function to dtl-function
013717     move ws-cipher-mode to dtl-mode
013718     move ws-shift-text to dtl-shift
013719     move ws-keyword to dtl-keyword
013720     move ws-length-text to dtl-length
013721     move ws-exp-status-text to dtl-exp-status
013722     if vector-bad-switch = "Y" then
013723       move space to dtl-got-status
013724     else
013725       move ws-got-status to dtl-got-status
013726     end-if
013727     if ws-result = "P" then
013728       move "PASS" to dtl-result
013729       move ws-description to dtl-note
013730     else
013731       move "FAIL" to dtl-result
013732       move ws-bad-reason to dtl-note
013733     end-if
013734     move vec-dtl-line to rpt-record
013735     perform write-rpt-line
013736     if output-mismatch-switch = "Y" then
013737       move "EXPECTED " to tdtl-label
013738       move ws-exp-text to tdtl-text
013739       move text-dtl-line to rpt-record
013740       perform write-rpt-line
013741       move "GOT      " to tdtl-label
013742       if func-idx = 1 or func-idx = 2 or func-idx = 3
013743         or func-idx = 7 or func-idx = 8 then
013744         move ws-out-32 to tdtl-text
013745       else
013746         move ws-out-text to tdtl-text
013747       end-if
013748       move text-dtl-line to rpt-record
013749       perform write-rpt-line
013750     end-if.
*******  A card that cannot belong to any vector still fails the
*******  run - the deck is not what was reviewed
013751   write-deck-error.
013752     add 1 to func-vectors(11)
013753     add 1 to func-failed(11)
013754     add 1 to total-vectors
013755     add 1 to total-failed
013756     move ctv-vector-id to dtl-vector-id
013757     move func-name(11) to dtl-function
013758     move space to dtl-mode dtl-shift dtl-keyword dtl-length
013759       dtl-exp-status dtl-got-status
013760     move "FAIL" to dtl-result
013761     move ws-bad-reason to dtl-note
013762     move vec-dtl-line to rpt-record
013763     perform write-rpt-line.
*******  Totals by function, then the verdict. A function with no
*******  vector at all is flagged and withholds certification
013764   write-function-summary.
013765     move blank-line to rpt-record
013766     perform write-rpt-line
013767     move func-hdr-line to rpt-record
013768     perform write-rpt-line
013769     perform write-function-line
013770       varying func-idx from 1 by 1 until func-idx > 11
013771     move "TOTAL" to fsum-function
013772     move total-vectors to fsum-vectors
013773     move total-passed to fsum-passed
013774     move total-failed to fsum-failed
013775     move space to fsum-note
013776     move func-sum-line to rpt-record
013777     perform write-rpt-line
013778     move blank-line to rpt-record
013779     perform write-rpt-line
013780     if total-failed > 0 or unexercised-switch = "Y" then
013781       move "NOT CERTIFIED - DO NOT PROMOTE THESE LOAD MODULES"
013782         to verdict-text
013783     else
013784       move "CERTIFIED - EVERY VECTOR PASSED, EVERY FUNCTION"
013785         to verdict-text
013786       move "TESTED" to verdict-text(49:6)
013787     end-if
013788     move verdict-line to rpt-record
013789     perform write-rpt-line.
013790   write-function-line.
013791     if func-idx = 11 and func-vectors(11) = 0 then
013792       exit paragraph
013793     end-if
013794     move func-name(func-idx) to fsum-function
013795     move func-vectors(func-idx) to fsum-vectors
013796     move func-passed(func-idx) to fsum-passed
013797     move func-failed(func-idx) to fsum-failed
013798     move space to fsum-note
013799     if func-vectors(func-idx) = 0 then
013800       move "NOT EXERCISED" to fsum-note
013801       move "Y" to unexercised-switch
013802     end-if
013803     move func-sum-line to rpt-record
013804     perform write-rpt-line.
013805   write-rpt-line.
013806     write rpt-record
013807     if ws-rpt-status not = "00" then
013808       display "CAESARCT write to CTRPT failed status="
013809         ws-rpt-status
013810       move 16 to return-code
013811       goback
013812     end-if.
013813 End program caesarct.
