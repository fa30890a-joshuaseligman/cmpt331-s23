011717 Identification division.
*******  Plaintext-leak gate, run on a CAESARB MSGOUT before CAESAREV
*******  envelopes it for the partner. CAESAREV wraps whatever it is
*******  handed, so a file CAESARB passed through with a zero shift,
*******  ran in D mode, or a batch whose header said 'D' - or MSGIN
*******  itself enveloped by mistake - would go out in cleartext.
*******  Every data record is scored as plain English two ways: its
*******  raw text against the same English letter frequency table the
*******  solve functions use (average points per letter - English
*******  runs about 650, shifted or keyword-ciphered text well under
*******  450), and through solveV itself, whose best decrypt shift
*******  comes back 0 when no shift reads more like English than the
*******  text as it stands. A record with both signs and enough
*******  letters to trust them is flagged. A batch is flagged when it
*******  holds a flagged record, when its header says mode 'D', or
*******  when most of its records lean unshifted even though each is
*******  too short to flag on its own. Records outside any batch are
*******  judged together as batch (NONE).
*******  PGRPT lists each flagged record with its batch ID and message
*******  ID, then each flagged batch, then the totals. Anything
*******  flagged ends the step with RC=8, which the JCL uses to skip
*******  the CAESAREV step, so the file never reaches transmission.
*******  PARM is '<minLetters>,<minScore>': the fewest letters a
*******  record needs before it is flagged on its own (default 20)
*******  and the average per-letter score that counts as English
*******  (default 520). Both may be left off.
011718   Program-id. caesarpg.
011719 Environment division.
011720   Configuration section.
011721     Repository.
011722       Function solveV.
011723   Input-output section.
011724     File-control.
*******      The ciphered output of a CAESARB run, about to be
*******      enveloped
011725       select msg-in-file assign to "MSGOUT"
011726         organization is sequential
011727         file status is ws-msg-in-status.
*******      The gate report
011728       select rpt-file assign to "PGRPT"
011729         organization is sequential
011730         file status is ws-rpt-status.
*******      Common run-history trail every batch program appends
*******      to: a start record at parameter resolution, an end
*******      record at completion - see copybooks/runhist.cpy
011731       select hist-file assign to "RUNHIST"
011732         organization is sequential
011733         file status is ws-hist-status.
011734 Data division.
011735   File section.
011736   FD msg-in-file.
011737     copy "msgrec.cpy".
011738   FD rpt-file.
011739     1 rpt-record pic x(132).
011740   FD hist-file.
011741     copy "runhist.cpy".
011742   Working-storage section.
*******    Thresholds off the PARM
011743     1 ws-parm-text pic x(80).
011744     1 ws-letters-text pic x(10) value space.
011745     1 ws-score-text pic x(10) value space.
011746     1 min-letters pic 9(4) value 20.
011747     1 min-score pic 9(4) value 520.
*******    Fewest letters a record needs to count toward its batch's
*******    lean - shorter than this the score is noise
011748     1 lean-min-letters pic 9(4) value 5.
011749     1 ws-today pic x(8).
011750     1 eof-switch pic x value "N".
011751     1 records-read pic 9(8) value 0.
011752     1 records-scored pic 9(8) value 0.
011753     1 records-flagged pic 9(8) value 0.
*******    Data records with nothing to score: empty text, a length
*******    over the 256-byte buffer, or no letters at all
011754     1 records-skipped pic 9(8) value 0.
011755     1 batches-read pic 9(8) value 0.
011756     1 batches-flagged pic 9(8) value 0.
011757     1 ws-msg-in-status pic xx.
011758     1 ws-rpt-status pic xx.
*******    Run-history scratch: which record is being written and
*******    the resolved-parameter summary it carries
011759     1 ws-hist-status pic xx.
011760     1 ws-hist-type pic x.
011761     1 ws-hist-parms pic x(40) value space.
*******    solveV arguments: a letters-only search over every shift
011762     1 ws-max-shift pic S999 value 25.
011763     1 ws-cipher-mode pic x value "L".
011764     1 ws-best-shift pic S999.
011765     1 ws-solve-status pic 9(2).
011766     1 ws-solve-text pic x(256).
*******    Raw-text score of the record in hand
011767     1 score-pos pic 9(4).
011768     1 score-char pic S999.
011769     1 score-idx pic 99.
011770     1 rec-letters pic 9(4).
011771     1 rec-score-total pic 9(8).
011772     1 rec-avg-score pic 9(4).
*******    Y when the record reads as English as it stands: solveV
*******    found no better shift and the raw score clears min-score
011773     1 rec-plain-switch pic x.
*******    The batch being read. in-batch-switch is Y between an 'H'
*******    and its 'T'; records outside any batch are tallied apart
*******    and judged together at end of file as batch (NONE)
011774     1 in-batch-switch pic x value "N".
011775     1 cur-batch.
011776       5 cur-batch-id pic x(8).
011777       5 cur-dept pic x(4).
011778       5 cur-mode-d pic x.
011779       5 cur-records pic 9(8).
011780       5 cur-scored pic 9(8).
011781       5 cur-plain pic 9(8).
011782       5 cur-flagged pic 9(8).
011783     1 none-batch.
011784       5 none-batch-id pic x(8) value "(NONE)".
011785       5 none-dept pic x(4) value space.
011786       5 none-mode-d pic x value "N".
011787       5 none-records pic 9(8) value 0.
011788       5 none-scored pic 9(8) value 0.
011789       5 none-plain pic 9(8) value 0.
011790       5 none-flagged pic 9(8) value 0.
011791     1 ws-batch-reason pic x(30).
*******    Flagged batches, held until the record section is written
011792     1 flag-batch-table.
011793       5 flag-batch-entry occurs 500 times.
011794         10 fb-batch-id pic x(8).
011795         10 fb-dept pic x(4).
011796         10 fb-records pic 9(8).
011797         10 fb-scored pic 9(8).
011798         10 fb-plain pic 9(8).
011799         10 fb-flagged pic 9(8).
011800         10 fb-reason pic x(30).
011801     1 flag-batch-count pic 9(3) value 0.
011802     1 flag-batch-idx pic 9(3).
*******    The same relative English letter frequency table the
*******    solve functions score against (freq * 100, A=1 to Z=26)
011803     1 letter-freq.
011804       5 freq-a pic 9(4) value 820.
011805       5 freq-b pic 9(4) value 150.
011806       5 freq-c pic 9(4) value 280.
011807       5 freq-d pic 9(4) value 430.
011808       5 freq-e pic 9(4) value 1270.
011809       5 freq-f pic 9(4) value 220.
011810       5 freq-g pic 9(4) value 200.
011811       5 freq-h pic 9(4) value 610.
011812       5 freq-i pic 9(4) value 700.
011813       5 freq-j pic 9(4) value 15.
011814       5 freq-k pic 9(4) value 80.
011815       5 freq-l pic 9(4) value 400.
011816       5 freq-m pic 9(4) value 240.
011817       5 freq-n pic 9(4) value 670.
011818       5 freq-o pic 9(4) value 750.
011819       5 freq-p pic 9(4) value 190.
011820       5 freq-q pic 9(4) value 10.
011821       5 freq-r pic 9(4) value 600.
011822       5 freq-s pic 9(4) value 630.
011823       5 freq-t pic 9(4) value 910.
011824       5 freq-u pic 9(4) value 280.
011825       5 freq-v pic 9(4) value 100.
011826       5 freq-w pic 9(4) value 240.
011827       5 freq-x pic 9(4) value 15.
011828       5 freq-y pic 9(4) value 200.
011829       5 freq-z pic 9(4) value 7.
011830     1 letter-freq-tbl redefines letter-freq.
011831       5 freq-of pic 9(4) occurs 26 times.
*******    Report line layouts
011832     1 hdr-line-1.
011833       5 filler pic x(30)
011834         value "CAESAR PLAINTEXT LEAK GATE    ".
011835       5 hdr-run-date pic x(8).
011836       5 filler pic x(14) value "  MIN LETTERS ".
011837       5 hdr-min-letters pic zzz9.
011838       5 filler pic x(12) value "  MIN SCORE ".
011839       5 hdr-min-score pic zzz9.
011840       5 filler pic x(60) value space.
011841     1 rec-title-line.
011842       5 filler pic x(40)
011843         value "RECORDS THAT READ AS UNSHIFTED ENGLISH  ".
011844       5 filler pic x(92) value space.
011845     1 col-hdr-line.
011846       5 filler pic x(27)
011847         value "BATCH ID MESSAGE ID        ".
011848       5 filler pic x(26)
011849         value "LTRS   SCORE  SHFT  REASON".
011850       5 filler pic x(79) value space.
011851     1 rec-dtl-line.
011852       5 rdtl-batch-id pic x(8).
011853       5 filler pic x value space.
011854       5 rdtl-msg-id pic x(16).
011855       5 filler pic x(2) value space.
011856       5 rdtl-letters pic zzzz9.
011857       5 filler pic x(2) value space.
011858       5 rdtl-score pic zzzz9.
011859       5 filler pic x(2) value space.
011860       5 rdtl-shift pic ---9.
011861       5 filler pic x(2) value space.
011862       5 rdtl-reason pic x(40).
011863       5 filler pic x(45) value space.
011864     1 no-rec-line.
011865       5 filler pic x(40)
011866         value "NO RECORD READS AS UNSHIFTED ENGLISH    ".
011867       5 filler pic x(92) value space.
011868     1 batch-title-line.
011869       5 filler pic x(40)
011870         value "FLAGGED BATCHES                         ".
011871       5 filler pic x(92) value space.
011872     1 batch-col-line.
011873       5 filler pic x(36)
011874         value "BATCH ID  DEPT   RECORDS    SCORED  ".
011875       5 filler pic x(26)
011876         value " PLAIN   FLAGGED  REASON  ".
011877       5 filler pic x(70) value space.
011878     1 batch-dtl-line.
011879       5 bdtl-batch-id pic x(8).
011880       5 filler pic x(2) value space.
011881       5 bdtl-dept pic x(4).
011882       5 filler pic x(2) value space.
011883       5 bdtl-records pic zzzzzzz9.
011884       5 filler pic x(2) value space.
011885       5 bdtl-scored pic zzzzzzz9.
011886       5 filler pic x(2) value space.
011887       5 bdtl-plain pic zzzzzzz9.
011888       5 filler pic x(2) value space.
011889       5 bdtl-flagged pic zzzzzzz9.
011890       5 filler pic x(2) value space.
011891       5 bdtl-reason pic x(30).
011892       5 filler pic x(46) value space.
011893     1 no-batch-line.
011894       5 filler pic x(40)
011895         value "NO BATCH FLAGGED                        ".
011896       5 filler pic x(92) value space.
011897     1 sum-line-1.
011898       5 filler pic x(14) value "RECORDS READ  ".
011899       5 sum-read pic zzzzzzz9.
011900       5 filler pic x(10) value "  SCORED  ".
011901       5 sum-scored pic zzzzzzz9.
011902       5 filler pic x(11) value "  SKIPPED  ".
011903       5 sum-skipped pic zzzzzzz9.
011904       5 filler pic x(11) value "  FLAGGED  ".
011905       5 sum-flagged pic zzzzzzz9.
011906       5 filler pic x(54) value space.
011907     1 sum-line-2.
011908       5 filler pic x(14) value "BATCHES READ  ".
011909       5 sum-batches pic zzzzzzz9.
011910       5 filler pic x(11) value "  FLAGGED  ".
011911       5 sum-batches-flagged pic zzzzzzz9.
011912       5 filler pic x(91) value space.
011913     1 verdict-line.
011914       5 filler pic x(9) value "VERDICT  ".
011915       5 verdict-text pic x(50).
011916       5 filler pic x(73) value space.
011917     1 blank-line pic x(132) value space.
011918   Linkage section.
*******    Standard IBM batch PARM area: a binary length halfword
*******    followed by the PARM text itself, e.g. '20,520'
011919     1 lk-parm.
011920       5 lk-parm-len pic S9(4) comp.
011921       5 lk-parm-text pic x(80).
011922 Procedure division using lk-parm.
011923   main-line.
011924     move function current-date(1:8) to ws-today
011925     move lk-parm-text to ws-parm-text
011926     unstring ws-parm-text delimited by ","
011927       into ws-letters-text ws-score-text
011928     if ws-letters-text not = space then
011929       if function test-numval(ws-letters-text) not = 0 then
011930         display "CAESARPG invalid minimum letters in PARM: "
011931           ws-letters-text
011932         move 16 to return-code
011933         goback
011934       end-if
011935       move function numval(ws-letters-text) to min-letters
011936     end-if
011937     if ws-score-text not = space then
011938       if function test-numval(ws-score-text) not = 0 then
011939         display "CAESARPG invalid minimum score in PARM: "
011940           ws-score-text
011941         move 16 to return-code
011942         goback
011943       end-if
011944       move function numval(ws-score-text) to min-score
011945     end-if
011946     if min-letters = 0 or min-score = 0 then
011947       display "CAESARPG thresholds must be greater than zero"
011948       move 16 to return-code
011949       goback
011950     end-if
011951     display "CAESARPG parameters: min letters=" min-letters
011952       " min score=" min-score
*******    The parameters are resolved - put the run's start record
*******    on the history trail before any data moves
011953     move space to ws-hist-parms
011954     string "MINLTRS=" min-letters " MINSCORE=" min-score
011955       delimited by size into ws-hist-parms
011956     move "S" to ws-hist-type
011957     perform write-run-history
011958     open input msg-in-file
011959     if ws-msg-in-status not = "00" then
011960       display "CAESARPG MSGOUT open failed status="
011961         ws-msg-in-status
011962       move 16 to return-code
011963       goback
011964     end-if
011965     open output rpt-file
011966     if ws-rpt-status not = "00" then
011967       display "CAESARPG PGRPT open failed status="
011968         ws-rpt-status
011969       move 16 to return-code
011970       goback
011971     end-if
011972     move ws-today to hdr-run-date
011973     move min-letters to hdr-min-letters
011974     move min-score to hdr-min-score
011975     move hdr-line-1 to rpt-record
011976     perform write-rpt-line
011977     move blank-line to rpt-record
011978     perform write-rpt-line
011979     move rec-title-line to rpt-record
011980     perform write-rpt-line
011981     move col-hdr-line to rpt-record
011982     perform write-rpt-line
011983     perform gate-one-record until eof-switch = "Y"
011984     close msg-in-file
*******    A batch with no trailer is still judged on what it held;
*******    CAESARB has already failed such a file on its own controls
011985     if in-batch-switch = "Y" then
011986       perform judge-batch
011987     end-if
011988     move none-batch to cur-batch
011989     if cur-records > 0 then
011990       perform judge-batch
011991     end-if
011992     perform write-totals
011993     close rpt-file
011994     display "CAESARPG read=" records-read
011995       " scored=" records-scored " skipped=" records-skipped
011996       " flagged=" records-flagged " batches=" batches-read
011997       " batches flagged=" batches-flagged
011998     move 0 to return-code
011999     if records-flagged > 0 or batches-flagged > 0 then
012000       display "CAESARPG PLAINTEXT SUSPECTED - "
012001         "file must not be enveloped"
012002       move 8 to return-code
012003     end-if
*******    The end record carries the final counters and return
*******    code; a run that dies earlier leaves its start record
*******    unmatched, which is the evidence audit wants
012004     move "E" to ws-hist-type
012005     perform write-run-history
012006     goback.
*******  One MSGOUT record: open or close a batch on a control record,
*******  otherwise score the text and tally it against its batch
012007   gate-one-record.
012008     read msg-in-file
012009       at end move "Y" to eof-switch
012010     end-read
012011     if eof-switch = "Y" then
012012       exit paragraph
012013     end-if
012014     if msg-batch-header then
012015       if in-batch-switch = "Y" then
012016         perform judge-batch
012017       end-if
012018       add 1 to batches-read
012019       move "Y" to in-batch-switch
012020       move msg-hdr-batch-id to cur-batch-id
012021       move msg-hdr-dept to cur-dept
012022       move "N" to cur-mode-d
012023       if msg-hdr-mode = "D" then
012024         move "Y" to cur-mode-d
012025       end-if
012026       move 0 to cur-records cur-scored cur-plain cur-flagged
012027       exit paragraph
012028     end-if
012029     if msg-batch-trailer then
012030       if in-batch-switch = "Y" then
012031         perform judge-batch
012032       end-if
012033       move "N" to in-batch-switch
012034       exit paragraph
012035     end-if
012036     add 1 to records-read
012037     if in-batch-switch = "Y" then
012038       add 1 to cur-records
012039     else
012040       add 1 to none-records
012041     end-if
012042     if msg-length = 0 or msg-length > 256 then
012043       add 1 to records-skipped
012044       exit paragraph
012045     end-if
012046     perform score-raw-text
012047     if rec-letters = 0 then
012048       add 1 to records-skipped
012049       exit paragraph
012050     end-if
012051     move solveV(msg-text msg-length ws-max-shift
012052       ws-cipher-mode ws-best-shift ws-solve-status)
012053       to ws-solve-text
012054     if ws-solve-status not = 0 then
012055       add 1 to records-skipped
012056       exit paragraph
012057     end-if
012058     add 1 to records-scored
012059     compute rec-avg-score = rec-score-total / rec-letters
012060     move "N" to rec-plain-switch
012061     if ws-best-shift = 0 and rec-avg-score >= min-score then
012062       move "Y" to rec-plain-switch
012063     end-if
012064     if rec-letters >= lean-min-letters then
012065       if in-batch-switch = "Y" then
012066         add 1 to cur-scored
012067         if rec-plain-switch = "Y" then
012068           add 1 to cur-plain
012069         end-if
012070       else
012071         add 1 to none-scored
012072         if rec-plain-switch = "Y" then
012073           add 1 to none-plain
012074         end-if
012075       end-if
012076     end-if
012077     if rec-plain-switch = "Y" and rec-letters >= min-letters
012078       then
012079       perform flag-record
012080     end-if.
*******  Score the raw text against the frequency table the way
*******  solveV scores each candidate: lowercase folded to upper,
*******  one table weight per letter, everything else ignored
012081   score-raw-text.
012082     move 0 to rec-letters rec-score-total
012083     perform varying score-pos from 1 by 1
012084       until score-pos > msg-length
012085       compute score-char = function ord(msg-text(score-pos:1))
012086       if score-char >= 98 and score-char <= 123 then
012087         compute score-char = score-char - 32
012088       end-if
012089       if score-char >= 66 and score-char <= 91 then
012090         compute score-idx = score-char - 65
012091         add freq-of(score-idx) to rec-score-total
012092         add 1 to rec-letters
012093       end-if
012094     end-perform.
012095   flag-record.
012096     add 1 to records-flagged
012097     if in-batch-switch = "Y" then
012098       add 1 to cur-flagged
012099       move cur-batch-id to rdtl-batch-id
012100     else
012101       add 1 to none-flagged
012102       move none-batch-id to rdtl-batch-id
012103     end-if
012104     move msg-id to rdtl-msg-id
012105     move rec-letters to rdtl-letters
012106     move rec-avg-score to rdtl-score
012107     move ws-best-shift to rdtl-shift
012108     move "READS AS ENGLISH WITH NO SHIFT" to rdtl-reason
012109     move rec-dtl-line to rpt-record
012110     perform write-rpt-line.
*******  Decide whether the batch in cur-batch is flagged, and bank it
*******  for the batch section if so
012111   judge-batch.
012112     move space to ws-batch-reason
012113     evaluate true
012114       when cur-mode-d = "Y"
012115         move "HEADER MODE D - DECRYPT" to ws-batch-reason
012116       when cur-flagged > 0
012117         move "HOLDS PLAINTEXT RECORDS" to ws-batch-reason
012118       when cur-plain >= 3 and cur-plain * 2 > cur-scored
012119         move "MOST RECORDS READ UNSHIFTED" to ws-batch-reason
012120     end-evaluate
012121     if ws-batch-reason = space then
012122       exit paragraph
012123     end-if
012124     add 1 to batches-flagged
012125     if flag-batch-count = 500 then
012126       display "CAESARPG more than 500 flagged batches - "
012127         "batch " cur-batch-id " not listed"
012128       exit paragraph
012129     end-if
012130     add 1 to flag-batch-count
012131     move cur-batch-id to fb-batch-id(flag-batch-count)
012132     move cur-dept to fb-dept(flag-batch-count)
012133     move cur-records to fb-records(flag-batch-count)
012134     move cur-scored to fb-scored(flag-batch-count)
012135     move cur-plain to fb-plain(flag-batch-count)
012136     move cur-flagged to fb-flagged(flag-batch-count)
012137     move ws-batch-reason to fb-reason(flag-batch-count).
*******  Flagged batches, then the run counts and the verdict
012138   write-totals.
012139     if records-flagged = 0 then
012140       move no-rec-line to rpt-record
012141       perform write-rpt-line
012142     end-if
012143     move blank-line to rpt-record
012144     perform write-rpt-line
012145     move batch-title-line to rpt-record
012146     perform write-rpt-line
012147     move batch-col-line to rpt-record
012148     perform write-rpt-line
012149     if flag-batch-count = 0 then
012150       move no-batch-line to rpt-record
012151       perform write-rpt-line
012152     end-if
012153     perform varying flag-batch-idx from 1 by 1
012154       until flag-batch-idx > flag-batch-count
012155       move fb-batch-id(flag-batch-idx) to bdtl-batch-id
012156       move fb-dept(flag-batch-idx) to bdtl-dept
012157       move fb-records(flag-batch-idx) to bdtl-records
012158       move fb-scored(flag-batch-idx) to bdtl-scored
012159       move fb-plain(flag-batch-idx) to bdtl-plain
012160       move fb-flagged(flag-batch-idx) to bdtl-flagged
012161       move fb-reason(flag-batch-idx) to bdtl-reason
012162       move batch-dtl-line to rpt-record
012163       perform write-rpt-line
012164     end-perform
012165     move blank-line to rpt-record
012166     perform write-rpt-line
012167     move records-read to sum-read
012168     move records-scored to sum-scored
012169     move records-skipped to sum-skipped
012170     move records-flagged to sum-flagged
012171     move sum-line-1 to rpt-record
012172     perform write-rpt-line
012173     move batches-read to sum-batches
012174     move batches-flagged to sum-batches-flagged
012175     move sum-line-2 to rpt-record
012176     perform write-rpt-line
012177     if records-flagged > 0 or batches-flagged > 0 then
012178       move "PLAINTEXT SUSPECTED - DO NOT TRANSMIT"
012179         to verdict-text
012180     else
012181       move "CLEAR TO ENVELOPE" to verdict-text
012182     end-if
012183     move verdict-line to rpt-record
012184     perform write-rpt-line.
012185   write-rpt-line.
012186     write rpt-record
012187     if ws-rpt-status not = "00" then
012188       display "CAESARPG write to PGRPT failed status="
012189         ws-rpt-status
012190       move 16 to return-code
012191       goback
012192     end-if.
*******  Append one record to the RUNHIST trail. Status "35" means
*******  RUNHIST does not exist yet - create it on first use
012193   write-run-history.
012194     open extend hist-file
012195     if ws-hist-status = "35" then
012196       open output hist-file
012197     end-if
012198     if ws-hist-status not = "00" then
012199       display "CAESARPG RUNHIST open failed status="
012200         ws-hist-status
012201       move 16 to return-code
012202       goback
012203     end-if
012204     move "CAESARPG" to rh-program
012205     move ws-today to rh-run-date
012206     move function current-date(9:8) to rh-run-time
012207     move ws-hist-type to rh-rec-type
012208     move ws-hist-parms to rh-parm-summary
012209     move records-read to rh-records-read
012210     move records-scored to rh-records-written
012211     move records-flagged to rh-records-rejected
012212     move return-code to rh-return-code
012213     write run-hist-record
012214     if ws-hist-status not = "00" then
012215       display "CAESARPG write to RUNHIST failed status="
012216         ws-hist-status
012217       move 16 to return-code
012218       goback
012219     end-if
012220     close hist-file.
012221 End program caesarpg.
