013814 Identification division.
*******  Month-end chargeback journal. Prices the month CAESARCB has
*******  accumulated on CBMTD (see copybooks/cbmtdrec.cpy) from the
*******  rate schedule on CBRATES (see copybooks/cbrate.cpy) and
*******  writes the result to GLJRNL as a fixed-format GL journal
*******  interface file (see copybooks/gljrnl.cpy) - the entries
*******  finance used to re-key from CBRPT by hand at every close.
*******  Each department's charge is its batches at the per-batch
*******  rate, plus its bytes at the per-thousand-byte rate, plus its
*******  rejects at the per-reject rate, priced on the schedule in
*******  force on the last day of the month. The journal carries one
*******  debit per department to the cost center and account on its
*******  'C' card, one offsetting credit for the month's total to the
*******  operations recovery account on the 'O' card, and a trailer
*******  with the line count and debit/credit control totals.
*******  The '****' UNATTRIBUTED bucket, and any department with no
*******  'C' card, is debited to the suspense account on the 'S' card
*******  with the line's suspense flag set - flagged for
*******  reclassification, never dropped - and the step ends with
*******  RC=4 so the close does not miss it.
*******  GLPROOF is the journal proof report: every line as written,
*******  with the usage and the amounts it was priced from, and the
*******  control totals.
*******  CBMTD is read here from the closed-month copy CAESARCB
*******  writes on its first run of a new month, and the month stays
*******  there until the next month rolls - see copybooks/
*******  cbmtdrec.cpy.
*******  PARM is '<yyyymm>' - the month to close. Left off, the
*******  latest month on CBMTD is closed.
*******  A rate-table error, no schedule (or two) in force for the
*******  month, or no CBMTD records for the month ends the step with
*******  RC=16 and no journal; a trailer that does not balance ends
*******  it with RC=8.
*******  Every run writes start/end records to the RUNHIST trail.
013815   Program-id. caesargl.
013816 Environment division.
013817   Input-output section.
013818     File-control.
*******      Month-to-date usage per department kept by CAESARCB
013819       select mtd-file assign to "CBMTD"
013820         organization is sequential
013821         file status is ws-mtd-status.
*******      The chargeback rate schedule and cost center cards
013822       select rate-file assign to "CBRATES"
013823         organization is sequential
013824         file status is ws-rate-status.
*******      The GL journal interface file
013825       select jrnl-file assign to "GLJRNL"
013826         organization is sequential
013827         file status is ws-jrnl-status.
*******      The journal proof report
013828       select rpt-file assign to "GLPROOF"
013829         organization is sequential
013830         file status is ws-rpt-status.
*******      Common run-history trail every batch program appends
*******      to: a start record at open, an end record at
*******      completion - see copybooks/runhist.cpy
013831       select hist-file assign to "RUNHIST"
013832         organization is sequential
013833         file status is ws-hist-status.
013834 Data division.
013835   File section.
013836   FD mtd-file.
013837     copy "cbmtdrec.cpy".
013838   FD rate-file.
013839     copy "cbrate.cpy".
013840   FD jrnl-file.
013841     copy "gljrnl.cpy".
013842   FD rpt-file.
013843     1 rpt-record pic x(132).
013844   FD hist-file.
013845     copy "runhist.cpy".
013846   Working-storage section.
013847     1 mtd-eof-switch pic x value "N".
013848     1 rate-eof-switch pic x value "N".
013849     1 ws-today pic x(8).
013850     1 ws-parm-text pic x(80).
*******    The month being closed and the last day of it, the date
*******    the rate schedule is chosen on
013851     1 ws-period-text pic x(8) value space.
013852     1 ws-period pic x(6) value space.
013853     1 ws-period-parts redefines ws-period.
013854       5 ws-period-yyyy pic 9(4).
013855       5 ws-period-mm pic 9(2).
013856     1 ws-next-first pic 9(8).
013857     1 ws-month-end-int pic 9(8).
013858     1 ws-month-end-num pic 9(8).
013859     1 ws-month-end redefines ws-month-end-num pic x(8).
013860     1 ws-hist-parms pic x(40).
013861     1 ws-hist-type pic x.
*******    The rate schedule in force for the month. More than one
*******    match means the schedules overlap and the month cannot be
*******    priced without someone deciding which applies
013862     1 sched-match-count pic 9(3) value 0.
013863     1 cur-eff-from pic x(8) value space.
013864     1 cur-eff-to pic x(8) value space.
013865     1 cur-per-batch pic 9(5)v99 value 0.
013866     1 cur-per-kbyte pic 9(3)v9(4) value 0.
013867     1 cur-per-reject pic 9(5)v99 value 0.
*******    Operations (credit) and suspense accounts off the 'O' and
*******    'S' cards - exactly one of each
013868     1 ops-card-count pic 9(3) value 0.
013869     1 ops-cost-center pic x(10) value space.
013870     1 ops-account pic x(10) value space.
013871     1 susp-card-count pic 9(3) value 0.
013872     1 susp-cost-center pic x(10) value space.
013873     1 susp-account pic x(10) value space.
*******    Department to cost center/account map off the 'C' cards
013874     1 cc-table.
013875       5 cc-entry occurs 500 times.
013876         10 cc-dept pic x(4).
013877         10 cc-cost-center pic x(10).
013878         10 cc-account pic x(10).
013879     1 cc-count pic 9(3) value 0.
013880     1 cc-idx pic 9(3).
013881     1 cc-found pic x.
013882     1 rate-cards-read pic 9(5) value 0.
013883     1 rate-errors pic 9(5) value 0.
*******    The closing month's usage, one slot per department on
*******    CBMTD - the same 100 CAESARCB itself allows
013884     1 dept-table.
013885       5 dept-entry occurs 100 times.
013886         10 dept-code pic x(4).
013887         10 dept-batches pic 9(8).
013888         10 dept-bytes pic 9(12).
013889         10 dept-rejects pic 9(8).
013890     1 dept-count pic 9(3) value 0.
013891     1 dept-idx pic 9(3).
013892     1 dept-found pic x.
013893     1 ws-find-dept pic x(4).
013894     1 mtd-records-read pic 9(8) value 0.
*******    One department's charge as it is priced
013895     1 batch-amount pic 9(11)v99.
013896     1 byte-amount pic 9(11)v99.
013897     1 reject-amount pic 9(11)v99.
013898     1 line-amount pic 9(11)v99.
013899     1 line-suspense pic x.
*******    Month totals priced - the credit line is built from these
013900     1 tot-batches pic 9(10) value 0.
013901     1 tot-bytes pic 9(14) value 0.
013902     1 tot-rejects pic 9(10) value 0.
013903     1 tot-batch-amount pic 9(13)v99 value 0.
013904     1 tot-byte-amount pic 9(13)v99 value 0.
013905     1 tot-reject-amount pic 9(13)v99 value 0.
013906     1 tot-charge pic 9(13)v99 value 0.
*******    Journal control totals, tallied from the lines as they are
*******    written so the trailer proves what actually went out
013907     1 jrnl-lines pic 9(8) value 0.
013908     1 jrnl-debits pic 9(13)v99 value 0.
013909     1 jrnl-credits pic 9(13)v99 value 0.
013910     1 suspense-lines pic 9(8) value 0.
013911     1 suspense-amount pic 9(13)v99 value 0.
013912     1 no-charge-count pic 9(8) value 0.
013913     1 ws-mtd-status pic xx.
013914     1 ws-rate-status pic xx.
013915     1 ws-jrnl-status pic xx.
013916     1 ws-rpt-status pic xx.
013917     1 ws-hist-status pic xx.
*******    Report line layouts
013918     1 hdr-line-1.
013919       5 filler pic x(38)
013920         value "CAESAR CHARGEBACK GL JOURNAL PROOF".
013921       5 hdr-run-date pic x(8).
013922       5 filler pic x(9) value "  PERIOD ".
013923       5 hdr-period pic x(6).
013924       5 filler pic x(71) value space.
013925     1 hdr-line-2.
013926       5 filler pic x(14) value "RATE SCHEDULE ".
013927       5 hdr-rate-from pic x(8).
013928       5 filler pic x(3) value " - ".
013929       5 hdr-rate-to pic x(8).
013930       5 filler pic x(12) value "  PER BATCH ".
013931       5 hdr-per-batch pic z(4)9.99.
013932       5 filler pic x(17) value "  PER 1000 BYTES ".
013933       5 hdr-per-kbyte pic zz9.9999.
013934       5 filler pic x(13) value "  PER REJECT ".
013935       5 hdr-per-reject pic z(4)9.99.
013936       5 filler pic x(33) value space.
013937     1 col-hdr-line.
013938       5 filler pic x(34)
013939         value "DEPT COST CTR   ACCOUNT     BATCHE".
013940       5 filler pic x(34)
013941         value "S        BYTES  REJECTS  BATCH AMT".
013942       5 filler pic x(34)
013943         value "   BYTE AMT REJECT AMT         DEB".
013944       5 filler pic x(30)
013945         value "IT        CREDIT FLAG".
013946     1 proof-dtl-line.
013947       5 pdtl-dept pic x(4).
013948       5 filler pic x value space.
013949       5 pdtl-cost-center pic x(10).
013950       5 filler pic x value space.
013951       5 pdtl-account pic x(10).
013952       5 filler pic x value space.
013953       5 pdtl-batches pic z(7)9.
013954       5 filler pic x value space.
013955       5 pdtl-bytes pic z(11)9.
013956       5 filler pic x value space.
013957       5 pdtl-rejects pic z(7)9.
013958       5 filler pic x value space.
013959       5 pdtl-batch-amount pic z(6)9.99.
013960       5 filler pic x value space.
013961       5 pdtl-byte-amount pic z(6)9.99.
013962       5 filler pic x value space.
013963       5 pdtl-reject-amount pic z(6)9.99.
013964       5 filler pic x value space.
013965       5 pdtl-debit pic z(9)9.99.
013966       5 filler pic x value space.
013967       5 pdtl-credit pic z(9)9.99.
013968       5 filler pic x value space.
013969       5 pdtl-flag pic x(10).
013970       5 filler pic x(3) value space.
013971     1 ctl-line.
013972       5 filler pic x(14) value "JOURNAL LINES ".
013973       5 ctl-lines pic z(7)9.
013974       5 filler pic x(10) value "   DEBITS ".
013975       5 ctl-debits pic z(12)9.99.
013976       5 filler pic x(11) value "   CREDITS ".
013977       5 ctl-credits pic z(12)9.99.
013978       5 filler pic x(3) value space.
013979       5 ctl-balance pic x(14).
013980       5 filler pic x(40) value space.
013981     1 susp-line.
013982       5 filler pic x(15) value "SUSPENSE LINES ".
013983       5 susp-lines-disp pic z(7)9.
013984       5 filler pic x(10) value "   AMOUNT ".
013985       5 susp-amount-disp pic z(12)9.99.
013986       5 filler pic x(3) value space.
013987       5 susp-note pic x(40).
013988       5 filler pic x(40) value space.
013989     1 no-charge-line.
013990       5 filler pic x(33)
013991         value "NO-CHARGE DEPARTMENTS NOT POSTED ".
013992       5 no-charge-disp pic z(7)9.
013993       5 filler pic x(91) value space.
013994     1 legend-line-1.
013995       5 filler pic x(48)
013996         value "*SUSPENSE* - DEPT '****' IS UNATTRIBUTED USAGE: ".
013997       5 filler pic x(43)
013998         value "RECORDS OUTSIDE ANY BATCH AND ALL REJECTS".
013999       5 filler pic x(41) value space.
014000     1 legend-line-2.
014001       5 filler pic x(47)
014002         value "             ANY OTHER DEPT FLAGGED HAS NO 'C' ".
014003       5 filler pic x(30)
014004         value "COST CENTER CARD ON CBRATES".
014005       5 filler pic x(55) value space.
014006     1 blank-line pic x(132) value space.
014007   Linkage section.
*******    Standard IBM batch PARM area: a binary length halfword
*******    followed by the PARM text itself, e.g. '202609'
014008     1 lk-parm.
014009       5 lk-parm-len pic S9(4) comp.
014010       5 lk-parm-text pic x(80).
014011 Procedure division using lk-parm.
014012   main-line.
014013     move function current-date(1:8) to ws-today
014014     move lk-parm-text to ws-parm-text
014015     unstring ws-parm-text delimited by ","
014016       into ws-period-text
*******    No month on the PARM - close the latest one CBMTD holds
014017     if ws-period-text = space then
014018       perform find-latest-month
014019     else
014020       move ws-period-text to ws-period
014021       if ws-period-text(7:2) not = space then
014022         move "X" to ws-period(1:1)
014023       end-if
014024     end-if
014025     if ws-period is not numeric
014026       or ws-period-mm < 1 or ws-period-mm > 12 then
014027       display "CAESARGL invalid month in PARM: " ws-period-text
014028       move 16 to return-code
014029       goback
014030     end-if
*******    The schedule is chosen on the month's last day: the day
*******    before the first of the next month
014031     if ws-period-mm = 12 then
014032       compute ws-next-first = (ws-period-yyyy + 1) * 10000 + 101
014033     else
014034       compute ws-next-first =
014035         ws-period-yyyy * 10000 + (ws-period-mm + 1) * 100 + 1
014036     end-if
014037     compute ws-month-end-int =
014038       function integer-of-date(ws-next-first) - 1
014039     compute ws-month-end-num =
014040       function date-of-integer(ws-month-end-int)
014041     display "CAESARGL parameters: period=" ws-period
014042       " priced as at " ws-month-end
*******    The parameters are resolved - put the run's start record
*******    on the history trail before any data moves
014043     move space to ws-hist-parms
014044     string "PERIOD=" ws-period delimited by size
014045       into ws-hist-parms
014046     move "S" to ws-hist-type
014047     perform write-run-history
014048     perform load-rate-table
014049     perform load-mtd-month
014050     open output jrnl-file
014051     if ws-jrnl-status not = "00" then
014052       display "CAESARGL GLJRNL open failed status="
014053         ws-jrnl-status
014054       move 16 to return-code
014055       goback
014056     end-if
014057     open output rpt-file
014058     if ws-rpt-status not = "00" then
014059       display "CAESARGL GLPROOF open failed status="
014060         ws-rpt-status
014061       move 16 to return-code
014062       goback
014063     end-if
014064     perform write-journal
014065     close jrnl-file
014066     close rpt-file
014067     display "CAESARGL period=" ws-period
014068      " depts=" dept-count " lines=" jrnl-lines
014069      " debits=" jrnl-debits " credits=" jrnl-credits
014070      " suspense=" suspense-lines
*******    A journal that does not balance must not be imported;
*******    suspense lines post but need reclassifying before close
014071     evaluate true
014072       when jrnl-debits not = jrnl-credits
014073         display "CAESARGL journal out of balance - do not "
014074           "import GLJRNL"
014075         move 8 to return-code
014076       when suspense-lines > 0
014077         move 4 to return-code
014078       when other
014079         move 0 to return-code
014080     end-evaluate
*******    The end record carries the final counters and return
*******    code: lines written are the journal's 'D' lines
014081     move "E" to ws-hist-type
014082     perform write-run-history
014083     goback.
*******  Find the latest month on CBMTD. The closed-month copy holds
*******  one month only, so this is normally the only one
014084   find-latest-month.
014085     perform open-mtd-file
014086     perform scan-one-mtd-record until mtd-eof-switch = "Y"
014087     close mtd-file
014088     move "N" to mtd-eof-switch
014089     if ws-period = space then
014090       display "CAESARGL CBMTD holds no month to close"
014091       move 16 to return-code
014092       goback
014093     end-if
014094     move ws-period to ws-period-text.
014095   scan-one-mtd-record.
014096     read mtd-file
014097       at end move "Y" to mtd-eof-switch
014098     end-read
014099     if mtd-eof-switch = "N" then
014100       if mtd-month > ws-period then
014101         move mtd-month to ws-period
014102       end-if
014103     end-if.
*******  CBMTD status "35" means CAESARCB has never run - there is
*******  nothing to close, which at month end is an error
014104   open-mtd-file.
014105     open input mtd-file
014106     if ws-mtd-status not = "00" then
014107       display "CAESARGL CBMTD open failed status="
014108         ws-mtd-status
014109       move 16 to return-code
014110       goback
014111     end-if.
*******  Read and check every CBRATES card before anything is
*******  priced. Each bad card gets its own message; any at all
*******  stops the run, since a guessed rate or cost center is a
*******  misposting
014112   load-rate-table.
014113     open input rate-file
014114     if ws-rate-status not = "00" then
014115       display "CAESARGL CBRATES open failed status="
014116         ws-rate-status
014117       move 16 to return-code
014118       goback
014119     end-if
014120     perform load-one-rate-card until rate-eof-switch = "Y"
014121     close rate-file
014122     if sched-match-count = 0 then
014123       display "CAESARGL no CBRATES rate schedule in force on "
014124         ws-month-end
014125       add 1 to rate-errors
014126     end-if
014127     if sched-match-count > 1 then
014128       display "CAESARGL " sched-match-count
014129         " CBRATES rate schedules overlap on " ws-month-end
014130       add 1 to rate-errors
014131     end-if
014132     if ops-card-count not = 1 then
014133       display "CAESARGL CBRATES needs exactly one 'O' "
014134         "operations card - found " ops-card-count
014135       add 1 to rate-errors
014136     end-if
014137     if susp-card-count not = 1 then
014138       display "CAESARGL CBRATES needs exactly one 'S' "
014139         "suspense card - found " susp-card-count
014140       add 1 to rate-errors
014141     end-if
014142     if rate-errors > 0 then
014143       display "CAESARGL " rate-errors
014144         " CBRATES error(s) - no journal written"
014145       move 16 to return-code
014146       goback
014147     end-if
014148     display "CAESARGL rate schedule " cur-eff-from "-"
014149       cur-eff-to " cost centers=" cc-count.
014150   load-one-rate-card.
014151     read rate-file
014152       at end move "Y" to rate-eof-switch
014153     end-read
014154     if rate-eof-switch = "Y" then
014155       exit paragraph
014156     end-if
014157     add 1 to rate-cards-read
014158     evaluate true
014159       when rate-schedule-card
014160         perform load-schedule-card
014161       when rate-cost-center-card
014162         perform load-cost-center-card
014163       when rate-operations-card
014164         add 1 to ops-card-count
014165         move rate-cost-center to ops-cost-center
014166         move rate-gl-account to ops-account
014167         perform check-account-card
014168       when rate-suspense-card
014169         add 1 to susp-card-count
014170         move rate-cost-center to susp-cost-center
014171         move rate-gl-account to susp-account
014172         perform check-account-card
014173       when rate-comment-card
014174         continue
014175       when other
014176         display "CAESARGL CBRATES card " rate-cards-read
014177           " unknown card type '" rate-card-type "'"
014178         add 1 to rate-errors
014179     end-evaluate.
*******  A rate schedule: dates and rates must be numeric, and it
*******  is kept only if it is in force on the month's last day
014180   load-schedule-card.
014181     if rate-eff-from is not numeric
014182       or rate-eff-to is not numeric then
014183       display "CAESARGL CBRATES card " rate-cards-read
014184         " effective dates not numeric"
014185       add 1 to rate-errors
014186       exit paragraph
014187     end-if
014188     if rate-eff-to < rate-eff-from then
014189       display "CAESARGL CBRATES card " rate-cards-read
014190         " effective-to before effective-from"
014191       add 1 to rate-errors
014192       exit paragraph
014193     end-if
014194     if rate-per-batch is not numeric
014195       or rate-per-kbyte is not numeric
014196       or rate-per-reject is not numeric then
014197       display "CAESARGL CBRATES card " rate-cards-read
014198         " rates not numeric"
014199       add 1 to rate-errors
014200       exit paragraph
014201     end-if
014202     if rate-eff-from <= ws-month-end
014203       and rate-eff-to >= ws-month-end then
014204       add 1 to sched-match-count
014205       move rate-eff-from to cur-eff-from
014206       move rate-eff-to to cur-eff-to
014207       move rate-per-batch to cur-per-batch
014208       move rate-per-kbyte to cur-per-kbyte
014209       move rate-per-reject to cur-per-reject
014210     end-if.
*******  A department's cost center. '****' never gets one - the
*******  unattributed bucket always goes to suspense - and a second
*******  card for the same department is a conflict, not an update
014211   load-cost-center-card.
014212     if rate-dept = space then
014213       display "CAESARGL CBRATES card " rate-cards-read
014214         " cost center card has no department"
014215       add 1 to rate-errors
014216       exit paragraph
014217     end-if
014218     if rate-dept = "****" then
014219       display "CAESARGL CBRATES card " rate-cards-read
014220         " '****' posts to suspense and takes no cost center"
014221       add 1 to rate-errors
014222       exit paragraph
014223     end-if
014224     perform check-account-card
014225     move rate-dept to ws-find-dept
014226     perform find-cost-center
014227     if cc-found = "Y" then
014228       display "CAESARGL CBRATES card " rate-cards-read
014229         " second cost center card for department " rate-dept
014230       add 1 to rate-errors
014231       exit paragraph
014232     end-if
014233     if cc-count = 500 then
014234       display "CAESARGL more than 500 cost center cards - "
014235         "table full"
014236       move 16 to return-code
014237       goback
014238     end-if
014239     add 1 to cc-count
014240     move rate-dept to cc-dept(cc-count)
014241     move rate-cost-center to cc-cost-center(cc-count)
014242     move rate-gl-account to cc-account(cc-count).
014243   check-account-card.
014244     if rate-cost-center = space or rate-gl-account = space then
014245       display "CAESARGL CBRATES card " rate-cards-read
014246         " missing cost center or GL account"
014247       add 1 to rate-errors
014248     end-if.
014249   find-cost-center.
014250     move "N" to cc-found
014251     perform varying cc-idx from 1 by 1
014252       until cc-idx > cc-count or cc-found = "Y"
014253       if cc-dept(cc-idx) = ws-find-dept then
014254         move "Y" to cc-found
014255       end-if
014256     end-perform
014257     if cc-found = "Y" then
014258       subtract 1 from cc-idx
014259     end-if.
*******  Pull the closing month's records off CBMTD. A month with
*******  no usage at all is more likely the wrong month (or a copy
*******  CAESARCB has already rolled on) than a quiet one
014260   load-mtd-month.
014261     perform open-mtd-file
014262     perform load-one-mtd-record until mtd-eof-switch = "Y"
014263     close mtd-file
014264     if dept-count = 0 then
014265       display "CAESARGL CBMTD holds no records for " ws-period
014266       move 16 to return-code
014267       goback
014268     end-if.
014269   load-one-mtd-record.
014270     read mtd-file
014271       at end move "Y" to mtd-eof-switch
014272     end-read
014273     if mtd-eof-switch = "N" then
014274       add 1 to mtd-records-read
014275       if mtd-month = ws-period then
014276         move mtd-dept to ws-find-dept
014277         perform find-dept-slot
014278         add mtd-batches to dept-batches(dept-idx)
014279         add mtd-bytes to dept-bytes(dept-idx)
014280         add mtd-rejects to dept-rejects(dept-idx)
014281       end-if
014282     end-if.
014283   find-dept-slot.
014284     move "N" to dept-found
014285     perform varying dept-idx from 1 by 1
014286       until dept-idx > dept-count or dept-found = "Y"
014287       if dept-code(dept-idx) = ws-find-dept then
014288         move "Y" to dept-found
014289       end-if
014290     end-perform
014291     if dept-found = "Y" then
014292       subtract 1 from dept-idx
014293     else
*******      More departments than CAESARCB can hold means the file
*******      is not what it should be - stop rather than misbill
014294       if dept-count = 100 then
014295         display "CAESARGL more than 100 departments - "
014296           "table full"
014297         move 16 to return-code
014298         goback
014299       end-if
014300       add 1 to dept-count
014301       move dept-count to dept-idx
014302       move ws-find-dept to dept-code(dept-idx)
014303       move 0 to dept-batches(dept-idx)
014304       move 0 to dept-bytes(dept-idx)
014305       move 0 to dept-rejects(dept-idx)
014306     end-if.
*******  The journal and its proof are written side by side, line
*******  for line, so the proof is always the journal as imported
014307   write-journal.
014308     move ws-today to hdr-run-date
014309     move ws-period to hdr-period
014310     move cur-eff-from to hdr-rate-from
014311     move cur-eff-to to hdr-rate-to
014312     move cur-per-batch to hdr-per-batch
014313     move cur-per-kbyte to hdr-per-kbyte
014314     move cur-per-reject to hdr-per-reject
014315     move hdr-line-1 to rpt-record
014316     perform write-rpt-line
014317     move hdr-line-2 to rpt-record
014318     perform write-rpt-line
014319     move blank-line to rpt-record
014320     perform write-rpt-line
014321     move col-hdr-line to rpt-record
014322     perform write-rpt-line
014323     move space to gl-journal-record
014324     move "H" to gl-rec-type
014325     move "CAESARGL" to gl-source
014326     move ws-period to gl-period
014327     move ws-today to gl-hdr-run-date
014328     move cur-eff-from to gl-hdr-rate-from
014329     perform write-jrnl-line
014330     perform post-dept-charge
014331       varying dept-idx from 1 by 1 until dept-idx > dept-count
014332     perform post-operations-credit
014333     move space to gl-journal-record
014334     move "T" to gl-rec-type
014335     move "CAESARGL" to gl-source
014336     move ws-period to gl-period
014337     move jrnl-lines to gl-trl-line-count
014338     move jrnl-debits to gl-trl-debit-total
014339     move jrnl-credits to gl-trl-credit-total
014340     perform write-jrnl-line
014341     perform write-proof-totals.
*******  Price one department and debit it - to its own cost
*******  center, or to suspense, flagged, when it has none or is the
*******  '****' bucket. A department whose usage prices to nothing
*******  gets no line
014342   post-dept-charge.
014343     compute batch-amount rounded =
014344       dept-batches(dept-idx) * cur-per-batch
014345     compute byte-amount rounded =
014346       dept-bytes(dept-idx) * cur-per-kbyte / 1000
014347     compute reject-amount rounded =
014348       dept-rejects(dept-idx) * cur-per-reject
014349     compute line-amount =
014350       batch-amount + byte-amount + reject-amount
014351     add dept-batches(dept-idx) to tot-batches
014352     add dept-bytes(dept-idx) to tot-bytes
014353     add dept-rejects(dept-idx) to tot-rejects
014354     add batch-amount to tot-batch-amount
014355     add byte-amount to tot-byte-amount
014356     add reject-amount to tot-reject-amount
014357     add line-amount to tot-charge
014358     if line-amount = 0 then
014359       add 1 to no-charge-count
014360       exit paragraph
014361     end-if
014362     move space to gl-journal-record
014363     move "D" to gl-rec-type
014364     move "CAESARGL" to gl-source
014365     move ws-period to gl-period
014366     move "D" to gl-dr-cr
014367     move line-amount to gl-amount
014368     move dept-code(dept-idx) to gl-dept
014369     move "N" to line-suspense
014370     if dept-code(dept-idx) = "****" then
014371       move "Y" to line-suspense
014372       move "CAESAR UNATTRIBUTED USAGE" to gl-line-text
014373     else
014374       move dept-code(dept-idx) to ws-find-dept
014375       perform find-cost-center
014376       if cc-found = "Y" then
014377         move cc-cost-center(cc-idx) to gl-cost-center
014378         move cc-account(cc-idx) to gl-account
014379         string "CAESAR CHARGEBACK DEPT " dept-code(dept-idx)
014380           delimited by size into gl-line-text
014381       else
014382         display "CAESARGL no cost center for department "
014383           dept-code(dept-idx) " - posted to suspense"
014384         move "Y" to line-suspense
014385         string "CAESAR NO COST CTR DEPT " dept-code(dept-idx)
014386           delimited by size into gl-line-text
014387       end-if
014388     end-if
014389     if line-suspense = "Y" then
014390       move susp-cost-center to gl-cost-center
014391       move susp-account to gl-account
014392       move "Y" to gl-suspense-flag
014393       add 1 to suspense-lines
014394       add line-amount to suspense-amount
014395     else
014396       move "N" to gl-suspense-flag
014397     end-if
014398     perform write-jrnl-line
014399     add line-amount to jrnl-debits
014400     move space to proof-dtl-line
014401     move dept-code(dept-idx) to pdtl-dept
014402     move gl-cost-center to pdtl-cost-center
014403     move gl-account to pdtl-account
014404     move dept-batches(dept-idx) to pdtl-batches
014405     move dept-bytes(dept-idx) to pdtl-bytes
014406     move dept-rejects(dept-idx) to pdtl-rejects
014407     move batch-amount to pdtl-batch-amount
014408     move byte-amount to pdtl-byte-amount
014409     move reject-amount to pdtl-reject-amount
014410     move line-amount to pdtl-debit
014411     if line-suspense = "Y" then
014412       move "*SUSPENSE*" to pdtl-flag
014413     end-if
014414     move proof-dtl-line to rpt-record
014415     perform write-rpt-line.
*******  The offsetting credit: the month's whole charge, suspense
*******  included, to the operations recovery account. The proof
*******  line shows the month's usage and amounts beside it, so the
*******  columns above it foot to it
014416   post-operations-credit.
014417     if tot-charge = 0 then
014418       exit paragraph
014419     end-if
014420     move space to gl-journal-record
014421     move "D" to gl-rec-type
014422     move "CAESARGL" to gl-source
014423     move ws-period to gl-period
014424     move ops-cost-center to gl-cost-center
014425     move ops-account to gl-account
014426     move "C" to gl-dr-cr
014427     move tot-charge to gl-amount
014428     move "N" to gl-suspense-flag
014429     move "CAESAR CHARGEBACK RECOVERY" to gl-line-text
014430     perform write-jrnl-line
014431     add tot-charge to jrnl-credits
014432     move space to proof-dtl-line
014433     move ops-cost-center to pdtl-cost-center
014434     move ops-account to pdtl-account
014435     move tot-batches to pdtl-batches
014436     move tot-bytes to pdtl-bytes
014437     move tot-rejects to pdtl-rejects
014438     move tot-batch-amount to pdtl-batch-amount
014439     move tot-byte-amount to pdtl-byte-amount
014440     move tot-reject-amount to pdtl-reject-amount
014441     move tot-charge to pdtl-credit
014442     move proof-dtl-line to rpt-record
014443     perform write-rpt-line.
014444   write-proof-totals.
014445     move blank-line to rpt-record
014446     perform write-rpt-line
014447     move jrnl-lines to ctl-lines
014448     move jrnl-debits to ctl-debits
014449     move jrnl-credits to ctl-credits
014450     if jrnl-debits = jrnl-credits then
014451       move "IN BALANCE" to ctl-balance
014452     else
014453       move "OUT OF BALANCE" to ctl-balance
014454     end-if
014455     move ctl-line to rpt-record
014456     perform write-rpt-line
014457     move suspense-lines to susp-lines-disp
014458     move suspense-amount to susp-amount-disp
014459     if suspense-lines > 0 then
014460       move "RECLASSIFY BEFORE THE PERIOD CLOSES" to susp-note
014461     else
014462       move space to susp-note
014463     end-if
014464     move susp-line to rpt-record
014465     perform write-rpt-line
014466     move no-charge-count to no-charge-disp
014467     move no-charge-line to rpt-record
014468     perform write-rpt-line
014469     if suspense-lines > 0 then
014470       move blank-line to rpt-record
014471       perform write-rpt-line
014472       move legend-line-1 to rpt-record
014473       perform write-rpt-line
014474       move legend-line-2 to rpt-record
014475       perform write-rpt-line
014476     end-if.
*******  Every record counts toward the trailer's line count except
*******  the header and the trailer itself
014477   write-jrnl-line.
014478     if gl-detail-record then
014479       add 1 to jrnl-lines
014480     end-if
014481     write gl-journal-record
014482     if ws-jrnl-status not = "00" then
014483       display "CAESARGL write to GLJRNL failed status="
014484         ws-jrnl-status
014485       move 16 to return-code
014486       goback
014487     end-if.
014488   write-rpt-line.
014489     write rpt-record
014490     if ws-rpt-status not = "00" then
014491       display "CAESARGL write to GLPROOF failed status="
014492         ws-rpt-status
014493       move 16 to return-code
014494       goback
014495     end-if.
014496   write-run-history.
014497     open extend hist-file
014498     if ws-hist-status = "35" then
014499       open output hist-file
014500     end-if
014501     if ws-hist-status not = "00" then
014502       display "CAESARGL RUNHIST open failed status="
014503         ws-hist-status
014504       move 16 to return-code
014505       goback
014506     end-if
014507     move "CAESARGL" to rh-program
014508     move function current-date(1:8) to rh-run-date
014509     move function current-date(9:8) to rh-run-time
014510     move ws-hist-type to rh-rec-type
014511     move ws-hist-parms to rh-parm-summary
014512     move mtd-records-read to rh-records-read
014513     move jrnl-lines to rh-records-written
014514     move suspense-lines to rh-records-rejected
014515     move return-code to rh-return-code
014516     write run-hist-record
014517     if ws-hist-status not = "00" then
014518       display "CAESARGL write to RUNHIST failed status="
014519         ws-hist-status
014520       move 16 to return-code
014521       goback
014522     end-if
014523     close hist-file.
014524 End program caesargl.
