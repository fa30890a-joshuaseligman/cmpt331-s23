*******  copybooks/keyrec.cpy). Keys used to live in cleartext on the
*******  CAESARB/CAESARQA JCL PARMs; they now live in KEYFILE and the
*******  drivers quote a key ID instead, so this program is how a key
*******  is added, retired, or listed.
*******  Key changes are under two-person (maker-checker) control. An
*******  ADD or RETIRE run does not change KEYFILE; it records the
*******  change on the pending-changes dataset (see
*******  copybooks/keypend.cpy) tagged with the requesting user ID.
*******  A later APPROVE or REJECT run by a different user ID applies
*******  the change or discards it, and the decision is appended to
*******  the key-change history (copybooks/keyhist.cpy). A change left
*******  undecided for more than pend-expiry-days days expires on the
*******  next update run and is logged to the history as EXPIRED.
*******  Update runs are classic old-master/new-master runs on both
*******  datasets: KEYFILE is copied to KEYNEW (with the approved
*******  change applied, if any) and KEYPEND to KEYPNEW, and the JCL
*******  catalogs both over the old generations. LIST prints the keys
*******  to SYSOUT with any pending change shown under its key;
*******  HISTORY prints who requested and who decided each change to
*******  every key on KEYFILE to the KHRPT report.
*******  PARM is one of:
*******    'ADD,<keyId>,<shift or keyword>,<cipherMode>,<from>,<to>'
*******    'RETIRE,<keyId>'
*******    'APPROVE,<keyId>'
*******    'REJECT,<keyId>'
*******    'LIST'
*******    'HISTORY'
*******  where key IDs start with 'K', cipherMode is L letters-only,
*******  F full-printable, or V Vigenere keyword, and from/to are
*******  yyyymmdd effective dates (from defaults to today, to defaults
*******  to 99991231). Only one change per key may be pending at a
*******  time, so APPROVE and REJECT name the change by its key ID.
*******  The maker and checker user IDs are never taken from the PARM,
*******  where anyone could type anyone's name. get-submitter-id reads
*******  the user ID the job is running under out of the ACEE the
*******  security system built for it (PSA -> ASCB -> ASXB -> ACEE),
*******  so the ID on a pending change and on its decision is the
*******  RACF identity that actually submitted each run. A PARM that
*******  still carries a user ID field is refused.
002201   Program-id. caesarky.
002202 Environment division.
002203   Input-output section.
002205       select key-in-file assign to "KEYFILE"
002206         organization is sequential
002207         file status is ws-key-in-status.
*******      The updated key dataset written by every update run
011099       select key-out-file assign to "KEYNEW"
002209         organization is sequential
002210         file status is ws-key-out-status.
*******      The current pending-changes dataset
011100       select pend-in-file assign to "KEYPEND"
011101         organization is sequential
011102         file status is ws-pend-in-status.
*******      The updated pending-changes dataset written by every update
*******      run
011103       select pend-out-file assign to "KEYPNEW"
011104         organization is sequential
011105         file status is ws-pend-out-status.
*******      The key-change history, appended to by update runs and
*******      read by HISTORY
011106       select hist-file assign to "KEYHIST"
011107         organization is sequential
011108         file status is ws-khist-status.
*******      The key-change history report written by HISTORY
011109       select rpt-file assign to "KHRPT"
011110         organization is sequential
011111         file status is ws-rpt-status.
002211 Data division.
002212   File section.
002213   FD key-in-file.
002220      key-retired by key-in-retired.
002221   FD key-out-file.
002222     copy "keyrec.cpy".
011112   FD pend-in-file.
011113     copy "keypend.cpy" replacing pend-record by pend-in-record
011114      pend-action by pend-in-action pend-key-id by pend-in-key-id
011115      pend-key-shift by pend-in-key-shift
011116      pend-vig-keyword by pend-in-vig-keyword
011117      pend-cipher-mode by pend-in-cipher-mode
011118      pend-eff-from by pend-in-eff-from
011119      pend-eff-to by pend-in-eff-to
011120      pend-requested-by by pend-in-requested-by
011121      pend-request-date by pend-in-request-date
011122      pend-request-time by pend-in-request-time.
011123   FD pend-out-file.
011124     copy "keypend.cpy".
011125   FD hist-file.
011126     copy "keyhist.cpy".
011127   FD rpt-file.
011128     1 rpt-record pic x(132).
002223   Working-storage section.
*******    Action and fields parsed out of the PARM text. All start
*******    as spaces so a field the UNSTRING below never fills (a
002227     1 ws-cipher-mode pic x value space.
002228     1 ws-eff-from pic x(8) value space.
002229     1 ws-eff-to pic x(8) value space.
011129     1 ws-user-id pic x(8) value space.
014525     1 ws-parm-extra pic x(20) value space.
002230     1 ws-parm-text pic x(80).
002231     1 ws-shift pic S999.
*******    Today's date and time, used to default effective dates, to
*******    stamp the retirement date on an approved RETIRE, and to
*******    stamp pending changes and history records
002232     1 ws-today pic x(8).
011130     1 ws-now-time pic x(8).
*******    How many days a pending change may wait for its second
*******    person before it expires, and the cutoff date that gives:
*******    a change requested before the cutoff has expired
011131     1 pend-expiry-days pic 9(3) value 14.
011132     1 ws-cutoff-int pic 9(8).
011133     1 ws-cutoff-date pic 9(8).
011134     1 ws-cutoff-text redefines ws-cutoff-date pic x(8).
002233     1 eof-switch pic x value "N".
002234     1 records-read pic 9(8) value 0.
002235     1 records-written pic 9(8) value 0.
011135     1 pend-eof-switch pic x value "N".
011136     1 pend-read pic 9(8) value 0.
011137     1 pend-written pic 9(8) value 0.
011138     1 pend-expired pic 9(8) value 0.
011139     1 hist-eof-switch pic x value "N".
*******    Y once the key ID on the PARM has been matched, so ADD can
*******    reject a duplicate and RETIRE can flag a key it never found;
*******    the matched key's status is kept so RETIRE can refuse a key
*******    already retired
002236     1 key-found-switch pic x value "N".
011140     1 ws-found-status pic x value space.
*******    Y once a pending change for the key on the PARM has been
*******    met on KEYPEND - ADD and RETIRE refuse a second one, APPROVE
*******    and REJECT need one to decide
011141     1 pend-found-switch pic x value "N".
*******    Y only on an APPROVE run for a pending RETIRE, so the KEYFILE
*******    copy retires the matching key on its way through
011142     1 ws-apply-switch pic x value "N".
*******    Y once KEYHIST has been opened for append in this run
011143     1 hist-open-switch pic x value "N".
*******    File status from each file's OPEN/WRITE, checked below so a
*******    dataset problem aborts the step instead of running silently
*******    on a file that never actually opened. "35" on KEYFILE,
*******    KEYPEND or KEYHIST means the dataset does not exist yet,
*******    which is fine for the very first run that needs it
002237     1 ws-key-in-status pic xx.
002238     1 ws-key-out-status pic xx.
011144     1 ws-pend-in-status pic xx.
011145     1 ws-pend-out-status pic xx.
011146     1 ws-khist-status pic xx.
011147     1 ws-rpt-status pic xx.
*******    The pending change being decided by APPROVE or REJECT, held
*******    back from KEYPNEW; also the work area LIST displays pending
*******    changes from
011148     copy "keypend.cpy" replacing pend-record by held-record
011149      pend-action by held-action pend-key-id by held-key-id
011150      pend-key-shift by held-key-shift
011151      pend-vig-keyword by held-vig-keyword
011152      pend-cipher-mode by held-cipher-mode
011153      pend-eff-from by held-eff-from
011154      pend-eff-to by held-eff-to
011155      pend-requested-by by held-requested-by
011156      pend-request-date by held-request-date
011157      pend-request-time by held-request-time.
*******    Pending changes. An update run collects the expired ones
*******    here and logs them to KEYHIST only once the run has ended
*******    clean, so a refused run (whose new generations the JCL never
*******    promotes) does not log the same expiry twice. LIST loads
*******    every pending change here to show it under its key
011158     1 pend-table.
011159       5 pend-entry occurs 200 times.
011160         10 ptab-record pic x(80).
011161         10 ptab-listed pic x.
011162     1 pend-count pic 9(3) value 0.
011163     1 pend-idx pic 9(3).
*******    The key-change history, loaded by HISTORY so each key's
*******    changes can be printed under it
011164     1 hist-table.
011165       5 hist-entry occurs 2000 times.
011166         10 htab-key-id pic x(8).
011167         10 htab-action pic x(8).
011168         10 htab-requested-by pic x(8).
011169         10 htab-request-date pic x(8).
011170         10 htab-request-time pic x(8).
011171         10 htab-decided-by pic x(8).
011172         10 htab-decision-date pic x(8).
011173         10 htab-decision-time pic x(8).
011174         10 htab-outcome pic x(8).
011175         10 htab-printed pic x.
011176     1 hist-count pic 9(4) value 0.
011177     1 hist-idx pic 9(4).
011178     1 hist-printed-count pic 9(4) value 0.
011179     1 key-hist-count pic 9(4).
*******    History report line layouts
011180     1 hdr-line-1.
011181       5 filler pic x(30)
011182         value "CAESAR KEY CHANGE HISTORY     ".
011183       5 hdr-run-date pic x(8).
011184       5 filler pic x(94) value space.
011185     1 col-hdr-line.
011186       5 filler pic x(45)
011187         value "KEY ID   ACTION   REQ BY   REQ DATE REQ TIME ".
011188       5 filler pic x(36)
011189         value "DEC BY   DEC DATE DEC TIME OUTCOME  ".
011190       5 filler pic x(51) value space.
011191     1 key-line.
011192       5 filler pic x(4) value "KEY ".
011193       5 kl-key-id pic x(8).
011194       5 filler pic x(9) value "  STATUS ".
011195       5 kl-status pic x.
011196       5 filler pic x(7) value "  FROM ".
011197       5 kl-eff-from pic x(8).
011198       5 filler pic x(5) value "  TO ".
011199       5 kl-eff-to pic x(8).
011200       5 filler pic x(82) value space.
011201     1 hist-dtl-line.
011202       5 hdtl-key-id pic x(8).
011203       5 filler pic x value space.
011204       5 hdtl-action pic x(8).
011205       5 filler pic x value space.
011206       5 hdtl-requested-by pic x(8).
011207       5 filler pic x value space.
011208       5 hdtl-request-date pic x(8).
011209       5 filler pic x value space.
011210       5 hdtl-request-time pic x(8).
011211       5 filler pic x value space.
011212       5 hdtl-decided-by pic x(8).
011213       5 filler pic x value space.
011214       5 hdtl-decision-date pic x(8).
011215       5 filler pic x value space.
011216       5 hdtl-decision-time pic x(8).
011217       5 filler pic x value space.
011218       5 hdtl-outcome pic x(8).
011219       5 filler pic x(52) value space.
011220     1 no-hist-line.
011221       5 filler pic x(9) value space.
011222       5 filler pic x(44)
011223         value "NO RECORDED CHANGES - PREDATES DUAL CONTROL ".
011224       5 filler pic x(79) value space.
011225     1 never-title-line.
011226       5 filler pic x(40)
011227         value "CHANGES TO KEYS NEVER ON KEYFILE        ".
011228       5 filler pic x(92) value space.
011229     1 hist-total-line.
011230       5 filler pic x(14) value "KEYS LISTED   ".
011231       5 htot-keys pic zzzzzzz9.
011232       5 filler pic x(18) value "  CHANGES LISTED  ".
011233       5 htot-changes pic zzzzzzz9.
011234       5 filler pic x(84) value space.
011235     1 blank-line pic x(132) value space.
002239   Linkage section.
*******    Standard IBM batch PARM area: a binary length halfword
*******    followed by the PARM text itself
002240     1 lk-parm.
002241       5 lk-parm-len pic S9(4) comp.
002242       5 lk-parm-text pic x(80).
*******    The control blocks get-submitter-id walks to the job's
*******    security environment, mapped only as far as the one field
*******    each is read for. The PSA sits at address zero; its
*******    PSAAOLD (+X'224') is the current ASCB, whose ASCBASXB
*******    (+X'6C') is the ASXB, whose ASXBSENV (+X'C8') is the ACEE,
*******    whose ACEEUSRI (+X'15') is the 8-byte RACF user ID
014526     1 psa-area.
014527       5 filler pic x(548).
014528       5 psa-aold pointer.
014529     1 ascb-area.
014530       5 filler pic x(108).
014531       5 ascb-asxb pointer.
014532     1 asxb-area.
014533       5 filler pic x(200).
014534       5 asxb-senv pointer.
014535     1 acee-area.
014536       5 filler pic x(21).
014537       5 acee-user-id pic x(8).
002243 Procedure division using lk-parm.
002244   main-line.
002245     move lk-parm-text to ws-parm-text
002246     unstring ws-parm-text delimited by ","
002247       into ws-action ws-key-id ws-key-value ws-cipher-mode
011236       ws-eff-from ws-eff-to ws-parm-extra
002249     move function current-date(1:8) to ws-today
011237     move function current-date(9:8) to ws-now-time
011238     compute ws-cutoff-int =
011239       function integer-of-date(function numval(ws-today))
011240       - pend-expiry-days
011241     compute ws-cutoff-date =
011242       function date-of-integer(ws-cutoff-int)
*******    Every update action is made under the submitter's own
*******    user ID; LIST and HISTORY change nothing and need none
014538     evaluate ws-action
014539       when "ADD"
014540       when "RETIRE"
014541       when "APPROVE"
014542       when "REJECT"
014543         perform get-submitter-id thru get-submitter-id-exit
014544         if return-code not = 0 then
014545           goback
014546         end-if
014547     end-evaluate
002250     evaluate ws-action
002251       when "ADD"
002252         perform add-key thru add-key-exit
002253       when "RETIRE"
011244         perform retire-key thru retire-key-exit
011245       when "APPROVE"
011247         perform decide-change thru decide-change-exit
011248       when "REJECT"
011250         perform decide-change thru decide-change-exit
002255       when "LIST"
002256         perform list-keys thru list-keys-exit
011251       when "HISTORY"
011252         perform history-report thru history-report-exit
002257       when other
002258         display "CAESARKY invalid action in PARM: " ws-action
002259         move 16 to return-code
002260     end-evaluate
011253     if hist-open-switch = "Y" then
011254       close hist-file
011255     end-if
002261     goback.
*******  Find the user ID this job runs under in its ACEE. The PARM
*******  has no user ID field any more; one still coded there is
*******  refused rather than quietly ignored, so an old-style
*******  submission cannot be mistaken for a decision by that user
014548   get-submitter-id.
014549     if ws-action = "ADD" then
014550       if ws-parm-extra not = space then
014551         display "CAESARKY ADD takes no user ID on the PARM - "
014552           "the submitter's own ID is used"
014553         move 16 to return-code
014554         go to get-submitter-id-exit
014555       end-if
014556     else
014557       if ws-key-value not = space then
014558         display "CAESARKY " ws-action " takes no user ID on the "
014559           "PARM - the submitter's own ID is used"
014560         move 16 to return-code
014561         go to get-submitter-id-exit
014562       end-if
014563     end-if
014564     set address of psa-area to null
014565     set address of ascb-area to psa-aold
014566     set address of asxb-area to ascb-asxb
014567     if asxb-senv = null then
014568       display "CAESARKY no security environment for this job - "
014569         "cannot tell who submitted it"
014570       move 16 to return-code
014571       go to get-submitter-id-exit
014572     end-if
014573     set address of acee-area to asxb-senv
014574     move acee-user-id to ws-user-id
014575     if ws-user-id = space or ws-user-id = low-value then
014576       display "CAESARKY no user ID in the job's ACEE - "
014577         "cannot tell who submitted it"
014578       move 16 to return-code
014579       go to get-submitter-id-exit
014580     end-if
014581     display "CAESARKY " ws-action " submitted by " ws-user-id.
014582   get-submitter-id-exit.
014583     exit.
002262   add-key.
*******    Key IDs start with 'K' so CAESARB/CAESARQA can tell a key
*******    reference on the PARM from a literal shift amount
002297     if ws-eff-to = space then
002298       move "99991231" to ws-eff-to
002299     end-if
*******    KEYFILE goes through to KEYNEW unchanged - the key is only
*******    added once a second person approves it
002300     perform open-key-files
002301     perform copy-key-record until eof-switch = "Y"
011261     perform close-key-files
002302     if key-found-switch = "Y" then
002303       display "CAESARKY key already on file: " ws-key-id
002304       move 16 to return-code
011262       go to add-key-exit
011263     end-if
011264     perform open-pend-files
011265     perform copy-pend-record until pend-eof-switch = "Y"
011266     if pend-found-switch = "Y" then
011267       display "CAESARKY a change to key " ws-key-id
011268         " is already pending"
011269       move 16 to return-code
002305     else
011270       move "ADD" to pend-action
011271       move ws-key-id to pend-key-id
011272       move ws-shift to pend-key-shift
002308       if ws-cipher-mode = "V" then
011273         move ws-key-value to pend-vig-keyword
002310       else
011274         move space to pend-vig-keyword
002312       end-if
011275       move ws-cipher-mode to pend-cipher-mode
011276       move ws-eff-from to pend-eff-from
011277       move ws-eff-to to pend-eff-to
011278       perform write-pend-request
011279       display "CAESARKY ADD of key " ws-key-id
011280         " pending approval, requested by " ws-user-id
002319     end-if
011281     perform close-pend-files
002321     display "CAESARKY read=" records-read
011282      " wrote=" records-written " pending=" pend-written
011283      " expired=" pend-expired.
002323   add-key-exit.
002324     exit.
002325   retire-key.
*******    KEYFILE goes through to KEYNEW unchanged - the key is only
*******    retired once a second person approves it
002326     perform open-key-files
002327     perform copy-key-record until eof-switch = "Y"
011289     perform close-key-files
002328     if key-found-switch = "N" then
002329       display "CAESARKY key not on file: " ws-key-id
002330       move 16 to return-code
011290       go to retire-key-exit
011291     end-if
011292     if ws-found-status = "R" then
011293       display "CAESARKY key already retired: " ws-key-id
011294       move 16 to return-code
011295       go to retire-key-exit
011296     end-if
011297     perform open-pend-files
011298     perform copy-pend-record until pend-eof-switch = "Y"
011299     if pend-found-switch = "Y" then
011300       display "CAESARKY a change to key " ws-key-id
011301         " is already pending"
011302       move 16 to return-code
002331     else
011303       move "RETIRE" to pend-action
011304       move ws-key-id to pend-key-id
011305       move 0 to pend-key-shift
011306       move space to pend-vig-keyword pend-cipher-mode
011307         pend-eff-from pend-eff-to
011308       perform write-pend-request
011309       display "CAESARKY RETIRE of key " ws-key-id
011310         " pending approval, requested by " ws-user-id
002333     end-if
011311     perform close-pend-files
002335     display "CAESARKY read=" records-read
011312      " wrote=" records-written " pending=" pend-written
011313      " expired=" pend-expired.
011314   retire-key-exit.
011315     exit.
*******  APPROVE or REJECT the pending change to the key on the PARM.
*******  The change is held back from KEYPNEW either way; APPROVE
*******  applies it on its way from KEYFILE to KEYNEW. The checker
*******  must not be the user who requested the change
011316   decide-change.
011323     perform open-pend-files
011324     perform copy-pend-record until pend-eof-switch = "Y"
011325     if pend-found-switch = "N" then
011326       display "CAESARKY no pending change to key " ws-key-id
011327       move 16 to return-code
011328       perform close-pend-files
011329       go to decide-change-exit
011330     end-if
011331     if held-requested-by = ws-user-id then
011332       display "CAESARKY " held-action " of key " ws-key-id
011333         " was requested by " ws-user-id
011334         " - a different user must " ws-action " it"
011335       move 16 to return-code
011336       perform close-pend-files
011337       go to decide-change-exit
011338     end-if
011339     if ws-action = "APPROVE" then
011340       if held-action = "RETIRE" then
011341         move "Y" to ws-apply-switch
011342       end-if
011343     end-if
011344     perform open-key-files
011345     perform copy-key-record until eof-switch = "Y"
011346     if ws-action = "APPROVE" then
011347       perform apply-held-change
011348     end-if
011349     perform close-key-files
*******    Only a clean decision goes on the history - a refused one
*******    leaves KEYFILE and KEYPEND as they were
011350     if return-code = 0 then
011351       move held-key-id to khist-key-id
011352       move held-action to khist-action
011353       move held-requested-by to khist-requested-by
011354       move held-request-date to khist-request-date
011355       move held-request-time to khist-request-time
011356       move ws-user-id to khist-decided-by
011357       move ws-today to khist-decision-date
011358       move ws-now-time to khist-decision-time
011359       if ws-action = "APPROVE" then
011360         move "APPLIED" to khist-outcome
011361       else
011362         move "REJECTED" to khist-outcome
011363       end-if
011364       perform write-hist-record
011365       display "CAESARKY " held-action " of key " ws-key-id
011366         " requested by " held-requested-by " "
011367         khist-outcome " by " ws-user-id
011368     end-if
011369     perform close-pend-files
011370     display "CAESARKY read=" records-read
011371      " wrote=" records-written " pending=" pend-written
011372      " expired=" pend-expired.
011373   decide-change-exit.
011374     exit.
*******  Apply an approved change once KEYFILE has been copied through.
*******  A RETIRE was applied on the way (ws-apply-switch); an ADD is
*******  written at the end, unless the key reached KEYFILE some other
*******  way since it was requested
011375   apply-held-change.
011376     if held-action = "RETIRE" then
011377       if key-found-switch = "N" then
011378         display "CAESARKY key not on file: " ws-key-id
011379         move 16 to return-code
011380       end-if
011381     else
011382       if key-found-switch = "Y" then
011383         display "CAESARKY key already on file: " ws-key-id
011384         move 16 to return-code
011385       else
011386         move held-key-id to key-id
011387         move held-key-shift to key-shift
011388         move held-vig-keyword to key-vig-keyword
011389         move held-cipher-mode to key-cipher-mode
011390         move held-eff-from to key-eff-from
011391         move held-eff-to to key-eff-to
011392         move "A" to key-status
011393         perform write-key-record
011394       end-if
011395     end-if.
002337   list-keys.
*******    Pending changes are loaded first so each one can be shown
*******    under the key it would change
011396     open input pend-in-file
011397     if ws-pend-in-status = "35" then
011398       move "Y" to pend-eof-switch
011399     else
011400       if ws-pend-in-status not = "00" then
011401         display "CAESARKY KEYPEND open failed status="
011402           ws-pend-in-status
011403         move 16 to return-code
011404         go to list-keys-exit
011405       end-if
011406     end-if
011407     perform load-pend-record until pend-eof-switch = "Y"
011408     if ws-pend-in-status not = "35" then
011409       close pend-in-file
011410     end-if
011411     if return-code not = 0 then
011412       go to list-keys-exit
011413     end-if
002338     open input key-in-file
002339     if ws-key-in-status not = "00" then
002340       display "CAESARKY KEYFILE open failed status="
002344     end-if
002345     perform list-key-record until eof-switch = "Y"
002346     close key-in-file
*******    What is left is pending ADDs of keys not yet on file
011414     perform varying pend-idx from 1 by 1
011415       until pend-idx > pend-count
011416       if ptab-listed(pend-idx) = "N" then
011417         move ptab-record(pend-idx) to held-record
011418         display held-key-id " (not on file)"
011419         perform list-held-change
011420       end-if
011421     end-perform
011422     display "CAESARKY listed=" records-read
011423       " pending=" pend-count.
002348   list-keys-exit.
002349     exit.
*******  Key-change history report: every key on KEYFILE with each
*******  decided change to it - who requested it and when, who
*******  approved or rejected it and when, or that it expired - then
*******  any changes to keys that never reached KEYFILE (rejected or
*******  expired ADDs)
011424   history-report.
011425     open input hist-file
011426     if ws-khist-status = "35" then
011427       move "Y" to hist-eof-switch
011428     else
011429       if ws-khist-status not = "00" then
011430         display "CAESARKY KEYHIST open failed status="
011431           ws-khist-status
011432         move 16 to return-code
011433         go to history-report-exit
011434       end-if
011435     end-if
011436     perform load-hist-record until hist-eof-switch = "Y"
011437     if ws-khist-status not = "35" then
011438       close hist-file
011439     end-if
011440     if return-code not = 0 then
011441       go to history-report-exit
011442     end-if
011443     open input key-in-file
011444     if ws-key-in-status not = "00" then
011445       display "CAESARKY KEYFILE open failed status="
011446         ws-key-in-status
011447       move 16 to return-code
011448       go to history-report-exit
011449     end-if
011450     open output rpt-file
011451     if ws-rpt-status not = "00" then
011452       display "CAESARKY KHRPT open failed status="
011453         ws-rpt-status
011454       move 16 to return-code
011455       close key-in-file
011456       go to history-report-exit
011457     end-if
011458     move ws-today to hdr-run-date
011459     move hdr-line-1 to rpt-record
011460     perform write-rpt-line
011461     move blank-line to rpt-record
011462     perform write-rpt-line
011463     move col-hdr-line to rpt-record
011464     perform write-rpt-line
011465     perform report-key-record until eof-switch = "Y"
011466     close key-in-file
011467     if hist-printed-count < hist-count then
011468       move blank-line to rpt-record
011469       perform write-rpt-line
011470       move never-title-line to rpt-record
011471       perform write-rpt-line
011472       perform varying hist-idx from 1 by 1
011473         until hist-idx > hist-count
011474         if htab-printed(hist-idx) = "N" then
011475           perform write-hist-line
011476         end-if
011477       end-perform
011478     end-if
011479     move blank-line to rpt-record
011480     perform write-rpt-line
011481     move records-read to htot-keys
011482     move hist-printed-count to htot-changes
011483     move hist-total-line to rpt-record
011484     perform write-rpt-line
011485     close rpt-file
011486     display "CAESARKY keys=" records-read
011487       " changes=" hist-printed-count.
011488   history-report-exit.
011489     exit.
002350   open-key-files.
*******    KEYFILE status "35" means the dataset does not exist yet -
*******    treat it as an empty old master so the very first ADD works
002372     end-if
002373     close key-out-file.
*******  Copy one old-master record through to the new master,
*******  retiring the matching key along the way when an approved
*******  RETIRE is being applied
002374   copy-key-record.
002375     read key-in-file
002376       at end move "Y" to eof-switch
002380       move key-in-record to key-record
002381       if key-id = ws-key-id then
002382         move "Y" to key-found-switch
011490         move key-status to ws-found-status
011491         if ws-apply-switch = "Y" then
002384           move "R" to key-status
002385           if key-eff-to > ws-today then
002386             move ws-today to key-eff-to
002408         " mode=" key-in-cipher-mode
002409         " from=" key-in-eff-from " to=" key-in-eff-to
002410         " status=" key-in-status
011492       perform varying pend-idx from 1 by 1
011493         until pend-idx > pend-count
011494         if ptab-record(pend-idx)(9:8) = key-in-id then
011495           move ptab-record(pend-idx) to held-record
011496           move "Y" to ptab-listed(pend-idx)
011497           perform list-held-change
011498         end-if
011499       end-perform
002411     end-if.
*******  Show one pending change from the held-record work area,
*******  flagging one already past its expiry window
011500   list-held-change.
011501     if held-request-date < ws-cutoff-text then
011502       display "  PENDING " held-action " requested by "
011503         held-requested-by " on " held-request-date
011504         " - EXPIRED, drops on next update run"
011505     else
011506       display "  PENDING " held-action " requested by "
011507         held-requested-by " on " held-request-date
011508     end-if
011509     if held-action = "ADD" then
011510       display "    shift=" held-key-shift
011511         " keyword=" held-vig-keyword
011512         " mode=" held-cipher-mode
011513         " from=" held-eff-from " to=" held-eff-to
011514     end-if.
011515   open-pend-files.
*******    KEYPEND status "35" means the dataset does not exist yet -
*******    treat it as empty so the very first ADD or RETIRE works
011516     open input pend-in-file
011517     if ws-pend-in-status = "35" then
011518       move "Y" to pend-eof-switch
011519     else
011520       if ws-pend-in-status not = "00" then
011521         display "CAESARKY KEYPEND open failed status="
011522           ws-pend-in-status
011523         move 16 to return-code
011524         goback
011525       end-if
011526     end-if
011527     open output pend-out-file
011528     if ws-pend-out-status not = "00" then
011529       display "CAESARKY KEYPNEW open failed status="
011530         ws-pend-out-status
011531       move 16 to return-code
011532       goback
011533     end-if.
*******  Close the pending datasets, then log the changes that expired
*******  in this run - but only if the run ended clean, since the JCL
*******  promotes nothing otherwise and they will expire again next
*******  time
011534   close-pend-files.
011535     if ws-pend-in-status not = "35" then
011536       close pend-in-file
011537     end-if
011538     close pend-out-file
011539     if return-code = 0 then
011540       perform varying pend-idx from 1 by 1
011541         until pend-idx > pend-count
011542         move ptab-record(pend-idx) to held-record
011543         move held-key-id to khist-key-id
011544         move held-action to khist-action
011545         move held-requested-by to khist-requested-by
011546         move held-request-date to khist-request-date
011547         move held-request-time to khist-request-time
011548         move "*EXPIRY*" to khist-decided-by
011549         move ws-today to khist-decision-date
011550         move ws-now-time to khist-decision-time
011551         move "EXPIRED" to khist-outcome
011552         perform write-hist-record
011553         display "CAESARKY expired " held-action " of key "
011554           held-key-id " requested by " held-requested-by
011555           " on " held-request-date
011556       end-perform
011557     end-if.
*******  Copy one pending change through to the new pending dataset.
*******  A change past its expiry window is dropped and kept for the
*******  history; the change to the key on the PARM is noted, and on
*******  an APPROVE or REJECT run held back to be decided
011558   copy-pend-record.
011559     read pend-in-file
011560       at end move "Y" to pend-eof-switch
011561     end-read
011562     if pend-eof-switch = "Y" then
011563       exit paragraph
011564     end-if
011565     add 1 to pend-read
011566     if pend-in-request-date < ws-cutoff-text then
011567       if pend-count = 200 then
011568         display "CAESARKY more than 200 expired changes - "
011569           "table full"
011570         move 16 to return-code
011571         goback
011572       end-if
011573       add 1 to pend-count
011574       add 1 to pend-expired
011575       move pend-in-record to ptab-record(pend-count)
011576       exit paragraph
011577     end-if
011578     if pend-in-key-id = ws-key-id then
011579       move "Y" to pend-found-switch
011580       if ws-action = "APPROVE" or ws-action = "REJECT" then
011581         move pend-in-record to held-record
011582         exit paragraph
011583       end-if
011584     end-if
011585     move pend-in-record to pend-record
011586     perform write-pend-record.
*******  Stamp the new pending change with its requester and write it
011587   write-pend-request.
011588     move ws-user-id to pend-requested-by
011589     move ws-today to pend-request-date
011590     move ws-now-time to pend-request-time
011591     perform write-pend-record.
011592   write-pend-record.
011593     write pend-record
011594     if ws-pend-out-status not = "00" then
011595       display "CAESARKY write to KEYPNEW failed status="
011596         ws-pend-out-status
011597       move 16 to return-code
011598       goback
011599     end-if
011600     add 1 to pend-written.
011601   load-pend-record.
011602     read pend-in-file
011603       at end move "Y" to pend-eof-switch
011604     end-read
011605     if pend-eof-switch = "N" then
011606       if pend-count = 200 then
011607         display "CAESARKY more than 200 pending changes - "
011608           "table full"
011609         move 16 to return-code
011610         move "Y" to pend-eof-switch
011611       else
011612         add 1 to pend-count
011613         move pend-in-record to ptab-record(pend-count)
011614         move "N" to ptab-listed(pend-count)
011615       end-if
011616     end-if.
*******  Append one record to KEYHIST, opening it on first use. Status
*******  "35" means the history does not exist yet - start it
011617   write-hist-record.
011618     if hist-open-switch = "N" then
011619       open extend hist-file
011620       if ws-khist-status = "35" then
011621         open output hist-file
011622       end-if
011623       if ws-khist-status not = "00" then
011624         display "CAESARKY KEYHIST open failed status="
011625           ws-khist-status
011626         move 16 to return-code
011627         goback
011628       end-if
011629       move "Y" to hist-open-switch
011630     end-if
011631     write khist-record
011632     if ws-khist-status not = "00" then
011633       display "CAESARKY write to KEYHIST failed status="
011634         ws-khist-status
011635       move 16 to return-code
011636       goback
011637     end-if.
011638   load-hist-record.
011639     read hist-file
011640       at end move "Y" to hist-eof-switch
011641     end-read
011642     if hist-eof-switch = "N" then
011643       if hist-count = 2000 then
011644         display "CAESARKY more than 2000 history records - "
011645           "table full"
011646         move 16 to return-code
011647         move "Y" to hist-eof-switch
011648       else
011649         add 1 to hist-count
011650         move khist-key-id to htab-key-id(hist-count)
011651         move khist-action to htab-action(hist-count)
011652         move khist-requested-by
011653           to htab-requested-by(hist-count)
011654         move khist-request-date
011655           to htab-request-date(hist-count)
011656         move khist-request-time
011657           to htab-request-time(hist-count)
011658         move khist-decided-by to htab-decided-by(hist-count)
011659         move khist-decision-date
011660           to htab-decision-date(hist-count)
011661         move khist-decision-time
011662           to htab-decision-time(hist-count)
011663         move khist-outcome to htab-outcome(hist-count)
011664         move "N" to htab-printed(hist-count)
011665       end-if
011666     end-if.
*******  One KEYFILE key on the history report, followed by each of its
*******  recorded changes in the order they were decided
011667   report-key-record.
011668     read key-in-file
011669       at end move "Y" to eof-switch
011670     end-read
011671     if eof-switch = "Y" then
011672       exit paragraph
011673     end-if
011674     add 1 to records-read
011675     move blank-line to rpt-record
011676     perform write-rpt-line
011677     move key-in-id to kl-key-id
011678     move key-in-status to kl-status
011679     move key-in-eff-from to kl-eff-from
011680     move key-in-eff-to to kl-eff-to
011681     move key-line to rpt-record
011682     perform write-rpt-line
011683     move 0 to key-hist-count
011684     perform varying hist-idx from 1 by 1
011685       until hist-idx > hist-count
011686       if htab-key-id(hist-idx) = key-in-id then
011687         add 1 to key-hist-count
011688         perform write-hist-line
011689       end-if
011690     end-perform
011691     if key-hist-count = 0 then
011692       move no-hist-line to rpt-record
011693       perform write-rpt-line
011694     end-if.
011695   write-hist-line.
011696     move htab-key-id(hist-idx) to hdtl-key-id
011697     move htab-action(hist-idx) to hdtl-action
011698     move htab-requested-by(hist-idx) to hdtl-requested-by
011699     move htab-request-date(hist-idx) to hdtl-request-date
011700     move htab-request-time(hist-idx) to hdtl-request-time
011701     move htab-decided-by(hist-idx) to hdtl-decided-by
011702     move htab-decision-date(hist-idx) to hdtl-decision-date
011703     move htab-decision-time(hist-idx) to hdtl-decision-time
011704     move htab-outcome(hist-idx) to hdtl-outcome
011705     move "Y" to htab-printed(hist-idx)
011706     add 1 to hist-printed-count
011707     move hist-dtl-line to rpt-record
011708     perform write-rpt-line.
011709   write-rpt-line.
011710     write rpt-record
011711     if ws-rpt-status not = "00" then
011712       display "CAESARKY write to KHRPT failed status="
011713         ws-rpt-status
011714       move 16 to return-code
011715       goback
011716     end-if.
002412 End program caesarky.
