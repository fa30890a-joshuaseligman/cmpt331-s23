014584 Identification division.
*******  Record-layout conversion for the change that added the key
*******  ID and department stamps (msg-key-id, msg-dept) to the end
*******  of the message record. Every file written before that change
*******  carries the old, shorter records, which no program built on
*******  the current copybooks can read:
*******    'MSG' - the message record (copybooks/msgrec.cpy) and the
*******            envelope record that shadows it (envrec.cpy):
*******            285 bytes old, 297 new. MSGOUT generations, the
*******            message store unloaded to a flat file, extracts,
*******            and inbound partner files, enveloped or not.
*******    'REJ' - the reject record (copybooks/rejrec.cpy), which
*******            carries a message record: 303 bytes old, 315 new.
*******  Both new fields sit at the end of the record, so an old
*******  record converts by copying it across whole and leaving the
*******  12 new bytes as spaces. Spaces are the honest value: the key
*******  that ciphered an old message was never recorded, and blank
*******  is what CAESARB itself writes when no key ID applies. An
*******  old message therefore reads as "no key ID" to CAESARKI and
*******  as department blank to the entitlement check, which only a
*******  '****' entitlement covers. The envelope checksum runs over
*******  the text alone, so a converted envelope file still verifies
*******  under CAESARVF.
*******  OLDIN is the old-layout file, NEWOUT the converted copy; the
*******  old file is never written to. Feeding a file that is already
*******  in the new layout fails the open on the record length, so a
*******  second conversion of the same file cannot happen by accident.
*******  PARM is '<layout>,<code page>': layout MSG or REJ, code
*******  page blank for a file in this system's own encoding or E
*******  for a message file still in EBCDIC on its way to CAESARCV,
*******  whose new bytes must then be EBCDIC spaces (X'40') or
*******  CAESARCV would refuse them as unmappable. Start/end records
*******  go to the RUNHIST trail.
014585   Program-id. caesarcn.
014586 Environment division.
014587   Input-output section.
014588     File-control.
*******      The old-layout file, under the view the PARM names
014589       select old-msg-file assign to "OLDIN"
014590         organization is sequential
014591         file status is ws-old-status.
014592       select old-rej-file assign to "OLDIN"
014593         organization is sequential
014594         file status is ws-old-status.
*******      The converted copy in the current layout
014595       select new-msg-file assign to "NEWOUT"
014596         organization is sequential
014597         file status is ws-new-status.
014598       select new-rej-file assign to "NEWOUT"
014599         organization is sequential
014600         file status is ws-new-status.
*******      Common run-history trail every batch program appends
*******      to: a start record at open, an end record at
*******      completion - see copybooks/runhist.cpy
014601       select hist-file assign to "RUNHIST"
014602         organization is sequential
014603         file status is ws-hist-status.
014604 Data division.
014605   File section.
014606   FD old-msg-file.
014607     1 old-msg-record pic x(285).
014608   FD old-rej-file.
014609     1 old-rej-record pic x(303).
014610   FD new-msg-file.
014611     copy "msgrec.cpy".
014612   FD new-rej-file.
014613     copy "rejrec.cpy".
014614   FD hist-file.
014615     copy "runhist.cpy".
014616   Working-storage section.
014617     1 eof-switch pic x value "N".
014618     1 records-read pic 9(8) value 0.
014619     1 records-written pic 9(8) value 0.
014620     1 ws-parm-text pic x(80).
014621     1 ws-layout pic x(8) value space.
014767     1 ws-code-page pic x(8) value space.
*******    The 12 bytes an old record gains, in its own code page
014768     1 ws-ebcdic-tail pic x(12)
014769       value X"404040404040404040404040".
014622     1 ws-hist-parms pic x(40).
014623     1 ws-hist-type pic x.
014624     1 ws-old-status pic xx.
014625     1 ws-new-status pic xx.
014626     1 ws-hist-status pic xx.
014627   Linkage section.
*******    Standard IBM batch PARM area: a binary length halfword
*******    followed by the PARM text itself, e.g. 'MSG'
014628     1 lk-parm.
014629       5 lk-parm-len pic S9(4) comp.
014630       5 lk-parm-text pic x(80).
014631 Procedure division using lk-parm.
014632   main-line.
014633     move lk-parm-text to ws-parm-text
014634     unstring ws-parm-text delimited by ","
014635       into ws-layout ws-code-page
014636     if ws-layout not = "MSG" and ws-layout not = "REJ" then
014637       display "CAESARCN PARM must be MSG or REJ: " ws-layout
014638       move 16 to return-code
014639       goback
014640     end-if
014770     if ws-code-page not = space and ws-code-page not = "E" then
014771       display "CAESARCN code page must be blank or E: "
014772         ws-code-page
014773       move 16 to return-code
014774       goback
014775     end-if
014776     if ws-code-page = "E" and ws-layout not = "MSG" then
014777       display "CAESARCN only MSG files arrive in EBCDIC"
014778       move 16 to return-code
014779       goback
014780     end-if
014641     move space to ws-hist-parms
014642     if ws-layout = "MSG" then
014643       move "CONVERT MSG 285 TO 297" to ws-hist-parms
014781       if ws-code-page = "E" then
014782         move "CONVERT MSG 285 TO 297 EBCDIC" to ws-hist-parms
014783       end-if
014644     else
014645       move "CONVERT REJ 303 TO 315" to ws-hist-parms
014646     end-if
*******    The parameters are resolved - put the run's start record
*******    on the history trail before any data moves
014647     move "S" to ws-hist-type
014648     perform write-run-history
014649     if ws-layout = "MSG" then
014650       perform convert-msg-file
014651     else
014652       perform convert-rej-file
014653     end-if
014654     display "CAESARCN " ws-layout " read=" records-read
014655       " written=" records-written
014656     move 0 to return-code
014657     move "E" to ws-hist-type
014658     perform write-run-history
014659     goback.
014660   convert-msg-file.
014661     open input old-msg-file
014662     if ws-old-status not = "00" then
014663       display "CAESARCN OLDIN open failed status="
014664         ws-old-status " - is it a 285-byte message file?"
014665       move 16 to return-code
014666       goback
014667     end-if
014668     open output new-msg-file
014669     if ws-new-status not = "00" then
014670       display "CAESARCN NEWOUT open failed status="
014671         ws-new-status
014672       move 16 to return-code
014673       goback
014674     end-if
014675     perform convert-one-msg-record until eof-switch = "Y"
014676     close old-msg-file
014677     close new-msg-file.
*******  The old record is the new one less its last 12 bytes
014678   convert-one-msg-record.
014679     read old-msg-file
014680       at end move "Y" to eof-switch
014681     end-read
014682     if eof-switch = "N" then
014683       add 1 to records-read
014684       move space to msg-record
014685       move old-msg-record to msg-record(1:285)
014784       if ws-code-page = "E" then
014785         move ws-ebcdic-tail to msg-record(286:12)
014786       end-if
014686       write msg-record
014687       if ws-new-status not = "00" then
014688         display "CAESARCN write to NEWOUT failed status="
014689           ws-new-status
014690         move 16 to return-code
014691         goback
014692       end-if
014693       add 1 to records-written
014694     end-if.
014695   convert-rej-file.
014696     open input old-rej-file
014697     if ws-old-status not = "00" then
014698       display "CAESARCN OLDIN open failed status="
014699         ws-old-status " - is it a 303-byte reject file?"
014700       move 16 to return-code
014701       goback
014702     end-if
014703     open output new-rej-file
014704     if ws-new-status not = "00" then
014705       display "CAESARCN NEWOUT open failed status="
014706         ws-new-status
014707       move 16 to return-code
014708       goback
014709     end-if
014710     perform convert-one-rej-record until eof-switch = "Y"
014711     close old-rej-file
014712     close new-rej-file.
*******  The reject record ends with the message record it carries,
*******  so it too is the new one less its last 12 bytes
014713   convert-one-rej-record.
014714     read old-rej-file
014715       at end move "Y" to eof-switch
014716     end-read
014717     if eof-switch = "N" then
014718       add 1 to records-read
014719       move space to rej-record
014720       move old-rej-record to rej-record(1:303)
014721       write rej-record
014722       if ws-new-status not = "00" then
014723         display "CAESARCN write to NEWOUT failed status="
014724           ws-new-status
014725         move 16 to return-code
014726         goback
014727       end-if
014728       add 1 to records-written
014729     end-if.
014730   write-run-history.
014731     open extend hist-file
014732     if ws-hist-status = "35" then
014733       open output hist-file
014734     end-if
014735     if ws-hist-status not = "00" then
014736       display "CAESARCN RUNHIST open failed status="
014737         ws-hist-status
014738       move 16 to return-code
014739       goback
014740     end-if
014741     move "CAESARCN" to rh-program
014742     move function current-date(1:8) to rh-run-date
014743     move function current-date(9:8) to rh-run-time
014744     move ws-hist-type to rh-rec-type
014745     move ws-hist-parms to rh-parm-summary
014746     move records-read to rh-records-read
014747     move records-written to rh-records-written
014748     move 0 to rh-records-rejected
014749     move return-code to rh-return-code
014750     write run-hist-record
014751     if ws-hist-status not = "00" then
014752       display "CAESARCN write to RUNHIST failed status="
014753         ws-hist-status
014754       move 16 to return-code
014755       goback
014756     end-if
014757     close hist-file.
014758 End program caesarcn.
