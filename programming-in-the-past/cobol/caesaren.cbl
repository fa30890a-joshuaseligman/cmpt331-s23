010606 Identification division.
*******  Maintenance program for the requester entitlement dataset
*******  (see copybooks/entlrec.cpy). CAESARRQ and CAESARXT only
*******  hand a stored message to a requester entitled to its
*******  department; this program is how an entitlement is granted,
*******  revoked, or listed. GRANT and REVOKE are classic
*******  old-master/new-master runs, the same shape as CAESARKY:
*******  ENTLFILE is read, the change is applied, and the full set is
*******  written to ENTLNEW, which the JCL then catalogs over the old
*******  generation. LIST just prints the dataset to SYSOUT for the
*******  controls review.
*******  PARM is one of:
*******    'GRANT,<requester>,<dept>,<from>,<to>'
*******    'REVOKE,<requester>,<dept>'
*******    'LIST'
*******  where dept is the 4-character department ('****' for
*******  messages that carry none) and from/to are yyyymmdd
*******  effective dates (from defaults to today, to defaults to
*******  99991231). GRANT on a revoked pair reinstates it with the
*******  new dates; GRANT on a pair already active is refused.
010607   Program-id. caesaren.
010608 Environment division.
010609   Input-output section.
010610     File-control.
*******      The current entitlement dataset
010611       select entl-in-file assign to "ENTLFILE"
010612         organization is sequential
010613         file status is ws-entl-in-status.
*******      The updated entitlement dataset written by GRANT and
*******      REVOKE
010614       select entl-out-file assign to "ENTLNEW"
010615         organization is sequential
010616         file status is ws-entl-out-status.
010617 Data division.
010618   File section.
010619   FD entl-in-file.
010620     copy "entlrec.cpy" replacing entl-record by entl-in-record
010621      entl-requester by entl-in-requester
010622      entl-dept by entl-in-dept
010623      entl-eff-from by entl-in-eff-from
010624      entl-eff-to by entl-in-eff-to
010625      entl-status by entl-in-status
010626      entl-active by entl-in-active
010627      entl-revoked by entl-in-revoked.
010628   FD entl-out-file.
010629     copy "entlrec.cpy".
010630   Working-storage section.
*******    Action and fields parsed out of the PARM text. All start
*******    as spaces so a field the UNSTRING below never fills (a
*******    short PARM) takes its documented default instead of
*******    whatever was in storage
010631     1 ws-action pic x(8) value space.
010632     1 ws-requester pic x(8) value space.
010633     1 ws-dept pic x(4) value space.
010634     1 ws-eff-from pic x(8) value space.
010635     1 ws-eff-to pic x(8) value space.
010636     1 ws-parm-text pic x(80).
*******    Today's date, used to default effective dates and to stamp
*******    the revocation date on a REVOKE run
010637     1 ws-today pic x(8).
010638     1 eof-switch pic x value "N".
010639     1 records-read pic 9(8) value 0.
010640     1 records-written pic 9(8) value 0.
*******    Y once the requester/department pair on the PARM has been
*******    matched, so GRANT can refuse a pair already active and
*******    REVOKE can flag a pair it never found
010641     1 entl-found-switch pic x value "N".
*******    File status from each file's OPEN/WRITE. "35" on ENTLFILE
*******    means the dataset does not exist yet, which is fine for
*******    the very first GRANT
010642     1 ws-entl-in-status pic xx.
010643     1 ws-entl-out-status pic xx.
010644   Linkage section.
*******    Standard IBM batch PARM area: a binary length halfword
*******    followed by the PARM text itself
010645     1 lk-parm.
010646       5 lk-parm-len pic S9(4) comp.
010647       5 lk-parm-text pic x(80).
010648 Procedure division using lk-parm.
010649   main-line.
010650     move lk-parm-text to ws-parm-text
010651     unstring ws-parm-text delimited by ","
010652       into ws-action ws-requester ws-dept ws-eff-from
010653       ws-eff-to
010654     move function current-date(1:8) to ws-today
010655     evaluate ws-action
010656       when "GRANT"
010657         perform grant-entitlement thru grant-entitlement-exit
010658       when "REVOKE"
010659         perform revoke-entitlement thru revoke-entitlement-exit
010660       when "LIST"
010661         perform list-entitlements thru list-entitlements-exit
010662       when other
010663         display "CAESAREN invalid action in PARM: " ws-action
010664         move 16 to return-code
010665     end-evaluate
010666     goback.
010667   grant-entitlement.
010668     if ws-requester = space or ws-dept = space then
010669       display "CAESAREN GRANT needs a requester and a "
010670         "department"
010671       move 16 to return-code
010672       go to grant-entitlement-exit
010673     end-if
010674     if ws-eff-from = space then
010675       move ws-today to ws-eff-from
010676     end-if
010677     if ws-eff-to = space then
010678       move "99991231" to ws-eff-to
010679     end-if
010680     if ws-eff-from is not numeric or ws-eff-to is not numeric
010681       or ws-eff-to < ws-eff-from then
010682       display "CAESAREN invalid effective dates: "
010683         ws-eff-from " " ws-eff-to
010684       move 16 to return-code
010685       go to grant-entitlement-exit
010686     end-if
010687     perform open-entl-files
010688     perform copy-entl-record until eof-switch = "Y"
010689     if entl-found-switch = "N" then
010690       move ws-requester to entl-requester
010691       move ws-dept to entl-dept
010692       move ws-eff-from to entl-eff-from
010693       move ws-eff-to to entl-eff-to
010694       move "A" to entl-status
010695       perform write-entl-record
010696       display "CAESAREN granted " ws-requester
010697         " department " ws-dept
010698     end-if
010699     perform close-entl-files
010700     display "CAESAREN read=" records-read
010701      " wrote=" records-written.
010702   grant-entitlement-exit.
010703     exit.
010704   revoke-entitlement.
010705     if ws-requester = space or ws-dept = space then
010706       display "CAESAREN REVOKE needs a requester and a "
010707         "department"
010708       move 16 to return-code
010709       go to revoke-entitlement-exit
010710     end-if
010711     perform open-entl-files
010712     perform copy-entl-record until eof-switch = "Y"
010713     if entl-found-switch = "N" then
010714       display "CAESAREN entitlement not on file: "
010715         ws-requester " department " ws-dept
010716       move 16 to return-code
010717     else
010718       display "CAESAREN revoked " ws-requester
010719         " department " ws-dept
010720     end-if
010721     perform close-entl-files
010722     display "CAESAREN read=" records-read
010723      " wrote=" records-written.
010724   revoke-entitlement-exit.
010725     exit.
010726   list-entitlements.
010727     open input entl-in-file
010728     if ws-entl-in-status not = "00" then
010729       display "CAESAREN ENTLFILE open failed status="
010730         ws-entl-in-status
010731       move 16 to return-code
010732       go to list-entitlements-exit
010733     end-if
010734     perform list-entl-record until eof-switch = "Y"
010735     close entl-in-file
010736     display "CAESAREN listed=" records-read.
010737   list-entitlements-exit.
010738     exit.
010739   open-entl-files.
*******    ENTLFILE status "35" means the dataset does not exist yet -
*******    treat it as an empty old master so the very first GRANT
*******    works
010740     open input entl-in-file
010741     if ws-entl-in-status = "35" then
010742       move "Y" to eof-switch
010743     else
010744       if ws-entl-in-status not = "00" then
010745         display "CAESAREN ENTLFILE open failed status="
010746           ws-entl-in-status
010747         move 16 to return-code
010748         goback
010749       end-if
010750     end-if
010751     open output entl-out-file
010752     if ws-entl-out-status not = "00" then
010753       display "CAESAREN ENTLNEW open failed status="
010754         ws-entl-out-status
010755       move 16 to return-code
010756       goback
010757     end-if.
010758   close-entl-files.
010759     if ws-entl-in-status not = "35" then
010760       close entl-in-file
010761     end-if
010762     close entl-out-file.
*******  Copy one old-master record through to the new master,
*******  applying the GRANT or REVOKE change on the matching pair
*******  along the way
010763   copy-entl-record.
010764     read entl-in-file
010765       at end move "Y" to eof-switch
010766     end-read
010767     if eof-switch = "N" then
010768       add 1 to records-read
010769       move entl-in-record to entl-record
010770       if entl-requester = ws-requester
010771         and entl-dept = ws-dept then
010772         move "Y" to entl-found-switch
010773         evaluate true
010774           when ws-action = "REVOKE"
010775             move "R" to entl-status
010776             if entl-eff-to > ws-today then
010777               move ws-today to entl-eff-to
010778             end-if
010779           when entl-active
010780             display "CAESAREN already entitled: "
010781               ws-requester " department " ws-dept
010782             move 16 to return-code
010783           when other
010784             move ws-eff-from to entl-eff-from
010785             move ws-eff-to to entl-eff-to
010786             move "A" to entl-status
010787             display "CAESAREN reinstated " ws-requester
010788               " department " ws-dept
010789         end-evaluate
010790       end-if
010791       perform write-entl-record
010792     end-if.
010793   write-entl-record.
010794     write entl-record
010795     if ws-entl-out-status not = "00" then
010796       display "CAESAREN write to ENTLNEW failed status="
010797         ws-entl-out-status
010798       move 16 to return-code
010799       goback
010800     end-if
010801     add 1 to records-written.
010802   list-entl-record.
010803     read entl-in-file
010804       at end move "Y" to eof-switch
010805     end-read
010806     if eof-switch = "N" then
010807       add 1 to records-read
010808       display entl-in-requester " dept=" entl-in-dept
010809         " from=" entl-in-eff-from " to=" entl-in-eff-to
010810         " status=" entl-in-status
010811     end-if.
010812 End program caesaren.
