*******  by eye. Header/trailer control records carry no ID and are
*******  not loaded. A record whose ID is already in the store is
*******  counted and reported as a duplicate, not silently replaced.
*******  Each night's messages are added to the store already there,
*******  so it holds every generation loaded, not just the latest;
*******  only the very first load, into a freshly defined and still
*******  empty cluster, opens it for output. Messages past retention
*******  are moved on to the archive tier by CAESARAR.
003701   Program-id. caesarld.
003702 Environment division.
003703   Input-output section.
003727      msg-batch-trl by msg-in-batch-trl
003728      msg-trl-record-count by msg-in-trl-record-count
003729      msg-id by msg-in-id
003730      msg-proc-date by msg-in-proc-date
009812      msg-key-id by msg-in-key-id
009813      msg-dept by msg-in-dept.
003731   FD store-file.
003732     copy "msgrec.cpy" replacing msg-record by store-record
003733      msg-length by store-length msg-text by store-text
003743      msg-batch-trl by store-batch-trl
003744      msg-trl-record-count by store-trl-record-count
003745      msg-id by store-id
003746      msg-proc-date by store-proc-date
009814      msg-key-id by store-key-id
009815      msg-dept by store-dept.
006584   FD hist-file.
006585     copy "runhist.cpy".
007003   FD reg-file.
003758     if ws-msg-in-status not = "00" then
003759       display "CAESARLD MSGOUT open failed status="
003760         ws-msg-in-status
014759       if ws-msg-in-status = "39" then
014760         display "CAESARLD MSGOUT is not a 297-byte file - "
014761           "convert it with CAESARCN PARM='MSG' first"
014762       end-if
003761       move 16 to return-code
003762       goback
003763     end-if
*******    Add to the store already there. "35" means the cluster
*******    has been defined but never loaded - the first load
008900     open i-o store-file
008901     if ws-store-status = "35" then
008902       display "CAESARLD MSGSTORE empty - initial load"
008903       open output store-file
008904     end-if
003765     if ws-store-status not = "00" then
003766       display "CAESARLD MSGSTORE open failed status="
003767         ws-store-status
*******      "39" is a record-length conflict: a store still defined
*******      at the old 285 bytes needs the one-time cutover at the
*******      front of the CAESARLD job before it can be loaded
014763       if ws-store-status = "39" then
014764         display "CAESARLD MSGSTORE is not a 297-byte cluster - "
014765           "run the record-length cutover first"
014766       end-if
003768       move 16 to return-code
003769       goback
003770     end-if
