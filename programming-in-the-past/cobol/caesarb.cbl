002309      msg-batch-trl by msg-in-batch-trl
002310      msg-trl-record-count by msg-in-trl-record-count
003900      msg-id by msg-in-id
003901      msg-proc-date by msg-in-proc-date
009804      msg-key-id by msg-in-key-id
009805      msg-dept by msg-in-dept.
000417   FD msg-out-file.
000418     copy "msgrec.cpy" replacing msg-record by msg-out-record
000465      msg-length by msg-out-length msg-text by msg-out-text
002320      msg-batch-trl by msg-out-batch-trl
002321      msg-trl-record-count by msg-out-trl-record-count
003902      msg-id by msg-out-id
003903      msg-proc-date by msg-out-proc-date
009806      msg-key-id by msg-out-key-id
009807      msg-dept by msg-out-dept.
001802   FD ckpt-file.
001803     copy "ckptrec.cpy".
002113   FD key-file.
002515      rej-msg-rec-type by rej-in-msg-rec-type
002516      rej-msg-text by rej-in-msg-text
003904      rej-msg-id by rej-in-msg-id
003905      rej-msg-proc-date by rej-in-msg-proc-date
009808      rej-msg-key-id by rej-in-msg-key-id
009809      rej-msg-dept by rej-in-msg-dept.
004403   FD usage-file.
004404     copy "keyusage.cpy".
006003   FD ctl-file.
*******    open at end of file. The step then ends with RC=8 so a
*******    truncated transmission no longer sails through
002329     1 control-failed-switch pic x value "N".
*******    Key ID and department stamped on every ciphered record:
*******    the PARM-level key (spaces under a literal shift or
*******    keyword), switched by each batch header to the header's
*******    key ID and department and back again at its trailer
009842     1 ws-parm-key-id pic x(8) value space.
009843     1 ws-stamp-key-id pic x(8) value space.
009844     1 ws-stamp-dept pic x(4) value space.
000427   Linkage section.
*******    Standard IBM batch PARM area: a binary length halfword
*******    followed by the PARM text itself, e.g. "5,E,L" or "-3,D,F"
002331     move ws-mode to ws-parm-mode
002332     move ws-cipher-mode to ws-parm-cipher-mode
003217     move ws-vig-keyword to ws-parm-vig-keyword
009845     if parm-key-used = "Y" then
009846       move ws-key-id to ws-parm-key-id
009847     end-if
009848     move ws-parm-key-id to ws-stamp-key-id
*******    The parameters are resolved - put the run's start record
*******    on the history trail before any data moves
006409     perform build-parm-summary
003918         move msg-in-id to msg-out-id
003919       end-if
003920       move ws-today to msg-out-proc-date
*******      Record which key protected it and whose it is - a batch
*******      header's department, else whatever the sender supplied.
*******      A decrypted record is plaintext and depends on no key
009849       if ws-mode = "D" then
009866         move space to msg-out-key-id
009867       else
009868         move ws-stamp-key-id to msg-out-key-id
009869       end-if
009850       if ws-stamp-dept = space then
009851         move msg-in-dept to msg-out-dept
009852       else
009853         move ws-stamp-dept to msg-out-dept
009854       end-if
003231       if ws-cipher-mode = "V" then
003232         if ws-mode = "D" then
003233           move decryptVigV(msg-in-text msg-in-length
*******        with its record number and reason so it can be repaired
*******        and fed back through a reprocess run
002543         move msg-in-record to rej-msg
*******        Stamp it with the key and department the MSGOUT record
*******        would have carried, so a reprocess run bills and
*******        entitles the repaired record to its batch's owner
015033         if ws-mode = "D" then
015034           move space to rej-msg-key-id
015035         else
015036           move ws-stamp-key-id to rej-msg-key-id
015037         end-if
015038         if ws-stamp-dept not = space then
015039           move ws-stamp-dept to rej-msg-dept
015040         end-if
002544         perform write-reject
002015       else
000460         write msg-out-record
002381     move "Y" to batch-active-switch
002382     move 0 to batch-record-count
002383     move msg-in-hdr-batch-id to ws-batch-id
009855     move msg-in-hdr-dept to ws-stamp-dept
009856     move space to ws-stamp-key-id
002384     if msg-in-hdr-key-ref(1:1) = "K" then
002385       move msg-in-hdr-key-ref to ws-key-id
002386       perform look-up-key
009857       move ws-key-id to ws-stamp-key-id
*******      This batch is the first one the freshly looked-up key
*******      governs
004422       add 1 to pending-usage-batches
002429       move ws-parm-mode to ws-mode
002430       move ws-parm-cipher-mode to ws-cipher-mode
003230       move ws-parm-vig-keyword to ws-vig-keyword
009858       move ws-parm-key-id to ws-stamp-key-id
009859       move space to ws-stamp-dept
004050       if ws-cipher-mode not = "V" then
004051         perform build-trans-table
004052       end-if
003926         move rej-in-msg-id to msg-out-id
003927       end-if
003928       move ws-today to msg-out-proc-date
009860       if ws-mode = "D" then
009870         move space to msg-out-key-id
009871       else
009872         move ws-parm-key-id to msg-out-key-id
009873       end-if
009861       move rej-in-msg-dept to msg-out-dept
003243       if ws-cipher-mode = "V" then
003244         if ws-mode = "D" then
003245           move decryptVigV(rej-in-msg-text rej-in-msg-length
