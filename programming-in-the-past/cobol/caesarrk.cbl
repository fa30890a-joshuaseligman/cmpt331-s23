*******  IDs (start with K, resolved from KEYFILE with the key's own
*******  cipher mode), oldMode/newMode are L (default), F, or V, and
*******  restart is R to resume from CKPT or blank.
*******  Each re-keyed record's key stamp is moved to the new key ID
*******  so the compromised-key report keeps telling the truth.
003501   Program-id. caesarrk.
003502 Environment division.
003503   Configuration section.
003540      msg-batch-trl by msg-in-batch-trl
003541      msg-trl-record-count by msg-in-trl-record-count
003900      msg-id by msg-in-id
003901      msg-proc-date by msg-in-proc-date
009816      msg-key-id by msg-in-key-id
009817      msg-dept by msg-in-dept.
003542   FD msg-out-file.
003543     copy "msgrec.cpy" replacing msg-record by msg-out-record
003544      msg-length by msg-out-length msg-text by msg-out-text
003554      msg-batch-trl by msg-out-batch-trl
003555      msg-trl-record-count by msg-out-trl-record-count
003902      msg-id by msg-out-id
003903      msg-proc-date by msg-out-proc-date
009818      msg-key-id by msg-out-key-id
009819      msg-dept by msg-out-dept.
003556   FD ckpt-file.
003557     copy "rkckpt.cpy".
003558   FD rej-out-file.
*******      date ride through the re-key untouched; the ciphered
*******      text is then laid over the top
003838       move msg-in-record to msg-out-record
*******      ...except the key stamp, which now names the new key
*******      (spaces when the new side is a literal shift/keyword)
009862       if new-key-used = "Y" then
009863         move ws-new-text(1:8) to msg-out-key-id
009864       else
009865         move space to msg-out-key-id
009866       end-if
003840       if new-cipher-mode = "V" then
003841         move encryptVigV(ws-plain-text msg-in-length
003842           new-keyword ws-enc-status) to msg-out-text
