003332      msg-batch-trl by msg-in-batch-trl
003333      msg-trl-record-count by msg-in-trl-record-count
003900      msg-id by msg-in-id
003901      msg-proc-date by msg-in-proc-date
009824      msg-key-id by msg-in-key-id
009825      msg-dept by msg-in-dept.
003334   FD msg-out-file.
003335     copy "msgrec.cpy" replacing msg-record by msg-out-record
003336      msg-length by msg-out-length msg-text by msg-out-text
003346      msg-batch-trl by msg-out-batch-trl
003347      msg-trl-record-count by msg-out-trl-record-count
003902      msg-id by msg-out-id
003903      msg-proc-date by msg-out-proc-date
009826      msg-key-id by msg-out-key-id
009827      msg-dept by msg-out-dept.
003348   FD rpt-file.
003349     1 rpt-record pic x(132).
006250   FD ctl-file.
007907         move decryptVigV(msg-in-text msg-in-length
007908           rec-keyword ws-status)
007909           to msg-out-text
*******        Decrypted output is plaintext and carries no key
*******        stamp; a record the function refused is still the
*******        ciphertext it came in as, and keeps its stamp
015041         if ws-status = 0 then
015042           move space to msg-out-key-id
015043         end-if
007910       end-if
007911       write msg-out-record
007912       if ws-msg-out-status not = "00" then
003621         move decryptV(msg-in-text msg-in-length consensus-shift
003622           ws-cipher-mode ws-status)
003623           to msg-out-text
*******        Decrypted output is plaintext and carries no key
*******        stamp; a record the function refused is still the
*******        ciphertext it came in as, and keeps its stamp
015044         if ws-status = 0 then
015045           move space to msg-out-key-id
015046         end-if
003624       end-if
003625       write msg-out-record
003626       if ws-msg-out-status not = "00" then
