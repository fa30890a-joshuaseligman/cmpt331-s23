      * hand. Reason codes are the cipher function status values:
      * 08 = shift amount out of range for the cipher mode,
      * 12 = message length exceeds the 256-byte text buffer.
      * The message part gained the key ID and department stamps
      * with msgrec.cpy, making the record 315 bytes; a REJECTS file
      * written before that is 303 and is converted with CAESARCN.
      ******************************************************************
       1 rej-record.
          5 rej-record-num  pic 9(8).
             10 rej-msg-text      pic x(256).
             10 rej-msg-id        pic x(16).
             10 rej-msg-proc-date pic x(8).
             10 rej-msg-key-id    pic x(8).
             10 rej-msg-dept      pic x(4).
