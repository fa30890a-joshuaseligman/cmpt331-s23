      * CAESARLD loads MSGOUT into the keyed message store on the ID
      * and CAESARXT extracts by ID or date. Both fields are spaces
      * on header/trailer control records.
      *
      * msg-key-id and msg-dept record what protected each message:
      * the key-file ID that enciphered the text (spaces when a
      * literal shift or keyword was used, or when the record is
      * decrypted output) and the originating department (the batch
      * header's department when the message arrived inside a
      * batch). CAESARB stamps both when it writes MSGOUT and CAESARRK
      * restamps the key when it re-keys, so CAESARKI can find every
      * message still sitting under a compromised key.
      * The two stamps made the record 297 bytes; files written
      * before they were added are 285 and are converted with
      * CAESARCN (the message store by the cutover at the front of
      * the CAESARLD job).
      ******************************************************************
       1 msg-record.
          5 msg-length pic 9(4).
             10 filler               pic x(248).
          5 msg-id        pic x(16).
          5 msg-proc-date pic x(8).
          5 msg-key-id    pic x(8).
          5 msg-dept      pic x(4).
