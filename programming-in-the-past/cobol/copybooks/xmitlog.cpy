      ******************************************************************
      * Transmission log record appended by CAESAREV for every file it
      * envelopes for the partner: the 'F' header's file ID, when the
      * file was built, its origin, and the 'Z' trailer's record
      * count, total bytes and checksum - exactly what the partner is
      * expected to verify and quote back on its acknowledgement (see
      * ackrec.cpy). CAESARAK matches the partner's acknowledgement
      * file against this log to find files refused, mis-received, or
      * never acknowledged at all.
      ******************************************************************
       1 xmit-record.
          5 xmit-file-id      pic x(16).
          5 xmit-send-date    pic x(8).
          5 xmit-send-time    pic x(8).
          5 xmit-origin       pic x(8).
          5 xmit-record-count pic 9(8).
          5 xmit-total-bytes  pic 9(12).
          5 xmit-checksum     pic 9(12).
