      ******************************************************************
      * Partner acknowledgement record, one per enveloped file the
      * partner received: the env-hdr-file-id it is answering, ACK if
      * the file passed the partner's own trailer check or NAK if it
      * was refused, when the partner checked it, the record count
      * and checksum the partner computed over what actually arrived,
      * and on a NAK the partner's reason. CAESARAK reconciles these
      * against the transmission log CAESAREV writes (xmitlog.cpy).
      ******************************************************************
       1 ack-record.
          5 ack-file-id      pic x(16).
          5 ack-status       pic x(3).
             88 ack-accepted value "ACK".
             88 ack-refused  value "NAK".
          5 ack-date         pic x(8).
          5 ack-time         pic x(8).
          5 ack-record-count pic 9(8).
          5 ack-checksum     pic 9(12).
          5 ack-reason       pic x(40).
          5 filler           pic x(5).
