      * CAESAREV and checked by CAESARVF before an inbound file is
      * allowed to become MSGIN for a decrypt run.
      * The layout deliberately shadows msgrec.cpy byte for byte -
      * same 297-byte record, control type in the msg-rec-type
      * position - so envelope and message records ride the same
      * LRECL, and 'F'/'Z' stay clear of the 'H'/'T' batch types the
      * cipher programs already honor. The checksum is a running
             10 filler               pic x(224).
          5 env-id        pic x(16).
          5 env-proc-date pic x(8).
          5 env-key-id    pic x(8).
          5 env-dept      pic x(4).
