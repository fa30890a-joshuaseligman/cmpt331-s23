      ******************************************************************
      * Requester entitlement record for the ENTLFILE dataset kept by
      * CAESAREN. One record per requester per department: the
      * requester name as it appears on a REQCARDS card or the
      * CAESARXT PARM, a department (msg-hdr-dept, carried on every
      * stored message as msg-dept) that requester may receive, the
      * date range the entitlement is effective for (yyyymmdd), and
      * whether it is still active. CAESARRQ and CAESARXT withhold any
      * selected message whose department the requester is not
      * entitled to today. The department '****' entitles a requester
      * to messages that carry no department at all. Maintained in the
      * same old-master/new-master way as KEYFILE: CAESAREN reads
      * ENTLFILE, applies the change, and writes ENTLNEW, which the
      * JCL promotes.
      ******************************************************************
       1 entl-record.
          5 entl-requester pic x(8).
          5 entl-dept      pic x(4).
          5 entl-eff-from  pic x(8).
          5 entl-eff-to    pic x(8).
          5 entl-status    pic x.
             88 entl-active  value "A".
             88 entl-revoked value "R".
