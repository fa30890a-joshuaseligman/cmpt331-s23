      ******************************************************************
      * Denial log record appended to DENYLOG by CAESARRQ and CAESARXT
      * for every selected message withheld from a requester who is
      * not entitled to its department (see entlrec.cpy). One record
      * per withheld message: when, which program, who asked, which
      * message (ID, department, processing date), and why - NOT
      * ENTITLED, or NO DEPARTMENT when the message carries none and
      * the requester holds no '****' entitlement. The controls team
      * reviews this dataset; nothing in the job stream reads it.
      ******************************************************************
       1 deny-record.
          5 deny-run-date      pic x(8).
          5 deny-run-time      pic x(8).
          5 deny-program       pic x(8).
          5 deny-requester     pic x(8).
          5 deny-msg-id        pic x(16).
          5 deny-msg-dept      pic x(4).
          5 deny-msg-proc-date pic x(8).
          5 deny-reason        pic x(20).
