      ******************************************************************
      * Key-change history record appended to KEYHIST by CAESARKY each
      * time a pending key change (see keypend.cpy) is decided: who
      * asked for it and when, who decided it and when, and how it
      * ended - APPLIED (approved and written to KEYNEW), REJECTED, or
      * EXPIRED (left undecided past the expiry window; decided-by is
      * then *EXPIRY*). CAESARKY HISTORY reports it against KEYFILE so
      * every key shows who requested and who approved each change.
      ******************************************************************
       1 khist-record.
          5 khist-key-id        pic x(8).
          5 khist-action        pic x(8).
          5 khist-requested-by  pic x(8).
          5 khist-request-date  pic x(8).
          5 khist-request-time  pic x(8).
          5 khist-decided-by    pic x(8).
          5 khist-decision-date pic x(8).
          5 khist-decision-time pic x(8).
          5 khist-outcome       pic x(8).
