      ******************************************************************
      * Pending key change awaiting a second person's decision. Key
      * changes are under two-person control: a CAESARKY ADD or
      * RETIRE run no longer touches KEYFILE, it writes one of these
      * to the pending-changes dataset (KEYPEND, kept old-master/
      * new-master through KEYPNEW like KEYFILE itself), tagged with
      * the user ID that asked for it and when. A later APPROVE or
      * REJECT run by a different user ID applies the change to
      * KEYNEW or discards it; a change left undecided for longer
      * than the expiry window drops out by itself. At most one
      * change per key is pending at a time, so the key ID is the
      * handle the checker quotes. The key fields carry what an ADD
      * will create (the checker sees them on LIST before approving);
      * a RETIRE carries the key ID alone.
      ******************************************************************
       1 pend-record.
          5 pend-action       pic x(8).
          5 pend-key-id       pic x(8).
          5 pend-key-shift    pic S999.
          5 pend-vig-keyword  pic x(20).
          5 pend-cipher-mode  pic x.
          5 pend-eff-from     pic x(8).
          5 pend-eff-to       pic x(8).
          5 pend-requested-by pic x(8).
          5 pend-request-date pic x(8).
          5 pend-request-time pic x(8).
