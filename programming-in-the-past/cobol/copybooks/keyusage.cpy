      ******************************************************************
      * Key-usage record appended by every program that resolves a key
      * ID in KEYFILE (CAESARB, CAESARQA, CAESARRK, CAESARKI - whose
      * re-key moves messages, not batches, and so counts none). One
      * record per lookup: which key, which program resolved it, the run
      * date, and how many batches the key governed before the next
      * lookup (or end of run) took over. The forecast report CAESARKF
      * joins this dataset against KEYFILE so the controls team can see
      * which active keys are actually in use and rotate the ones about
      * to age out before a nightly run dies on them.
      ******************************************************************
       1 key-usage-record.
          5 usage-key-id   pic x(8).
