      ******************************************************************
      * Run-history record appended to the common RUNHIST dataset by
      * every batch program (CAESARB, CAESARRK, CAESARSL, CAESARLD,
      * CAESARXT, CAESARHK, CAESARSP, CAESARBL, CAESARAR, CAESARKI,
      * CAESARPG, CAESARAK, CAESARMG, CAESARGL, CAESARCN). Each run
      * writes a start record ('S') once its parameters are resolved and
      * an end record ('E') just before it gives back control, so a
      * start with no matching end is itself the evidence that a run
      * died. The parameter summary carries the resolved parameters with
      * key IDs only - never a shift or keyword a key resolved to. The
      * CAESARRH inquiry program reports this dataset filtered by
      * program or date range; it is the answer to "what ran against
      * that archive, under which key, and did it complete" that used to
      * mean grepping aged-off job logs.
      ******************************************************************
       1 run-hist-record.
          5 rh-program pic x(8).
