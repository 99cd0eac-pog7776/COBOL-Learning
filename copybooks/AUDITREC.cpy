      *                      THAT DRAINED ITSELF AT THE BATCH-WINDOW    *
      *                      CUTOFF, DISTINCT FROM AN OPERATOR          *
      *                      QUIESCE.  RECORD LAYOUT UNCHANGED.         *
      *    2026-10-15  RWB  ON A PARTITIONED NIGHT EVERY EVENT A        *
      *                      PARTITION'S SINTEST STEP WRITES STARTS     *
      *                      "PART=NN " (THE TEXT SHIFTED RIGHT AND     *
      *                      CUT AT 96).  SINTASMB COPIES THEM TO THE   *
      *                      PERMANENT TRAIL AND THEN WRITES THE        *
      *                      NIGHT'S OWN UNTAGGED RUNSTART AND          *
      *                      COMPLETE.  RECORD LAYOUT UNCHANGED.        *
      *================================================================*
       01  AU-AUDIT-RECORD.
           05  AU-EVENT-DATE               PIC 9(08).
