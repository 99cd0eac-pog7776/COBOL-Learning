      *================================================================*
      *  PARTCTL.CPY                                                   *
      *                                                                 *
      *  PARTITION CONTROL RECORD - THE ONE RECORD OF                  *
      *  PROD.SINTEST.PARTCTL.  SINTPART WRITES IT OPEN WHEN IT SPLITS *
      *  A NIGHT'S MSGIN INTO PC-PART-COUNT PARTITIONS; SINTASMB       *
      *  REWRITES IT CLOSED, WITH THE MESSAGE AND SAMPLE COUNTS, ONCE  *
      *  EVERY PARTITION HAS BEEN REASSEMBLED INTO ONE GENERATION.     *
      *  AN OPEN RECORD IS A SPLIT STILL IN FLIGHT: SINTPART REFUSES   *
      *  TO START ANOTHER OVER IT, AND SINTASMB REFUSES TO RUN         *
      *  WITHOUT ONE.  THE OPEN DATE AND TIME BOUND THE PARTITION      *
      *  AUDIT EVENTS SINTASMB CARRIES TO THE PERMANENT TRAIL.         *
      *  80 BYTES.                                                     *
      *                                                                 *
      *  HISTORY                                                        *
      *    2026-10-15  RWB  ORIGINAL - A HEAVY NIGHT'S SINT010 NOW RUNS *
      *                      AS CONCURRENT PARTITIONS OF MSGIN.         *
      *================================================================*
       01  PC-CONTROL-RECORD.
           05  PC-RECORD-ID                PIC X(08).
               88  PC-CONTROL-PRESENT             VALUE "*PARTCTL".
           05  PC-SPLIT-STATUS             PIC X(01).
               88  PC-SPLIT-OPEN                  VALUE "O".
               88  PC-SPLIT-CLOSED                VALUE "C".
           05  PC-PART-COUNT               PIC 9(02).
           05  PC-OPEN-DATE                PIC 9(08).
           05  PC-OPEN-TIME                PIC 9(08).
           05  PC-CLOSE-DATE               PIC 9(08).
           05  PC-CLOSE-TIME               PIC 9(08).
           05  PC-MSG-COUNT                PIC 9(04).
           05  PC-SAMPLE-COUNT             PIC 9(09).
           05  FILLER                      PIC X(24).
