      *================================================================*
      *  MSGFRZ.CPY                                                    *
      *                                                                 *
      *  FROZEN-INPUT CONTROL RECORD - THE FIRST RECORD OF             *
      *  PROD.SINTEST.MSGIN.FROZEN.  EVERY FRESH SINTEST RUN COPIES    *
      *  ITS MSGIN THERE BEFORE IT RENDERS A LINE, BEHIND THIS         *
      *  RECORD, SO A NIGHT THAT DRAINS (QUIESCE OR DEADLINE) OR       *
      *  ABENDS LEAVES BEHIND THE EXACT MESSAGE LIST AND RUN-LEVEL     *
      *  PARAMETERS ITS CHECKPOINT WAS TAKEN AGAINST.  THE RESUME      *
      *  NIGHT RUNS AGAINST THAT COPY, NOT THE MSGIN SINT005 HAS       *
      *  SINCE REBUILT FOR A NEW RUN DATE.  THE REMAINING RECORDS ARE  *
      *  MSGINREC IMAGES, UNCHANGED, IN MSGIN ORDER.                   *
      *                                                                 *
      *  FZ-FINGERPRINT IS ALSO CARRIED ON EVERY SINTEST CHECKPOINT;   *
      *  A RESUME IS REFUSED UNLESS THE TWO AGREE AND THE FROZEN COPY  *
      *  STILL HOLDS FZ-MSG-COUNT MESSAGE RECORDS.  THE PARAMETER SET  *
      *  IS THE ONE THAT SHAPES THE OUTPUT; THE BATCH-WINDOW DEADLINE  *
      *  (PARM FIELD 9) IS DELIBERATELY LEFT OUT, SO OPERATIONS MAY    *
      *  WIDEN TONIGHT'S WINDOW FOR A RESUME WITHOUT INVALIDATING IT.  *
      *  68 BYTES, THE MSGIN RECORD LENGTH.                            *
      *                                                                 *
      *  HISTORY                                                        *
      *    2026-10-01  RWB  ORIGINAL - A RESUMED NIGHT USED TO SKIP TO *
      *                      CK-MSG-INDEX IN A FRESHLY REBUILT MSGIN   *
      *                      AND COULD SPLICE THE WRONG SEGMENTS.      *
      *    2026-10-15  RWB  ADDED THE PARTITION NUMBER AND COUNT       *
      *                      (CARVED FROM FILLER - LENGTH UNCHANGED).  *
      *                      EACH PARTITION OF A PARTITIONED NIGHT     *
      *                      FREEZES THE WHOLE MSGIN UNDER ITS OWN     *
      *                      DATASETS; A RESUME IS REFUSED WHEN THE    *
      *                      COPY WAS FROZEN FOR ANOTHER PARTITION OR  *
      *                      ANOTHER PARTITION COUNT.  ZERO ON A       *
      *                      SINGLE-STREAM NIGHT (BLANK ON A COPY      *
      *                      FROZEN BEFORE THIS CHANGE IS TAKEN AS     *
      *                      ZERO).                                    *
      *================================================================*
       01  FZ-CONTROL-RECORD.
           05  FZ-RECORD-ID                PIC X(08).
               88  FZ-CONTROL-PRESENT             VALUE "*FROZEN*".
           05  FZ-FINGERPRINT.
               10  FZ-MSG-COUNT            PIC 9(04).
               10  FZ-RUN-DATE             PIC 9(08).
               10  FZ-PARM-SET.
                   15  FZ-AMPLITUDE        PIC 9(04).
                   15  FZ-OFFSET           PIC 9(04).
                   15  FZ-ITERATIONS       PIC 9(05).
                   15  FZ-MODE-SWITCH      PIC X(01).
                   15  FZ-TRAIL-AMPLITUDE  PIC 9(04).
                   15  FZ-TRAIL-OFFSET     PIC 9(04).
                   15  FZ-RENDER-SWITCH    PIC X(01).
                   15  FZ-PHASE-STEP       PIC 9V9(02).
           05  FZ-RUN-TIME                 PIC 9(08).
           05  FZ-PARTITION.
               10  FZ-PART-NUM             PIC 9(02).
               10  FZ-PART-COUNT           PIC 9(02).
           05  FILLER                      PIC X(10).
