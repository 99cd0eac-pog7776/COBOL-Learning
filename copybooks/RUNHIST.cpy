      *                      PER-MESSAGE POINTS, AND THE TREND          *
      *                      REPORT MUST BE ABLE TO TELL THE TWO        *
      *                      APART.                                     *
      *    2026-09-24  RWB  ADDED RH-RESUMED-SAMPLES (THE SPARE         *
      *                      FILLER - RECORD LENGTH UNCHANGED): THE     *
      *                      SAMPLE COUNT A RESTARTED RUN PICKED UP     *
      *                      FROM THE CHECKPOINT, ZERO ON A FRESH RUN.  *
      *                      RH-SAMPLE-COUNT STAYS THE WHOLE NIGHT'S    *
      *                      TOTAL; THE DIFFERENCE IS WHAT THIS RUN     *
      *                      ITSELF RENDERED, WHICH IS WHAT SINTCHRG    *
      *                      BALANCES EACH RUN'S EXTRACT AGAINST.       *
      *================================================================*
       01  RH-HISTORY-RECORD.
           05  RH-RUN-DATE                 PIC 9(08).
           05  RH-RESTART-FLAG             PIC X(01).
           05  RH-RETURN-CODE              PIC 9(04).
           05  RH-RENDER-SWITCH            PIC X(01).
           05  RH-RESUMED-SAMPLES          PIC 9(09).
