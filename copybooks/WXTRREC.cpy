      *    2026-09-02  RWB  ORIGINAL - HOISTED OUT OF SINTEST WORKING   *
      *                      STORAGE UNCHANGED, NOW THAT WAVERPT IS A   *
      *                      SECOND READER OF THE LAYOUT.               *
      *    2026-09-24  RWB  ADDED THE MESSAGE'S MASTER KEY, ITS         *
      *                      DESTINATION BOARD, THE NIGHT'S RENDER      *
      *                      SWITCH AND THE WRITING RUN'S DATE AND      *
      *                      TIME (CARVED FROM FILLER - RECORD LENGTH   *
      *                      UNCHANGED) FOR THE SINTCHRG CHARGEBACK     *
      *                      REPORT, WHICH READS A MONTH OF             *
      *                      GENERATIONS AND MUST TIE EACH POINT TO     *
      *                      ITS MESSAGE, ITS BOARD AND ITS RUNHIST     *
      *                      RECORD.  WX-MSG-INDEX STAYS THE POSITION   *
      *                      IN THAT NIGHT'S MSGIN.                     *
      *    2026-10-15  RWB  ADDED THE PARTITION NUMBER (CARVED FROM     *
      *                      FILLER - RECORD LENGTH UNCHANGED).  A      *
      *                      PARTITIONED NIGHT'S SINTEST STEPS EACH     *
      *                      TAG THEIR POINTS WITH IT SO SINTASMB CAN   *
      *                      SPLICE EACH PARTITION'S RESTART LEGS;      *
      *                      SINTASMB BLANKS IT AGAIN ON THE NIGHT'S    *
      *                      REASSEMBLED GENERATION.  BLANK ON A        *
      *                      SINGLE-STREAM NIGHT.  WX-MSG-INDEX IS      *
      *                      STILL THE POSITION IN THE WHOLE MSGIN.     *
      *================================================================*
       01  WX-EXTRACT-RECORD.
           05  WX-MSG-INDEX              PIC 9(04).
           05  WX-RANGE-CLAMP-FLAG       PIC X(01).
           05  WX-TR-NEG-CLAMP-FLAG      PIC X(01).
           05  WX-TR-RANGE-CLAMP-FLAG    PIC X(01).
           05  WX-MSG-ID                 PIC 9(04).
           05  WX-MSG-DEST               PIC X(02).
           05  WX-RENDER-SWITCH          PIC X(01).
           05  WX-RUN-DATE               PIC 9(08).
           05  WX-RUN-TIME               PIC 9(08).
           05  WX-PARTITION              PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(03) VALUE SPACES.
