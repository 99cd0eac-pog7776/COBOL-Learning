      *                      THE SINTSPLT DISTRIBUTION SPLIT.  THE     *
      *                      RECORD IS NOW 64 BYTES - REALLOCATE       *
      *                      PROD.SINTEST.MSGIN AT LRECL=64.           *
      *    2026-09-24  RWB  ADDED MSGIN-MSG-ID, THE MASTER KEY, SO     *
      *                      SINTEST CAN CARRY IT ONTO THE WAVE        *
      *                      EXTRACT AND THE BANNER SEGMENTS AND THE   *
      *                      SINTCHRG CHARGEBACK REPORT CAN NAME THE   *
      *                      MESSAGE.  ZERO OR BLANK ON A HAND-BUILT   *
      *                      MSGIN.  THE RECORD IS NOW 68 BYTES -      *
      *                      REALLOCATE PROD.SINTEST.MSGIN AT          *
      *                      LRECL=68.                                 *
      *================================================================*
       01  MSGIN-RECORD.
           05  MSGIN-TEXT                  PIC X(40).
               10  MSGIN-OVR-TRAIL-AMPL    PIC X(04).
               10  MSGIN-OVR-TRAIL-OFF     PIC X(04).
           05  MSGIN-DEST                  PIC X(02).
           05  MSGIN-MSG-ID                PIC 9(04).
