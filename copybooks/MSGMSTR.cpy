      *      EVERY YEAR ON ITS MMDD BOUNDS (A WINDOW WHOSE FROM-MMDD    *
      *      IS AFTER ITS TO-MMDD WRAPS THE YEAR END, E.G. 1201-0131).  *
      *                                                                 *
      *  AN ENTRY PENDING APPROVAL (MSG-APPROVAL-FLAG "P") IS NEVER     *
      *  EXTRACTED, WHATEVER ITS DATES.  EVERY ADD, AND EVERY CHANGE    *
      *  TO THE TEXT OR DESTINATION, LANDS PENDING WITH THE KEYER'S ID  *
      *  IN MSG-KEYED-BY; THE MSGA TRANSACTION (MSGAPR) RELEASES IT     *
      *  AND RECORDS THE APPROVER IN MSG-RELEASED-BY.  THE APPROVER     *
      *  MAY BE NEITHER THE OWNER NOR THE KEYER.  A BLANK FLAG IS A     *
      *  RELEASED ENTRY - EVERY ENTRY ON FILE BEFORE APPROVAL CAME IN   *
      *  CARRIES ONE AND STAYS ON THE BOARDS.                           *
      *                                                                 *
      *  HISTORY                                                        *
      *    2026-08-21  RWB  ORIGINAL - REPLACES THE HAND-EDITED MSGIN   *
      *                      FLAT FILE AS THE SOURCE OF BANNER TEXT.    *
      *                      HERE), 02 = OPS FLOOR.  CARRIED THROUGH    *
      *                      MSGXTRCT INTO MSGIN AND HONORED BY THE     *
      *                      SINTSPLT DISTRIBUTION SPLIT.               *
      *    2026-09-22  RWB  ADDED THE TWO-PERSON APPROVAL FIELDS        *
      *                      (CARVED FROM FILLER - RECORD LENGTH        *
      *                      UNCHANGED): PENDING FLAG, KEYED-BY AND     *
      *                      RELEASED-BY USER IDS.                      *
      *================================================================*
       01  MSG-MASTER-RECORD.
           05  MSG-ID                      PIC 9(04).
           05  MSG-DESTINATION             PIC X(02).
               88  MSG-DEST-LOBBY                    VALUE "01" "  ".
               88  MSG-DEST-OPS-FLOOR                VALUE "02".
           05  MSG-APPROVAL.
               10  MSG-APPROVAL-FLAG       PIC X(01).
                   88  MSG-PENDING-APPROVAL          VALUE "P".
                   88  MSG-RELEASED                  VALUE SPACE.
               10  MSG-KEYED-BY            PIC X(08).
               10  MSG-RELEASED-BY         PIC X(08).
           05  FILLER                      PIC X(02).
