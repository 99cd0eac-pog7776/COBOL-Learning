      *================================================================*
      *  MSGJRNL.CPY                                                   *
      *                                                                 *
      *  MESSAGE MASTER CHANGE JOURNAL RECORD - ONE RECORD APPENDED TO  *
      *  THE PERMANENT JOURNAL (PROD.SINTEST.MSGJRNL, DISP=MOD) FOR     *
      *  EVERY CHANGE APPLIED TO THE MSGMSTR KSDS.  EACH RECORD         *
      *  CARRIES THE FULL 120-BYTE MASTER IMAGE BEFORE AND AFTER THE    *
      *  CHANGE, SO THE LIBRARY CAN BE SHOWN AS IT STOOD ON ANY PAST    *
      *  DATE AND ANY ONE MAINTENANCE RUN CAN BE BACKED OUT WITHOUT     *
      *  RESTORING THE WHOLE CLUSTER (SEE MSGHIST).                     *
      *                                                                 *
      *  A BLANK BEFORE-IMAGE MEANS THE ENTRY DID NOT EXIST BEFORE THE  *
      *  CHANGE (AN ADD); A BLANK AFTER-IMAGE MEANS IT DID NOT EXIST    *
      *  AFTER IT (A BACKED-OUT ADD, DELETED FROM THE CLUSTER).         *
      *                                                                 *
      *  MJ-RUN-DATE/MJ-RUN-TIME NAME THE RUN THAT MADE THE CHANGE -    *
      *  THE SAME DATE AND TIME PRINTED ON THAT RUN'S MNTLIST HEADER -  *
      *  AND MJ-CARD-SEQ IS THE ORDINAL OF THE TRANSACTION CARD IN      *
      *  THAT RUN'S DECK.  MJ-STAMP-DATE/MJ-STAMP-TIME ARE WHEN THE     *
      *  CHANGE ITSELF WAS APPLIED.                                     *
      *                                                                 *
      *  ACTION CODES:  ADD, EXPIRE, CHANGE, APPROVE, BACKOUT.          *
      *                                                                 *
      *  MJ-USER-ID IS THE SIGNED-ON USER FOR A CHANGE MADE ONLINE      *
      *  (MSGONL, MSGAPR) AND THE KEYED-BY ID FROM THE CARD FOR A       *
      *  MSGMAINT CHANGE.  THE ONLINE TRANSACTIONS JOURNAL TO THEIR     *
      *  OWN EXTRAPARTITION QUEUE (PROD.SINTEST.MSGJRNL.ONLINE), WHICH  *
      *  MSGHIST READS CONCATENATED WITH THE BATCH JOURNAL.             *
      *                                                                 *
      *  HISTORY                                                        *
      *    2026-09-16  RWB  ORIGINAL - TWICE A BAD CARD DECK EXPIRED    *
      *                      THE WRONG MSG-IDS AND THE ONLY WAY BACK    *
      *                      WAS A FULL REPRO RESTORE AND A BY-EYE      *
      *                      COMPARE OF REPRO LISTINGS.                 *
      *    2026-09-18  RWB  ADDED MJ-USER-ID (CARVED FROM FILLER -      *
      *                      RECORD LENGTH UNCHANGED) AND THE CHANGE    *
      *                      ACTION FOR ONLINE MAINTENANCE.             *
      *    2026-09-22  RWB  ADDED THE APPROVE ACTION (TWO-PERSON        *
      *                      RELEASE OF A PENDING ENTRY).               *
      *================================================================*
       01  MJ-JOURNAL-RECORD.
           05  MJ-STAMP-DATE               PIC 9(08).
           05  MJ-STAMP-TIME               PIC 9(08).
           05  MJ-RUN-ID.
               10  MJ-RUN-DATE             PIC 9(08).
               10  MJ-RUN-TIME             PIC 9(08).
           05  MJ-PROGRAM                  PIC X(08).
           05  MJ-CARD-SEQ                 PIC 9(05).
           05  MJ-ACTION                   PIC X(08).
               88  MJ-ACTION-ADD                     VALUE "ADD".
               88  MJ-ACTION-EXPIRE                  VALUE "EXPIRE".
               88  MJ-ACTION-CHANGE                  VALUE "CHANGE".
               88  MJ-ACTION-APPROVE                 VALUE "APPROVE".
               88  MJ-ACTION-BACKOUT                 VALUE "BACKOUT".
           05  MJ-MSG-ID                   PIC 9(04).
           05  MJ-OWNER                    PIC X(08).
           05  MJ-USER-ID                  PIC X(08).
           05  FILLER                      PIC X(07).
           05  MJ-BEFORE-IMAGE             PIC X(120).
           05  MJ-AFTER-IMAGE              PIC X(120).
