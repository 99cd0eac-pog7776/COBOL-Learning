000170*                                                                 *
000180*  THE RUN DATE DEFAULTS TO THE SYSTEM DATE; AN 8-BYTE YYYYMMDD  *
000190*  PARM OVERRIDES IT FOR RERUNS OF A PRIOR NIGHT.                *
000191*                                                                 *
000192*  AN ENTRY PENDING TWO-PERSON APPROVAL (MSGMSTR) IS NEVER       *
000193*  SELECTED.  ONE THAT WOULD OTHERWISE HAVE BEEN IN EFFECT IS    *
000194*  LISTED ON SYSOUT WITH ITS OWNER AND KEYER SO OPERATIONS CAN   *
000195*  CHASE THE RELEASE (TRANSACTION MSGA) BEFORE THE NEXT NIGHT.   *
000200*                                                                 *
000210*  RETURN CODES:  00 CLEAN, 08 NO MESSAGES IN EFFECT FOR THE     *
000220*  RUN DATE (SINT010 WOULD PRINT AN EMPTY BANNER), 16 FILE       *
000289*    2026-09-02  RWB  THE MASTER'S DESTINATION CODE IS NOW       *
000290*                      CARRIED ONTO MSGIN (64 BYTES) FOR THE     *
000291*                      SINTSPLT DISTRIBUTION SPLIT.              *
000292*    2026-09-22  RWB  ENTRIES PENDING TWO-PERSON APPROVAL ARE    *
000293*                      SKIPPED; THOSE OTHERWISE IN EFFECT ARE    *
000294*                      LISTED ON SYSOUT AND COUNTED.             *
000295*    2026-09-24  RWB  MSG-ID IS NOW CARRIED ONTO MSGIN (68       *
000296*                      BYTES) SO SINTEST AND THE CHARGEBACK      *
000297*                      REPORT KNOW EACH BANNER BY ITS KEY, NOT   *
000298*                      ITS POSITION IN THE NIGHT'S FILE.         *
000299*    2026-09-29  RWB  2100-TEST-EFFECTIVE IS NOW ALSO CARRIED IN *
000300*                      THE WEEKLY MSGFCST FORECAST; NOTE ADDED.  *
000301*================================================================*
000302 ENVIRONMENT DIVISION.
000303 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 INPUT-OUTPUT SECTION.
000520*----------------------------------------------------------------*
000530*  MESSAGE-OUT-FILE - THE MSGIN DATASET SINTEST READS, ONE       *
000540*  BANNER MESSAGE PER RECORD: TEXT PLUS THE PER-MESSAGE WAVE     *
000545*  PARAMETER OVERRIDES, DESTINATION AND MASTER KEY CARRIED ON    *
000546*  THE MASTER (MSGINREC LAYOUT).                                 *
000550*----------------------------------------------------------------*
000560 FD  MESSAGE-OUT-FILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590 01  MO-MESSAGE-RECORD           PIC X(68).
000600*
000610 WORKING-STORAGE SECTION.
000620*----------------------------------------------------------------*
000684     88  MX-ENTRY-IN-EFFECT                VALUE "Y".
000690 77  MX-READ-COUNT               PIC 9(05) VALUE 0.
000700 77  MX-SELECT-COUNT             PIC 9(05) VALUE 0.
000705 77  MX-PENDING-COUNT            PIC 9(05) VALUE 0.
000710*
000720*----------------------------------------------------------------*
000730*  COPY MSGMSTR - MESSAGE MASTER RECORD LAYOUT.                  *
001320*  IT IS IN EFFECT FOR THE RUN DATE, THEN ADVANCE.               *
001330*----------------------------------------------------------------*
001340 2000-SELECT-ONE-ENTRY.
001341     PERFORM 2100-TEST-EFFECTIVE THRU 2100-EXIT.
001342*    A PENDING ENTRY IS HELD BACK HERE, NOT IN 2100, SO THE
001343*    EFFECTIVE-DATE RULES STAY PURELY ABOUT DATES AND SCHEDULE.
001344     IF MX-ENTRY-IN-EFFECT
001345      AND MSG-PENDING-APPROVAL
001346         PERFORM 2200-LIST-PENDING-ENTRY THRU 2200-EXIT
001347         MOVE "N" TO MX-IN-EFFECT-SWITCH
001348     END-IF.
001355     IF MX-ENTRY-IN-EFFECT
001380         MOVE MSG-BANNER-TEXT    TO MSGIN-TEXT
001382         MOVE MSG-OVERRIDE-PARMS TO MSGIN-OVERRIDES
001383         MOVE MSG-DESTINATION    TO MSGIN-DEST
001384         MOVE MSG-ID             TO MSGIN-MSG-ID
001385         WRITE MO-MESSAGE-RECORD FROM MSGIN-RECORD
001400         IF MO-FILE-STATUS NOT = "00"
001410             DISPLAY "MSGXTRCT - FATAL: MSGOUT WRITE FAILED, "
001420                 "STATUS " MO-FILE-STATUS
001480     PERFORM 4000-READ-MASTER-RECORD THRU 4000-EXIT.
001490 2000-EXIT.
001500     EXIT.
001501*
001502*----------------------------------------------------------------*
001503*  2100-TEST-EFFECTIVE - IS THE CURRENT ENTRY IN EFFECT FOR THE  *
001504*  RUN DATE?  STATUS ACTIVE, THE DATE WINDOW (FULL YYYYMMDD      *
001505*  COMPARE, OR MMDD-ONLY WHEN THE ANNUAL FLAG REPEATS THE        *
001506*  WINDOW EVERY YEAR - A FROM-MMDD AFTER ITS TO-MMDD WRAPS THE   *
001507*  YEAR END), AND THE DAY-OF-WEEK MASK (ALL BLANK = EVERY DAY).  *
001508*  MSGFCST FORECASTS FUTURE NIGHTS WITH A LINE-FOR-LINE COPY OF  *
001509*  THIS PARAGRAPH - CHANGE THE TWO TOGETHER.                     *
001517*----------------------------------------------------------------*
001518 2100-TEST-EFFECTIVE.
001519     MOVE "N" TO MX-IN-EFFECT-SWITCH.
001551     EXIT.
001552*
001520*----------------------------------------------------------------*
001554*  2200-LIST-PENDING-ENTRY - AN ENTRY IN EFFECT FOR THE RUN DATE *
001555*  BUT STILL AWAITING ITS SECOND-PERSON RELEASE.  LISTED ON      *
001556*  SYSOUT, NOT SELECTED.                                         *
001557*----------------------------------------------------------------*
001558 2200-LIST-PENDING-ENTRY.
001559     IF MX-PENDING-COUNT = 0
001560         DISPLAY "MSGXTRCT - PENDING APPROVAL, NOT SELECTED "
001561             "(ID OWNER KEYED-BY DEST TEXT):"
001562     END-IF.
001563     ADD 1 TO MX-PENDING-COUNT.
001564     DISPLAY "MSGXTRCT -   " MSG-ID " " MSG-OWNER " "
001565         MSG-KEYED-BY " " MSG-DESTINATION " " MSG-BANNER-TEXT.
001566 2200-EXIT.
001567     EXIT.
001568*
001569*----------------------------------------------------------------*
001570*  4000-READ-MASTER-RECORD - PRIME/ADVANCE THE MASTER FILE.      *
001571*----------------------------------------------------------------*
001572 4000-READ-MASTER-RECORD.
001573     READ MESSAGE-MASTER-FILE INTO MSG-MASTER-RECORD
001574         AT END
001580             SET MX-MASTER-EOF TO TRUE
001590             GO TO 4000-EXIT
001600     END-READ.
001770 9000-TERMINATE.
001780     DISPLAY "MSGXTRCT - MASTER ENTRIES READ.. " MX-READ-COUNT.
001790     DISPLAY "MSGXTRCT - MESSAGES SELECTED.... " MX-SELECT-COUNT.
001795     DISPLAY "MSGXTRCT - PENDING, NOT SELECTED " MX-PENDING-COUNT.
001800     IF MX-SELECT-COUNT = 0
001810         DISPLAY "MSGXTRCT - WARNING: NO MESSAGES IN EFFECT FOR "
001820             MX-RUN-DATE
