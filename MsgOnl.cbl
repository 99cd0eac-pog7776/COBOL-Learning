000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MSGONL.
000030 AUTHOR. R W BENSON.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH REPORTING.
000050 DATE-WRITTEN. 2026-09-18.
000060 DATE-COMPILED.
000070*================================================================*
000080*  MSGONL - MESSAGE LIBRARY ONLINE INQUIRY AND MAINTENANCE.      *
000090*  CICS TRANSACTION MSGO, PSEUDO-CONVERSATIONAL, MAPSET MSGSET.  *
000100*                                                                 *
000110*  BROWSES THE MSGMSTR KSDS BY MSG-ID OR BY OWNER, SHOWS ONE     *
000120*  ENTRY IN FULL (OVERRIDES, DAY-OF-WEEK MASK, ANNUAL FLAG,      *
000130*  DESTINATION), AND ADDS, EXPIRES AND CHANGES ENTRIES IN PLACE  *
000140*  AGAINST THE SAME CLUSTER MSGMAINT MAINTAINS.                  *
000150*                                                                 *
000160*  AN ADD PASSES EXACTLY THE EDITS AN MSGMAINT A/T CARD PAIR     *
000170*  DOES: 2130-EDIT-OVERRIDE-FIELDS AND 2140-EDIT-SCHEDULE-FIELDS *
000180*  HERE ARE MSGMAINT'S PARAGRAPHS OF THE SAME NAME, FIELD FOR    *
000190*  FIELD, AND THE REJECT TEXTS MATCH MNTLIST'S.  A CHANGE TO     *
000200*  EITHER EDIT IS MADE IN BOTH PROGRAMS TOGETHER.                *
000210*                                                                 *
000220*  CHANGE REWRITES THE TEXT, EFFECTIVE DATES, OVERRIDES,         *
000230*  SCHEDULE AND DESTINATION OF AN ENTRY UNDER ITS OWN MSG-ID, SO *
000240*  A TYPO OR A MOVE TO THE OPS FLOOR NO LONGER MEANS AN EXPIRE   *
000250*  AND A RE-ADD UNDER A NEW ID.  MSG-ID AND OWNER ARE NOT        *
000260*  CHANGEABLE.  EXPIRE (PF6) MARKS THE ENTRY EXPIRED AND TAKES   *
000270*  THE EFF-TO DATE ON THE SCREEN, AS AN E CARD DOES.             *
000280*                                                                 *
000290*  EVERY UPDATE READS THE ENTRY FOR UPDATE AND COMPARES IT WITH  *
000300*  THE IMAGE THE USER WAS SHOWN (KEPT IN THE COMMAREA); AN ENTRY *
000310*  CHANGED IN BETWEEN - BY ANOTHER TERMINAL OR A BATCH RUN - IS  *
000320*  REDISPLAYED, NOT OVERWRITTEN.                                 *
000330*                                                                 *
000340*  EVERY UPDATE IS JOURNALED IN THE MSGJRNL LAYOUT TO THE        *
000350*  EXTRAPARTITION QUEUE MSGJ (PROD.SINTEST.MSGJRNL.ONLINE) WITH  *
000360*  THE SIGNED-ON USER ID.  IF THE JOURNAL WRITE FAILS THE UPDATE *
000370*  IS ROLLED BACK (MSGMSTR IS DEFINED RECOVERABLE) - NO CHANGE   *
000380*  REACHES THE MASTER WITHOUT ITS JOURNAL RECORD.  ONCE THE      *
000382*  RECORD IS WRITTEN THE UPDATE IS COMMITTED (SYNCPOINT) BEFORE  *
000384*  ANY SCREEN IS SENT - MSGJ IS NOT RECOVERABLE, SO A LATER      *
000386*  FAILURE MUST NOT BACK OUT A CHANGE ALREADY JOURNALED.         *
000390*                                                                 *
000400*  KEYS:  LIST    ENTER=BROWSE/DISPLAY PF3=EXIT PF5=ADD          *
000410*                 PF7=BACK PF8=FORWARD                           *
000420*         ENTRY   ENTER=SAVE PF3/PF12=LIST PF6=EXPIRE            *
000430*                                                                 *
000431*  TWO-PERSON APPROVAL.  AN ADD, AND A CHANGE TO THE TEXT OR     *
000432*  DESTINATION (OR ANY CHANGE TO AN ENTRY ALREADY PENDING),      *
000433*  LEAVES THE ENTRY PENDING APPROVAL WITH THE SIGNED-ON USER AS  *
000434*  ITS KEYER; MSGXTRCT SKIPS IT UNTIL ANOTHER USER RELEASES IT   *
000435*  WITH TRANSACTION MSGA (MSGAPR).  THE LIST SHOWS A PENDING     *
000436*  ACTIVE ENTRY WITH STATUS P; THE ENTRY SCREEN'S APPROVAL LINE  *
000437*  SAYS WHO KEYED OR RELEASED IT.                                *
000438*                                                                 *
000440*  MODIFICATION HISTORY                                          *
000450*    2026-09-18  RWB  ORIGINAL - EVERY FIX USED TO MEAN A CARD   *
000460*                      DECK, A MSGMAINT RUN AND A WAIT FOR       *
000470*                      MNTLIST TO SEE WHETHER IT WAS REJECTED.   *
000471*    2026-09-22  RWB  ADDS AND TEXT/DESTINATION CHANGES NOW LAND *
000472*                      PENDING TWO-PERSON APPROVAL; APPROVAL     *
000473*                      LINE ON THE ENTRY SCREEN.                 *
000474*    2026-10-15  RWB  UPDATE COMMITTED ONCE JOURNALED, BEFORE    *
000475*                      THE SCREEN IS SENT.                       *
000480*================================================================*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-370.
000520 OBJECT-COMPUTER. IBM-370.
000530*
000540 DATA DIVISION.
000550 WORKING-STORAGE SECTION.
000560*----------------------------------------------------------------*
000570*  STANDALONE COUNTERS AND SWITCHES.                             *
000580*----------------------------------------------------------------*
000590 77  OL-RESP                     PIC S9(08) COMP VALUE 0.
000600 77  OL-RESP-DISPLAY             PIC 9(08) VALUE 0.
000610 77  OL-ROW-COUNT                PIC 9(04) COMP VALUE 0.
000620 77  OL-MASK-IX                  PIC 9(04) COMP VALUE 0.
000630 77  OL-BROWSE-KEY               PIC 9(04) VALUE 0.
000640 77  OL-PRIOR-KEY                PIC 9(04) VALUE 0.
000650 77  OL-NEXT-KEY                 PIC 9(05) VALUE 0.
000660 77  OL-BROWSE-SWITCH            PIC X(01) VALUE "N".
000670     88  OL-BROWSE-DONE                    VALUE "Y".
000680 77  OL-OVR-ERROR-SWITCH         PIC X(01) VALUE "N".
000690     88  OL-OVR-IN-ERROR                   VALUE "Y".
000700 77  OL-JOURNAL-SWITCH           PIC X(01) VALUE "N".
000710     88  OL-JOURNAL-FAILED                 VALUE "Y".
000711 77  OL-APPROVAL-SWITCH          PIC X(01) VALUE "N".
000712     88  OL-NEEDS-APPROVAL                 VALUE "Y".
000720 77  OL-CA-LENGTH                PIC S9(04) COMP VALUE +158.
000730 77  OL-JOURNAL-LENGTH           PIC S9(04) COMP VALUE +320.
000740 77  OL-TRANSID                  PIC X(04) VALUE "MSGO".
000750 77  OL-FILE-NAME                PIC X(08) VALUE "MSGMSTR".
000760 77  OL-JOURNAL-QUEUE            PIC X(04) VALUE "MSGJ".
000770 77  OL-USER-ID                  PIC X(08) VALUE SPACES.
000780 77  OL-ABSTIME                  PIC S9(15) COMP-3 VALUE 0.
000790 77  OL-TODAY                    PIC X(08) VALUE SPACES.
000800*
000810*----------------------------------------------------------------*
000820*  COPY MSGMSTR - MESSAGE MASTER RECORD LAYOUT.                  *
000830*----------------------------------------------------------------*
000840     COPY MSGMSTR.
000850*
000860*----------------------------------------------------------------*
000870*  COPY MSGJRNL - CHANGE JOURNAL RECORD LAYOUT.                  *
000880*----------------------------------------------------------------*
000890     COPY MSGJRNL.
000900*
000910*----------------------------------------------------------------*
000920*  COPY MSGSET - SYMBOLIC MAPS FOR THE LIST AND ENTRY SCREENS.   *
000930*  COPY DFHAID / DFHBMSCA - CICS ATTENTION-KEY AND ATTRIBUTE     *
000940*  CONSTANTS.                                                    *
000950*----------------------------------------------------------------*
000960     COPY MSGSET.
000970     COPY DFHAID.
000980     COPY DFHBMSCA.
000990*
001000*----------------------------------------------------------------*
001010*  ENTRY EDIT AREA - THE SCREEN'S FIELDS AS KEYED, LAID OUT AND  *
001020*  NAMED LIKE MSGMAINT'S MM-TRAN-CARD SO THE 2130/2140 EDITS     *
001030*  READ THE SAME IN BOTH PROGRAMS.                               *
001040*----------------------------------------------------------------*
001050 01  OL-EDIT-AREA.
001060     05  OL-ED-MSG-ID            PIC X(04).
001070     05  OL-ED-BANNER-TEXT       PIC X(40).
001080     05  OL-ED-EFF-FROM          PIC X(08).
001090     05  OL-ED-EFF-TO            PIC X(08).
001100     05  OL-ED-OWNER             PIC X(08).
001110     05  OL-ED-OVERRIDES.
001120         10  OL-ED-OVR-AMPLITUDE PIC X(04).
001130         10  OL-ED-OVR-OFFSET    PIC X(04).
001140         10  OL-ED-OVR-ITERS     PIC X(05).
001150         10  OL-ED-OVR-MODE      PIC X(01).
001160         10  OL-ED-OVR-TRAIL-AMP PIC X(04).
001170         10  OL-ED-OVR-TRAIL-OFF PIC X(04).
001180     05  OL-ED-SCHEDULE.
001190         10  OL-ED-DOW-MASK      PIC X(07).
001200         10  OL-ED-ANNUAL-FLAG   PIC X(01).
001210     05  OL-ED-DESTINATION       PIC X(02).
001220*
001230*----------------------------------------------------------------*
001240*  UPDATE WORK FIELDS.                                           *
001250*----------------------------------------------------------------*
001260 01  OL-BEFORE-IMAGE             PIC X(120) VALUE SPACES.
001270 01  OL-TIME-STAMP.
001280     05  OL-NOW                  PIC X(06) VALUE SPACES.
001290     05  FILLER                  PIC X(02) VALUE "00".
001300 01  OL-MSG-LINE                 PIC X(79) VALUE SPACES.
001310 01  OL-END-TEXT                 PIC X(79) VALUE SPACES.
001320 01  OL-FAILED-OPERATION         PIC X(08) VALUE SPACES.
001321 01  OL-APPROVAL-LINE            PIC X(60) VALUE SPACES.
001330*
001340*----------------------------------------------------------------*
001350*  ONE BROWSE ROW, LAID OUT UNDER THE MSGLMAP COLUMN HEADINGS.   *
001360*----------------------------------------------------------------*
001370 01  OL-LIST-ROW.
001380     05  OL-LR-ID                PIC X(04).
001390     05  FILLER                  PIC X(01) VALUE SPACE.
001400     05  OL-LR-TEXT              PIC X(40).
001410     05  FILLER                  PIC X(01) VALUE SPACE.
001420     05  OL-LR-FROM              PIC X(08).
001430     05  FILLER                  PIC X(01) VALUE SPACE.
001440     05  OL-LR-TO                PIC X(08).
001450     05  FILLER                  PIC X(01) VALUE SPACE.
001460     05  OL-LR-STATUS            PIC X(01).
001470     05  FILLER                  PIC X(01) VALUE SPACE.
001480     05  OL-LR-OWNER             PIC X(08).
001490     05  FILLER                  PIC X(01) VALUE SPACE.
001500     05  OL-LR-DEST              PIC X(02).
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001520*
001530*----------------------------------------------------------------*
001540*  COMMAREA - CARRIED BETWEEN THE PSEUDO-CONVERSATIONAL TASKS.   *
001550*  OL-CA-SHOWN-IMAGE IS THE ENTRY AS LAST SHOWN ON THE ENTRY     *
001560*  SCREEN; AN UPDATE ONLY GOES AHEAD IF THE MASTER STILL MATCHES *
001570*  IT.                                                           *
001580*----------------------------------------------------------------*
001590 01  OL-COMMAREA.
001600     05  OL-CA-SCREEN            PIC X(01).
001610         88  OL-CA-ON-LIST                 VALUE "L".
001620         88  OL-CA-ON-DETAIL               VALUE "D".
001630     05  OL-CA-DETAIL-MODE       PIC X(01).
001640         88  OL-CA-ADDING                  VALUE "A".
001650         88  OL-CA-CHANGING                VALUE "C".
001660     05  OL-CA-OWNER-FILTER      PIC X(08).
001670     05  OL-CA-FIRST-KEY         PIC 9(04).
001680     05  OL-CA-LAST-KEY          PIC 9(04).
001690     05  OL-CA-SHOWN-IMAGE       PIC X(120).
001700     05  FILLER                  PIC X(20).
001710*
001720 LINKAGE SECTION.
001730 01  DFHCOMMAREA                 PIC X(158).
001740*
001750 PROCEDURE DIVISION.
001760*
001770 0000-MAINLINE-CONTROL.
001780     PERFORM 1100-GET-DATE-AND-USER THRU 1100-EXIT.
001790     IF EIBCALEN NOT = OL-CA-LENGTH
001800         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
001810     ELSE
001820         MOVE DFHCOMMAREA TO OL-COMMAREA
001830         IF OL-CA-ON-LIST
001840             PERFORM 3000-PROCESS-LIST-SCREEN THRU 3000-EXIT
001850         ELSE
001860             PERFORM 2000-PROCESS-DETAIL-SCREEN THRU 2000-EXIT
001870         END-IF
001880     END-IF.
001890     EXEC CICS RETURN
001900          TRANSID(OL-TRANSID)
001910          COMMAREA(OL-COMMAREA)
001920          LENGTH(OL-CA-LENGTH)
001930     END-EXEC.
001940     GOBACK.
001950 0000-MAINLINE-EXIT.
001960     EXIT.
001970*
001980*----------------------------------------------------------------*
001990*  1000-FIRST-TIME - NO COMMAREA: A NEW SESSION.  SHOW THE FIRST *
002000*  PAGE OF THE LIBRARY.                                          *
002010*----------------------------------------------------------------*
002020 1000-FIRST-TIME.
002030     MOVE SPACES TO OL-COMMAREA.
002040     SET OL-CA-ON-LIST TO TRUE.
002050     MOVE 0 TO OL-CA-FIRST-KEY.
002060     MOVE 0 TO OL-CA-LAST-KEY.
002070     MOVE 0 TO OL-BROWSE-KEY.
002080     PERFORM 3100-BROWSE-FORWARD THRU 3100-EXIT.
002090     MOVE "KEY A START ID/OWNER OR A DISPLAY ID AND PRESS ENTER"
002100         TO OL-MSG-LINE.
002110     PERFORM 5000-SEND-LIST-MAP THRU 5000-EXIT.
002120 1000-EXIT.
002130     EXIT.
002140*
002150*----------------------------------------------------------------*
002160*  1100-GET-DATE-AND-USER - TODAY'S DATE AND TIME (FOR THE       *
002170*  SCREEN HEADINGS AND THE JOURNAL STAMP) AND THE SIGNED-ON      *
002180*  USER ID.                                                      *
002190*----------------------------------------------------------------*
002200 1100-GET-DATE-AND-USER.
002210     EXEC CICS ASKTIME
002220          ABSTIME(OL-ABSTIME)
002230     END-EXEC.
002240     EXEC CICS FORMATTIME
002250          ABSTIME(OL-ABSTIME)
002260          YYYYMMDD(OL-TODAY)
002270          TIME(OL-NOW)
002280     END-EXEC.
002290     EXEC CICS ASSIGN
002300          USERID(OL-USER-ID)
002310     END-EXEC.
002320 1100-EXIT.
002330     EXIT.
002340*
002350*----------------------------------------------------------------*
002360*  2000-PROCESS-DETAIL-SCREEN - THE ENTRY SCREEN CAME BACK.      *
002370*  PF3/PF12 RETURN TO THE LIST; CLEAR REDISPLAYS; ENTER SAVES    *
002380*  THE ADD OR CHANGE; PF6 EXPIRES.                               *
002390*----------------------------------------------------------------*
002400 2000-PROCESS-DETAIL-SCREEN.
002410     IF EIBAID = DFHPF3
002420      OR EIBAID = DFHPF12
002430         PERFORM 2900-RETURN-TO-LIST THRU 2900-EXIT
002440         GO TO 2000-EXIT
002450     END-IF.
002460     IF EIBAID = DFHCLEAR
002470         IF OL-CA-CHANGING
002480             MOVE OL-CA-SHOWN-IMAGE TO MSG-MASTER-RECORD
002490             PERFORM 2065-LOAD-EDIT-AREA THRU 2065-EXIT
002500         ELSE
002510             MOVE SPACES TO OL-EDIT-AREA
002520         END-IF
002530         MOVE SPACES TO OL-MSG-LINE
002540         PERFORM 5100-SEND-DETAIL-MAP THRU 5100-EXIT
002550         GO TO 2000-EXIT
002560     END-IF.
002570     EXEC CICS RECEIVE
002580          MAP("MSGDMAP")
002590          MAPSET("MSGSET")
002600          INTO(MSGDMAPI)
002610          RESP(OL-RESP)
002620     END-EXEC.
002630     IF OL-RESP = DFHRESP(MAPFAIL)
002640         MOVE LOW-VALUES TO MSGDMAPI
002650     ELSE
002660         IF OL-RESP NOT = DFHRESP(NORMAL)
002670             MOVE "RECEIVE" TO OL-FAILED-OPERATION
002680             PERFORM 9900-UNEXPECTED-RESPONSE THRU 9900-EXIT
002690         END-IF
002700     END-IF.
002710     PERFORM 2010-COLLECT-DETAIL-FIELDS THRU 2010-EXIT.
002720     MOVE SPACES TO OL-MSG-LINE.
002730*
002740     IF EIBAID = DFHENTER
002750         IF OL-CA-ADDING
002760             PERFORM 2100-APPLY-ADD THRU 2100-EXIT
002770         ELSE
002780             PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
002790         END-IF
002800         GO TO 2000-EXIT
002810     END-IF.
002820     IF EIBAID = DFHPF6
002830      AND OL-CA-CHANGING
002840         PERFORM 2200-APPLY-EXPIRE THRU 2200-EXIT
002850         GO TO 2000-EXIT
002860     END-IF.
002870     MOVE "KEY NOT ACTIVE ON THIS SCREEN" TO OL-MSG-LINE.
002880     PERFORM 5100-SEND-DETAIL-MAP THRU 5100-EXIT.
002890 2000-EXIT.
002900     EXIT.
002910*
002920*----------------------------------------------------------------*
002930*  2010-COLLECT-DETAIL-FIELDS - EVERY UNPROTECTED FIELD IS FSET, *
002940*  SO IT COMES BACK WHETHER CHANGED OR NOT; A ZERO LENGTH MEANS  *
002950*  THE USER CLEARED IT.  ON A CHANGE THE ID AND OWNER ARE TAKEN  *
002960*  FROM THE ENTRY SHOWN, NOT THE SCREEN.                         *
002970*----------------------------------------------------------------*
002980 2010-COLLECT-DETAIL-FIELDS.
002990     MOVE SPACES TO OL-EDIT-AREA.
003000     IF DIDL > 0
003010         MOVE DIDI TO OL-ED-MSG-ID
003020     END-IF.
003030     IF DTEXTL > 0
003040         MOVE DTEXTI TO OL-ED-BANNER-TEXT
003050     END-IF.
003060     IF DFROML > 0
003070         MOVE DFROMI TO OL-ED-EFF-FROM
003080     END-IF.
003090     IF DTOL > 0
003100         MOVE DTOI TO OL-ED-EFF-TO
003110     END-IF.
003120     IF DOWNERL > 0
003130         MOVE DOWNERI TO OL-ED-OWNER
003140     END-IF.
003150     IF DAMPL > 0
003160         MOVE DAMPI TO OL-ED-OVR-AMPLITUDE
003170     END-IF.
003180     IF DOFFL > 0
003190         MOVE DOFFI TO OL-ED-OVR-OFFSET
003200     END-IF.
003210     IF DITERL > 0
003220         MOVE DITERI TO OL-ED-OVR-ITERS
003230     END-IF.
003240     IF DMODEL > 0
003250         MOVE DMODEI TO OL-ED-OVR-MODE
003260     END-IF.
003270     IF DTAMPL > 0
003280         MOVE DTAMPI TO OL-ED-OVR-TRAIL-AMP
003290     END-IF.
003300     IF DTOFFL > 0
003310         MOVE DTOFFI TO OL-ED-OVR-TRAIL-OFF
003320     END-IF.
003330     IF DDOWL > 0
003340         MOVE DDOWI TO OL-ED-DOW-MASK
003350     END-IF.
003360     IF DANNL > 0
003370         MOVE DANNI TO OL-ED-ANNUAL-FLAG
003380     END-IF.
003390     IF DDESTL > 0
003400         MOVE DDESTI TO OL-ED-DESTINATION
003410     END-IF.
003420     IF OL-CA-CHANGING
003430         MOVE OL-CA-SHOWN-IMAGE TO MSG-MASTER-RECORD
003440         MOVE MSG-ID    TO OL-ED-MSG-ID
003450         MOVE MSG-OWNER TO OL-ED-OWNER
003460     END-IF.
003470 2010-EXIT.
003480     EXIT.
003490*
003500*----------------------------------------------------------------*
003510*  2050-START-ADD - A BLANK ENTRY SCREEN IN ADD MODE.            *
003520*----------------------------------------------------------------*
003530 2050-START-ADD.
003540     MOVE SPACES TO OL-EDIT-AREA.
003550     MOVE SPACES TO OL-CA-SHOWN-IMAGE.
003560     SET OL-CA-ON-DETAIL TO TRUE.
003570     SET OL-CA-ADDING TO TRUE.
003580     MOVE "KEY THE NEW ENTRY AND PRESS ENTER" TO OL-MSG-LINE.
003590     PERFORM 5100-SEND-DETAIL-MAP THRU 5100-EXIT.
003600 2050-EXIT.
003610     EXIT.
003620*
003630*----------------------------------------------------------------*
003640*  2060-SHOW-ENTRY - MSG-MASTER-RECORD HOLDS AN ENTRY JUST READ; *
003650*  SHOW IT IN CHANGE MODE AND REMEMBER THE IMAGE SHOWN.  THE     *
003660*  CALLER HAS SET THE MESSAGE LINE.                              *
003670*----------------------------------------------------------------*
003680 2060-SHOW-ENTRY.
003690     MOVE MSG-MASTER-RECORD TO OL-CA-SHOWN-IMAGE.
003700     SET OL-CA-ON-DETAIL TO TRUE.
003710     SET OL-CA-CHANGING TO TRUE.
003720     PERFORM 2065-LOAD-EDIT-AREA THRU 2065-EXIT.
003730     PERFORM 5100-SEND-DETAIL-MAP THRU 5100-EXIT.
003740 2060-EXIT.
003750     EXIT.
003760*
003770 2065-LOAD-EDIT-AREA.
003780     MOVE MSG-ID             TO OL-ED-MSG-ID.
003790     MOVE MSG-BANNER-TEXT    TO OL-ED-BANNER-TEXT.
003800     MOVE MSG-EFF-FROM-DATE  TO OL-ED-EFF-FROM.
003810     MOVE MSG-EFF-TO-DATE    TO OL-ED-EFF-TO.
003820     MOVE MSG-OWNER          TO OL-ED-OWNER.
003830     MOVE MSG-OVERRIDE-PARMS TO OL-ED-OVERRIDES.
003840     MOVE MSG-SCHEDULE       TO OL-ED-SCHEDULE.
003850     MOVE MSG-DESTINATION    TO OL-ED-DESTINATION.
003860 2065-EXIT.
003870     EXIT.
003880*
003890*----------------------------------------------------------------*
003900*  2070-ENTRY-CHANGED-ELSEWHERE - THE ENTRY NO LONGER MATCHES    *
003910*  WHAT THE USER WAS SHOWN.  RELEASE THE UPDATE LOCK AND SHOW    *
003920*  THE ENTRY AS IT NOW STANDS; NOTHING IS WRITTEN.               *
003930*----------------------------------------------------------------*
003940 2070-ENTRY-CHANGED-ELSEWHERE.
003950     EXEC CICS UNLOCK
003960          FILE(OL-FILE-NAME)
003970     END-EXEC.
003980     MOVE "ENTRY CHANGED ELSEWHERE - SHOWN AS IT NOW STANDS"
003990         TO OL-MSG-LINE.
004000     PERFORM 2060-SHOW-ENTRY THRU 2060-EXIT.
004010 2070-EXIT.
004020     EXIT.
004030*
004040*----------------------------------------------------------------*
004050*  2100-APPLY-ADD - THE SAME CHECKS, IN THE SAME ORDER, AS       *
004060*  MSGMAINT'S 2100-APPLY-ADD, THEN WRITE THE ENTRY AND JOURNAL   *
004070*  IT.  ON SUCCESS THE SCREEN TURNS INTO THE NEW ENTRY IN CHANGE *
004080*  MODE.                                                         *
004090*----------------------------------------------------------------*
004100 2100-APPLY-ADD.
004110     IF OL-ED-MSG-ID NOT NUMERIC
004120      OR OL-ED-EFF-FROM NOT NUMERIC
004130      OR OL-ED-EFF-TO NOT NUMERIC
004140         MOVE "ID, FROM AND TO MUST BE NUMERIC - ADD REJECTED"
004150             TO OL-MSG-LINE
004160         PERFORM 5100-SEND-DETAIL-MAP THRU 5100-EXIT
004170         GO TO 2100-EXIT
004180     END-IF.
004190     PERFORM 2130-EDIT-OVERRIDE-FIELDS THRU 2130-EXIT.
004200     IF OL-OVR-IN-ERROR
004210         MOVE "BAD OVERRIDE - ADD REJECTED" TO OL-MSG-LINE
004220         PERFORM 5100-SEND-DETAIL-MAP THRU 5100-EXIT
004230         GO TO 2100-EXIT
004240     END-IF.
004250     PERFORM 2140-EDIT-SCHEDULE-FIELDS THRU 2140-EXIT.
004260     IF OL-OVR-IN-ERROR
004270         MOVE "BAD SCHEDULE - ADD REJECTED" TO OL-MSG-LINE
004280         PERFORM 5100-SEND-DETAIL-MAP THRU 5100-EXIT
004290         GO TO 2100-EXIT
004300     END-IF.
004310     IF OL-ED-BANNER-TEXT = SPACES
004320         MOVE "BLANK TEXT - ADD REJECTED" TO OL-MSG-LINE
004330         PERFORM 5100-SEND-DETAIL-MAP THRU 5100-EXIT
004340         GO TO 2100-EXIT
004350     END-IF.
004360*
004370     MOVE SPACES TO MSG-MASTER-RECORD.
004380     MOVE OL-ED-MSG-ID       TO MSG-ID.
004390     MOVE OL-ED-BANNER-TEXT  TO MSG-BANNER-TEXT.
004400     MOVE OL-ED-EFF-FROM     TO MSG-EFF-FROM-DATE.
004410     MOVE OL-ED-EFF-TO       TO MSG-EFF-TO-DATE.
004420     SET MSG-STATUS-ACTIVE   TO TRUE.
004430     MOVE OL-ED-OVERRIDES    TO MSG-OVERRIDE-PARMS.
004440     MOVE OL-ED-SCHEDULE     TO MSG-SCHEDULE.
004450     MOVE OL-ED-DESTINATION  TO MSG-DESTINATION.
004460     MOVE OL-ED-OWNER        TO MSG-OWNER.
004461     SET MSG-PENDING-APPROVAL TO TRUE.
004462     MOVE OL-USER-ID         TO MSG-KEYED-BY.
004470     EXEC CICS WRITE
004480          FILE(OL-FILE-NAME)
004490          FROM(MSG-MASTER-RECORD)
004500          RIDFLD(MSG-ID)
004510          RESP(OL-RESP)
004520     END-EXEC.
004530     IF OL-RESP = DFHRESP(DUPREC)
004540         MOVE "DUPLICATE ID - ADD REJECTED" TO OL-MSG-LINE
004550         PERFORM 5100-SEND-DETAIL-MAP THRU 5100-EXIT
004560         GO TO 2100-EXIT
004570     END-IF.
004580     IF OL-RESP NOT = DFHRESP(NORMAL)
004590         MOVE "WRITE" TO OL-FAILED-OPERATION
004600         PERFORM 9900-UNEXPECTED-RESPONSE THRU 9900-EXIT
004610     END-IF.
004620     MOVE "ADD" TO MJ-ACTION.
004630     MOVE SPACES TO OL-BEFORE-IMAGE.
004640     PERFORM 7000-WRITE-JOURNAL-RECORD THRU 7000-EXIT.
004650     IF OL-JOURNAL-FAILED
004660         PERFORM 5100-SEND-DETAIL-MAP THRU 5100-EXIT
004670         GO TO 2100-EXIT
004680     END-IF.
004690     MOVE SPACES TO OL-MSG-LINE.
004691     STRING "ENTRY " MSG-ID " ADDED - PENDING APPROVAL (MSGA)"
004710       DELIMITED BY SIZE INTO OL-MSG-LINE.
004720     PERFORM 2060-SHOW-ENTRY THRU 2060-EXIT.
004730 2100-EXIT.
004740     EXIT.
004750*
004760*----------------------------------------------------------------*
004770*  2130-EDIT-OVERRIDE-FIELDS - MSGMAINT'S EDIT OF THE SAME NAME, *
004780*  ON THE SCREEN FIELDS.  A NON-BLANK WAVE OVERRIDE MUST BE      *
004790*  NUMERIC (THE MODE A VALID S/C/T LETTER) BEFORE IT IS ALLOWED  *
004800*  ONTO THE MASTER.  CHANGE THIS AND MSGMAINT TOGETHER.          *
004810*----------------------------------------------------------------*
004820 2130-EDIT-OVERRIDE-FIELDS.
004830     MOVE "N" TO OL-OVR-ERROR-SWITCH.
004840     IF OL-ED-OVR-AMPLITUDE NOT = SPACES
004850      AND OL-ED-OVR-AMPLITUDE NOT NUMERIC
004860         SET OL-OVR-IN-ERROR TO TRUE
004870     END-IF
004880     IF OL-ED-OVR-OFFSET NOT = SPACES
004890      AND OL-ED-OVR-OFFSET NOT NUMERIC
004900         SET OL-OVR-IN-ERROR TO TRUE
004910     END-IF
004920     IF OL-ED-OVR-ITERS NOT = SPACES
004930      AND OL-ED-OVR-ITERS NOT NUMERIC
004940         SET OL-OVR-IN-ERROR TO TRUE
004950     END-IF
004960     IF OL-ED-OVR-MODE NOT = SPACE
004970      AND OL-ED-OVR-MODE NOT = "S"
004980      AND OL-ED-OVR-MODE NOT = "C"
004990      AND OL-ED-OVR-MODE NOT = "T"
005000         SET OL-OVR-IN-ERROR TO TRUE
005010     END-IF
005020     IF OL-ED-OVR-TRAIL-AMP NOT = SPACES
005030      AND OL-ED-OVR-TRAIL-AMP NOT NUMERIC
005040         SET OL-OVR-IN-ERROR TO TRUE
005050     END-IF
005060     IF OL-ED-OVR-TRAIL-OFF NOT = SPACES
005070      AND OL-ED-OVR-TRAIL-OFF NOT NUMERIC
005080         SET OL-OVR-IN-ERROR TO TRUE
005090     END-IF.
005100 2130-EXIT.
005110     EXIT.
005120*
005130*----------------------------------------------------------------*
005140*  2140-EDIT-SCHEDULE-FIELDS - MSGMAINT'S EDIT OF THE SAME NAME, *
005150*  ON THE SCREEN FIELDS.  EACH DAY-OF-WEEK MASK BYTE MUST BE Y,  *
005160*  N OR BLANK, THE ANNUAL FLAG Y, N OR BLANK, AND THE            *
005170*  DESTINATION A KNOWN BOARD OR BLANK.  CHANGE THIS AND          *
005180*  MSGMAINT TOGETHER.                                            *
005190*----------------------------------------------------------------*
005200 2140-EDIT-SCHEDULE-FIELDS.
005210     MOVE "N" TO OL-OVR-ERROR-SWITCH.
005220     PERFORM 2150-EDIT-ONE-MASK-BYTE THRU 2150-EXIT
005230         VARYING OL-MASK-IX FROM 1 BY 1
005240         UNTIL OL-MASK-IX > 7.
005250     IF OL-ED-ANNUAL-FLAG NOT = SPACE
005260      AND OL-ED-ANNUAL-FLAG NOT = "Y"
005270      AND OL-ED-ANNUAL-FLAG NOT = "N"
005280         SET OL-OVR-IN-ERROR TO TRUE
005290     END-IF.
005300*    THE DESTINATION MUST BE A KNOWN BOARD - 01 (LOBBY), 02
005310*    (OPS FLOOR) - OR BLANK, WHICH DEFAULTS TO THE LOBBY.
005320     IF OL-ED-DESTINATION NOT = SPACES
005330      AND OL-ED-DESTINATION NOT = "01"
005340      AND OL-ED-DESTINATION NOT = "02"
005350         SET OL-OVR-IN-ERROR TO TRUE
005360     END-IF.
005370 2140-EXIT.
005380     EXIT.
005390*
005400 2150-EDIT-ONE-MASK-BYTE.
005410     IF OL-ED-DOW-MASK (OL-MASK-IX:1) NOT = SPACE
005420      AND OL-ED-DOW-MASK (OL-MASK-IX:1) NOT = "Y"
005430      AND OL-ED-DOW-MASK (OL-MASK-IX:1) NOT = "N"
005440         SET OL-OVR-IN-ERROR TO TRUE
005450     END-IF.
005460 2150-EXIT.
005470     EXIT.
005480*
005490*----------------------------------------------------------------*
005500*  2200-APPLY-EXPIRE - PF6.  AS AN E CARD: MARK THE ENTRY        *
005510*  EXPIRED AND, WHEN THE EFF-TO ON THE SCREEN IS A DATE, TAKE    *
005520*  IT AS THE NEW EFFECTIVE-TO.  NOTHING ELSE KEYED ON THE SCREEN *
005530*  IS APPLIED.                                                   *
005540*----------------------------------------------------------------*
005550 2200-APPLY-EXPIRE.
005560     PERFORM 2400-READ-SHOWN-FOR-UPDATE THRU 2400-EXIT.
005570     IF OL-RESP = DFHRESP(NOTFND)
005580         MOVE "ID NOT FOUND - EXPIRE REJECTED" TO OL-MSG-LINE
005590         PERFORM 5100-SEND-DETAIL-MAP THRU 5100-EXIT
005600         GO TO 2200-EXIT
005610     END-IF.
005620     IF MSG-MASTER-RECORD NOT = OL-CA-SHOWN-IMAGE
005630         PERFORM 2070-ENTRY-CHANGED-ELSEWHERE THRU 2070-EXIT
005640         GO TO 2200-EXIT
005650     END-IF.
005660     IF MSG-STATUS-EXPIRED
005670         EXEC CICS UNLOCK
005680              FILE(OL-FILE-NAME)
005690         END-EXEC
005700         MOVE "ENTRY IS ALREADY EXPIRED" TO OL-MSG-LINE
005710         PERFORM 5100-SEND-DETAIL-MAP THRU 5100-EXIT
005720         GO TO 2200-EXIT
005730     END-IF.
005740*
005750     MOVE MSG-MASTER-RECORD TO OL-BEFORE-IMAGE.
005760     SET MSG-STATUS-EXPIRED TO TRUE.
005770     IF OL-ED-EFF-TO NUMERIC
005780         MOVE OL-ED-EFF-TO TO MSG-EFF-TO-DATE
005790     END-IF.
005800     PERFORM 2410-REWRITE-ENTRY THRU 2410-EXIT.
005810     MOVE "EXPIRE" TO MJ-ACTION.
005820     PERFORM 7000-WRITE-JOURNAL-RECORD THRU 7000-EXIT.
005830     IF OL-JOURNAL-FAILED
005840         PERFORM 5100-SEND-DETAIL-MAP THRU 5100-EXIT
005850         GO TO 2200-EXIT
005860     END-IF.
005870     MOVE SPACES TO OL-MSG-LINE.
005880     STRING "ENTRY " MSG-ID " EXPIRED"
005890       DELIMITED BY SIZE INTO OL-MSG-LINE.
005900     PERFORM 2060-SHOW-ENTRY THRU 2060-EXIT.
005910 2200-EXIT.
005920     EXIT.
005930*
005940*----------------------------------------------------------------*
005950*  2300-APPLY-CHANGE - ENTER ON A SHOWN ENTRY.  THE SAME FIELD   *
005960*  EDITS AS AN ADD; THEN THE TEXT, DATES, OVERRIDES, SCHEDULE    *
005970*  AND DESTINATION ARE REWRITTEN IN PLACE UNDER THE SAME MSG-ID. *
005980*  STATUS, ID AND OWNER ARE LEFT AS THEY ARE.                    *
005990*----------------------------------------------------------------*
006000 2300-APPLY-CHANGE.
006010     IF OL-ED-EFF-FROM NOT NUMERIC
006020      OR OL-ED-EFF-TO NOT NUMERIC
006030         MOVE "FROM AND TO MUST BE NUMERIC - CHANGE REJECTED"
006040             TO OL-MSG-LINE
006050         PERFORM 5100-SEND-DETAIL-MAP THRU 5100-EXIT
006060         GO TO 2300-EXIT
006070     END-IF.
006080     PERFORM 2130-EDIT-OVERRIDE-FIELDS THRU 2130-EXIT.
006090     IF OL-OVR-IN-ERROR
006100         MOVE "BAD OVERRIDE - CHANGE REJECTED" TO OL-MSG-LINE
006110         PERFORM 5100-SEND-DETAIL-MAP THRU 5100-EXIT
006120         GO TO 2300-EXIT
006130     END-IF.
006140     PERFORM 2140-EDIT-SCHEDULE-FIELDS THRU 2140-EXIT.
006150     IF OL-OVR-IN-ERROR
006160         MOVE "BAD SCHEDULE - CHANGE REJECTED" TO OL-MSG-LINE
006170         PERFORM 5100-SEND-DETAIL-MAP THRU 5100-EXIT
006180         GO TO 2300-EXIT
006190     END-IF.
006200     IF OL-ED-BANNER-TEXT = SPACES
006210         MOVE "BLANK TEXT - CHANGE REJECTED" TO OL-MSG-LINE
006220         PERFORM 5100-SEND-DETAIL-MAP THRU 5100-EXIT
006230         GO TO 2300-EXIT
006240     END-IF.
006250*
006260     PERFORM 2400-READ-SHOWN-FOR-UPDATE THRU 2400-EXIT.
006270     IF OL-RESP = DFHRESP(NOTFND)
006280         MOVE "ID NOT FOUND - CHANGE REJECTED" TO OL-MSG-LINE
006290         PERFORM 5100-SEND-DETAIL-MAP THRU 5100-EXIT
006300         GO TO 2300-EXIT
006310     END-IF.
006320     IF MSG-MASTER-RECORD NOT = OL-CA-SHOWN-IMAGE
006330         PERFORM 2070-ENTRY-CHANGED-ELSEWHERE THRU 2070-EXIT
006340         GO TO 2300-EXIT
006350     END-IF.
006351*    NEW TEXT OR A NEW BOARD NEEDS A SECOND PERSON'S RELEASE;
006352*    SO DOES ANY CHANGE TO AN ENTRY NOT YET RELEASED, WHOSE
006353*    KEYER BECOMES THIS USER.
006354     MOVE "N" TO OL-APPROVAL-SWITCH.
006355     IF OL-ED-BANNER-TEXT NOT = MSG-BANNER-TEXT
006356      OR OL-ED-DESTINATION NOT = MSG-DESTINATION
006357      OR MSG-PENDING-APPROVAL
006358         SET OL-NEEDS-APPROVAL TO TRUE
006359     END-IF.
006360     MOVE MSG-MASTER-RECORD  TO OL-BEFORE-IMAGE.
006370     MOVE OL-ED-BANNER-TEXT  TO MSG-BANNER-TEXT.
006380     MOVE OL-ED-EFF-FROM     TO MSG-EFF-FROM-DATE.
006390     MOVE OL-ED-EFF-TO       TO MSG-EFF-TO-DATE.
006400     MOVE OL-ED-OVERRIDES    TO MSG-OVERRIDE-PARMS.
006410     MOVE OL-ED-SCHEDULE     TO MSG-SCHEDULE.
006420     MOVE OL-ED-DESTINATION  TO MSG-DESTINATION.
006430     IF MSG-MASTER-RECORD = OL-BEFORE-IMAGE
006440         EXEC CICS UNLOCK
006450              FILE(OL-FILE-NAME)
006460         END-EXEC
006470         MOVE "NO CHANGES KEYED - NOTHING SAVED" TO OL-MSG-LINE
006480         PERFORM 5100-SEND-DETAIL-MAP THRU 5100-EXIT
006490         GO TO 2300-EXIT
006500     END-IF.
006501     IF OL-NEEDS-APPROVAL
006502         SET MSG-PENDING-APPROVAL TO TRUE
006503         MOVE OL-USER-ID TO MSG-KEYED-BY
006504         MOVE SPACES TO MSG-RELEASED-BY
006505     END-IF.
006510     PERFORM 2410-REWRITE-ENTRY THRU 2410-EXIT.
006520     MOVE "CHANGE" TO MJ-ACTION.
006530     PERFORM 7000-WRITE-JOURNAL-RECORD THRU 7000-EXIT.
006540     IF OL-JOURNAL-FAILED
006550         PERFORM 5100-SEND-DETAIL-MAP THRU 5100-EXIT
006560         GO TO 2300-EXIT
006570     END-IF.
006580     MOVE SPACES TO OL-MSG-LINE.
006581     IF OL-NEEDS-APPROVAL
006582         STRING "ENTRY " MSG-ID
006583                " CHANGED - PENDING APPROVAL (MSGA)"
006587           DELIMITED BY SIZE INTO OL-MSG-LINE
006591     ELSE
006595         STRING "ENTRY " MSG-ID " CHANGED"
006600           DELIMITED BY SIZE INTO OL-MSG-LINE
006605     END-IF.
006610     PERFORM 2060-SHOW-ENTRY THRU 2060-EXIT.
006620 2300-EXIT.
006630     EXIT.
006640*
006650*----------------------------------------------------------------*
006660*  2400-READ-SHOWN-FOR-UPDATE - READ THE SHOWN ENTRY WITH AN     *
006670*  UPDATE LOCK.  NOTFND IS LEFT IN OL-RESP FOR THE CALLER.       *
006680*----------------------------------------------------------------*
006690 2400-READ-SHOWN-FOR-UPDATE.
006700     MOVE OL-CA-SHOWN-IMAGE TO MSG-MASTER-RECORD.
006710     MOVE MSG-ID TO OL-BROWSE-KEY.
006720     EXEC CICS READ
006730          FILE(OL-FILE-NAME)
006740          INTO(MSG-MASTER-RECORD)
006750          RIDFLD(OL-BROWSE-KEY)
006760          UPDATE
006770          RESP(OL-RESP)
006780     END-EXEC.
006790     IF OL-RESP NOT = DFHRESP(NORMAL)
006800      AND OL-RESP NOT = DFHRESP(NOTFND)
006810         MOVE "READ" TO OL-FAILED-OPERATION
006820         PERFORM 9900-UNEXPECTED-RESPONSE THRU 9900-EXIT
006830     END-IF.
006840 2400-EXIT.
006850     EXIT.
006860*
006870 2410-REWRITE-ENTRY.
006880     EXEC CICS REWRITE
006890          FILE(OL-FILE-NAME)
006900          FROM(MSG-MASTER-RECORD)
006910          RESP(OL-RESP)
006920     END-EXEC.
006930     IF OL-RESP NOT = DFHRESP(NORMAL)
006940         MOVE "REWRITE" TO OL-FAILED-OPERATION
006950         PERFORM 9900-UNEXPECTED-RESPONSE THRU 9900-EXIT
006960     END-IF.
006970 2410-EXIT.
006980     EXIT.
006990*
007000*----------------------------------------------------------------*
007010*  2900-RETURN-TO-LIST - BACK TO THE BROWSE PAGE THE USER CAME   *
007020*  FROM, REREAD SO IT SHOWS ANY CHANGE JUST MADE.                *
007030*----------------------------------------------------------------*
007040 2900-RETURN-TO-LIST.
007050     SET OL-CA-ON-LIST TO TRUE.
007060     MOVE OL-CA-FIRST-KEY TO OL-BROWSE-KEY.
007070     PERFORM 3100-BROWSE-FORWARD THRU 3100-EXIT.
007080     MOVE SPACES TO OL-MSG-LINE.
007090     PERFORM 5000-SEND-LIST-MAP THRU 5000-EXIT.
007100 2900-EXIT.
007110     EXIT.
007120*
007130*----------------------------------------------------------------*
007140*  3000-PROCESS-LIST-SCREEN - THE BROWSE SCREEN CAME BACK.       *
007150*    PF3    END THE SESSION                                      *
007160*    PF5    ADD A NEW ENTRY                                      *
007170*    PF7/8  PAGE BACK / FORWARD UNDER THE SAME OWNER FILTER      *
007180*    ENTER  A DISPLAY ID SHOWS THAT ENTRY; OTHERWISE BROWSE FROM *
007190*           THE START ID (BLANK = THE TOP) FOR THE OWNER KEYED   *
007200*           (BLANK = ALL OWNERS)                                 *
007210*----------------------------------------------------------------*
007220 3000-PROCESS-LIST-SCREEN.
007230     IF EIBAID = DFHPF3
007240         PERFORM 9000-END-SESSION THRU 9000-EXIT
007250     END-IF.
007260     IF EIBAID = DFHPF5
007270         PERFORM 2050-START-ADD THRU 2050-EXIT
007280         GO TO 3000-EXIT
007290     END-IF.
007300     MOVE SPACES TO OL-MSG-LINE.
007310     IF EIBAID = DFHCLEAR
007320         MOVE OL-CA-FIRST-KEY TO OL-BROWSE-KEY
007330         PERFORM 3100-BROWSE-FORWARD THRU 3100-EXIT
007340         PERFORM 5000-SEND-LIST-MAP THRU 5000-EXIT
007350         GO TO 3000-EXIT
007360     END-IF.
007370     IF EIBAID = DFHPF8
007380         PERFORM 3300-PAGE-FORWARD THRU 3300-EXIT
007390         GO TO 3000-EXIT
007400     END-IF.
007410     IF EIBAID = DFHPF7
007420         PERFORM 3200-FIND-PRIOR-PAGE THRU 3200-EXIT
007430         PERFORM 3100-BROWSE-FORWARD THRU 3100-EXIT
007440         PERFORM 5000-SEND-LIST-MAP THRU 5000-EXIT
007450         GO TO 3000-EXIT
007460     END-IF.
007470     IF EIBAID NOT = DFHENTER
007480         MOVE OL-CA-FIRST-KEY TO OL-BROWSE-KEY
007490         PERFORM 3100-BROWSE-FORWARD THRU 3100-EXIT
007500         MOVE "KEY NOT ACTIVE ON THIS SCREEN" TO OL-MSG-LINE
007510         PERFORM 5000-SEND-LIST-MAP THRU 5000-EXIT
007520         GO TO 3000-EXIT
007530     END-IF.
007540*
007550     EXEC CICS RECEIVE
007560          MAP("MSGLMAP")
007570          MAPSET("MSGSET")
007580          INTO(MSGLMAPI)
007590          RESP(OL-RESP)
007600     END-EXEC.
007610     IF OL-RESP = DFHRESP(MAPFAIL)
007620         MOVE LOW-VALUES TO MSGLMAPI
007630     ELSE
007640         IF OL-RESP NOT = DFHRESP(NORMAL)
007650             MOVE "RECEIVE" TO OL-FAILED-OPERATION
007660             PERFORM 9900-UNEXPECTED-RESPONSE THRU 9900-EXIT
007670         END-IF
007680     END-IF.
007690     IF LSELIDL > 0
007700         PERFORM 3400-DISPLAY-ONE-ENTRY THRU 3400-EXIT
007710         GO TO 3000-EXIT
007720     END-IF.
007730     MOVE SPACES TO OL-CA-OWNER-FILTER.
007740     IF LOWNERL > 0
007750         MOVE LOWNERI TO OL-CA-OWNER-FILTER
007760     END-IF.
007770     MOVE 0 TO OL-BROWSE-KEY.
007780     IF LSTRIDL > 0
007790         IF LSTRIDI NUMERIC
007800             MOVE LSTRIDI TO OL-BROWSE-KEY
007810         ELSE
007820             MOVE "START ID MUST BE 4 DIGITS - SHOWN FROM THE TOP"
007830                 TO OL-MSG-LINE
007840         END-IF
007850     END-IF.
007860     PERFORM 3100-BROWSE-FORWARD THRU 3100-EXIT.
007870     IF OL-ROW-COUNT = 0
007880         MOVE "NO ENTRIES FROM THAT START ID FOR THAT OWNER"
007890             TO OL-MSG-LINE
007900     END-IF.
007910     PERFORM 5000-SEND-LIST-MAP THRU 5000-EXIT.
007920 3000-EXIT.
007930     EXIT.
007940*
007950*----------------------------------------------------------------*
007960*  3100-BROWSE-FORWARD - FILL THE LIST ROWS WITH UP TO 12        *
007970*  ENTRIES FROM OL-BROWSE-KEY ON, SKIPPING OTHER OWNERS WHEN AN  *
007980*  OWNER FILTER IS SET.  THE LIBRARY IS KEYED ON MSG-ID ONLY, SO *
007990*  AN OWNER BROWSE READS PAST OTHER OWNERS' ENTRIES - AT A FEW   *
008000*  THOUSAND ENTRIES THAT IS CHEAPER THAN AN ALTERNATE INDEX THE  *
008010*  BATCH UPDATES WOULD HAVE TO KEEP UP.                          *
008020*----------------------------------------------------------------*
008030 3100-BROWSE-FORWARD.
008040     MOVE LOW-VALUES TO MSGLMAPO.
008050     MOVE 0 TO OL-ROW-COUNT.
008060     MOVE "N" TO OL-BROWSE-SWITCH.
008070     EXEC CICS STARTBR
008080          FILE(OL-FILE-NAME)
008090          RIDFLD(OL-BROWSE-KEY)
008100          GTEQ
008110          RESP(OL-RESP)
008120     END-EXEC.
008130     IF OL-RESP = DFHRESP(NOTFND)
008140         GO TO 3100-EXIT
008150     END-IF.
008160     IF OL-RESP NOT = DFHRESP(NORMAL)
008170         MOVE "STARTBR" TO OL-FAILED-OPERATION
008180         PERFORM 9900-UNEXPECTED-RESPONSE THRU 9900-EXIT
008190     END-IF.
008200     PERFORM 3110-READ-NEXT-ENTRY THRU 3110-EXIT
008210         UNTIL OL-BROWSE-DONE.
008220     EXEC CICS ENDBR
008230          FILE(OL-FILE-NAME)
008240     END-EXEC.
008250 3100-EXIT.
008260     EXIT.
008270*
008280 3110-READ-NEXT-ENTRY.
008290     EXEC CICS READNEXT
008300          FILE(OL-FILE-NAME)
008310          INTO(MSG-MASTER-RECORD)
008320          RIDFLD(OL-BROWSE-KEY)
008330          RESP(OL-RESP)
008340     END-EXEC.
008350     IF OL-RESP = DFHRESP(ENDFILE)
008360         SET OL-BROWSE-DONE TO TRUE
008370         GO TO 3110-EXIT
008380     END-IF.
008390     IF OL-RESP NOT = DFHRESP(NORMAL)
008400         MOVE "READNEXT" TO OL-FAILED-OPERATION
008410         PERFORM 9900-UNEXPECTED-RESPONSE THRU 9900-EXIT
008420     END-IF.
008430     IF OL-CA-OWNER-FILTER NOT = SPACES
008440      AND MSG-OWNER NOT = OL-CA-OWNER-FILTER
008450         GO TO 3110-EXIT
008460     END-IF.
008470     ADD 1 TO OL-ROW-COUNT.
008480     IF OL-ROW-COUNT = 1
008490         MOVE MSG-ID TO OL-CA-FIRST-KEY
008500     END-IF.
008510     MOVE MSG-ID TO OL-CA-LAST-KEY.
008520     MOVE MSG-ID             TO OL-LR-ID.
008530     MOVE MSG-BANNER-TEXT    TO OL-LR-TEXT.
008540     MOVE MSG-EFF-FROM-DATE  TO OL-LR-FROM.
008550     MOVE MSG-EFF-TO-DATE    TO OL-LR-TO.
008560     MOVE MSG-STATUS         TO OL-LR-STATUS.
008561     IF MSG-STATUS-ACTIVE
008562      AND MSG-PENDING-APPROVAL
008563         MOVE "P" TO OL-LR-STATUS
008564     END-IF.
008570     MOVE MSG-OWNER          TO OL-LR-OWNER.
008580     MOVE MSG-DESTINATION    TO OL-LR-DEST.
008590     MOVE OL-LIST-ROW TO LINO (OL-ROW-COUNT).
008600     IF OL-ROW-COUNT = 12
008610         SET OL-BROWSE-DONE TO TRUE
008620     END-IF.
008630 3110-EXIT.
008640     EXIT.
008650*
008660*----------------------------------------------------------------*
008670*  3200-FIND-PRIOR-PAGE - PF7.  BROWSE BACKWARD FROM THE FIRST   *
008680*  ENTRY ON THE PAGE FOR UP TO 12 EARLIER ENTRIES (SAME OWNER    *
008690*  FILTER) AND START THE NEW PAGE AT THE EARLIEST OF THEM.  IF   *
008700*  THE PAGE'S FIRST ENTRY HAS GONE, START AGAIN FROM THE TOP.    *
008710*----------------------------------------------------------------*
008720 3200-FIND-PRIOR-PAGE.
008730     MOVE OL-CA-FIRST-KEY TO OL-BROWSE-KEY.
008740     MOVE OL-CA-FIRST-KEY TO OL-PRIOR-KEY.
008750     MOVE 0 TO OL-ROW-COUNT.
008760     MOVE "N" TO OL-BROWSE-SWITCH.
008770     EXEC CICS STARTBR
008780          FILE(OL-FILE-NAME)
008790          RIDFLD(OL-BROWSE-KEY)
008800          EQUAL
008810          RESP(OL-RESP)
008820     END-EXEC.
008830     IF OL-RESP = DFHRESP(NOTFND)
008840         MOVE 0 TO OL-BROWSE-KEY
008850         MOVE "TOP OF LIBRARY" TO OL-MSG-LINE
008860         GO TO 3200-EXIT
008870     END-IF.
008880     IF OL-RESP NOT = DFHRESP(NORMAL)
008890         MOVE "STARTBR" TO OL-FAILED-OPERATION
008900         PERFORM 9900-UNEXPECTED-RESPONSE THRU 9900-EXIT
008910     END-IF.
008920     PERFORM 3210-READ-PRIOR-ENTRY THRU 3210-EXIT
008930         UNTIL OL-BROWSE-DONE.
008940     EXEC CICS ENDBR
008950          FILE(OL-FILE-NAME)
008960     END-EXEC.
008970     IF OL-ROW-COUNT = 0
008980         MOVE "TOP OF LIBRARY" TO OL-MSG-LINE
008990     END-IF.
009000     MOVE OL-PRIOR-KEY TO OL-BROWSE-KEY.
009010 3200-EXIT.
009020     EXIT.
009030*
009040 3210-READ-PRIOR-ENTRY.
009050     EXEC CICS READPREV
009060          FILE(OL-FILE-NAME)
009070          INTO(MSG-MASTER-RECORD)
009080          RIDFLD(OL-BROWSE-KEY)
009090          RESP(OL-RESP)
009100     END-EXEC.
009110     IF OL-RESP = DFHRESP(ENDFILE)
009120         SET OL-BROWSE-DONE TO TRUE
009130         GO TO 3210-EXIT
009140     END-IF.
009150     IF OL-RESP NOT = DFHRESP(NORMAL)
009160         MOVE "READPREV" TO OL-FAILED-OPERATION
009170         PERFORM 9900-UNEXPECTED-RESPONSE THRU 9900-EXIT
009180     END-IF.
009190*    THE FIRST READPREV RETURNS THE STARTING ENTRY ITSELF.
009200     IF MSG-ID NOT < OL-CA-FIRST-KEY
009210         GO TO 3210-EXIT
009220     END-IF.
009230     IF OL-CA-OWNER-FILTER NOT = SPACES
009240      AND MSG-OWNER NOT = OL-CA-OWNER-FILTER
009250         GO TO 3210-EXIT
009260     END-IF.
009270     ADD 1 TO OL-ROW-COUNT.
009280     MOVE MSG-ID TO OL-PRIOR-KEY.
009290     IF OL-ROW-COUNT = 12
009300         SET OL-BROWSE-DONE TO TRUE
009310     END-IF.
009320 3210-EXIT.
009330     EXIT.
009340*
009350*----------------------------------------------------------------*
009360*  3300-PAGE-FORWARD - PF8.  THE NEXT PAGE STARTS AFTER THE LAST *
009370*  ENTRY SHOWN; AT THE END OF THE LIBRARY THE CURRENT PAGE STAYS.*
009380*----------------------------------------------------------------*
009390 3300-PAGE-FORWARD.
009400     COMPUTE OL-NEXT-KEY = OL-CA-LAST-KEY + 1.
009410     IF OL-NEXT-KEY > 9999
009420         MOVE 0 TO OL-ROW-COUNT
009430     ELSE
009440         MOVE OL-NEXT-KEY TO OL-BROWSE-KEY
009450         PERFORM 3100-BROWSE-FORWARD THRU 3100-EXIT
009460     END-IF.
009470     IF OL-ROW-COUNT = 0
009480         MOVE OL-CA-FIRST-KEY TO OL-BROWSE-KEY
009490         PERFORM 3100-BROWSE-FORWARD THRU 3100-EXIT
009500         MOVE "END OF LIBRARY" TO OL-MSG-LINE
009510     END-IF.
009520     PERFORM 5000-SEND-LIST-MAP THRU 5000-EXIT.
009530 3300-EXIT.
009540     EXIT.
009550*
009560*----------------------------------------------------------------*
009570*  3400-DISPLAY-ONE-ENTRY - ENTER WITH A DISPLAY ID: SHOW THAT   *
009580*  ENTRY IN FULL ON THE ENTRY SCREEN.                            *
009590*----------------------------------------------------------------*
009600 3400-DISPLAY-ONE-ENTRY.
009610     IF LSELIDI NOT NUMERIC
009620         MOVE OL-CA-FIRST-KEY TO OL-BROWSE-KEY
009630         PERFORM 3100-BROWSE-FORWARD THRU 3100-EXIT
009640         MOVE "DISPLAY ID MUST BE 4 DIGITS" TO OL-MSG-LINE
009650         PERFORM 5000-SEND-LIST-MAP THRU 5000-EXIT
009660         GO TO 3400-EXIT
009670     END-IF.
009680     MOVE LSELIDI TO OL-BROWSE-KEY.
009690     EXEC CICS READ
009700          FILE(OL-FILE-NAME)
009710          INTO(MSG-MASTER-RECORD)
009720          RIDFLD(OL-BROWSE-KEY)
009730          RESP(OL-RESP)
009740     END-EXEC.
009750     IF OL-RESP = DFHRESP(NOTFND)
009760         MOVE OL-CA-FIRST-KEY TO OL-BROWSE-KEY
009770         PERFORM 3100-BROWSE-FORWARD THRU 3100-EXIT
009780         MOVE SPACES TO OL-MSG-LINE
009790         STRING "ID " LSELIDI " IS NOT ON THE LIBRARY"
009800           DELIMITED BY SIZE INTO OL-MSG-LINE
009810         PERFORM 5000-SEND-LIST-MAP THRU 5000-EXIT
009820         GO TO 3400-EXIT
009830     END-IF.
009840     IF OL-RESP NOT = DFHRESP(NORMAL)
009850         MOVE "READ" TO OL-FAILED-OPERATION
009860         PERFORM 9900-UNEXPECTED-RESPONSE THRU 9900-EXIT
009870     END-IF.
009880     MOVE "PF6 EXPIRES, ENTER SAVES ANY CHANGE KEYED"
009890         TO OL-MSG-LINE.
009900     PERFORM 2060-SHOW-ENTRY THRU 2060-EXIT.
009910 3400-EXIT.
009920     EXIT.
009930*
009940*----------------------------------------------------------------*
009950*  5000-SEND-LIST-MAP - THE ROWS ARE ALREADY IN MSGLMAPO FROM    *
009960*  3100; ADD THE HEADINGS, ECHO THE FILTER AND SEND.             *
009970*----------------------------------------------------------------*
009980 5000-SEND-LIST-MAP.
009990     MOVE OL-TODAY TO LDATEO.
010000     MOVE OL-CA-OWNER-FILTER TO LOWNERO.
010010     MOVE OL-MSG-LINE TO LMSGO.
010020     MOVE -1 TO LSTRIDL.
010030     EXEC CICS SEND
010040          MAP("MSGLMAP")
010050          MAPSET("MSGSET")
010060          FROM(MSGLMAPO)
010070          ERASE
010080          CURSOR
010090          RESP(OL-RESP)
010100     END-EXEC.
010110     IF OL-RESP NOT = DFHRESP(NORMAL)
010120         MOVE "SEND" TO OL-FAILED-OPERATION
010130         PERFORM 9900-UNEXPECTED-RESPONSE THRU 9900-EXIT
010140     END-IF.
010150 5000-EXIT.
010160     EXIT.
010170*
010180*----------------------------------------------------------------*
010190*  5100-SEND-DETAIL-MAP - THE ENTRY SCREEN FROM THE EDIT AREA,   *
010200*  SO A REJECTED ADD OR CHANGE COMES BACK AS KEYED.  ON A CHANGE *
010210*  THE ID AND OWNER ARE PROTECTED AND THE STATUS IS THE ENTRY'S. *
010220*----------------------------------------------------------------*
010230 5100-SEND-DETAIL-MAP.
010240     MOVE LOW-VALUES TO MSGDMAPO.
010250     MOVE OL-TODAY TO DDATEO.
010260     IF OL-CA-ADDING
010270         MOVE "ADD A NEW ENTRY" TO DFUNCO
010280         MOVE SPACE TO DSTATO
010281         MOVE "NEW ENTRIES ARE HELD PENDING APPROVAL (MSGA)"
010282             TO OL-APPROVAL-LINE
010290         MOVE -1 TO DIDL
010300     ELSE
010310         MOVE "DISPLAY / CHANGE ENTRY" TO DFUNCO
010320         MOVE OL-CA-SHOWN-IMAGE TO MSG-MASTER-RECORD
010330         MOVE MSG-STATUS TO DSTATO
010331         PERFORM 5110-FORMAT-APPROVAL-LINE THRU 5110-EXIT
010340         MOVE DFHBMASF TO DIDA
010350         MOVE DFHBMASF TO DOWNERA
010360         MOVE -1 TO DTEXTL
010370     END-IF.
010380     MOVE OL-ED-MSG-ID        TO DIDO.
010390     MOVE OL-ED-BANNER-TEXT   TO DTEXTO.
010400     MOVE OL-ED-EFF-FROM      TO DFROMO.
010410     MOVE OL-ED-EFF-TO        TO DTOO.
010420     MOVE OL-ED-OWNER         TO DOWNERO.
010430     MOVE OL-ED-DESTINATION   TO DDESTO.
010440     MOVE OL-ED-OVR-AMPLITUDE TO DAMPO.
010450     MOVE OL-ED-OVR-OFFSET    TO DOFFO.
010460     MOVE OL-ED-OVR-ITERS     TO DITERO.
010470     MOVE OL-ED-OVR-MODE      TO DMODEO.
010480     MOVE OL-ED-OVR-TRAIL-AMP TO DTAMPO.
010490     MOVE OL-ED-OVR-TRAIL-OFF TO DTOFFO.
010500     MOVE OL-ED-DOW-MASK      TO DDOWO.
010510     MOVE OL-ED-ANNUAL-FLAG   TO DANNO.
010511     MOVE OL-APPROVAL-LINE    TO DAPPRO.
010520     MOVE OL-MSG-LINE         TO DMSGO.
010530     EXEC CICS SEND
010540          MAP("MSGDMAP")
010550          MAPSET("MSGSET")
010560          FROM(MSGDMAPO)
010570          ERASE
010580          CURSOR
010590          RESP(OL-RESP)
010600     END-EXEC.
010610     IF OL-RESP NOT = DFHRESP(NORMAL)
010620         MOVE "SEND" TO OL-FAILED-OPERATION
010630         PERFORM 9900-UNEXPECTED-RESPONSE THRU 9900-EXIT
010640     END-IF.
010650 5100-EXIT.
010651     EXIT.
010652*
010653*----------------------------------------------------------------*
010654*  5110-FORMAT-APPROVAL-LINE - WHO KEYED A PENDING ENTRY, OR    *
010655*  WHO RELEASED A RELEASED ONE (JUST "RELEASED" ON ENTRIES THAT  *
010656*  PREDATE APPROVAL).  MSG-MASTER-RECORD HOLDS THE ENTRY SHOWN.  *
010657*----------------------------------------------------------------*
010658 5110-FORMAT-APPROVAL-LINE.
010659     MOVE SPACES TO OL-APPROVAL-LINE.
010660     IF MSG-PENDING-APPROVAL
010661         STRING "PENDING - KEYED BY " MSG-KEYED-BY
010662                ", RELEASE WITH MSGA"
010663           DELIMITED BY SIZE INTO OL-APPROVAL-LINE
010664         GO TO 5110-EXIT
010665     END-IF.
010666     IF MSG-RELEASED-BY NOT = SPACES
010667         STRING "RELEASED BY " MSG-RELEASED-BY
010668           DELIMITED BY SIZE INTO OL-APPROVAL-LINE
010669     ELSE
010670         MOVE "RELEASED" TO OL-APPROVAL-LINE
010671     END-IF.
010672 5110-EXIT.
010674     EXIT.
010677*
010680*----------------------------------------------------------------*
010690*  7000-WRITE-JOURNAL-RECORD - JOURNAL ONE UPDATE TO QUEUE MSGJ  *
010700*  IN THE MSGJRNL LAYOUT.  THE CALLER HAS SET MJ-ACTION AND      *
010710*  OL-BEFORE-IMAGE; THE AFTER IMAGE IS MSG-MASTER-RECORD AS JUST *
010720*  WRITTEN.  AN ONLINE UPDATE IS ITS OWN "RUN": THE RUN DATE AND *
010730*  TIME ARE THE STAMP, THE CARD SEQUENCE IS ZERO.  IF THE QUEUE  *
010740*  WRITE FAILS THE UPDATE IS ROLLED BACK AND THE USER TOLD SO;   *
010743*  ONCE IT IS WRITTEN THE UPDATE IS COMMITTED HERE, BEFORE THE   *
010746*  CALLER SENDS ANY SCREEN.                                      *
010750*----------------------------------------------------------------*
010760 7000-WRITE-JOURNAL-RECORD.
010770     MOVE "N" TO OL-JOURNAL-SWITCH.
010780     MOVE OL-TODAY           TO MJ-STAMP-DATE.
010790     MOVE OL-TIME-STAMP      TO MJ-STAMP-TIME.
010800     MOVE OL-TODAY           TO MJ-RUN-DATE.
010810     MOVE OL-TIME-STAMP      TO MJ-RUN-TIME.
010820     MOVE "MSGONL"           TO MJ-PROGRAM.
010830     MOVE 0                  TO MJ-CARD-SEQ.
010840     MOVE MSG-ID             TO MJ-MSG-ID.
010850     MOVE MSG-OWNER          TO MJ-OWNER.
010860     MOVE OL-USER-ID         TO MJ-USER-ID.
010870     MOVE OL-BEFORE-IMAGE    TO MJ-BEFORE-IMAGE.
010880     MOVE MSG-MASTER-RECORD  TO MJ-AFTER-IMAGE.
010890     EXEC CICS WRITEQ TD
010900          QUEUE(OL-JOURNAL-QUEUE)
010910          FROM(MJ-JOURNAL-RECORD)
010920          LENGTH(OL-JOURNAL-LENGTH)
010930          RESP(OL-RESP)
010940     END-EXEC.
010950     IF OL-RESP NOT = DFHRESP(NORMAL)
010960         SET OL-JOURNAL-FAILED TO TRUE
010970         EXEC CICS SYNCPOINT ROLLBACK
010980         END-EXEC
010990         MOVE OL-RESP TO OL-RESP-DISPLAY
011000         MOVE SPACES TO OL-MSG-LINE
011010         STRING "NOT SAVED - JOURNAL QUEUE MSGJ FAILED, RESP "
011020                OL-RESP-DISPLAY " - CALL OPERATIONS SUPPORT"
011030           DELIMITED BY SIZE INTO OL-MSG-LINE
011035         GO TO 7000-EXIT
011040     END-IF.
011042     EXEC CICS SYNCPOINT
011044          RESP(OL-RESP)
011045     END-EXEC.
011046     IF OL-RESP NOT = DFHRESP(NORMAL)
011047         MOVE "COMMIT" TO OL-FAILED-OPERATION
011048         PERFORM 9900-UNEXPECTED-RESPONSE THRU 9900-EXIT
011049     END-IF.
011050 7000-EXIT.
011060     EXIT.
011070*
011080*----------------------------------------------------------------*
011090*  9000-END-SESSION - PF3 FROM THE LIST.  CLEAR THE SCREEN AND   *
011100*  END WITHOUT A NEXT TRANSACTION.                               *
011110*----------------------------------------------------------------*
011120 9000-END-SESSION.
011130     MOVE "MSGO - MESSAGE LIBRARY SESSION ENDED" TO OL-END-TEXT.
011140     EXEC CICS SEND TEXT
011150          FROM(OL-END-TEXT)
011160          LENGTH(79)
011170          ERASE
011180          FREEKB
011190     END-EXEC.
011200     EXEC CICS RETURN
011210     END-EXEC.
011220     GOBACK.
011230 9000-EXIT.
011240     EXIT.
011250*
011260*----------------------------------------------------------------*
011270*  9900-UNEXPECTED-RESPONSE - ANY CICS RESPONSE THE LOGIC DOES   *
011280*  NOT EXPECT (FILE CLOSED OR DISABLED, I/O ERROR): TELL THE     *
011290*  USER WHAT FAILED AND END THE SESSION; ANY UPDATE IN FLIGHT    *
011300*  IS BACKED OUT WITH THE TASK.                                  *
011310*----------------------------------------------------------------*
011320 9900-UNEXPECTED-RESPONSE.
011330     MOVE OL-RESP TO OL-RESP-DISPLAY.
011340     MOVE SPACES TO OL-END-TEXT.
011350     STRING "MSGONL - FATAL: MSGMSTR " OL-FAILED-OPERATION
011360            " FAILED, RESP " OL-RESP-DISPLAY
011370            " - CALL OPERATIONS SUPPORT"
011380       DELIMITED BY SIZE INTO OL-END-TEXT.
011390     EXEC CICS SYNCPOINT ROLLBACK
011400     END-EXEC.
011410     EXEC CICS SEND TEXT
011420          FROM(OL-END-TEXT)
011430          LENGTH(79)
011440          ERASE
011450          FREEKB
011460     END-EXEC.
011470     EXEC CICS RETURN
011480     END-EXEC.
011490     GOBACK.
011500 9900-EXIT.
011510     EXIT.
011520*
011530 END PROGRAM MSGONL.
