000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MSGAPR.
000030 AUTHOR. R W BENSON.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH REPORTING.
000050 DATE-WRITTEN. 2026-09-22.
000060 DATE-COMPILED.
000070*================================================================*
000080*  MSGAPR - MESSAGE LIBRARY TWO-PERSON RELEASE.                  *
000090*  CICS TRANSACTION MSGA, PSEUDO-CONVERSATIONAL, MAP MSGAMAP OF  *
000100*  MAPSET MSGSET.                                                *
000110*                                                                 *
000120*  EVERY NEW ENTRY, AND EVERY CHANGE TO AN ENTRY'S TEXT OR       *
000130*  DESTINATION, LANDS ON MSGMSTR PENDING APPROVAL (MSGMAINT A    *
000140*  CARDS, MSGO ADDS AND CHANGES); MSGXTRCT WILL NOT PUT A        *
000150*  PENDING ENTRY ON ANY BOARD.  THIS TRANSACTION LISTS THE       *
000160*  PENDING ENTRIES, 12 TO A PAGE, AND RELEASES THE ONE WHOSE ID  *
000170*  IS KEYED.  THE RELEASE IS REFUSED WHEN THE SIGNED-ON USER IS  *
000180*  THE ENTRY'S OWNER OR THE USER WHO KEYED IT - THE SEPARATION   *
000190*  OF DUTIES AUDIT ASKED FOR ON ANYTHING THE PUBLIC SEES.        *
000200*                                                                 *
000210*  ONLY AN ENTRY ON THE PAGE SHOWN CAN BE RELEASED, AND ONLY IF  *
000220*  IT STILL MATCHES WHAT WAS SHOWN (THE PAGE'S IMAGES RIDE IN    *
000230*  THE COMMAREA) - THE APPROVER RELEASES EXACTLY THE TEXT AND    *
000240*  BOARD THEY READ, NOT A LATER CHANGE.                          *
000250*                                                                 *
000260*  A RELEASE CLEARS THE PENDING FLAG, RECORDS THE APPROVER IN    *
000270*  MSG-RELEASED-BY AND IS JOURNALED (ACTION APPROVE) TO QUEUE    *
000280*  MSGJ LIKE EVERY MSGO UPDATE; IF THE JOURNAL WRITE FAILS THE   *
000290*  RELEASE IS ROLLED BACK.  ONCE JOURNALED IT IS COMMITTED       *
000293*  (SYNCPOINT) BEFORE THE PAGE IS SENT AGAIN - MSGJ IS NOT       *
000296*  RECOVERABLE, SO A LATER FAILURE MUST NOT BACK IT OUT.         *
000300*                                                                 *
000310*  KEYS:  ENTER=RELEASE PF3=EXIT PF5=REFRESH                     *
000311*         PF7=BACK PF8=FORWARD                                   *
000320*                                                                 *
000330*  MODIFICATION HISTORY                                          *
000340*    2026-09-22  RWB  ORIGINAL - ANYTHING KEYED WITH A CURRENT   *
000350*                      EFF-FROM WENT ON THE LOBBY BOARD THAT     *
000360*                      NIGHT WITH NO SECOND PAIR OF EYES.        *
000365*    2026-10-15  RWB  RELEASE COMMITTED ONCE JOURNALED, BEFORE   *
000366*                      THE PAGE IS SENT AGAIN.                   *
000370*================================================================*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420*
000430 DATA DIVISION.
000440 WORKING-STORAGE SECTION.
000450*----------------------------------------------------------------*
000460*  STANDALONE COUNTERS AND SWITCHES.                             *
000470*----------------------------------------------------------------*
000480 77  AP-RESP                     PIC S9(08) COMP VALUE 0.
000490 77  AP-RESP-DISPLAY             PIC 9(08) VALUE 0.
000500 77  AP-ROW-COUNT                PIC 9(04) COMP VALUE 0.
000510 77  AP-ROW-IX                   PIC 9(04) COMP VALUE 0.
000520 77  AP-BROWSE-KEY               PIC 9(04) VALUE 0.
000530 77  AP-PRIOR-KEY                PIC 9(04) VALUE 0.
000540 77  AP-NEXT-KEY                 PIC 9(05) VALUE 0.
000550 77  AP-RELEASE-KEY              PIC 9(04) VALUE 0.
000560 77  AP-BROWSE-SWITCH            PIC X(01) VALUE "N".
000570     88  AP-BROWSE-DONE                    VALUE "Y".
000580 77  AP-FOUND-SWITCH             PIC X(01) VALUE "N".
000590     88  AP-ROW-FOUND                      VALUE "Y".
000600 77  AP-JOURNAL-SWITCH           PIC X(01) VALUE "N".
000610     88  AP-JOURNAL-FAILED                 VALUE "Y".
000620 77  AP-CA-LENGTH                PIC S9(04) COMP VALUE +1460.
000630 77  AP-JOURNAL-LENGTH           PIC S9(04) COMP VALUE +320.
000640 77  AP-TRANSID                  PIC X(04) VALUE "MSGA".
000650 77  AP-FILE-NAME                PIC X(08) VALUE "MSGMSTR".
000660 77  AP-JOURNAL-QUEUE            PIC X(04) VALUE "MSGJ".
000670 77  AP-USER-ID                  PIC X(08) VALUE SPACES.
000680 77  AP-ABSTIME                  PIC S9(15) COMP-3 VALUE 0.
000690 77  AP-TODAY                    PIC X(08) VALUE SPACES.
000700*
000710*----------------------------------------------------------------*
000720*  COPY MSGMSTR - MESSAGE MASTER RECORD LAYOUT.                  *
000730*----------------------------------------------------------------*
000740     COPY MSGMSTR.
000750*
000760*----------------------------------------------------------------*
000770*  COPY MSGJRNL - CHANGE JOURNAL RECORD LAYOUT.                  *
000780*----------------------------------------------------------------*
000790     COPY MSGJRNL.
000800*
000810*----------------------------------------------------------------*
000820*  COPY MSGSET - SYMBOLIC MAPS (MSGAMAP IS THIS TRANSACTION'S).  *
000830*  COPY DFHAID / DFHBMSCA - CICS ATTENTION-KEY AND ATTRIBUTE     *
000840*  CONSTANTS.                                                    *
000850*----------------------------------------------------------------*
000860     COPY MSGSET.
000870     COPY DFHAID.
000880     COPY DFHBMSCA.
000890*
000900*----------------------------------------------------------------*
000910*  RELEASE WORK FIELDS.  AP-LISTED-IMAGE IS THE ENTRY AS SHOWN   *
000920*  ON THE PAGE, FROM THE COMMAREA.                               *
000930*----------------------------------------------------------------*
000940 01  AP-LISTED-IMAGE.
000950     05  AP-LI-MSG-ID            PIC 9(04).
000960     05  FILLER                  PIC X(116).
000970 01  AP-BEFORE-IMAGE             PIC X(120) VALUE SPACES.
000980 01  AP-TIME-STAMP.
000990     05  AP-NOW                  PIC X(06) VALUE SPACES.
001000     05  FILLER                  PIC X(02) VALUE "00".
001010 01  AP-MSG-LINE                 PIC X(79) VALUE SPACES.
001020 01  AP-END-TEXT                 PIC X(79) VALUE SPACES.
001030 01  AP-FAILED-OPERATION         PIC X(08) VALUE SPACES.
001040*
001050*----------------------------------------------------------------*
001060*  ONE PENDING ROW, LAID OUT UNDER THE MSGAMAP COLUMN HEADINGS.  *
001070*----------------------------------------------------------------*
001080 01  AP-LIST-ROW.
001090     05  AP-LR-ID                PIC X(04).
001100     05  FILLER                  PIC X(01) VALUE SPACE.
001110     05  AP-LR-TEXT              PIC X(40).
001120     05  FILLER                  PIC X(01) VALUE SPACE.
001130     05  AP-LR-FROM              PIC X(08).
001140     05  FILLER                  PIC X(01) VALUE SPACE.
001150     05  AP-LR-OWNER             PIC X(08).
001160     05  FILLER                  PIC X(01) VALUE SPACE.
001170     05  AP-LR-KEYED-BY          PIC X(08).
001180     05  FILLER                  PIC X(01) VALUE SPACE.
001190     05  AP-LR-DEST              PIC X(02).
001200     05  FILLER                  PIC X(04) VALUE SPACES.
001210*
001220*----------------------------------------------------------------*
001230*  COMMAREA - THE PAGE SHOWN: ITS KEY RANGE AND THE FULL IMAGE   *
001240*  OF EVERY ROW, SO A RELEASE CAN PROVE THE ENTRY IS UNCHANGED.  *
001250*----------------------------------------------------------------*
001260 01  AP-COMMAREA.
001270     05  AP-CA-FIRST-KEY         PIC 9(04).
001280     05  AP-CA-LAST-KEY          PIC 9(04).
001290     05  AP-CA-ROW-COUNT         PIC 9(02).
001300     05  AP-CA-ROW-IMAGE         PIC X(120) OCCURS 12 TIMES.
001310     05  FILLER                  PIC X(10).
001320*
001330 LINKAGE SECTION.
001340 01  DFHCOMMAREA                 PIC X(1460).
001350*
001360 PROCEDURE DIVISION.
001370*
001380 0000-MAINLINE-CONTROL.
001390     PERFORM 1100-GET-DATE-AND-USER THRU 1100-EXIT.
001400     IF EIBCALEN NOT = AP-CA-LENGTH
001410         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
001420     ELSE
001430         MOVE DFHCOMMAREA TO AP-COMMAREA
001440         PERFORM 3000-PROCESS-LIST-SCREEN THRU 3000-EXIT
001450     END-IF.
001460     EXEC CICS RETURN
001470          TRANSID(AP-TRANSID)
001480          COMMAREA(AP-COMMAREA)
001490          LENGTH(AP-CA-LENGTH)
001500     END-EXEC.
001510     GOBACK.
001520 0000-MAINLINE-EXIT.
001530     EXIT.
001540*
001550*----------------------------------------------------------------*
001560*  1000-FIRST-TIME - NO COMMAREA: A NEW SESSION.  SHOW THE FIRST *
001570*  PAGE OF PENDING ENTRIES.                                      *
001580*----------------------------------------------------------------*
001590 1000-FIRST-TIME.
001600     MOVE SPACES TO AP-COMMAREA.
001610     MOVE 0 TO AP-CA-FIRST-KEY.
001620     MOVE 0 TO AP-CA-LAST-KEY.
001630     MOVE 0 TO AP-BROWSE-KEY.
001640     PERFORM 3100-BROWSE-FORWARD THRU 3100-EXIT.
001650     IF AP-ROW-COUNT = 0
001660         MOVE "NO ENTRIES ARE PENDING APPROVAL" TO AP-MSG-LINE
001670     ELSE
001680         MOVE "KEY THE ID TO RELEASE AND PRESS ENTER"
001690             TO AP-MSG-LINE
001700     END-IF.
001710     PERFORM 5000-SEND-LIST-MAP THRU 5000-EXIT.
001720 1000-EXIT.
001730     EXIT.
001740*
001750*----------------------------------------------------------------*
001760*  1100-GET-DATE-AND-USER - TODAY'S DATE AND TIME (FOR THE       *
001770*  HEADING AND THE JOURNAL STAMP) AND THE SIGNED-ON USER ID -    *
001780*  THE APPROVER.                                                 *
001790*----------------------------------------------------------------*
001800 1100-GET-DATE-AND-USER.
001810     EXEC CICS ASKTIME
001820          ABSTIME(AP-ABSTIME)
001830     END-EXEC.
001840     EXEC CICS FORMATTIME
001850          ABSTIME(AP-ABSTIME)
001860          YYYYMMDD(AP-TODAY)
001870          TIME(AP-NOW)
001880     END-EXEC.
001890     EXEC CICS ASSIGN
001900          USERID(AP-USER-ID)
001910     END-EXEC.
001920 1100-EXIT.
001930     EXIT.
001940*
001950*----------------------------------------------------------------*
001960*  2000-RELEASE-ENTRY - ENTER WITH A RELEASE ID.  THE ENTRY MUST *
001970*  BE ON THE PAGE SHOWN, STILL EXACTLY AS SHOWN, AND THE         *
001980*  APPROVER MAY BE NEITHER ITS OWNER NOR ITS KEYER.  WHATEVER    *
001990*  THE OUTCOME THE PAGE IS REREAD AND REDISPLAYED.               *
002000*----------------------------------------------------------------*
002010 2000-RELEASE-ENTRY.
002020     IF AIDI NOT NUMERIC
002030         MOVE "RELEASE ID MUST BE 4 DIGITS" TO AP-MSG-LINE
002040         GO TO 2000-EXIT
002050     END-IF.
002060     MOVE AIDI TO AP-RELEASE-KEY.
002070     MOVE "N" TO AP-FOUND-SWITCH.
002080     PERFORM 2010-FIND-LISTED-ROW THRU 2010-EXIT
002090         VARYING AP-ROW-IX FROM 1 BY 1
002100         UNTIL AP-ROW-IX > AP-CA-ROW-COUNT
002110            OR AP-ROW-FOUND.
002120     IF NOT AP-ROW-FOUND
002130         MOVE SPACES TO AP-MSG-LINE
002140         STRING "ID " AP-RELEASE-KEY
002150                " IS NOT ON THIS PAGE - ONLY A LISTED ENTRY"
002160                " CAN BE RELEASED"
002170           DELIMITED BY SIZE INTO AP-MSG-LINE
002180         GO TO 2000-EXIT
002190     END-IF.
002200*
002210     EXEC CICS READ
002220          FILE(AP-FILE-NAME)
002230          INTO(MSG-MASTER-RECORD)
002240          RIDFLD(AP-RELEASE-KEY)
002250          UPDATE
002260          RESP(AP-RESP)
002270     END-EXEC.
002280     IF AP-RESP = DFHRESP(NOTFND)
002290         MOVE SPACES TO AP-MSG-LINE
002300         STRING "ID " AP-RELEASE-KEY
002310                " IS NO LONGER ON THE LIBRARY"
002320           DELIMITED BY SIZE INTO AP-MSG-LINE
002330         GO TO 2000-EXIT
002340     END-IF.
002350     IF AP-RESP NOT = DFHRESP(NORMAL)
002360         MOVE "READ" TO AP-FAILED-OPERATION
002370         PERFORM 9900-UNEXPECTED-RESPONSE THRU 9900-EXIT
002380     END-IF.
002390     IF MSG-MASTER-RECORD NOT = AP-LISTED-IMAGE
002400         PERFORM 2020-RELEASE-LOCK THRU 2020-EXIT
002410         MOVE SPACES TO AP-MSG-LINE
002420         STRING "ENTRY " AP-RELEASE-KEY " CHANGED SINCE LISTED - "
002430                "CHECK IT AGAIN BEFORE RELEASING"
002440           DELIMITED BY SIZE INTO AP-MSG-LINE
002450         GO TO 2000-EXIT
002460     END-IF.
002470     IF AP-USER-ID = MSG-OWNER
002480         PERFORM 2020-RELEASE-LOCK THRU 2020-EXIT
002490         MOVE "RELEASE REJECTED - APPROVER IS THE ENTRY'S OWNER"
002500             TO AP-MSG-LINE
002510         GO TO 2000-EXIT
002520     END-IF.
002530     IF AP-USER-ID = MSG-KEYED-BY
002540         PERFORM 2020-RELEASE-LOCK THRU 2020-EXIT
002550         MOVE "RELEASE REJECTED - APPROVER KEYED THIS ENTRY"
002560             TO AP-MSG-LINE
002570         GO TO 2000-EXIT
002580     END-IF.
002590*
002600     MOVE MSG-MASTER-RECORD TO AP-BEFORE-IMAGE.
002610     SET MSG-RELEASED TO TRUE.
002620     MOVE AP-USER-ID TO MSG-RELEASED-BY.
002630     EXEC CICS REWRITE
002640          FILE(AP-FILE-NAME)
002650          FROM(MSG-MASTER-RECORD)
002660          RESP(AP-RESP)
002670     END-EXEC.
002680     IF AP-RESP NOT = DFHRESP(NORMAL)
002690         MOVE "REWRITE" TO AP-FAILED-OPERATION
002700         PERFORM 9900-UNEXPECTED-RESPONSE THRU 9900-EXIT
002710     END-IF.
002720     PERFORM 7000-WRITE-JOURNAL-RECORD THRU 7000-EXIT.
002730     IF AP-JOURNAL-FAILED
002740         GO TO 2000-EXIT
002750     END-IF.
002760     MOVE SPACES TO AP-MSG-LINE.
002770     STRING "ENTRY " MSG-ID " RELEASED - ELIGIBLE FROM ITS "
002780            "EFFECTIVE DATE"
002790       DELIMITED BY SIZE INTO AP-MSG-LINE.
002800 2000-EXIT.
002810     EXIT.
002820*
002830 2010-FIND-LISTED-ROW.
002840     MOVE AP-CA-ROW-IMAGE (AP-ROW-IX) TO AP-LISTED-IMAGE.
002850     IF AP-LI-MSG-ID = AP-RELEASE-KEY
002860         SET AP-ROW-FOUND TO TRUE
002870     END-IF.
002880 2010-EXIT.
002890     EXIT.
002900*
002910 2020-RELEASE-LOCK.
002920     EXEC CICS UNLOCK
002930          FILE(AP-FILE-NAME)
002940     END-EXEC.
002950 2020-EXIT.
002960     EXIT.
002970*
002980*----------------------------------------------------------------*
002990*  3000-PROCESS-LIST-SCREEN - THE PENDING LIST CAME BACK.        *
003000*    PF3    END THE SESSION                                      *
003010*    PF5    REFRESH THE PAGE (CLEAR DOES THE SAME)               *
003020*    PF7/8  PAGE BACK / FORWARD                                  *
003030*    ENTER  RELEASE THE ENTRY WHOSE ID IS KEYED                  *
003040*----------------------------------------------------------------*
003050 3000-PROCESS-LIST-SCREEN.
003060     IF EIBAID = DFHPF3
003070         PERFORM 9000-END-SESSION THRU 9000-EXIT
003080     END-IF.
003090     MOVE SPACES TO AP-MSG-LINE.
003100     IF EIBAID = DFHPF8
003110         PERFORM 3300-PAGE-FORWARD THRU 3300-EXIT
003120         GO TO 3000-EXIT
003130     END-IF.
003140     IF EIBAID = DFHPF7
003150         PERFORM 3200-FIND-PRIOR-PAGE THRU 3200-EXIT
003160         PERFORM 3100-BROWSE-FORWARD THRU 3100-EXIT
003170         PERFORM 5000-SEND-LIST-MAP THRU 5000-EXIT
003180         GO TO 3000-EXIT
003190     END-IF.
003200     IF EIBAID = DFHENTER
003210         PERFORM 3050-RECEIVE-RELEASE-ID THRU 3050-EXIT
003220     ELSE
003230         IF EIBAID NOT = DFHPF5
003240          AND EIBAID NOT = DFHCLEAR
003250             MOVE "KEY NOT ACTIVE ON THIS SCREEN" TO AP-MSG-LINE
003260         END-IF
003270     END-IF.
003280     MOVE AP-CA-FIRST-KEY TO AP-BROWSE-KEY.
003290     PERFORM 3100-BROWSE-FORWARD THRU 3100-EXIT.
003300     IF AP-ROW-COUNT = 0
003310      AND AP-MSG-LINE = SPACES
003320         MOVE "NO ENTRIES ARE PENDING APPROVAL" TO AP-MSG-LINE
003330     END-IF.
003340     PERFORM 5000-SEND-LIST-MAP THRU 5000-EXIT.
003350 3000-EXIT.
003360     EXIT.
003370*
003380 3050-RECEIVE-RELEASE-ID.
003390     EXEC CICS RECEIVE
003400          MAP("MSGAMAP")
003410          MAPSET("MSGSET")
003420          INTO(MSGAMAPI)
003430          RESP(AP-RESP)
003440     END-EXEC.
003450     IF AP-RESP = DFHRESP(MAPFAIL)
003460         MOVE LOW-VALUES TO MSGAMAPI
003470     ELSE
003480         IF AP-RESP NOT = DFHRESP(NORMAL)
003490             MOVE "RECEIVE" TO AP-FAILED-OPERATION
003500             PERFORM 9900-UNEXPECTED-RESPONSE THRU 9900-EXIT
003510         END-IF
003520     END-IF.
003530     IF AIDL > 0
003540         PERFORM 2000-RELEASE-ENTRY THRU 2000-EXIT
003550     ELSE
003560         MOVE "KEY THE ID TO RELEASE AND PRESS ENTER"
003570             TO AP-MSG-LINE
003580     END-IF.
003590 3050-EXIT.
003600     EXIT.
003610*
003620*----------------------------------------------------------------*
003630*  3100-BROWSE-FORWARD - FILL THE PAGE WITH UP TO 12 PENDING     *
003640*  ENTRIES FROM AP-BROWSE-KEY ON, KEEPING EACH ONE'S FULL IMAGE  *
003650*  IN THE COMMAREA.  PENDING ENTRIES ARE FEW, SO THE WHOLE       *
003660*  LIBRARY MAY BE READ PAST TO FIND THEM.                        *
003670*----------------------------------------------------------------*
003680 3100-BROWSE-FORWARD.
003690     MOVE LOW-VALUES TO MSGAMAPO.
003700     MOVE 0 TO AP-ROW-COUNT.
003710     MOVE 0 TO AP-CA-ROW-COUNT.
003720     MOVE "N" TO AP-BROWSE-SWITCH.
003730     EXEC CICS STARTBR
003740          FILE(AP-FILE-NAME)
003750          RIDFLD(AP-BROWSE-KEY)
003760          GTEQ
003770          RESP(AP-RESP)
003780     END-EXEC.
003790     IF AP-RESP = DFHRESP(NOTFND)
003800         GO TO 3100-EXIT
003810     END-IF.
003820     IF AP-RESP NOT = DFHRESP(NORMAL)
003830         MOVE "STARTBR" TO AP-FAILED-OPERATION
003840         PERFORM 9900-UNEXPECTED-RESPONSE THRU 9900-EXIT
003850     END-IF.
003860     PERFORM 3110-READ-NEXT-ENTRY THRU 3110-EXIT
003870         UNTIL AP-BROWSE-DONE.
003880     EXEC CICS ENDBR
003890          FILE(AP-FILE-NAME)
003900     END-EXEC.
003910     MOVE AP-ROW-COUNT TO AP-CA-ROW-COUNT.
003920 3100-EXIT.
003930     EXIT.
003940*
003950 3110-READ-NEXT-ENTRY.
003960     EXEC CICS READNEXT
003970          FILE(AP-FILE-NAME)
003980          INTO(MSG-MASTER-RECORD)
003990          RIDFLD(AP-BROWSE-KEY)
004000          RESP(AP-RESP)
004010     END-EXEC.
004020     IF AP-RESP = DFHRESP(ENDFILE)
004030         SET AP-BROWSE-DONE TO TRUE
004040         GO TO 3110-EXIT
004050     END-IF.
004060     IF AP-RESP NOT = DFHRESP(NORMAL)
004070         MOVE "READNEXT" TO AP-FAILED-OPERATION
004080         PERFORM 9900-UNEXPECTED-RESPONSE THRU 9900-EXIT
004090     END-IF.
004100     IF NOT MSG-PENDING-APPROVAL
004110         GO TO 3110-EXIT
004120     END-IF.
004130     ADD 1 TO AP-ROW-COUNT.
004140     IF AP-ROW-COUNT = 1
004150         MOVE MSG-ID TO AP-CA-FIRST-KEY
004160     END-IF.
004170     MOVE MSG-ID TO AP-CA-LAST-KEY.
004180     MOVE MSG-MASTER-RECORD  TO AP-CA-ROW-IMAGE (AP-ROW-COUNT).
004190     MOVE MSG-ID             TO AP-LR-ID.
004200     MOVE MSG-BANNER-TEXT    TO AP-LR-TEXT.
004210     MOVE MSG-EFF-FROM-DATE  TO AP-LR-FROM.
004220     MOVE MSG-OWNER          TO AP-LR-OWNER.
004230     MOVE MSG-KEYED-BY       TO AP-LR-KEYED-BY.
004240     MOVE MSG-DESTINATION    TO AP-LR-DEST.
004250     MOVE AP-LIST-ROW TO AINO (AP-ROW-COUNT).
004260     IF AP-ROW-COUNT = 12
004270         SET AP-BROWSE-DONE TO TRUE
004280     END-IF.
004290 3110-EXIT.
004300     EXIT.
004310*
004320*----------------------------------------------------------------*
004330*  3200-FIND-PRIOR-PAGE - PF7.  BROWSE BACKWARD FROM THE FIRST   *
004340*  ENTRY ON THE PAGE FOR UP TO 12 EARLIER PENDING ENTRIES AND    *
004350*  START THE NEW PAGE AT THE EARLIEST OF THEM.  IF THE PAGE'S    *
004360*  FIRST ENTRY HAS GONE, START AGAIN FROM THE TOP.               *
004370*----------------------------------------------------------------*
004380 3200-FIND-PRIOR-PAGE.
004390     MOVE AP-CA-FIRST-KEY TO AP-BROWSE-KEY.
004400     MOVE AP-CA-FIRST-KEY TO AP-PRIOR-KEY.
004410     MOVE 0 TO AP-ROW-COUNT.
004420     MOVE "N" TO AP-BROWSE-SWITCH.
004430     EXEC CICS STARTBR
004440          FILE(AP-FILE-NAME)
004450          RIDFLD(AP-BROWSE-KEY)
004460          EQUAL
004470          RESP(AP-RESP)
004480     END-EXEC.
004490     IF AP-RESP = DFHRESP(NOTFND)
004500         MOVE 0 TO AP-BROWSE-KEY
004510         MOVE "TOP OF PENDING LIST" TO AP-MSG-LINE
004520         GO TO 3200-EXIT
004530     END-IF.
004540     IF AP-RESP NOT = DFHRESP(NORMAL)
004550         MOVE "STARTBR" TO AP-FAILED-OPERATION
004560         PERFORM 9900-UNEXPECTED-RESPONSE THRU 9900-EXIT
004570     END-IF.
004580     PERFORM 3210-READ-PRIOR-ENTRY THRU 3210-EXIT
004590         UNTIL AP-BROWSE-DONE.
004600     EXEC CICS ENDBR
004610          FILE(AP-FILE-NAME)
004620     END-EXEC.
004630     IF AP-ROW-COUNT = 0
004640         MOVE "TOP OF PENDING LIST" TO AP-MSG-LINE
004650     END-IF.
004660     MOVE AP-PRIOR-KEY TO AP-BROWSE-KEY.
004670 3200-EXIT.
004680     EXIT.
004690*
004700 3210-READ-PRIOR-ENTRY.
004710     EXEC CICS READPREV
004720          FILE(AP-FILE-NAME)
004730          INTO(MSG-MASTER-RECORD)
004740          RIDFLD(AP-BROWSE-KEY)
004750          RESP(AP-RESP)
004760     END-EXEC.
004770     IF AP-RESP = DFHRESP(ENDFILE)
004780         SET AP-BROWSE-DONE TO TRUE
004790         GO TO 3210-EXIT
004800     END-IF.
004810     IF AP-RESP NOT = DFHRESP(NORMAL)
004820         MOVE "READPREV" TO AP-FAILED-OPERATION
004830         PERFORM 9900-UNEXPECTED-RESPONSE THRU 9900-EXIT
004840     END-IF.
004850*    THE FIRST READPREV RETURNS THE STARTING ENTRY ITSELF.
004860     IF MSG-ID NOT < AP-CA-FIRST-KEY
004870         GO TO 3210-EXIT
004880     END-IF.
004890     IF NOT MSG-PENDING-APPROVAL
004900         GO TO 3210-EXIT
004910     END-IF.
004920     ADD 1 TO AP-ROW-COUNT.
004930     MOVE MSG-ID TO AP-PRIOR-KEY.
004940     IF AP-ROW-COUNT = 12
004950         SET AP-BROWSE-DONE TO TRUE
004960     END-IF.
004970 3210-EXIT.
004980     EXIT.
004990*
005000*----------------------------------------------------------------*
005010*  3300-PAGE-FORWARD - PF8.  THE NEXT PAGE STARTS AFTER THE LAST *
005020*  ENTRY SHOWN; AT THE END OF THE LIST THE CURRENT PAGE STAYS.   *
005030*----------------------------------------------------------------*
005040 3300-PAGE-FORWARD.
005050     COMPUTE AP-NEXT-KEY = AP-CA-LAST-KEY + 1.
005060     IF AP-NEXT-KEY > 9999
005070         MOVE 0 TO AP-ROW-COUNT
005080     ELSE
005090         MOVE AP-NEXT-KEY TO AP-BROWSE-KEY
005100         PERFORM 3100-BROWSE-FORWARD THRU 3100-EXIT
005110     END-IF.
005120     IF AP-ROW-COUNT = 0
005130         MOVE AP-CA-FIRST-KEY TO AP-BROWSE-KEY
005140         PERFORM 3100-BROWSE-FORWARD THRU 3100-EXIT
005150         MOVE "END OF PENDING LIST" TO AP-MSG-LINE
005160     END-IF.
005170     PERFORM 5000-SEND-LIST-MAP THRU 5000-EXIT.
005180 3300-EXIT.
005190     EXIT.
005200*
005210*----------------------------------------------------------------*
005220*  5000-SEND-LIST-MAP - THE ROWS ARE ALREADY IN MSGAMAPO FROM    *
005230*  3100; ADD THE HEADING DATE AND MESSAGE AND SEND.              *
005240*----------------------------------------------------------------*
005250 5000-SEND-LIST-MAP.
005260     MOVE AP-TODAY TO ADATEO.
005270     MOVE AP-MSG-LINE TO AMSGO.
005280     MOVE -1 TO AIDL.
005290     EXEC CICS SEND
005300          MAP("MSGAMAP")
005310          MAPSET("MSGSET")
005320          FROM(MSGAMAPO)
005330          ERASE
005340          CURSOR
005350          RESP(AP-RESP)
005360     END-EXEC.
005370     IF AP-RESP NOT = DFHRESP(NORMAL)
005380         MOVE "SEND" TO AP-FAILED-OPERATION
005390         PERFORM 9900-UNEXPECTED-RESPONSE THRU 9900-EXIT
005400     END-IF.
005410 5000-EXIT.
005420     EXIT.
005430*
005440*----------------------------------------------------------------*
005450*  7000-WRITE-JOURNAL-RECORD - JOURNAL THE RELEASE TO QUEUE MSGJ *
005460*  IN THE MSGJRNL LAYOUT, AS MSGONL JOURNALS ITS UPDATES.  IF    *
005470*  THE QUEUE WRITE FAILS THE RELEASE IS ROLLED BACK AND THE USER *
005480*  TOLD SO; ONCE IT IS WRITTEN THE RELEASE IS COMMITTED HERE,    *
005485*  BEFORE THE PAGE IS SENT AGAIN.                                *
005490*----------------------------------------------------------------*
005500 7000-WRITE-JOURNAL-RECORD.
005510     MOVE "N" TO AP-JOURNAL-SWITCH.
005520     MOVE AP-TODAY           TO MJ-STAMP-DATE.
005530     MOVE AP-TIME-STAMP      TO MJ-STAMP-TIME.
005540     MOVE AP-TODAY           TO MJ-RUN-DATE.
005550     MOVE AP-TIME-STAMP      TO MJ-RUN-TIME.
005560     MOVE "MSGAPR"           TO MJ-PROGRAM.
005570     MOVE 0                  TO MJ-CARD-SEQ.
005580     MOVE "APPROVE"          TO MJ-ACTION.
005590     MOVE MSG-ID             TO MJ-MSG-ID.
005600     MOVE MSG-OWNER          TO MJ-OWNER.
005610     MOVE AP-USER-ID         TO MJ-USER-ID.
005620     MOVE AP-BEFORE-IMAGE    TO MJ-BEFORE-IMAGE.
005630     MOVE MSG-MASTER-RECORD  TO MJ-AFTER-IMAGE.
005640     EXEC CICS WRITEQ TD
005650          QUEUE(AP-JOURNAL-QUEUE)
005660          FROM(MJ-JOURNAL-RECORD)
005670          LENGTH(AP-JOURNAL-LENGTH)
005680          RESP(AP-RESP)
005690     END-EXEC.
005700     IF AP-RESP NOT = DFHRESP(NORMAL)
005710         SET AP-JOURNAL-FAILED TO TRUE
005720         EXEC CICS SYNCPOINT ROLLBACK
005730         END-EXEC
005740         MOVE AP-RESP TO AP-RESP-DISPLAY
005750         MOVE SPACES TO AP-MSG-LINE
005760         STRING "NOT RELEASED - JOURNAL QUEUE MSGJ FAILED, RESP "
005770                AP-RESP-DISPLAY " - CALL OPERATIONS SUPPORT"
005780           DELIMITED BY SIZE INTO AP-MSG-LINE
005785         GO TO 7000-EXIT
005790     END-IF.
005792     EXEC CICS SYNCPOINT
005793          RESP(AP-RESP)
005794     END-EXEC.
005795     IF AP-RESP NOT = DFHRESP(NORMAL)
005796         MOVE "COMMIT" TO AP-FAILED-OPERATION
005797         PERFORM 9900-UNEXPECTED-RESPONSE THRU 9900-EXIT
005798     END-IF.
005800 7000-EXIT.
005810     EXIT.
005820*
005830*----------------------------------------------------------------*
005840*  9000-END-SESSION - PF3.  CLEAR THE SCREEN AND END WITHOUT A   *
005850*  NEXT TRANSACTION.                                             *
005860*----------------------------------------------------------------*
005870 9000-END-SESSION.
005880     MOVE "MSGA - MESSAGE LIBRARY RELEASE SESSION ENDED"
005890         TO AP-END-TEXT.
005900     EXEC CICS SEND TEXT
005910          FROM(AP-END-TEXT)
005920          LENGTH(79)
005930          ERASE
005940          FREEKB
005950     END-EXEC.
005960     EXEC CICS RETURN
005970     END-EXEC.
005980     GOBACK.
005990 9000-EXIT.
006000     EXIT.
006010*
006020*----------------------------------------------------------------*
006030*  9900-UNEXPECTED-RESPONSE - ANY CICS RESPONSE THE LOGIC DOES   *
006040*  NOT EXPECT: TELL THE USER WHAT FAILED AND END THE SESSION;    *
006050*  A RELEASE IN FLIGHT IS BACKED OUT WITH THE TASK.              *
006060*----------------------------------------------------------------*
006070 9900-UNEXPECTED-RESPONSE.
006080     MOVE AP-RESP TO AP-RESP-DISPLAY.
006090     MOVE SPACES TO AP-END-TEXT.
006100     STRING "MSGAPR - FATAL: MSGMSTR " AP-FAILED-OPERATION
006110            " FAILED, RESP " AP-RESP-DISPLAY
006120            " - CALL OPERATIONS SUPPORT"
006130       DELIMITED BY SIZE INTO AP-END-TEXT.
006140     EXEC CICS SYNCPOINT ROLLBACK
006150     END-EXEC.
006160     EXEC CICS SEND TEXT
006170          FROM(AP-END-TEXT)
006180          LENGTH(79)
006190          ERASE
006200          FREEKB
006210     END-EXEC.
006220     EXEC CICS RETURN
006230     END-EXEC.
006240     GOBACK.
006250 9900-EXIT.
006260     EXIT.
006270*
006280 END PROGRAM MSGAPR.
