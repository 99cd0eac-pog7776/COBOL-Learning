000280*    43     MODE        (OPTIONAL: S, C OR T)                    *
000290*    44-47  TRAIL-AMPL  (OPTIONAL WAVE OVERRIDE)                 *
000300*    48-51  TRAIL-OFF   (OPTIONAL WAVE OVERRIDE)                 *
000301*    52-58  DOW MASK    (OPTIONAL: MON-SUN, "Y" = RUNS THAT      *
000302*                       DAY; ALL BLANK = EVERY DAY)              *
000303*    59     ANNUAL      (OPTIONAL: "Y" REPEATS THE MMDD          *
000304*                       WINDOW EVERY YEAR)                       *
000305*    60-61  DESTINATION (OPTIONAL: 01 = LOBBY BOARD, 02 = OPS    *
000306*                       FLOOR; BLANK DEFAULTS TO THE LOBBY)      *
000307*    62-69  KEYED BY    (REQUIRED: USER ID OF WHOEVER KEYED THE  *
000308*                       CARD - THE ENTRY'S APPROVER MAY NOT BE   *
000309*                       THIS ID OR THE OWNER)                    *
000310*    T CARD (REQUIRED AFTER EVERY A CARD):                       *
000312*    1      FUNCTION    "T"                                      *
000314*    2-41   BANNER TEXT (MUST NOT BE ALL BLANK)                  *
000316*    E CARD:  1 "E", 2-5 MSG-ID, 14-21 OPTIONAL EFF-TO TO        *
000318*    SHORTEN, 62-69 KEYED BY (OPTIONAL, JOURNALED).              *
000319*    L CARD:  1 "L".                                             *
000320*           BLANK OVERRIDES MEAN THE MESSAGE TAKES THE           *
000322*           RUN-LEVEL VALUES; A NON-BLANK OVERRIDE MUST BE       *
000330*           NUMERIC (MODE: S/C/T) OR THE CARD IS REJECTED.       *
000340*                                                                 *
000350*  RETURN CODES:  00 CLEAN, 04 ONE OR MORE TRANSACTIONS          *
000360*  REJECTED (DUPLICATE ADD, EXPIRE OF UNKNOWN ID, BAD CARD),     *
000361*  16 FILE FAILURE.                                              *
000362*                                                                 *
000363*  CHANGE JOURNAL.  EVERY CHANGE THAT REACHES THE MASTER IS      *
000364*  ALSO APPENDED TO MSGJRNL (MSGJRNL COPYBOOK) WITH THE ENTRY'S  *
000365*  IMAGE BEFORE AND AFTER IT.  THE RUN IS NAMED BY THE DATE AND  *
000366*  TIME ON THE MNTLIST HEADER; MSGHIST BACKS OUT A RUN BY THAT   *
000367*  NAME.  A JOURNAL THAT CANNOT BE OPENED STOPS THE RUN BEFORE   *
000368*  ANY CARD IS APPLIED - AN UNJOURNALED CHANGE COULD NOT BE      *
000369*  TRACED OR BACKED OUT.                                         *
000370*                                                                 *
000371*  TWO-PERSON APPROVAL.  EVERY ADDED ENTRY LANDS PENDING          *
000372*  APPROVAL (MSGMSTR) WITH THE CARD'S KEYED-BY ID; MSGXTRCT       *
000373*  WILL NOT EXTRACT IT UNTIL SOMEONE OTHER THAN THE OWNER AND     *
000374*  THE KEYER RELEASES IT WITH TRANSACTION MSGA.  MNTLIST SHOWS    *
000375*  "PENDING APPROVAL" AGAINST EVERY SUCH ENTRY.                   *
000380*                                                                 *
000390*  MODIFICATION HISTORY                                          *
000400*    2026-08-21  RWB  ORIGINAL - ADD/EXPIRE/LIST MAINTENANCE     *
000553*                      TEXT CARD) BECAUSE THE TEXT NO LONGER     *
000554*                      FITS BESIDE THE OTHER FIELDS ON ONE       *
000555*                      80-COLUMN CARD.                           *
000556*    2026-09-16  RWB  EVERY ADD AND EXPIRE NOW APPENDS A BEFORE/ *
000557*                      AFTER IMAGE OF THE ENTRY TO THE PERMANENT *
000558*                      MSGJRNL CHANGE JOURNAL, STAMPED WITH THE  *
000559*                      RUN, OWNER AND CARD SEQUENCE, SO MSGHIST  *
000560*                      CAN SHOW THE LIBRARY AS OF ANY PAST DATE  *
000561*                      AND BACK OUT A WHOLE MAINTENANCE RUN.     *
000562*    2026-09-18  RWB  2130/2140 EDITS NOW ALSO CARRIED BY THE    *
000563*                      MSGONL ONLINE TRANSACTION - KEEP BOTH IN  *
000564*                      STEP.  BATCH CHANGES JOURNALED WITH A     *
000565*                      BLANK USER ID (SUPERSEDED 2026-09-22).    *
000566*    2026-09-22  RWB  A CARDS CARRY A REQUIRED KEYED-BY ID (COLS *
000567*                      62-69); ADDED ENTRIES LAND PENDING TWO-   *
000568*                      PERSON APPROVAL.  THE KEYED-BY ID IS NOW  *
000569*                      JOURNALED AS THE CHANGE'S USER ID.        *
000570*================================================================*
000571 ENVIRONMENT DIVISION.
000572 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. IBM-370.
000590 OBJECT-COMPUTER. IBM-370.
000600 INPUT-OUTPUT SECTION.
000722     SELECT PROOF-PRINT ASSIGN TO PROOFPRT
000724         ORGANIZATION IS SEQUENTIAL
000726         FILE STATUS IS PF-FILE-STATUS.
000727     SELECT MESSAGE-JOURNAL-FILE ASSIGN TO MSGJRNL
000728         ORGANIZATION IS SEQUENTIAL
000729         FILE STATUS IS MJ-FILE-STATUS.
000730*
000740 DATA DIVISION.
000750 FILE SECTION.
001052 01  PF-PROOF-RECORD.
001053     05  PF-PROOF-CONTROL        PIC X(01).
001054     05  PF-PROOF-TEXT           PIC X(132).
001055*----------------------------------------------------------------*
001056*  MESSAGE-JOURNAL-FILE - 320-BYTE MSGJRNL CHANGE RECORDS,       *
001057*  APPENDED (OPEN EXTEND; DISP=MOD IN THE JCL).                  *
001058*----------------------------------------------------------------*
001059 FD  MESSAGE-JOURNAL-FILE
001060     RECORDING MODE IS F
001061     LABEL RECORDS ARE STANDARD.
001062 01  MJ-JOURNAL-REC              PIC X(320).
001063*
001064 WORKING-STORAGE SECTION.
001070*----------------------------------------------------------------*
001080*  STANDALONE COUNTERS AND SWITCHES.                             *
001090*----------------------------------------------------------------*
001110 77  TR-FILE-STATUS              PIC X(02) VALUE "00".
001120 77  ML-FILE-STATUS              PIC X(02) VALUE "00".
001122 77  PF-FILE-STATUS              PIC X(02) VALUE "00".
001124 77  MJ-FILE-STATUS              PIC X(02) VALUE "00".
001130 77  MM-TRAN-EOF-SWITCH          PIC X(01) VALUE "N".
001140     88  MM-TRAN-EOF                       VALUE "Y".
001150 77  MM-LIST-EOF-SWITCH          PIC X(01) VALUE "N".
001230 77  MM-REJECT-COUNT            PIC 9(05) VALUE 0.
001240 77  MM-LIST-COUNT              PIC 9(05) VALUE 0.
001242 77  MM-MASK-IX                 PIC 9(04) COMP VALUE 0.
001243 77  MM-PROOF-COUNT             PIC 9(05) VALUE 0.
001244 77  MM-CARD-SEQ                PIC 9(05) VALUE 0.
001245 77  MM-JOURNAL-COUNT           PIC 9(05) VALUE 0.
001246*----------------------------------------------------------------*
001247*  MM-PROOF-ITERATIONS - LENGTH OF EACH PROOF SAMPLE.  A FEW     *
001248*  DOZEN LINES SHOWS THE SHAPE, THE CLAMP BEHAVIOR AND HOW THE   *
001260*----------------------------------------------------------------*
001270*  COPY MSGMSTR - MESSAGE MASTER RECORD LAYOUT.                  *
001280*----------------------------------------------------------------*
001281     COPY MSGMSTR.
001282*
001283*----------------------------------------------------------------*
001284*  COPY MSGJRNL - CHANGE JOURNAL RECORD LAYOUT.  MM-BEFORE-IMAGE *
001285*  HOLDS AN ENTRY AS READ, BEFORE THE CARD CHANGES IT, AND       *
001286*  MM-ACTION-CARD-SEQ/MM-ACTION-KEYED-BY THE SEQUENCE AND KEYER  *
001287*  OF THE CARD BEING APPLIED (AN ADD READS AHEAD FOR ITS T CARD  *
001288*  BEFORE IT IS JOURNALED).                                      *
001289*----------------------------------------------------------------*
001290     COPY MSGJRNL.
001291 01  MM-BEFORE-IMAGE             PIC X(120) VALUE SPACES.
001292 01  MM-ACTION-CARD-SEQ          PIC 9(05) VALUE 0.
001293 01  MM-ACTION-KEYED-BY          PIC X(08) VALUE SPACES.
001300*
001301*----------------------------------------------------------------*
001302*  COPY WAVEPARM - SHOP-WIDE DEFAULT WAVE PARAMETERS.  A BLANK   *
001504         10  MM-TR-DOW-MASK      PIC X(07).
001506         10  MM-TR-ANNUAL-FLAG   PIC X(01).
001508     05  MM-TR-DESTINATION       PIC X(02).
001509     05  MM-TR-KEYED-BY          PIC X(08).
001510     05  FILLER                  PIC X(11).
001512 01  MM-TEXT-CARD REDEFINES MM-TRAN-CARD.
001514     05  FILLER                  PIC X(01).
001516     05  MM-TC-BANNER-TEXT       PIC X(40).
002206         MOVE 16 TO RETURN-CODE
002207         GOBACK
002208     END-IF.
002209     OPEN EXTEND MESSAGE-JOURNAL-FILE.
002210     IF MJ-FILE-STATUS NOT = "00"
002211         DISPLAY "MSGMAINT - FATAL: MSGJRNL OPEN FAILED, STATUS "
002212             MJ-FILE-STATUS
002213         MOVE 16 TO RETURN-CODE
002214         GOBACK
002215     END-IF.
002216*
002220     ACCEPT MM-RUN-DATE FROM DATE YYYYMMDD.
002230     ACCEPT MM-RUN-TIME FROM TIME.
002240     MOVE MM-RUN-DATE TO MM-HDR-DATE.
002600*  EXPIRE THE OLD ENTRY FIRST IF A REPLACEMENT IS INTENDED.      *
002610*----------------------------------------------------------------*
002620 2100-APPLY-ADD.
002625     MOVE MM-CARD-SEQ TO MM-ACTION-CARD-SEQ.
002626     MOVE MM-TR-KEYED-BY TO MM-ACTION-KEYED-BY.
002630     IF MM-TR-MSG-ID NOT NUMERIC
002640      OR MM-TR-EFF-FROM NOT NUMERIC
002650      OR MM-TR-EFF-TO NOT NUMERIC
002777         PERFORM 2910-PRINT-REJECT THRU 2910-EXIT
002778         GO TO 2100-EXIT
002779     END-IF.
002780     IF MM-TR-KEYED-BY = SPACES
002781         MOVE SPACES TO MM-DETAIL-LINE
002782         MOVE "NO KEYED-BY ID - ADD REJECTED"
002783             TO MM-DTL-REMARK
002784         PERFORM 2910-PRINT-REJECT THRU 2910-EXIT
002785         GO TO 2100-EXIT
002786     END-IF.
002787*
002790     MOVE SPACES TO MSG-MASTER-RECORD.
002800     MOVE MM-TR-MSG-ID      TO MSG-ID.
002820     MOVE MM-TR-EFF-FROM    TO MSG-EFF-FROM-DATE.
002850     MOVE MM-TR-OVERRIDES   TO MSG-OVERRIDE-PARMS.
002855     MOVE MM-TR-SCHEDULE    TO MSG-SCHEDULE.
002857     MOVE MM-TR-DESTINATION TO MSG-DESTINATION.
002858     MOVE MM-TR-OWNER       TO MSG-OWNER.
002859     SET MSG-PENDING-APPROVAL TO TRUE.
002861     MOVE MM-TR-KEYED-BY    TO MSG-KEYED-BY.
002862*
002864     PERFORM 4000-READ-TRAN-RECORD THRU 4000-EXIT.
002865     IF MM-TRAN-EOF
003040         GOBACK
003050     END-IF.
003060     ADD 1 TO MM-ADD-COUNT.
003062     MOVE "ADD" TO MJ-ACTION.
003064     MOVE SPACES TO MM-BEFORE-IMAGE.
003066     PERFORM 7000-WRITE-JOURNAL-RECORD THRU 7000-EXIT.
003070*
003080     MOVE SPACES TO MM-DETAIL-LINE.
003090     MOVE "ADDED"   TO MM-DTL-ACTION.
003152     MOVE MSG-DOW-MASK       TO MM-DTL-DOW.
003154     MOVE MSG-ANNUAL-FLAG    TO MM-DTL-ANNUAL.
003156     MOVE MSG-DESTINATION    TO MM-DTL-DEST.
003158     MOVE "PENDING APPROVAL" TO MM-DTL-REMARK.
003160     PERFORM 5000-WRITE-LIST-DETAIL THRU 5000-EXIT.
003162     PERFORM 2500-PROOF-ONE-MESSAGE THRU 2500-EXIT.
003170 2100-EXIT.
003230*  ALLOWED ONTO THE MASTER, SO SINTEST NEVER HAS TO GUESS WHAT   *
003240*  A MISTYPED OVERRIDE MEANT - IT ONLY EVER SEES BLANK OR A      *
003250*  CLEAN VALUE.                                                  *
003252*  MSGONL CARRIES THIS SAME EDIT (ITS 2130) FOR ONLINE ADDS AND  *
003254*  CHANGES - A CHANGE HERE IS MADE THERE TOO.                    *
003260*----------------------------------------------------------------*
003270 2130-EDIT-OVERRIDE-FIELDS.
003280     MOVE "N" TO MM-OVR-ERROR-SWITCH.
003530         SET MM-OVR-IN-ERROR TO TRUE
003540     END-IF.
003550 2130-EXIT.
003551     EXIT.
003552*
003553*----------------------------------------------------------------*
003554*  2140-EDIT-SCHEDULE-FIELDS - EACH DAY-OF-WEEK MASK BYTE MUST   *
003555*  BE Y, N OR BLANK AND THE ANNUAL FLAG Y, N OR BLANK BEFORE     *
003556*  THEY REACH THE MASTER, SO MSGXTRCT'S SCHEDULE TEST ONLY       *
003557*  EVER SEES CLEAN VALUES.  REUSES THE OVERRIDE ERROR SWITCH -   *
003558*  BOTH EDITS GATE THE SAME ADD.  MSGONL CARRIES THIS SAME EDIT  *
003567*  (ITS 2140) - A CHANGE HERE IS MADE THERE TOO.                 *
003568*----------------------------------------------------------------*
003569 2140-EDIT-SCHEDULE-FIELDS.
003570     MOVE "N" TO MM-OVR-ERROR-SWITCH.
003620*  BANNER CAN BE STOPPED AHEAD OF ITS ORIGINAL SCHEDULE.         *
003630*----------------------------------------------------------------*
003640 2200-APPLY-EXPIRE.
003645     MOVE MM-CARD-SEQ TO MM-ACTION-CARD-SEQ.
003646     MOVE MM-TR-KEYED-BY TO MM-ACTION-KEYED-BY.
003650     IF MM-TR-MSG-ID NOT NUMERIC
003660         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
003670         GO TO 2200-EXIT
003870         GOBACK
003880     END-IF.
003890*
003895     MOVE MSG-MASTER-RECORD TO MM-BEFORE-IMAGE.
003900     SET MSG-STATUS-EXPIRED TO TRUE.
003910     IF MM-TR-EFF-TO NUMERIC
003920         MOVE MM-TR-EFF-TO TO MSG-EFF-TO-DATE
004040         GOBACK
004050     END-IF.
004060     ADD 1 TO MM-EXPIRE-COUNT.
004062     MOVE "EXPIRE" TO MJ-ACTION.
004064     PERFORM 7000-WRITE-JOURNAL-RECORD THRU 7000-EXIT.
004070*
004080     MOVE SPACES TO MM-DETAIL-LINE.
004090     MOVE "EXPIRED"          TO MM-DTL-ACTION.
004712     MOVE MSG-DOW-MASK       TO MM-DTL-DOW.
004714     MOVE MSG-ANNUAL-FLAG    TO MM-DTL-ANNUAL.
004716     MOVE MSG-DESTINATION    TO MM-DTL-DEST.
004717     IF MSG-PENDING-APPROVAL
004718         MOVE "PENDING APPROVAL" TO MM-DTL-REMARK
004719     END-IF.
004720     PERFORM 5000-WRITE-LIST-DETAIL THRU 5000-EXIT.
004730 2310-EXIT.
004740     EXIT.
005100         MOVE 16 TO RETURN-CODE
005110         GOBACK
005120     END-IF.
005125     ADD 1 TO MM-CARD-SEQ.
005130 4000-EXIT.
005140     EXIT.
005150*
005315     EXIT.
005316*
005320*----------------------------------------------------------------*
005321*  7000-WRITE-JOURNAL-RECORD - APPEND ONE CHANGE TO MSGJRNL.     *
005322*  THE CALLER HAS SET MJ-ACTION AND MM-BEFORE-IMAGE; THE AFTER   *
005323*  IMAGE IS THE ENTRY AS JUST WRITTEN (STILL IN MSG-MASTER-      *
005324*  RECORD).  CALLED ONLY AFTER THE MASTER UPDATE SUCCEEDED, SO   *
005325*  A REJECTED CARD NEVER REACHES THE JOURNAL.  A FAILED WRITE    *
005326*  IS FATAL: THE CHANGE IS ON THE MASTER BUT NOT JOURNALED, AND  *
005327*  THE MESSAGE SAYS WHICH ONE SO IT CAN BE RECORDED BY HAND.     *
005328*----------------------------------------------------------------*
005329 7000-WRITE-JOURNAL-RECORD.
005330     ACCEPT MJ-STAMP-DATE FROM DATE YYYYMMDD.
005331     ACCEPT MJ-STAMP-TIME FROM TIME.
005332     MOVE MM-RUN-DATE        TO MJ-RUN-DATE.
005333     MOVE MM-RUN-TIME        TO MJ-RUN-TIME.
005334     MOVE "MSGMAINT"         TO MJ-PROGRAM.
005335     MOVE MM-ACTION-CARD-SEQ TO MJ-CARD-SEQ.
005336     MOVE MSG-ID             TO MJ-MSG-ID.
005337     MOVE MSG-OWNER          TO MJ-OWNER.
005338     MOVE MM-ACTION-KEYED-BY TO MJ-USER-ID.
005339     MOVE MM-BEFORE-IMAGE    TO MJ-BEFORE-IMAGE.
005340     MOVE MSG-MASTER-RECORD  TO MJ-AFTER-IMAGE.
005341     WRITE MJ-JOURNAL-REC FROM MJ-JOURNAL-RECORD.
005342     IF MJ-FILE-STATUS NOT = "00"
005343         DISPLAY "MSGMAINT - FATAL: MSGJRNL WRITE FAILED, STATUS "
005344             MJ-FILE-STATUS " - " MJ-ACTION " OF MSG-ID " MSG-ID
005345             " IS ON THE MASTER BUT NOT JOURNALED"
005346         MOVE 16 TO RETURN-CODE
005347         GOBACK
005348     END-IF.
005349     ADD 1 TO MM-JOURNAL-COUNT.
005350 7000-EXIT.
005351     EXIT.
005352*
005353*----------------------------------------------------------------*
005354*  9000-TERMINATE - SUMMARY COUNTS TO THE LISTING AND CONSOLE,   *
005355*  CLOSE THE FILES.                                              *
005356*----------------------------------------------------------------*
005360 9000-TERMINATE.
005370     DISPLAY "MSGMAINT - ADDS APPLIED......... " MM-ADD-COUNT.
005380     DISPLAY "MSGMAINT - EXPIRES APPLIED...... " MM-EXPIRE-COUNT.
005390     DISPLAY "MSGMAINT - CARDS REJECTED....... " MM-REJECT-COUNT.
005392     DISPLAY "MSGMAINT - PROOFS RENDERED...... " MM-PROOF-COUNT.
005394     DISPLAY "MSGMAINT - CHANGES JOURNALED.... " MM-JOURNAL-COUNT.
005396     DISPLAY "MSGMAINT - JOURNAL RUN ID....... " MM-RUN-DATE " "
005398         MM-RUN-TIME.
005400     MOVE SPACES TO MM-DETAIL-LINE.
005410     MOVE "SUMMARY" TO MM-DTL-ACTION.
005420     MOVE SPACES TO MM-DTL-REMARK.
005480     CLOSE MESSAGE-MASTER-FILE.
005490     CLOSE TRANSACTION-FILE.
005495     CLOSE PROOF-PRINT.
005497     CLOSE MESSAGE-JOURNAL-FILE.
005500     CLOSE MAINT-LISTING.
005510 9000-EXIT.
005520     EXIT.
