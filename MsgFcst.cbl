000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MSGFCST.
000030 AUTHOR. R W BENSON.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH REPORTING.
000050 DATE-WRITTEN. 2026-09-29.
000060 DATE-COMPILED.
000070*================================================================*
000080*  MSGFCST - FORWARD SCHEDULE FORECAST OF THE MESSAGE BOARDS.    *
000090*                                                                 *
000100*  RUN WEEKLY AGAINST THE MESSAGE MASTER (MSGMSTR).  FOR EACH    *
000110*  NIGHT IN THE REQUESTED RANGE IT APPLIES THE NIGHTLY MSGXTRCT  *
000120*  SELECTION RULES - STATUS, THE EFFECTIVE WINDOW (ANNUAL        *
000130*  WINDOWS REPEATING ON MMDD AND WRAPPING THE YEAR END) AND THE  *
000140*  DAY-OF-WEEK MASK - TO EVERY ENTRY AND PRINTS THE MESSAGES     *
000150*  THAT NIGHT WILL CARRY, LOBBY BOARD FIRST, THEN OPS FLOOR.     *
000160*  2100-TEST-EFFECTIVE IS MSGXTRCT'S PARAGRAPH LINE FOR LINE;    *
000170*  A CHANGE TO ONE MUST BE MADE TO THE OTHER.                    *
000180*                                                                 *
000190*  FLAGGED:                                                      *
000200*    - AN EMPTY NIGHT - NOTHING IN EFFECT; SINT005 WILL END RC 8 *
000210*      AND STOP THE STREAM THAT NIGHT.                           *
000220*    - A ONE-BOARD NIGHT - THE LOBBY OR THE OPS FLOOR GETS       *
000230*      NOTHING.                                                  *
000240*    - AN ENTRY PENDING TWO-PERSON APPROVAL THAT WOULD OTHERWISE *
000250*      RUN - LISTED UNDER THE NIGHT BUT NOT COUNTED, EXACTLY AS  *
000260*      MSGXTRCT HOLDS IT BACK.                                   *
000270*    - AN ENTRY WHOSE EFF-TO DATE FALLS INSIDE THE RANGE (NOT    *
000280*      ANNUAL ENTRIES, WHOSE WINDOW COMES ROUND AGAIN) - LISTED  *
000290*      ONCE AT THE END WITH ITS OWNER FOR RENEWAL.               *
000300*                                                                 *
000310*  PARM:  START-DATE,NIGHTS - BOTH OPTIONAL.  START-DATE IS      *
000320*  YYYYMMDD AND DEFAULTS TO TODAY (TONIGHT'S RUN); NIGHTS IS UP  *
000330*  TO 366 AND DEFAULTS TO 30.  E.G. PARM='20261201,62' FOR THE   *
000340*  HOLIDAY SEASON.                                               *
000350*                                                                 *
000360*  RETURN CODES:  00 EVERY NIGHT HAS SOMETHING TO PRINT, 08 AN   *
000370*  EMPTY NIGHT IS COMING (THE SCHEDULER ALERTS ON IT), 16 FILE   *
000380*  FAILURE OR TABLE OVERFLOW.                                    *
000390*                                                                 *
000400*  MODIFICATION HISTORY                                          *
000410*    2026-09-29  RWB  ORIGINAL - SINCE RECURRING SCHEDULES CAME   *
000420*                      IN NOBODY COULD SAY FROM THE MASTER WHAT   *
000430*                      THE BOARDS WOULD SHOW NEXT WEEK, AND AN    *
000440*                      EMPTY NIGHT WAS ONLY FOUND WHEN SINT005    *
000450*                      STOPPED THE STREAM.                        *
000460*================================================================*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT MESSAGE-MASTER-FILE ASSIGN TO MSGMSTR
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS MS-MSTR-KEY
000570         FILE STATUS IS MS-FILE-STATUS.
000580     SELECT FORECAST-REPORT ASSIGN TO FCSTRPT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS FR-FILE-STATUS.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640*----------------------------------------------------------------*
000650*  MESSAGE-MASTER-FILE - 120-BYTE RECORDS KEYED ON MSG-ID; READ  *
000660*  SEQUENTIALLY BY KEY INTO THE ENTRY TABLE.  FULL LAYOUT IS THE *
000670*  MSGMSTR COPYBOOK.                                             *
000680*----------------------------------------------------------------*
000690 FD  MESSAGE-MASTER-FILE
000700     RECORD CONTAINS 120 CHARACTERS.
000710 01  MS-MASTER-RECORD.
000720     05  MS-MSTR-KEY             PIC 9(04).
000730     05  FILLER                  PIC X(116).
000740*----------------------------------------------------------------*
000750*  FORECAST-REPORT - PRINT FILE, ANSI/ASA CARRIAGE CONTROL.      *
000760*----------------------------------------------------------------*
000770 FD  FORECAST-REPORT
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  FR-REPORT-RECORD.
000810     05  FR-RPT-CONTROL          PIC X(01).
000820     05  FR-RPT-TEXT             PIC X(132).
000830*
000840 WORKING-STORAGE SECTION.
000850*----------------------------------------------------------------*
000860*  STANDALONE COUNTERS AND SWITCHES.                             *
000870*----------------------------------------------------------------*
000880 77  MS-FILE-STATUS              PIC X(02) VALUE "00".
000890 77  FR-FILE-STATUS              PIC X(02) VALUE "00".
000900 77  MX-MASTER-EOF-SWITCH        PIC X(01) VALUE "N".
000910     88  MX-MASTER-EOF                     VALUE "Y".
000920 77  MX-IN-EFFECT-SWITCH         PIC X(01) VALUE "N".
000930     88  MX-ENTRY-IN-EFFECT                VALUE "Y".
000940 77  FC-READ-COUNT               PIC 9(05) VALUE 0.
000950 77  FC-EMPTY-NIGHTS             PIC 9(04) VALUE 0.
000960 77  FC-ONE-BOARD-NIGHTS         PIC 9(04) VALUE 0.
000970 77  FC-PENDING-NIGHTS           PIC 9(04) VALUE 0.
000980 77  FC-EXPIRING-COUNT           PIC 9(05) VALUE 0.
000990*
001000*----------------------------------------------------------------*
001010*  COPY MSGMSTR - MESSAGE MASTER RECORD LAYOUT.  EACH TABLE      *
001020*  ENTRY IS MOVED BACK HERE BEFORE IT IS TESTED, SO THE TEST     *
001030*  READS THE SAME FIELDS MSGXTRCT'S DOES.                        *
001040*----------------------------------------------------------------*
001050     COPY MSGMSTR.
001060*
001070*----------------------------------------------------------------*
001080*  THE MASTER, HELD WHOLE.  ONLY ACTIVE ENTRIES ARE KEPT - NO    *
001090*  OTHER STATUS CAN BE IN EFFECT ON ANY NIGHT.                   *
001100*----------------------------------------------------------------*
001110 01  FC-ENTRY-TABLE.
001120     05  FC-ENTRY-IMAGE          PIC X(120) OCCURS 10000.
001130 01  FC-ENTRY-COUNT              PIC 9(05) COMP VALUE 0.
001140 01  FC-EN-IX                    PIC 9(05) COMP VALUE 0.
001150*
001160*----------------------------------------------------------------*
001170*  PARM AND RANGE.                                               *
001180*----------------------------------------------------------------*
001190 01  FC-PARM-START-DATE          PIC X(08) VALUE SPACES.
001200 01  FC-PARM-NIGHTS              PIC X(03) JUSTIFIED RIGHT
001210                                 VALUE SPACES.
001220 01  FC-START-DATE               PIC 9(08) VALUE 0.
001230 01  FC-END-DATE                 PIC 9(08) VALUE 0.
001240 01  FC-NIGHT-LIMIT              PIC 9(03) VALUE 30.
001250 01  FC-NIGHT-NUM                PIC 9(03) COMP VALUE 0.
001260 01  FC-START-INTEGER            PIC 9(08) COMP VALUE 0.
001270*
001280*----------------------------------------------------------------*
001290*  SCHEDULE TEST WORK FIELDS - THE SAME NAMES AND MEANINGS AS    *
001300*  MSGXTRCT: MX-RUN-DATE IS THE NIGHT BEING FORECAST, ITS DAY    *
001310*  OF WEEK 1=MONDAY THRU 7=SUNDAY (INTEGER-OF-DATE DAY 1 IS      *
001320*  1601-01-01, A MONDAY), AND THE MMDD ANNUAL COMPARANDS.        *
001330*----------------------------------------------------------------*
001340 01  MX-RUN-DATE                 PIC 9(08).
001350 01  MX-DAY-INTEGER              PIC 9(08) COMP VALUE 0.
001360 01  MX-DOW-QUOTIENT             PIC 9(08) COMP VALUE 0.
001370 01  MX-DOW-REMAINDER            PIC 9(01) VALUE 0.
001380 01  MX-DOW-NUMBER               PIC 9(01) VALUE 0.
001390 01  MX-RUN-MMDD                 PIC 9(04) VALUE 0.
001400 01  MX-FROM-MMDD                PIC 9(04) VALUE 0.
001410 01  MX-TO-MMDD                  PIC 9(04) VALUE 0.
001420*
001430 01  FC-DAY-NAMES                PIC X(21)
001440         VALUE "MONTUEWEDTHUFRISATSUN".
001450 01  FC-DAY-NAME-TABLE REDEFINES FC-DAY-NAMES.
001460     05  FC-DAY-NAME             PIC X(03) OCCURS 7.
001470*
001480*----------------------------------------------------------------*
001490*  PER-NIGHT COUNTS AND THE BOARD BEING LISTED.                  *
001500*----------------------------------------------------------------*
001510 01  FC-LOBBY-COUNT              PIC 9(05) VALUE 0.
001520 01  FC-OPS-COUNT                PIC 9(05) VALUE 0.
001530 01  FC-PENDING-COUNT            PIC 9(05) VALUE 0.
001540 01  FC-LIST-BOARD               PIC X(01).
001550     88  FC-LISTING-LOBBY                  VALUE "L".
001560     88  FC-LISTING-OPS                    VALUE "O".
001570     88  FC-LISTING-PENDING                VALUE "P".
001580*
001590*----------------------------------------------------------------*
001600*  REPORT LINE LAYOUTS.                                          *
001610*----------------------------------------------------------------*
001620 01  FC-RUN-DATE                 PIC 9(08).
001630 01  FC-RUN-TIME                 PIC 9(08).
001640 01  FC-PAGE-HEADER.
001650     05  FILLER                  PIC X(36)
001660         VALUE "MSGFCST MESSAGE SCHEDULE FORECAST ON".
001670     05  FILLER                  PIC X(01) VALUE SPACE.
001680     05  FC-HDR-DATE             PIC 9(08).
001690     05  FILLER                  PIC X(04) VALUE " AT ".
001700     05  FC-HDR-TIME             PIC 9(08).
001710     05  FILLER                  PIC X(75) VALUE SPACES.
001720 01  FC-RANGE-LINE.
001730     05  FILLER                  PIC X(07) VALUE "NIGHTS ".
001740     05  FC-RNG-FROM             PIC 9(08).
001750     05  FILLER                  PIC X(06) VALUE " THRU ".
001760     05  FC-RNG-TO               PIC 9(08).
001770     05  FILLER                  PIC X(103) VALUE SPACES.
001780 01  FC-NIGHT-LINE.
001790     05  FILLER                  PIC X(06) VALUE "NIGHT ".
001800     05  FC-NGT-DATE             PIC 9(08).
001810     05  FILLER                  PIC X(01) VALUE SPACE.
001820     05  FC-NGT-DAY              PIC X(03).
001830     05  FILLER                  PIC X(08) VALUE "  LOBBY=".
001840     05  FC-NGT-LOBBY            PIC ZZZZ9.
001850     05  FILLER                  PIC X(05) VALUE " OPS=".
001860     05  FC-NGT-OPS              PIC ZZZZ9.
001870     05  FILLER                  PIC X(09) VALUE " PENDING=".
001880     05  FC-NGT-PENDING          PIC ZZZZ9.
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  FC-NGT-REMARK           PIC X(40).
001910     05  FILLER                  PIC X(35) VALUE SPACES.
001920 01  FC-COLUMN-HEADER.
001930     05  FILLER                  PIC X(40)
001940         VALUE "    BOARD   MSG-ID OWNER    MESSAGE TEXT".
001950     05  FILLER                  PIC X(40) VALUE SPACES.
001960     05  FILLER                  PIC X(14) VALUE "EFF-TO   NOTE".
001970     05  FILLER                  PIC X(38) VALUE SPACES.
001980 01  FC-DETAIL-LINE.
001990     05  FILLER                  PIC X(04) VALUE SPACES.
002000     05  FC-DTL-BOARD            PIC X(07).
002010     05  FILLER                  PIC X(01) VALUE SPACE.
002020     05  FC-DTL-MSG-ID           PIC 9(04).
002030     05  FILLER                  PIC X(03) VALUE SPACES.
002040     05  FC-DTL-OWNER            PIC X(08).
002050     05  FILLER                  PIC X(01) VALUE SPACE.
002060     05  FC-DTL-TEXT             PIC X(40).
002070     05  FILLER                  PIC X(01) VALUE SPACE.
002080     05  FC-DTL-EFF-TO           PIC 9(08).
002090     05  FILLER                  PIC X(01) VALUE SPACE.
002100     05  FC-DTL-NOTE             PIC X(30).
002110     05  FILLER                  PIC X(24) VALUE SPACES.
002120 01  FC-EXPIRY-HEADER.
002130     05  FILLER                  PIC X(44)
002140         VALUE "ENTRIES EXPIRING INSIDE THE FORECAST RANGE -".
002150     05  FILLER                  PIC X(24)
002160         VALUE " OWNER TO RENEW OR LET G".
002170     05  FILLER                  PIC X(02) VALUE "O:".
002180     05  FILLER                  PIC X(62) VALUE SPACES.
002190*
002200 LINKAGE SECTION.
002210*----------------------------------------------------------------*
002220*  LS-PARM-AREA - STANDARD MVS PARM CONVENTION; SEE PROLOGUE.    *
002230*----------------------------------------------------------------*
002240 01  LS-PARM-AREA.
002250     05  LS-PARM-LEN             PIC S9(04) COMP.
002260     05  LS-PARM-TEXT            PIC X(80).
002270*
002280 PROCEDURE DIVISION USING LS-PARM-AREA.
002290*
002300 0000-MAINLINE-CONTROL.
002310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002320     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
002330         UNTIL MX-MASTER-EOF.
002340     PERFORM 2000-FORECAST-ONE-NIGHT THRU 2000-EXIT
002350         VARYING FC-NIGHT-NUM FROM 0 BY 1
002360         UNTIL FC-NIGHT-NUM NOT < FC-NIGHT-LIMIT.
002370     PERFORM 3000-LIST-EXPIRING THRU 3000-EXIT.
002380     PERFORM 8000-FINAL-SUMMARY THRU 8000-EXIT.
002390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002400     GOBACK.
002410 0000-MAINLINE-EXIT.
002420     EXIT.
002430*
002440*----------------------------------------------------------------*
002450*  1000-INITIALIZE - RESOLVE THE RANGE, OPEN THE FILES, PRINT    *
002460*  THE REPORT HEADERS AND PRIME THE MASTER.                      *
002470*----------------------------------------------------------------*
002480 1000-INITIALIZE.
002490     ACCEPT FC-RUN-DATE FROM DATE YYYYMMDD.
002500     ACCEPT FC-RUN-TIME FROM TIME.
002510     MOVE FC-RUN-DATE TO FC-START-DATE.
002520     IF LS-PARM-LEN > 0
002530         UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
002540             DELIMITED BY ","
002550             INTO FC-PARM-START-DATE, FC-PARM-NIGHTS
002560         END-UNSTRING
002570     END-IF
002580     IF FC-PARM-START-DATE NUMERIC
002590         MOVE FC-PARM-START-DATE TO FC-START-DATE
002600     END-IF
002610     IF FC-PARM-NIGHTS NOT = SPACES
002620         INSPECT FC-PARM-NIGHTS REPLACING LEADING SPACES BY ZEROS
002630         IF FC-PARM-NIGHTS NUMERIC
002640          AND FC-PARM-NIGHTS > "000"
002650          AND FC-PARM-NIGHTS NOT > "366"
002660             MOVE FC-PARM-NIGHTS TO FC-NIGHT-LIMIT
002670         ELSE
002680             DISPLAY "MSGFCST - NIGHTS PARM " FC-PARM-NIGHTS
002690                 " NOT 1-366 - 30 USED"
002700         END-IF
002710     END-IF
002720     COMPUTE FC-START-INTEGER =
002730         FUNCTION INTEGER-OF-DATE (FC-START-DATE).
002740     COMPUTE FC-END-DATE = FUNCTION DATE-OF-INTEGER
002750         (FC-START-INTEGER + FC-NIGHT-LIMIT - 1).
002760     DISPLAY "MSGFCST - FORECAST " FC-START-DATE " THRU "
002770         FC-END-DATE.
002780*
002790     OPEN INPUT MESSAGE-MASTER-FILE.
002800     IF MS-FILE-STATUS NOT = "00"
002810         DISPLAY "MSGFCST - FATAL: MSGMSTR OPEN FAILED, STATUS "
002820             MS-FILE-STATUS
002830         MOVE 16 TO RETURN-CODE
002840         GOBACK
002850     END-IF.
002860     OPEN OUTPUT FORECAST-REPORT.
002870     IF FR-FILE-STATUS NOT = "00"
002880         DISPLAY "MSGFCST - FATAL: FCSTRPT OPEN FAILED, STATUS "
002890             FR-FILE-STATUS
002900         MOVE 16 TO RETURN-CODE
002910         GOBACK
002920     END-IF.
002930     MOVE FC-RUN-DATE TO FC-HDR-DATE.
002940     MOVE FC-RUN-TIME TO FC-HDR-TIME.
002950     MOVE "1" TO FR-RPT-CONTROL.
002960     MOVE FC-PAGE-HEADER TO FR-RPT-TEXT.
002970     WRITE FR-REPORT-RECORD.
002980     MOVE FC-START-DATE TO FC-RNG-FROM.
002990     MOVE FC-END-DATE   TO FC-RNG-TO.
003000     MOVE SPACE TO FR-RPT-CONTROL.
003010     MOVE FC-RANGE-LINE TO FR-RPT-TEXT.
003020     WRITE FR-REPORT-RECORD.
003030     MOVE FC-COLUMN-HEADER TO FR-RPT-TEXT.
003040     WRITE FR-REPORT-RECORD.
003050     PERFORM 4000-READ-MASTER-RECORD THRU 4000-EXIT.
003060 1000-EXIT.
003070     EXIT.
003080*
003090*----------------------------------------------------------------*
003100*  1100-LOAD-ONE-ENTRY - KEEP EVERY ACTIVE ENTRY.                *
003110*----------------------------------------------------------------*
003120 1100-LOAD-ONE-ENTRY.
003130     IF MSG-STATUS-ACTIVE
003140         IF FC-ENTRY-COUNT NOT < 10000
003150             DISPLAY "MSGFCST - FATAL: MORE THAN 10000 ACTIVE "
003160                 "ENTRIES"
003170             MOVE 16 TO RETURN-CODE
003180             GOBACK
003190         END-IF
003200         ADD 1 TO FC-ENTRY-COUNT
003210         MOVE MSG-MASTER-RECORD TO FC-ENTRY-IMAGE (FC-ENTRY-COUNT)
003220     END-IF.
003230     PERFORM 4000-READ-MASTER-RECORD THRU 4000-EXIT.
003240 1100-EXIT.
003250     EXIT.
003260*
003270*----------------------------------------------------------------*
003280*  2000-FORECAST-ONE-NIGHT - RESOLVE THE NIGHT'S DATE, DAY OF    *
003290*  WEEK AND MMDD EXACTLY AS MSGXTRCT 1000-INITIALIZE DOES, COUNT *
003300*  WHAT EACH BOARD GETS, PRINT THE NIGHT LINE WITH ITS FLAG,     *
003310*  THEN THE LOBBY, OPS-FLOOR AND PENDING ENTRIES.                *
003320*----------------------------------------------------------------*
003330 2000-FORECAST-ONE-NIGHT.
003340     COMPUTE MX-DAY-INTEGER = FC-START-INTEGER + FC-NIGHT-NUM.
003350     COMPUTE MX-RUN-DATE =
003360         FUNCTION DATE-OF-INTEGER (MX-DAY-INTEGER).
003370     DIVIDE MX-DAY-INTEGER BY 7
003380         GIVING MX-DOW-QUOTIENT
003390         REMAINDER MX-DOW-REMAINDER.
003400     IF MX-DOW-REMAINDER = 0
003410         MOVE 7 TO MX-DOW-NUMBER
003420     ELSE
003430         MOVE MX-DOW-REMAINDER TO MX-DOW-NUMBER
003440     END-IF
003450     MOVE MX-RUN-DATE (5:4) TO MX-RUN-MMDD.
003460*
003470     MOVE 0 TO FC-LOBBY-COUNT.
003480     MOVE 0 TO FC-OPS-COUNT.
003490     MOVE 0 TO FC-PENDING-COUNT.
003500     PERFORM 2010-COUNT-ONE-ENTRY THRU 2010-EXIT
003510         VARYING FC-EN-IX FROM 1 BY 1
003520         UNTIL FC-EN-IX > FC-ENTRY-COUNT.
003530*
003540     MOVE SPACES TO FC-NGT-REMARK.
003550     IF FC-LOBBY-COUNT = 0
003560      AND FC-OPS-COUNT = 0
003570         MOVE "** EMPTY NIGHT - SINT005 WILL END RC 8"
003580             TO FC-NGT-REMARK
003590         ADD 1 TO FC-EMPTY-NIGHTS
003600     ELSE
003610         IF FC-LOBBY-COUNT = 0
003620             MOVE "** LOBBY BOARD GETS NOTHING" TO FC-NGT-REMARK
003630             ADD 1 TO FC-ONE-BOARD-NIGHTS
003640         END-IF
003650         IF FC-OPS-COUNT = 0
003660             MOVE "** OPS FLOOR GETS NOTHING" TO FC-NGT-REMARK
003670             ADD 1 TO FC-ONE-BOARD-NIGHTS
003680         END-IF
003690     END-IF.
003700     IF FC-PENDING-COUNT > 0
003710         ADD 1 TO FC-PENDING-NIGHTS
003720     END-IF.
003730     MOVE MX-RUN-DATE                  TO FC-NGT-DATE.
003740     MOVE FC-DAY-NAME (MX-DOW-NUMBER)  TO FC-NGT-DAY.
003750     MOVE FC-LOBBY-COUNT               TO FC-NGT-LOBBY.
003760     MOVE FC-OPS-COUNT                 TO FC-NGT-OPS.
003770     MOVE FC-PENDING-COUNT             TO FC-NGT-PENDING.
003780     MOVE SPACE TO FR-RPT-CONTROL.
003790     MOVE SPACES TO FR-RPT-TEXT.
003800     WRITE FR-REPORT-RECORD.
003810     MOVE FC-NIGHT-LINE TO FR-RPT-TEXT.
003820     WRITE FR-REPORT-RECORD.
003830*
003840     SET FC-LISTING-LOBBY TO TRUE.
003850     PERFORM 2020-LIST-ONE-ENTRY THRU 2020-EXIT
003860         VARYING FC-EN-IX FROM 1 BY 1
003870         UNTIL FC-EN-IX > FC-ENTRY-COUNT.
003880     SET FC-LISTING-OPS TO TRUE.
003890     PERFORM 2020-LIST-ONE-ENTRY THRU 2020-EXIT
003900         VARYING FC-EN-IX FROM 1 BY 1
003910         UNTIL FC-EN-IX > FC-ENTRY-COUNT.
003920     IF FC-PENDING-COUNT > 0
003930         SET FC-LISTING-PENDING TO TRUE
003940         PERFORM 2020-LIST-ONE-ENTRY THRU 2020-EXIT
003950             VARYING FC-EN-IX FROM 1 BY 1
003960             UNTIL FC-EN-IX > FC-ENTRY-COUNT
003970     END-IF.
003980 2000-EXIT.
003990     EXIT.
004000*
004010*----------------------------------------------------------------*
004020*  2010-COUNT-ONE-ENTRY - IN EFFECT TONIGHT?  A PENDING ENTRY IS *
004030*  COUNTED APART AND NEVER TOWARD A BOARD, AS IN MSGXTRCT 2000.  *
004040*  DESTINATION 02 IS THE OPS FLOOR; ANYTHING ELSE IS THE LOBBY,  *
004050*  AS IN SINTSPLT.                                               *
004060*----------------------------------------------------------------*
004070 2010-COUNT-ONE-ENTRY.
004080     MOVE FC-ENTRY-IMAGE (FC-EN-IX) TO MSG-MASTER-RECORD.
004090     PERFORM 2100-TEST-EFFECTIVE THRU 2100-EXIT.
004100     IF NOT MX-ENTRY-IN-EFFECT
004110         GO TO 2010-EXIT
004120     END-IF.
004130     IF MSG-PENDING-APPROVAL
004140         ADD 1 TO FC-PENDING-COUNT
004150     ELSE
004160         IF MSG-DESTINATION = "02"
004170             ADD 1 TO FC-OPS-COUNT
004180         ELSE
004190             ADD 1 TO FC-LOBBY-COUNT
004200         END-IF
004210     END-IF.
004220 2010-EXIT.
004230     EXIT.
004240*
004250*----------------------------------------------------------------*
004260*  2020-LIST-ONE-ENTRY - ONE DETAIL LINE IF THE ENTRY IS IN      *
004270*  EFFECT TONIGHT AND BELONGS TO THE BOARD (OR THE PENDING       *
004280*  LIST) BEING PRINTED.                                          *
004290*----------------------------------------------------------------*
004300 2020-LIST-ONE-ENTRY.
004310     MOVE FC-ENTRY-IMAGE (FC-EN-IX) TO MSG-MASTER-RECORD.
004320     PERFORM 2100-TEST-EFFECTIVE THRU 2100-EXIT.
004330     IF NOT MX-ENTRY-IN-EFFECT
004340         GO TO 2020-EXIT
004350     END-IF.
004360     MOVE SPACES TO FC-DTL-NOTE.
004370     IF FC-LISTING-PENDING
004380         IF NOT MSG-PENDING-APPROVAL
004390             GO TO 2020-EXIT
004400         END-IF
004410         MOVE "PENDING"  TO FC-DTL-BOARD
004420         MOVE "NOT RELEASED - WILL NOT RUN" TO FC-DTL-NOTE
004430     ELSE
004440         IF MSG-PENDING-APPROVAL
004450             GO TO 2020-EXIT
004460         END-IF
004470         IF FC-LISTING-OPS
004480             IF MSG-DESTINATION NOT = "02"
004490                 GO TO 2020-EXIT
004500             END-IF
004510             MOVE "OPS"   TO FC-DTL-BOARD
004520         ELSE
004530             IF MSG-DESTINATION = "02"
004540                 GO TO 2020-EXIT
004550             END-IF
004560             MOVE "LOBBY" TO FC-DTL-BOARD
004570         END-IF
004580     END-IF.
004590     IF NOT MSG-ANNUAL-REPEAT
004600      AND MSG-EFF-TO-DATE NOT > FC-END-DATE
004610      AND FC-DTL-NOTE = SPACES
004620         MOVE "EXPIRES IN RANGE - RENEW?" TO FC-DTL-NOTE
004630     END-IF.
004640     MOVE MSG-ID           TO FC-DTL-MSG-ID.
004650     MOVE MSG-OWNER        TO FC-DTL-OWNER.
004660     MOVE MSG-BANNER-TEXT  TO FC-DTL-TEXT.
004670     MOVE MSG-EFF-TO-DATE  TO FC-DTL-EFF-TO.
004680     MOVE SPACE TO FR-RPT-CONTROL.
004690     MOVE FC-DETAIL-LINE TO FR-RPT-TEXT.
004700     WRITE FR-REPORT-RECORD.
004710 2020-EXIT.
004720     EXIT.
004730*
004740*----------------------------------------------------------------*
004750*  2100-TEST-EFFECTIVE - IS THE CURRENT ENTRY IN EFFECT FOR THE  *
004760*  RUN DATE?  STATUS ACTIVE, THE DATE WINDOW (FULL YYYYMMDD      *
004770*  COMPARE, OR MMDD-ONLY WHEN THE ANNUAL FLAG REPEATS THE        *
004780*  WINDOW EVERY YEAR - A FROM-MMDD AFTER ITS TO-MMDD WRAPS THE   *
004790*  YEAR END), AND THE DAY-OF-WEEK MASK (ALL BLANK = EVERY DAY).  *
004800*  MSGXTRCT 2100-TEST-EFFECTIVE, UNCHANGED.                      *
004810*----------------------------------------------------------------*
004820 2100-TEST-EFFECTIVE.
004830     MOVE "N" TO MX-IN-EFFECT-SWITCH.
004840     IF NOT MSG-STATUS-ACTIVE
004850         GO TO 2100-EXIT
004860     END-IF.
004870*
004880     IF MSG-ANNUAL-REPEAT
004890         MOVE MSG-EFF-FROM-DATE (5:4) TO MX-FROM-MMDD
004900         MOVE MSG-EFF-TO-DATE (5:4)   TO MX-TO-MMDD
004910         IF MX-FROM-MMDD <= MX-TO-MMDD
004920             IF MX-RUN-MMDD < MX-FROM-MMDD
004930              OR MX-RUN-MMDD > MX-TO-MMDD
004940                 GO TO 2100-EXIT
004950             END-IF
004960         ELSE
004970             IF MX-RUN-MMDD < MX-FROM-MMDD
004980              AND MX-RUN-MMDD > MX-TO-MMDD
004990                 GO TO 2100-EXIT
005000             END-IF
005010         END-IF
005020     ELSE
005030         IF MSG-EFF-FROM-DATE > MX-RUN-DATE
005040          OR MSG-EFF-TO-DATE < MX-RUN-DATE
005050             GO TO 2100-EXIT
005060         END-IF
005070     END-IF.
005080*
005090     IF MSG-DOW-MASK NOT = SPACES
005100      AND MSG-DOW-MASK (MX-DOW-NUMBER:1) NOT = "Y"
005110         GO TO 2100-EXIT
005120     END-IF.
005130     SET MX-ENTRY-IN-EFFECT TO TRUE.
005140 2100-EXIT.
005150     EXIT.
005160*
005170*----------------------------------------------------------------*
005180*  3000-LIST-EXPIRING - EVERY ACTIVE, NON-ANNUAL ENTRY WHOSE     *
005190*  EFF-TO DATE FALLS INSIDE THE RANGE, ONCE, FOR ITS OWNER TO    *
005200*  RENEW.  PENDING ENTRIES ARE INCLUDED - THE RENEWAL AND THE    *
005210*  RELEASE ARE THE SAME CONVERSATION.                            *
005220*----------------------------------------------------------------*
005230 3000-LIST-EXPIRING.
005240     MOVE SPACE TO FR-RPT-CONTROL.
005250     MOVE SPACES TO FR-RPT-TEXT.
005260     WRITE FR-REPORT-RECORD.
005270     MOVE FC-EXPIRY-HEADER TO FR-RPT-TEXT.
005280     WRITE FR-REPORT-RECORD.
005290     PERFORM 3010-TEST-ONE-EXPIRY THRU 3010-EXIT
005300         VARYING FC-EN-IX FROM 1 BY 1
005310         UNTIL FC-EN-IX > FC-ENTRY-COUNT.
005320     IF FC-EXPIRING-COUNT = 0
005330         MOVE "    NONE" TO FR-RPT-TEXT
005340         WRITE FR-REPORT-RECORD
005350     END-IF.
005360 3000-EXIT.
005370     EXIT.
005380*
005390 3010-TEST-ONE-EXPIRY.
005400     MOVE FC-ENTRY-IMAGE (FC-EN-IX) TO MSG-MASTER-RECORD.
005410     IF MSG-ANNUAL-REPEAT
005420      OR MSG-EFF-TO-DATE < FC-START-DATE
005430      OR MSG-EFF-TO-DATE > FC-END-DATE
005440         GO TO 3010-EXIT
005450     END-IF.
005460     ADD 1 TO FC-EXPIRING-COUNT.
005470     IF MSG-PENDING-APPROVAL
005480         MOVE "PENDING" TO FC-DTL-BOARD
005490     ELSE
005500         IF MSG-DESTINATION = "02"
005510             MOVE "OPS"   TO FC-DTL-BOARD
005520         ELSE
005530             MOVE "LOBBY" TO FC-DTL-BOARD
005540         END-IF
005550     END-IF.
005560     MOVE MSG-ID           TO FC-DTL-MSG-ID.
005570     MOVE MSG-OWNER        TO FC-DTL-OWNER.
005580     MOVE MSG-BANNER-TEXT  TO FC-DTL-TEXT.
005590     MOVE MSG-EFF-TO-DATE  TO FC-DTL-EFF-TO.
005600     MOVE "LAST NIGHT ON THE BOARDS"  TO FC-DTL-NOTE.
005610     MOVE SPACE TO FR-RPT-CONTROL.
005620     MOVE FC-DETAIL-LINE TO FR-RPT-TEXT.
005630     WRITE FR-REPORT-RECORD.
005640 3010-EXIT.
005650     EXIT.
005660*
005670*----------------------------------------------------------------*
005680*  4000-READ-MASTER-RECORD - PRIME/ADVANCE THE MASTER FILE.      *
005690*----------------------------------------------------------------*
005700 4000-READ-MASTER-RECORD.
005710     READ MESSAGE-MASTER-FILE INTO MSG-MASTER-RECORD
005720         AT END
005730             SET MX-MASTER-EOF TO TRUE
005740             GO TO 4000-EXIT
005750     END-READ.
005760     IF MS-FILE-STATUS NOT = "00"
005770         DISPLAY "MSGFCST - FATAL: MSGMSTR READ ERROR, STATUS "
005780             MS-FILE-STATUS
005790         MOVE 16 TO RETURN-CODE
005800         GOBACK
005810     END-IF.
005820     ADD 1 TO FC-READ-COUNT.
005830 4000-EXIT.
005840     EXIT.
005850*
005860*----------------------------------------------------------------*
005870*  8000-FINAL-SUMMARY - COUNTS TO THE REPORT AND SYSOUT, AND THE *
005880*  CONDITION CODE THE SCHEDULER ALERTS ON.                       *
005890*----------------------------------------------------------------*
005900 8000-FINAL-SUMMARY.
005910     MOVE SPACE TO FR-RPT-CONTROL.
005920     MOVE SPACES TO FR-RPT-TEXT.
005930     WRITE FR-REPORT-RECORD.
005940     STRING "NIGHTS=" FC-NIGHT-LIMIT
005950            " EMPTY=" FC-EMPTY-NIGHTS
005960            " ONE-BOARD=" FC-ONE-BOARD-NIGHTS
005970            " WITH-PENDING=" FC-PENDING-NIGHTS
005980            " EXPIRING=" FC-EXPIRING-COUNT
005990       DELIMITED BY SIZE INTO FR-RPT-TEXT.
006000     WRITE FR-REPORT-RECORD.
006010     DISPLAY "MSGFCST - ACTIVE ENTRIES....... " FC-ENTRY-COUNT.
006020     DISPLAY "MSGFCST - NIGHTS FORECAST...... " FC-NIGHT-LIMIT.
006030     DISPLAY "MSGFCST - EMPTY NIGHTS......... " FC-EMPTY-NIGHTS.
006040     DISPLAY "MSGFCST - ONE-BOARD NIGHTS..... "
006050         FC-ONE-BOARD-NIGHTS.
006060     DISPLAY "MSGFCST - NIGHTS WITH PENDING.. " FC-PENDING-NIGHTS.
006070     DISPLAY "MSGFCST - EXPIRING IN RANGE.... " FC-EXPIRING-COUNT.
006080     IF FC-EMPTY-NIGHTS > 0
006090         DISPLAY "MSGFCST - WARNING: " FC-EMPTY-NIGHTS
006100             " EMPTY NIGHT(S) AHEAD - SEE FCSTRPT"
006110         MOVE 8 TO RETURN-CODE
006120     END-IF.
006130 8000-EXIT.
006140     EXIT.
006150*
006160*----------------------------------------------------------------*
006170*  9000-TERMINATE - CLOSE FILES.                                 *
006180*----------------------------------------------------------------*
006190 9000-TERMINATE.
006200     CLOSE MESSAGE-MASTER-FILE.
006210     CLOSE FORECAST-REPORT.
006220 9000-EXIT.
006230     EXIT.
006240*
006250 END PROGRAM MSGFCST.
