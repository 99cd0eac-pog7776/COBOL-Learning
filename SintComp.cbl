000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SINTCOMP.
000030 AUTHOR. R W BENSON.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH REPORTING.
000050 DATE-WRITTEN. 2026-10-08.
000060 DATE-COMPILED.
000070*================================================================*
000080*  SINTCOMP - GENERATION-TO-GENERATION COMPARE OF THE BANNER OR  *
000090*  THE WAVE EXTRACT.                                             *
000100*                                                                 *
000110*  READS TWO GENERATIONS OF PROD.SINTEST.BANNER, OR TWO OF       *
000120*  PROD.SINTEST.WAVEXTR (OLDIN AND NEWIN), LINES THEM UP BY      *
000130*  MESSAGE AND ITERATION AND REPORTS WHERE THEY PART COMPANY.    *
000140*  RUN IN THE PARALLEL TEST BEFORE A PRODUCTION INSTALL (THE     *
000150*  CURRENT LOAD MODULE'S OUTPUT AGAINST THE CANDIDATE'S, SAME    *
000160*  MSGIN AND PARM), AND AFTER A RESTART NIGHT TO PROVE THE       *
000170*  SINTMRGE BANNER MATCHES A CLEAN RERUN OF THE SAME NIGHT.      *
000180*                                                                 *
000190*  LINING UP.  A BANNER POINT IS A DETAIL LINE, KEYED BY ITS     *
000200*  PAGE-BREAK SEGMENT (ONE PER MESSAGE; THE WHOLE COMPOSITE PASS *
000210*  IS ONE SEGMENT) AND ITS LINE NUMBER IN THE SEGMENT, WHICH IS  *
000220*  THE ITERATION.  ITS ROUND-INT IS ITS LEADING-SPACE COUNT, AS  *
000230*  PRINTED (AFTER THE PRINT-WIDTH CLAMP); THE TRAILING PAD IS    *
000240*  NOT VISIBLE IN THE BANNER, SO TRAIL-ROUND-INT IS COMPARED ON  *
000250*  THE EXTRACT ONLY.  THE RUN HEADER AND ITS DATE AND TIME ARE   *
000260*  SKIPPED, AS ARE ANNOTATION LINES (QUIESCE, DEADLINE); THE     *
000270*  STATISTICS TRAILER LINES ARE COMPARED AS TEXT.  AN EXTRACT    *
000280*  POINT IS KEYED BY WX-MSG-INDEX AND WX-ITER-NUM IN THE ORDER   *
000290*  SINTEST WROTE THEM (MESSAGE WITHIN ITERATION ON A COMPOSITE   *
000300*  NIGHT), AND WX-RUN-DATE AND WX-RUN-TIME ARE IGNORED.  AN      *
000310*  EXTRACT OUT OF THAT ORDER (TWO GENERATIONS CONCATENATED, SAY) *
000320*  IS REFUSED RATHER THAN MISMATCHED POINT BY POINT.             *
000330*                                                                 *
000340*  TOLERANCE.  AT THE DEFAULT OF ZERO A POINT MUST MATCH         *
000350*  EXACTLY.  ABOVE ZERO, A POINT WHOSE ROUND-INT (AND, ON THE    *
000360*  EXTRACT, TRAIL-ROUND-INT) MOVED BY NO MORE THAN THE TOLERANCE *
000370*  AND THAT IS OTHERWISE THE SAME - SAME LINE TEXT AFTER THE     *
000380*  LEADING PAD, OR ON THE EXTRACT THE SAME MESSAGE, MODE, KEY,   *
000390*  BOARD AND RENDER, WHATEVER THE RAW VALUES AND CLAMP FLAGS -   *
000400*  IS COUNTED WITHIN TOLERANCE AND PASSES.  A TRAILER DIFFERENCE *
000410*  PASSES TOO ONCE ANY POINT HAS, SINCE THE MIN/MAX/AVG MOVE     *
000420*  WITH IT.  A COMPOSITE LINE'S LATER BANDS ARE NOT A LEADING    *
000430*  PAD, SO A SHIFT IN ONE OF THEM IS ALWAYS A DIFFERENCE.        *
000440*                                                                 *
000450*  THE REPORT LISTS THE FIRST N DIFFERING OR UNMATCHED POINTS    *
000460*  OF EACH MESSAGE (WITH BOTH LINES, ON THE BANNER), A LINE PER  *
000470*  MESSAGE, AND THE TOTALS: POINTS EQUAL, WITHIN TOLERANCE,      *
000480*  DIFFERING AND UNMATCHED, AND THE LARGEST ROUND-INT AND        *
000490*  TRAIL-ROUND-INT DEVIATION SEEN.                               *
000500*                                                                 *
000510*  PARM:  TYPE,MAX-LISTED,TOLERANCE - TYPE IS BANNER (DEFAULT)   *
000520*  OR WAVEXTR; MAX-LISTED IS THE NUMBER OF POINTS LISTED PER     *
000530*  MESSAGE (DEFAULT 10); TOLERANCE AS ABOVE (DEFAULT 0).         *
000540*                                                                 *
000550*  RETURN CODES:  00 THE GENERATIONS MATCH (OR MATCH WITHIN THE  *
000560*  TOLERANCE), 04 NEITHER GENERATION HAS A POINT TO COMPARE, 08  *
000570*  THEY DIFFER, OR THE PARM OR AN INPUT IS NOT WHAT IT SHOULD    *
000580*  BE AND NOTHING WAS COMPARED, 16 FILE FAILURE OR A MESSAGE     *
000590*  OUTSIDE THE 1-500 TABLE RANGE.                                *
000600*                                                                 *
000610*  MODIFICATION HISTORY                                          *
000620*    2026-10-08  RWB  ORIGINAL - THE PARALLEL TEST AND THE        *
000630*                      RESTART-NIGHT CHECK WERE BOTH A SUPERC OF  *
000640*                      TWO PRINT FILES, WHICH STOPS AT THE HEADER *
000650*                      DATE AND CANNOT TELL A ROUNDING SHIFT FROM *
000660*                      A BROKEN WAVE.                             *
000670*================================================================*
000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER. IBM-370.
000710 OBJECT-COMPUTER. IBM-370.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT OLD-BANNER-FILE ASSIGN TO OLDIN
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS OB-FILE-STATUS.
000770     SELECT NEW-BANNER-FILE ASSIGN TO NEWIN
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS NB-FILE-STATUS.
000800     SELECT OLD-EXTRACT-FILE ASSIGN TO OLDIN
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS OX-FILE-STATUS.
000830     SELECT NEW-EXTRACT-FILE ASSIGN TO NEWIN
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS NX-FILE-STATUS.
000860     SELECT COMPARE-REPORT ASSIGN TO CMPRPT
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS CR-FILE-STATUS.
000890*
000900 DATA DIVISION.
000910 FILE SECTION.
000920*----------------------------------------------------------------*
000930*  THE TWO BANNER GENERATIONS - THE SINTEST BANNER LAYOUT:       *
000940*  ANSI/ASA CARRIAGE CONTROL IN BYTE 1, 132 BYTES OF TEXT.       *
000950*----------------------------------------------------------------*
000960 FD  OLD-BANNER-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 01  OB-BANNER-RECORD            PIC X(133).
001000 FD  NEW-BANNER-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  NB-BANNER-RECORD            PIC X(133).
001040*----------------------------------------------------------------*
001050*  THE TWO WAVE-EXTRACT GENERATIONS - 120-BYTE RECORDS IN THE    *
001060*  WXTRREC LAYOUT.  THE SAME DDNAMES AS THE BANNER FILES; ONLY   *
001070*  THE PAIR THE TYPE PARM NAMES IS OPENED.                       *
001080*----------------------------------------------------------------*
001090 FD  OLD-EXTRACT-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 01  OX-EXTRACT-REC              PIC X(120).
001130 FD  NEW-EXTRACT-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160 01  NX-EXTRACT-REC              PIC X(120).
001170*----------------------------------------------------------------*
001180*  COMPARE-REPORT - PRINT FILE, ANSI/ASA CARRIAGE CONTROL.       *
001190*----------------------------------------------------------------*
001200 FD  COMPARE-REPORT
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 01  CR-REPORT-RECORD.
001240     05  CR-RPT-CONTROL          PIC X(01).
001250     05  CR-RPT-TEXT             PIC X(132).
001260*
001270 WORKING-STORAGE SECTION.
001280*----------------------------------------------------------------*
001290*  STANDALONE COUNTERS AND SWITCHES.                             *
001300*----------------------------------------------------------------*
001310 77  OB-FILE-STATUS              PIC X(02) VALUE "00".
001320 77  NB-FILE-STATUS              PIC X(02) VALUE "00".
001330 77  OX-FILE-STATUS              PIC X(02) VALUE "00".
001340 77  NX-FILE-STATUS              PIC X(02) VALUE "00".
001350 77  CR-FILE-STATUS              PIC X(02) VALUE "00".
001360 77  CM-READ-STATUS              PIC X(02) VALUE "00".
001370 77  CM-TYPE-SWITCH              PIC X(01) VALUE "B".
001380     88  CM-BANNER                         VALUE "B".
001390     88  CM-EXTRACT                        VALUE "X".
001400 77  CM-OUTCOME-SWITCH           PIC X(01) VALUE SPACE.
001410     88  CM-POINT-EQUAL                    VALUE "E".
001420     88  CM-POINT-TOLERATED                VALUE "T".
001430     88  CM-POINT-DIFFERS                  VALUE "D".
001440 77  CM-STOP-RC                  PIC 9(02) VALUE 0.
001450*
001460*----------------------------------------------------------------*
001470*  COPY WXTRREC - WAVE-EXTRACT RECORD LAYOUT.                    *
001480*----------------------------------------------------------------*
001490     COPY WXTRREC.
001500*
001510*----------------------------------------------------------------*
001520*  PARM.  X PICTURES SO BLANK CAN MEAN "TAKE THE DEFAULT".       *
001530*----------------------------------------------------------------*
001540 01  CM-PARM-TYPE                PIC X(08) VALUE SPACES.
001550 01  CM-PARM-MAX-LISTED          PIC X(04) VALUE SPACES
001560                                 JUSTIFIED RIGHT.
001570 01  CM-PARM-TOLERANCE           PIC X(04) VALUE SPACES
001580                                 JUSTIFIED RIGHT.
001590 01  CM-MAX-LISTED               PIC 9(04) VALUE 10.
001600 01  CM-TOLERANCE                PIC 9(04) VALUE 0.
001610*
001620*----------------------------------------------------------------*
001630*  ONE ENTRY PER INPUT (1 OLDIN, 2 NEWIN), HOLDING ITS CURRENT   *
001640*  POINT AND WHERE IT STANDS.  CM-SD-KEY IS THE MATCH KEY:       *
001650*  SEGMENT AND LINE ON THE BANNER (THE TRAILER LINES COME AFTER  *
001660*  EVERY SEGMENT AS SEGMENT 9999), MESSAGE AND ITERATION ON THE  *
001670*  EXTRACT, ALL NINES AT END OF FILE.  CM-SD-MSG-IX IS THE       *
001680*  MESSAGE'S SLOT IN THE MESSAGE TABLE, ZERO FOR A TRAILER LINE. *
001690*----------------------------------------------------------------*
001700 01  CM-SIDE-TABLE.
001710     05  CM-SIDE-ENTRY           OCCURS 2.
001720         10  CM-SD-DDNAME        PIC X(05).
001730         10  CM-SD-EOF-SWITCH    PIC X(01).
001740             88  CM-SD-EOF                 VALUE "Y".
001750         10  CM-SD-READY-SWITCH  PIC X(01).
001760             88  CM-SD-READY               VALUE "Y".
001770         10  CM-SD-TRAILER-SWITCH PIC X(01).
001780             88  CM-SD-IN-TRAILER          VALUE "Y".
001790         10  CM-SD-RECORDS       PIC 9(09).
001800         10  CM-SD-POINTS        PIC 9(09).
001810         10  CM-SD-ANNOTATIONS   PIC 9(05).
001820         10  CM-SD-SEGMENTS      PIC 9(04).
001830         10  CM-SD-LINE          PIC 9(05).
001840         10  CM-SD-SEG-MSG-ID    PIC 9(04).
001850         10  CM-SD-KEY           PIC 9(10).
001860         10  CM-SD-PREV-KEY      PIC 9(10).
001870         10  CM-SD-RUN-DATE      PIC X(08).
001880         10  CM-SD-RUN-TIME      PIC X(08).
001890         10  CM-SD-RENDER        PIC X(01).
001900         10  CM-SD-MSG-IX        PIC 9(04).
001910         10  CM-SD-MSG-ID        PIC 9(04).
001920         10  CM-SD-ITER          PIC 9(05).
001930         10  CM-SD-ROUND         PIC 9(04).
001940         10  CM-SD-TRAIL         PIC 9(04).
001950         10  CM-SD-TEXT          PIC X(133).
001960 01  CM-SIDE-IX                  PIC 9(04) COMP VALUE 0.
001970 01  CM-EOF-KEY                  PIC 9(10) VALUE 9999999999.
001980 01  CM-WORK-RECORD.
001990     05  CM-WRK-CONTROL          PIC X(01).
002000     05  CM-WRK-TEXT             PIC X(132).
002010*
002020*----------------------------------------------------------------*
002030*  PER-MESSAGE TALLIES, SLOTTED BY SEGMENT (BANNER) OR MESSAGE   *
002040*  INDEX (EXTRACT), AS WAVERPT SLOTS ITS TABLE.                  *
002050*----------------------------------------------------------------*
002060 01  CM-MSG-TABLE.
002070     05  CM-MSG-ENTRY OCCURS 500.
002080         10  CM-MG-MSG-ID        PIC 9(04).
002090         10  CM-MG-EQUAL         PIC 9(07).
002100         10  CM-MG-TOLERATED     PIC 9(07).
002110         10  CM-MG-DIFFERS       PIC 9(07).
002120         10  CM-MG-UNMATCHED     PIC 9(07).
002130         10  CM-MG-LISTED        PIC 9(05).
002140         10  CM-MG-MAX-ROUND     PIC 9(04).
002150         10  CM-MG-MAX-TRAIL     PIC 9(04).
002160 01  CM-MSG-MAX                  PIC 9(04) COMP VALUE 500.
002170 01  CM-MSG-IX                   PIC 9(04) COMP VALUE 0.
002180 01  CM-HIGH-INDEX               PIC 9(04) VALUE 0.
002190*
002200*----------------------------------------------------------------*
002210*  POINT COMPARISON WORK FIELDS.  THE EXTRACT IS COMPARED WITH   *
002220*  ITS RUN DATE AND TIME ZEROED; THE IDENTITY AREA IS WHAT MUST  *
002230*  STILL AGREE FOR A POINT TO PASS ON THE TOLERANCE.             *
002240*----------------------------------------------------------------*
002250 01  CM-LEAD-COUNT               PIC 9(04) VALUE 0.
002260 01  CM-REST-START               PIC 9(04) VALUE 0.
002270 01  CM-REST-LENGTH              PIC 9(04) VALUE 0.
002280 01  CM-OLD-REST                 PIC X(132) VALUE SPACES.
002290 01  CM-NEW-REST                 PIC X(132) VALUE SPACES.
002300 01  CM-OLD-COMPARE              PIC X(120) VALUE SPACES.
002310 01  CM-NEW-COMPARE              PIC X(120) VALUE SPACES.
002320 01  CM-OLD-IDENTITY.
002330     05  CM-OI-TEXT              PIC X(40).
002340     05  CM-OI-MODE              PIC X(01).
002350     05  CM-OI-MSG-ID            PIC 9(04).
002360     05  CM-OI-DEST              PIC X(02).
002370     05  CM-OI-RENDER            PIC X(01).
002380 01  CM-NEW-IDENTITY.
002390     05  CM-NI-TEXT              PIC X(40).
002400     05  CM-NI-MODE              PIC X(01).
002410     05  CM-NI-MSG-ID            PIC 9(04).
002420     05  CM-NI-DEST              PIC X(02).
002430     05  CM-NI-RENDER            PIC X(01).
002440 01  CM-ROUND-DEV                PIC 9(04) VALUE 0.
002450 01  CM-TRAIL-DEV                PIC 9(04) VALUE 0.
002460 01  CM-REASON                   PIC X(24) VALUE SPACES.
002470*
002480*----------------------------------------------------------------*
002490*  RUN TOTALS.                                                   *
002500*----------------------------------------------------------------*
002510 01  CM-TOT-COMPARED             PIC 9(09) VALUE 0.
002520 01  CM-TOT-EQUAL                PIC 9(09) VALUE 0.
002530 01  CM-TOT-TOLERATED            PIC 9(09) VALUE 0.
002540 01  CM-TOT-DIFFERS              PIC 9(09) VALUE 0.
002550 01  CM-TOT-OLD-ONLY             PIC 9(09) VALUE 0.
002560 01  CM-TOT-NEW-ONLY             PIC 9(09) VALUE 0.
002570 01  CM-TOT-NOT-LISTED           PIC 9(09) VALUE 0.
002580 01  CM-TOT-TRAILER-DIFFS        PIC 9(05) VALUE 0.
002590 01  CM-MAX-ROUND-DEV            PIC 9(04) VALUE 0.
002600 01  CM-MAX-TRAIL-DEV            PIC 9(04) VALUE 0.
002610 01  CM-STOP-TEXT                PIC X(96) VALUE SPACES.
002620*
002630*----------------------------------------------------------------*
002640*  REPORT LINE LAYOUTS.                                          *
002650*----------------------------------------------------------------*
002660 01  CM-RUN-DATE                 PIC 9(08).
002670 01  CM-RUN-TIME                 PIC 9(08).
002680 01  CM-PAGE-HEADER.
002690     05  FILLER                  PIC X(34)
002700         VALUE "SINTCOMP GENERATION COMPARE ON    ".
002710     05  CM-HDR-DATE             PIC 9(08).
002720     05  FILLER                  PIC X(04) VALUE " AT ".
002730     05  CM-HDR-TIME             PIC 9(08).
002740     05  FILLER                  PIC X(78) VALUE SPACES.
002750 01  CM-PARM-LINE.
002760     05  FILLER                  PIC X(05) VALUE "TYPE ".
002770     05  CM-PL-TYPE              PIC X(08).
002780     05  FILLER                  PIC X(12) VALUE "  TOLERANCE ".
002790     05  CM-PL-TOLERANCE         PIC ZZZ9.
002800     05  FILLER                  PIC X(15)
002810         VALUE "  LISTING FIRST".
002820     05  CM-PL-MAX-LISTED        PIC ZZZZ9.
002830     05  FILLER                  PIC X(35)
002840         VALUE " DIFFERING POINTS PER MESSAGE      ".
002850     05  FILLER                  PIC X(48) VALUE SPACES.
002860 01  CM-INPUT-LINE.
002870     05  CM-IL-DDNAME            PIC X(05).
002880     05  FILLER                  PIC X(16)
002890         VALUE " RUN WRITTEN ON ".
002900     05  CM-IL-DATE              PIC X(08).
002910     05  FILLER                  PIC X(04) VALUE " AT ".
002920     05  CM-IL-TIME              PIC X(08).
002930     05  FILLER                  PIC X(91) VALUE SPACES.
002940 01  CM-COLUMN-HEADER.
002950     05  FILLER                  PIC X(30)
002960         VALUE "MSG MSG-ID   ITER   OLD-RND   ".
002970     05  FILLER                  PIC X(30)
002980         VALUE "NEW-RND   DEV    OLD-TRL   NEW".
002990     05  FILLER                  PIC X(18)
003000         VALUE "-TRL   DEV  REASON".
003010     05  FILLER                  PIC X(54) VALUE SPACES.
003020 01  CM-DETAIL-LINE.
003030     05  CM-DTL-MSG              PIC 9(04).
003040     05  FILLER                  PIC X(02) VALUE SPACES.
003050     05  CM-DTL-MSG-ID           PIC 9(04).
003060     05  FILLER                  PIC X(02) VALUE SPACES.
003070     05  CM-DTL-ITER             PIC 9(05).
003080     05  FILLER                  PIC X(05) VALUE SPACES.
003090     05  CM-DTL-OLD-ROUND        PIC X(05).
003100     05  FILLER                  PIC X(05) VALUE SPACES.
003110     05  CM-DTL-NEW-ROUND        PIC X(05).
003120     05  FILLER                  PIC X(01) VALUE SPACE.
003130     05  CM-DTL-ROUND-DEV        PIC X(05).
003140     05  FILLER                  PIC X(06) VALUE SPACES.
003150     05  CM-DTL-OLD-TRAIL        PIC X(05).
003160     05  FILLER                  PIC X(05) VALUE SPACES.
003170     05  CM-DTL-NEW-TRAIL        PIC X(05).
003180     05  FILLER                  PIC X(01) VALUE SPACE.
003190     05  CM-DTL-TRAIL-DEV        PIC X(05).
003200     05  FILLER                  PIC X(02) VALUE SPACES.
003210     05  CM-DTL-REASON           PIC X(24).
003220     05  FILLER                  PIC X(36) VALUE SPACES.
003230 01  CM-EDIT-VALUE               PIC ZZZZ9.
003240 01  CM-TEXT-LINE.
003250     05  FILLER                  PIC X(04) VALUE SPACES.
003260     05  CM-TL-DDNAME            PIC X(05).
003270     05  FILLER                  PIC X(02) VALUE ": ".
003280     05  CM-TL-TEXT              PIC X(121).
003290 01  CM-MESSAGE-HEADER.
003300     05  FILLER                  PIC X(30)
003310         VALUE "MSG MSG-ID      EQUAL WITHIN-T".
003320     05  FILLER                  PIC X(30)
003330         VALUE "OL  DIFFERING  UNMATCHED  MAX-".
003340     05  FILLER                  PIC X(26)
003350         VALUE "RND    MAX-TRL  NOT LISTED".
003360     05  FILLER                  PIC X(46) VALUE SPACES.
003370 01  CM-MESSAGE-LINE.
003380     05  CM-MSL-MSG              PIC 9(04).
003390     05  FILLER                  PIC X(02) VALUE SPACES.
003400     05  CM-MSL-MSG-ID           PIC 9(04).
003410     05  FILLER                  PIC X(02) VALUE SPACES.
003420     05  CM-MSL-EQUAL            PIC Z,ZZZ,ZZ9.
003430     05  FILLER                  PIC X(02) VALUE SPACES.
003440     05  CM-MSL-TOLERATED        PIC Z,ZZZ,ZZ9.
003450     05  FILLER                  PIC X(02) VALUE SPACES.
003460     05  CM-MSL-DIFFERS          PIC Z,ZZZ,ZZ9.
003470     05  FILLER                  PIC X(02) VALUE SPACES.
003480     05  CM-MSL-UNMATCHED        PIC Z,ZZZ,ZZ9.
003490     05  FILLER                  PIC X(05) VALUE SPACES.
003500     05  CM-MSL-MAX-ROUND        PIC ZZZ9.
003510     05  FILLER                  PIC X(07) VALUE SPACES.
003520     05  CM-MSL-MAX-TRAIL        PIC X(04).
003530     05  FILLER                  PIC X(06) VALUE SPACES.
003540     05  CM-MSL-NOT-LISTED       PIC ZZ,ZZ9.
003550     05  FILLER                  PIC X(46) VALUE SPACES.
003560 01  CM-SUMMARY-LINE.
003570     05  CM-SUM-LABEL            PIC X(34).
003580     05  CM-SUM-VALUE            PIC ZZZ,ZZZ,ZZ9.
003590     05  FILLER                  PIC X(02) VALUE SPACES.
003600     05  CM-SUM-NOTE             PIC X(85).
003610*
003620 LINKAGE SECTION.
003630*----------------------------------------------------------------*
003640*  LS-PARM-AREA - STANDARD MVS PARM CONVENTION; SEE PROLOGUE.    *
003650*----------------------------------------------------------------*
003660 01  LS-PARM-AREA.
003670     05  LS-PARM-LEN             PIC S9(04) COMP.
003680     05  LS-PARM-TEXT            PIC X(80).
003690*
003700 PROCEDURE DIVISION USING LS-PARM-AREA.
003710*
003720 0000-MAINLINE-CONTROL.
003730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003740     PERFORM 2000-PRIME-INPUTS THRU 2000-EXIT.
003750     PERFORM 3000-COMPARE-ONE-STEP THRU 3000-EXIT
003760         UNTIL CM-SD-EOF (1) AND CM-SD-EOF (2).
003770     PERFORM 5000-PRINT-MESSAGE-LINES THRU 5000-EXIT.
003780     PERFORM 8000-FINAL-SUMMARY THRU 8000-EXIT.
003790     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003800     GOBACK.
003810 0000-MAINLINE-EXIT.
003820     EXIT.
003830*
003840*----------------------------------------------------------------*
003850*  1000-INITIALIZE - OPEN THE REPORT, RESOLVE THE PARM, OPEN THE *
003860*  PAIR OF INPUTS THE TYPE NAMES AND PRINT THE HEADERS.  THE     *
003870*  REPORT IS OPENED FIRST SO A REFUSED PARM IS PRINTED THERE.    *
003880*----------------------------------------------------------------*
003890 1000-INITIALIZE.
003900     OPEN OUTPUT COMPARE-REPORT.
003910     IF CR-FILE-STATUS NOT = "00"
003920         DISPLAY "SINTCOMP - FATAL: CMPRPT OPEN FAILED, STATUS "
003930             CR-FILE-STATUS
003940         MOVE 16 TO RETURN-CODE
003950         GOBACK
003960     END-IF.
003970     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
003980     ACCEPT CM-RUN-TIME FROM TIME.
003990     MOVE CM-RUN-DATE TO CM-HDR-DATE.
004000     MOVE CM-RUN-TIME TO CM-HDR-TIME.
004010     MOVE "1" TO CR-RPT-CONTROL.
004020     MOVE CM-PAGE-HEADER TO CR-RPT-TEXT.
004030     WRITE CR-REPORT-RECORD.
004040     INITIALIZE CM-MSG-TABLE.
004050     INITIALIZE CM-SIDE-TABLE.
004060     MOVE "OLDIN" TO CM-SD-DDNAME (1).
004070     MOVE "NEWIN" TO CM-SD-DDNAME (2).
004080*
004090     IF LS-PARM-LEN > 0
004100         UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
004110             DELIMITED BY ","
004120             INTO CM-PARM-TYPE, CM-PARM-MAX-LISTED,
004130                  CM-PARM-TOLERANCE
004140         END-UNSTRING
004150     END-IF
004160     IF CM-PARM-TYPE = SPACES OR "BANNER"
004170         MOVE "BANNER" TO CM-PARM-TYPE
004180         SET CM-BANNER TO TRUE
004190     ELSE
004200         IF CM-PARM-TYPE = "WAVEXTR"
004210             SET CM-EXTRACT TO TRUE
004220         ELSE
004230             MOVE "TYPE PARM IS NEITHER BANNER NOR WAVEXTR"
004240                 TO CM-STOP-TEXT
004250             MOVE 8 TO CM-STOP-RC
004260             PERFORM 8900-STOP-RUN THRU 8900-EXIT
004270         END-IF
004280     END-IF.
004290     IF CM-PARM-MAX-LISTED NOT = SPACES
004300         INSPECT CM-PARM-MAX-LISTED
004310             REPLACING LEADING SPACES BY ZEROS
004320         IF CM-PARM-MAX-LISTED NUMERIC
004330             MOVE CM-PARM-MAX-LISTED TO CM-MAX-LISTED
004340         ELSE
004350             MOVE "MAX-LISTED PARM IS NOT NUMERIC"
004360                 TO CM-STOP-TEXT
004370             MOVE 8 TO CM-STOP-RC
004380             PERFORM 8900-STOP-RUN THRU 8900-EXIT
004390         END-IF
004400     END-IF.
004410     IF CM-PARM-TOLERANCE NOT = SPACES
004420         INSPECT CM-PARM-TOLERANCE
004430             REPLACING LEADING SPACES BY ZEROS
004440         IF CM-PARM-TOLERANCE NUMERIC
004450             MOVE CM-PARM-TOLERANCE TO CM-TOLERANCE
004460         ELSE
004470             MOVE "TOLERANCE PARM IS NOT NUMERIC"
004480                 TO CM-STOP-TEXT
004490             MOVE 8 TO CM-STOP-RC
004500             PERFORM 8900-STOP-RUN THRU 8900-EXIT
004510         END-IF
004520     END-IF.
004530     MOVE CM-PARM-TYPE TO CM-PL-TYPE.
004540     MOVE CM-TOLERANCE TO CM-PL-TOLERANCE.
004550     MOVE CM-MAX-LISTED TO CM-PL-MAX-LISTED.
004560     MOVE SPACE TO CR-RPT-CONTROL.
004570     MOVE CM-PARM-LINE TO CR-RPT-TEXT.
004580     WRITE CR-REPORT-RECORD.
004590*
004600     IF CM-BANNER
004610         OPEN INPUT OLD-BANNER-FILE
004620         MOVE OB-FILE-STATUS TO CM-READ-STATUS
004630     ELSE
004640         OPEN INPUT OLD-EXTRACT-FILE
004650         MOVE OX-FILE-STATUS TO CM-READ-STATUS
004660     END-IF.
004670     IF CM-READ-STATUS NOT = "00"
004680         DISPLAY "SINTCOMP - FATAL: OLDIN OPEN FAILED, STATUS "
004690             CM-READ-STATUS
004700         MOVE 16 TO RETURN-CODE
004710         PERFORM 9000-TERMINATE THRU 9000-EXIT
004720         GOBACK
004730     END-IF.
004740     IF CM-BANNER
004750         OPEN INPUT NEW-BANNER-FILE
004760         MOVE NB-FILE-STATUS TO CM-READ-STATUS
004770     ELSE
004780         OPEN INPUT NEW-EXTRACT-FILE
004790         MOVE NX-FILE-STATUS TO CM-READ-STATUS
004800     END-IF.
004810     IF CM-READ-STATUS NOT = "00"
004820         DISPLAY "SINTCOMP - FATAL: NEWIN OPEN FAILED, STATUS "
004830             CM-READ-STATUS
004840         MOVE 16 TO RETURN-CODE
004850         PERFORM 9000-TERMINATE THRU 9000-EXIT
004860         GOBACK
004870     END-IF.
004880 1000-EXIT.
004890     EXIT.
004900*
004910*----------------------------------------------------------------*
004920*  2000-PRIME-INPUTS - READ THE FIRST POINT OF EACH INPUT AND    *
004930*  PRINT WHEN EACH WAS WRITTEN.  TWO EXTRACTS OF DIFFERENT       *
004940*  RENDERS ARE KEYED IN DIFFERENT ORDERS AND CANNOT BE LINED UP. *
004950*----------------------------------------------------------------*
004960 2000-PRIME-INPUTS.
004970     PERFORM 2100-READ-NEXT-POINT THRU 2100-EXIT
004980         VARYING CM-SIDE-IX FROM 1 BY 1
004990         UNTIL CM-SIDE-IX > 2.
005000     IF CM-EXTRACT
005010      AND CM-SD-POINTS (1) > 0
005020      AND CM-SD-POINTS (2) > 0
005030      AND CM-SD-RENDER (1) NOT = CM-SD-RENDER (2)
005040         MOVE SPACES TO CM-STOP-TEXT
005050         STRING "OLDIN IS RENDER " CM-SD-RENDER (1)
005060                " AND NEWIN IS RENDER " CM-SD-RENDER (2)
005070                " - NOT THE SAME NIGHT'S WORK"
005080           DELIMITED BY SIZE INTO CM-STOP-TEXT
005090         MOVE 8 TO CM-STOP-RC
005100         PERFORM 8900-STOP-RUN THRU 8900-EXIT
005110     END-IF.
005120     PERFORM 2050-PRINT-ONE-INPUT THRU 2050-EXIT
005130         VARYING CM-SIDE-IX FROM 1 BY 1
005140         UNTIL CM-SIDE-IX > 2.
005150     MOVE SPACE TO CR-RPT-CONTROL.
005160     MOVE SPACES TO CR-RPT-TEXT.
005170     WRITE CR-REPORT-RECORD.
005180     MOVE CM-COLUMN-HEADER TO CR-RPT-TEXT.
005190     WRITE CR-REPORT-RECORD.
005200 2000-EXIT.
005210     EXIT.
005220*
005230 2050-PRINT-ONE-INPUT.
005240     MOVE CM-SD-DDNAME (CM-SIDE-IX) TO CM-IL-DDNAME.
005250     MOVE CM-SD-RUN-DATE (CM-SIDE-IX) TO CM-IL-DATE.
005260     MOVE CM-SD-RUN-TIME (CM-SIDE-IX) TO CM-IL-TIME.
005270     MOVE SPACE TO CR-RPT-CONTROL.
005280     MOVE CM-INPUT-LINE TO CR-RPT-TEXT.
005290     WRITE CR-REPORT-RECORD.
005300 2050-EXIT.
005310     EXIT.
005320*
005330*----------------------------------------------------------------*
005340*  2100-READ-NEXT-POINT - ADVANCE INPUT CM-SIDE-IX TO ITS NEXT   *
005350*  COMPARABLE POINT, READING PAST HEADERS, PAGE BREAKS AND       *
005360*  ANNOTATIONS.  AT END OF FILE THE KEY GOES TO ALL NINES SO THE *
005370*  OTHER INPUT'S REMAINING POINTS SORT AHEAD OF IT.              *
005380*----------------------------------------------------------------*
005390 2100-READ-NEXT-POINT.
005400     MOVE "N" TO CM-SD-READY-SWITCH (CM-SIDE-IX).
005410     PERFORM 2110-READ-ONE-RECORD THRU 2110-EXIT
005420         UNTIL CM-SD-READY (CM-SIDE-IX)
005430            OR CM-SD-EOF (CM-SIDE-IX).
005440     IF CM-SD-EOF (CM-SIDE-IX)
005450         MOVE CM-EOF-KEY TO CM-SD-KEY (CM-SIDE-IX)
005460     END-IF.
005470 2100-EXIT.
005480     EXIT.
005490*
005500 2110-READ-ONE-RECORD.
005510     MOVE "00" TO CM-READ-STATUS.
005520     IF CM-BANNER
005530         IF CM-SIDE-IX = 1
005540             PERFORM 2120-READ-OLD-BANNER THRU 2120-EXIT
005550         ELSE
005560             PERFORM 2130-READ-NEW-BANNER THRU 2130-EXIT
005570         END-IF
005580     ELSE
005590         IF CM-SIDE-IX = 1
005600             PERFORM 2140-READ-OLD-EXTRACT THRU 2140-EXIT
005610         ELSE
005620             PERFORM 2150-READ-NEW-EXTRACT THRU 2150-EXIT
005630         END-IF
005640     END-IF.
005650     IF CM-SD-EOF (CM-SIDE-IX)
005660         GO TO 2110-EXIT
005670     END-IF.
005680     IF CM-READ-STATUS NOT = "00"
005690         DISPLAY "SINTCOMP - FATAL: " CM-SD-DDNAME (CM-SIDE-IX)
005700             " READ ERROR, STATUS " CM-READ-STATUS
005710         MOVE 16 TO RETURN-CODE
005720         PERFORM 9000-TERMINATE THRU 9000-EXIT
005730         GOBACK
005740     END-IF.
005750     ADD 1 TO CM-SD-RECORDS (CM-SIDE-IX).
005760     IF CM-BANNER
005770         PERFORM 2200-CLASSIFY-BANNER-RECORD THRU 2200-EXIT
005780     ELSE
005790         PERFORM 2300-CLASSIFY-EXTRACT-RECORD THRU 2300-EXIT
005800     END-IF.
005810 2110-EXIT.
005820     EXIT.
005830*
005840 2120-READ-OLD-BANNER.
005850     READ OLD-BANNER-FILE INTO CM-WORK-RECORD
005860         AT END
005870             SET CM-SD-EOF (CM-SIDE-IX) TO TRUE
005880     END-READ.
005890     MOVE OB-FILE-STATUS TO CM-READ-STATUS.
005900 2120-EXIT.
005910     EXIT.
005920*
005930 2130-READ-NEW-BANNER.
005940     READ NEW-BANNER-FILE INTO CM-WORK-RECORD
005950         AT END
005960             SET CM-SD-EOF (CM-SIDE-IX) TO TRUE
005970     END-READ.
005980     MOVE NB-FILE-STATUS TO CM-READ-STATUS.
005990 2130-EXIT.
006000     EXIT.
006010*
006020 2140-READ-OLD-EXTRACT.
006030     READ OLD-EXTRACT-FILE INTO CM-WORK-RECORD
006040         AT END
006050             SET CM-SD-EOF (CM-SIDE-IX) TO TRUE
006060     END-READ.
006070     MOVE OX-FILE-STATUS TO CM-READ-STATUS.
006080 2140-EXIT.
006090     EXIT.
006100*
006110 2150-READ-NEW-EXTRACT.
006120     READ NEW-EXTRACT-FILE INTO CM-WORK-RECORD
006130         AT END
006140             SET CM-SD-EOF (CM-SIDE-IX) TO TRUE
006150     END-READ.
006160     MOVE NX-FILE-STATUS TO CM-READ-STATUS.
006170 2150-EXIT.
006180     EXIT.
006190*
006200*----------------------------------------------------------------*
006210*  2200-CLASSIFY-BANNER-RECORD - AS SINTCHK AND SINTMRGE DO IT.  *
006220*  A CONTROL-1 RECORD IS A PAGE BREAK (BLANK COLUMNS 1-121,      *
006230*  MASTER KEY IN 122-132), THE RUN HEADER, THE TRAILER TITLE OR  *
006240*  AN ANNOTATION; ANY OTHER RECORD IS A DETAIL LINE, OR A        *
006250*  TRAILER LINE ONCE THE TITLE HAS BEEN SEEN.  THE FIRST RECORD  *
006260*  MUST BE THE RUN HEADER.                                       *
006270*----------------------------------------------------------------*
006280 2200-CLASSIFY-BANNER-RECORD.
006290     IF CM-SD-RECORDS (CM-SIDE-IX) = 1
006300      AND (CM-WRK-CONTROL NOT = "1"
006310       OR CM-WRK-TEXT (1:15) NOT = "SINTEST BANNER ")
006320         MOVE SPACES TO CM-STOP-TEXT
006330         STRING CM-SD-DDNAME (CM-SIDE-IX)
006340                " DOES NOT BEGIN WITH THE SINTEST RUN HEADER"
006350           DELIMITED BY SIZE INTO CM-STOP-TEXT
006360         MOVE 8 TO CM-STOP-RC
006370         PERFORM 8900-STOP-RUN THRU 8900-EXIT
006380     END-IF.
006390     IF CM-WRK-CONTROL = "1"
006400         GO TO 2210-CONTROL-RECORD
006410     END-IF.
006420     ADD 1 TO CM-SD-LINE (CM-SIDE-IX).
006430     IF CM-SD-IN-TRAILER (CM-SIDE-IX)
006440         MOVE 0 TO CM-SD-MSG-IX (CM-SIDE-IX)
006450         COMPUTE CM-SD-KEY (CM-SIDE-IX) =
006460             9999 * 100000 + CM-SD-LINE (CM-SIDE-IX)
006470     ELSE
006480         IF CM-SD-SEGMENTS (CM-SIDE-IX) = 0
006490             MOVE 1 TO CM-SD-SEGMENTS (CM-SIDE-IX)
006500         END-IF
006510         PERFORM 2250-TAKE-BANNER-POINT THRU 2250-EXIT
006520     END-IF.
006530     MOVE CM-WORK-RECORD TO CM-SD-TEXT (CM-SIDE-IX).
006540     SET CM-SD-READY (CM-SIDE-IX) TO TRUE.
006550     GO TO 2200-EXIT.
006560 2210-CONTROL-RECORD.
006570     IF CM-WRK-TEXT (1:121) = SPACES
006580         ADD 1 TO CM-SD-SEGMENTS (CM-SIDE-IX)
006590         MOVE 0 TO CM-SD-LINE (CM-SIDE-IX)
006600         MOVE 0 TO CM-SD-SEG-MSG-ID (CM-SIDE-IX)
006610         IF CM-WRK-TEXT (122:7) = "MSG-ID "
006620          AND CM-WRK-TEXT (129:4) NUMERIC
006630             MOVE CM-WRK-TEXT (129:4)
006640                 TO CM-SD-SEG-MSG-ID (CM-SIDE-IX)
006650         END-IF
006660         GO TO 2200-EXIT
006670     END-IF.
006680     IF CM-WRK-TEXT (1:15) = "SINTEST BANNER "
006690         IF CM-SD-RECORDS (CM-SIDE-IX) = 1
006700             MOVE CM-WRK-TEXT (17:8)
006710                 TO CM-SD-RUN-DATE (CM-SIDE-IX)
006720             MOVE CM-WRK-TEXT (28:8)
006730                 TO CM-SD-RUN-TIME (CM-SIDE-IX)
006740         END-IF
006750         GO TO 2200-EXIT
006760     END-IF.
006770     IF CM-WRK-TEXT (1:9) = "SINTEST -"
006780         SET CM-SD-IN-TRAILER (CM-SIDE-IX) TO TRUE
006790         MOVE 0 TO CM-SD-LINE (CM-SIDE-IX)
006800         GO TO 2200-EXIT
006810     END-IF.
006820     ADD 1 TO CM-SD-ANNOTATIONS (CM-SIDE-IX).
006830 2200-EXIT.
006840     EXIT.
006850*
006860*----------------------------------------------------------------*
006870*  2250-TAKE-BANNER-POINT - KEY A DETAIL LINE BY SEGMENT AND     *
006880*  LINE AND TAKE ITS ROUND-INT FROM ITS LEADING SPACES.          *
006890*----------------------------------------------------------------*
006900 2250-TAKE-BANNER-POINT.
006910     IF CM-SD-SEGMENTS (CM-SIDE-IX) > CM-MSG-MAX
006920         DISPLAY "SINTCOMP - FATAL: " CM-SD-DDNAME (CM-SIDE-IX)
006930             " HAS MORE THAN " CM-MSG-MAX " SEGMENTS"
006940         MOVE 16 TO RETURN-CODE
006950         PERFORM 9000-TERMINATE THRU 9000-EXIT
006960         GOBACK
006970     END-IF.
006980     MOVE CM-SD-SEGMENTS (CM-SIDE-IX)
006990         TO CM-SD-MSG-IX (CM-SIDE-IX).
007000     MOVE CM-SD-SEG-MSG-ID (CM-SIDE-IX)
007010         TO CM-SD-MSG-ID (CM-SIDE-IX).
007020     MOVE CM-SD-LINE (CM-SIDE-IX) TO CM-SD-ITER (CM-SIDE-IX).
007030     COMPUTE CM-SD-KEY (CM-SIDE-IX) =
007040         CM-SD-SEGMENTS (CM-SIDE-IX) * 100000
007050         + CM-SD-LINE (CM-SIDE-IX).
007060     MOVE 0 TO CM-LEAD-COUNT.
007070     INSPECT CM-WRK-TEXT TALLYING CM-LEAD-COUNT
007080         FOR LEADING SPACES.
007090     MOVE CM-LEAD-COUNT TO CM-SD-ROUND (CM-SIDE-IX).
007100     MOVE 0 TO CM-SD-TRAIL (CM-SIDE-IX).
007110     ADD 1 TO CM-SD-POINTS (CM-SIDE-IX).
007120 2250-EXIT.
007130     EXIT.
007140*
007150*----------------------------------------------------------------*
007160*  2300-CLASSIFY-EXTRACT-RECORD - KEY AN EXTRACT POINT.  THE     *
007170*  CLASSIC RENDER WRITES MESSAGE BY MESSAGE, THE COMPOSITE       *
007180*  ITERATION BY ITERATION, SO THE KEY FOLLOWS THE RENDER; THE    *
007190*  KEYS MUST RISE OR THE MERGE WOULD PAIR THE WRONG POINTS.      *
007200*----------------------------------------------------------------*
007210 2300-CLASSIFY-EXTRACT-RECORD.
007220     MOVE CM-WORK-RECORD (1:120) TO WX-EXTRACT-RECORD.
007230     IF WX-MSG-INDEX NOT NUMERIC
007240      OR WX-ITER-NUM NOT NUMERIC
007250      OR WX-ROUND-INT NOT NUMERIC
007260      OR WX-TRAIL-ROUND-INT NOT NUMERIC
007270      OR WX-MSG-ID NOT NUMERIC
007280         MOVE SPACES TO CM-STOP-TEXT
007290         STRING CM-SD-DDNAME (CM-SIDE-IX) " RECORD "
007300                CM-SD-RECORDS (CM-SIDE-IX)
007310                " IS NOT A WAVE-EXTRACT RECORD"
007320           DELIMITED BY SIZE INTO CM-STOP-TEXT
007330         MOVE 8 TO CM-STOP-RC
007340         PERFORM 8900-STOP-RUN THRU 8900-EXIT
007350     END-IF.
007360     IF WX-MSG-INDEX < 1
007370      OR WX-MSG-INDEX > CM-MSG-MAX
007380         DISPLAY "SINTCOMP - FATAL: MESSAGE INDEX " WX-MSG-INDEX
007390             " OUTSIDE THE 1-" CM-MSG-MAX " TABLE RANGE ON "
007400             CM-SD-DDNAME (CM-SIDE-IX)
007410         MOVE 16 TO RETURN-CODE
007420         PERFORM 9000-TERMINATE THRU 9000-EXIT
007430         GOBACK
007440     END-IF.
007450     IF CM-SD-RECORDS (CM-SIDE-IX) = 1
007460         MOVE WX-RENDER-SWITCH TO CM-SD-RENDER (CM-SIDE-IX)
007470         MOVE WX-RUN-DATE TO CM-SD-RUN-DATE (CM-SIDE-IX)
007480         MOVE WX-RUN-TIME TO CM-SD-RUN-TIME (CM-SIDE-IX)
007490     END-IF.
007500     IF CM-SD-RENDER (CM-SIDE-IX) = "M"
007510         COMPUTE CM-SD-KEY (CM-SIDE-IX) =
007520             WX-ITER-NUM * 10000 + WX-MSG-INDEX
007530     ELSE
007540         COMPUTE CM-SD-KEY (CM-SIDE-IX) =
007550             WX-MSG-INDEX * 100000 + WX-ITER-NUM
007560     END-IF.
007570     IF CM-SD-KEY (CM-SIDE-IX) NOT > CM-SD-PREV-KEY (CM-SIDE-IX)
007580         MOVE SPACES TO CM-STOP-TEXT
007590         STRING CM-SD-DDNAME (CM-SIDE-IX) " RECORD "
007600                CM-SD-RECORDS (CM-SIDE-IX)
007610                " IS OUT OF SEQUENCE - ONE NIGHT'S EXTRACT ONLY"
007620           DELIMITED BY SIZE INTO CM-STOP-TEXT
007630         MOVE 8 TO CM-STOP-RC
007640         PERFORM 8900-STOP-RUN THRU 8900-EXIT
007650     END-IF.
007660     MOVE CM-SD-KEY (CM-SIDE-IX) TO CM-SD-PREV-KEY (CM-SIDE-IX).
007670     MOVE WX-MSG-INDEX TO CM-SD-MSG-IX (CM-SIDE-IX).
007680     MOVE WX-MSG-ID TO CM-SD-MSG-ID (CM-SIDE-IX).
007690     MOVE WX-ITER-NUM TO CM-SD-ITER (CM-SIDE-IX).
007700     MOVE WX-ROUND-INT TO CM-SD-ROUND (CM-SIDE-IX).
007710     MOVE WX-TRAIL-ROUND-INT TO CM-SD-TRAIL (CM-SIDE-IX).
007720     MOVE CM-WORK-RECORD TO CM-SD-TEXT (CM-SIDE-IX).
007730     ADD 1 TO CM-SD-POINTS (CM-SIDE-IX).
007740     SET CM-SD-READY (CM-SIDE-IX) TO TRUE.
007750 2300-EXIT.
007760     EXIT.
007770*
007780*----------------------------------------------------------------*
007790*  3000-COMPARE-ONE-STEP - ONE STEP OF THE MATCH: THE LOWER KEY  *
007800*  IS A POINT THE OTHER GENERATION DOES NOT HAVE; EQUAL KEYS ARE *
007810*  THE SAME POINT IN BOTH AND ARE COMPARED.                      *
007820*----------------------------------------------------------------*
007830 3000-COMPARE-ONE-STEP.
007840     IF CM-SD-KEY (1) < CM-SD-KEY (2)
007850         MOVE 1 TO CM-SIDE-IX
007860         PERFORM 3500-ONE-SIDE-ONLY THRU 3500-EXIT
007870         PERFORM 2100-READ-NEXT-POINT THRU 2100-EXIT
007880         GO TO 3000-EXIT
007890     END-IF.
007900     IF CM-SD-KEY (2) < CM-SD-KEY (1)
007910         MOVE 2 TO CM-SIDE-IX
007920         PERFORM 3500-ONE-SIDE-ONLY THRU 3500-EXIT
007930         PERFORM 2100-READ-NEXT-POINT THRU 2100-EXIT
007940         GO TO 3000-EXIT
007950     END-IF.
007960     IF CM-SD-MSG-IX (1) = 0
007970         PERFORM 3400-COMPARE-TRAILER-LINE THRU 3400-EXIT
007980     ELSE
007990         PERFORM 3100-COMPARE-MATCHED-POINT THRU 3100-EXIT
008000     END-IF.
008010     PERFORM 2100-READ-NEXT-POINT THRU 2100-EXIT
008020         VARYING CM-SIDE-IX FROM 1 BY 1
008030         UNTIL CM-SIDE-IX > 2.
008040 3000-EXIT.
008050     EXIT.
008060*
008070*----------------------------------------------------------------*
008080*  3100-COMPARE-MATCHED-POINT - THE SAME POINT IN BOTH.  TAKE    *
008090*  THE DEVIATIONS, DECIDE EQUAL, WITHIN TOLERANCE OR DIFFERING,  *
008100*  AND TALLY IT AGAINST ITS MESSAGE.                             *
008110*----------------------------------------------------------------*
008120 3100-COMPARE-MATCHED-POINT.
008130     ADD 1 TO CM-TOT-COMPARED.
008140     MOVE 1 TO CM-SIDE-IX.
008150     MOVE CM-SD-MSG-IX (1) TO CM-MSG-IX.
008160     PERFORM 4100-NOTE-MESSAGE THRU 4100-EXIT.
008170     IF CM-SD-ROUND (1) > CM-SD-ROUND (2)
008180         SUBTRACT CM-SD-ROUND (2) FROM CM-SD-ROUND (1)
008190             GIVING CM-ROUND-DEV
008200     ELSE
008210         SUBTRACT CM-SD-ROUND (1) FROM CM-SD-ROUND (2)
008220             GIVING CM-ROUND-DEV
008230     END-IF.
008240     IF CM-SD-TRAIL (1) > CM-SD-TRAIL (2)
008250         SUBTRACT CM-SD-TRAIL (2) FROM CM-SD-TRAIL (1)
008260             GIVING CM-TRAIL-DEV
008270     ELSE
008280         SUBTRACT CM-SD-TRAIL (1) FROM CM-SD-TRAIL (2)
008290             GIVING CM-TRAIL-DEV
008300     END-IF.
008310     IF CM-ROUND-DEV > CM-MAX-ROUND-DEV
008320         MOVE CM-ROUND-DEV TO CM-MAX-ROUND-DEV
008330     END-IF.
008340     IF CM-TRAIL-DEV > CM-MAX-TRAIL-DEV
008350         MOVE CM-TRAIL-DEV TO CM-MAX-TRAIL-DEV
008360     END-IF.
008370     IF CM-ROUND-DEV > CM-MG-MAX-ROUND (CM-MSG-IX)
008380         MOVE CM-ROUND-DEV TO CM-MG-MAX-ROUND (CM-MSG-IX)
008390     END-IF.
008400     IF CM-TRAIL-DEV > CM-MG-MAX-TRAIL (CM-MSG-IX)
008410         MOVE CM-TRAIL-DEV TO CM-MG-MAX-TRAIL (CM-MSG-IX)
008420     END-IF.
008430     IF CM-BANNER
008440         PERFORM 3200-JUDGE-BANNER-POINT THRU 3200-EXIT
008450     ELSE
008460         PERFORM 3300-JUDGE-EXTRACT-POINT THRU 3300-EXIT
008470     END-IF.
008480*
008490     IF CM-POINT-EQUAL
008500         ADD 1 TO CM-TOT-EQUAL
008510         ADD 1 TO CM-MG-EQUAL (CM-MSG-IX)
008520         GO TO 3100-EXIT
008530     END-IF.
008540     IF CM-POINT-TOLERATED
008550         ADD 1 TO CM-TOT-TOLERATED
008560         ADD 1 TO CM-MG-TOLERATED (CM-MSG-IX)
008570         GO TO 3100-EXIT
008580     END-IF.
008590     ADD 1 TO CM-TOT-DIFFERS.
008600     ADD 1 TO CM-MG-DIFFERS (CM-MSG-IX).
008610     IF CM-MG-LISTED (CM-MSG-IX) >= CM-MAX-LISTED
008620         ADD 1 TO CM-TOT-NOT-LISTED
008630         GO TO 3100-EXIT
008640     END-IF.
008650     ADD 1 TO CM-MG-LISTED (CM-MSG-IX).
008660     MOVE CM-SD-ROUND (1) TO CM-EDIT-VALUE.
008670     MOVE CM-EDIT-VALUE TO CM-DTL-OLD-ROUND.
008680     MOVE CM-SD-ROUND (2) TO CM-EDIT-VALUE.
008690     MOVE CM-EDIT-VALUE TO CM-DTL-NEW-ROUND.
008700     MOVE CM-ROUND-DEV TO CM-EDIT-VALUE.
008710     MOVE CM-EDIT-VALUE TO CM-DTL-ROUND-DEV.
008720     IF CM-BANNER
008730         MOVE "  N/A" TO CM-DTL-OLD-TRAIL
008740         MOVE "  N/A" TO CM-DTL-NEW-TRAIL
008750         MOVE "  N/A" TO CM-DTL-TRAIL-DEV
008760     ELSE
008770         MOVE CM-SD-TRAIL (1) TO CM-EDIT-VALUE
008780         MOVE CM-EDIT-VALUE TO CM-DTL-OLD-TRAIL
008790         MOVE CM-SD-TRAIL (2) TO CM-EDIT-VALUE
008800         MOVE CM-EDIT-VALUE TO CM-DTL-NEW-TRAIL
008810         MOVE CM-TRAIL-DEV TO CM-EDIT-VALUE
008820         MOVE CM-EDIT-VALUE TO CM-DTL-TRAIL-DEV
008830     END-IF.
008840     MOVE 1 TO CM-SIDE-IX.
008850     PERFORM 4200-WRITE-DETAIL-LINE THRU 4200-EXIT.
008860     IF CM-BANNER
008870         PERFORM 4300-WRITE-BANNER-TEXT THRU 4300-EXIT
008880             VARYING CM-SIDE-IX FROM 1 BY 1
008890             UNTIL CM-SIDE-IX > 2
008900     END-IF.
008910 3100-EXIT.
008920     EXIT.
008930*
008940*----------------------------------------------------------------*
008950*  3200-JUDGE-BANNER-POINT - A LINE THAT DIFFERS ONLY IN ITS     *
008960*  LEADING PAD, BY NO MORE THAN THE TOLERANCE, PASSES.  THE      *
008970*  SEGMENT'S MASTER KEY MUST AGREE FOR THE LINE TO BE THE SAME.  *
008980*----------------------------------------------------------------*
008990 3200-JUDGE-BANNER-POINT.
009000     IF CM-SD-TEXT (1) = CM-SD-TEXT (2)
009010      AND CM-SD-MSG-ID (1) = CM-SD-MSG-ID (2)
009020         SET CM-POINT-EQUAL TO TRUE
009030         GO TO 3200-EXIT
009040     END-IF.
009050     SET CM-POINT-DIFFERS TO TRUE.
009060     IF CM-SD-MSG-ID (1) NOT = CM-SD-MSG-ID (2)
009070         MOVE "MSG-ID DIFFERS" TO CM-REASON
009080         GO TO 3200-EXIT
009090     END-IF.
009100     MOVE 1 TO CM-SIDE-IX.
009110     PERFORM 3210-TAKE-LINE-REST THRU 3210-EXIT.
009120     MOVE CM-NEW-REST TO CM-OLD-REST.
009130     MOVE 2 TO CM-SIDE-IX.
009140     PERFORM 3210-TAKE-LINE-REST THRU 3210-EXIT.
009150     IF CM-OLD-REST NOT = CM-NEW-REST
009160      OR CM-SD-TEXT (1) (1:1) NOT = CM-SD-TEXT (2) (1:1)
009170         MOVE "LINE TEXT DIFFERS" TO CM-REASON
009180         GO TO 3200-EXIT
009190     END-IF.
009200     MOVE "ROUND-INT DIFFERS" TO CM-REASON.
009210     IF CM-TOLERANCE > 0
009220      AND CM-ROUND-DEV <= CM-TOLERANCE
009230         SET CM-POINT-TOLERATED TO TRUE
009240     END-IF.
009250 3200-EXIT.
009260     EXIT.
009270*
009280 3210-TAKE-LINE-REST.
009290     MOVE SPACES TO CM-NEW-REST.
009300     IF CM-SD-ROUND (CM-SIDE-IX) < 132
009310         COMPUTE CM-REST-START = CM-SD-ROUND (CM-SIDE-IX) + 2
009320         COMPUTE CM-REST-LENGTH = 132 - CM-SD-ROUND (CM-SIDE-IX)
009330         MOVE CM-SD-TEXT (CM-SIDE-IX)
009340             (CM-REST-START:CM-REST-LENGTH) TO CM-NEW-REST
009350     END-IF.
009360 3210-EXIT.
009370     EXIT.
009380*
009390*----------------------------------------------------------------*
009400*  3300-JUDGE-EXTRACT-POINT - THE WHOLE RECORD BUT THE WRITING   *
009410*  RUN'S DATE AND TIME MUST AGREE FOR THE POINT TO BE EQUAL.     *
009420*  WITH A TOLERANCE, THE IDENTITY FIELDS MUST AGREE AND BOTH     *
009430*  ROUND VALUES BE WITHIN IT; THE RAW VALUES AND CLAMP FLAGS ARE *
009440*  WHAT A ROUNDING DIFFERENCE IS MADE OF AND MAY DIFFER.         *
009450*----------------------------------------------------------------*
009460 3300-JUDGE-EXTRACT-POINT.
009470     MOVE CM-SD-TEXT (1) TO WX-EXTRACT-RECORD.
009480     MOVE 0 TO WX-RUN-DATE.
009490     MOVE 0 TO WX-RUN-TIME.
009500     MOVE WX-EXTRACT-RECORD TO CM-OLD-COMPARE.
009510     MOVE WX-MESSAGE-TEXT TO CM-OI-TEXT.
009520     MOVE WX-MODE-SWITCH TO CM-OI-MODE.
009530     MOVE WX-MSG-ID TO CM-OI-MSG-ID.
009540     MOVE WX-MSG-DEST TO CM-OI-DEST.
009550     MOVE WX-RENDER-SWITCH TO CM-OI-RENDER.
009560     MOVE CM-SD-TEXT (2) TO WX-EXTRACT-RECORD.
009570     MOVE 0 TO WX-RUN-DATE.
009580     MOVE 0 TO WX-RUN-TIME.
009590     MOVE WX-EXTRACT-RECORD TO CM-NEW-COMPARE.
009600     MOVE WX-MESSAGE-TEXT TO CM-NI-TEXT.
009610     MOVE WX-MODE-SWITCH TO CM-NI-MODE.
009620     MOVE WX-MSG-ID TO CM-NI-MSG-ID.
009630     MOVE WX-MSG-DEST TO CM-NI-DEST.
009640     MOVE WX-RENDER-SWITCH TO CM-NI-RENDER.
009650     IF CM-OLD-COMPARE = CM-NEW-COMPARE
009660         SET CM-POINT-EQUAL TO TRUE
009670         GO TO 3300-EXIT
009680     END-IF.
009690     SET CM-POINT-DIFFERS TO TRUE.
009700     IF CM-OLD-IDENTITY NOT = CM-NEW-IDENTITY
009710         MOVE "MESSAGE FIELDS DIFFER" TO CM-REASON
009720         GO TO 3300-EXIT
009730     END-IF.
009740     IF CM-ROUND-DEV = 0 AND CM-TRAIL-DEV = 0
009750         MOVE "RAW VALUE OR CLAMP FLAG" TO CM-REASON
009760     ELSE
009770         IF CM-TRAIL-DEV = 0
009780             MOVE "ROUND-INT DIFFERS" TO CM-REASON
009790         ELSE
009800             IF CM-ROUND-DEV = 0
009810                 MOVE "TRAIL-ROUND-INT DIFFERS" TO CM-REASON
009820             ELSE
009830                 MOVE "BOTH ROUND VALUES DIFFER" TO CM-REASON
009840             END-IF
009850         END-IF
009860     END-IF.
009870     IF CM-TOLERANCE > 0
009880      AND CM-ROUND-DEV <= CM-TOLERANCE
009890      AND CM-TRAIL-DEV <= CM-TOLERANCE
009900         SET CM-POINT-TOLERATED TO TRUE
009910     END-IF.
009920 3300-EXIT.
009930     EXIT.
009940*
009950*----------------------------------------------------------------*
009960*  3400-COMPARE-TRAILER-LINE - THE SAME STATISTICS TRAILER LINE  *
009970*  IN BOTH BANNERS.  A DIFFERENCE IS ALWAYS PRINTED, BOTH LINES. *
009980*----------------------------------------------------------------*
009990 3400-COMPARE-TRAILER-LINE.
010000     IF CM-SD-TEXT (1) = CM-SD-TEXT (2)
010010         GO TO 3400-EXIT
010020     END-IF.
010030     ADD 1 TO CM-TOT-TRAILER-DIFFS.
010040     MOVE SPACE TO CR-RPT-CONTROL.
010050     MOVE "STATISTICS TRAILER LINE DIFFERS" TO CR-RPT-TEXT.
010060     WRITE CR-REPORT-RECORD.
010070     PERFORM 4300-WRITE-BANNER-TEXT THRU 4300-EXIT
010080         VARYING CM-SIDE-IX FROM 1 BY 1
010090         UNTIL CM-SIDE-IX > 2.
010100 3400-EXIT.
010110     EXIT.
010120*
010130*----------------------------------------------------------------*
010140*  3500-ONE-SIDE-ONLY - A POINT (OR TRAILER LINE) ONLY INPUT     *
010150*  CM-SIDE-IX HAS.  ALWAYS A DIFFERENCE; LISTED LIKE ONE.        *
010160*----------------------------------------------------------------*
010170 3500-ONE-SIDE-ONLY.
010180     IF CM-SD-MSG-IX (CM-SIDE-IX) = 0
010190         ADD 1 TO CM-TOT-TRAILER-DIFFS
010200         MOVE SPACE TO CR-RPT-CONTROL
010210         MOVE SPACES TO CR-RPT-TEXT
010220         STRING "STATISTICS TRAILER LINE ONLY IN "
010230                CM-SD-DDNAME (CM-SIDE-IX)
010240           DELIMITED BY SIZE INTO CR-RPT-TEXT
010250         WRITE CR-REPORT-RECORD
010260         PERFORM 4300-WRITE-BANNER-TEXT THRU 4300-EXIT
010270         GO TO 3500-EXIT
010280     END-IF.
010290     MOVE CM-SD-MSG-IX (CM-SIDE-IX) TO CM-MSG-IX.
010300     PERFORM 4100-NOTE-MESSAGE THRU 4100-EXIT.
010310     ADD 1 TO CM-MG-UNMATCHED (CM-MSG-IX).
010320     IF CM-SIDE-IX = 1
010330         ADD 1 TO CM-TOT-OLD-ONLY
010340     ELSE
010350         ADD 1 TO CM-TOT-NEW-ONLY
010360     END-IF.
010370     IF CM-MG-LISTED (CM-MSG-IX) >= CM-MAX-LISTED
010380         ADD 1 TO CM-TOT-NOT-LISTED
010390         GO TO 3500-EXIT
010400     END-IF.
010410     ADD 1 TO CM-MG-LISTED (CM-MSG-IX).
010420     MOVE "    -" TO CM-DTL-OLD-ROUND.
010430     MOVE "    -" TO CM-DTL-NEW-ROUND.
010440     MOVE "    -" TO CM-DTL-ROUND-DEV.
010450     MOVE "    -" TO CM-DTL-TRAIL-DEV.
010460     MOVE "    -" TO CM-DTL-OLD-TRAIL.
010470     MOVE "    -" TO CM-DTL-NEW-TRAIL.
010480     MOVE CM-SD-ROUND (CM-SIDE-IX) TO CM-EDIT-VALUE.
010490     IF CM-SIDE-IX = 1
010500         MOVE CM-EDIT-VALUE TO CM-DTL-OLD-ROUND
010510         MOVE "ONLY IN OLDIN" TO CM-REASON
010520     ELSE
010530         MOVE CM-EDIT-VALUE TO CM-DTL-NEW-ROUND
010540         MOVE "ONLY IN NEWIN" TO CM-REASON
010550     END-IF.
010560     MOVE CM-SD-TRAIL (CM-SIDE-IX) TO CM-EDIT-VALUE.
010570     IF CM-BANNER
010580         MOVE "  N/A" TO CM-DTL-OLD-TRAIL
010590         MOVE "  N/A" TO CM-DTL-NEW-TRAIL
010600         MOVE "  N/A" TO CM-DTL-TRAIL-DEV
010610     ELSE
010620         IF CM-SIDE-IX = 1
010630             MOVE CM-EDIT-VALUE TO CM-DTL-OLD-TRAIL
010640         ELSE
010650             MOVE CM-EDIT-VALUE TO CM-DTL-NEW-TRAIL
010660         END-IF
010670     END-IF.
010680     PERFORM 4200-WRITE-DETAIL-LINE THRU 4200-EXIT.
010690     IF CM-BANNER
010700         PERFORM 4300-WRITE-BANNER-TEXT THRU 4300-EXIT
010710     END-IF.
010720 3500-EXIT.
010730     EXIT.
010740*
010750*----------------------------------------------------------------*
010760*  4100-NOTE-MESSAGE - KEEP THE HIGHEST SLOT IN USE AND THE      *
010770*  SLOT'S MASTER KEY (THE OLD GENERATION'S WHEN IT HAS THE      *
010780*  POINT).                                                       *
010790*----------------------------------------------------------------*
010800 4100-NOTE-MESSAGE.
010810     IF CM-MSG-IX > CM-HIGH-INDEX
010820         MOVE CM-MSG-IX TO CM-HIGH-INDEX
010830     END-IF.
010840     IF CM-MG-MSG-ID (CM-MSG-IX) = 0
010850         MOVE CM-SD-MSG-ID (CM-SIDE-IX)
010860             TO CM-MG-MSG-ID (CM-MSG-IX)
010870     END-IF.
010880 4100-EXIT.
010890     EXIT.
010900*
010910*----------------------------------------------------------------*
010920*  4200-WRITE-DETAIL-LINE - ONE LISTED POINT.  THE KEY FIELDS    *
010930*  ARE TAKEN FROM INPUT CM-SIDE-IX, WHICH HAS THE POINT.         *
010940*----------------------------------------------------------------*
010950 4200-WRITE-DETAIL-LINE.
010960     MOVE CM-MSG-IX TO CM-DTL-MSG.
010970     MOVE CM-SD-MSG-ID (CM-SIDE-IX) TO CM-DTL-MSG-ID.
010980     MOVE CM-SD-ITER (CM-SIDE-IX) TO CM-DTL-ITER.
010990     MOVE CM-REASON TO CM-DTL-REASON.
011000     MOVE SPACE TO CR-RPT-CONTROL.
011010     MOVE CM-DETAIL-LINE TO CR-RPT-TEXT.
011020     WRITE CR-REPORT-RECORD.
011030 4200-EXIT.
011040     EXIT.
011050*
011060*----------------------------------------------------------------*
011070*  4300-WRITE-BANNER-TEXT - PRINT INPUT CM-SIDE-IX'S BANNER LINE *
011080*  UNDER A LISTED POINT, AS FAR AS THE REPORT WIDTH ALLOWS.      *
011090*----------------------------------------------------------------*
011100 4300-WRITE-BANNER-TEXT.
011110     MOVE CM-SD-DDNAME (CM-SIDE-IX) TO CM-TL-DDNAME.
011120     MOVE CM-SD-TEXT (CM-SIDE-IX) (2:121) TO CM-TL-TEXT.
011130     MOVE SPACE TO CR-RPT-CONTROL.
011140     MOVE CM-TEXT-LINE TO CR-RPT-TEXT.
011150     WRITE CR-REPORT-RECORD.
011160 4300-EXIT.
011170     EXIT.
011180*
011190*----------------------------------------------------------------*
011200*  5000-PRINT-MESSAGE-LINES - ONE LINE PER MESSAGE SLOT THAT     *
011210*  SAW A POINT IN EITHER GENERATION, IN SLOT ORDER.              *
011220*----------------------------------------------------------------*
011230 5000-PRINT-MESSAGE-LINES.
011240     MOVE SPACE TO CR-RPT-CONTROL.
011250     MOVE SPACES TO CR-RPT-TEXT.
011260     WRITE CR-REPORT-RECORD.
011270     MOVE CM-MESSAGE-HEADER TO CR-RPT-TEXT.
011280     WRITE CR-REPORT-RECORD.
011290     PERFORM 5100-PRINT-ONE-MESSAGE THRU 5100-EXIT
011300         VARYING CM-MSG-IX FROM 1 BY 1
011310         UNTIL CM-MSG-IX > CM-HIGH-INDEX.
011320 5000-EXIT.
011330     EXIT.
011340*
011350 5100-PRINT-ONE-MESSAGE.
011360     IF CM-MG-EQUAL (CM-MSG-IX) = 0
011370      AND CM-MG-TOLERATED (CM-MSG-IX) = 0
011380      AND CM-MG-DIFFERS (CM-MSG-IX) = 0
011390      AND CM-MG-UNMATCHED (CM-MSG-IX) = 0
011400         GO TO 5100-EXIT
011410     END-IF.
011420     MOVE CM-MSG-IX TO CM-MSL-MSG.
011430     MOVE CM-MG-MSG-ID (CM-MSG-IX) TO CM-MSL-MSG-ID.
011440     MOVE CM-MG-EQUAL (CM-MSG-IX) TO CM-MSL-EQUAL.
011450     MOVE CM-MG-TOLERATED (CM-MSG-IX) TO CM-MSL-TOLERATED.
011460     MOVE CM-MG-DIFFERS (CM-MSG-IX) TO CM-MSL-DIFFERS.
011470     MOVE CM-MG-UNMATCHED (CM-MSG-IX) TO CM-MSL-UNMATCHED.
011480     MOVE CM-MG-MAX-ROUND (CM-MSG-IX) TO CM-MSL-MAX-ROUND.
011490     IF CM-BANNER
011500         MOVE " N/A" TO CM-MSL-MAX-TRAIL
011510     ELSE
011520         MOVE CM-MG-MAX-TRAIL (CM-MSG-IX) TO CM-EDIT-VALUE
011530         MOVE CM-EDIT-VALUE (2:4) TO CM-MSL-MAX-TRAIL
011540     END-IF.
011550     COMPUTE CM-MSL-NOT-LISTED =
011560         CM-MG-DIFFERS (CM-MSG-IX) + CM-MG-UNMATCHED (CM-MSG-IX)
011570         - CM-MG-LISTED (CM-MSG-IX).
011580     MOVE SPACE TO CR-RPT-CONTROL.
011590     MOVE CM-MESSAGE-LINE TO CR-RPT-TEXT.
011600     WRITE CR-REPORT-RECORD.
011610 5100-EXIT.
011620     EXIT.
011630*
011640*----------------------------------------------------------------*
011650*  8000-FINAL-SUMMARY - THE TOTALS AND THE VERDICT.  DIFFERING   *
011660*  OR UNMATCHED POINTS, OR A TRAILER DIFFERENCE NO TOLERATED     *
011670*  POINT ACCOUNTS FOR, ARE RC 8.  NO POINTS ON EITHER SIDE IS    *
011680*  RC 4 - NOTHING WAS PROVED EITHER WAY.                         *
011690*----------------------------------------------------------------*
011700 8000-FINAL-SUMMARY.
011710     MOVE SPACE TO CR-RPT-CONTROL.
011720     MOVE SPACES TO CR-RPT-TEXT.
011730     WRITE CR-REPORT-RECORD.
011740     MOVE SPACES TO CM-SUM-NOTE.
011750     MOVE "OLDIN POINTS READ" TO CM-SUM-LABEL.
011760     MOVE CM-SD-POINTS (1) TO CM-SUM-VALUE.
011770     PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.
011780     MOVE "NEWIN POINTS READ" TO CM-SUM-LABEL.
011790     MOVE CM-SD-POINTS (2) TO CM-SUM-VALUE.
011800     PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.
011810     MOVE "POINTS COMPARED" TO CM-SUM-LABEL.
011820     MOVE CM-TOT-COMPARED TO CM-SUM-VALUE.
011830     PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.
011840     MOVE "POINTS EQUAL" TO CM-SUM-LABEL.
011850     MOVE CM-TOT-EQUAL TO CM-SUM-VALUE.
011860     PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.
011870     MOVE "POINTS WITHIN TOLERANCE" TO CM-SUM-LABEL.
011880     MOVE CM-TOT-TOLERATED TO CM-SUM-VALUE.
011890     PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.
011900     MOVE "POINTS DIFFERING" TO CM-SUM-LABEL.
011910     MOVE CM-TOT-DIFFERS TO CM-SUM-VALUE.
011920     PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.
011930     MOVE "POINTS ONLY IN OLDIN" TO CM-SUM-LABEL.
011940     MOVE CM-TOT-OLD-ONLY TO CM-SUM-VALUE.
011950     PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.
011960     MOVE "POINTS ONLY IN NEWIN" TO CM-SUM-LABEL.
011970     MOVE CM-TOT-NEW-ONLY TO CM-SUM-VALUE.
011980     PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.
011990     MOVE "DIFFERENCES NOT LISTED" TO CM-SUM-LABEL.
012000     MOVE CM-TOT-NOT-LISTED TO CM-SUM-VALUE.
012010     PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.
012020     MOVE "MAX ROUND-INT DEVIATION" TO CM-SUM-LABEL.
012030     MOVE CM-MAX-ROUND-DEV TO CM-SUM-VALUE.
012040     PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.
012050     MOVE "MAX TRAIL-ROUND-INT DEVIATION" TO CM-SUM-LABEL.
012060     MOVE CM-MAX-TRAIL-DEV TO CM-SUM-VALUE.
012070     IF CM-BANNER
012080         MOVE "NOT CARRIED ON THE BANNER" TO CM-SUM-NOTE
012090     END-IF.
012100     PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.
012110     MOVE SPACES TO CM-SUM-NOTE.
012120     IF CM-BANNER
012130         MOVE "TRAILER LINES DIFFERING" TO CM-SUM-LABEL
012140         MOVE CM-TOT-TRAILER-DIFFS TO CM-SUM-VALUE
012150         PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT
012160         MOVE "OLDIN ANNOTATIONS SKIPPED" TO CM-SUM-LABEL
012170         MOVE CM-SD-ANNOTATIONS (1) TO CM-SUM-VALUE
012180         PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT
012190         MOVE "NEWIN ANNOTATIONS SKIPPED" TO CM-SUM-LABEL
012200         MOVE CM-SD-ANNOTATIONS (2) TO CM-SUM-VALUE
012210         PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT
012220     END-IF.
012230*
012240     DISPLAY "SINTCOMP - TYPE.................. " CM-PARM-TYPE.
012250     DISPLAY "SINTCOMP - POINTS COMPARED....... " CM-TOT-COMPARED.
012260     DISPLAY "SINTCOMP - POINTS EQUAL.......... " CM-TOT-EQUAL.
012270     DISPLAY "SINTCOMP - WITHIN TOLERANCE...... "
012280         CM-TOT-TOLERATED.
012290     DISPLAY "SINTCOMP - POINTS DIFFERING...... " CM-TOT-DIFFERS.
012300     DISPLAY "SINTCOMP - ONLY IN OLDIN......... " CM-TOT-OLD-ONLY.
012310     DISPLAY "SINTCOMP - ONLY IN NEWIN......... " CM-TOT-NEW-ONLY.
012320     DISPLAY "SINTCOMP - MAX ROUND-INT DEV..... "
012330         CM-MAX-ROUND-DEV.
012340     DISPLAY "SINTCOMP - MAX TRAIL-ROUND-INT DEV "
012350         CM-MAX-TRAIL-DEV.
012360     IF CM-BANNER
012370         DISPLAY "SINTCOMP - TRAILER LINES DIFFERING "
012380             CM-TOT-TRAILER-DIFFS
012390     END-IF.
012400*
012410     MOVE SPACE TO CR-RPT-CONTROL.
012420     MOVE SPACES TO CR-RPT-TEXT.
012430     IF CM-SD-POINTS (1) = 0 AND CM-SD-POINTS (2) = 0
012440         MOVE "RESULT: NOTHING TO COMPARE" TO CR-RPT-TEXT
012450         MOVE 4 TO RETURN-CODE
012460     ELSE
012470         IF CM-TOT-DIFFERS > 0
012480          OR CM-TOT-OLD-ONLY > 0
012490          OR CM-TOT-NEW-ONLY > 0
012500          OR (CM-TOT-TRAILER-DIFFS > 0 AND CM-TOT-TOLERATED = 0)
012510             MOVE "RESULT: GENERATIONS DIFFER" TO CR-RPT-TEXT
012520             MOVE 8 TO RETURN-CODE
012530         ELSE
012540             IF CM-TOT-TOLERATED > 0
012550                 MOVE "RESULT: MATCH WITHIN TOLERANCE"
012560                     TO CR-RPT-TEXT
012570             ELSE
012580                 MOVE "RESULT: GENERATIONS MATCH" TO CR-RPT-TEXT
012590             END-IF
012600         END-IF
012610     END-IF.
012620     WRITE CR-REPORT-RECORD.
012630     DISPLAY "SINTCOMP - " CR-RPT-TEXT (9:50).
012640 8000-EXIT.
012650     EXIT.
012660*
012670 8100-WRITE-SUMMARY-LINE.
012680     MOVE SPACE TO CR-RPT-CONTROL.
012690     MOVE CM-SUMMARY-LINE TO CR-RPT-TEXT.
012700     WRITE CR-REPORT-RECORD.
012710 8100-EXIT.
012720     EXIT.
012730*
012740*----------------------------------------------------------------*
012750*  8900-STOP-RUN - REFUSE TO COMPARE: PRINT AND DISPLAY WHY, SET *
012760*  THE RETURN CODE AND STOP.                                     *
012770*----------------------------------------------------------------*
012780 8900-STOP-RUN.
012790     MOVE SPACE TO CR-RPT-CONTROL.
012800     MOVE SPACES TO CR-RPT-TEXT.
012810     STRING "NOT COMPARED - " CM-STOP-TEXT
012820       DELIMITED BY SIZE INTO CR-RPT-TEXT.
012830     WRITE CR-REPORT-RECORD.
012840     DISPLAY "SINTCOMP - " CM-STOP-TEXT.
012850     DISPLAY "SINTCOMP - NOT COMPARED".
012860     MOVE CM-STOP-RC TO RETURN-CODE.
012870     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012880     GOBACK.
012890 8900-EXIT.
012900     EXIT.
012910*
012920*----------------------------------------------------------------*
012930*  9000-TERMINATE - CLOSE FILES.  ONLY ONE PAIR OF INPUTS IS     *
012940*  EVER OPEN; THE CLOSE STATUS IS NOT CHECKED.                   *
012950*----------------------------------------------------------------*
012960 9000-TERMINATE.
012970     CLOSE OLD-BANNER-FILE.
012980     CLOSE NEW-BANNER-FILE.
012990     CLOSE OLD-EXTRACT-FILE.
013000     CLOSE NEW-EXTRACT-FILE.
013010     CLOSE COMPARE-REPORT.
013020 9000-EXIT.
013030     EXIT.
013040*
013050 END PROGRAM SINTCOMP.
013060
