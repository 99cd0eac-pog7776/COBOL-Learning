000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SINTWIND.
000030 AUTHOR. R W BENSON.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH REPORTING.
000050 DATE-WRITTEN. 2026-10-13.
000060 DATE-COMPILED.
000070*================================================================*
000080*  SINTWIND - BATCH-WINDOW ELAPSED-TIME AND THROUGHPUT FORECAST. *
000090*                                                                 *
000100*  RUN WEEKLY AGAINST THE PERMANENT AUDIT TRAIL (AUDITIN) AND    *
000110*  THE PERMANENT RUN HISTORY (HISTIN).  PRINTS ONE LINE PER      *
000120*  NIGHT - ELAPSED MINUTES, SAMPLES, SAMPLES PER MINUTE, MESSAGE *
000130*  COUNT, ITERATIONS AND RENDER MODE - WITH A SUMMARY PER WEEK,  *
000140*  THEN PROJECTS THE DATE THE ELAPSED-TIME TREND REACHES THE     *
000150*  BATCH-WINDOW DEADLINE.  THE DEADLINE DRAIN ONLY TELLS US ON   *
000160*  THE NIGHT THAT THE WINDOW RAN OUT; THIS SAYS WEEKS AHEAD THAT *
000170*  MESSAGE-LIBRARY GROWTH OR ITERATIONS OVERRIDES ARE PUSHING    *
000180*  THE NIGHT TOWARD IT.                                          *
000190*                                                                 *
000200*  LEGS.  A SINTEST RUN (A LEG) OPENS AT ITS RUNSTART EVENT AND  *
000210*  CLOSES AT ITS END EVENT - COMPLETE, OR THE QUIESCE/DEADLINE   *
000220*  WHOSE TEXT READS "RUN ENDED" (THE MID-RUN DRAIN EVENTS OF THE *
000230*  SAME CODE DO NOT CLOSE IT) - OR AT A FATAL EVENT.  A LEG THAT *
000240*  IS STILL OPEN AT THE NEXT RUNSTART OR END OF FILE ABENDED;    *
000250*  ITS LAST EVENT (A CHECKPOINT, USUALLY) IS TAKEN AS ITS END.   *
000260*  EACH RUNHIST RECORD BELONGS TO THE LEG WHOSE RUNSTART IS THE  *
000270*  LAST ONE BEFORE IT - SINTEST STAMPS THE RECORD A FEW SECONDS  *
000280*  AFTER ITS RUNSTART EVENT.  BOTH FILES ARE IN RUN ORDER.       *
000290*                                                                 *
000300*  NIGHTS.  A LEG THAT RESUMED FROM A CHECKPOINT (A RESTART      *
000310*  EVENT, OR RH-RESTART-FLAG Y) BELONGS TO THE NIGHT THE DRAINED *
000320*  OR ABENDED LEG BEFORE IT OPENED, SO A RESTARTED NIGHT IS      *
000330*  MEASURED ACROSS BOTH LEGS: ITS ELAPSED TIME IS THE SUM OF THE *
000340*  LEGS' (NOT THE GAP BETWEEN THEM) AND ITS SAMPLES ARE THE LAST *
000350*  LEG'S RH-SAMPLE-COUNT, WHICH IS ALREADY THE WHOLE NIGHT'S     *
000360*  RUNNING TOTAL.  ONLY A NIGHT WHOSE LAST LEG COMPLETED WITH A  *
000370*  RUNHIST RECORD IS MEASURED - A DRAINED OR ABENDED NIGHT WITH  *
000380*  NO RESUME ON FILE PRINTS, FLAGGED, BUT IS LEFT OUT OF THE     *
000390*  AVERAGES AND THE TREND.                                       *
000400*                                                                 *
000410*  SLOW NIGHTS.  A MEASURED NIGHT WHOSE SAMPLES PER MINUTE FELL  *
000420*  BELOW THE SLOW PERCENTAGE OF THE AVERAGE OVER THE TRAILING    *
000430*  MEASURED NIGHTS IS FLAGGED.  VOLUME GROWTH MOVES ELAPSED TIME *
000440*  BUT NOT THE RATE; A RATE THAT DROPS SHARPLY POINTS TO DASD OR *
000450*  CONTENTION TROUBLE.  AT LEAST THREE TRAILING NIGHTS ARE       *
000460*  NEEDED BEFORE A NIGHT IS JUDGED.  A SLOW NIGHT IS NOT USED AS *
000470*  A TRAILING NIGHT, NOR IN THE PROJECTION BELOW.                *
000480*                                                                 *
000490*  PROJECTION.  A LEAST-SQUARES LINE IS FITTED TO THE MEASURED   *
000500*  NIGHTS' ELAPSED MINUTES AGAINST THE DAY NUMBER, AND THE DATE  *
000510*  IT REACHES THE WINDOW IS PRINTED.  THE WINDOW RUNS FROM THE   *
000520*  LAST MEASURED NIGHT'S START TIME TO THE DEADLINE IN FORCE,    *
000530*  UNDER THE SINTEST MIDNIGHT RULE (A DEADLINE EARLIER THAN THE  *
000540*  START TIME IS TOMORROW MORNING).  THE DEADLINE IN FORCE IS    *
000550*  THE PARM OVERRIDE, ELSE THE DLINE= ON THE LAST MEASURED       *
000560*  NIGHT'S RUNSTART (PARM FIELD 9, OR THE WAVEPARM DEFAULT THAT  *
000570*  NIGHT), ELSE WB-DEFAULT-DEADLINE-TIME AS ASSEMBLED NOW.  AT   *
000580*  LEAST FIVE MEASURED NIGHTS ARE NEEDED FOR A TREND.            *
000581*                                                                 *
000582*  PARTITIONED NIGHTS.  THE EVENTS OF A SINTEST PARTITION CARRY  *
000583*  "PART=NN" AT THE FRONT OF THEIR TEXT AND ARE PASSED OVER; THE *
000584*  NIGHT IS MEASURED FROM THE RUNSTART AND COMPLETE SINTASMB     *
000585*  WRITES AROUND THEM - THE FIRST PARTITION'S START TO THE       *
000586*  REASSEMBLY - SO ITS ELAPSED TIME IS WALL CLOCK, NOT THE SUM   *
000587*  OF THE PARTITIONS.                                            *
000590*                                                                 *
000600*  PARM:  FROM-DATE,TO-DATE,DEADLINE,SLOW-PCT,TRAIL-NIGHTS,      *
000610*  HORIZON-DAYS - ALL POSITIONAL AND OPTIONAL.  DATES YYYYMMDD   *
000620*  INCLUSIVE (DEFAULT THE LAST 13 WEEKS TO DATE); DEADLINE HHMM  *
000630*  TO PROJECT AGAINST A PROPOSED WINDOW RATHER THAN THE ONE IN   *
000640*  FORCE; SLOW-PCT DEFAULT 70; TRAIL-NIGHTS DEFAULT 7, AT MOST   *
000650*  28; HORIZON-DAYS DEFAULT 28.  NIGHTS UP TO SIX WEEKS BEFORE   *
000660*  FROM-DATE ARE READ SO THE FIRST NIGHTS STILL HAVE A TRAILING  *
000670*  AVERAGE.  A BLANK OR NON-NUMERIC FIELD TAKES ITS DEFAULT.     *
000680*                                                                 *
000690*  RETURN CODES:  00 CLEAN, 04 NO MEASURED NIGHT IN THE RANGE    *
000700*  (NOTHING TO REPORT), 08 THE TREND REACHES THE DEADLINE WITHIN *
000710*  THE HORIZON OR ALREADY HAS, 16 FILE FAILURE OR A TABLE        *
000720*  OVERFLOW.                                                     *
000730*                                                                 *
000740*  MODIFICATION HISTORY                                          *
000750*    2026-10-13  RWB  ORIGINAL - THE DEADLINE DRAIN WAS THE FIRST *
000760*                      WE HEARD THAT THE NIGHT HAD OUTGROWN ITS   *
000770*                      WINDOW.                                    *
000771*    2026-10-15  RWB  PASS OVER THE EVENTS OF A PARTITIONED      *
000772*                      NIGHT'S PARTITIONS - THE NIGHT IS TIMED BY *
000773*                      ITS REASSEMBLY ENVELOPE.                   *
000774*    2026-10-15  RWB  3000 COUNTS A RUNHIST RECORD AS UNMATCHED   *
000775*                      WHEN NO RUNSTART WAS LOADED, INSTEAD OF    *
000776*                      STEPPING PAST THE END OF THE LEG TABLE.    *
000780*================================================================*
000790 ENVIRONMENT DIVISION.
000800 CONFIGURATION SECTION.
000810 SOURCE-COMPUTER. IBM-370.
000820 OBJECT-COMPUTER. IBM-370.
000830 INPUT-OUTPUT SECTION.
000840 FILE-CONTROL.
000850     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITIN
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS AU-FILE-STATUS.
000880     SELECT RUN-HISTORY-FILE ASSIGN TO HISTIN
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS RH-FILE-STATUS.
000910     SELECT WINDOW-REPORT ASSIGN TO WINDRPT
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WR-FILE-STATUS.
000940*
000950 DATA DIVISION.
000960 FILE SECTION.
000970*----------------------------------------------------------------*
000980*  AUDIT-LOG-FILE - 120-BYTE RECORDS IN THE AUDITREC LAYOUT, IN  *
000990*  THE ORDER SINTEST APPENDED THEM.                              *
001000*----------------------------------------------------------------*
001010 FD  AUDIT-LOG-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 01  AU-AUDIT-REC                PIC X(120).
001050*----------------------------------------------------------------*
001060*  RUN-HISTORY-FILE - 90-BYTE RECORDS IN THE RUNHIST COPYBOOK    *
001070*  LAYOUT, ONE PER SINTEST RUN, IN RUN ORDER.                    *
001080*----------------------------------------------------------------*
001090 FD  RUN-HISTORY-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 01  RH-HISTORY-REC              PIC X(90).
001130*----------------------------------------------------------------*
001140*  WINDOW-REPORT - PRINT FILE, ANSI/ASA CARRIAGE CONTROL BYTE 1. *
001150*----------------------------------------------------------------*
001160 FD  WINDOW-REPORT
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 01  WR-REPORT-RECORD.
001200     05  WR-RPT-CONTROL          PIC X(01).
001210     05  WR-RPT-TEXT             PIC X(132).
001220*
001230 WORKING-STORAGE SECTION.
001240*----------------------------------------------------------------*
001250*  STANDALONE COUNTERS AND SWITCHES.                             *
001260*----------------------------------------------------------------*
001270 77  AU-FILE-STATUS              PIC X(02) VALUE "00".
001280 77  RH-FILE-STATUS              PIC X(02) VALUE "00".
001290 77  WR-FILE-STATUS              PIC X(02) VALUE "00".
001300 77  WN-AUDIT-EOF-SWITCH         PIC X(01) VALUE "N".
001310     88  WN-AUDIT-EOF                      VALUE "Y".
001320 77  WN-HISTORY-EOF-SWITCH       PIC X(01) VALUE "N".
001330     88  WN-HISTORY-EOF                    VALUE "Y".
001340 77  WN-LEG-OPEN-SWITCH          PIC X(01) VALUE "N".
001350     88  WN-LEG-OPEN                       VALUE "Y".
001360 77  WN-NIGHT-OPEN-SWITCH        PIC X(01) VALUE "N".
001370     88  WN-NIGHT-OPEN                     VALUE "Y".
001380 77  WN-WEEK-OPEN-SWITCH         PIC X(01) VALUE "N".
001390     88  WN-WEEK-OPEN                      VALUE "Y".
001400 77  WN-SLOW-SWITCH              PIC X(01) VALUE "N".
001410     88  WN-NIGHT-SLOW                     VALUE "Y".
001420 77  WN-EVENT-COUNT              PIC 9(07) VALUE 0.
001430 77  WN-HISTORY-COUNT            PIC 9(07) VALUE 0.
001440 77  WN-UNMATCHED-COUNT          PIC 9(05) VALUE 0.
001450 77  WN-OLDEST-DATE              PIC 9(08) VALUE 0.
001460*
001470*----------------------------------------------------------------*
001480*  COPY AUDITREC - AUDIT-TRAIL EVENT RECORD LAYOUT.              *
001490*----------------------------------------------------------------*
001500     COPY AUDITREC.
001510*
001520*----------------------------------------------------------------*
001530*  COPY RUNHIST - RUN-HISTORY RECORD LAYOUT.                     *
001540*----------------------------------------------------------------*
001550     COPY RUNHIST.
001560*
001570*----------------------------------------------------------------*
001580*  COPY WAVEPARM - SHOP-WIDE DEFAULTS; ONLY THE DEADLINE IS      *
001590*  USED, AS THE LAST FALLBACK FOR THE DEADLINE IN FORCE.         *
001600*----------------------------------------------------------------*
001610     COPY WAVEPARM.
001620*
001630*----------------------------------------------------------------*
001640*  PARM.  X PICTURES SO BLANK CAN MEAN "TAKE THE DEFAULT".       *
001650*----------------------------------------------------------------*
001660 01  WN-PARM-FROM-DATE           PIC X(08) VALUE SPACES.
001670 01  WN-PARM-TO-DATE             PIC X(08) VALUE SPACES.
001680 01  WN-PARM-DEADLINE            PIC X(04) VALUE SPACES
001690                                 JUSTIFIED RIGHT.
001700 01  WN-PARM-SLOW-PCT            PIC X(04) VALUE SPACES
001710                                 JUSTIFIED RIGHT.
001720 01  WN-PARM-TRAIL-NIGHTS        PIC X(04) VALUE SPACES
001730                                 JUSTIFIED RIGHT.
001740 01  WN-PARM-HORIZON             PIC X(04) VALUE SPACES
001750                                 JUSTIFIED RIGHT.
001760 01  WN-FROM-DATE                PIC 9(08) VALUE 0.
001770 01  WN-TO-DATE                  PIC 9(08) VALUE 99999999.
001780 01  WN-LOAD-FROM-DATE           PIC 9(08) VALUE 0.
001790 01  WN-OVERRIDE-SWITCH          PIC X(01) VALUE "N".
001800 01  WN-OVERRIDE-DEADLINE        PIC 9(04) VALUE 0.
001810 01  WN-SLOW-PCT                 PIC 9(04) VALUE 70.
001820 01  WN-TRAIL-NIGHTS             PIC 9(04) VALUE 7.
001830 01  WN-HORIZON-DAYS             PIC 9(04) VALUE 28.
001840 01  WN-MIN-TRAIL                PIC 9(04) VALUE 3.
001850 01  WN-MIN-TREND                PIC 9(04) VALUE 5.
001860*
001870*----------------------------------------------------------------*
001880*  LEG TABLE - ONE ENTRY PER RUNSTART IN THE LOAD RANGE, IN RUN  *
001890*  ORDER.  THE DATE AND TIME PAIRS ARE REDEFINED AS ONE 16-DIGIT *
001900*  KEY SO THE RUNHIST STAMP CAN BE PLACED BETWEEN THEM.  ONE     *
001910*  SPARE ENTRY HOLDS AN ALL-NINES KEY BEHIND THE LAST LEG.       *
001920*  WN-LG-END-CODE IS BLANK WHEN THE LEG HAD NO END EVENT.        *
001930*----------------------------------------------------------------*
001940 01  WN-LEG-TABLE.
001950     05  WN-LG-ENTRY             OCCURS 1001.
001960         10  WN-LG-START-KEY.
001970             15  WN-LG-START-DATE
001980                                 PIC 9(08).
001990             15  WN-LG-START-TIME
002000                                 PIC 9(08).
002010         10  WN-LG-START-KEY-N   REDEFINES WN-LG-START-KEY
002020                                 PIC 9(16).
002030         10  WN-LG-END-KEY.
002040             15  WN-LG-END-DATE  PIC 9(08).
002050             15  WN-LG-END-TIME  PIC 9(08).
002060         10  WN-LG-END-KEY-N     REDEFINES WN-LG-END-KEY
002070                                 PIC 9(16).
002080         10  WN-LG-END-CODE      PIC X(08).
002090         10  WN-LG-DEADLINE      PIC 9(04).
002100         10  WN-LG-RESTART-SW    PIC X(01).
002110         10  WN-LG-HIST-SW       PIC X(01).
002120         10  WN-LG-SAMPLES       PIC 9(09).
002130         10  WN-LG-MSGS          PIC 9(04).
002140         10  WN-LG-ITER          PIC 9(05).
002150         10  WN-LG-RENDER        PIC X(01).
002160 01  WN-LEG-MAX                  PIC 9(04) COMP VALUE 1000.
002170 01  WN-LEG-COUNT                PIC 9(04) COMP VALUE 0.
002180 01  WN-LG-IX                    PIC 9(04) COMP VALUE 0.
002190 01  WN-HIST-KEY.
002200     05  WN-HK-DATE              PIC 9(08).
002210     05  WN-HK-TIME              PIC 9(08).
002220 01  WN-HIST-KEY-N               REDEFINES WN-HIST-KEY
002230                                 PIC 9(16).
002240 01  WN-DLINE-POS                PIC 9(04) COMP VALUE 0.
002250 01  WN-DLINE-X                  PIC X(04).
002260*
002270*----------------------------------------------------------------*
002280*  NIGHT TABLE - ONE ENTRY PER NIGHT, THE RESUMED LEGS FOLDED    *
002290*  INTO THE NIGHT THEY FINISHED.  STATE IS C COMPLETE, D         *
002300*  DRAINED (QUIESCE OR DEADLINE), A ABENDED, F FATAL - THE END   *
002310*  OF THE NIGHT'S LAST LEG.  PARTIAL IS Y FOR A RESUMED LEG      *
002320*  WHOSE FIRST LEG IS NOT ON FILE; SLOW IS Y FOR A MEASURED      *
002330*  NIGHT THAT FAILED THE SLOW TEST.                              *
002340*----------------------------------------------------------------*
002350 01  WN-NIGHT-TABLE.
002360     05  WN-NT-ENTRY             OCCURS 1000.
002370         10  WN-NT-DATE          PIC 9(08).
002380         10  WN-NT-START-HHMM    PIC 9(04).
002390         10  WN-NT-LEGS          PIC 9(02).
002400         10  WN-NT-SECONDS       PIC 9(07).
002410         10  WN-NT-SAMPLES       PIC 9(09).
002420         10  WN-NT-MSGS          PIC 9(04).
002430         10  WN-NT-ITER          PIC 9(05).
002440         10  WN-NT-RENDER        PIC X(01).
002450         10  WN-NT-DEADLINE      PIC 9(04).
002460         10  WN-NT-STATE         PIC X(01).
002470         10  WN-NT-HIST-SW       PIC X(01).
002480         10  WN-NT-PARTIAL-SW    PIC X(01).
002490         10  WN-NT-MEASURED-SW   PIC X(01).
002500         10  WN-NT-SLOW-SW       PIC X(01).
002510         10  WN-NT-MINUTES       PIC 9(05)V9(01).
002520         10  WN-NT-RATE          PIC 9(07)V9(02).
002530 01  WN-NIGHT-COUNT              PIC 9(04) COMP VALUE 0.
002540 01  WN-NT-IX                    PIC 9(04) COMP VALUE 0.
002550 01  WN-SC-IX                    PIC 9(04) COMP VALUE 0.
002560*
002570*----------------------------------------------------------------*
002580*  ELAPSED-TIME WORK FIELDS - THE AUDITRPT METHOD: DAY           *
002590*  DIFFERENCE TIMES 86400 PLUS THE TIME-OF-DAY DIFFERENCE, THE   *
002600*  HUNDREDTHS DROPPED, SO A LEG CROSSING MIDNIGHT IS TRUE.       *
002610*----------------------------------------------------------------*
002620 01  WN-START-DAY-INT            PIC 9(08) COMP VALUE 0.
002630 01  WN-END-DAY-INT              PIC 9(08) COMP VALUE 0.
002640 01  WN-START-SECONDS            PIC 9(07) VALUE 0.
002650 01  WN-END-SECONDS              PIC 9(07) VALUE 0.
002660 01  WN-LEG-SECONDS              PIC S9(09) VALUE 0.
002670 01  WN-TIME-SPLIT.
002680     05  WN-TIME-HH              PIC 9(02).
002690     05  WN-TIME-MM              PIC 9(02).
002700     05  WN-TIME-SS              PIC 9(02).
002710     05  FILLER                  PIC X(02).
002720*
002730*----------------------------------------------------------------*
002740*  WINDOW WORK FIELDS - START HHMM AND DEADLINE HHMM IN, THE     *
002750*  MINUTES BETWEEN THEM OUT (ZERO WHEN THERE IS NO DEADLINE).    *
002760*----------------------------------------------------------------*
002770 01  WN-CALC-START               PIC 9(04) VALUE 0.
002780 01  WN-CALC-START-R             REDEFINES WN-CALC-START.
002790     05  WN-CALC-START-HH        PIC 9(02).
002800     05  WN-CALC-START-MM        PIC 9(02).
002810 01  WN-CALC-DEADLINE            PIC 9(04) VALUE 0.
002820 01  WN-CALC-DEADLINE-R          REDEFINES WN-CALC-DEADLINE.
002830     05  WN-CALC-DEADLINE-HH     PIC 9(02).
002840     05  WN-CALC-DEADLINE-MM     PIC 9(02).
002850 01  WN-CALC-WINDOW              PIC 9(05) VALUE 0.
002860*
002870*----------------------------------------------------------------*
002880*  TRAILING AVERAGE AND WEEK ACCUMULATORS.  A WEEK RUNS MONDAY   *
002890*  TO SUNDAY; DAY 1 OF THE INTEGER-OF-DATE CALENDAR (1601-01-01) *
002900*  WAS A MONDAY.                                                 *
002910*----------------------------------------------------------------*
002920 01  WN-TR-COUNT                 PIC 9(04) VALUE 0.
002930 01  WN-TR-RATE-SUM              PIC 9(11)V9(02) VALUE 0.
002940 01  WN-TR-AVERAGE               PIC 9(07)V9(02) VALUE 0.
002950 01  WN-TR-PCT                   PIC 9(05) VALUE 0.
002960 01  WN-DAY-INT                  PIC 9(08) COMP VALUE 0.
002970 01  WN-DAY-WORK                 PIC 9(08) COMP VALUE 0.
002980 01  WN-DAY-QUOT                 PIC 9(08) COMP VALUE 0.
002990 01  WN-DAY-OF-WEEK              PIC 9(01) COMP VALUE 0.
003000 01  WN-WEEK-INT                 PIC 9(08) COMP VALUE 0.
003010 01  WN-CUR-WEEK-INT             PIC 9(08) COMP VALUE 0.
003020 01  WN-WK-NIGHTS                PIC 9(04) VALUE 0.
003030 01  WN-WK-MEASURED              PIC 9(04) VALUE 0.
003040 01  WN-WK-RESTARTED             PIC 9(04) VALUE 0.
003050 01  WN-WK-SLOW                  PIC 9(04) VALUE 0.
003060 01  WN-WK-MINUTES               PIC 9(09)V9(01) VALUE 0.
003070 01  WN-WK-RATE                  PIC 9(11)V9(02) VALUE 0.
003080 01  WN-WK-MSGS                  PIC 9(09) VALUE 0.
003090*
003100*----------------------------------------------------------------*
003110*  RANGE TOTALS AND THE LEAST-SQUARES SUMS.  X IS THE NIGHT'S    *
003120*  DAY NUMBER LESS THE FIRST MEASURED NIGHT'S, Y ITS ELAPSED     *
003130*  MINUTES.  THE LINE IS Y = A + B X, WORKED A TERM AT A TIME    *
003140*  THROUGH WN-NUMERATOR AND WN-PRODUCT.                          *
003150*----------------------------------------------------------------*
003160 01  WN-PRINTED-NIGHTS           PIC 9(05) VALUE 0.
003170 01  WN-MEASURED-NIGHTS          PIC 9(05) VALUE 0.
003180 01  WN-TREND-COUNT              PIC 9(05) VALUE 0.
003190 01  WN-RESTARTED-NIGHTS         PIC 9(05) VALUE 0.
003200 01  WN-SLOW-NIGHTS              PIC 9(05) VALUE 0.
003210 01  WN-UNFINISHED-NIGHTS        PIC 9(05) VALUE 0.
003220 01  WN-FIRST-IX                 PIC 9(04) COMP VALUE 0.
003230 01  WN-LAST-IX                  PIC 9(04) COMP VALUE 0.
003240 01  WN-FIRST-DAY-INT            PIC 9(08) COMP VALUE 0.
003250 01  WN-X                        PIC S9(07) VALUE 0.
003260 01  WN-LAST-X                   PIC S9(07) VALUE 0.
003270 01  WN-SUM-X                    PIC S9(11) VALUE 0.
003280 01  WN-SUM-Y                    PIC S9(11)V9(01) VALUE 0.
003290 01  WN-SUM-XY                   PIC S9(15)V9(01) VALUE 0.
003300 01  WN-SUM-XX                   PIC S9(15) VALUE 0.
003310 01  WN-DENOMINATOR              PIC S9(18) VALUE 0.
003320 01  WN-NUMERATOR                PIC S9(17)V9(01) VALUE 0.
003330 01  WN-PRODUCT                  PIC S9(17)V9(06) VALUE 0.
003340 01  WN-SLOPE                    PIC S9(05)V9(06) VALUE 0.
003350 01  WN-INTERCEPT                PIC S9(07)V9(04) VALUE 0.
003360 01  WN-SLOPE-WEEK               PIC S9(05)V9(02) VALUE 0.
003370 01  WN-TREND-NOW                PIC S9(07)V9(01) VALUE 0.
003380 01  WN-CROSS-X                  PIC S9(09)V9(02) VALUE 0.
003390 01  WN-DAYS-AHEAD               PIC S9(09)V9(02) VALUE 0.
003400 01  WN-DAYS-WHOLE               PIC S9(09) VALUE 0.
003410 01  WN-CROSS-DATE               PIC 9(08) VALUE 0.
003420 01  WN-DEADLINE                 PIC 9(04) VALUE 0.
003430 01  WN-DEADLINE-SOURCE          PIC X(24) VALUE SPACES.
003440 01  WN-WINDOW                   PIC 9(05) VALUE 0.
003450*
003460*----------------------------------------------------------------*
003470*  REPORT LINE LAYOUTS.                                          *
003480*----------------------------------------------------------------*
003490 01  WN-RUN-DATE                 PIC 9(08).
003500 01  WN-RUN-TIME                 PIC 9(08).
003510 01  WN-PAGE-HEADER.
003520     05  FILLER                  PIC X(30)
003530         VALUE "SINTWIND BATCH-WINDOW ELAPSED-".
003540     05  FILLER                  PIC X(29)
003550         VALUE "TIME AND THROUGHPUT FORECAST ".
003560     05  FILLER                  PIC X(02) VALUE "ON".
003570     05  FILLER                  PIC X(01) VALUE SPACE.
003580     05  WN-HDR-DATE             PIC 9(08).
003590     05  FILLER                  PIC X(04) VALUE " AT ".
003600     05  WN-HDR-TIME             PIC 9(08).
003610     05  FILLER                  PIC X(50) VALUE SPACES.
003620 01  WN-RANGE-LINE.
003630     05  FILLER                  PIC X(06) VALUE "RANGE ".
003640     05  WN-RNG-FROM             PIC 9(08).
003650     05  FILLER                  PIC X(06) VALUE " THRU ".
003660     05  WN-RNG-TO               PIC 9(08).
003670     05  FILLER                  PIC X(12) VALUE "  SLOW BELOW".
003680     05  WN-RNG-SLOW-PCT         PIC ZZZ9.
003690     05  FILLER                  PIC X(15) VALUE "% OF TRAILING ".
003700     05  WN-RNG-TRAIL            PIC Z9.
003710     05  FILLER                  PIC X(26)
003720         VALUE "-NIGHT AVERAGE  HORIZON ".
003730     05  WN-RNG-HORIZON          PIC ZZZ9.
003740     05  FILLER                  PIC X(05) VALUE " DAYS".
003750     05  FILLER                  PIC X(36) VALUE SPACES.
003760 01  WN-COLUMN-HEADER.
003770     05  FILLER                  PIC X(28)
003780         VALUE "NIGHT   START LEGS ELAPSED  ".
003790     05  FILLER                  PIC X(30)
003800         VALUE " SAMPLES   SAMP/MIN  TRAIL AVG".
003810     05  FILLER                  PIC X(28)
003820         VALUE " MSGS ITERS R DLINE WINDOW  ".
003830     05  FILLER                  PIC X(06) VALUE "REMARK".
003840     05  FILLER                  PIC X(40) VALUE SPACES.
003850 01  WN-DETAIL-LINE.
003860     05  WN-DTL-DATE             PIC 9(08).
003870     05  FILLER                  PIC X(01) VALUE SPACE.
003880     05  WN-DTL-START            PIC 9(04).
003890     05  FILLER                  PIC X(03) VALUE SPACES.
003900     05  WN-DTL-LEGS             PIC Z9.
003910     05  FILLER                  PIC X(01) VALUE SPACE.
003920     05  WN-DTL-MINUTES          PIC ZZZZ9.9.
003930     05  FILLER                  PIC X(01) VALUE SPACE.
003940     05  WN-DTL-SAMPLES          PIC ZZZZZZZZ9.
003950     05  FILLER                  PIC X(01) VALUE SPACE.
003960     05  WN-DTL-RATE             PIC ZZZZZZ9.99.
003970     05  FILLER                  PIC X(01) VALUE SPACE.
003980     05  WN-DTL-TRAIL            PIC ZZZZZZ9.99.
003990     05  FILLER                  PIC X(01) VALUE SPACE.
004000     05  WN-DTL-MSGS             PIC ZZZ9.
004010     05  FILLER                  PIC X(01) VALUE SPACE.
004020     05  WN-DTL-ITER             PIC ZZZZ9.
004030     05  FILLER                  PIC X(01) VALUE SPACE.
004040     05  WN-DTL-RENDER           PIC X(01).
004050     05  FILLER                  PIC X(02) VALUE SPACES.
004060     05  WN-DTL-DEADLINE         PIC 9(04).
004070     05  FILLER                  PIC X(02) VALUE SPACES.
004080     05  WN-DTL-WINDOW           PIC ZZZZ9.
004090     05  FILLER                  PIC X(02) VALUE SPACES.
004100     05  WN-DTL-REMARK           PIC X(40).
004110     05  FILLER                  PIC X(06) VALUE SPACES.
004120 01  WN-WEEK-LINE.
004130     05  FILLER                  PIC X(08) VALUE "WEEK OF ".
004140     05  WN-WKL-DATE             PIC 9(08).
004150     05  FILLER                  PIC X(08) VALUE " NIGHTS ".
004160     05  WN-WKL-NIGHTS           PIC Z9.
004170     05  FILLER                  PIC X(10) VALUE " MEASURED ".
004180     05  WN-WKL-MEASURED         PIC Z9.
004190     05  FILLER                  PIC X(13) VALUE " AVG ELAPSED ".
004200     05  WN-WKL-MINUTES          PIC ZZZZ9.9.
004210     05  FILLER                  PIC X(14) VALUE " AVG SAMP/MIN ".
004220     05  WN-WKL-RATE             PIC ZZZZZZ9.99.
004230     05  FILLER                  PIC X(10) VALUE " AVG MSGS ".
004240     05  WN-WKL-MSGS             PIC ZZZ9.
004250     05  FILLER                  PIC X(11) VALUE " RESTARTED ".
004260     05  WN-WKL-RESTARTED        PIC Z9.
004270     05  FILLER                  PIC X(06) VALUE " SLOW ".
004280     05  WN-WKL-SLOW             PIC Z9.
004290     05  FILLER                  PIC X(15) VALUE SPACES.
004300 01  WN-EDIT-MINUTES             PIC ZZZZ9.9.
004310 01  WN-EDIT-SLOPE               PIC -ZZZ9.99.
004320 01  WN-EDIT-WINDOW              PIC ZZZZ9.
004330 01  WN-EDIT-DAYS                PIC ZZZ9.
004340 01  WN-EDIT-PCT                 PIC ZZZZ9.
004350*
004360 LINKAGE SECTION.
004370*----------------------------------------------------------------*
004380*  LS-PARM-AREA - STANDARD MVS PARM CONVENTION; SEE PROLOGUE.    *
004390*----------------------------------------------------------------*
004400 01  LS-PARM-AREA.
004410     05  LS-PARM-LEN             PIC S9(04) COMP.
004420     05  LS-PARM-TEXT            PIC X(80).
004430*
004440 PROCEDURE DIVISION USING LS-PARM-AREA.
004450*
004460 0000-MAINLINE-CONTROL.
004470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004480     PERFORM 2000-LOAD-ONE-EVENT THRU 2000-EXIT
004490         UNTIL WN-AUDIT-EOF.
004500     COMPUTE WN-LG-IX = WN-LEG-COUNT + 1.
004510     MOVE ALL "9" TO WN-LG-START-KEY (WN-LG-IX).
004520     MOVE 1 TO WN-LG-IX.
004530     PERFORM 3000-MATCH-ONE-HISTORY THRU 3000-EXIT
004540         UNTIL WN-HISTORY-EOF.
004550     PERFORM 4000-BUILD-ONE-NIGHT THRU 4000-EXIT
004560         VARYING WN-LG-IX FROM 1 BY 1
004570         UNTIL WN-LG-IX > WN-LEG-COUNT.
004580     PERFORM 5000-PRINT-ONE-NIGHT THRU 5000-EXIT
004590         VARYING WN-NT-IX FROM 1 BY 1
004600         UNTIL WN-NT-IX > WN-NIGHT-COUNT.
004610     IF WN-WEEK-OPEN
004620         PERFORM 5300-PRINT-WEEK THRU 5300-EXIT
004630     END-IF.
004640     PERFORM 6000-PROJECT-CROSSING THRU 6000-EXIT.
004650     PERFORM 8000-FINAL-SUMMARY THRU 8000-EXIT.
004660     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004670     GOBACK.
004680 0000-MAINLINE-EXIT.
004690     EXIT.
004700*
004710*----------------------------------------------------------------*
004720*  1000-INITIALIZE - RESOLVE THE PARM, OPEN THE FILES, PRINT THE *
004730*  REPORT HEADERS AND PRIME BOTH INPUTS.                         *
004740*----------------------------------------------------------------*
004750 1000-INITIALIZE.
004760     ACCEPT WN-RUN-DATE FROM DATE YYYYMMDD.
004770     ACCEPT WN-RUN-TIME FROM TIME.
004780     IF LS-PARM-LEN > 0
004790         UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
004800             DELIMITED BY ","
004810             INTO WN-PARM-FROM-DATE, WN-PARM-TO-DATE,
004820                  WN-PARM-DEADLINE, WN-PARM-SLOW-PCT,
004830                  WN-PARM-TRAIL-NIGHTS, WN-PARM-HORIZON
004840         END-UNSTRING
004850     END-IF
004860     IF WN-PARM-FROM-DATE NUMERIC
004870         MOVE WN-PARM-FROM-DATE TO WN-FROM-DATE
004880     ELSE
004890         COMPUTE WN-FROM-DATE = FUNCTION DATE-OF-INTEGER
004900             (FUNCTION INTEGER-OF-DATE (WN-RUN-DATE) - 91)
004910     END-IF
004920     IF WN-PARM-TO-DATE NUMERIC
004930         MOVE WN-PARM-TO-DATE TO WN-TO-DATE
004940     END-IF
004950     IF WN-PARM-DEADLINE NOT = SPACES
004960         INSPECT WN-PARM-DEADLINE
004970             REPLACING LEADING SPACES BY ZEROS
004980         IF WN-PARM-DEADLINE NUMERIC
004990             MOVE WN-PARM-DEADLINE TO WN-OVERRIDE-DEADLINE
005000             MOVE "Y" TO WN-OVERRIDE-SWITCH
005010         END-IF
005020     END-IF
005030     IF WN-PARM-SLOW-PCT NOT = SPACES
005040         INSPECT WN-PARM-SLOW-PCT
005050             REPLACING LEADING SPACES BY ZEROS
005060         IF WN-PARM-SLOW-PCT NUMERIC
005070             MOVE WN-PARM-SLOW-PCT TO WN-SLOW-PCT
005080         END-IF
005090     END-IF
005100     IF WN-PARM-TRAIL-NIGHTS NOT = SPACES
005110         INSPECT WN-PARM-TRAIL-NIGHTS
005120             REPLACING LEADING SPACES BY ZEROS
005130         IF WN-PARM-TRAIL-NIGHTS NUMERIC
005140             MOVE WN-PARM-TRAIL-NIGHTS TO WN-TRAIL-NIGHTS
005150         END-IF
005160     END-IF
005170     IF WN-TRAIL-NIGHTS > 28
005180         MOVE 28 TO WN-TRAIL-NIGHTS
005190     END-IF
005200     IF WN-TRAIL-NIGHTS < WN-MIN-TRAIL
005210         MOVE WN-MIN-TRAIL TO WN-TRAIL-NIGHTS
005220     END-IF
005230     IF WN-PARM-HORIZON NOT = SPACES
005240         INSPECT WN-PARM-HORIZON
005250             REPLACING LEADING SPACES BY ZEROS
005260         IF WN-PARM-HORIZON NUMERIC
005270             MOVE WN-PARM-HORIZON TO WN-HORIZON-DAYS
005280         END-IF
005290     END-IF
005300     COMPUTE WN-LOAD-FROM-DATE = FUNCTION DATE-OF-INTEGER
005310         (FUNCTION INTEGER-OF-DATE (WN-FROM-DATE) - 42).
005320*
005330     OPEN INPUT AUDIT-LOG-FILE.
005340     IF AU-FILE-STATUS NOT = "00"
005350         DISPLAY "SINTWIND - FATAL: AUDITIN OPEN FAILED, STATUS "
005360             AU-FILE-STATUS
005370         MOVE 16 TO RETURN-CODE
005380         GOBACK
005390     END-IF.
005400     OPEN INPUT RUN-HISTORY-FILE.
005410     IF RH-FILE-STATUS NOT = "00"
005420         DISPLAY "SINTWIND - FATAL: HISTIN OPEN FAILED, STATUS "
005430             RH-FILE-STATUS
005440         MOVE 16 TO RETURN-CODE
005450         GOBACK
005460     END-IF.
005470     OPEN OUTPUT WINDOW-REPORT.
005480     IF WR-FILE-STATUS NOT = "00"
005490         DISPLAY "SINTWIND - FATAL: WINDRPT OPEN FAILED, STATUS "
005500             WR-FILE-STATUS
005510         MOVE 16 TO RETURN-CODE
005520         GOBACK
005530     END-IF.
005540     MOVE WN-RUN-DATE TO WN-HDR-DATE.
005550     MOVE WN-RUN-TIME TO WN-HDR-TIME.
005560     MOVE "1" TO WR-RPT-CONTROL.
005570     MOVE WN-PAGE-HEADER TO WR-RPT-TEXT.
005580     WRITE WR-REPORT-RECORD.
005590     MOVE WN-FROM-DATE    TO WN-RNG-FROM.
005600     MOVE WN-TO-DATE      TO WN-RNG-TO.
005610     MOVE WN-SLOW-PCT     TO WN-RNG-SLOW-PCT.
005620     MOVE WN-TRAIL-NIGHTS TO WN-RNG-TRAIL.
005630     MOVE WN-HORIZON-DAYS TO WN-RNG-HORIZON.
005640     MOVE SPACE TO WR-RPT-CONTROL.
005650     MOVE WN-RANGE-LINE TO WR-RPT-TEXT.
005660     WRITE WR-REPORT-RECORD.
005670     MOVE "0" TO WR-RPT-CONTROL.
005680     MOVE WN-COLUMN-HEADER TO WR-RPT-TEXT.
005690     WRITE WR-REPORT-RECORD.
005700*
005710     PERFORM 7000-READ-AUDIT-RECORD THRU 7000-EXIT.
005720     PERFORM 7100-READ-HISTORY-RECORD THRU 7100-EXIT.
005730 1000-EXIT.
005740     EXIT.
005750*
005760*----------------------------------------------------------------*
005770*  2000-LOAD-ONE-EVENT - BUILD THE LEG TABLE.  ONLY A RUNSTART   *
005780*  IS TESTED AGAINST THE LOAD RANGE; THE EVENTS AFTER IT BELONG  *
005790*  TO ITS LEG WHATEVER THEIR DATE, SO A LEG THAT RUNS PAST       *
005800*  MIDNIGHT OR PAST TO-DATE IS STILL WHOLE.  EVERY EVENT IN AN   *
005810*  OPEN LEG MOVES ITS END STAMP, SO A LEG THAT NEVER WROTE ITS   *
005820*  END EVENT ENDS AT ITS LAST EVENT.                             *
005830*----------------------------------------------------------------*
005840 2000-LOAD-ONE-EVENT.
005850     IF WN-OLDEST-DATE = 0
005860      AND AU-EVENT-DATE NUMERIC
005870         MOVE AU-EVENT-DATE TO WN-OLDEST-DATE
005880     END-IF.
005890     ADD 1 TO WN-EVENT-COUNT.
005891     IF AU-EVENT-TEXT (1:5) = "PART="
005892         GO TO 2000-NEXT
005893     END-IF.
005900     IF AU-EVENT-CODE = "RUNSTART"
005910         MOVE "N" TO WN-LEG-OPEN-SWITCH
005920         IF AU-EVENT-DATE NOT < WN-LOAD-FROM-DATE
005930          AND AU-EVENT-DATE NOT > WN-TO-DATE
005940             PERFORM 2100-OPEN-LEG THRU 2100-EXIT
005950         END-IF
005960         GO TO 2000-NEXT
005970     END-IF.
005980     IF NOT WN-LEG-OPEN
005990         GO TO 2000-NEXT
006000     END-IF.
006010     MOVE AU-EVENT-DATE TO WN-LG-END-DATE (WN-LEG-COUNT).
006020     MOVE AU-EVENT-TIME TO WN-LG-END-TIME (WN-LEG-COUNT).
006030     IF AU-EVENT-CODE = "RESTART"
006040         MOVE "Y" TO WN-LG-RESTART-SW (WN-LEG-COUNT)
006050     END-IF.
006060     IF AU-EVENT-CODE = "COMPLETE"
006070      OR AU-EVENT-CODE = "FATAL"
006080      OR ((AU-EVENT-CODE = "DEADLINE"
006090       OR AU-EVENT-CODE (1:7) = "QUIESCE")
006100      AND AU-EVENT-TEXT (1:9) = "RUN ENDED")
006110         MOVE AU-EVENT-CODE TO WN-LG-END-CODE (WN-LEG-COUNT)
006120         MOVE "N" TO WN-LEG-OPEN-SWITCH
006130     END-IF.
006140 2000-NEXT.
006150     PERFORM 7000-READ-AUDIT-RECORD THRU 7000-EXIT.
006160 2000-EXIT.
006170     EXIT.
006180*
006190*----------------------------------------------------------------*
006200*  2100-OPEN-LEG - ADD A LEG AT ITS RUNSTART AND PICK THE        *
006210*  DEADLINE IT RAN UNDER OUT OF THE EVENT TEXT ("DLINE=HHMM").   *
006220*  A RUNSTART WRITTEN BEFORE THE DEADLINE EXISTED HAS NO DLINE   *
006230*  AND IS TAKEN AS NO DEADLINE.                                  *
006240*----------------------------------------------------------------*
006250 2100-OPEN-LEG.
006260     IF WN-LEG-COUNT NOT < WN-LEG-MAX
006270         DISPLAY "SINTWIND - FATAL: MORE THAN 1000 RUNS IN THE "
006280             "RANGE - NARROW THE PARM DATES"
006290         MOVE 16 TO RETURN-CODE
006300         GOBACK
006310     END-IF.
006320     ADD 1 TO WN-LEG-COUNT.
006330     MOVE AU-EVENT-DATE TO WN-LG-START-DATE (WN-LEG-COUNT).
006340     MOVE AU-EVENT-TIME TO WN-LG-START-TIME (WN-LEG-COUNT).
006350     MOVE AU-EVENT-DATE TO WN-LG-END-DATE (WN-LEG-COUNT).
006360     MOVE AU-EVENT-TIME TO WN-LG-END-TIME (WN-LEG-COUNT).
006370     MOVE SPACES TO WN-LG-END-CODE (WN-LEG-COUNT).
006380     MOVE 0      TO WN-LG-DEADLINE (WN-LEG-COUNT).
006390     MOVE "N"    TO WN-LG-RESTART-SW (WN-LEG-COUNT).
006400     MOVE "N"    TO WN-LG-HIST-SW (WN-LEG-COUNT).
006410     MOVE 0      TO WN-LG-SAMPLES (WN-LEG-COUNT).
006420     MOVE 0      TO WN-LG-MSGS (WN-LEG-COUNT).
006430     MOVE 0      TO WN-LG-ITER (WN-LEG-COUNT).
006440     MOVE SPACE  TO WN-LG-RENDER (WN-LEG-COUNT).
006450     MOVE "Y" TO WN-LEG-OPEN-SWITCH.
006460     MOVE 0 TO WN-DLINE-POS.
006470     INSPECT AU-EVENT-TEXT TALLYING WN-DLINE-POS
006480         FOR CHARACTERS BEFORE INITIAL "DLINE=".
006490     IF WN-DLINE-POS < 87
006500         MOVE AU-EVENT-TEXT (WN-DLINE-POS + 7:4) TO WN-DLINE-X
006510         IF WN-DLINE-X NUMERIC
006520             MOVE WN-DLINE-X TO WN-LG-DEADLINE (WN-LEG-COUNT)
006530         END-IF
006540     END-IF.
006550 2100-EXIT.
006560     EXIT.
006570*
006580*----------------------------------------------------------------*
006590*  3000-MATCH-ONE-HISTORY - HANG A RUNHIST RECORD ON ITS LEG:    *
006600*  THE LAST LEG WHOSE RUNSTART IS AT OR BEFORE THE RECORD'S RUN  *
006610*  STAMP.  A RECORD WITH NO SUCH LEG, OR WHOSE LEG ALREADY HAS   *
006620*  ONE, CAME FROM A RUN WHOSE RUNSTART IS NOT ON THE AUDIT       *
006630*  TRAIL (AN AUDIT WRITE FAILURE) AND IS COUNTED, NOT USED.  A   *
006640*  LEG WITH NO END EVENT IS STRETCHED TO THE RECORD'S STAMP IF   *
006650*  ITS LAST EVENT CAME EARLIER.                                  *
006660*----------------------------------------------------------------*
006670 3000-MATCH-ONE-HISTORY.
006680     IF RH-RUN-DATE < WN-LOAD-FROM-DATE
006690      OR RH-RUN-DATE > WN-TO-DATE
006700         GO TO 3000-READ-NEXT
006710     END-IF.
006720     ADD 1 TO WN-HISTORY-COUNT.
006730     MOVE RH-RUN-DATE TO WN-HK-DATE.
006740     MOVE RH-RUN-TIME TO WN-HK-TIME.
006750     IF WN-LEG-COUNT = 0
006752         ADD 1 TO WN-UNMATCHED-COUNT
006754         GO TO 3000-READ-NEXT
006756     END-IF.
006758     PERFORM 3100-ADVANCE-LEG THRU 3100-EXIT
006760         UNTIL WN-LG-START-KEY-N (WN-LG-IX + 1) > WN-HIST-KEY-N.
006770     IF WN-LG-START-KEY-N (WN-LG-IX) > WN-HIST-KEY-N
006790      OR WN-LG-HIST-SW (WN-LG-IX) = "Y"
006800         ADD 1 TO WN-UNMATCHED-COUNT
006810         GO TO 3000-READ-NEXT
006820     END-IF.
006830     MOVE "Y"              TO WN-LG-HIST-SW (WN-LG-IX).
006840     MOVE RH-SAMPLE-COUNT  TO WN-LG-SAMPLES (WN-LG-IX).
006850     MOVE RH-MESSAGE-COUNT TO WN-LG-MSGS (WN-LG-IX).
006860     MOVE RH-ITERATIONS    TO WN-LG-ITER (WN-LG-IX).
006870     MOVE RH-RENDER-SWITCH TO WN-LG-RENDER (WN-LG-IX).
006880     IF RH-RESTART-FLAG = "Y"
006890         MOVE "Y" TO WN-LG-RESTART-SW (WN-LG-IX)
006900     END-IF.
006910     IF WN-LG-END-CODE (WN-LG-IX) = SPACES
006920      AND WN-LG-END-KEY-N (WN-LG-IX) < WN-HIST-KEY-N
006930         MOVE WN-HIST-KEY TO WN-LG-END-KEY (WN-LG-IX)
006940     END-IF.
006950 3000-READ-NEXT.
006960     PERFORM 7100-READ-HISTORY-RECORD THRU 7100-EXIT.
006970 3000-EXIT.
006980     EXIT.
006990*
007000 3100-ADVANCE-LEG.
007010     ADD 1 TO WN-LG-IX.
007020 3100-EXIT.
007030     EXIT.
007040*
007050*----------------------------------------------------------------*
007060*  4000-BUILD-ONE-NIGHT - FOLD ONE LEG INTO THE NIGHT TABLE.  A  *
007070*  RESUMED LEG JOINS THE NIGHT STILL OPEN (ITS LAST LEG DID NOT  *
007080*  COMPLETE); ANY OTHER LEG OPENS A NIGHT OF ITS OWN, LEAVING AN *
007090*  OPEN NIGHT BEFORE IT UNFINISHED.  THE LATEST LEG'S RUNHIST    *
007100*  FIGURES STAND FOR THE NIGHT.                                  *
007110*----------------------------------------------------------------*
007120 4000-BUILD-ONE-NIGHT.
007130     PERFORM 4100-LEG-SECONDS THRU 4100-EXIT.
007140     IF WN-LG-RESTART-SW (WN-LG-IX) = "Y"
007150      AND WN-NIGHT-OPEN
007160         GO TO 4000-ADD-LEG
007170     END-IF.
007180     ADD 1 TO WN-NIGHT-COUNT.
007190     MOVE WN-LG-START-DATE (WN-LG-IX)
007200                           TO WN-NT-DATE (WN-NIGHT-COUNT).
007210     MOVE WN-LG-START-TIME (WN-LG-IX) (1:4)
007220                           TO WN-NT-START-HHMM (WN-NIGHT-COUNT).
007230     MOVE WN-LG-DEADLINE (WN-LG-IX)
007240                           TO WN-NT-DEADLINE (WN-NIGHT-COUNT).
007250     MOVE 0     TO WN-NT-LEGS (WN-NIGHT-COUNT).
007260     MOVE 0     TO WN-NT-SECONDS (WN-NIGHT-COUNT).
007270     MOVE 0     TO WN-NT-SAMPLES (WN-NIGHT-COUNT).
007280     MOVE 0     TO WN-NT-MSGS (WN-NIGHT-COUNT).
007290     MOVE 0     TO WN-NT-ITER (WN-NIGHT-COUNT).
007300     MOVE SPACE TO WN-NT-RENDER (WN-NIGHT-COUNT).
007310     MOVE "N"   TO WN-NT-HIST-SW (WN-NIGHT-COUNT).
007320     MOVE WN-LG-RESTART-SW (WN-LG-IX)
007330                TO WN-NT-PARTIAL-SW (WN-NIGHT-COUNT).
007340     MOVE "N"   TO WN-NT-MEASURED-SW (WN-NIGHT-COUNT).
007350     MOVE "N"   TO WN-NT-SLOW-SW (WN-NIGHT-COUNT).
007360     MOVE 0     TO WN-NT-MINUTES (WN-NIGHT-COUNT).
007370     MOVE 0     TO WN-NT-RATE (WN-NIGHT-COUNT).
007380 4000-ADD-LEG.
007390     ADD 1 TO WN-NT-LEGS (WN-NIGHT-COUNT).
007400     ADD WN-LEG-SECONDS TO WN-NT-SECONDS (WN-NIGHT-COUNT).
007410     IF WN-LG-HIST-SW (WN-LG-IX) = "Y"
007420         MOVE "Y" TO WN-NT-HIST-SW (WN-NIGHT-COUNT)
007430         MOVE WN-LG-SAMPLES (WN-LG-IX)
007440                       TO WN-NT-SAMPLES (WN-NIGHT-COUNT)
007450         MOVE WN-LG-MSGS (WN-LG-IX)
007460                       TO WN-NT-MSGS (WN-NIGHT-COUNT)
007470         MOVE WN-LG-ITER (WN-LG-IX)
007480                       TO WN-NT-ITER (WN-NIGHT-COUNT)
007490         MOVE WN-LG-RENDER (WN-LG-IX)
007500                       TO WN-NT-RENDER (WN-NIGHT-COUNT)
007510     END-IF.
007520     MOVE "Y" TO WN-NIGHT-OPEN-SWITCH.
007530     IF WN-LG-END-CODE (WN-LG-IX) = "COMPLETE"
007540         MOVE "C" TO WN-NT-STATE (WN-NIGHT-COUNT)
007550         MOVE "N" TO WN-NIGHT-OPEN-SWITCH
007560     ELSE
007570         IF WN-LG-END-CODE (WN-LG-IX) = "FATAL"
007580             MOVE "F" TO WN-NT-STATE (WN-NIGHT-COUNT)
007590         ELSE
007600             IF WN-LG-END-CODE (WN-LG-IX) = SPACES
007610                 MOVE "A" TO WN-NT-STATE (WN-NIGHT-COUNT)
007620             ELSE
007630                 MOVE "D" TO WN-NT-STATE (WN-NIGHT-COUNT)
007640             END-IF
007650         END-IF
007660     END-IF.
007670     PERFORM 4200-MEASURE-NIGHT THRU 4200-EXIT.
007680 4000-EXIT.
007690     EXIT.
007700*
007710*----------------------------------------------------------------*
007720*  4100-LEG-SECONDS - ELAPSED SECONDS FROM THE LEG'S RUNSTART TO *
007730*  ITS END, CROSSING MIDNIGHT CORRECTLY (SEE AUDITRPT).          *
007740*----------------------------------------------------------------*
007750 4100-LEG-SECONDS.
007760     COMPUTE WN-START-DAY-INT =
007770         FUNCTION INTEGER-OF-DATE (WN-LG-START-DATE (WN-LG-IX)).
007780     COMPUTE WN-END-DAY-INT =
007790         FUNCTION INTEGER-OF-DATE (WN-LG-END-DATE (WN-LG-IX)).
007800     MOVE WN-LG-START-TIME (WN-LG-IX) TO WN-TIME-SPLIT.
007810     COMPUTE WN-START-SECONDS = WN-TIME-HH * 3600
007820         + WN-TIME-MM * 60 + WN-TIME-SS.
007830     MOVE WN-LG-END-TIME (WN-LG-IX) TO WN-TIME-SPLIT.
007840     COMPUTE WN-END-SECONDS = WN-TIME-HH * 3600
007850         + WN-TIME-MM * 60 + WN-TIME-SS.
007860     COMPUTE WN-LEG-SECONDS =
007870         (WN-END-DAY-INT - WN-START-DAY-INT) * 86400
007880         + WN-END-SECONDS - WN-START-SECONDS.
007890     IF WN-LEG-SECONDS < 0
007900         MOVE 0 TO WN-LEG-SECONDS
007910     END-IF.
007920 4100-EXIT.
007930     EXIT.
007940*
007950*----------------------------------------------------------------*
007960*  4200-MEASURE-NIGHT - MINUTES AND SAMPLES PER MINUTE SO FAR.   *
007970*  THE NIGHT IS MEASURED ONLY WHEN ITS LAST LEG COMPLETED WITH A *
007980*  RUNHIST RECORD AND ITS FIRST LEG IS ON FILE.                  *
007990*----------------------------------------------------------------*
008000 4200-MEASURE-NIGHT.
008010     COMPUTE WN-NT-MINUTES (WN-NIGHT-COUNT) ROUNDED =
008020         WN-NT-SECONDS (WN-NIGHT-COUNT) / 60.
008030     MOVE "N" TO WN-NT-MEASURED-SW (WN-NIGHT-COUNT).
008040     MOVE 0 TO WN-NT-RATE (WN-NIGHT-COUNT).
008050     IF WN-NT-MINUTES (WN-NIGHT-COUNT) = 0
008060      OR WN-NT-SAMPLES (WN-NIGHT-COUNT) = 0
008070         GO TO 4200-EXIT
008080     END-IF.
008090     COMPUTE WN-NT-RATE (WN-NIGHT-COUNT) ROUNDED =
008100         WN-NT-SAMPLES (WN-NIGHT-COUNT)
008110         / WN-NT-MINUTES (WN-NIGHT-COUNT).
008120     IF WN-NT-STATE (WN-NIGHT-COUNT) = "C"
008130      AND WN-NT-HIST-SW (WN-NIGHT-COUNT) = "Y"
008140      AND WN-NT-PARTIAL-SW (WN-NIGHT-COUNT) = "N"
008150         MOVE "Y" TO WN-NT-MEASURED-SW (WN-NIGHT-COUNT)
008160     END-IF.
008170 4200-EXIT.
008180     EXIT.
008190*
008200*----------------------------------------------------------------*
008210*  5000-PRINT-ONE-NIGHT - THE SLOW TEST AGAINST THE TRAILING     *
008220*  AVERAGE, THEN ONE DETAIL LINE PER NIGHT IN THE RANGE WITH THE *
008230*  WEEK BREAK AHEAD OF IT.  A NIGHT BEFORE FROM-DATE IS TESTED   *
008240*  BUT NOT PRINTED - IT ONLY SERVES AS A TRAILING NIGHT FOR THE  *
008250*  ONES AFTER IT.  A SLOW NIGHT STAYS IN THE WEEKLY AVERAGES BUT *
008260*  IS KEPT OUT OF THE TREND: ITS TIME WENT TO CONTENTION, NOT TO *
008270*  VOLUME.                                                       *
008280*----------------------------------------------------------------*
008290 5000-PRINT-ONE-NIGHT.
008300     MOVE "N" TO WN-SLOW-SWITCH.
008310     PERFORM 5100-TRAILING-AVERAGE THRU 5100-EXIT.
008320     IF WN-NIGHT-SLOW
008330         MOVE "Y" TO WN-NT-SLOW-SW (WN-NT-IX)
008340     END-IF.
008350     IF WN-NT-DATE (WN-NT-IX) < WN-FROM-DATE
008360      OR WN-NT-DATE (WN-NT-IX) > WN-TO-DATE
008370         GO TO 5000-EXIT
008380     END-IF.
008390     COMPUTE WN-DAY-INT =
008400         FUNCTION INTEGER-OF-DATE (WN-NT-DATE (WN-NT-IX)).
008410     COMPUTE WN-DAY-WORK = WN-DAY-INT - 1.
008420     DIVIDE WN-DAY-WORK BY 7 GIVING WN-DAY-QUOT
008430         REMAINDER WN-DAY-OF-WEEK.
008440     COMPUTE WN-WEEK-INT = WN-DAY-INT - WN-DAY-OF-WEEK.
008450     IF WN-WEEK-OPEN
008460      AND WN-WEEK-INT NOT = WN-CUR-WEEK-INT
008470         PERFORM 5300-PRINT-WEEK THRU 5300-EXIT
008480     END-IF.
008490     IF NOT WN-WEEK-OPEN
008500         MOVE WN-WEEK-INT TO WN-CUR-WEEK-INT
008510         MOVE "Y" TO WN-WEEK-OPEN-SWITCH
008520     END-IF.
008530*
008540     MOVE WN-NT-START-HHMM (WN-NT-IX) TO WN-CALC-START.
008550     MOVE WN-NT-DEADLINE (WN-NT-IX)   TO WN-CALC-DEADLINE.
008560     PERFORM 5500-WINDOW-MINUTES THRU 5500-EXIT.
008570*
008580     MOVE WN-NT-DATE (WN-NT-IX)       TO WN-DTL-DATE.
008590     MOVE WN-NT-START-HHMM (WN-NT-IX) TO WN-DTL-START.
008600     MOVE WN-NT-LEGS (WN-NT-IX)       TO WN-DTL-LEGS.
008610     MOVE WN-NT-MINUTES (WN-NT-IX)    TO WN-DTL-MINUTES.
008620     MOVE WN-NT-SAMPLES (WN-NT-IX)    TO WN-DTL-SAMPLES.
008630     MOVE WN-NT-RATE (WN-NT-IX)       TO WN-DTL-RATE.
008640     MOVE WN-TR-AVERAGE               TO WN-DTL-TRAIL.
008650     MOVE WN-NT-MSGS (WN-NT-IX)       TO WN-DTL-MSGS.
008660     MOVE WN-NT-ITER (WN-NT-IX)       TO WN-DTL-ITER.
008670     MOVE WN-NT-RENDER (WN-NT-IX)     TO WN-DTL-RENDER.
008680     MOVE WN-NT-DEADLINE (WN-NT-IX)   TO WN-DTL-DEADLINE.
008690     MOVE WN-CALC-WINDOW              TO WN-DTL-WINDOW.
008700     PERFORM 5200-SET-REMARK THRU 5200-EXIT.
008710     MOVE SPACE TO WR-RPT-CONTROL.
008720     MOVE WN-DETAIL-LINE TO WR-RPT-TEXT.
008730     WRITE WR-REPORT-RECORD.
008740*
008750     ADD 1 TO WN-PRINTED-NIGHTS.
008760     ADD 1 TO WN-WK-NIGHTS.
008770     IF WN-NT-LEGS (WN-NT-IX) > 1
008780         ADD 1 TO WN-RESTARTED-NIGHTS
008790         ADD 1 TO WN-WK-RESTARTED
008800     END-IF.
008810     IF WN-NIGHT-SLOW
008820         ADD 1 TO WN-SLOW-NIGHTS
008830         ADD 1 TO WN-WK-SLOW
008840     END-IF.
008850     IF WN-NT-STATE (WN-NT-IX) NOT = "C"
008860         ADD 1 TO WN-UNFINISHED-NIGHTS
008870     END-IF.
008880     IF WN-NT-MEASURED-SW (WN-NT-IX) = "Y"
008890         ADD 1 TO WN-MEASURED-NIGHTS
008900         ADD 1 TO WN-WK-MEASURED
008910         ADD WN-NT-MINUTES (WN-NT-IX) TO WN-WK-MINUTES
008920         ADD WN-NT-RATE (WN-NT-IX)    TO WN-WK-RATE
008930         ADD WN-NT-MSGS (WN-NT-IX)    TO WN-WK-MSGS
008940     END-IF.
008950     IF WN-NT-MEASURED-SW (WN-NT-IX) = "Y"
008960      AND NOT WN-NIGHT-SLOW
008970         PERFORM 5400-ACCUMULATE-TREND THRU 5400-EXIT
008980     END-IF.
008990 5000-EXIT.
009000     EXIT.
009010*
009020*----------------------------------------------------------------*
009030*  5100-TRAILING-AVERAGE - SAMPLES PER MINUTE AVERAGED OVER THE  *
009040*  LAST TRAIL-NIGHTS MEASURED NIGHTS BEFORE THIS ONE, AND THE    *
009050*  SLOW TEST AGAINST IT.  ZERO WHEN THERE ARE TOO FEW.  EARLIER  *
009060*  SLOW NIGHTS ARE PASSED OVER SO ONE BAD NIGHT DOES NOT LOWER   *
009070*  THE BAR FOR THE NEXT.                                         *
009080*----------------------------------------------------------------*
009090 5100-TRAILING-AVERAGE.
009100     MOVE 0 TO WN-TR-COUNT.
009110     MOVE 0 TO WN-TR-RATE-SUM.
009120     MOVE 0 TO WN-TR-AVERAGE.
009130     PERFORM 5150-TRAIL-ONE-NIGHT THRU 5150-EXIT
009140         VARYING WN-SC-IX FROM WN-NT-IX BY -1
009150         UNTIL WN-SC-IX < 2
009160            OR WN-TR-COUNT NOT < WN-TRAIL-NIGHTS.
009170     IF WN-TR-COUNT < WN-MIN-TRAIL
009180         GO TO 5100-EXIT
009190     END-IF.
009200     COMPUTE WN-TR-AVERAGE ROUNDED =
009210         WN-TR-RATE-SUM / WN-TR-COUNT.
009220     IF WN-NT-MEASURED-SW (WN-NT-IX) = "Y"
009230      AND WN-NT-RATE (WN-NT-IX) * 100
009240          < WN-TR-AVERAGE * WN-SLOW-PCT
009250         MOVE "Y" TO WN-SLOW-SWITCH
009260     END-IF.
009270 5100-EXIT.
009280     EXIT.
009290*
009300 5150-TRAIL-ONE-NIGHT.
009310     IF WN-NT-MEASURED-SW (WN-SC-IX - 1) = "Y"
009320      AND WN-NT-SLOW-SW (WN-SC-IX - 1) = "N"
009330         ADD 1 TO WN-TR-COUNT
009340         ADD WN-NT-RATE (WN-SC-IX - 1) TO WN-TR-RATE-SUM
009350     END-IF.
009360 5150-EXIT.
009370     EXIT.
009380*
009390*----------------------------------------------------------------*
009400*  5200-SET-REMARK - ONE REMARK PER NIGHT, MOST URGENT FIRST.    *
009410*----------------------------------------------------------------*
009420 5200-SET-REMARK.
009430     MOVE SPACES TO WN-DTL-REMARK.
009440     IF WN-NT-PARTIAL-SW (WN-NT-IX) = "Y"
009450         MOVE "RESUMED LEG ONLY - FIRST LEG NOT ON FILE"
009460             TO WN-DTL-REMARK
009470         GO TO 5200-EXIT
009480     END-IF.
009490     IF WN-NT-STATE (WN-NT-IX) = "D"
009500         MOVE "DRAINED - NO RESUME ON FILE"
009510             TO WN-DTL-REMARK
009520         GO TO 5200-EXIT
009530     END-IF.
009540     IF WN-NT-STATE (WN-NT-IX) = "A"
009550         MOVE "NO END EVENT (ABEND) - NO RESUME ON FILE"
009560             TO WN-DTL-REMARK
009570         GO TO 5200-EXIT
009580     END-IF.
009590     IF WN-NT-STATE (WN-NT-IX) = "F"
009600         MOVE "FATAL - NO RESUME ON FILE"
009610             TO WN-DTL-REMARK
009620         GO TO 5200-EXIT
009630     END-IF.
009640     IF WN-NT-HIST-SW (WN-NT-IX) NOT = "Y"
009650         MOVE "NO RUNHIST RECORD - NOT MEASURED"
009660             TO WN-DTL-REMARK
009670         GO TO 5200-EXIT
009680     END-IF.
009690     IF WN-NIGHT-SLOW
009700         COMPUTE WN-TR-PCT ROUNDED =
009710             WN-NT-RATE (WN-NT-IX) * 100 / WN-TR-AVERAGE
009720         MOVE WN-TR-PCT TO WN-EDIT-PCT
009730         STRING "** SLOW -" WN-EDIT-PCT
009740                "% OF TRAILING AVERAGE"
009750           DELIMITED BY SIZE INTO WN-DTL-REMARK
009760         GO TO 5200-EXIT
009770     END-IF.
009780     IF WN-NT-LEGS (WN-NT-IX) > 1
009790         MOVE "RESTARTED - ELAPSED IS ALL LEGS SUMMED"
009800             TO WN-DTL-REMARK
009810         GO TO 5200-EXIT
009820     END-IF.
009830     IF WN-CALC-WINDOW > 0
009840      AND WN-NT-MINUTES (WN-NT-IX) > WN-CALC-WINDOW
009850         MOVE "ELAPSED PAST THE WINDOW" TO WN-DTL-REMARK
009860     END-IF.
009870 5200-EXIT.
009880     EXIT.
009890*
009900*----------------------------------------------------------------*
009910*  5300-PRINT-WEEK - WEEKLY AVERAGES OVER THE WEEK'S MEASURED    *
009920*  NIGHTS, THEN RESET FOR THE NEXT WEEK.                         *
009930*----------------------------------------------------------------*
009940 5300-PRINT-WEEK.
009950     COMPUTE WN-WKL-DATE =
009960         FUNCTION DATE-OF-INTEGER (WN-CUR-WEEK-INT).
009970     MOVE WN-WK-NIGHTS    TO WN-WKL-NIGHTS.
009980     MOVE WN-WK-MEASURED  TO WN-WKL-MEASURED.
009990     MOVE WN-WK-RESTARTED TO WN-WKL-RESTARTED.
010000     MOVE WN-WK-SLOW      TO WN-WKL-SLOW.
010010     IF WN-WK-MEASURED > 0
010020         COMPUTE WN-WKL-MINUTES ROUNDED =
010030             WN-WK-MINUTES / WN-WK-MEASURED
010040         COMPUTE WN-WKL-RATE ROUNDED =
010050             WN-WK-RATE / WN-WK-MEASURED
010060         COMPUTE WN-WKL-MSGS ROUNDED =
010070             WN-WK-MSGS / WN-WK-MEASURED
010080     ELSE
010090         MOVE 0 TO WN-WKL-MINUTES
010100         MOVE 0 TO WN-WKL-RATE
010110         MOVE 0 TO WN-WKL-MSGS
010120     END-IF.
010130     MOVE "0" TO WR-RPT-CONTROL.
010140     MOVE WN-WEEK-LINE TO WR-RPT-TEXT.
010150     WRITE WR-REPORT-RECORD.
010160     MOVE SPACES TO WR-RPT-TEXT.
010170     MOVE SPACE TO WR-RPT-CONTROL.
010180     WRITE WR-REPORT-RECORD.
010190     MOVE 0 TO WN-WK-NIGHTS.
010200     MOVE 0 TO WN-WK-MEASURED.
010210     MOVE 0 TO WN-WK-RESTARTED.
010220     MOVE 0 TO WN-WK-SLOW.
010230     MOVE 0 TO WN-WK-MINUTES.
010240     MOVE 0 TO WN-WK-RATE.
010250     MOVE 0 TO WN-WK-MSGS.
010260     MOVE "N" TO WN-WEEK-OPEN-SWITCH.
010270 5300-EXIT.
010280     EXIT.
010290*
010300*----------------------------------------------------------------*
010310*  5400-ACCUMULATE-TREND - ADD A MEASURED NIGHT TO THE LEAST-    *
010320*  SQUARES SUMS AND REMEMBER THE FIRST AND LAST OF THEM.         *
010330*----------------------------------------------------------------*
010340 5400-ACCUMULATE-TREND.
010350     IF WN-TREND-COUNT = 0
010360         MOVE WN-DAY-INT TO WN-FIRST-DAY-INT
010370         MOVE WN-NT-IX TO WN-FIRST-IX
010380     END-IF.
010390     ADD 1 TO WN-TREND-COUNT.
010400     MOVE WN-NT-IX TO WN-LAST-IX.
010410     COMPUTE WN-X = WN-DAY-INT - WN-FIRST-DAY-INT.
010420     MOVE WN-X TO WN-LAST-X.
010430     ADD WN-X TO WN-SUM-X.
010440     ADD WN-NT-MINUTES (WN-NT-IX) TO WN-SUM-Y.
010450     COMPUTE WN-SUM-XY = WN-SUM-XY
010460         + WN-X * WN-NT-MINUTES (WN-NT-IX).
010470     COMPUTE WN-SUM-XX = WN-SUM-XX + WN-X * WN-X.
010480 5400-EXIT.
010490     EXIT.
010500*
010510*----------------------------------------------------------------*
010520*  5500-WINDOW-MINUTES - MINUTES FROM WN-CALC-START TO WN-CALC-  *
010530*  DEADLINE UNDER THE SINTEST MIDNIGHT RULE: A DEADLINE AT OR    *
010540*  PAST THE START IS TONIGHT, ONE BEFORE IT TOMORROW MORNING.    *
010550*----------------------------------------------------------------*
010560 5500-WINDOW-MINUTES.
010570     MOVE 0 TO WN-CALC-WINDOW.
010580     IF WN-CALC-DEADLINE = 0
010590         GO TO 5500-EXIT
010600     END-IF.
010610     COMPUTE WN-CALC-WINDOW =
010620         WN-CALC-DEADLINE-HH * 60 + WN-CALC-DEADLINE-MM
010630         - WN-CALC-START-HH * 60 - WN-CALC-START-MM.
010640     IF WN-CALC-DEADLINE < WN-CALC-START
010650         COMPUTE WN-CALC-WINDOW =
010660             WN-CALC-DEADLINE-HH * 60 + WN-CALC-DEADLINE-MM
010670             + 1440 - WN-CALC-START-HH * 60 - WN-CALC-START-MM
010680     END-IF.
010690 5500-EXIT.
010700     EXIT.
010710*
010720*----------------------------------------------------------------*
010730*  6000-PROJECT-CROSSING - FIT THE ELAPSED-TIME TREND AND SAY    *
010740*  WHEN IT REACHES THE WINDOW.  THE DEADLINE IN FORCE IS THE     *
010750*  PARM OVERRIDE, ELSE THE LAST MEASURED NIGHT'S DLINE, ELSE THE *
010760*  WAVEPARM DEFAULT; THE WINDOW OPENS AT THE LAST MEASURED       *
010770*  NIGHT'S START TIME.  RC 8 WHEN THE CROSSING IS WITHIN THE     *
010780*  HORIZON OR ALREADY BEHIND US.                                 *
010790*----------------------------------------------------------------*
010800 6000-PROJECT-CROSSING.
010810     MOVE "0" TO WR-RPT-CONTROL.
010820     MOVE SPACES TO WR-RPT-TEXT.
010830     MOVE "BATCH-WINDOW PROJECTION" TO WR-RPT-TEXT.
010840     WRITE WR-REPORT-RECORD.
010850     MOVE SPACE TO WR-RPT-CONTROL.
010860     IF WN-TREND-COUNT < WN-MIN-TREND
010870         MOVE SPACES TO WR-RPT-TEXT
010880         STRING "  ONLY " WN-TREND-COUNT
010890                " MEASURED NIGHTS IN THE RANGE THAT WERE NOT SLOW"
010900                " - TOO FEW FOR A TREND, NO PROJECTION"
010910           DELIMITED BY SIZE INTO WR-RPT-TEXT
010920         WRITE WR-REPORT-RECORD
010930         GO TO 6000-EXIT
010940     END-IF.
010950*
010960     MOVE SPACES TO WR-RPT-TEXT.
010970     STRING "  MESSAGES " WN-NT-MSGS (WN-FIRST-IX)
010980            " TO " WN-NT-MSGS (WN-LAST-IX)
010990            ", ITERATIONS " WN-NT-ITER (WN-FIRST-IX)
011000            " TO " WN-NT-ITER (WN-LAST-IX)
011010            ", SAMPLES " WN-NT-SAMPLES (WN-FIRST-IX)
011020            " TO " WN-NT-SAMPLES (WN-LAST-IX)
011030            " FROM " WN-NT-DATE (WN-FIRST-IX)
011040            " TO " WN-NT-DATE (WN-LAST-IX)
011050       DELIMITED BY SIZE INTO WR-RPT-TEXT.
011060     WRITE WR-REPORT-RECORD.
011070*
011080     IF WN-OVERRIDE-SWITCH = "Y"
011090         MOVE WN-OVERRIDE-DEADLINE TO WN-DEADLINE
011100         MOVE "PARM OVERRIDE" TO WN-DEADLINE-SOURCE
011110     ELSE
011120         IF WN-NT-DEADLINE (WN-LAST-IX) NOT = 0
011130             MOVE WN-NT-DEADLINE (WN-LAST-IX) TO WN-DEADLINE
011140             MOVE "LAST NIGHT'S RUNSTART" TO WN-DEADLINE-SOURCE
011150         ELSE
011160             MOVE WB-DEFAULT-DEADLINE-TIME TO WN-DEADLINE
011170             MOVE "WAVEPARM DEFAULT" TO WN-DEADLINE-SOURCE
011180         END-IF
011190     END-IF.
011200     IF WN-DEADLINE = 0
011210         MOVE SPACES TO WR-RPT-TEXT
011220         STRING "  NO BATCH-WINDOW DEADLINE IN FORCE - NO"
011230                " PROJECTION"
011240           DELIMITED BY SIZE INTO WR-RPT-TEXT
011250         WRITE WR-REPORT-RECORD
011260         GO TO 6000-EXIT
011270     END-IF.
011280     MOVE WN-NT-START-HHMM (WN-LAST-IX) TO WN-CALC-START.
011290     MOVE WN-DEADLINE TO WN-CALC-DEADLINE.
011300     PERFORM 5500-WINDOW-MINUTES THRU 5500-EXIT.
011310     MOVE WN-CALC-WINDOW TO WN-WINDOW.
011320*
011330     COMPUTE WN-DENOMINATOR = WN-TREND-COUNT * WN-SUM-XX
011340         - WN-SUM-X * WN-SUM-X.
011350     IF WN-DENOMINATOR NOT > 0
011360         MOVE SPACES TO WR-RPT-TEXT
011370         STRING "  ALL MEASURED NIGHTS FALL ON ONE DATE - NO"
011380                " PROJECTION"
011390           DELIMITED BY SIZE INTO WR-RPT-TEXT
011400         WRITE WR-REPORT-RECORD
011410         GO TO 6000-EXIT
011420     END-IF.
011430     COMPUTE WN-NUMERATOR = WN-TREND-COUNT * WN-SUM-XY.
011440     COMPUTE WN-PRODUCT = WN-SUM-X * WN-SUM-Y.
011450     SUBTRACT WN-PRODUCT FROM WN-NUMERATOR.
011460     COMPUTE WN-SLOPE ROUNDED = WN-NUMERATOR / WN-DENOMINATOR.
011470     COMPUTE WN-PRODUCT = WN-SLOPE * WN-SUM-X.
011480     COMPUTE WN-PRODUCT = WN-SUM-Y - WN-PRODUCT.
011490     COMPUTE WN-INTERCEPT ROUNDED = WN-PRODUCT / WN-TREND-COUNT.
011500     COMPUTE WN-SLOPE-WEEK ROUNDED = WN-SLOPE * 7.
011510     COMPUTE WN-PRODUCT = WN-SLOPE * WN-LAST-X.
011520     COMPUTE WN-TREND-NOW ROUNDED = WN-INTERCEPT + WN-PRODUCT.
011530     MOVE WN-TREND-NOW TO WN-EDIT-MINUTES.
011540     MOVE WN-SLOPE-WEEK TO WN-EDIT-SLOPE.
011550     MOVE WN-WINDOW TO WN-EDIT-WINDOW.
011560     MOVE SPACES TO WR-RPT-TEXT.
011570     STRING "  TREND ELAPSED " WN-EDIT-MINUTES
011580            " MIN AT THE LAST MEASURED NIGHT, CHANGING"
011590            WN-EDIT-SLOPE " MIN PER WEEK"
011600       DELIMITED BY SIZE INTO WR-RPT-TEXT.
011610     WRITE WR-REPORT-RECORD.
011620     MOVE SPACES TO WR-RPT-TEXT.
011630     STRING "  WINDOW " WN-EDIT-WINDOW
011640            " MIN FROM START " WN-NT-START-HHMM (WN-LAST-IX)
011650            " TO DEADLINE " WN-DEADLINE
011660            " (" DELIMITED BY SIZE
011670            WN-DEADLINE-SOURCE DELIMITED BY "  "
011680            ")" DELIMITED BY SIZE
011690       INTO WR-RPT-TEXT.
011700     WRITE WR-REPORT-RECORD.
011710*
011720     MOVE SPACES TO WR-RPT-TEXT.
011730     IF WN-TREND-NOW NOT < WN-WINDOW
011740         STRING "  ** THE TREND HAS ALREADY REACHED THE WINDOW"
011750                " - THE NIGHT IS DRAINING ON VOLUME, NOT BAD LUCK"
011760           DELIMITED BY SIZE INTO WR-RPT-TEXT
011770         WRITE WR-REPORT-RECORD
011780         MOVE 8 TO RETURN-CODE
011790         GO TO 6000-EXIT
011800     END-IF.
011810     IF WN-SLOPE NOT > 0
011820         STRING "  ELAPSED TIME IS NOT GROWING - NO CROSSING"
011830                " PROJECTED"
011840           DELIMITED BY SIZE INTO WR-RPT-TEXT
011850         WRITE WR-REPORT-RECORD
011860         GO TO 6000-EXIT
011870     END-IF.
011880     COMPUTE WN-PRODUCT = WN-WINDOW - WN-INTERCEPT.
011890     COMPUTE WN-CROSS-X ROUNDED = WN-PRODUCT / WN-SLOPE.
011900     COMPUTE WN-DAYS-AHEAD = WN-CROSS-X - WN-LAST-X.
011910     MOVE WN-DAYS-AHEAD TO WN-DAYS-WHOLE.
011920     IF WN-DAYS-WHOLE < WN-DAYS-AHEAD
011930         ADD 1 TO WN-DAYS-WHOLE
011940     END-IF.
011950     IF WN-DAYS-WHOLE > 3650
011960         STRING "  NO CROSSING PROJECTED WITHIN TEN YEARS"
011970           DELIMITED BY SIZE INTO WR-RPT-TEXT
011980         WRITE WR-REPORT-RECORD
011990         GO TO 6000-EXIT
012000     END-IF.
012010     COMPUTE WN-CROSS-DATE = FUNCTION DATE-OF-INTEGER
012020         (WN-FIRST-DAY-INT + WN-LAST-X + WN-DAYS-WHOLE).
012030     MOVE WN-DAYS-WHOLE TO WN-EDIT-DAYS.
012040     STRING "  PROJECTED TO REACH THE DEADLINE ON " WN-CROSS-DATE
012050            "," WN-EDIT-DAYS " DAYS AFTER THE LAST MEASURED NIGHT"
012060       DELIMITED BY SIZE INTO WR-RPT-TEXT.
012070     WRITE WR-REPORT-RECORD.
012080     IF WN-DAYS-WHOLE NOT > WN-HORIZON-DAYS
012090         MOVE SPACES TO WR-RPT-TEXT
012100         MOVE WN-HORIZON-DAYS TO WN-EDIT-DAYS
012110         STRING "  ** WITHIN THE" WN-EDIT-DAYS
012120                "-DAY HORIZON - WIDEN THE WINDOW OR CUT THE"
012130                " VOLUME BEFORE THEN"
012140           DELIMITED BY SIZE INTO WR-RPT-TEXT
012150         WRITE WR-REPORT-RECORD
012160         MOVE 8 TO RETURN-CODE
012170     END-IF.
012180 6000-EXIT.
012190     EXIT.
012200*
012210*----------------------------------------------------------------*
012220*  7000-READ-AUDIT-RECORD - PRIME/ADVANCE THE AUDIT TRAIL.       *
012230*----------------------------------------------------------------*
012240 7000-READ-AUDIT-RECORD.
012250     READ AUDIT-LOG-FILE INTO AU-AUDIT-RECORD
012260         AT END
012270             SET WN-AUDIT-EOF TO TRUE
012280             GO TO 7000-EXIT
012290     END-READ.
012300     IF AU-FILE-STATUS NOT = "00"
012310         DISPLAY "SINTWIND - FATAL: AUDITIN READ ERROR, STATUS "
012320             AU-FILE-STATUS
012330         MOVE 16 TO RETURN-CODE
012340         GOBACK
012350     END-IF.
012360 7000-EXIT.
012370     EXIT.
012380*
012390*----------------------------------------------------------------*
012400*  7100-READ-HISTORY-RECORD - PRIME/ADVANCE THE RUN HISTORY.     *
012410*----------------------------------------------------------------*
012420 7100-READ-HISTORY-RECORD.
012430     READ RUN-HISTORY-FILE INTO RH-HISTORY-RECORD
012440         AT END
012450             SET WN-HISTORY-EOF TO TRUE
012460             GO TO 7100-EXIT
012470     END-READ.
012480     IF RH-FILE-STATUS NOT = "00"
012490         DISPLAY "SINTWIND - FATAL: HISTIN READ ERROR, STATUS "
012500             RH-FILE-STATUS
012510         MOVE 16 TO RETURN-CODE
012520         GOBACK
012530     END-IF.
012540 7100-EXIT.
012550     EXIT.
012560*
012570*----------------------------------------------------------------*
012580*  8000-FINAL-SUMMARY - TOTALS.  NO MEASURED NIGHT IN THE RANGE  *
012590*  IS LEFT AT RC 4 - NOTHING TO FORECAST FROM.                   *
012600*----------------------------------------------------------------*
012610 8000-FINAL-SUMMARY.
012620     MOVE "0" TO WR-RPT-CONTROL.
012630     MOVE SPACES TO WR-RPT-TEXT.
012640     STRING "NIGHTS PRINTED=" WN-PRINTED-NIGHTS
012650            " MEASURED=" WN-MEASURED-NIGHTS
012660            " RESTARTED=" WN-RESTARTED-NIGHTS
012670            " SLOW=" WN-SLOW-NIGHTS
012680            " UNFINISHED=" WN-UNFINISHED-NIGHTS
012690            " RUNHIST WITHOUT RUNSTART=" WN-UNMATCHED-COUNT
012700       DELIMITED BY SIZE INTO WR-RPT-TEXT.
012710     WRITE WR-REPORT-RECORD.
012720     DISPLAY "SINTWIND - AUDIT EVENTS READ.... " WN-EVENT-COUNT.
012730     DISPLAY "SINTWIND - RUNHIST IN RANGE..... " WN-HISTORY-COUNT.
012740     DISPLAY "SINTWIND - NIGHTS PRINTED....... "
012750         WN-PRINTED-NIGHTS.
012760     DISPLAY "SINTWIND - NIGHTS MEASURED...... "
012770         WN-MEASURED-NIGHTS.
012780     DISPLAY "SINTWIND - SLOW NIGHTS.......... " WN-SLOW-NIGHTS.
012790     IF WN-UNMATCHED-COUNT > 0
012800         DISPLAY "SINTWIND - WARNING: " WN-UNMATCHED-COUNT
012810             " RUNHIST RECORDS HAVE NO RUNSTART ON AUDITIN"
012820     END-IF.
012830     IF WN-FROM-DATE < WN-OLDEST-DATE
012840         MOVE SPACE TO WR-RPT-CONTROL
012850         MOVE SPACES TO WR-RPT-TEXT
012860         STRING "RANGE STARTS BEFORE THE OLDEST EVENT READ ("
012870                WN-OLDEST-DATE
012880                ") - ADD THE OLDER AUDITARC GENERATIONS"
012890                " TO AUDITIN"
012900           DELIMITED BY SIZE INTO WR-RPT-TEXT
012910         WRITE WR-REPORT-RECORD
012920         DISPLAY "SINTWIND - WARNING: OLDEST EVENT READ IS "
012930             WN-OLDEST-DATE ", AFTER THE FROM-DATE"
012940     END-IF.
012950     IF WN-MEASURED-NIGHTS = 0
012960         DISPLAY "SINTWIND - NO MEASURED NIGHT IN THE RANGE"
012970         MOVE 4 TO RETURN-CODE
012980     END-IF.
012990     IF RETURN-CODE = 8
013000         DISPLAY "SINTWIND - BATCH-WINDOW DEADLINE AT RISK - "
013010             "SEE WINDRPT"
013020     END-IF.
013030 8000-EXIT.
013040     EXIT.
013050*
013060*----------------------------------------------------------------*
013070*  9000-TERMINATE - CLOSE FILES.                                 *
013080*----------------------------------------------------------------*
013090 9000-TERMINATE.
013100     CLOSE AUDIT-LOG-FILE.
013110     CLOSE RUN-HISTORY-FILE.
013120     CLOSE WINDOW-REPORT.
013130 9000-EXIT.
013140     EXIT.
013150*
013160 END PROGRAM SINTWIND.
