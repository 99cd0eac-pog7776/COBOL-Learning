000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SINTCHRG.
000030 AUTHOR. R W BENSON.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH REPORTING.
000050 DATE-WRITTEN. 2026-09-24.
000060 DATE-COMPILED.
000070*================================================================*
000080*  SINTCHRG - MONTHLY PER-OWNER MESSAGE CHARGEBACK REPORT.       *
000090*                                                                 *
000100*  RUN MONTHLY AGAINST EVERY GENERATION OF THE NIGHTLY WAVE      *
000110*  EXTRACT (WXTRREC LAYOUT - THE GDG BASE, OLDEST FIRST), THE    *
000120*  PERMANENT RUN HISTORY (RUNHIST) AND THE MESSAGE MASTER        *
000130*  (MSGMSTR).  FOR EACH OWNER AND MSG-ID IT SHOWS THE NIGHTS     *
000140*  THE MESSAGE WAS DISPLAYED, THE DETAIL LINES RENDERED FOR IT,  *
000150*  THE BOARDS IT REACHED AND HOW OFTEN EACH CLAMP FIRED ON IT,   *
000160*  WITH A SUBTOTAL PER OWNER AND A GRAND TOTAL.                  *
000170*                                                                 *
000180*  WHAT IS CHARGED.  EVERY EXTRACT RECORD CARRIES THE DATE AND   *
000185*  TIME OF THE RUN THAT WROTE IT, WHICH ARE THE KEY OF THAT      *
000190*  RUN'S RUNHIST RECORD.  A RUN DATED INSIDE THE PERIOD THAT     *
000195*  HAS A RUNHIST RECORD IS CHARGED.  A RUN WITH NO RUNHIST       *
000200*  RECORD DIED BEFORE IT COULD WRITE ONE (AN ABENDED LEG); THE   *
000205*  NEXT RUN ON THE EXTRACT IS THE ONE THAT RESUMED IT.  SINTMRGE *
000210*  KEPT THE LEG'S BANNER LINES UP TO ITS LAST CHECKPOINT AND THE *
000215*  RESUMING RUN DID NOT RENDER THEM AGAIN, SO THE LEG'S POINTS   *
000220*  BEFORE THE RESUMING RUN'S FIRST POINT - THE SAME CUTOFF       *
000225*  SINTASMB USES WHEN IT JOINS LEGS - ARE CHARGED ON THE         *
000230*  RESUMING RUN'S NIGHT, IN WHATEVER PERIOD THAT NIGHT FALLS: A  *
000235*  LEG RESUMED AFTER THE TO-DATE IS CHARGED NEXT PERIOD, AND ONE *
000240*  FROM BEFORE THE FROM-DATE RESUMED INSIDE IT IS CHARGED NOW.   *
000245*  THE LEG'S POINTS FROM THE CUTOFF ON WERE RE-RENDERED BY THE   *
000250*  RESUMING RUN; THEY ARE LISTED AS AN EXCEPTION AND NOT         *
000255*  CHARGED, SINCE CHARGING BOTH WOULD BILL THOSE LINES TWICE.    *
000260*                                                                 *
000270*  NIGHTS.  A RUN THAT DRAINED (RC 4 - OPERATOR QUIESCE OR       *
000280*  BATCH-WINDOW DEADLINE) DID NOT PUT A BANNER UP; ITS LINES     *
000290*  WENT UP WITH THE NEXT RUN THAT COMPLETED, AND ARE COUNTED     *
000300*  ON THAT RUN'S NIGHT.  A MESSAGE'S NIGHTS ARE THE DISTINCT     *
000310*  NIGHTS IT HAD CHARGED LINES ON.                               *
000320*                                                                 *
000330*  LINES AND BOARDS.  A CLASSIC NIGHT WRITES ONE EXTRACT RECORD  *
000340*  PER DETAIL LINE, SO EACH RECORD IS ONE LINE.  A COMPOSITE     *
000350*  NIGHT WRITES ONE RECORD PER MESSAGE PER LINE: EACH MESSAGE    *
000360*  IS CHARGED EVERY LINE IT SHARED, BUT THE GRAND TOTAL COUNTS   *
000370*  EACH SHARED LINE ONCE (ON ITS FIRST-MESSAGE RECORD) SO IT     *
000380*  STILL MEANS PRINTED LINES.  A CLASSIC MESSAGE REACHES THE     *
000390*  BOARD ITS DESTINATION NAMES (01 LOBBY, 02 OPS FLOOR); A       *
000400*  COMPOSITE NIGHT CANNOT BE SPLIT AND GOES WHOLE TO THE LOBBY.  *
000410*                                                                 *
000420*  BALANCING.  THE GRAND TOTAL IS PROVED AGAINST RUNHIST FOR     *
000425*  THE SAME RUNS: RH-SAMPLE-COUNT IS A WHOLE NIGHT'S RUNNING     *
000430*  TOTAL, SO THE SAMPLES EACH RESUMED RUN CARRIED IN FROM ITS    *
000435*  CHECKPOINT (RH-RESUMED-SAMPLES) ARE TAKEN OFF TO GIVE WHAT    *
000440*  THE CHARGED RUNS THEMSELVES RENDERED.  THE ABENDED LEGS'      *
000445*  LINES CHARGED UP TO THE CUTOFF ARE ADDED BACK - THE RESUMING  *
000450*  RUNS CARRIED THEM IN RATHER THAN RENDERED THEM - AND THE SUM  *
000455*  MUST EQUAL THE CHARGED LINES.  RUNHIST RECORDS WRITTEN        *
000460*  BEFORE THE RESUMED COUNT WAS KEPT CARRY BLANKS THERE AND ARE  *
000465*  TAKEN AS ZERO.                                                *
000490*                                                                 *
000500*  OWNERS ARE TAKEN FROM THE MASTER AS IT STANDS TODAY.  A       *
000510*  MSG-ID NO LONGER ON THE MASTER PRINTS UNDER OWNER UNKNOWN;    *
000520*  LINES FROM A HAND-BUILT MSGIN WITH NO MSG-ID PRINT UNDER      *
000530*  OWNER NO-KEY.                                                 *
000540*                                                                 *
000550*  PARM:  FROM-DATE,TO-DATE - YYYYMMDD INCLUSIVE, BOTH           *
000560*  OPTIONAL.  THE DEFAULT IS THE WHOLE OF THE PRIOR CALENDAR     *
000570*  MONTH, WHICH IS WHAT THE MONTHLY JOB WANTS.                   *
000580*                                                                 *
000590*  RETURN CODES:  00 BALANCED, 04 NOTHING CHARGED IN THE         *
000600*  PERIOD, 08 OUT OF BALANCE AGAINST RUNHIST, 16 FILE FAILURE,   *
000610*  A TABLE OVERFLOW, OR WVXIN NOT READ OLDEST FIRST (THE LEG     *
000615*  CUTOFFS BELOW DEPEND ON RUN ORDER).                           *
000620*                                                                 *
000630*  MODIFICATION HISTORY                                          *
000640*    2026-09-24  RWB  ORIGINAL - OWNERS WANTED TO KNOW WHAT THEIR *
000650*                      MESSAGES ACTUALLY COST IN BOARD TIME AND   *
000660*                      CLAMP NOISE, AND THE NIGHTLY OUTPUT COULD  *
000670*                      NOT SAY WHICH MASTER ENTRY A LINE CAME     *
000680*                      FROM.                                      *
000682*    2026-10-15  RWB  AN ABENDED LEG'S LINES BEFORE THE RESUMING  *
000684*                      RUN'S FIRST POINT ARE CHARGED ON THAT      *
000686*                      RUN'S NIGHT, AS THEY STAYED ON THE BOARDS; *
000688*                      ONLY THE RE-RENDERED REST GO UNCHARGED.    *
000689*    2026-10-15  RWB  WVXIN OUT OF RUN ORDER (A LIFO GDG BASE) IS *
000692*                      NOW FATAL, RC 16.                          *
000696*================================================================*
000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000720 SOURCE-COMPUTER. IBM-370.
000730 OBJECT-COMPUTER. IBM-370.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT RUN-HISTORY-FILE ASSIGN TO HISTIN
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS RH-FILE-STATUS.
000790     SELECT WAVE-EXTRACT-FILE ASSIGN TO WVXIN
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WX-FILE-STATUS.
000820     SELECT MESSAGE-MASTER-FILE ASSIGN TO MSGMSTR
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS SEQUENTIAL
000850         RECORD KEY IS MS-MSTR-KEY
000860         FILE STATUS IS MS-FILE-STATUS.
000870     SELECT CHARGE-REPORT ASSIGN TO CHRGRPT
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS CR-FILE-STATUS.
000900*
000910 DATA DIVISION.
000920 FILE SECTION.
000930*----------------------------------------------------------------*
000940*  RUN-HISTORY-FILE - 90-BYTE RECORDS IN THE RUNHIST COPYBOOK    *
000950*  LAYOUT, ONE PER SINTEST RUN, IN RUN ORDER.                    *
000960*----------------------------------------------------------------*
000970 FD  RUN-HISTORY-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 01  RH-HISTORY-REC              PIC X(90).
001010*----------------------------------------------------------------*
001020*  WAVE-EXTRACT-FILE - 120-BYTE RECORDS IN THE WXTRREC LAYOUT,   *
001030*  EVERY GENERATION CONCATENATED OLDEST FIRST.                   *
001040*----------------------------------------------------------------*
001050 FD  WAVE-EXTRACT-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 01  WX-EXTRACT-REC              PIC X(120).
001090*----------------------------------------------------------------*
001100*  MESSAGE-MASTER-FILE - 120-BYTE RECORDS KEYED ON MSG-ID, READ  *
001110*  SEQUENTIALLY FOR EACH ENTRY'S OWNER AND TEXT.  FULL LAYOUT    *
001120*  IS THE MSGMSTR COPYBOOK.                                      *
001130*----------------------------------------------------------------*
001140 FD  MESSAGE-MASTER-FILE
001150     RECORD CONTAINS 120 CHARACTERS.
001160 01  MS-MASTER-RECORD.
001170     05  MS-MSTR-KEY             PIC 9(04).
001180     05  FILLER                  PIC X(116).
001190*----------------------------------------------------------------*
001200*  CHARGE-REPORT - PRINT FILE, ANSI/ASA CARRIAGE CONTROL BYTE 1. *
001210*----------------------------------------------------------------*
001220 FD  CHARGE-REPORT
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250 01  CR-REPORT-RECORD.
001260     05  CR-RPT-CONTROL          PIC X(01).
001270     05  CR-RPT-TEXT             PIC X(132).
001280*
001290 WORKING-STORAGE SECTION.
001300*----------------------------------------------------------------*
001310*  STANDALONE COUNTERS AND SWITCHES.                             *
001320*----------------------------------------------------------------*
001330 77  RH-FILE-STATUS              PIC X(02) VALUE "00".
001340 77  WX-FILE-STATUS              PIC X(02) VALUE "00".
001350 77  MS-FILE-STATUS              PIC X(02) VALUE "00".
001360 77  CR-FILE-STATUS              PIC X(02) VALUE "00".
001370 77  CG-HISTORY-EOF-SWITCH       PIC X(01) VALUE "N".
001380     88  CG-HISTORY-EOF                    VALUE "Y".
001390 77  CG-EXTRACT-EOF-SWITCH       PIC X(01) VALUE "N".
001400     88  CG-EXTRACT-EOF                    VALUE "Y".
001410 77  CG-MASTER-EOF-SWITCH        PIC X(01) VALUE "N".
001420     88  CG-MASTER-EOF                     VALUE "Y".
001430 77  CG-RUN-SWITCH               PIC X(01) VALUE "N".
001440     88  CG-RUN-CHARGED                    VALUE "Y".
001450     88  CG-RUN-NOT-CHARGED                VALUE "N".
001455     88  CG-RUN-ABENDED                    VALUE "A".
001460     88  CG-RUN-OUTSIDE-PERIOD             VALUE "O".
001470 77  CG-OWNER-SWITCH             PIC X(01) VALUE "N".
001480     88  CG-OWNER-FOUND                    VALUE "Y".
001490 77  CG-SORT-SWITCH              PIC X(01) VALUE "N".
001500     88  CG-SORT-EXCHANGED                 VALUE "Y".
001510 77  CG-EXTRACT-READ-COUNT       PIC 9(09) VALUE 0.
001520 77  CG-OUTSIDE-COUNT            PIC 9(09) VALUE 0.
001522 77  CG-KEEP-SWITCH              PIC X(01) VALUE "N".
001524     88  CG-KEEP-POINT                     VALUE "Y".
001530*
001540*----------------------------------------------------------------*
001550*  COPY RUNHIST - RUN-HISTORY RECORD LAYOUT.                     *
001560*----------------------------------------------------------------*
001570     COPY RUNHIST.
001580*
001590*----------------------------------------------------------------*
001600*  COPY WXTRREC - WAVE-EXTRACT RECORD LAYOUT.                    *
001610*----------------------------------------------------------------*
001620     COPY WXTRREC.
001630*
001640*----------------------------------------------------------------*
001650*  COPY MSGMSTR - MESSAGE MASTER RECORD LAYOUT.                  *
001660*----------------------------------------------------------------*
001670     COPY MSGMSTR.
001680*
001690*----------------------------------------------------------------*
001700*  PARM-SUPPLIED PERIOD - X PICTURES SO BLANK CAN MEAN "TAKE     *
001710*  THE DEFAULT", SAME CONVENTION AS AUDITRPT.                    *
001720*----------------------------------------------------------------*
001730 01  CG-PARM-FROM-DATE           PIC X(08) VALUE SPACES.
001740 01  CG-PARM-TO-DATE             PIC X(08) VALUE SPACES.
001750 01  CG-FROM-DATE                PIC 9(08) VALUE 0.
001760 01  CG-TO-DATE                  PIC 9(08) VALUE 0.
001770 01  CG-PRIOR-YEAR               PIC 9(04) VALUE 0.
001780 01  CG-PRIOR-MONTH              PIC 9(02) VALUE 0.
001790*
001800*----------------------------------------------------------------*
001810*  CHARGED RUNS - EVERY RUNHIST RECORD DATED INSIDE THE PERIOD,  *
001820*  IN RUN ORDER, WITH THE LINES IT RENDERED ITSELF AND THE       *
001830*  NIGHT ITS LINES WENT UP ON (SEE 1300-ASSIGN-NIGHTS).          *
001840*----------------------------------------------------------------*
001850 01  CG-RUN-TABLE.
001860     05  CG-RN-ENTRY             OCCURS 500.
001870         10  CG-RN-DATE          PIC 9(08).
001880         10  CG-RN-TIME          PIC 9(08).
001890         10  CG-RN-RC            PIC 9(04).
001900         10  CG-RN-NIGHT         PIC 9(08).
001910 01  CG-RUN-COUNT                PIC 9(04) COMP VALUE 0.
001920 01  CG-RN-IX                    PIC 9(04) COMP VALUE 0.
001930 01  CG-NEXT-NIGHT               PIC 9(08) VALUE 0.
001940 01  CG-RESUMED                  PIC 9(09) VALUE 0.
001942 01  CG-PRE-RUN-DATE             PIC 9(08) VALUE 0.
001944 01  CG-PRE-RUN-TIME             PIC 9(08) VALUE 0.
001950*
001960*----------------------------------------------------------------*
001970*  EXTRACT LEGS - ONE PER RUN ON THE EXTRACT, IN FILE ORDER,     *
001980*  FROM A FIRST PASS (1500-MAP-EXTRACT-LEGS).  RECORDS OF ONE    *
001990*  RUN ARE CONTIGUOUS (ONE GENERATION), SO THE CHARGING PASS     *
002000*  STEPS TO THE NEXT LEG WHEN THE RUN DATE/TIME CHANGES.  A      *
002010*  LEG'S CUTOFF IS THE NEXT LEG'S FIRST POINT; ITS NIGHT IS      *
002020*  ZERO WHEN NOTHING IN THE PERIOD IS CHARGED FOR IT.  A POINT'S *
002030*  KEY IS MESSAGE-MAJOR FOR A CLASSIC NIGHT AND ITERATION-MAJOR  *
002040*  FOR A COMPOSITE ONE, THE ORDER EACH RENDERS IN (AS SINTCOMP). *
002050*----------------------------------------------------------------*
002060 01  CG-LEG-TABLE.
002070     05  CG-LG-ENTRY             OCCURS 500.
002080         10  CG-LG-DATE          PIC 9(08).
002090         10  CG-LG-TIME          PIC 9(08).
002100         10  CG-LG-STATUS        PIC X(01).
002110         10  CG-LG-FIRST-KEY     PIC 9(09).
002120         10  CG-LG-CUTOFF-KEY    PIC 9(09).
002130         10  CG-LG-NIGHT         PIC 9(08).
002140         10  CG-LG-KEPT          PIC 9(09).
002150         10  CG-LG-RERENDERED    PIC 9(09).
002152 01  CG-LEG-COUNT                PIC 9(04) COMP VALUE 0.
002154 01  CG-LEG-IX                   PIC 9(04) COMP VALUE 0.
002156 01  CG-NEXT-IX                  PIC 9(04) COMP VALUE 0.
002158 01  CG-XTR-KEY                  PIC 9(09) VALUE 0.
002160 01  CG-NO-CUTOFF-KEY            PIC 9(09) VALUE 999999999.
002162 01  CG-CUR-NIGHT                PIC 9(08) VALUE 0.
002164*
002170*----------------------------------------------------------------*
002180*  PER-MESSAGE ACCUMULATORS, SUBSCRIPTED BY MSG-ID + 1 (ENTRY 1  *
002190*  IS MSG-ID 0000, LINES WITH NO MASTER KEY).  THE OWNER AND     *
002200*  TEXT COME FROM THE MASTER; THE TEXT IS FILLED FROM THE        *
002210*  EXTRACT FOR AN ID NO LONGER ON IT.  CG-ID-LAST-NIGHT KEEPS    *
002220*  A NIGHT FROM BEING COUNTED TWICE - THE EXTRACT IS IN RUN      *
002230*  ORDER, SO A MESSAGE'S NIGHTS ARRIVE IN ORDER.                 *
002240*----------------------------------------------------------------*
002250 01  CG-ID-TABLE.
002260     05  CG-ID-ENTRY             OCCURS 10000.
002270         10  CG-ID-OWNER         PIC X(08).
002280         10  CG-ID-TEXT          PIC X(40).
002290         10  CG-ID-LAST-NIGHT    PIC 9(08).
002300         10  CG-ID-NIGHTS        PIC 9(04).
002310         10  CG-ID-LINES         PIC 9(09).
002320         10  CG-ID-LOBBY-SW      PIC X(01).
002330         10  CG-ID-OPS-SW        PIC X(01).
002340         10  CG-ID-LEAD-NEG      PIC 9(07).
002350         10  CG-ID-LEAD-RNG      PIC 9(07).
002360         10  CG-ID-TRAIL-NEG     PIC 9(07).
002370         10  CG-ID-TRAIL-RNG     PIC 9(07).
002380 01  CG-ID-IX                    PIC 9(05) COMP VALUE 0.
002390*
002400*----------------------------------------------------------------*
002410*  DISTINCT OWNERS WITH CHARGED LINES, SORTED FOR PRINTING.      *
002420*----------------------------------------------------------------*
002430 01  CG-OWNER-TABLE.
002440     05  CG-OW-NAME              PIC X(08) OCCURS 500.
002450 01  CG-OWNER-COUNT              PIC 9(04) COMP VALUE 0.
002460 01  CG-OW-IX                    PIC 9(04) COMP VALUE 0.
002470 01  CG-OW-HOLD                  PIC X(08).
002480 01  CG-CUR-OWNER                PIC X(08).
002490*
002500*----------------------------------------------------------------*
002510*  OWNER SUBTOTAL, GRAND TOTAL AND BALANCING ACCUMULATORS.       *
002520*----------------------------------------------------------------*
002530 01  CG-OWN-MSGS                 PIC 9(05) VALUE 0.
002540 01  CG-OWN-LINES                PIC 9(09) VALUE 0.
002550 01  CG-OWN-LEAD-NEG             PIC 9(07) VALUE 0.
002560 01  CG-OWN-LEAD-RNG             PIC 9(07) VALUE 0.
002570 01  CG-OWN-TRAIL-NEG            PIC 9(07) VALUE 0.
002580 01  CG-OWN-TRAIL-RNG            PIC 9(07) VALUE 0.
002590 01  CG-TOT-MSGS                 PIC 9(05) VALUE 0.
002600 01  CG-TOT-LINES                PIC 9(09) VALUE 0.
002610 01  CG-TOT-LEAD-NEG             PIC 9(07) VALUE 0.
002620 01  CG-TOT-LEAD-RNG             PIC 9(07) VALUE 0.
002630 01  CG-TOT-TRAIL-NEG            PIC 9(07) VALUE 0.
002640 01  CG-TOT-TRAIL-RNG            PIC 9(07) VALUE 0.
002650 01  CG-PRINTED-LINES            PIC 9(09) VALUE 0.
002660 01  CG-UNCHARGED-LINES          PIC 9(09) VALUE 0.
002662 01  CG-KEPT-LINES               PIC 9(09) VALUE 0.
002664 01  CG-HELD-LINES               PIC 9(09) VALUE 0.
002670 01  CG-RH-SAMPLES               PIC 9(11) VALUE 0.
002680 01  CG-RH-RESUMED               PIC 9(11) VALUE 0.
002690 01  CG-RH-NET                   PIC 9(11) VALUE 0.
002700 01  CG-DIFFERENCE               PIC S9(11) VALUE 0.
002710*
002720*----------------------------------------------------------------*
002730*  REPORT LINE LAYOUTS.                                          *
002740*----------------------------------------------------------------*
002750 01  CG-RUN-DATE                 PIC 9(08).
002760 01  CG-RUN-TIME                 PIC 9(08).
002770 01  CG-PAGE-HEADER.
002780     05  FILLER                  PIC X(37)
002790         VALUE "SINTCHRG MESSAGE CHARGEBACK REPORT ON".
002800     05  FILLER                  PIC X(01) VALUE SPACE.
002810     05  CG-HDR-DATE             PIC 9(08).
002820     05  FILLER                  PIC X(04) VALUE " AT ".
002830     05  CG-HDR-TIME             PIC 9(08).
002840     05  FILLER                  PIC X(74) VALUE SPACES.
002850 01  CG-RANGE-LINE.
002860     05  FILLER                  PIC X(07) VALUE "PERIOD ".
002870     05  CG-RNG-FROM             PIC 9(08).
002880     05  FILLER                  PIC X(06) VALUE " THRU ".
002890     05  CG-RNG-TO               PIC 9(08).
002900     05  FILLER                  PIC X(103) VALUE SPACES.
002910 01  CG-COLUMN-HEADER.
002920     05  FILLER                  PIC X(55)
002930         VALUE "OWNER    MSG-ID MESSAGE TEXT".
002940     05  FILLER                  PIC X(30)
002950         VALUE "NIGHTS     LINES BOARD  LD-NEG".
002960     05  FILLER                  PIC X(26)
002970         VALUE "  LD-RNG  TR-NEG  TR-RNG".
002980     05  FILLER                  PIC X(21) VALUE SPACES.
002990 01  CG-DETAIL-LINE.
003000     05  CG-DTL-OWNER            PIC X(08).
003010     05  FILLER                  PIC X(02) VALUE SPACES.
003020     05  CG-DTL-MSG-ID           PIC 9(04).
003030     05  FILLER                  PIC X(01) VALUE SPACE.
003040     05  CG-DTL-TEXT             PIC X(40).
003050     05  FILLER                  PIC X(01) VALUE SPACE.
003060     05  CG-DTL-NIGHTS           PIC ZZZZZ9.
003070     05  FILLER                  PIC X(01) VALUE SPACE.
003080     05  CG-DTL-LINES            PIC ZZZZZZZZ9.
003090     05  FILLER                  PIC X(01) VALUE SPACE.
003100     05  CG-DTL-BOARDS           PIC X(05).
003110     05  FILLER                  PIC X(01) VALUE SPACE.
003120     05  CG-DTL-LEAD-NEG         PIC ZZZZZZ9.
003130     05  FILLER                  PIC X(01) VALUE SPACE.
003140     05  CG-DTL-LEAD-RNG         PIC ZZZZZZ9.
003150     05  FILLER                  PIC X(01) VALUE SPACE.
003160     05  CG-DTL-TRAIL-NEG        PIC ZZZZZZ9.
003170     05  FILLER                  PIC X(01) VALUE SPACE.
003180     05  CG-DTL-TRAIL-RNG        PIC ZZZZZZ9.
003190     05  FILLER                  PIC X(21) VALUE SPACES.
003200 01  CG-TOTAL-LINE.
003210     05  CG-TOT-LABEL            PIC X(14).
003220     05  CG-TOT-OWNER            PIC X(08).
003230     05  FILLER                  PIC X(01) VALUE SPACE.
003240     05  CG-TOT-MSGS-OUT         PIC ZZZZ9.
003250     05  FILLER                  PIC X(10) VALUE " MESSAGES ".
003260     05  FILLER                  PIC X(18) VALUE SPACES.
003270     05  CG-TOT-LINES-OUT        PIC ZZZZZZZZ9.
003280     05  FILLER                  PIC X(07) VALUE SPACES.
003290     05  CG-TOT-LEAD-NEG-OUT     PIC ZZZZZZ9.
003300     05  FILLER                  PIC X(01) VALUE SPACE.
003310     05  CG-TOT-LEAD-RNG-OUT     PIC ZZZZZZ9.
003320     05  FILLER                  PIC X(01) VALUE SPACE.
003330     05  CG-TOT-TRAIL-NEG-OUT    PIC ZZZZZZ9.
003340     05  FILLER                  PIC X(01) VALUE SPACE.
003350     05  CG-TOT-TRAIL-RNG-OUT    PIC ZZZZZZ9.
003360     05  FILLER                  PIC X(29) VALUE SPACES.
003370 01  CG-ABEND-LINE.
003380     05  FILLER                  PIC X(15)
003390         VALUE "ABENDED LEG OF ".
003400     05  CG-ABL-DATE             PIC 9(08).
003410     05  FILLER                  PIC X(04) VALUE " AT ".
003420     05  CG-ABL-TIME             PIC 9(08).
003430     05  FILLER                  PIC X(16)
003440         VALUE " - NO RUNHIST - ".
003450     05  CG-ABL-KEPT             PIC ZZZZZZZZ9.
003455     05  FILLER                  PIC X(24)
003460         VALUE " KEPT, CHARGED TO NIGHT ".
003462     05  CG-ABL-NIGHT            PIC X(08).
003464     05  FILLER                  PIC X(03) VALUE " - ".
003466     05  CG-ABL-RERENDERED       PIC ZZZZZZZZ9.
003468     05  FILLER                  PIC X(25)
003470         VALUE " RE-RENDERED, NOT CHARGED".
003480     05  FILLER                  PIC X(03) VALUE SPACES.
003490 01  CG-BALANCE-LINE.
003500     05  CG-BAL-LABEL            PIC X(40).
003510     05  CG-BAL-AMOUNT           PIC -ZZZZZZZZZZ9.
003520     05  FILLER                  PIC X(01) VALUE SPACE.
003530     05  CG-BAL-REMARK           PIC X(30).
003540     05  FILLER                  PIC X(49) VALUE SPACES.
003550*
003560 LINKAGE SECTION.
003570*----------------------------------------------------------------*
003580*  LS-PARM-AREA - STANDARD MVS PARM CONVENTION; SEE PROLOGUE.    *
003590*----------------------------------------------------------------*
003600 01  LS-PARM-AREA.
003610     05  LS-PARM-LEN             PIC S9(04) COMP.
003620     05  LS-PARM-TEXT            PIC X(80).
003630*
003640 PROCEDURE DIVISION USING LS-PARM-AREA.
003650*
003660 0000-MAINLINE-CONTROL.
003670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003680     PERFORM 1100-LOAD-ONE-RUN THRU 1100-EXIT
003690         UNTIL CG-HISTORY-EOF.
003700     PERFORM 1300-ASSIGN-NIGHTS THRU 1300-EXIT.
003705     PERFORM 1500-MAP-EXTRACT-LEGS THRU 1500-EXIT.
003710     PERFORM 1400-LOAD-ONE-MASTER THRU 1400-EXIT
003720         UNTIL CG-MASTER-EOF.
003730     PERFORM 2000-CHARGE-ONE-RECORD THRU 2000-EXIT
003740         UNTIL CG-EXTRACT-EOF.
003750     PERFORM 3000-BUILD-OWNER-LIST THRU 3000-EXIT.
003760     PERFORM 3200-PRINT-ONE-OWNER THRU 3200-EXIT
003770         VARYING CG-OW-IX FROM 1 BY 1
003780         UNTIL CG-OW-IX > CG-OWNER-COUNT.
003790     PERFORM 8000-FINAL-SUMMARY THRU 8000-EXIT.
003800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003810     GOBACK.
003820 0000-MAINLINE-EXIT.
003830     EXIT.
003840*
003850*----------------------------------------------------------------*
003860*  1000-INITIALIZE - RESOLVE THE PERIOD, OPEN THE FILES, PRINT   *
003870*  THE REPORT HEADERS AND PRIME THE HISTORY, MASTER AND          *
003880*  EXTRACT.  WITH NO PARM THE PERIOD IS THE PRIOR CALENDAR       *
003890*  MONTH; DAY 31 AS ITS END IS SAFE FOR ANY MONTH BECAUSE THE    *
003900*  DATES ARE ONLY EVER COMPARED, NEVER VALIDATED.                *
003910*----------------------------------------------------------------*
003920 1000-INITIALIZE.
003930     ACCEPT CG-RUN-DATE FROM DATE YYYYMMDD.
003940     ACCEPT CG-RUN-TIME FROM TIME.
003950     MOVE CG-RUN-DATE (1:4) TO CG-PRIOR-YEAR.
003960     MOVE CG-RUN-DATE (5:2) TO CG-PRIOR-MONTH.
003970     IF CG-PRIOR-MONTH = 1
003980         MOVE 12 TO CG-PRIOR-MONTH
003990         SUBTRACT 1 FROM CG-PRIOR-YEAR
004000     ELSE
004010         SUBTRACT 1 FROM CG-PRIOR-MONTH
004020     END-IF.
004030     COMPUTE CG-FROM-DATE =
004040         CG-PRIOR-YEAR * 10000 + CG-PRIOR-MONTH * 100 + 1.
004050     COMPUTE CG-TO-DATE = CG-FROM-DATE + 30.
004060     IF LS-PARM-LEN > 0
004070         UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
004080             DELIMITED BY ","
004090             INTO CG-PARM-FROM-DATE, CG-PARM-TO-DATE
004100         END-UNSTRING
004110     END-IF
004120     IF CG-PARM-FROM-DATE NUMERIC
004130         MOVE CG-PARM-FROM-DATE TO CG-FROM-DATE
004140     END-IF
004150     IF CG-PARM-TO-DATE NUMERIC
004160         MOVE CG-PARM-TO-DATE TO CG-TO-DATE
004170     END-IF
004180*
004190     OPEN INPUT RUN-HISTORY-FILE.
004200     IF RH-FILE-STATUS NOT = "00"
004210         DISPLAY "SINTCHRG - FATAL: HISTIN OPEN FAILED, STATUS "
004220             RH-FILE-STATUS
004230         MOVE 16 TO RETURN-CODE
004240         GOBACK
004250     END-IF.
004260     OPEN INPUT MESSAGE-MASTER-FILE.
004270     IF MS-FILE-STATUS NOT = "00"
004280         DISPLAY "SINTCHRG - FATAL: MSGMSTR OPEN FAILED, STATUS "
004290             MS-FILE-STATUS
004300         MOVE 16 TO RETURN-CODE
004310         GOBACK
004320     END-IF.
004330     OPEN INPUT WAVE-EXTRACT-FILE.
004340     IF WX-FILE-STATUS NOT = "00"
004350         DISPLAY "SINTCHRG - FATAL: WVXIN OPEN FAILED, STATUS "
004360             WX-FILE-STATUS
004370         MOVE 16 TO RETURN-CODE
004380         GOBACK
004390     END-IF.
004400     OPEN OUTPUT CHARGE-REPORT.
004410     IF CR-FILE-STATUS NOT = "00"
004420         DISPLAY "SINTCHRG - FATAL: CHRGRPT OPEN FAILED, STATUS "
004430             CR-FILE-STATUS
004440         MOVE 16 TO RETURN-CODE
004450         GOBACK
004460     END-IF.
004470     MOVE CG-RUN-DATE TO CG-HDR-DATE.
004480     MOVE CG-RUN-TIME TO CG-HDR-TIME.
004490     MOVE "1" TO CR-RPT-CONTROL.
004500     MOVE CG-PAGE-HEADER TO CR-RPT-TEXT.
004510     WRITE CR-REPORT-RECORD.
004520     MOVE CG-FROM-DATE TO CG-RNG-FROM.
004530     MOVE CG-TO-DATE   TO CG-RNG-TO.
004540     MOVE SPACE TO CR-RPT-CONTROL.
004550     MOVE CG-RANGE-LINE TO CR-RPT-TEXT.
004560     WRITE CR-REPORT-RECORD.
004570     MOVE CG-COLUMN-HEADER TO CR-RPT-TEXT.
004580     WRITE CR-REPORT-RECORD.
004590*
004600     PERFORM 1050-CLEAR-ONE-ID THRU 1050-EXIT
004610         VARYING CG-ID-IX FROM 1 BY 1
004620         UNTIL CG-ID-IX > 10000.
004630     PERFORM 4000-READ-HISTORY-RECORD THRU 4000-EXIT.
004640     PERFORM 4100-READ-MASTER-RECORD THRU 4100-EXIT.
004650     PERFORM 4200-READ-EXTRACT-RECORD THRU 4200-EXIT.
004660 1000-EXIT.
004670     EXIT.
004680*
004690 1050-CLEAR-ONE-ID.
004700     MOVE "UNKNOWN"  TO CG-ID-OWNER (CG-ID-IX).
004710     MOVE SPACES     TO CG-ID-TEXT (CG-ID-IX).
004720     MOVE 0          TO CG-ID-LAST-NIGHT (CG-ID-IX).
004730     MOVE 0          TO CG-ID-NIGHTS (CG-ID-IX).
004740     MOVE 0          TO CG-ID-LINES (CG-ID-IX).
004750     MOVE "N"        TO CG-ID-LOBBY-SW (CG-ID-IX).
004760     MOVE "N"        TO CG-ID-OPS-SW (CG-ID-IX).
004770     MOVE 0          TO CG-ID-LEAD-NEG (CG-ID-IX).
004780     MOVE 0          TO CG-ID-LEAD-RNG (CG-ID-IX).
004790     MOVE 0          TO CG-ID-TRAIL-NEG (CG-ID-IX).
004800     MOVE 0          TO CG-ID-TRAIL-RNG (CG-ID-IX).
004810 1050-EXIT.
004820     EXIT.
004830*
004840*----------------------------------------------------------------*
004850*  1100-LOAD-ONE-RUN - KEEP EACH RUNHIST RECORD DATED INSIDE     *
004860*  THE PERIOD AND ADD IT TO THE RUNHIST SIDE OF THE BALANCE.     *
004862*  THE LAST RUN BEFORE THE PERIOD IS NOTED: A LEG ON THE EXTRACT *
004864*  LATER THAN IT BUT STILL BEFORE THE FROM-DATE HAS NO RUNHIST   *
004866*  RECORD, SO IT ABENDED.                                        *
004870*----------------------------------------------------------------*
004880 1100-LOAD-ONE-RUN.
004882     IF RH-RUN-DATE < CG-FROM-DATE
004884         MOVE RH-RUN-DATE TO CG-PRE-RUN-DATE
004886         MOVE RH-RUN-TIME TO CG-PRE-RUN-TIME
004888         GO TO 1100-READ-NEXT
004889     END-IF.
004890     IF RH-RUN-DATE > CG-TO-DATE
004910         GO TO 1100-READ-NEXT
004920     END-IF.
004930     IF CG-RUN-COUNT NOT < 500
004940         DISPLAY "SINTCHRG - FATAL: MORE THAN 500 RUNS IN THE "
004950             "PERIOD - NARROW THE PARM DATES"
004960         MOVE 16 TO RETURN-CODE
004970         GOBACK
004980     END-IF.
004990     ADD 1 TO CG-RUN-COUNT.
005000     MOVE RH-RUN-DATE    TO CG-RN-DATE (CG-RUN-COUNT).
005010     MOVE RH-RUN-TIME    TO CG-RN-TIME (CG-RUN-COUNT).
005020     MOVE RH-RETURN-CODE TO CG-RN-RC (CG-RUN-COUNT).
005030     MOVE RH-RUN-DATE    TO CG-RN-NIGHT (CG-RUN-COUNT).
005040     IF RH-RESUMED-SAMPLES NUMERIC
005050         MOVE RH-RESUMED-SAMPLES TO CG-RESUMED
005060     ELSE
005070         MOVE 0 TO CG-RESUMED
005080     END-IF.
005090     ADD RH-SAMPLE-COUNT TO CG-RH-SAMPLES.
005100     ADD CG-RESUMED      TO CG-RH-RESUMED.
005110 1100-READ-NEXT.
005120     PERFORM 4000-READ-HISTORY-RECORD THRU 4000-EXIT.
005130 1100-EXIT.
005140     EXIT.
005150*
005160*----------------------------------------------------------------*
005170*  1300-ASSIGN-NIGHTS - A DRAINED RUN (RC 4) PUT NO BANNER UP;   *
005180*  ITS LINES WENT UP WITH THE NEXT RUN THAT DID NOT DRAIN.  WALK *
005190*  THE RUNS BACKWARD CARRYING THAT RUN'S DATE.  A DRAINED RUN    *
005200*  WITH NO LATER RUN IN THE PERIOD KEEPS ITS OWN DATE.           *
005210*----------------------------------------------------------------*
005220 1300-ASSIGN-NIGHTS.
005230     MOVE 0 TO CG-NEXT-NIGHT.
005240     PERFORM 1310-ASSIGN-ONE-NIGHT THRU 1310-EXIT
005250         VARYING CG-RN-IX FROM CG-RUN-COUNT BY -1
005260         UNTIL CG-RN-IX < 1.
005270 1300-EXIT.
005280     EXIT.
005290*
005300 1310-ASSIGN-ONE-NIGHT.
005310     IF CG-RN-RC (CG-RN-IX) = 4
005320         IF CG-NEXT-NIGHT NOT = 0
005330             MOVE CG-NEXT-NIGHT TO CG-RN-NIGHT (CG-RN-IX)
005340         END-IF
005350     ELSE
005360         MOVE CG-RN-DATE (CG-RN-IX) TO CG-NEXT-NIGHT
005370     END-IF.
005380 1310-EXIT.
005390     EXIT.
005400*
005401*----------------------------------------------------------------*
005402*  1500-MAP-EXTRACT-LEGS - FIRST PASS OVER THE EXTRACT: ONE LEG  *
005403*  PER RUN WITH ITS FIRST POINT, THEN, WALKING BACKWARD, EACH    *
005404*  LEG'S CUTOFF, STATUS AND NIGHT.  THE EXTRACT IS THEN REOPENED *
005405*  AND PRIMED FOR THE CHARGING PASS.  THE CUTOFFS ASSUME THE    *
005406*  RUNS ARRIVE OLDEST FIRST, SO A RUN OLDER THAN THE ONE BEFORE  *
005407*  IT (A LIFO GDG BASE) IS FATAL RATHER THAN MIS-CHARGED.        *
005408*----------------------------------------------------------------*
005409 1500-MAP-EXTRACT-LEGS.
005410     PERFORM 1510-MAP-ONE-POINT THRU 1510-EXIT
005411         UNTIL CG-EXTRACT-EOF.
005412     CLOSE WAVE-EXTRACT-FILE.
005413     PERFORM 1520-RESOLVE-ONE-LEG THRU 1520-EXIT
005414         VARYING CG-LEG-IX FROM CG-LEG-COUNT BY -1
005415         UNTIL CG-LEG-IX < 1.
005416     OPEN INPUT WAVE-EXTRACT-FILE.
005417     IF WX-FILE-STATUS NOT = "00"
005418         DISPLAY "SINTCHRG - FATAL: WVXIN REOPEN FAILED, STATUS "
005419             WX-FILE-STATUS
005420         MOVE 16 TO RETURN-CODE
005421         GOBACK
005422     END-IF.
005423     MOVE "N" TO CG-EXTRACT-EOF-SWITCH.
005424     MOVE 0 TO CG-EXTRACT-READ-COUNT.
005425     MOVE 0 TO CG-LEG-IX.
005426     PERFORM 4200-READ-EXTRACT-RECORD THRU 4200-EXIT.
005427 1500-EXIT.
005428     EXIT.
005429*
005430 1510-MAP-ONE-POINT.
005431     PERFORM 2300-SET-POINT-KEY THRU 2300-EXIT.
005432     IF CG-LEG-COUNT = 0
005433      OR WX-RUN-DATE NOT = CG-LG-DATE (CG-LEG-COUNT)
005434      OR WX-RUN-TIME NOT = CG-LG-TIME (CG-LEG-COUNT)
005435         IF CG-LEG-COUNT NOT < 500
005436             DISPLAY "SINTCHRG - FATAL: MORE THAN 500 RUNS ON "
005437                 "WVXIN - CHECK THE WAVEXTR GDG LIMIT"
005438             MOVE 16 TO RETURN-CODE
005439             GOBACK
005440         END-IF
005441         IF CG-LEG-COUNT > 0
005442          AND (WX-RUN-DATE < CG-LG-DATE (CG-LEG-COUNT)
005443           OR (WX-RUN-DATE = CG-LG-DATE (CG-LEG-COUNT)
005444          AND WX-RUN-TIME < CG-LG-TIME (CG-LEG-COUNT)))
005445             DISPLAY "SINTCHRG - FATAL: WVXIN RUN " WX-RUN-DATE
005446                 " AT " WX-RUN-TIME
005447                 " IS OLDER THAN THE RUN BEFORE IT"
005448             DISPLAY "SINTCHRG - THE WAVEXTR GDG BASE MUST BE "
005449                 "FIFO SO WVXIN READS OLDEST FIRST"
005450             MOVE 16 TO RETURN-CODE
005451             GOBACK
005452         END-IF
005453         ADD 1 TO CG-LEG-COUNT
005454         MOVE WX-RUN-DATE TO CG-LG-DATE (CG-LEG-COUNT)
005455         MOVE WX-RUN-TIME TO CG-LG-TIME (CG-LEG-COUNT)
005456         MOVE "O"         TO CG-LG-STATUS (CG-LEG-COUNT)
005457         MOVE CG-XTR-KEY  TO CG-LG-FIRST-KEY (CG-LEG-COUNT)
005458         MOVE 0           TO CG-LG-NIGHT (CG-LEG-COUNT)
005459         MOVE 0           TO CG-LG-KEPT (CG-LEG-COUNT)
005460         MOVE 0           TO CG-LG-RERENDERED (CG-LEG-COUNT)
005461     END-IF.
005462     PERFORM 4200-READ-EXTRACT-RECORD THRU 4200-EXIT.
005463 1510-EXIT.
005464     EXIT.
005465*
005466*----------------------------------------------------------------*
005467*  1520-RESOLVE-ONE-LEG - CALLED LAST LEG FIRST, SO THE NEXT     *
005468*  LEG IS ALREADY RESOLVED.  A RUN IN THE RUN TABLE IS CHARGED   *
005469*  ON ITS OWN NIGHT.  A LEG WITH NO RUNHIST RECORD - DATED IN    *
005470*  THE PERIOD, OR BEFORE IT BUT AFTER THE LAST RUN BEFORE IT -   *
005471*  ABENDED AND TAKES THE NEXT LEG'S NIGHT, WHICH IS ZERO WHEN    *
005472*  THAT LEG IS CHARGED IN ANOTHER PERIOD OR THERE IS NONE YET.   *
005473*  AN EARLY LEG WITH NOTHING TO CHARGE HERE STAYS OUTSIDE.       *
005474*----------------------------------------------------------------*
005475 1520-RESOLVE-ONE-LEG.
005476     MOVE CG-NO-CUTOFF-KEY TO CG-LG-CUTOFF-KEY (CG-LEG-IX).
005477     MOVE 0 TO CG-NEXT-NIGHT.
005478     COMPUTE CG-NEXT-IX = CG-LEG-IX + 1.
005479     IF CG-NEXT-IX NOT > CG-LEG-COUNT
005480         MOVE CG-LG-FIRST-KEY (CG-NEXT-IX)
005481             TO CG-LG-CUTOFF-KEY (CG-LEG-IX)
005482         MOVE CG-LG-NIGHT (CG-NEXT-IX) TO CG-NEXT-NIGHT
005483     END-IF.
005484     IF CG-LG-DATE (CG-LEG-IX) > CG-TO-DATE
005485         GO TO 1520-EXIT
005486     END-IF.
005487     IF CG-LG-DATE (CG-LEG-IX) < CG-FROM-DATE
005488         IF CG-NEXT-NIGHT = 0
005489          OR CG-LG-DATE (CG-LEG-IX) < CG-PRE-RUN-DATE
005490          OR (CG-LG-DATE (CG-LEG-IX) = CG-PRE-RUN-DATE
005491          AND CG-LG-TIME (CG-LEG-IX) NOT > CG-PRE-RUN-TIME)
005492             GO TO 1520-EXIT
005493         END-IF
005494         MOVE "A" TO CG-LG-STATUS (CG-LEG-IX)
005495         MOVE CG-NEXT-NIGHT TO CG-LG-NIGHT (CG-LEG-IX)
005496         GO TO 1520-EXIT
005497     END-IF.
005498     SET CG-RUN-NOT-CHARGED TO TRUE.
005499     MOVE 1 TO CG-RN-IX.
005500     PERFORM 2110-TEST-ONE-RUN THRU 2110-EXIT
005501         UNTIL CG-RUN-CHARGED
005502            OR CG-RN-IX > CG-RUN-COUNT.
005503     IF CG-RUN-CHARGED
005504         MOVE "Y" TO CG-LG-STATUS (CG-LEG-IX)
005505         MOVE CG-RN-NIGHT (CG-RN-IX) TO CG-LG-NIGHT (CG-LEG-IX)
005506     ELSE
005507         MOVE "A" TO CG-LG-STATUS (CG-LEG-IX)
005508         MOVE CG-NEXT-NIGHT TO CG-LG-NIGHT (CG-LEG-IX)
005509     END-IF.
005510 1520-EXIT.
005511     EXIT.
005512*
005513*----------------------------------------------------------------*
005514*  1400-LOAD-ONE-MASTER - OWNER AND TEXT OF EVERY ENTRY ON THE   *
005515*  MASTER, WHATEVER ITS STATUS OR DATES.                         *
005516*----------------------------------------------------------------*
005517 1400-LOAD-ONE-MASTER.
005518     COMPUTE CG-ID-IX = MSG-ID + 1.
005519     MOVE MSG-OWNER       TO CG-ID-OWNER (CG-ID-IX).
005520     MOVE MSG-BANNER-TEXT TO CG-ID-TEXT (CG-ID-IX).
005522     PERFORM 4100-READ-MASTER-RECORD THRU 4100-EXIT.
005524 1400-EXIT.
005526     EXIT.
005528*
005530*----------------------------------------------------------------*
005540*  2000-CHARGE-ONE-RECORD - TIE THE RECORD TO ITS LEG, THEN      *
005550*  CHARGE IT TO ITS MESSAGE ON THE LEG'S NIGHT.  RECORDS OF LEGS *
005560*  OUTSIDE THE PERIOD ARE SKIPPED.  AN ABENDED LEG'S RECORDS     *
005570*  ARE CHARGED UP TO ITS CUTOFF, HELD FOR A LATER PERIOD IF ITS  *
005575*  RESUMING RUN IS NOT IN THIS ONE, AND FROM THE CUTOFF ON ARE   *
005577*  COUNTED AGAINST THE LEG AS RE-RENDERED.                       *
005580*----------------------------------------------------------------*
005590 2000-CHARGE-ONE-RECORD.
005600     IF CG-LEG-IX = 0
005610      OR WX-RUN-DATE NOT = CG-LG-DATE (CG-LEG-IX)
005620      OR WX-RUN-TIME NOT = CG-LG-TIME (CG-LEG-IX)
005630         PERFORM 2100-NEXT-LEG THRU 2100-EXIT
005635     END-IF.
005640     IF CG-RUN-OUTSIDE-PERIOD
005650         ADD 1 TO CG-OUTSIDE-COUNT
005660         GO TO 2000-READ-NEXT
005670     END-IF.
005680     IF CG-RUN-ABENDED
005690         PERFORM 2200-CUT-ABENDED-POINT THRU 2200-EXIT
005700         IF NOT CG-KEEP-POINT
005710             GO TO 2000-READ-NEXT
005720         END-IF
005750     END-IF.
005760*
005770     IF WX-RENDER-SWITCH NOT = "M"
005780      OR WX-MSG-INDEX = 1
005790         ADD 1 TO CG-PRINTED-LINES
005800     END-IF.
005810     IF WX-MSG-ID NUMERIC
005820         COMPUTE CG-ID-IX = WX-MSG-ID + 1
005830     ELSE
005840         MOVE 1 TO CG-ID-IX
005850     END-IF.
005860     IF CG-ID-TEXT (CG-ID-IX) = SPACES
005870         MOVE WX-MESSAGE-TEXT TO CG-ID-TEXT (CG-ID-IX)
005880     END-IF.
005890     ADD 1 TO CG-ID-LINES (CG-ID-IX).
005900     IF CG-ID-LAST-NIGHT (CG-ID-IX) NOT = CG-CUR-NIGHT
005910         ADD 1 TO CG-ID-NIGHTS (CG-ID-IX)
005920         MOVE CG-CUR-NIGHT TO CG-ID-LAST-NIGHT (CG-ID-IX)
005930     END-IF.
005940     IF WX-MSG-DEST = "02"
005950      AND WX-RENDER-SWITCH NOT = "M"
005960         MOVE "Y" TO CG-ID-OPS-SW (CG-ID-IX)
005970     ELSE
005980         MOVE "Y" TO CG-ID-LOBBY-SW (CG-ID-IX)
005990     END-IF.
006000     IF WX-NEG-CLAMP-FLAG = "Y"
006010         ADD 1 TO CG-ID-LEAD-NEG (CG-ID-IX)
006020     END-IF.
006030     IF WX-RANGE-CLAMP-FLAG = "Y"
006040         ADD 1 TO CG-ID-LEAD-RNG (CG-ID-IX)
006050     END-IF.
006060     IF WX-TR-NEG-CLAMP-FLAG = "Y"
006070         ADD 1 TO CG-ID-TRAIL-NEG (CG-ID-IX)
006080     END-IF.
006090     IF WX-TR-RANGE-CLAMP-FLAG = "Y"
006100         ADD 1 TO CG-ID-TRAIL-RNG (CG-ID-IX)
006110     END-IF.
006120 2000-READ-NEXT.
006130     PERFORM 4200-READ-EXTRACT-RECORD THRU 4200-EXIT.
006140 2000-EXIT.
006150     EXIT.
006160*
006170*----------------------------------------------------------------*
006180*  2100-NEXT-LEG - A NEW RUN DATE/TIME ON THE EXTRACT: STEP TO   *
006190*  THE NEXT LEG 1500 MAPPED, BY THE SAME BREAK TEST, AND TAKE    *
006200*  ITS STATUS AND NIGHT.                                         *
006210*----------------------------------------------------------------*
006220 2100-NEXT-LEG.
006230     ADD 1 TO CG-LEG-IX.
006240     MOVE CG-LG-STATUS (CG-LEG-IX) TO CG-RUN-SWITCH.
006250     MOVE CG-LG-NIGHT (CG-LEG-IX)  TO CG-CUR-NIGHT.
006490 2100-EXIT.
006500     EXIT.
006510*
006520 2110-TEST-ONE-RUN.
006530     IF CG-RN-DATE (CG-RN-IX) = CG-LG-DATE (CG-LEG-IX)
006540      AND CG-RN-TIME (CG-RN-IX) = CG-LG-TIME (CG-LEG-IX)
006550         SET CG-RUN-CHARGED TO TRUE
006560     ELSE
006570         ADD 1 TO CG-RN-IX
006580     END-IF.
006590 2110-EXIT.
006600     EXIT.
006610*
006611*----------------------------------------------------------------*
006612*  2200-CUT-ABENDED-POINT - KEEP AN ABENDED LEG'S POINT BEFORE   *
006613*  ITS CUTOFF WHEN THE RESUMING RUN'S NIGHT IS IN THE PERIOD.    *
006614*  ITS PRINTED LINES ARE COUNTED AGAINST THE LEG EITHER WAY.     *
006615*----------------------------------------------------------------*
006616 2200-CUT-ABENDED-POINT.
006617     MOVE "N" TO CG-KEEP-SWITCH.
006618     PERFORM 2300-SET-POINT-KEY THRU 2300-EXIT.
006619     IF CG-XTR-KEY < CG-LG-CUTOFF-KEY (CG-LEG-IX)
006620      AND CG-CUR-NIGHT NOT = 0
006621         SET CG-KEEP-POINT TO TRUE
006622     END-IF.
006623     IF WX-RENDER-SWITCH = "M"
006624      AND WX-MSG-INDEX NOT = 1
006625         GO TO 2200-EXIT
006626     END-IF.
006627     IF CG-XTR-KEY < CG-LG-CUTOFF-KEY (CG-LEG-IX)
006628         ADD 1 TO CG-LG-KEPT (CG-LEG-IX)
006629         IF CG-KEEP-POINT
006630             ADD 1 TO CG-KEPT-LINES
006631         ELSE
006632             ADD 1 TO CG-HELD-LINES
006633         END-IF
006634     ELSE
006635         ADD 1 TO CG-LG-RERENDERED (CG-LEG-IX)
006636         ADD 1 TO CG-UNCHARGED-LINES
006637     END-IF.
006638 2200-EXIT.
006639     EXIT.
006640*
006641 2300-SET-POINT-KEY.
006642     IF WX-RENDER-SWITCH = "M"
006643         COMPUTE CG-XTR-KEY = WX-ITER-NUM * 10000 + WX-MSG-INDEX
006644     ELSE
006645         COMPUTE CG-XTR-KEY = WX-MSG-INDEX * 100000 + WX-ITER-NUM
006646     END-IF.
006647 2300-EXIT.
006648     EXIT.
006649*
006651*----------------------------------------------------------------*
006653*  3000-BUILD-OWNER-LIST - ONE ENTRY PER DISTINCT OWNER WITH     *
006655*  CHARGED LINES, THEN INTO OWNER ORDER BY EXCHANGE PASSES.      *
006657*----------------------------------------------------------------*
006660 3000-BUILD-OWNER-LIST.
006670     PERFORM 3010-LIST-ONE-ID THRU 3010-EXIT
006680         VARYING CG-ID-IX FROM 1 BY 1
006690         UNTIL CG-ID-IX > 10000.
006700     SET CG-SORT-EXCHANGED TO TRUE.
006710     PERFORM 3100-SORT-ONE-PASS THRU 3100-EXIT
006720         UNTIL NOT CG-SORT-EXCHANGED.
006730 3000-EXIT.
006740     EXIT.
006750*
006760 3010-LIST-ONE-ID.
006770     IF CG-ID-LINES (CG-ID-IX) = 0
006780         GO TO 3010-EXIT
006790     END-IF.
006800     IF CG-ID-IX = 1
006810         MOVE "NO-KEY" TO CG-ID-OWNER (CG-ID-IX)
006820     END-IF.
006830     MOVE "N" TO CG-OWNER-SWITCH.
006840     MOVE 1 TO CG-OW-IX.
006850     PERFORM 3020-TEST-ONE-OWNER THRU 3020-EXIT
006860         UNTIL CG-OWNER-FOUND
006870            OR CG-OW-IX > CG-OWNER-COUNT.
006880     IF CG-OWNER-FOUND
006890         GO TO 3010-EXIT
006900     END-IF.
006910     IF CG-OWNER-COUNT NOT < 500
006920         DISPLAY "SINTCHRG - FATAL: MORE THAN 500 OWNERS"
006930         MOVE 16 TO RETURN-CODE
006940         GOBACK
006950     END-IF.
006960     ADD 1 TO CG-OWNER-COUNT.
006970     MOVE CG-ID-OWNER (CG-ID-IX) TO CG-OW-NAME (CG-OWNER-COUNT).
006980 3010-EXIT.
006990     EXIT.
007000*
007010 3020-TEST-ONE-OWNER.
007020     IF CG-OW-NAME (CG-OW-IX) = CG-ID-OWNER (CG-ID-IX)
007030         SET CG-OWNER-FOUND TO TRUE
007040     ELSE
007050         ADD 1 TO CG-OW-IX
007060     END-IF.
007070 3020-EXIT.
007080     EXIT.
007090*
007100 3100-SORT-ONE-PASS.
007110     MOVE "N" TO CG-SORT-SWITCH.
007120     PERFORM 3110-COMPARE-ONE-PAIR THRU 3110-EXIT
007130         VARYING CG-OW-IX FROM 1 BY 1
007140         UNTIL CG-OW-IX NOT < CG-OWNER-COUNT.
007150 3100-EXIT.
007160     EXIT.
007170*
007180 3110-COMPARE-ONE-PAIR.
007190     IF CG-OW-NAME (CG-OW-IX) > CG-OW-NAME (CG-OW-IX + 1)
007200         MOVE CG-OW-NAME (CG-OW-IX) TO CG-OW-HOLD
007210         MOVE CG-OW-NAME (CG-OW-IX + 1)
007220                                  TO CG-OW-NAME (CG-OW-IX)
007230         MOVE CG-OW-HOLD          TO CG-OW-NAME (CG-OW-IX + 1)
007240         SET CG-SORT-EXCHANGED TO TRUE
007250     END-IF.
007260 3110-EXIT.
007270     EXIT.
007280*
007290*----------------------------------------------------------------*
007300*  3200-PRINT-ONE-OWNER - EVERY CHARGED MSG-ID OF THE OWNER IN   *
007310*  KEY ORDER, THEN THE OWNER SUBTOTAL, ROLLED INTO THE GRAND     *
007320*  TOTAL.                                                        *
007330*----------------------------------------------------------------*
007340 3200-PRINT-ONE-OWNER.
007350     MOVE CG-OW-NAME (CG-OW-IX) TO CG-CUR-OWNER.
007360     MOVE 0 TO CG-OWN-MSGS.
007370     MOVE 0 TO CG-OWN-LINES.
007380     MOVE 0 TO CG-OWN-LEAD-NEG.
007390     MOVE 0 TO CG-OWN-LEAD-RNG.
007400     MOVE 0 TO CG-OWN-TRAIL-NEG.
007410     MOVE 0 TO CG-OWN-TRAIL-RNG.
007420     PERFORM 3210-PRINT-ONE-MESSAGE THRU 3210-EXIT
007430         VARYING CG-ID-IX FROM 1 BY 1
007440         UNTIL CG-ID-IX > 10000.
007450*
007460     MOVE "  OWNER TOTAL " TO CG-TOT-LABEL.
007470     MOVE CG-CUR-OWNER     TO CG-TOT-OWNER.
007480     MOVE CG-OWN-MSGS      TO CG-TOT-MSGS-OUT.
007490     MOVE CG-OWN-LINES     TO CG-TOT-LINES-OUT.
007500     MOVE CG-OWN-LEAD-NEG  TO CG-TOT-LEAD-NEG-OUT.
007510     MOVE CG-OWN-LEAD-RNG  TO CG-TOT-LEAD-RNG-OUT.
007520     MOVE CG-OWN-TRAIL-NEG TO CG-TOT-TRAIL-NEG-OUT.
007530     MOVE CG-OWN-TRAIL-RNG TO CG-TOT-TRAIL-RNG-OUT.
007540     MOVE SPACE TO CR-RPT-CONTROL.
007550     MOVE CG-TOTAL-LINE TO CR-RPT-TEXT.
007560     WRITE CR-REPORT-RECORD.
007570     MOVE SPACES TO CR-RPT-TEXT.
007580     WRITE CR-REPORT-RECORD.
007590*
007600     ADD CG-OWN-MSGS      TO CG-TOT-MSGS.
007610     ADD CG-OWN-LINES     TO CG-TOT-LINES.
007620     ADD CG-OWN-LEAD-NEG  TO CG-TOT-LEAD-NEG.
007630     ADD CG-OWN-LEAD-RNG  TO CG-TOT-LEAD-RNG.
007640     ADD CG-OWN-TRAIL-NEG TO CG-TOT-TRAIL-NEG.
007650     ADD CG-OWN-TRAIL-RNG TO CG-TOT-TRAIL-RNG.
007660 3200-EXIT.
007670     EXIT.
007680*
007690 3210-PRINT-ONE-MESSAGE.
007700     IF CG-ID-LINES (CG-ID-IX) = 0
007710      OR CG-ID-OWNER (CG-ID-IX) NOT = CG-CUR-OWNER
007720         GO TO 3210-EXIT
007730     END-IF.
007740     MOVE CG-CUR-OWNER                TO CG-DTL-OWNER.
007750     COMPUTE CG-DTL-MSG-ID = CG-ID-IX - 1.
007760     MOVE CG-ID-TEXT (CG-ID-IX)       TO CG-DTL-TEXT.
007770     MOVE CG-ID-NIGHTS (CG-ID-IX)     TO CG-DTL-NIGHTS.
007780     MOVE CG-ID-LINES (CG-ID-IX)      TO CG-DTL-LINES.
007790     IF CG-ID-LOBBY-SW (CG-ID-IX) = "Y"
007800         IF CG-ID-OPS-SW (CG-ID-IX) = "Y"
007810             MOVE "BOTH"  TO CG-DTL-BOARDS
007820         ELSE
007830             MOVE "LOBBY" TO CG-DTL-BOARDS
007840         END-IF
007850     ELSE
007860         MOVE "OPS"   TO CG-DTL-BOARDS
007870     END-IF.
007880     MOVE CG-ID-LEAD-NEG (CG-ID-IX)   TO CG-DTL-LEAD-NEG.
007890     MOVE CG-ID-LEAD-RNG (CG-ID-IX)   TO CG-DTL-LEAD-RNG.
007900     MOVE CG-ID-TRAIL-NEG (CG-ID-IX)  TO CG-DTL-TRAIL-NEG.
007910     MOVE CG-ID-TRAIL-RNG (CG-ID-IX)  TO CG-DTL-TRAIL-RNG.
007920     MOVE SPACE TO CR-RPT-CONTROL.
007930     MOVE CG-DETAIL-LINE TO CR-RPT-TEXT.
007940     WRITE CR-REPORT-RECORD.
007950     ADD 1 TO CG-OWN-MSGS.
007960     ADD CG-ID-LINES (CG-ID-IX)     TO CG-OWN-LINES.
007970     ADD CG-ID-LEAD-NEG (CG-ID-IX)  TO CG-OWN-LEAD-NEG.
007980     ADD CG-ID-LEAD-RNG (CG-ID-IX)  TO CG-OWN-LEAD-RNG.
007990     ADD CG-ID-TRAIL-NEG (CG-ID-IX) TO CG-OWN-TRAIL-NEG.
008000     ADD CG-ID-TRAIL-RNG (CG-ID-IX) TO CG-OWN-TRAIL-RNG.
008010 3210-EXIT.
008020     EXIT.
008030*
008040*----------------------------------------------------------------*
008050*  4000-READ-HISTORY-RECORD - PRIME/ADVANCE THE RUN HISTORY.     *
008060*----------------------------------------------------------------*
008070 4000-READ-HISTORY-RECORD.
008080     READ RUN-HISTORY-FILE INTO RH-HISTORY-RECORD
008090         AT END
008100             SET CG-HISTORY-EOF TO TRUE
008110             GO TO 4000-EXIT
008120     END-READ.
008130     IF RH-FILE-STATUS NOT = "00"
008140         DISPLAY "SINTCHRG - FATAL: HISTIN READ ERROR, STATUS "
008150             RH-FILE-STATUS
008160         MOVE 16 TO RETURN-CODE
008170         GOBACK
008180     END-IF.
008190 4000-EXIT.
008200     EXIT.
008210*
008220*----------------------------------------------------------------*
008230*  4100-READ-MASTER-RECORD - PRIME/ADVANCE THE MESSAGE MASTER.   *
008240*----------------------------------------------------------------*
008250 4100-READ-MASTER-RECORD.
008260     READ MESSAGE-MASTER-FILE INTO MSG-MASTER-RECORD
008270         AT END
008280             SET CG-MASTER-EOF TO TRUE
008290             GO TO 4100-EXIT
008300     END-READ.
008310     IF MS-FILE-STATUS NOT = "00"
008320         DISPLAY "SINTCHRG - FATAL: MSGMSTR READ ERROR, STATUS "
008330             MS-FILE-STATUS
008340         MOVE 16 TO RETURN-CODE
008350         GOBACK
008360     END-IF.
008370 4100-EXIT.
008380     EXIT.
008390*
008400*----------------------------------------------------------------*
008410*  4200-READ-EXTRACT-RECORD - PRIME/ADVANCE THE WAVE EXTRACT.    *
008420*----------------------------------------------------------------*
008430 4200-READ-EXTRACT-RECORD.
008440     READ WAVE-EXTRACT-FILE INTO WX-EXTRACT-RECORD
008450         AT END
008460             SET CG-EXTRACT-EOF TO TRUE
008470             GO TO 4200-EXIT
008480     END-READ.
008490     IF WX-FILE-STATUS NOT = "00"
008500         DISPLAY "SINTCHRG - FATAL: WVXIN READ ERROR, STATUS "
008510             WX-FILE-STATUS
008520         MOVE 16 TO RETURN-CODE
008530         GOBACK
008540     END-IF.
008550     ADD 1 TO CG-EXTRACT-READ-COUNT.
008560 4200-EXIT.
008570     EXIT.
008580*
008590*----------------------------------------------------------------*
008600*  8000-FINAL-SUMMARY - GRAND TOTAL, THE ABENDED LEGS, AND THE   *
008610*  PROOF AGAINST RUNHIST.  THE MESSAGE LINES OF A COMPOSITE      *
008620*  NIGHT ADD UP TO MORE THAN ITS PRINTED LINES (EVERY MESSAGE    *
008630*  SHARED EACH LINE), SO THE PROOF IS ON PRINTED LINES.          *
008640*----------------------------------------------------------------*
008650 8000-FINAL-SUMMARY.
008660     MOVE "GRAND TOTAL   " TO CG-TOT-LABEL.
008670     MOVE SPACES           TO CG-TOT-OWNER.
008680     MOVE CG-TOT-MSGS      TO CG-TOT-MSGS-OUT.
008690     MOVE CG-TOT-LINES     TO CG-TOT-LINES-OUT.
008700     MOVE CG-TOT-LEAD-NEG  TO CG-TOT-LEAD-NEG-OUT.
008710     MOVE CG-TOT-LEAD-RNG  TO CG-TOT-LEAD-RNG-OUT.
008720     MOVE CG-TOT-TRAIL-NEG TO CG-TOT-TRAIL-NEG-OUT.
008730     MOVE CG-TOT-TRAIL-RNG TO CG-TOT-TRAIL-RNG-OUT.
008740     MOVE SPACE TO CR-RPT-CONTROL.
008750     MOVE CG-TOTAL-LINE TO CR-RPT-TEXT.
008760     WRITE CR-REPORT-RECORD.
008770     MOVE SPACES TO CR-RPT-TEXT.
008780     WRITE CR-REPORT-RECORD.
008790*
008800     PERFORM 8100-PRINT-ONE-ABEND THRU 8100-EXIT
008810         VARYING CG-LEG-IX FROM 1 BY 1
008820         UNTIL CG-LEG-IX > CG-LEG-COUNT.
008830*
008840     COMPUTE CG-RH-NET =
008845         CG-RH-SAMPLES - CG-RH-RESUMED + CG-KEPT-LINES.
008850     COMPUTE CG-DIFFERENCE = CG-RH-NET - CG-PRINTED-LINES.
008860     MOVE "RUNHIST SAMPLES (RH-SAMPLE-COUNT)" TO CG-BAL-LABEL.
008870     MOVE CG-RH-SAMPLES TO CG-BAL-AMOUNT.
008880     MOVE SPACES TO CG-BAL-REMARK.
008890     PERFORM 8200-WRITE-BALANCE-LINE THRU 8200-EXIT.
008900     MOVE "LESS RESUMED FROM CHECKPOINT" TO CG-BAL-LABEL.
008910     MOVE CG-RH-RESUMED TO CG-BAL-AMOUNT.
008920     PERFORM 8200-WRITE-BALANCE-LINE THRU 8200-EXIT.
008922     MOVE "PLUS ABENDED LEGS UP TO THE RESUME" TO CG-BAL-LABEL.
008924     MOVE CG-KEPT-LINES TO CG-BAL-AMOUNT.
008926     PERFORM 8200-WRITE-BALANCE-LINE THRU 8200-EXIT.
008930     MOVE "RENDERED BY THE CHARGED RUNS AND LEGS" TO CG-BAL-LABEL.
008940     MOVE CG-RH-NET TO CG-BAL-AMOUNT.
008950     PERFORM 8200-WRITE-BALANCE-LINE THRU 8200-EXIT.
008960     MOVE "PRINTED LINES CHARGED" TO CG-BAL-LABEL.
008970     MOVE CG-PRINTED-LINES TO CG-BAL-AMOUNT.
008980     PERFORM 8200-WRITE-BALANCE-LINE THRU 8200-EXIT.
008990     MOVE "DIFFERENCE" TO CG-BAL-LABEL.
009000     MOVE CG-DIFFERENCE TO CG-BAL-AMOUNT.
009010     IF CG-DIFFERENCE = 0
009020         MOVE "IN BALANCE" TO CG-BAL-REMARK
009030     ELSE
009040         MOVE "** OUT OF BALANCE **" TO CG-BAL-REMARK
009050     END-IF.
009060     PERFORM 8200-WRITE-BALANCE-LINE THRU 8200-EXIT.
009070*
009080     DISPLAY "SINTCHRG - PERIOD.............. " CG-FROM-DATE
009090         " THRU " CG-TO-DATE.
009100     DISPLAY "SINTCHRG - RUNS CHARGED........ " CG-RUN-COUNT.
009110     DISPLAY "SINTCHRG - EXTRACT RECORDS READ "
009120         CG-EXTRACT-READ-COUNT.
009130     DISPLAY "SINTCHRG - OUTSIDE THE PERIOD.. " CG-OUTSIDE-COUNT.
009140     DISPLAY "SINTCHRG - PRINTED LINES....... " CG-PRINTED-LINES.
009150     DISPLAY "SINTCHRG - ABENDED LEGS CHARGED "
009160         CG-KEPT-LINES.
009162     DISPLAY "SINTCHRG - ABENDED LEGS HELD... " CG-HELD-LINES.
009164     DISPLAY "SINTCHRG - RE-RENDERED LINES... "
009166         CG-UNCHARGED-LINES.
009170     DISPLAY "SINTCHRG - RUNHIST NET SAMPLES. " CG-RH-NET.
009180     IF CG-DIFFERENCE NOT = 0
009190         DISPLAY "SINTCHRG - OUT OF BALANCE AGAINST RUNHIST BY "
009200             CG-DIFFERENCE
009210         MOVE 8 TO RETURN-CODE
009220     ELSE
009230         IF CG-RUN-COUNT = 0
009240             DISPLAY "SINTCHRG - NO RUNS IN THE PERIOD - NOTHING "
009250                 "CHARGED"
009260             MOVE 4 TO RETURN-CODE
009270         END-IF
009280     END-IF.
009290 8000-EXIT.
009300     EXIT.
009310*
009312*----------------------------------------------------------------*
009314*  8100-PRINT-ONE-ABEND - ONE LINE PER ABENDED LEG.  A LEG WHOSE *
009316*  RESUMING RUN FALLS IN A LATER PERIOD SHOWS NEXT PRD; ONE NOT  *
009318*  YET RESUMED AT ALL SHOWS PENDING.                             *
009319*----------------------------------------------------------------*
009320 8100-PRINT-ONE-ABEND.
009322     IF CG-LG-STATUS (CG-LEG-IX) NOT = "A"
009324         GO TO 8100-EXIT
009326     END-IF.
009330     MOVE CG-LG-DATE (CG-LEG-IX)       TO CG-ABL-DATE.
009340     MOVE CG-LG-TIME (CG-LEG-IX)       TO CG-ABL-TIME.
009350     MOVE CG-LG-KEPT (CG-LEG-IX)       TO CG-ABL-KEPT.
009352     MOVE CG-LG-RERENDERED (CG-LEG-IX) TO CG-ABL-RERENDERED.
009354     IF CG-LG-NIGHT (CG-LEG-IX) NOT = 0
009356         MOVE CG-LG-NIGHT (CG-LEG-IX) TO CG-ABL-NIGHT
009358     ELSE
009360         IF CG-LEG-IX < CG-LEG-COUNT
009362             MOVE "NEXT PRD" TO CG-ABL-NIGHT
009364         ELSE
009366             MOVE "PENDING" TO CG-ABL-NIGHT
009368         END-IF
009369     END-IF.
009372     MOVE SPACE TO CR-RPT-CONTROL.
009376     MOVE CG-ABEND-LINE TO CR-RPT-TEXT.
009380     WRITE CR-REPORT-RECORD.
009390 8100-EXIT.
009400     EXIT.
009410*
009420 8200-WRITE-BALANCE-LINE.
009430     MOVE SPACE TO CR-RPT-CONTROL.
009440     MOVE CG-BALANCE-LINE TO CR-RPT-TEXT.
009450     WRITE CR-REPORT-RECORD.
009460 8200-EXIT.
009470     EXIT.
009480*
009490*----------------------------------------------------------------*
009500*  9000-TERMINATE - CLOSE FILES.                                 *
009510*----------------------------------------------------------------*
009520 9000-TERMINATE.
009530     CLOSE RUN-HISTORY-FILE.
009540     CLOSE MESSAGE-MASTER-FILE.
009550     CLOSE WAVE-EXTRACT-FILE.
009560     CLOSE CHARGE-REPORT.
009570 9000-EXIT.
009580     EXIT.
009590*
009600 END PROGRAM SINTCHRG.
