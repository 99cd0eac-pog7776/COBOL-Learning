000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SINTASMB.
000030 AUTHOR. R W BENSON.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH REPORTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================*
000080*  SINTASMB - PARTITIONED-NIGHT REASSEMBLY.                      *
000090*                                                                *
000100*  ON A NIGHT SINTPART SPLIT INTO PARTITIONS, EACH PARTITION JOB *
000110*  RENDERS ITS OWN CONTIGUOUS RANGE OF MSGIN INTO ITS OWN        *
000120*  BANNER GENERATION (ONE HEADER TAGGED "PARTITION NN OF NN",    *
000130*  ONE STATISTICS TRAILER), ITS OWN WAVE EXTRACT (EVERY POINT    *
000140*  TAGGED WX-PARTITION) AND ITS OWN AUDIT LOG (EVERY EVENT       *
000150*  TAGGED "PART=NN ").  THIS PROGRAM PUTS THEM BACK TOGETHER AS  *
000160*  THE ONE NIGHT SINT010 WOULD HAVE PRODUCED, SO SINTCHK,        *
000170*  SINTSPLT, PRTDIST, SINTCLSE AND THE HISTORY READERS SEE NO    *
000180*  DIFFERENCE:                                                   *
000190*    - BANOUT: ONE UNTAGGED HEADER, EVERY PARTITION'S SEGMENTS   *
000200*      IN MSGIN ORDER, ONE TRAILER WITH THE COMBINED STATISTICS; *
000210*    - XTROUT: EVERY PARTITION'S POINTS IN MSGIN ORDER, WITH A   *
000220*      RESTARTED PARTITION'S LEGS SPLICED AT THE RESUME POINT,   *
000230*      THE PARTITION TAG BLANKED AND THE NIGHT'S RUN DATE/TIME;  *
000240*    - RUNHIST: THE NIGHT'S ONE RECORD (NO PARTITION WRITES ONE);*
000250*    - AUDITLOG: THE PARTITIONS' EVENTS, THEN THE NIGHT'S OWN    *
000260*      UNTAGGED RUNSTART AND COMPLETE.                           *
000270*  PARTCTL IS THEN CLOSED SO THE NEXT NIGHT MAY BE SPLIT.        *
000280*                                                                *
000290*  THE NIGHT'S RUN DATE AND TIME ARE THOSE OF THE EARLIEST       *
000300*  PARTITION HEADER - THE MOMENT THE NIGHT STARTED RENDERING.    *
000310*  THE AVERAGE IS RECOMPUTED FROM THE EXTRACT'S ROUND-INT TOTAL, *
000320*  NOT AVERAGED FROM THE PARTITION AVERAGES, SO IT ROUNDS        *
000330*  EXACTLY AS A SINGLE STREAM'S WOULD.                           *
000340*                                                                *
000350*  NOTHING IS WRITTEN UNTIL EVERYTHING HAS BALANCED: THE         *
000360*  PARTITION COUNT AND PARAMETER SET ON EVERY HEADER, A SEGMENT  *
000370*  PER MESSAGE OF EACH PARTITION'S RANGE WITH THE RIGHT MSG-ID,  *
000380*  DETAIL LINES AND KEPT EXTRACT POINTS EQUAL TO EACH TRAILER'S  *
000390*  SAMPLES=, AND EXTRACT MIN/MAX EQUAL TO THE TRAILER'S.  THE    *
000400*  RANGES ARE COMPUTED FROM MSGIN EXACTLY AS SINTEST COMPUTES    *
000410*  THEM.                                                         *
000420*                                                                *
000430*  NO PARM - THE PARTITION COUNT IS PARTCTL'S.                   *
000440*  RETURN CODES:  00 NIGHT REASSEMBLED AND SPLIT CLOSED, 08 NO   *
000450*  OPEN SPLIT OR THE PARTITIONS DID NOT BALANCE (NOTHING         *
000460*  WRITTEN, SPLIT LEFT OPEN - FIX OR RERUN THE PARTITION AND RUN *
000470*  AGAIN), 16 FILE FAILURE.                                      *
000480*                                                                *
000490*  MODIFICATION HISTORY                                          *
000500*    2026-10-15  RWB  ORIGINAL - HEAVY NIGHTS WERE DRAINING AT   *
000510*                      THE DEADLINE; SINT010 NOW RUNS AS         *
000520*                      CONCURRENT PARTITIONS OF MSGIN.           *
000530*================================================================*
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER. IBM-370.
000570 OBJECT-COMPUTER. IBM-370.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT PARTITION-CONTROL-FILE ASSIGN TO PARTCTL
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS PC-FILE-STATUS.
000630     SELECT INPUT-MESSAGE-FILE ASSIGN TO MSGIN
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS IM-FILE-STATUS.
000660     SELECT PARTITION-BANNER-FILE ASSIGN TO BANIN
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS PB-FILE-STATUS.
000690     SELECT PARTITION-EXTRACT-FILE ASSIGN TO XTRIN
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS PX-FILE-STATUS.
000720     SELECT PARTITION-AUDIT-FILE ASSIGN TO AUDPIN
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS PA-FILE-STATUS.
000750     SELECT NIGHT-BANNER-FILE ASSIGN TO BANOUT
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS NB-FILE-STATUS.
000780     SELECT NIGHT-EXTRACT-FILE ASSIGN TO XTROUT
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS NX-FILE-STATUS.
000810     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS RH-FILE-STATUS.
000840     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS AU-FILE-STATUS.
000870*
000880 DATA DIVISION.
000890 FILE SECTION.
000900*----------------------------------------------------------------*
000910*  PARTITION-CONTROL-FILE - ONE 80-BYTE PARTCTL RECORD.          *
000920*----------------------------------------------------------------*
000930 FD  PARTITION-CONTROL-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 01  PC-FILE-RECORD              PIC X(80).
000970*----------------------------------------------------------------*
000980*  INPUT-MESSAGE-FILE - TONIGHT'S MSGIN, FOR THE MESSAGE COUNT   *
000990*  THE RANGES ARE CUT FROM AND THE MSG-ID OF EACH POSITION.      *
001000*----------------------------------------------------------------*
001010 FD  INPUT-MESSAGE-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 01  IM-MESSAGE-RECORD           PIC X(68).
001050*----------------------------------------------------------------*
001060*  BANNER FILES - THE SINTEST BANNER LAYOUT: ANSI/ASA CARRIAGE   *
001070*  CONTROL IN BYTE 1, 132 BYTES OF TEXT.  BANIN IS THE PARTITION *
001080*  GENERATIONS CONCATENATED IN PARTITION ORDER.                  *
001090*----------------------------------------------------------------*
001100 FD  PARTITION-BANNER-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 01  PB-BANNER-RECORD            PIC X(133).
001140 FD  NIGHT-BANNER-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 01  NB-BANNER-RECORD            PIC X(133).
001180*----------------------------------------------------------------*
001190*  EXTRACT FILES - 120-BYTE WXTRREC RECORDS.  XTRIN IS THE       *
001200*  PARTITION EXTRACTS CONCATENATED IN PARTITION ORDER.           *
001210*----------------------------------------------------------------*
001220 FD  PARTITION-EXTRACT-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250 01  PX-EXTRACT-REC              PIC X(120).
001260 FD  NIGHT-EXTRACT-FILE
001270     RECORDING MODE IS F
001280     LABEL RECORDS ARE STANDARD.
001290 01  NX-EXTRACT-REC              PIC X(120).
001300*----------------------------------------------------------------*
001310*  AUDIT FILES - 120-BYTE AUDITREC RECORDS.  AUDPIN IS THE       *
001320*  PARTITION AUDIT LOGS CONCATENATED IN PARTITION ORDER.         *
001330*----------------------------------------------------------------*
001340 FD  PARTITION-AUDIT-FILE
001350     RECORDING MODE IS F
001360     LABEL RECORDS ARE STANDARD.
001370 01  PA-AUDIT-REC                PIC X(120).
001380 FD  AUDIT-LOG-FILE
001390     RECORDING MODE IS F
001400     LABEL RECORDS ARE STANDARD.
001410 01  AU-AUDIT-REC                PIC X(120).
001420*----------------------------------------------------------------*
001430*  RUN-HISTORY-FILE - 90-BYTE RUNHIST RECORDS.                   *
001440*----------------------------------------------------------------*
001450 FD  RUN-HISTORY-FILE
001460     RECORDING MODE IS F
001470     LABEL RECORDS ARE STANDARD.
001480 01  RH-HISTORY-REC              PIC X(90).
001490*
001500 WORKING-STORAGE SECTION.
001510*----------------------------------------------------------------*
001520*  STANDALONE COUNTERS AND SWITCHES.                             *
001530*----------------------------------------------------------------*
001540 77  PC-FILE-STATUS              PIC X(02) VALUE "00".
001550 77  IM-FILE-STATUS              PIC X(02) VALUE "00".
001560 77  PB-FILE-STATUS              PIC X(02) VALUE "00".
001570 77  PX-FILE-STATUS              PIC X(02) VALUE "00".
001580 77  PA-FILE-STATUS              PIC X(02) VALUE "00".
001590 77  NB-FILE-STATUS              PIC X(02) VALUE "00".
001600 77  NX-FILE-STATUS              PIC X(02) VALUE "00".
001610 77  RH-FILE-STATUS              PIC X(02) VALUE "00".
001620 77  AU-FILE-STATUS              PIC X(02) VALUE "00".
001630 77  AS-MSGIN-EOF-SWITCH         PIC X(01) VALUE "N".
001640     88  AS-MSGIN-EOF                      VALUE "Y".
001650 77  AS-BANNER-EOF-SWITCH        PIC X(01) VALUE "N".
001660     88  AS-BANNER-EOF                     VALUE "Y".
001670 77  AS-EXTRACT-EOF-SWITCH       PIC X(01) VALUE "N".
001680     88  AS-EXTRACT-EOF                    VALUE "Y".
001690 77  AS-AUDIT-EOF-SWITCH         PIC X(01) VALUE "N".
001700     88  AS-AUDIT-EOF                      VALUE "Y".
001710 77  AS-TRAILER-SWITCH           PIC X(01) VALUE "N".
001720     88  AS-IN-TRAILER                     VALUE "Y".
001730 77  AS-KEEP-SWITCH              PIC X(01) VALUE "N".
001740     88  AS-KEEP-POINT                     VALUE "Y".
001750 77  AS-VERIFY-FAIL-SWITCH       PIC X(01) VALUE "N".
001760     88  AS-VERIFY-FAILED                  VALUE "Y".
001770 77  AS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE "N".
001780     88  AS-AUDIT-OPEN                     VALUE "Y".
001790 77  AS-RUNSTART-SWITCH          PIC X(01) VALUE "N".
001800     88  AS-RUNSTART-FOUND                 VALUE "Y".
001810*
001820*----------------------------------------------------------------*
001830*  COPY PARTCTL - PARTITION CONTROL RECORD.                      *
001840*----------------------------------------------------------------*
001850     COPY PARTCTL.
001860*
001870*----------------------------------------------------------------*
001880*  COPY MSGINREC - INPUT MESSAGE RECORD LAYOUT.                  *
001890*----------------------------------------------------------------*
001900     COPY MSGINREC.
001910*
001920*----------------------------------------------------------------*
001930*  COPY WXTRREC - WAVE-EXTRACT RECORD LAYOUT.                    *
001940*----------------------------------------------------------------*
001950     COPY WXTRREC.
001960*
001970*----------------------------------------------------------------*
001980*  COPY AUDITREC - AUDIT-TRAIL EVENT RECORD LAYOUT.              *
001990*----------------------------------------------------------------*
002000     COPY AUDITREC.
002010*
002020*----------------------------------------------------------------*
002030*  COPY RUNHIST - RUN-HISTORY RECORD LAYOUT.                     *
002040*----------------------------------------------------------------*
002050     COPY RUNHIST.
002060*
002070*----------------------------------------------------------------*
002080*  COPY WAVEPARM - FOR WB-DEFAULT-DEADLINE-TIME, SHOWN ON THE    *
002090*  NIGHT'S RUNSTART WHEN NO PARTITION RUNSTART IS ON AUDPIN.     *
002100*----------------------------------------------------------------*
002110     COPY WAVEPARM.
002120*
002130*----------------------------------------------------------------*
002140*  MSGIN MAP - THE MSG-ID AT EACH POSITION.  SAME LIMIT AS       *
002150*  SINTSPLT'S.                                                   *
002160*----------------------------------------------------------------*
002170 01  AS-MESSAGE-MAP.
002180     05  AS-ID-OF-MSG            PIC 9(04) OCCURS 200.
002190 01  AS-MSG-COUNT                PIC 9(04) COMP VALUE 0.
002200 01  AS-MSG-MAX                  PIC 9(04) COMP VALUE 200.
002210 01  AS-MSG-IX                   PIC 9(04) COMP VALUE 0.
002220*
002230*----------------------------------------------------------------*
002240*  PARTITION TABLE - ONE SLOT PER PARTITION: ITS MSGIN RANGE,    *
002250*  WHAT ITS BANNER GENERATION HELD, ITS TRAILER STATISTICS, AND  *
002260*  WHAT ITS EXTRACT CONTRIBUTED.  SINTEST'S WB-PART-MAX SLOTS.   *
002270*----------------------------------------------------------------*
002280 01  AS-PARTITION-TABLE.
002290     05  AS-PT-ENTRY             OCCURS 16.
002300         10  AS-PT-FIRST         PIC 9(04).
002310         10  AS-PT-LAST          PIC 9(04).
002320         10  AS-PT-SIZE          PIC 9(04).
002330         10  AS-PT-HDR-DATE      PIC 9(08).
002340         10  AS-PT-HDR-TIME      PIC 9(08).
002350         10  AS-PT-SEGMENTS      PIC 9(04).
002360         10  AS-PT-DETAILS       PIC 9(09).
002370         10  AS-PT-TRAILERS      PIC 9(02).
002380         10  AS-PT-SAMPLES       PIC 9(09).
002390         10  AS-PT-MIN           PIC 9(04).
002400         10  AS-PT-MAX           PIC 9(04).
002410         10  AS-PT-NEG-WARN      PIC 9(05).
002420         10  AS-PT-RANGE-WARN    PIC 9(05).
002430         10  AS-PT-KEPT          PIC 9(09).
002440         10  AS-PT-XMIN          PIC 9(04).
002450         10  AS-PT-XMAX          PIC 9(04).
002460 01  AS-PART-MAX                 PIC 9(02) VALUE 16.
002470 01  AS-PX                       PIC 9(02) VALUE 0.
002480 01  AS-CUR-PART                 PIC 9(02) VALUE 0.
002490 01  AS-PART-BASE                PIC 9(04) VALUE 0.
002500 01  AS-PART-EXTRA               PIC 9(04) VALUE 0.
002510 01  AS-SEG-POSITION             PIC 9(04) VALUE 0.
002520*
002530*----------------------------------------------------------------*
002540*  EXTRACT LEG TABLE.  A PARTITION THAT WAS RESTARTED LEFT ONE   *
002550*  LEG PER RUN ON ITS EXTRACT (THE RESTART OPENS IT EXTEND),     *
002560*  EACH STAMPED WITH ITS OWN RUN DATE/TIME.  A LEG'S POINTS      *
002570*  FROM THE NEXT LEG'S FIRST POINT ON WERE RE-RENDERED BY THAT   *
002580*  LEG AND ARE DROPPED - THE SAME SPLICE SINTMRGE MAKES ON THE   *
002590*  BANNER.                                                       *
002600*----------------------------------------------------------------*
002610 01  AS-LEG-TABLE.
002620     05  AS-LG-ENTRY             OCCURS 160.
002630         10  AS-LG-PART          PIC 9(02).
002640         10  AS-LG-DATE          PIC 9(08).
002650         10  AS-LG-TIME          PIC 9(08).
002660         10  AS-LG-FIRST-KEY     PIC 9(09).
002670         10  AS-LG-CUTOFF-KEY    PIC 9(09).
002680         10  AS-LG-COUNT         PIC 9(09).
002690 01  AS-LEG-COUNT                PIC 9(04) COMP VALUE 0.
002700 01  AS-LEG-MAX                  PIC 9(04) COMP VALUE 160.
002710 01  AS-LEG-IX                   PIC 9(04) COMP VALUE 0.
002720 01  AS-NEXT-IX                  PIC 9(04) COMP VALUE 0.
002730 01  AS-XTR-PART                 PIC 9(02) VALUE 0.
002740 01  AS-XTR-KEY                  PIC 9(09) VALUE 0.
002750 01  AS-LAST-KEPT-KEY            PIC 9(09) VALUE 0.
002760 01  AS-NO-CUTOFF-KEY            PIC 9(09) VALUE 999999999.
002770*
002780*----------------------------------------------------------------*
002790*  THE NIGHT - ITS IDENTITY, PARAMETER SET AND COMBINED          *
002800*  STATISTICS.  AS-PARM-SET IS THE "PARMS=" FIELD OF THE         *
002810*  PARTITION HEADERS, SINTEST'S WB-PARM-SET.                     *
002820*----------------------------------------------------------------*
002830 01  AS-NIGHT-DATE               PIC 9(08) VALUE 99999999.
002840 01  AS-NIGHT-TIME               PIC 9(08) VALUE 99999999.
002850 01  AS-PARM-SET.
002860     05  AS-PS-AMPLITUDE         PIC 9(04).
002870     05  AS-PS-OFFSET            PIC 9(04).
002880     05  AS-PS-ITERATIONS        PIC 9(05).
002890     05  AS-PS-MODE-SWITCH       PIC X(01).
002900     05  AS-PS-TRAIL-AMPLITUDE   PIC 9(04).
002910     05  AS-PS-TRAIL-OFFSET      PIC 9(04).
002920     05  AS-PS-RENDER-SWITCH     PIC X(01).
002930     05  AS-PS-PHASE-STEP        PIC 9V9(02).
002940 01  AS-SAMPLE-COUNT             PIC 9(09) VALUE 0.
002950 01  AS-MIN-ROUND-INT            PIC 9(04) VALUE 9999.
002960 01  AS-MAX-ROUND-INT            PIC 9(04) VALUE 0.
002970 01  AS-TOTAL-ROUND-INT          PIC 9(11) VALUE 0.
002980 01  AS-AVERAGE-ROUND-INT        PIC 9(04)V9(02) VALUE 0.
002990 01  AS-NEG-WARN-COUNT           PIC 9(05) VALUE 0.
003000 01  AS-RANGE-WARN-COUNT         PIC 9(05) VALUE 0.
003010*
003020*----------------------------------------------------------------*
003030*  RUN ACCOUNTING AND WORK FIELDS.                               *
003040*----------------------------------------------------------------*
003050 01  AS-RUN-DATE                 PIC 9(08) VALUE 0.
003060 01  AS-RUN-TIME                 PIC 9(08) VALUE 0.
003070 01  AS-BANNER-OUT-COUNT         PIC 9(09) VALUE 0.
003080 01  AS-DETAIL-OUT-COUNT         PIC 9(09) VALUE 0.
003090 01  AS-EXTRACT-IN-COUNT         PIC 9(09) VALUE 0.
003100 01  AS-EXTRACT-OUT-COUNT        PIC 9(09) VALUE 0.
003110 01  AS-EXTRACT-DROP-COUNT       PIC 9(09) VALUE 0.
003120 01  AS-AUDIT-COPY-COUNT         PIC 9(07) VALUE 0.
003130 01  AS-RUNSTART-TEXT            PIC X(88) VALUE SPACES.
003140 01  AS-DLINE-POS                PIC 9(04) COMP VALUE 0.
003150 01  AS-TEXT-LEN                 PIC 9(04) COMP VALUE 0.
003160 01  AS-FINAL-RC                 PIC 9(04) VALUE 0.
003170*
003180 01  AS-WORK-RECORD.
003190     05  AS-WRK-CONTROL          PIC X(01).
003200     05  AS-WRK-TEXT             PIC X(132).
003210*
003220*----------------------------------------------------------------*
003230*  EXPECTED PAGE BREAK KEY - SINTEST'S WB-SEGMENT-LINE COLUMNS   *
003240*  122-132.  A MESSAGE WITH NO MASTER KEY HAS A BLANK BREAK.     *
003250*----------------------------------------------------------------*
003260 01  AS-BREAK-KEY.
003270     05  FILLER                  PIC X(07) VALUE "MSG-ID ".
003280     05  AS-BREAK-MSG-ID         PIC 9(04) VALUE 0.
003290*
003300*----------------------------------------------------------------*
003310*  THE NIGHT'S HEADER - SINTEST'S WB-HEADER-LINE, UNTAGGED.      *
003320*----------------------------------------------------------------*
003330 01  AS-HEADER-LINE.
003340     05  FILLER                  PIC X(16)
003350                                 VALUE "SINTEST BANNER ".
003360     05  AS-HDR-DATE             PIC 9(08).
003370     05  FILLER                  PIC X(03) VALUE " AT".
003380     05  AS-HDR-TIME             PIC 9(08).
003390     05  FILLER                  PIC X(97) VALUE SPACES.
003400*
003410 PROCEDURE DIVISION.
003420*
003430 0000-MAINLINE-CONTROL.
003440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003450     PERFORM 2000-LOAD-MESSAGES THRU 2000-EXIT.
003460     PERFORM 3000-VERIFY-BANNERS THRU 3000-EXIT.
003470     PERFORM 4000-MAP-EXTRACT-LEGS THRU 4000-EXIT.
003480     PERFORM 4500-VERIFY-EXTRACT THRU 4500-EXIT.
003490     PERFORM 5000-COMBINE-STATISTICS THRU 5000-EXIT.
003500     PERFORM 6000-WRITE-BANNER THRU 6000-EXIT.
003510     PERFORM 6500-WRITE-EXTRACT THRU 6500-EXIT.
003520     PERFORM 7000-WRITE-AUDIT-EVENTS THRU 7000-EXIT.
003530     PERFORM 7500-WRITE-RUN-HISTORY THRU 7500-EXIT.
003540     PERFORM 7800-WRITE-NIGHT-COMPLETE THRU 7800-EXIT.
003550     PERFORM 8000-CLOSE-SPLIT THRU 8000-EXIT.
003560     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003570     GOBACK.
003580 0000-MAINLINE-EXIT.
003590     EXIT.
003600*
003610*----------------------------------------------------------------*
003620*  1000-INITIALIZE - THERE MUST BE AN OPEN SPLIT TO REASSEMBLE.  *
003630*----------------------------------------------------------------*
003640 1000-INITIALIZE.
003650     ACCEPT AS-RUN-DATE FROM DATE YYYYMMDD.
003660     ACCEPT AS-RUN-TIME FROM TIME.
003670     OPEN INPUT PARTITION-CONTROL-FILE.
003680     IF PC-FILE-STATUS NOT = "00"
003690         DISPLAY "SINTASMB - FATAL: PARTCTL OPEN FAILED, STATUS "
003700             PC-FILE-STATUS
003710         MOVE 16 TO RETURN-CODE
003720         GOBACK
003730     END-IF.
003740     MOVE SPACES TO PC-CONTROL-RECORD.
003750     READ PARTITION-CONTROL-FILE INTO PC-CONTROL-RECORD
003760         AT END
003770             MOVE SPACES TO PC-CONTROL-RECORD
003780     END-READ.
003790     CLOSE PARTITION-CONTROL-FILE.
003800     IF NOT PC-CONTROL-PRESENT
003810      OR NOT PC-SPLIT-OPEN
003820         DISPLAY "SINTASMB - ERROR: NO OPEN SPLIT ON PARTCTL - "
003830             "NOTHING TO REASSEMBLE"
003840         MOVE 8 TO RETURN-CODE
003850         GOBACK
003860     END-IF.
003870     IF PC-PART-COUNT NOT NUMERIC
003880      OR PC-PART-COUNT < 1
003890      OR PC-PART-COUNT > AS-PART-MAX
003900         DISPLAY "SINTASMB - ERROR: PARTCTL PARTITION COUNT "
003910             PC-PART-COUNT " NOT 01 THROUGH " AS-PART-MAX
003920         MOVE 8 TO RETURN-CODE
003930         GOBACK
003940     END-IF.
003950     DISPLAY "SINTASMB - REASSEMBLING " PC-PART-COUNT
003960         " PARTITIONS OF THE SPLIT OPENED " PC-OPEN-DATE " AT "
003970         PC-OPEN-TIME.
003980 1000-EXIT.
003990     EXIT.
004000*
004010*----------------------------------------------------------------*
004020*  2000-LOAD-MESSAGES - MAP MSGIN AND CUT THE PARTITION RANGES.  *
004030*----------------------------------------------------------------*
004040 2000-LOAD-MESSAGES.
004050     OPEN INPUT INPUT-MESSAGE-FILE.
004060     IF IM-FILE-STATUS NOT = "00"
004070         DISPLAY "SINTASMB - FATAL: MSGIN OPEN FAILED, STATUS "
004080             IM-FILE-STATUS
004090         MOVE 16 TO RETURN-CODE
004100         GOBACK
004110     END-IF.
004120     PERFORM 2100-LOAD-ONE-MESSAGE THRU 2100-EXIT
004130         UNTIL AS-MSGIN-EOF.
004140     CLOSE INPUT-MESSAGE-FILE.
004150     PERFORM 2200-RESOLVE-ONE-RANGE THRU 2200-EXIT
004160         VARYING AS-PX FROM 1 BY 1
004170         UNTIL AS-PX > PC-PART-COUNT.
004180 2000-EXIT.
004190     EXIT.
004200*
004210 2100-LOAD-ONE-MESSAGE.
004220     READ INPUT-MESSAGE-FILE INTO MSGIN-RECORD
004230         AT END
004240             SET AS-MSGIN-EOF TO TRUE
004250             GO TO 2100-EXIT
004260     END-READ.
004270     IF IM-FILE-STATUS NOT = "00"
004280         DISPLAY "SINTASMB - FATAL: MSGIN READ ERROR, STATUS "
004290             IM-FILE-STATUS
004300         MOVE 16 TO RETURN-CODE
004310         GOBACK
004320     END-IF.
004330     IF AS-MSG-COUNT >= AS-MSG-MAX
004340         DISPLAY "SINTASMB - FATAL: MORE THAN " AS-MSG-MAX
004350             " MSGIN RECORDS"
004360         MOVE 16 TO RETURN-CODE
004370         GOBACK
004380     END-IF.
004390     ADD 1 TO AS-MSG-COUNT.
004400     IF MSGIN-MSG-ID NUMERIC
004410         MOVE MSGIN-MSG-ID TO AS-ID-OF-MSG (AS-MSG-COUNT)
004420     ELSE
004430         MOVE 0 TO AS-ID-OF-MSG (AS-MSG-COUNT)
004440     END-IF.
004450 2100-EXIT.
004460     EXIT.
004470*
004480*----------------------------------------------------------------*
004490*  2200-RESOLVE-ONE-RANGE - SINTEST'S 1650-RESOLVE-PARTITION-    *
004500*  RANGE: THE FIRST (COUNT MOD PARTITIONS) PARTITIONS TAKE ONE   *
004510*  MESSAGE MORE THAN THE REST.  ALSO CLEARS THE PARTITION SLOT.  *
004520*----------------------------------------------------------------*
004530 2200-RESOLVE-ONE-RANGE.
004540     MOVE 0 TO AS-PT-HDR-DATE (AS-PX) AS-PT-HDR-TIME (AS-PX)
004550               AS-PT-SEGMENTS (AS-PX) AS-PT-DETAILS (AS-PX)
004560               AS-PT-TRAILERS (AS-PX) AS-PT-SAMPLES (AS-PX)
004570               AS-PT-MAX (AS-PX) AS-PT-NEG-WARN (AS-PX)
004580               AS-PT-RANGE-WARN (AS-PX) AS-PT-KEPT (AS-PX)
004590               AS-PT-XMAX (AS-PX).
004600     MOVE 9999 TO AS-PT-MIN (AS-PX) AS-PT-XMIN (AS-PX).
004610     DIVIDE AS-MSG-COUNT BY PC-PART-COUNT
004620         GIVING AS-PART-BASE
004630         REMAINDER AS-PART-EXTRA.
004640     IF AS-PX > AS-PART-EXTRA
004650         COMPUTE AS-PT-FIRST (AS-PX) =
004660             (AS-PX - 1) * AS-PART-BASE + AS-PART-EXTRA + 1
004670         MOVE AS-PART-BASE TO AS-PT-SIZE (AS-PX)
004680     ELSE
004690         COMPUTE AS-PT-FIRST (AS-PX) =
004700             (AS-PX - 1) * AS-PART-BASE + AS-PX
004710         COMPUTE AS-PT-SIZE (AS-PX) = AS-PART-BASE + 1
004720     END-IF.
004730     COMPUTE AS-PT-LAST (AS-PX) =
004740         AS-PT-FIRST (AS-PX) + AS-PT-SIZE (AS-PX) - 1.
004750 2200-EXIT.
004760     EXIT.
004770*
004780*----------------------------------------------------------------*
004790*  3000-VERIFY-BANNERS - FIRST PASS OVER THE PARTITION BANNERS.  *
004800*  EACH MUST BE ONE FINISHED PARTITION GENERATION, IN PARTITION  *
004810*  ORDER, FOR THIS SPLIT, WITH THE SEGMENTS OF ITS RANGE.        *
004820*----------------------------------------------------------------*
004830 3000-VERIFY-BANNERS.
004840     OPEN INPUT PARTITION-BANNER-FILE.
004850     IF PB-FILE-STATUS NOT = "00"
004860         DISPLAY "SINTASMB - FATAL: BANIN OPEN FAILED, STATUS "
004870             PB-FILE-STATUS
004880         MOVE 16 TO RETURN-CODE
004890         GOBACK
004900     END-IF.
004910     MOVE 0 TO AS-CUR-PART.
004920     PERFORM 3100-VERIFY-ONE-RECORD THRU 3100-EXIT
004930         UNTIL AS-BANNER-EOF.
004940     CLOSE PARTITION-BANNER-FILE.
004950     IF AS-CUR-PART NOT = PC-PART-COUNT
004960         DISPLAY "SINTASMB - VERIFY: " AS-CUR-PART " PARTITION "
004970             "BANNERS ON BANIN, SPLIT HAS " PC-PART-COUNT
004980         SET AS-VERIFY-FAILED TO TRUE
004990     END-IF.
005000     PERFORM 3500-CHECK-ONE-BANNER THRU 3500-EXIT
005010         VARYING AS-PX FROM 1 BY 1
005020         UNTIL AS-PX > AS-CUR-PART.
005030 3000-EXIT.
005040     EXIT.
005050*
005060*----------------------------------------------------------------*
005070*  3100-VERIFY-ONE-RECORD - CLASSIFY ONE BANIN RECORD THE WAY    *
005080*  SINTMRGE DOES.  A CONTROL-1 LINE WITH OTHER TEXT IS A DRAIN   *
005090*  ANNOTATION - THE GENERATION IS A PARTIAL THAT WAS NEVER       *
005100*  MERGED.                                                       *
005110*----------------------------------------------------------------*
005120 3100-VERIFY-ONE-RECORD.
005130     PERFORM 3900-READ-BANNER THRU 3900-EXIT.
005140     IF AS-BANNER-EOF
005150         GO TO 3100-EXIT
005160     END-IF.
005170     IF AS-WRK-CONTROL = "1"
005180      AND AS-WRK-TEXT (1:15) = "SINTEST BANNER "
005190         PERFORM 3200-VERIFY-HEADER THRU 3200-EXIT
005200         GO TO 3100-EXIT
005210     END-IF.
005220     IF AS-CUR-PART = 0
005230         DISPLAY "SINTASMB - VERIFY: BANIN DOES NOT BEGIN WITH A "
005240             "SINTEST RUN HEADER"
005250         SET AS-VERIFY-FAILED TO TRUE
005260         SET AS-BANNER-EOF TO TRUE
005270         GO TO 3100-EXIT
005280     END-IF.
005290     IF AS-WRK-CONTROL = "1"
005300         IF AS-WRK-TEXT (1:121) = SPACES
005310             PERFORM 3300-VERIFY-PAGE-BREAK THRU 3300-EXIT
005320         ELSE
005330             IF AS-WRK-TEXT (1:9) = "SINTEST -"
005340                 SET AS-IN-TRAILER TO TRUE
005350                 ADD 1 TO AS-PT-TRAILERS (AS-CUR-PART)
005360             ELSE
005370                 DISPLAY "SINTASMB - VERIFY: PARTITION "
005380                     AS-CUR-PART " CARRIES A DRAIN ANNOTATION - "
005390                     "NOT A FINISHED PARTITION"
005400                 SET AS-VERIFY-FAILED TO TRUE
005410             END-IF
005420         END-IF
005430     ELSE
005440         IF AS-IN-TRAILER
005450             PERFORM 3400-READ-TRAILER-LINE THRU 3400-EXIT
005460         ELSE
005470             ADD 1 TO AS-PT-DETAILS (AS-CUR-PART)
005480         END-IF
005490     END-IF.
005500 3100-EXIT.
005510     EXIT.
005520*
005530*----------------------------------------------------------------*
005540*  3200-VERIFY-HEADER - THE NEXT PARTITION'S RUN HEADER.  ITS    *
005550*  TAG MUST NAME THE NEXT PARTITION OF THIS SPLIT'S COUNT, AND   *
005560*  EVERY PARTITION MUST HAVE RUN THE SAME PARAMETER SET.         *
005570*----------------------------------------------------------------*
005580 3200-VERIFY-HEADER.
005590     IF AS-CUR-PART >= PC-PART-COUNT
005600         DISPLAY "SINTASMB - VERIFY: MORE THAN " PC-PART-COUNT
005610             " PARTITION BANNERS ON BANIN"
005620         SET AS-VERIFY-FAILED TO TRUE
005630         SET AS-BANNER-EOF TO TRUE
005640         GO TO 3200-EXIT
005650     END-IF.
005660     ADD 1 TO AS-CUR-PART.
005670     MOVE "N" TO AS-TRAILER-SWITCH.
005680     IF AS-WRK-TEXT (36:11) NOT = " PARTITION "
005690      OR AS-WRK-TEXT (47:2) NOT NUMERIC
005700      OR AS-WRK-TEXT (49:4) NOT = " OF "
005710      OR AS-WRK-TEXT (53:2) NOT NUMERIC
005720      OR AS-WRK-TEXT (55:7) NOT = " PARMS="
005730         DISPLAY "SINTASMB - VERIFY: BANNER " AS-CUR-PART
005740             " IS NOT A PARTITION GENERATION"
005750         SET AS-VERIFY-FAILED TO TRUE
005760         SET AS-BANNER-EOF TO TRUE
005770         GO TO 3200-EXIT
005780     END-IF.
005790     IF AS-WRK-TEXT (47:2) NOT = AS-CUR-PART
005800      OR AS-WRK-TEXT (53:2) NOT = PC-PART-COUNT
005810         DISPLAY "SINTASMB - VERIFY: BANNER " AS-CUR-PART
005820             " IS PARTITION " AS-WRK-TEXT (47:2) " OF "
005830             AS-WRK-TEXT (53:2) " - EXPECTED " AS-CUR-PART
005840             " OF " PC-PART-COUNT
005850         SET AS-VERIFY-FAILED TO TRUE
005860     END-IF.
005870     IF AS-CUR-PART = 1
005880         MOVE AS-WRK-TEXT (62:26) TO AS-PARM-SET
005890     ELSE
005900         IF AS-WRK-TEXT (62:26) NOT = AS-PARM-SET
005910             DISPLAY "SINTASMB - VERIFY: PARTITION " AS-CUR-PART
005920                 " RAN PARMS=" AS-WRK-TEXT (62:26)
005930                 ", PARTITION 01 RAN PARMS=" AS-PARM-SET
005940             SET AS-VERIFY-FAILED TO TRUE
005950         END-IF
005960     END-IF.
005970     IF AS-PS-RENDER-SWITCH = "M"
005980         DISPLAY "SINTASMB - VERIFY: PARTITION " AS-CUR-PART
005990             " RAN THE COMPOSITE RENDER"
006000         SET AS-VERIFY-FAILED TO TRUE
006010     END-IF.
006020     IF AS-WRK-TEXT (17:8) NOT NUMERIC
006030      OR AS-WRK-TEXT (28:8) NOT NUMERIC
006040         DISPLAY "SINTASMB - VERIFY: PARTITION " AS-CUR-PART
006050             " HEADER CARRIES NO RUN DATE/TIME"
006060         SET AS-VERIFY-FAILED TO TRUE
006070         GO TO 3200-EXIT
006080     END-IF.
006090     MOVE AS-WRK-TEXT (17:8) TO AS-PT-HDR-DATE (AS-CUR-PART).
006100     MOVE AS-WRK-TEXT (28:8) TO AS-PT-HDR-TIME (AS-CUR-PART).
006110     IF AS-PT-HDR-DATE (AS-CUR-PART) < AS-NIGHT-DATE
006120      OR (AS-PT-HDR-DATE (AS-CUR-PART) = AS-NIGHT-DATE
006130      AND AS-PT-HDR-TIME (AS-CUR-PART) < AS-NIGHT-TIME)
006140         MOVE AS-PT-HDR-DATE (AS-CUR-PART) TO AS-NIGHT-DATE
006150         MOVE AS-PT-HDR-TIME (AS-CUR-PART) TO AS-NIGHT-TIME
006160     END-IF.
006170 3200-EXIT.
006180     EXIT.
006190*
006200*----------------------------------------------------------------*
006210*  3300-VERIFY-PAGE-BREAK - A NEW SEGMENT.  ITS POSITION IN      *
006220*  MSGIN IS THE PARTITION'S FIRST PLUS THE SEGMENTS BEFORE IT,   *
006230*  AND ITS BREAK MUST CARRY THAT POSITION'S MSG-ID.              *
006240*----------------------------------------------------------------*
006250 3300-VERIFY-PAGE-BREAK.
006260     IF AS-IN-TRAILER
006270         DISPLAY "SINTASMB - VERIFY: PARTITION " AS-CUR-PART
006280             " HAS A SEGMENT AFTER ITS TRAILER"
006290         SET AS-VERIFY-FAILED TO TRUE
006300         GO TO 3300-EXIT
006310     END-IF.
006320     ADD 1 TO AS-PT-SEGMENTS (AS-CUR-PART).
006330     COMPUTE AS-SEG-POSITION = AS-PT-FIRST (AS-CUR-PART)
006340         + AS-PT-SEGMENTS (AS-CUR-PART) - 1.
006350     IF AS-PT-SEGMENTS (AS-CUR-PART) > AS-PT-SIZE (AS-CUR-PART)
006360         GO TO 3300-EXIT
006370     END-IF.
006380     MOVE AS-ID-OF-MSG (AS-SEG-POSITION) TO AS-BREAK-MSG-ID.
006390     IF AS-BREAK-MSG-ID = 0
006400         IF AS-WRK-TEXT (122:11) NOT = SPACES
006410             DISPLAY "SINTASMB - VERIFY: SEGMENT FOR MSGIN "
006420                 "POSITION " AS-SEG-POSITION " CARRIES "
006430                 AS-WRK-TEXT (122:11) ", MSGIN HAS NO KEY"
006440             SET AS-VERIFY-FAILED TO TRUE
006450         END-IF
006460     ELSE
006470         IF AS-WRK-TEXT (122:11) NOT = AS-BREAK-KEY
006480             DISPLAY "SINTASMB - VERIFY: SEGMENT FOR MSGIN "
006490                 "POSITION " AS-SEG-POSITION " CARRIES '"
006500                 AS-WRK-TEXT (122:11) "', MSGIN HAS "
006510                 AS-BREAK-KEY
006520             SET AS-VERIFY-FAILED TO TRUE
006530         END-IF
006540     END-IF.
006550 3300-EXIT.
006560     EXIT.
006570*
006580*----------------------------------------------------------------*
006590*  3400-READ-TRAILER-LINE - PICK UP A PARTITION'S STATISTICS     *
006600*  FROM SINTEST'S 8000-WRITE-STATISTICS-TRAILER LINE.            *
006610*----------------------------------------------------------------*
006620 3400-READ-TRAILER-LINE.
006630     IF AS-WRK-TEXT (1:8) NOT = "SAMPLES="
006640         GO TO 3400-EXIT
006650     END-IF.
006660     IF AS-WRK-TEXT (9:9) NOT NUMERIC
006670      OR AS-WRK-TEXT (23:4) NOT NUMERIC
006680      OR AS-WRK-TEXT (32:4) NOT NUMERIC
006690      OR AS-WRK-TEXT (57:5) NOT NUMERIC
006700      OR AS-WRK-TEXT (74:5) NOT NUMERIC
006710         DISPLAY "SINTASMB - VERIFY: PARTITION " AS-CUR-PART
006720             " TRAILER STATISTICS ARE NOT NUMERIC"
006730         SET AS-VERIFY-FAILED TO TRUE
006740         GO TO 3400-EXIT
006750     END-IF.
006760     MOVE AS-WRK-TEXT (9:9)  TO AS-PT-SAMPLES (AS-CUR-PART).
006770     MOVE AS-WRK-TEXT (23:4) TO AS-PT-MIN (AS-CUR-PART).
006780     MOVE AS-WRK-TEXT (32:4) TO AS-PT-MAX (AS-CUR-PART).
006790     MOVE AS-WRK-TEXT (57:5) TO AS-PT-NEG-WARN (AS-CUR-PART).
006800     MOVE AS-WRK-TEXT (74:5) TO AS-PT-RANGE-WARN (AS-CUR-PART).
006810 3400-EXIT.
006820     EXIT.
006830*
006840*----------------------------------------------------------------*
006850*  3500-CHECK-ONE-BANNER - A SEGMENT PER MESSAGE OF THE RANGE,   *
006860*  ONE TRAILER, AND DETAIL LINES BALANCING TO ITS SAMPLES=.      *
006870*----------------------------------------------------------------*
006880 3500-CHECK-ONE-BANNER.
006890     DISPLAY "SINTASMB - PARTITION " AS-PX " MESSAGES "
006900         AS-PT-FIRST (AS-PX) " THROUGH " AS-PT-LAST (AS-PX)
006910         ", " AS-PT-SEGMENTS (AS-PX) " SEGMENTS, "
006920         AS-PT-DETAILS (AS-PX) " DETAIL LINES".
006930     IF AS-PT-SEGMENTS (AS-PX) NOT = AS-PT-SIZE (AS-PX)
006940         DISPLAY "SINTASMB - VERIFY: PARTITION " AS-PX " HAS "
006950             AS-PT-SEGMENTS (AS-PX) " SEGMENTS, ITS RANGE HAS "
006960             AS-PT-SIZE (AS-PX) " MESSAGES"
006970         SET AS-VERIFY-FAILED TO TRUE
006980     END-IF.
006990     IF AS-PT-TRAILERS (AS-PX) NOT = 1
007000         DISPLAY "SINTASMB - VERIFY: PARTITION " AS-PX " HAS "
007010             AS-PT-TRAILERS (AS-PX) " STATISTICS TRAILERS - "
007020             "NOT A FINISHED PARTITION"
007030         SET AS-VERIFY-FAILED TO TRUE
007040         GO TO 3500-EXIT
007050     END-IF.
007060     IF AS-PT-DETAILS (AS-PX) NOT = AS-PT-SAMPLES (AS-PX)
007070         DISPLAY "SINTASMB - VERIFY: PARTITION " AS-PX
007080             " DETAIL LINES " AS-PT-DETAILS (AS-PX)
007090             " DO NOT BALANCE TO TRAILER SAMPLES= "
007100             AS-PT-SAMPLES (AS-PX)
007110         SET AS-VERIFY-FAILED TO TRUE
007120     END-IF.
007130 3500-EXIT.
007140     EXIT.
007150*
007160 3900-READ-BANNER.
007170     READ PARTITION-BANNER-FILE INTO AS-WORK-RECORD
007180         AT END
007190             SET AS-BANNER-EOF TO TRUE
007200             GO TO 3900-EXIT
007210     END-READ.
007220     IF PB-FILE-STATUS NOT = "00"
007230         DISPLAY "SINTASMB - FATAL: BANIN READ ERROR, STATUS "
007240             PB-FILE-STATUS
007250         MOVE 16 TO RETURN-CODE
007260         GOBACK
007270     END-IF.
007280 3900-EXIT.
007290     EXIT.
007300*
007310*----------------------------------------------------------------*
007320*  4000-MAP-EXTRACT-LEGS - FIRST PASS OVER THE PARTITION         *
007330*  EXTRACTS: ONE LEG PER PARTITION PER RUN, IN FILE ORDER, THEN  *
007340*  EACH LEG'S CUTOFF - THE NEXT LEG'S FIRST POINT WHEN THAT LEG  *
007350*  IS A RESTART OF THE SAME PARTITION, OTHERWISE NONE.           *
007360*----------------------------------------------------------------*
007370 4000-MAP-EXTRACT-LEGS.
007380     PERFORM 4900-OPEN-EXTRACT THRU 4900-EXIT.
007390     PERFORM 4100-MAP-ONE-POINT THRU 4100-EXIT
007400         UNTIL AS-EXTRACT-EOF.
007410     CLOSE PARTITION-EXTRACT-FILE.
007420     PERFORM 4200-SET-ONE-CUTOFF THRU 4200-EXIT
007430         VARYING AS-LEG-IX FROM 1 BY 1
007440         UNTIL AS-LEG-IX > AS-LEG-COUNT.
007450 4000-EXIT.
007460     EXIT.
007470*
007480 4100-MAP-ONE-POINT.
007490     PERFORM 4910-READ-EXTRACT THRU 4910-EXIT.
007500     IF AS-EXTRACT-EOF
007510         GO TO 4100-EXIT
007520     END-IF.
007530     ADD 1 TO AS-EXTRACT-IN-COUNT.
007540     IF WX-PARTITION NOT NUMERIC
007550         DISPLAY "SINTASMB - VERIFY: XTRIN POINT "
007560             AS-EXTRACT-IN-COUNT " CARRIES NO PARTITION NUMBER"
007570         SET AS-VERIFY-FAILED TO TRUE
007580         SET AS-EXTRACT-EOF TO TRUE
007590         GO TO 4100-EXIT
007600     END-IF.
007610     MOVE WX-PARTITION TO AS-XTR-PART.
007620     IF AS-XTR-PART < 1
007630      OR AS-XTR-PART > PC-PART-COUNT
007640      OR (AS-LEG-COUNT > 0
007650      AND AS-XTR-PART < AS-LG-PART (AS-LEG-COUNT))
007660         DISPLAY "SINTASMB - VERIFY: XTRIN POINT "
007670             AS-EXTRACT-IN-COUNT " IS FOR PARTITION " AS-XTR-PART
007680             " - EXTRACTS NOT IN PARTITION ORDER FOR THIS SPLIT"
007690         SET AS-VERIFY-FAILED TO TRUE
007700         SET AS-EXTRACT-EOF TO TRUE
007710         GO TO 4100-EXIT
007720     END-IF.
007730     COMPUTE AS-XTR-KEY = WX-MSG-INDEX * 100000 + WX-ITER-NUM.
007740     IF AS-LEG-COUNT = 0
007750      OR AS-XTR-PART NOT = AS-LG-PART (AS-LEG-COUNT)
007760      OR WX-RUN-DATE NOT = AS-LG-DATE (AS-LEG-COUNT)
007770      OR WX-RUN-TIME NOT = AS-LG-TIME (AS-LEG-COUNT)
007780         IF AS-LEG-COUNT >= AS-LEG-MAX
007790             DISPLAY "SINTASMB - FATAL: MORE THAN " AS-LEG-MAX
007800                 " EXTRACT LEGS ON XTRIN"
007810             MOVE 16 TO RETURN-CODE
007820             GOBACK
007830         END-IF
007840         ADD 1 TO AS-LEG-COUNT
007850         MOVE AS-XTR-PART TO AS-LG-PART (AS-LEG-COUNT)
007860         MOVE WX-RUN-DATE TO AS-LG-DATE (AS-LEG-COUNT)
007870         MOVE WX-RUN-TIME TO AS-LG-TIME (AS-LEG-COUNT)
007880         MOVE AS-XTR-KEY TO AS-LG-FIRST-KEY (AS-LEG-COUNT)
007890         MOVE 0 TO AS-LG-COUNT (AS-LEG-COUNT)
007900     END-IF.
007910     ADD 1 TO AS-LG-COUNT (AS-LEG-COUNT).
007920 4100-EXIT.
007930     EXIT.
007940*
007950 4200-SET-ONE-CUTOFF.
007960     MOVE AS-NO-CUTOFF-KEY TO AS-LG-CUTOFF-KEY (AS-LEG-IX).
007970     COMPUTE AS-NEXT-IX = AS-LEG-IX + 1.
007980     IF AS-NEXT-IX <= AS-LEG-COUNT
007990      AND AS-LG-PART (AS-NEXT-IX) = AS-LG-PART (AS-LEG-IX)
008000         MOVE AS-LG-FIRST-KEY (AS-NEXT-IX)
008010             TO AS-LG-CUTOFF-KEY (AS-LEG-IX)
008020     END-IF.
008030     DISPLAY "SINTASMB - PARTITION " AS-LG-PART (AS-LEG-IX)
008040         " EXTRACT LEG " AS-LG-DATE (AS-LEG-IX) " AT "
008050         AS-LG-TIME (AS-LEG-IX) ", " AS-LG-COUNT (AS-LEG-IX)
008060         " POINTS".
008070 4200-EXIT.
008080     EXIT.
008090*
008100*----------------------------------------------------------------*
008110*  4500-VERIFY-EXTRACT - SECOND PASS: WALK THE KEPT POINTS.      *
008120*  THEY MUST RUN IN STRICT MESSAGE/ITERATION ORDER, EACH INSIDE  *
008130*  ITS PARTITION'S RANGE, AND EACH PARTITION'S MUST BALANCE TO   *
008140*  ITS TRAILER: SAMPLES=, MIN= AND MAX=.                         *
008150*----------------------------------------------------------------*
008160 4500-VERIFY-EXTRACT.
008170     IF AS-VERIFY-FAILED
008180         GO TO 4500-EXIT
008190     END-IF.
008200     PERFORM 4900-OPEN-EXTRACT THRU 4900-EXIT.
008210     MOVE 0 TO AS-LEG-IX.
008220     MOVE 0 TO AS-LAST-KEPT-KEY.
008230     PERFORM 4600-VERIFY-ONE-POINT THRU 4600-EXIT
008240         UNTIL AS-EXTRACT-EOF.
008250     CLOSE PARTITION-EXTRACT-FILE.
008260     PERFORM 4700-CHECK-ONE-EXTRACT THRU 4700-EXIT
008270         VARYING AS-PX FROM 1 BY 1
008280         UNTIL AS-PX > PC-PART-COUNT.
008290 4500-EXIT.
008300     EXIT.
008310*
008320 4600-VERIFY-ONE-POINT.
008330     PERFORM 4910-READ-EXTRACT THRU 4910-EXIT.
008340     IF AS-EXTRACT-EOF
008350         GO TO 4600-EXIT
008360     END-IF.
008370     PERFORM 4920-LOCATE-LEG THRU 4920-EXIT.
008380     IF NOT AS-KEEP-POINT
008390         ADD 1 TO AS-EXTRACT-DROP-COUNT
008400         GO TO 4600-EXIT
008410     END-IF.
008420     IF AS-XTR-KEY NOT > AS-LAST-KEPT-KEY
008430      OR WX-MSG-INDEX < AS-PT-FIRST (AS-XTR-PART)
008440      OR WX-MSG-INDEX > AS-PT-LAST (AS-XTR-PART)
008450         DISPLAY "SINTASMB - VERIFY: PARTITION " AS-XTR-PART
008460             " POINT AT MESSAGE " WX-MSG-INDEX " ITERATION "
008470             WX-ITER-NUM " IS OUT OF ORDER OR OUTSIDE ITS RANGE"
008480         SET AS-VERIFY-FAILED TO TRUE
008490         SET AS-EXTRACT-EOF TO TRUE
008500         GO TO 4600-EXIT
008510     END-IF.
008520     MOVE AS-XTR-KEY TO AS-LAST-KEPT-KEY.
008530     ADD 1 TO AS-PT-KEPT (AS-XTR-PART).
008540     ADD WX-ROUND-INT TO AS-TOTAL-ROUND-INT.
008550     IF WX-ROUND-INT < AS-PT-XMIN (AS-XTR-PART)
008560         MOVE WX-ROUND-INT TO AS-PT-XMIN (AS-XTR-PART)
008570     END-IF.
008580     IF WX-ROUND-INT > AS-PT-XMAX (AS-XTR-PART)
008590         MOVE WX-ROUND-INT TO AS-PT-XMAX (AS-XTR-PART)
008600     END-IF.
008610 4600-EXIT.
008620     EXIT.
008630*
008640 4700-CHECK-ONE-EXTRACT.
008650     IF AS-PT-KEPT (AS-PX) NOT = AS-PT-SAMPLES (AS-PX)
008660         DISPLAY "SINTASMB - VERIFY: PARTITION " AS-PX
008670             " EXTRACT HOLDS " AS-PT-KEPT (AS-PX)
008680             " POINTS, TRAILER SAMPLES= " AS-PT-SAMPLES (AS-PX)
008690         SET AS-VERIFY-FAILED TO TRUE
008700         GO TO 4700-EXIT
008710     END-IF.
008720     IF AS-PT-XMIN (AS-PX) NOT = AS-PT-MIN (AS-PX)
008730      OR AS-PT-XMAX (AS-PX) NOT = AS-PT-MAX (AS-PX)
008740         DISPLAY "SINTASMB - VERIFY: PARTITION " AS-PX
008750             " EXTRACT MIN/MAX " AS-PT-XMIN (AS-PX) "/"
008760             AS-PT-XMAX (AS-PX) ", TRAILER "
008770             AS-PT-MIN (AS-PX) "/" AS-PT-MAX (AS-PX)
008780         SET AS-VERIFY-FAILED TO TRUE
008790     END-IF.
008800 4700-EXIT.
008810     EXIT.
008820*
008830 4900-OPEN-EXTRACT.
008840     MOVE "N" TO AS-EXTRACT-EOF-SWITCH.
008850     OPEN INPUT PARTITION-EXTRACT-FILE.
008860     IF PX-FILE-STATUS NOT = "00"
008870         DISPLAY "SINTASMB - FATAL: XTRIN OPEN FAILED, STATUS "
008880             PX-FILE-STATUS
008890         MOVE 16 TO RETURN-CODE
008900         GOBACK
008910     END-IF.
008920 4900-EXIT.
008930     EXIT.
008940*
008950 4910-READ-EXTRACT.
008960     READ PARTITION-EXTRACT-FILE INTO WX-EXTRACT-RECORD
008970         AT END
008980             SET AS-EXTRACT-EOF TO TRUE
008990             GO TO 4910-EXIT
009000     END-READ.
009010     IF PX-FILE-STATUS NOT = "00"
009020         DISPLAY "SINTASMB - FATAL: XTRIN READ ERROR, STATUS "
009030             PX-FILE-STATUS
009040         MOVE 16 TO RETURN-CODE
009050         GOBACK
009060     END-IF.
009070 4910-EXIT.
009080     EXIT.
009090*
009100*----------------------------------------------------------------*
009110*  4920-LOCATE-LEG - STEP THROUGH THE LEG TABLE 4000 BUILT, BY   *
009120*  THE SAME BREAK TEST, AND KEEP THE POINT UNLESS A LATER LEG OF *
009130*  ITS PARTITION RE-RENDERED IT.                                 *
009140*----------------------------------------------------------------*
009150 4920-LOCATE-LEG.
009160     MOVE WX-PARTITION TO AS-XTR-PART.
009170     IF AS-LEG-IX = 0
009180      OR AS-XTR-PART NOT = AS-LG-PART (AS-LEG-IX)
009190      OR WX-RUN-DATE NOT = AS-LG-DATE (AS-LEG-IX)
009200      OR WX-RUN-TIME NOT = AS-LG-TIME (AS-LEG-IX)
009210         ADD 1 TO AS-LEG-IX
009220     END-IF.
009230     COMPUTE AS-XTR-KEY = WX-MSG-INDEX * 100000 + WX-ITER-NUM.
009240     IF AS-XTR-KEY < AS-LG-CUTOFF-KEY (AS-LEG-IX)
009250         SET AS-KEEP-POINT TO TRUE
009260     ELSE
009270         MOVE "N" TO AS-KEEP-SWITCH
009280     END-IF.
009290 4920-EXIT.
009300     EXIT.
009310*
009320*----------------------------------------------------------------*
009330*  5000-COMBINE-STATISTICS - STOP HERE, WRITING NOTHING, IF ANY  *
009340*  PARTITION FAILED TO BALANCE.  OTHERWISE ADD THE PARTITIONS UP *
009350*  INTO THE NIGHT'S TRAILER FIGURES.                             *
009360*----------------------------------------------------------------*
009370 5000-COMBINE-STATISTICS.
009380     IF AS-VERIFY-FAILED
009390         DISPLAY "SINTASMB - VERIFICATION FAILED - NOTHING "
009400             "WRITTEN, SPLIT LEFT OPEN"
009410         MOVE 8 TO RETURN-CODE
009420         GOBACK
009430     END-IF.
009440     PERFORM 5100-ADD-ONE-PARTITION THRU 5100-EXIT
009450         VARYING AS-PX FROM 1 BY 1
009460         UNTIL AS-PX > PC-PART-COUNT.
009470     IF AS-SAMPLE-COUNT > 0
009480         COMPUTE AS-AVERAGE-ROUND-INT ROUNDED =
009490             AS-TOTAL-ROUND-INT / AS-SAMPLE-COUNT
009500     END-IF.
009510     MOVE AS-NIGHT-DATE TO AS-HDR-DATE.
009520     MOVE AS-NIGHT-TIME TO AS-HDR-TIME.
009530 5000-EXIT.
009540     EXIT.
009550*
009560 5100-ADD-ONE-PARTITION.
009570     ADD AS-PT-SAMPLES (AS-PX) TO AS-SAMPLE-COUNT.
009580     ADD AS-PT-NEG-WARN (AS-PX) TO AS-NEG-WARN-COUNT.
009590     ADD AS-PT-RANGE-WARN (AS-PX) TO AS-RANGE-WARN-COUNT.
009600     IF AS-PT-SAMPLES (AS-PX) > 0
009610         IF AS-PT-MIN (AS-PX) < AS-MIN-ROUND-INT
009620             MOVE AS-PT-MIN (AS-PX) TO AS-MIN-ROUND-INT
009630         END-IF
009640         IF AS-PT-MAX (AS-PX) > AS-MAX-ROUND-INT
009650             MOVE AS-PT-MAX (AS-PX) TO AS-MAX-ROUND-INT
009660         END-IF
009670     END-IF.
009680 5100-EXIT.
009690     EXIT.
009700*
009710*----------------------------------------------------------------*
009720*  6000-WRITE-BANNER - THE NIGHT'S HEADER, EVERY PARTITION'S     *
009730*  SEGMENTS IN ORDER (THEIR HEADERS AND TRAILERS DROPPED), AND   *
009740*  THE COMBINED STATISTICS TRAILER IN SINTEST'S FORMAT.          *
009750*----------------------------------------------------------------*
009760 6000-WRITE-BANNER.
009770     OPEN OUTPUT NIGHT-BANNER-FILE.
009780     IF NB-FILE-STATUS NOT = "00"
009790         DISPLAY "SINTASMB - FATAL: BANOUT OPEN FAILED, STATUS "
009800             NB-FILE-STATUS
009810         MOVE 16 TO RETURN-CODE
009820         GOBACK
009830     END-IF.
009840     MOVE "1" TO AS-WRK-CONTROL.
009850     MOVE AS-HEADER-LINE TO AS-WRK-TEXT.
009860     PERFORM 6900-WRITE-BANNER-RECORD THRU 6900-EXIT.
009870*
009880     MOVE "N" TO AS-BANNER-EOF-SWITCH.
009890     OPEN INPUT PARTITION-BANNER-FILE.
009900     IF PB-FILE-STATUS NOT = "00"
009910         DISPLAY "SINTASMB - FATAL: BANIN REOPEN FAILED, STATUS "
009920             PB-FILE-STATUS
009930         MOVE 16 TO RETURN-CODE
009940         GOBACK
009950     END-IF.
009960     PERFORM 6100-COPY-ONE-BANNER THRU 6100-EXIT
009970         UNTIL AS-BANNER-EOF.
009980     CLOSE PARTITION-BANNER-FILE.
009990*
010000     MOVE "1" TO AS-WRK-CONTROL.
010010     MOVE "SINTEST - END OF RUN STATISTICS" TO AS-WRK-TEXT.
010020     PERFORM 6900-WRITE-BANNER-RECORD THRU 6900-EXIT.
010030     MOVE SPACE TO AS-WRK-CONTROL.
010040     MOVE SPACES TO AS-WRK-TEXT.
010050     STRING "SAMPLES=" AS-SAMPLE-COUNT
010060            " MIN=" AS-MIN-ROUND-INT
010070            " MAX=" AS-MAX-ROUND-INT
010080            " AVG=" AS-AVERAGE-ROUND-INT
010090            " NEG-WARN=" AS-NEG-WARN-COUNT
010100            " RANGE-WARN=" AS-RANGE-WARN-COUNT
010110       DELIMITED BY SIZE INTO AS-WRK-TEXT.
010120     PERFORM 6900-WRITE-BANNER-RECORD THRU 6900-EXIT.
010130     CLOSE NIGHT-BANNER-FILE.
010140 6000-EXIT.
010150     EXIT.
010160*
010170 6100-COPY-ONE-BANNER.
010180     PERFORM 3900-READ-BANNER THRU 3900-EXIT.
010190     IF AS-BANNER-EOF
010200         GO TO 6100-EXIT
010210     END-IF.
010220     IF AS-WRK-CONTROL = "1"
010230      AND AS-WRK-TEXT (1:15) = "SINTEST BANNER "
010240         MOVE "N" TO AS-TRAILER-SWITCH
010250         GO TO 6100-EXIT
010260     END-IF.
010270     IF AS-WRK-CONTROL = "1"
010280      AND AS-WRK-TEXT (1:9) = "SINTEST -"
010290         SET AS-IN-TRAILER TO TRUE
010300     END-IF.
010310     IF AS-IN-TRAILER
010320         GO TO 6100-EXIT
010330     END-IF.
010340     IF AS-WRK-CONTROL NOT = "1"
010350         ADD 1 TO AS-DETAIL-OUT-COUNT
010360     END-IF.
010370     PERFORM 6900-WRITE-BANNER-RECORD THRU 6900-EXIT.
010380 6100-EXIT.
010390     EXIT.
010400*
010410 6900-WRITE-BANNER-RECORD.
010420     WRITE NB-BANNER-RECORD FROM AS-WORK-RECORD.
010430     IF NB-FILE-STATUS NOT = "00"
010440         DISPLAY "SINTASMB - FATAL: BANOUT WRITE FAILED, STATUS "
010450             NB-FILE-STATUS
010460         MOVE 16 TO RETURN-CODE
010470         GOBACK
010480     END-IF.
010490     ADD 1 TO AS-BANNER-OUT-COUNT.
010500 6900-EXIT.
010510     EXIT.
010520*
010530*----------------------------------------------------------------*
010540*  6500-WRITE-EXTRACT - THIRD PASS: THE KEPT POINTS, UNTAGGED    *
010550*  AND STAMPED WITH THE NIGHT'S RUN DATE/TIME LIKE A SINGLE      *
010560*  STREAM'S.                                                     *
010570*----------------------------------------------------------------*
010580 6500-WRITE-EXTRACT.
010590     OPEN OUTPUT NIGHT-EXTRACT-FILE.
010600     IF NX-FILE-STATUS NOT = "00"
010610         DISPLAY "SINTASMB - FATAL: XTROUT OPEN FAILED, STATUS "
010620             NX-FILE-STATUS
010630         MOVE 16 TO RETURN-CODE
010640         GOBACK
010650     END-IF.
010660     PERFORM 4900-OPEN-EXTRACT THRU 4900-EXIT.
010670     MOVE 0 TO AS-LEG-IX.
010680     PERFORM 6600-COPY-ONE-POINT THRU 6600-EXIT
010690         UNTIL AS-EXTRACT-EOF.
010700     CLOSE PARTITION-EXTRACT-FILE.
010710     CLOSE NIGHT-EXTRACT-FILE.
010720 6500-EXIT.
010730     EXIT.
010740*
010750 6600-COPY-ONE-POINT.
010760     PERFORM 4910-READ-EXTRACT THRU 4910-EXIT.
010770     IF AS-EXTRACT-EOF
010780         GO TO 6600-EXIT
010790     END-IF.
010800     PERFORM 4920-LOCATE-LEG THRU 4920-EXIT.
010810     IF NOT AS-KEEP-POINT
010820         GO TO 6600-EXIT
010830     END-IF.
010840     MOVE SPACES TO WX-PARTITION.
010850     MOVE AS-NIGHT-DATE TO WX-RUN-DATE.
010860     MOVE AS-NIGHT-TIME TO WX-RUN-TIME.
010870     WRITE NX-EXTRACT-REC FROM WX-EXTRACT-RECORD.
010880     IF NX-FILE-STATUS NOT = "00"
010890         DISPLAY "SINTASMB - FATAL: XTROUT WRITE FAILED, STATUS "
010900             NX-FILE-STATUS
010910         MOVE 16 TO RETURN-CODE
010920         GOBACK
010930     END-IF.
010940     ADD 1 TO AS-EXTRACT-OUT-COUNT.
010950 6600-EXIT.
010960     EXIT.
010970*
010980*----------------------------------------------------------------*
010990*  7000-WRITE-AUDIT-EVENTS - CARRY THE PARTITIONS' EVENTS FROM   *
011000*  THIS SPLIT (STAMPED AT OR AFTER ITS OPEN) TO THE PERMANENT    *
011010*  TRAIL, PARTITION BY PARTITION, THEN WRITE THE NIGHT'S OWN     *
011020*  RUNSTART, STAMPED WITH THE NIGHT'S RUN DATE/TIME, IN A SINGLE *
011030*  STREAM'S FORM - PARTITION 01'S RUNSTART TEXT WITH ITS SRC=    *
011040*  RESTORED.  AS IN SINTEST, AN AUDIT FAILURE ONLY WARNS: THE    *
011050*  NIGHT'S BANNER IS ALREADY GOOD, AND SINTCLSE WILL FLAG THE    *
011060*  GAP.                                                          *
011070*----------------------------------------------------------------*
011080 7000-WRITE-AUDIT-EVENTS.
011090     OPEN EXTEND AUDIT-LOG-FILE.
011100     IF AU-FILE-STATUS = "00"
011110         SET AS-AUDIT-OPEN TO TRUE
011120     ELSE
011130         DISPLAY "SINTASMB - WARNING: AUDITLOG OPEN FAILED, "
011140             "STATUS " AU-FILE-STATUS " - NO AUDIT TRAIL"
011150         GO TO 7000-EXIT
011160     END-IF.
011170     OPEN INPUT PARTITION-AUDIT-FILE.
011180     IF PA-FILE-STATUS = "00"
011190         PERFORM 7100-COPY-ONE-EVENT THRU 7100-EXIT
011200             UNTIL AS-AUDIT-EOF
011210         CLOSE PARTITION-AUDIT-FILE
011220     ELSE
011230         DISPLAY "SINTASMB - WARNING: AUDPIN OPEN FAILED, "
011240             "STATUS " PA-FILE-STATUS " - PARTITION EVENTS NOT "
011250             "CARRIED TO THE TRAIL"
011260     END-IF.
011270*
011280     MOVE AS-NIGHT-DATE TO AU-EVENT-DATE.
011290     MOVE AS-NIGHT-TIME TO AU-EVENT-TIME.
011300     MOVE "RUNSTART" TO AU-EVENT-CODE.
011310     MOVE SPACES TO AU-EVENT-TEXT.
011320     MOVE 0 TO AS-DLINE-POS.
011330     IF AS-RUNSTART-FOUND
011340         INSPECT AS-RUNSTART-TEXT TALLYING AS-DLINE-POS
011350             FOR CHARACTERS BEFORE INITIAL "DLINE="
011360     END-IF.
011370     IF AS-RUNSTART-FOUND
011380      AND AS-DLINE-POS < 78
011390         COMPUTE AS-TEXT-LEN = AS-DLINE-POS + 10
011400         STRING AS-RUNSTART-TEXT (1:AS-TEXT-LEN)
011410                " SRC=PARM"
011420           DELIMITED BY SIZE INTO AU-EVENT-TEXT
011430     ELSE
011440         STRING "AMP=" AS-PS-AMPLITUDE
011450                " OFF=" AS-PS-OFFSET
011460                " ITER=" AS-PS-ITERATIONS
011470                " MODE=" AS-PS-MODE-SWITCH
011480                " TAMP=" AS-PS-TRAIL-AMPLITUDE
011490                " TOFF=" AS-PS-TRAIL-OFFSET
011500                " RNDR=" AS-PS-RENDER-SWITCH
011510                " PSTEP=" AS-PS-PHASE-STEP
011520                " DLINE=" WB-DEFAULT-DEADLINE-TIME
011530                " SRC=PARM"
011540           DELIMITED BY SIZE INTO AU-EVENT-TEXT
011550     END-IF.
011560     PERFORM 7900-WRITE-AUDIT-RECORD THRU 7900-EXIT.
011570 7000-EXIT.
011580     EXIT.
011590*
011600 7100-COPY-ONE-EVENT.
011610     READ PARTITION-AUDIT-FILE INTO AU-AUDIT-RECORD
011620         AT END
011630             SET AS-AUDIT-EOF TO TRUE
011640             GO TO 7100-EXIT
011650     END-READ.
011660     IF PA-FILE-STATUS NOT = "00"
011670         DISPLAY "SINTASMB - WARNING: AUDPIN READ ERROR, STATUS "
011680             PA-FILE-STATUS " - REMAINING PARTITION EVENTS NOT "
011690             "CARRIED TO THE TRAIL"
011700         SET AS-AUDIT-EOF TO TRUE
011710         GO TO 7100-EXIT
011720     END-IF.
011730     IF AU-EVENT-DATE < PC-OPEN-DATE
011740      OR (AU-EVENT-DATE = PC-OPEN-DATE
011750      AND AU-EVENT-TIME < PC-OPEN-TIME)
011760         GO TO 7100-EXIT
011770     END-IF.
011780     IF AU-EVENT-CODE = "RUNSTART"
011790      AND NOT AS-RUNSTART-FOUND
011800      AND AU-EVENT-TEXT (1:5) = "PART="
011810         MOVE AU-EVENT-TEXT (9:88) TO AS-RUNSTART-TEXT
011820         SET AS-RUNSTART-FOUND TO TRUE
011830     END-IF.
011840     PERFORM 7900-WRITE-AUDIT-RECORD THRU 7900-EXIT.
011850     IF AS-AUDIT-OPEN
011860         ADD 1 TO AS-AUDIT-COPY-COUNT
011870     END-IF.
011880 7100-EXIT.
011890     EXIT.
011900*
011910*----------------------------------------------------------------*
011920*  7500-WRITE-RUN-HISTORY - THE NIGHT'S ONE RUNHIST RECORD, AS A *
011930*  SINGLE STREAM WOULD HAVE WRITTEN IT.  THE REASSEMBLED NIGHT   *
011940*  IS ONE CLEAN GENERATION, SO IT IS NOT FLAGGED AS RESUMED EVEN *
011950*  WHEN A PARTITION WAS RESTARTED - ITS EXTRACT HOLDS EVERY      *
011960*  SAMPLE.  A FAILURE WARNS, AS IN SINTEST.                      *
011970*----------------------------------------------------------------*
011980 7500-WRITE-RUN-HISTORY.
011990     OPEN EXTEND RUN-HISTORY-FILE.
012000     IF RH-FILE-STATUS NOT = "00"
012010         DISPLAY "SINTASMB - WARNING: RUNHIST OPEN FAILED, "
012020             "STATUS " RH-FILE-STATUS
012030             " - RUN HISTORY NOT RECORDED"
012040         GO TO 7500-EXIT
012050     END-IF.
012060     MOVE SPACES TO RH-HISTORY-RECORD.
012070     MOVE AS-NIGHT-DATE          TO RH-RUN-DATE.
012080     MOVE AS-NIGHT-TIME          TO RH-RUN-TIME.
012090     MOVE AS-PS-AMPLITUDE        TO RH-AMPLITUDE.
012100     MOVE AS-PS-OFFSET           TO RH-OFFSET.
012110     MOVE AS-PS-ITERATIONS       TO RH-ITERATIONS.
012120     MOVE AS-PS-MODE-SWITCH      TO RH-MODE-SWITCH.
012130     MOVE AS-PS-TRAIL-AMPLITUDE  TO RH-TRAIL-AMPLITUDE.
012140     MOVE AS-PS-TRAIL-OFFSET     TO RH-TRAIL-OFFSET.
012150     MOVE AS-MSG-COUNT           TO RH-MESSAGE-COUNT.
012160     MOVE AS-PS-RENDER-SWITCH    TO RH-RENDER-SWITCH.
012170     MOVE AS-SAMPLE-COUNT        TO RH-SAMPLE-COUNT.
012180     MOVE 0                      TO RH-RESUMED-SAMPLES.
012190     MOVE AS-MIN-ROUND-INT       TO RH-MIN-ROUND-INT.
012200     MOVE AS-MAX-ROUND-INT       TO RH-MAX-ROUND-INT.
012210     MOVE AS-AVERAGE-ROUND-INT   TO RH-AVG-ROUND-INT.
012220     MOVE AS-NEG-WARN-COUNT      TO RH-NEG-WARN-COUNT.
012230     MOVE AS-RANGE-WARN-COUNT    TO RH-RANGE-WARN-COUNT.
012240     MOVE "N"                    TO RH-RESTART-FLAG.
012250     MOVE 0                      TO RH-RETURN-CODE.
012260     WRITE RH-HISTORY-REC FROM RH-HISTORY-RECORD.
012270     IF RH-FILE-STATUS NOT = "00"
012280         DISPLAY "SINTASMB - WARNING: RUNHIST WRITE FAILED, "
012290             "STATUS " RH-FILE-STATUS
012300             " - RUN HISTORY NOT RECORDED"
012310     END-IF.
012320     CLOSE RUN-HISTORY-FILE.
012330 7500-EXIT.
012340     EXIT.
012350*
012360*----------------------------------------------------------------*
012370*  7800-WRITE-NIGHT-COMPLETE - CLOSE THE NIGHT'S RUNSTART.       *
012380*----------------------------------------------------------------*
012390 7800-WRITE-NIGHT-COMPLETE.
012400     IF NOT AS-AUDIT-OPEN
012410         GO TO 7800-EXIT
012420     END-IF.
012430     ACCEPT AU-EVENT-DATE FROM DATE YYYYMMDD.
012440     ACCEPT AU-EVENT-TIME FROM TIME.
012450     MOVE "COMPLETE" TO AU-EVENT-CODE.
012460     MOVE SPACES TO AU-EVENT-TEXT.
012470     MOVE 0 TO AS-FINAL-RC.
012480     STRING "RUN ENDED, FINAL RETURN CODE " AS-FINAL-RC
012490            " - REASSEMBLED FROM " PC-PART-COUNT " PARTITIONS"
012500       DELIMITED BY SIZE INTO AU-EVENT-TEXT.
012510     PERFORM 7900-WRITE-AUDIT-RECORD THRU 7900-EXIT.
012520     IF AS-AUDIT-OPEN
012530         CLOSE AUDIT-LOG-FILE
012540     END-IF.
012550 7800-EXIT.
012560     EXIT.
012570*
012580 7900-WRITE-AUDIT-RECORD.
012590     IF NOT AS-AUDIT-OPEN
012600         GO TO 7900-EXIT
012610     END-IF.
012620     WRITE AU-AUDIT-REC FROM AU-AUDIT-RECORD.
012630     IF AU-FILE-STATUS NOT = "00"
012640         DISPLAY "SINTASMB - WARNING: AUDITLOG WRITE FAILED, "
012650             "STATUS " AU-FILE-STATUS " - AUDIT TRAIL STOPPED"
012660         MOVE "N" TO AS-AUDIT-OPEN-SWITCH
012670         CLOSE AUDIT-LOG-FILE
012680     END-IF.
012690 7900-EXIT.
012700     EXIT.
012710*
012720*----------------------------------------------------------------*
012730*  8000-CLOSE-SPLIT - REWRITE PARTCTL CLOSED, SO SINTPART MAY    *
012740*  SPLIT THE NEXT NIGHT AND THIS SPLIT CANNOT BE REASSEMBLED     *
012750*  TWICE.                                                        *
012760*----------------------------------------------------------------*
012770 8000-CLOSE-SPLIT.
012780     SET PC-SPLIT-CLOSED TO TRUE.
012790     ACCEPT PC-CLOSE-DATE FROM DATE YYYYMMDD.
012800     ACCEPT PC-CLOSE-TIME FROM TIME.
012810     MOVE AS-MSG-COUNT TO PC-MSG-COUNT.
012820     MOVE AS-SAMPLE-COUNT TO PC-SAMPLE-COUNT.
012830     OPEN OUTPUT PARTITION-CONTROL-FILE.
012840     IF PC-FILE-STATUS NOT = "00"
012850         DISPLAY "SINTASMB - FATAL: PARTCTL REOPEN FAILED, "
012860             "STATUS " PC-FILE-STATUS
012870         MOVE 16 TO RETURN-CODE
012880         GOBACK
012890     END-IF.
012900     WRITE PC-FILE-RECORD FROM PC-CONTROL-RECORD.
012910     IF PC-FILE-STATUS NOT = "00"
012920         DISPLAY "SINTASMB - FATAL: PARTCTL WRITE FAILED, STATUS "
012930             PC-FILE-STATUS
012940         MOVE 16 TO RETURN-CODE
012950         GOBACK
012960     END-IF.
012970     CLOSE PARTITION-CONTROL-FILE.
012980 8000-EXIT.
012990     EXIT.
013000*
013010*----------------------------------------------------------------*
013020*  9000-TERMINATE - SUMMARY.                                     *
013030*----------------------------------------------------------------*
013040 9000-TERMINATE.
013050     DISPLAY "SINTASMB - NIGHT OF " AS-NIGHT-DATE " AT "
013060         AS-NIGHT-TIME ", " AS-MSG-COUNT " MESSAGES".
013070     DISPLAY "SINTASMB - BANNER RECORDS....... "
013080         AS-BANNER-OUT-COUNT.
013090     DISPLAY "SINTASMB - DETAIL LINES......... "
013100         AS-DETAIL-OUT-COUNT.
013110     DISPLAY "SINTASMB - EXTRACT POINTS....... "
013120         AS-EXTRACT-OUT-COUNT.
013130     DISPLAY "SINTASMB - RE-RENDERED, DROPPED. "
013140         AS-EXTRACT-DROP-COUNT.
013150     DISPLAY "SINTASMB - AUDIT EVENTS CARRIED. "
013160         AS-AUDIT-COPY-COUNT.
013170     DISPLAY "SINTASMB - NIGHT REASSEMBLED, SPLIT CLOSED".
013180 9000-EXIT.
013190     EXIT.
013200*
013210 END PROGRAM SINTASMB.
