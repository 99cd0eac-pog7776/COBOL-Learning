000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SINTARCH.
000030 AUTHOR. R W BENSON.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH REPORTING.
000050 DATE-WRITTEN. 2026-10-06.
000060 DATE-COMPILED.
000070*================================================================*
000080*  SINTARCH - QUARTERLY RETENTION OF THE AUDIT TRAIL AND THE     *
000090*  RUN HISTORY.                                                  *
000100*                                                                 *
000110*  THE NIGHTLY SINT010 STEP APPENDS TO PROD.SINTEST.AUDITLOG     *
000120*  AND PROD.SINTEST.RUNHIST FOR EVER.  THIS JOB MOVES EVERY      *
000130*  RECORD DATED BEFORE THE CUTOFF INTO A NEW GENERATION OF THE   *
000140*  MATCHING ARCHIVE GDG (AUDITARC, RUNHSARC) AND CUTS THE        *
000150*  CURRENT DATASET BACK TO WHAT IS LEFT.  AUDITRPT, SINTTRND     *
000160*  AND SINTCHRG CONCATENATE THE ARCHIVE GENERATIONS AHEAD OF     *
000170*  THE CURRENT DATASET, SO A DATE RANGE CAN STILL REACH BACK     *
000180*  PAST THE CUTOFF.                                              *
000190*                                                                 *
000200*  THE SPLIT.  BOTH FILES ARE IN TIME ORDER, SO EACH IS CUT IN   *
000210*  ONE PLACE: EVERY RECORD BEFORE THE FIRST ONE DATED ON OR      *
000220*  AFTER THE CUTOFF IS ARCHIVED, THAT RECORD AND EVERYTHING      *
000230*  AFTER IT IS KEPT.  A RECORD WITH A DAMAGED DATE ENDS THE      *
000240*  ARCHIVE PORTION, SO NOTHING IS ARCHIVED ON A GUESS.  THE      *
000250*  KEPT PORTION IS WRITTEN TO A KEEP GENERATION (AUDITKEP,       *
000260*  RUNHSKEP) FIRST, WHICH IS ALSO THE RECOVERY COPY.             *
000270*                                                                 *
000280*  NOTHING IS TRUNCATED UNTIL IT IS PROVED.  BOTH THE ARCHIVE    *
000290*  AND THE KEEP COPY OF BOTH FILES ARE READ BACK, AND FOR EACH   *
000300*  FILE, IN TOTAL AND FOR EVERY EVENT CODE (AUDITLOG) OR         *
000310*  RETURN CODE (RUNHIST), ARCHIVED PLUS KEPT MUST EQUAL THE      *
000320*  ORIGINAL AND WHAT WAS READ BACK MUST EQUAL WHAT WAS WRITTEN.  *
000330*  ONLY THEN IS EACH CURRENT DATASET REWRITTEN FROM ITS KEEP     *
000340*  COPY AND RECOUNTED.  THE CONTROL TOTALS - COUNTS, FIRST AND   *
000350*  LAST DATES, PER-CODE COUNTS AND THE OUTCOME - GO TO THE       *
000360*  PERMANENT RETENTION LOG (RETNLOG) EVERY RUN.                  *
000370*                                                                 *
000380*  PARM:  CUTOFF-DATE,RETAIN-DAYS - BOTH OPTIONAL.  CUTOFF-DATE  *
000390*  IS YYYYMMDD; WHEN BLANK THE CUTOFF IS TODAY LESS RETAIN-DAYS  *
000400*  (DEFAULT 92, ONE QUARTER).  A CUTOFF LATER THAN TODAY LESS    *
000410*  62 DAYS IS REFUSED: SINTCHRG'S PRIOR MONTH AND THE LAST       *
000420*  NIGHT SINTRDET AND SINTCLSE LOOK AT MUST STAY IN CURRENT.     *
000430*                                                                 *
000440*  RETURN CODES:  00 ARCHIVED AND TRUNCATED, 04 NOTHING OLDER    *
000450*  THAN THE CUTOFF, 08 REFUSED, FAILED OR OUT OF BALANCE BEFORE  *
000460*  ANYTHING WAS TRUNCATED (THE CURRENT DATASETS ARE UNTOUCHED    *
000470*  AND THE NEW GENERATIONS ARE DISCARDED BY THE NEXT STEP), 16   *
000480*  A CURRENT DATASET COULD NOT BE REWRITTEN - RESTORE IT FROM    *
000490*  ITS KEEP GENERATION BEFORE TONIGHT'S RUN.                     *
000500*                                                                 *
000510*  MODIFICATION HISTORY                                          *
000520*    2026-10-06  RWB  ORIGINAL - AUDITLOG AND RUNHIST HAD GROWN   *
000530*                      SINCE THEY WERE FIRST ALLOCATED AND EVERY  *
000540*                      REPORT READ THEM FROM THE FIRST NIGHT ON.  *
000541*    2026-10-15  RWB  READ-BACK, REWRITE AND RECOUNT READS NOW    *
000542*                      TEST THE FILE STATUS - A READ ERROR USED   *
000543*                      TO LOOP OR COPY A STALE RECORD.            *
000550*================================================================*
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. IBM-370.
000590 OBJECT-COMPUTER. IBM-370.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS AL-FILE-STATUS.
000650     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO AUDARC
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS AA-FILE-STATUS.
000680     SELECT AUDIT-KEEP-FILE ASSIGN TO AUDKEEP
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS AK-FILE-STATUS.
000710     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS RH-FILE-STATUS.
000740     SELECT HISTORY-ARCHIVE-FILE ASSIGN TO HSTARC
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS HA-FILE-STATUS.
000770     SELECT HISTORY-KEEP-FILE ASSIGN TO HSTKEEP
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS HK-FILE-STATUS.
000800     SELECT RETENTION-LOG ASSIGN TO RETNLOG
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS RL-FILE-STATUS.
000830*
000840 DATA DIVISION.
000850 FILE SECTION.
000860*----------------------------------------------------------------*
000870*  AUDIT-LOG-FILE - THE CURRENT AUDIT TRAIL, 120-BYTE RECORDS    *
000880*  IN THE AUDITREC LAYOUT.  READ, THEN REWRITTEN FROM THE KEEP   *
000890*  COPY ONCE THE SPLIT IS PROVED.                                *
000900*----------------------------------------------------------------*
000910 FD  AUDIT-LOG-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  AL-AUDIT-REC                PIC X(120).
000950*----------------------------------------------------------------*
000960*  AUDIT-ARCHIVE-FILE - THE NEW AUDITARC GENERATION.             *
000970*----------------------------------------------------------------*
000980 FD  AUDIT-ARCHIVE-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 01  AA-AUDIT-REC                PIC X(120).
001020*----------------------------------------------------------------*
001030*  AUDIT-KEEP-FILE - THE NEW AUDITKEP GENERATION: THE RECORDS    *
001040*  THAT STAY IN CURRENT.                                         *
001050*----------------------------------------------------------------*
001060 FD  AUDIT-KEEP-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090 01  AK-AUDIT-REC                PIC X(120).
001100*----------------------------------------------------------------*
001110*  RUN-HISTORY-FILE - THE CURRENT RUN HISTORY, 90-BYTE RECORDS   *
001120*  IN THE RUNHIST LAYOUT.  HANDLED AS AUDIT-LOG-FILE IS.         *
001130*----------------------------------------------------------------*
001140 FD  RUN-HISTORY-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 01  RH-HISTORY-REC              PIC X(90).
001180*----------------------------------------------------------------*
001190*  HISTORY-ARCHIVE-FILE - THE NEW RUNHSARC GENERATION.           *
001200*----------------------------------------------------------------*
001210 FD  HISTORY-ARCHIVE-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240 01  HA-HISTORY-REC              PIC X(90).
001250*----------------------------------------------------------------*
001260*  HISTORY-KEEP-FILE - THE NEW RUNHSKEP GENERATION.              *
001270*----------------------------------------------------------------*
001280 FD  HISTORY-KEEP-FILE
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD.
001310 01  HK-HISTORY-REC              PIC X(90).
001320*----------------------------------------------------------------*
001330*  RETENTION-LOG - PERMANENT PRINT-FORMAT LOG, EXTENDED EVERY    *
001340*  RUN; ANSI/ASA CARRIAGE CONTROL BYTE 1.                        *
001350*----------------------------------------------------------------*
001360 FD  RETENTION-LOG
001370     RECORDING MODE IS F
001380     LABEL RECORDS ARE STANDARD.
001390 01  RL-LOG-RECORD.
001400     05  RL-LOG-CONTROL          PIC X(01).
001410     05  RL-LOG-TEXT             PIC X(132).
001420*
001430 WORKING-STORAGE SECTION.
001440*----------------------------------------------------------------*
001450*  STANDALONE COUNTERS AND SWITCHES.                             *
001460*----------------------------------------------------------------*
001470 77  AL-FILE-STATUS              PIC X(02) VALUE "00".
001480 77  AA-FILE-STATUS              PIC X(02) VALUE "00".
001490 77  AK-FILE-STATUS              PIC X(02) VALUE "00".
001500 77  RH-FILE-STATUS              PIC X(02) VALUE "00".
001510 77  HA-FILE-STATUS              PIC X(02) VALUE "00".
001520 77  HK-FILE-STATUS              PIC X(02) VALUE "00".
001530 77  RL-FILE-STATUS              PIC X(02) VALUE "00".
001540 77  SA-EOF-SWITCH               PIC X(01) VALUE "N".
001550     88  SA-END-OF-FILE                    VALUE "Y".
001560 77  SA-SPLIT-SWITCH             PIC X(01) VALUE "N".
001570     88  SA-SPLIT-REACHED                  VALUE "Y".
001580 77  SA-CODE-SWITCH              PIC X(01) VALUE "N".
001590     88  SA-CODE-FOUND                     VALUE "Y".
001600 77  SA-BALANCE-SWITCH           PIC X(01) VALUE "Y".
001610     88  SA-IN-BALANCE                     VALUE "Y".
001620 77  SA-STOP-RC                  PIC 9(02) VALUE 0.
001630*
001640*----------------------------------------------------------------*
001650*  COPY AUDITREC - AUDIT-TRAIL EVENT RECORD LAYOUT.              *
001660*----------------------------------------------------------------*
001670     COPY AUDITREC.
001680*
001690*----------------------------------------------------------------*
001700*  COPY RUNHIST - RUN-HISTORY RECORD LAYOUT.                     *
001710*----------------------------------------------------------------*
001720     COPY RUNHIST.
001730*
001740*----------------------------------------------------------------*
001750*  CUTOFF.  X PICTURES SO BLANK CAN MEAN "TAKE THE DEFAULT".     *
001760*----------------------------------------------------------------*
001770 01  SA-PARM-CUTOFF-DATE         PIC X(08) VALUE SPACES.
001780 01  SA-PARM-RETAIN-DAYS         PIC X(04) VALUE SPACES
001790                                 JUSTIFIED RIGHT.
001800 01  SA-CUTOFF-DATE              PIC 9(08) VALUE 0.
001810 01  SA-CUTOFF-PARTS REDEFINES SA-CUTOFF-DATE.
001820     05  SA-CUTOFF-YEAR          PIC 9(04).
001830     05  SA-CUTOFF-MONTH         PIC 9(02).
001840     05  SA-CUTOFF-DAY           PIC 9(02).
001850 01  SA-RETAIN-DAYS              PIC 9(04) VALUE 92.
001860 01  SA-MINIMUM-RETAIN           PIC 9(04) VALUE 62.
001870 01  SA-TODAY-INTEGER            PIC 9(07) VALUE 0.
001880 01  SA-CUTOFF-INTEGER           PIC 9(07) VALUE 0.
001890 01  SA-LATEST-CUTOFF            PIC 9(08) VALUE 0.
001900*
001910*----------------------------------------------------------------*
001920*  CONTROL TOTALS, ONE ENTRY PER FILE (1 AUDITLOG, 2 RUNHIST).   *
001930*  THE TALLY KINDS ARE 1 ORIGINAL, 2 ARCHIVED, 3 KEPT, 4 READ    *
001940*  BACK FROM THE ARCHIVE, 5 READ BACK FROM THE KEEP COPY; FILE   *
001950*  TOTAL 6 IS THE CURRENT DATASET RECOUNTED AFTER THE REWRITE.   *
001960*  THE DATE RANGES ARE 1 ORIGINAL, 2 ARCHIVED, 3 KEPT.  A FILE   *
001970*  WITH MORE THAN 29 DISTINCT CODES TALLIES THE REST UNDER       *
001980*  *OTHER* IN ENTRY 30.                                          *
001990*----------------------------------------------------------------*
002000 01  SA-FILE-TABLE.
002010     05  SA-FILE-ENTRY           OCCURS 2.
002020         10  SA-FILE-NAME        PIC X(08).
002030         10  SA-FILE-STATE       PIC X(01).
002040             88  SA-FILE-VERIFIED          VALUE "V".
002050             88  SA-FILE-REFUSED           VALUE "R".
002060             88  SA-FILE-TRUNCATED         VALUE "T".
002070         10  SA-FILE-TOTAL       PIC 9(09) OCCURS 6.
002080         10  SA-FILE-RANGE       OCCURS 3.
002090             15  SA-FIRST-DATE   PIC 9(08).
002100             15  SA-LAST-DATE    PIC 9(08).
002110         10  SA-CODE-COUNT       PIC 9(04) COMP.
002120         10  SA-CODE-ENTRY       OCCURS 30.
002130             15  SA-CD-CODE      PIC X(08).
002140             15  SA-CD-TALLY     PIC 9(09) OCCURS 5.
002150 01  SA-FILE-IX                  PIC 9(04) COMP VALUE 0.
002160 01  SA-CODE-IX                  PIC 9(04) COMP VALUE 0.
002170 01  SA-KIND-IX                  PIC 9(04) COMP VALUE 0.
002180 01  SA-RANGE-IX                 PIC 9(04) COMP VALUE 0.
002190 01  SA-TALLY-CODE               PIC X(08) VALUE SPACES.
002200 01  SA-TALLY-DATE               PIC X(08) VALUE SPACES.
002210 01  SA-TALLY-DATE-NUM REDEFINES SA-TALLY-DATE
002220                                 PIC 9(08).
002230 01  SA-RC-CODE.
002240     05  FILLER                  PIC X(03) VALUE "RC=".
002250     05  SA-RC-CODE-VALUE        PIC X(04).
002260     05  FILLER                  PIC X(01) VALUE SPACE.
002270 01  SA-ARCHIVED-TOTAL           PIC 9(09) VALUE 0.
002280 01  SA-STOP-TEXT                PIC X(96) VALUE SPACES.
002290*
002300*----------------------------------------------------------------*
002310*  RETENTION LOG LINE LAYOUTS.                                   *
002320*----------------------------------------------------------------*
002330 01  SA-RUN-DATE                 PIC 9(08).
002340 01  SA-RUN-TIME                 PIC 9(08).
002350 01  SA-PAGE-HEADER.
002360     05  FILLER                  PIC X(25)
002370         VALUE "SINTARCH RETENTION RUN ON".
002380     05  FILLER                  PIC X(01) VALUE SPACE.
002390     05  SA-HDR-DATE             PIC 9(08).
002400     05  FILLER                  PIC X(04) VALUE " AT ".
002410     05  SA-HDR-TIME             PIC 9(08).
002420     05  FILLER                  PIC X(86) VALUE SPACES.
002430 01  SA-CUTOFF-LINE.
002440     05  FILLER                  PIC X(07) VALUE "CUTOFF ".
002450     05  SA-CUT-DATE             PIC 9(08).
002460     05  FILLER                  PIC X(45)
002470         VALUE " - RECORDS DATED BEFORE THIS ARE ARCHIVED".
002480     05  FILLER                  PIC X(72) VALUE SPACES.
002490 01  SA-COUNT-LINE.
002500     05  SA-CNT-FILE             PIC X(08).
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  SA-CNT-LABEL            PIC X(14).
002530     05  SA-CNT-COUNT            PIC ZZZ,ZZZ,ZZ9.
002540     05  FILLER                  PIC X(08) VALUE "  FIRST ".
002550     05  SA-CNT-FIRST            PIC 9(08) BLANK WHEN ZERO.
002560     05  FILLER                  PIC X(07) VALUE "  LAST ".
002570     05  SA-CNT-LAST             PIC 9(08) BLANK WHEN ZERO.
002580     05  FILLER                  PIC X(66) VALUE SPACES.
002590 01  SA-CODE-LINE.
002600     05  FILLER                  PIC X(10) VALUE SPACES.
002610     05  FILLER                  PIC X(05) VALUE "CODE ".
002620     05  SA-CDL-CODE             PIC X(08).
002630     05  FILLER                  PIC X(10) VALUE " ORIGINAL ".
002640     05  SA-CDL-ORIGINAL         PIC ZZZ,ZZZ,ZZ9.
002650     05  FILLER                  PIC X(10) VALUE " ARCHIVED ".
002660     05  SA-CDL-ARCHIVED         PIC ZZZ,ZZZ,ZZ9.
002670     05  FILLER                  PIC X(06) VALUE " KEPT ".
002680     05  SA-CDL-KEPT             PIC ZZZ,ZZZ,ZZ9.
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  SA-CDL-FLAG             PIC X(20).
002710     05  FILLER                  PIC X(28) VALUE SPACES.
002720*
002730 LINKAGE SECTION.
002740*----------------------------------------------------------------*
002750*  LS-PARM-AREA - STANDARD MVS PARM CONVENTION; SEE PROLOGUE.    *
002760*----------------------------------------------------------------*
002770 01  LS-PARM-AREA.
002780     05  LS-PARM-LEN             PIC S9(04) COMP.
002790     05  LS-PARM-TEXT            PIC X(80).
002800*
002810 PROCEDURE DIVISION USING LS-PARM-AREA.
002820*
002830 0000-MAINLINE-CONTROL.
002840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002850     PERFORM 2000-SPLIT-AUDIT-LOG THRU 2000-EXIT.
002860     PERFORM 3000-SPLIT-RUN-HISTORY THRU 3000-EXIT.
002870     PERFORM 4000-REREAD-AUDIT-COPIES THRU 4000-EXIT.
002880     PERFORM 4500-REREAD-HISTORY-COPIES THRU 4500-EXIT.
002890     PERFORM 5000-PROVE-ONE-FILE THRU 5000-EXIT
002900         VARYING SA-FILE-IX FROM 1 BY 1
002910         UNTIL SA-FILE-IX > 2.
002920     PERFORM 6000-LOG-ONE-FILE THRU 6000-EXIT
002930         VARYING SA-FILE-IX FROM 1 BY 1
002940         UNTIL SA-FILE-IX > 2.
002950     IF NOT SA-FILE-VERIFIED (1)
002960      OR NOT SA-FILE-VERIFIED (2)
002970         MOVE "SPLIT DID NOT BALANCE - NOTHING TRUNCATED"
002980             TO SA-STOP-TEXT
002990         MOVE 8 TO SA-STOP-RC
003000         PERFORM 8900-STOP-RUN THRU 8900-EXIT
003010     END-IF.
003020     COMPUTE SA-ARCHIVED-TOTAL =
003030         SA-FILE-TOTAL (1, 2) + SA-FILE-TOTAL (2, 2).
003040     IF SA-ARCHIVED-TOTAL > 0
003050         PERFORM 7000-TRUNCATE-AUDIT-LOG THRU 7000-EXIT
003060         PERFORM 7500-TRUNCATE-RUN-HISTORY THRU 7500-EXIT
003070     END-IF.
003080     PERFORM 8000-FINAL-SUMMARY THRU 8000-EXIT.
003090     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003100     GOBACK.
003110 0000-MAINLINE-EXIT.
003120     EXIT.
003130*
003140*----------------------------------------------------------------*
003150*  1000-INITIALIZE - RESOLVE AND CHECK THE CUTOFF, OPEN THE      *
003160*  RETENTION LOG AND WRITE THE RUN HEADER.  THE LOG IS OPENED    *
003170*  FIRST SO A REFUSED CUTOFF IS RECORDED THERE TOO.              *
003180*----------------------------------------------------------------*
003190 1000-INITIALIZE.
003200     ACCEPT SA-RUN-DATE FROM DATE YYYYMMDD.
003210     ACCEPT SA-RUN-TIME FROM TIME.
003220     MOVE "AUDITLOG" TO SA-FILE-NAME (1).
003230     MOVE "RUNHIST " TO SA-FILE-NAME (2).
003240     PERFORM 1100-CLEAR-ONE-FILE THRU 1100-EXIT
003250         VARYING SA-FILE-IX FROM 1 BY 1
003260         UNTIL SA-FILE-IX > 2.
003270*
003280     OPEN EXTEND RETENTION-LOG.
003290     IF RL-FILE-STATUS NOT = "00"
003300         DISPLAY "SINTARCH - FATAL: RETNLOG OPEN FAILED, STATUS "
003310             RL-FILE-STATUS
003320         DISPLAY "SINTARCH - NOTHING ARCHIVED OR TRUNCATED"
003330         MOVE 8 TO RETURN-CODE
003340         GOBACK
003350     END-IF.
003360     MOVE SA-RUN-DATE TO SA-HDR-DATE.
003370     MOVE SA-RUN-TIME TO SA-HDR-TIME.
003380     MOVE "1" TO RL-LOG-CONTROL.
003390     MOVE SA-PAGE-HEADER TO RL-LOG-TEXT.
003400     WRITE RL-LOG-RECORD.
003410*
003420     IF LS-PARM-LEN > 0
003430         UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
003440             DELIMITED BY ","
003450             INTO SA-PARM-CUTOFF-DATE, SA-PARM-RETAIN-DAYS
003460         END-UNSTRING
003470     END-IF
003480     IF SA-PARM-RETAIN-DAYS NOT = SPACES
003490         INSPECT SA-PARM-RETAIN-DAYS
003500             REPLACING LEADING SPACES BY ZEROS
003510         IF SA-PARM-RETAIN-DAYS NUMERIC
003520             MOVE SA-PARM-RETAIN-DAYS TO SA-RETAIN-DAYS
003530         ELSE
003540             MOVE "RETAIN-DAYS PARM IS NOT NUMERIC"
003550                 TO SA-STOP-TEXT
003560             MOVE 8 TO SA-STOP-RC
003570             PERFORM 8900-STOP-RUN THRU 8900-EXIT
003580         END-IF
003590     END-IF
003600     COMPUTE SA-TODAY-INTEGER =
003610         FUNCTION INTEGER-OF-DATE (SA-RUN-DATE).
003620     COMPUTE SA-LATEST-CUTOFF = FUNCTION DATE-OF-INTEGER
003630         (SA-TODAY-INTEGER - SA-MINIMUM-RETAIN).
003640     IF SA-PARM-CUTOFF-DATE = SPACES
003650         COMPUTE SA-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
003660             (SA-TODAY-INTEGER - SA-RETAIN-DAYS)
003670     ELSE
003680         IF SA-PARM-CUTOFF-DATE NUMERIC
003690             MOVE SA-PARM-CUTOFF-DATE TO SA-CUTOFF-DATE
003700         END-IF
003710         IF SA-PARM-CUTOFF-DATE NOT NUMERIC
003720          OR SA-CUTOFF-MONTH < 1 OR SA-CUTOFF-MONTH > 12
003730          OR SA-CUTOFF-DAY < 1 OR SA-CUTOFF-DAY > 31
003740             MOVE "CUTOFF-DATE PARM IS NOT A YYYYMMDD DATE"
003750                 TO SA-STOP-TEXT
003760             MOVE 8 TO SA-STOP-RC
003770             PERFORM 8900-STOP-RUN THRU 8900-EXIT
003780         END-IF
003790     END-IF.
003800     MOVE SA-CUTOFF-DATE TO SA-CUT-DATE.
003810     MOVE SPACE TO RL-LOG-CONTROL.
003820     MOVE SA-CUTOFF-LINE TO RL-LOG-TEXT.
003830     WRITE RL-LOG-RECORD.
003840     DISPLAY "SINTARCH - CUTOFF " SA-CUTOFF-DATE.
003850     IF SA-CUTOFF-DATE > SA-LATEST-CUTOFF
003860         MOVE SPACES TO SA-STOP-TEXT
003870         STRING "CUTOFF IS LATER THAN " SA-LATEST-CUTOFF
003880                " - LESS THAN " SA-MINIMUM-RETAIN
003890                " DAYS WOULD BE LEFT IN CURRENT"
003900           DELIMITED BY SIZE INTO SA-STOP-TEXT
003910         MOVE 8 TO SA-STOP-RC
003920         PERFORM 8900-STOP-RUN THRU 8900-EXIT
003930     END-IF.
003940 1000-EXIT.
003950     EXIT.
003960*
003970 1100-CLEAR-ONE-FILE.
003980     MOVE SPACE TO SA-FILE-STATE (SA-FILE-IX).
003990     MOVE 0 TO SA-CODE-COUNT (SA-FILE-IX).
004000     PERFORM 1110-CLEAR-ONE-TOTAL THRU 1110-EXIT
004010         VARYING SA-KIND-IX FROM 1 BY 1
004020         UNTIL SA-KIND-IX > 6.
004030     PERFORM 1120-CLEAR-ONE-RANGE THRU 1120-EXIT
004040         VARYING SA-RANGE-IX FROM 1 BY 1
004050         UNTIL SA-RANGE-IX > 3.
004060 1100-EXIT.
004070     EXIT.
004080*
004090 1110-CLEAR-ONE-TOTAL.
004100     MOVE 0 TO SA-FILE-TOTAL (SA-FILE-IX, SA-KIND-IX).
004110 1110-EXIT.
004120     EXIT.
004130*
004140 1120-CLEAR-ONE-RANGE.
004150     MOVE 0 TO SA-FIRST-DATE (SA-FILE-IX, SA-RANGE-IX).
004160     MOVE 0 TO SA-LAST-DATE (SA-FILE-IX, SA-RANGE-IX).
004170 1120-EXIT.
004180     EXIT.
004190*
004200*----------------------------------------------------------------*
004210*  2000-SPLIT-AUDIT-LOG - COPY THE CURRENT AUDIT TRAIL INTO THE  *
004220*  NEW ARCHIVE AND KEEP GENERATIONS, TALLYING EVERY RECORD BY    *
004230*  EVENT CODE.  THE CURRENT DATASET IS ONLY READ HERE.           *
004240*----------------------------------------------------------------*
004250 2000-SPLIT-AUDIT-LOG.
004260     MOVE 1 TO SA-FILE-IX.
004270     OPEN INPUT AUDIT-LOG-FILE.
004280     IF AL-FILE-STATUS NOT = "00"
004290         MOVE SPACES TO SA-STOP-TEXT
004300         STRING "AUDITLOG OPEN FAILED, STATUS " AL-FILE-STATUS
004310           DELIMITED BY SIZE INTO SA-STOP-TEXT
004320         MOVE 8 TO SA-STOP-RC
004330         PERFORM 8900-STOP-RUN THRU 8900-EXIT
004340     END-IF.
004350     OPEN OUTPUT AUDIT-ARCHIVE-FILE.
004360     IF AA-FILE-STATUS NOT = "00"
004370         MOVE SPACES TO SA-STOP-TEXT
004380         STRING "AUDARC OPEN FAILED, STATUS " AA-FILE-STATUS
004390           DELIMITED BY SIZE INTO SA-STOP-TEXT
004400         MOVE 8 TO SA-STOP-RC
004410         PERFORM 8900-STOP-RUN THRU 8900-EXIT
004420     END-IF.
004430     OPEN OUTPUT AUDIT-KEEP-FILE.
004440     IF AK-FILE-STATUS NOT = "00"
004450         MOVE SPACES TO SA-STOP-TEXT
004460         STRING "AUDKEEP OPEN FAILED, STATUS " AK-FILE-STATUS
004470           DELIMITED BY SIZE INTO SA-STOP-TEXT
004480         MOVE 8 TO SA-STOP-RC
004490         PERFORM 8900-STOP-RUN THRU 8900-EXIT
004500     END-IF.
004510     MOVE "N" TO SA-EOF-SWITCH.
004520     MOVE "N" TO SA-SPLIT-SWITCH.
004530     PERFORM 2100-SPLIT-ONE-EVENT THRU 2100-EXIT
004540         UNTIL SA-END-OF-FILE.
004550     CLOSE AUDIT-LOG-FILE.
004560     CLOSE AUDIT-ARCHIVE-FILE.
004570     CLOSE AUDIT-KEEP-FILE.
004580 2000-EXIT.
004590     EXIT.
004600*
004610*----------------------------------------------------------------*
004620*  2100-SPLIT-ONE-EVENT - ONE AUDIT RECORD TO THE ARCHIVE OR THE *
004630*  KEEP COPY.  ONCE THE SPLIT POINT IS REACHED EVERY LATER       *
004640*  RECORD IS KEPT, WHATEVER ITS DATE.                            *
004650*----------------------------------------------------------------*
004660 2100-SPLIT-ONE-EVENT.
004670     READ AUDIT-LOG-FILE INTO AU-AUDIT-RECORD
004680         AT END
004690             SET SA-END-OF-FILE TO TRUE
004700             GO TO 2100-EXIT
004710     END-READ.
004720     IF AL-FILE-STATUS NOT = "00"
004730         MOVE SPACES TO SA-STOP-TEXT
004740         STRING "AUDITLOG READ FAILED, STATUS " AL-FILE-STATUS
004750           DELIMITED BY SIZE INTO SA-STOP-TEXT
004760         MOVE 8 TO SA-STOP-RC
004770         PERFORM 8900-STOP-RUN THRU 8900-EXIT
004780     END-IF.
004790     MOVE AU-EVENT-CODE TO SA-TALLY-CODE.
004800     MOVE AL-AUDIT-REC (1:8) TO SA-TALLY-DATE.
004810     MOVE 1 TO SA-KIND-IX.
004820     PERFORM 5500-TALLY-RECORD THRU 5500-EXIT.
004830     IF NOT SA-SPLIT-REACHED
004840         IF SA-TALLY-DATE NOT NUMERIC
004850             SET SA-SPLIT-REACHED TO TRUE
004860         ELSE
004870             IF SA-TALLY-DATE-NUM NOT < SA-CUTOFF-DATE
004880                 SET SA-SPLIT-REACHED TO TRUE
004890             END-IF
004900         END-IF
004910     END-IF.
004920     IF SA-SPLIT-REACHED
004930         WRITE AK-AUDIT-REC FROM AU-AUDIT-RECORD
004940         MOVE 3 TO SA-KIND-IX
004950     ELSE
004960         WRITE AA-AUDIT-REC FROM AU-AUDIT-RECORD
004970         MOVE 2 TO SA-KIND-IX
004980     END-IF.
004990     IF AA-FILE-STATUS NOT = "00"
005000      OR AK-FILE-STATUS NOT = "00"
005010         MOVE SPACES TO SA-STOP-TEXT
005020         STRING "AUDARC/AUDKEEP WRITE FAILED, STATUS "
005030                AA-FILE-STATUS "/" AK-FILE-STATUS
005040           DELIMITED BY SIZE INTO SA-STOP-TEXT
005050         MOVE 8 TO SA-STOP-RC
005060         PERFORM 8900-STOP-RUN THRU 8900-EXIT
005070     END-IF.
005080     PERFORM 5500-TALLY-RECORD THRU 5500-EXIT.
005090 2100-EXIT.
005100     EXIT.
005110*
005120*----------------------------------------------------------------*
005130*  3000-SPLIT-RUN-HISTORY - AS 2000 FOR THE RUN HISTORY, TALLIED *
005140*  BY THE RUN'S FINAL RETURN CODE.                               *
005150*----------------------------------------------------------------*
005160 3000-SPLIT-RUN-HISTORY.
005170     MOVE 2 TO SA-FILE-IX.
005180     OPEN INPUT RUN-HISTORY-FILE.
005190     IF RH-FILE-STATUS NOT = "00"
005200         MOVE SPACES TO SA-STOP-TEXT
005210         STRING "RUNHIST OPEN FAILED, STATUS " RH-FILE-STATUS
005220           DELIMITED BY SIZE INTO SA-STOP-TEXT
005230         MOVE 8 TO SA-STOP-RC
005240         PERFORM 8900-STOP-RUN THRU 8900-EXIT
005250     END-IF.
005260     OPEN OUTPUT HISTORY-ARCHIVE-FILE.
005270     IF HA-FILE-STATUS NOT = "00"
005280         MOVE SPACES TO SA-STOP-TEXT
005290         STRING "HSTARC OPEN FAILED, STATUS " HA-FILE-STATUS
005300           DELIMITED BY SIZE INTO SA-STOP-TEXT
005310         MOVE 8 TO SA-STOP-RC
005320         PERFORM 8900-STOP-RUN THRU 8900-EXIT
005330     END-IF.
005340     OPEN OUTPUT HISTORY-KEEP-FILE.
005350     IF HK-FILE-STATUS NOT = "00"
005360         MOVE SPACES TO SA-STOP-TEXT
005370         STRING "HSTKEEP OPEN FAILED, STATUS " HK-FILE-STATUS
005380           DELIMITED BY SIZE INTO SA-STOP-TEXT
005390         MOVE 8 TO SA-STOP-RC
005400         PERFORM 8900-STOP-RUN THRU 8900-EXIT
005410     END-IF.
005420     MOVE "N" TO SA-EOF-SWITCH.
005430     MOVE "N" TO SA-SPLIT-SWITCH.
005440     PERFORM 3100-SPLIT-ONE-RUN THRU 3100-EXIT
005450         UNTIL SA-END-OF-FILE.
005460     CLOSE RUN-HISTORY-FILE.
005470     CLOSE HISTORY-ARCHIVE-FILE.
005480     CLOSE HISTORY-KEEP-FILE.
005490 3000-EXIT.
005500     EXIT.
005510*
005520 3100-SPLIT-ONE-RUN.
005530     READ RUN-HISTORY-FILE INTO RH-HISTORY-RECORD
005540         AT END
005550             SET SA-END-OF-FILE TO TRUE
005560             GO TO 3100-EXIT
005570     END-READ.
005580     IF RH-FILE-STATUS NOT = "00"
005590         MOVE SPACES TO SA-STOP-TEXT
005600         STRING "RUNHIST READ FAILED, STATUS " RH-FILE-STATUS
005610           DELIMITED BY SIZE INTO SA-STOP-TEXT
005620         MOVE 8 TO SA-STOP-RC
005630         PERFORM 8900-STOP-RUN THRU 8900-EXIT
005640     END-IF.
005650     PERFORM 3200-HISTORY-TALLY-CODE THRU 3200-EXIT.
005660     MOVE RH-HISTORY-REC (1:8) TO SA-TALLY-DATE.
005670     MOVE 1 TO SA-KIND-IX.
005680     PERFORM 5500-TALLY-RECORD THRU 5500-EXIT.
005690     IF NOT SA-SPLIT-REACHED
005700         IF SA-TALLY-DATE NOT NUMERIC
005710             SET SA-SPLIT-REACHED TO TRUE
005720         ELSE
005730             IF SA-TALLY-DATE-NUM NOT < SA-CUTOFF-DATE
005740                 SET SA-SPLIT-REACHED TO TRUE
005750             END-IF
005760         END-IF
005770     END-IF.
005780     IF SA-SPLIT-REACHED
005790         WRITE HK-HISTORY-REC FROM RH-HISTORY-RECORD
005800         MOVE 3 TO SA-KIND-IX
005810     ELSE
005820         WRITE HA-HISTORY-REC FROM RH-HISTORY-RECORD
005830         MOVE 2 TO SA-KIND-IX
005840     END-IF.
005850     IF HA-FILE-STATUS NOT = "00"
005860      OR HK-FILE-STATUS NOT = "00"
005870         MOVE SPACES TO SA-STOP-TEXT
005880         STRING "HSTARC/HSTKEEP WRITE FAILED, STATUS "
005890                HA-FILE-STATUS "/" HK-FILE-STATUS
005900           DELIMITED BY SIZE INTO SA-STOP-TEXT
005910         MOVE 8 TO SA-STOP-RC
005920         PERFORM 8900-STOP-RUN THRU 8900-EXIT
005930     END-IF.
005940     PERFORM 5500-TALLY-RECORD THRU 5500-EXIT.
005950 3100-EXIT.
005960     EXIT.
005970*
005980*----------------------------------------------------------------*
005990*  3200-HISTORY-TALLY-CODE - RUNHIST HAS NO EVENT CODE; ITS      *
006000*  RECORDS ARE TALLIED BY RETURN CODE ("RC=0004").               *
006010*----------------------------------------------------------------*
006020 3200-HISTORY-TALLY-CODE.
006030     MOVE RH-RETURN-CODE TO SA-RC-CODE-VALUE.
006040     MOVE SA-RC-CODE TO SA-TALLY-CODE.
006050 3200-EXIT.
006060     EXIT.
006070*
006080*----------------------------------------------------------------*
006090*  4000-REREAD-AUDIT-COPIES - READ BOTH NEW AUDIT GENERATIONS    *
006100*  BACK AND TALLY THEM AGAIN (KINDS 4 AND 5), SO THE PROOF IS    *
006110*  AGAINST WHAT IS ACTUALLY ON DISK, NOT WHAT WAS HANDED TO      *
006120*  WRITE.                                                        *
006130*----------------------------------------------------------------*
006140 4000-REREAD-AUDIT-COPIES.
006150     MOVE 1 TO SA-FILE-IX.
006160     OPEN INPUT AUDIT-ARCHIVE-FILE.
006170     IF AA-FILE-STATUS NOT = "00"
006180         MOVE SPACES TO SA-STOP-TEXT
006190         STRING "AUDARC REOPEN FAILED, STATUS " AA-FILE-STATUS
006200           DELIMITED BY SIZE INTO SA-STOP-TEXT
006210         MOVE 8 TO SA-STOP-RC
006220         PERFORM 8900-STOP-RUN THRU 8900-EXIT
006230     END-IF.
006240     MOVE "N" TO SA-EOF-SWITCH.
006250     MOVE 4 TO SA-KIND-IX.
006260     PERFORM 4100-REREAD-ONE-ARCHIVED THRU 4100-EXIT
006270         UNTIL SA-END-OF-FILE.
006280     CLOSE AUDIT-ARCHIVE-FILE.
006290     OPEN INPUT AUDIT-KEEP-FILE.
006300     IF AK-FILE-STATUS NOT = "00"
006310         MOVE SPACES TO SA-STOP-TEXT
006320         STRING "AUDKEEP REOPEN FAILED, STATUS " AK-FILE-STATUS
006330           DELIMITED BY SIZE INTO SA-STOP-TEXT
006340         MOVE 8 TO SA-STOP-RC
006350         PERFORM 8900-STOP-RUN THRU 8900-EXIT
006360     END-IF.
006370     MOVE "N" TO SA-EOF-SWITCH.
006380     MOVE 5 TO SA-KIND-IX.
006390     PERFORM 4200-REREAD-ONE-KEPT THRU 4200-EXIT
006400         UNTIL SA-END-OF-FILE.
006410     CLOSE AUDIT-KEEP-FILE.
006420 4000-EXIT.
006430     EXIT.
006440*
006450 4100-REREAD-ONE-ARCHIVED.
006460     READ AUDIT-ARCHIVE-FILE INTO AU-AUDIT-RECORD
006470         AT END
006480             SET SA-END-OF-FILE TO TRUE
006490             GO TO 4100-EXIT
006500     END-READ.
006501     IF AA-FILE-STATUS NOT = "00"
006502         MOVE SPACES TO SA-STOP-TEXT
006503         STRING "AUDARC REREAD FAILED, STATUS " AA-FILE-STATUS
006504           DELIMITED BY SIZE INTO SA-STOP-TEXT
006505         MOVE 8 TO SA-STOP-RC
006506         PERFORM 8900-STOP-RUN THRU 8900-EXIT
006507     END-IF.
006510     MOVE AU-EVENT-CODE TO SA-TALLY-CODE.
006520     MOVE SPACES TO SA-TALLY-DATE.
006530     PERFORM 5500-TALLY-RECORD THRU 5500-EXIT.
006540 4100-EXIT.
006550     EXIT.
006560*
006570 4200-REREAD-ONE-KEPT.
006580     READ AUDIT-KEEP-FILE INTO AU-AUDIT-RECORD
006590         AT END
006600             SET SA-END-OF-FILE TO TRUE
006610             GO TO 4200-EXIT
006620     END-READ.
006621     IF AK-FILE-STATUS NOT = "00"
006622         MOVE SPACES TO SA-STOP-TEXT
006623         STRING "AUDKEEP REREAD FAILED, STATUS " AK-FILE-STATUS
006624           DELIMITED BY SIZE INTO SA-STOP-TEXT
006625         MOVE 8 TO SA-STOP-RC
006626         PERFORM 8900-STOP-RUN THRU 8900-EXIT
006627     END-IF.
006630     MOVE AU-EVENT-CODE TO SA-TALLY-CODE.
006640     MOVE SPACES TO SA-TALLY-DATE.
006650     PERFORM 5500-TALLY-RECORD THRU 5500-EXIT.
006660 4200-EXIT.
006670     EXIT.
006680*
006690*----------------------------------------------------------------*
006700*  4500-REREAD-HISTORY-COPIES - AS 4000 FOR THE RUN HISTORY.     *
006710*----------------------------------------------------------------*
006720 4500-REREAD-HISTORY-COPIES.
006730     MOVE 2 TO SA-FILE-IX.
006740     OPEN INPUT HISTORY-ARCHIVE-FILE.
006750     IF HA-FILE-STATUS NOT = "00"
006760         MOVE SPACES TO SA-STOP-TEXT
006770         STRING "HSTARC REOPEN FAILED, STATUS " HA-FILE-STATUS
006780           DELIMITED BY SIZE INTO SA-STOP-TEXT
006790         MOVE 8 TO SA-STOP-RC
006800         PERFORM 8900-STOP-RUN THRU 8900-EXIT
006810     END-IF.
006820     MOVE "N" TO SA-EOF-SWITCH.
006830     MOVE 4 TO SA-KIND-IX.
006840     PERFORM 4600-REREAD-ONE-ARCHIVED THRU 4600-EXIT
006850         UNTIL SA-END-OF-FILE.
006860     CLOSE HISTORY-ARCHIVE-FILE.
006870     OPEN INPUT HISTORY-KEEP-FILE.
006880     IF HK-FILE-STATUS NOT = "00"
006890         MOVE SPACES TO SA-STOP-TEXT
006900         STRING "HSTKEEP REOPEN FAILED, STATUS " HK-FILE-STATUS
006910           DELIMITED BY SIZE INTO SA-STOP-TEXT
006920         MOVE 8 TO SA-STOP-RC
006930         PERFORM 8900-STOP-RUN THRU 8900-EXIT
006940     END-IF.
006950     MOVE "N" TO SA-EOF-SWITCH.
006960     MOVE 5 TO SA-KIND-IX.
006970     PERFORM 4700-REREAD-ONE-KEPT THRU 4700-EXIT
006980         UNTIL SA-END-OF-FILE.
006990     CLOSE HISTORY-KEEP-FILE.
007000 4500-EXIT.
007010     EXIT.
007020*
007030 4600-REREAD-ONE-ARCHIVED.
007040     READ HISTORY-ARCHIVE-FILE INTO RH-HISTORY-RECORD
007050         AT END
007060             SET SA-END-OF-FILE TO TRUE
007070             GO TO 4600-EXIT
007080     END-READ.
007081     IF HA-FILE-STATUS NOT = "00"
007082         MOVE SPACES TO SA-STOP-TEXT
007083         STRING "HSTARC REREAD FAILED, STATUS " HA-FILE-STATUS
007084           DELIMITED BY SIZE INTO SA-STOP-TEXT
007085         MOVE 8 TO SA-STOP-RC
007086         PERFORM 8900-STOP-RUN THRU 8900-EXIT
007087     END-IF.
007090     PERFORM 3200-HISTORY-TALLY-CODE THRU 3200-EXIT.
007100     MOVE SPACES TO SA-TALLY-DATE.
007110     PERFORM 5500-TALLY-RECORD THRU 5500-EXIT.
007120 4600-EXIT.
007130     EXIT.
007140*
007150 4700-REREAD-ONE-KEPT.
007160     READ HISTORY-KEEP-FILE INTO RH-HISTORY-RECORD
007170         AT END
007180             SET SA-END-OF-FILE TO TRUE
007190             GO TO 4700-EXIT
007200     END-READ.
007201     IF HK-FILE-STATUS NOT = "00"
007202         MOVE SPACES TO SA-STOP-TEXT
007203         STRING "HSTKEEP REREAD FAILED, STATUS " HK-FILE-STATUS
007204           DELIMITED BY SIZE INTO SA-STOP-TEXT
007205         MOVE 8 TO SA-STOP-RC
007206         PERFORM 8900-STOP-RUN THRU 8900-EXIT
007207     END-IF.
007210     PERFORM 3200-HISTORY-TALLY-CODE THRU 3200-EXIT.
007220     MOVE SPACES TO SA-TALLY-DATE.
007230     PERFORM 5500-TALLY-RECORD THRU 5500-EXIT.
007240 4700-EXIT.
007250     EXIT.
007260*
007270*----------------------------------------------------------------*
007280*  5000-PROVE-ONE-FILE - FOR THE FILE AND FOR EVERY CODE IN IT:  *
007290*  ARCHIVED + KEPT = ORIGINAL, ARCHIVE READ BACK = ARCHIVED,     *
007300*  KEEP COPY READ BACK = KEPT.  ANY MISS REFUSES THE FILE.       *
007310*----------------------------------------------------------------*
007320 5000-PROVE-ONE-FILE.
007330     SET SA-IN-BALANCE TO TRUE.
007340     IF SA-FILE-TOTAL (SA-FILE-IX, 2)
007350      + SA-FILE-TOTAL (SA-FILE-IX, 3)
007360             NOT = SA-FILE-TOTAL (SA-FILE-IX, 1)
007370      OR SA-FILE-TOTAL (SA-FILE-IX, 4)
007380             NOT = SA-FILE-TOTAL (SA-FILE-IX, 2)
007390      OR SA-FILE-TOTAL (SA-FILE-IX, 5)
007400             NOT = SA-FILE-TOTAL (SA-FILE-IX, 3)
007410         MOVE "N" TO SA-BALANCE-SWITCH
007420     END-IF.
007430     PERFORM 5100-PROVE-ONE-CODE THRU 5100-EXIT
007440         VARYING SA-CODE-IX FROM 1 BY 1
007450         UNTIL SA-CODE-IX > SA-CODE-COUNT (SA-FILE-IX).
007460     IF SA-IN-BALANCE
007470         SET SA-FILE-VERIFIED (SA-FILE-IX) TO TRUE
007480     ELSE
007490         SET SA-FILE-REFUSED (SA-FILE-IX) TO TRUE
007500         DISPLAY "SINTARCH - " SA-FILE-NAME (SA-FILE-IX)
007510             " SPLIT DOES NOT BALANCE - SEE RETNLOG"
007520     END-IF.
007530 5000-EXIT.
007540     EXIT.
007550*
007560 5100-PROVE-ONE-CODE.
007570     IF SA-CD-TALLY (SA-FILE-IX, SA-CODE-IX, 2)
007580      + SA-CD-TALLY (SA-FILE-IX, SA-CODE-IX, 3)
007590             NOT = SA-CD-TALLY (SA-FILE-IX, SA-CODE-IX, 1)
007600      OR SA-CD-TALLY (SA-FILE-IX, SA-CODE-IX, 4)
007610             NOT = SA-CD-TALLY (SA-FILE-IX, SA-CODE-IX, 2)
007620      OR SA-CD-TALLY (SA-FILE-IX, SA-CODE-IX, 5)
007630             NOT = SA-CD-TALLY (SA-FILE-IX, SA-CODE-IX, 3)
007640         MOVE "N" TO SA-BALANCE-SWITCH
007650     END-IF.
007660 5100-EXIT.
007670     EXIT.
007680*
007690*----------------------------------------------------------------*
007700*  5500-TALLY-RECORD - COUNT ONE RECORD OF FILE SA-FILE-IX UNDER *
007710*  SA-TALLY-CODE AND TALLY KIND SA-KIND-IX, AND WIDEN THE DATE   *
007720*  RANGE OF THAT KIND WHEN SA-TALLY-DATE CARRIES A DATE.         *
007730*----------------------------------------------------------------*
007740 5500-TALLY-RECORD.
007750     ADD 1 TO SA-FILE-TOTAL (SA-FILE-IX, SA-KIND-IX).
007760     MOVE "N" TO SA-CODE-SWITCH.
007770     MOVE 1 TO SA-CODE-IX.
007780     PERFORM 5510-TEST-ONE-CODE THRU 5510-EXIT
007790         UNTIL SA-CODE-FOUND
007800            OR SA-CODE-IX > SA-CODE-COUNT (SA-FILE-IX).
007810     IF NOT SA-CODE-FOUND
007820         IF SA-CODE-COUNT (SA-FILE-IX) < 29
007830             ADD 1 TO SA-CODE-COUNT (SA-FILE-IX)
007840             MOVE SA-CODE-COUNT (SA-FILE-IX) TO SA-CODE-IX
007850             MOVE SA-TALLY-CODE
007860                 TO SA-CD-CODE (SA-FILE-IX, SA-CODE-IX)
007870         ELSE
007880             MOVE 30 TO SA-CODE-IX
007890             IF SA-CODE-COUNT (SA-FILE-IX) < 30
007900                 MOVE 30 TO SA-CODE-COUNT (SA-FILE-IX)
007910                 MOVE "*OTHER*"
007920                     TO SA-CD-CODE (SA-FILE-IX, SA-CODE-IX)
007930             END-IF
007940         END-IF
007950         PERFORM 5520-CLEAR-ONE-CODE THRU 5520-EXIT
007960     END-IF.
007970     ADD 1 TO SA-CD-TALLY (SA-FILE-IX, SA-CODE-IX, SA-KIND-IX).
007980     IF SA-KIND-IX > 3
007990      OR SA-TALLY-DATE NOT NUMERIC
008000         GO TO 5500-EXIT
008010     END-IF.
008020     IF SA-FIRST-DATE (SA-FILE-IX, SA-KIND-IX) = 0
008030         MOVE SA-TALLY-DATE-NUM
008040             TO SA-FIRST-DATE (SA-FILE-IX, SA-KIND-IX)
008050     END-IF.
008060     MOVE SA-TALLY-DATE-NUM
008070         TO SA-LAST-DATE (SA-FILE-IX, SA-KIND-IX).
008080 5500-EXIT.
008090     EXIT.
008100*
008110 5510-TEST-ONE-CODE.
008120     IF SA-CD-CODE (SA-FILE-IX, SA-CODE-IX) = SA-TALLY-CODE
008130      OR (SA-CODE-IX = 30
008140          AND SA-CD-CODE (SA-FILE-IX, SA-CODE-IX) = "*OTHER*")
008150         SET SA-CODE-FOUND TO TRUE
008160     ELSE
008170         ADD 1 TO SA-CODE-IX
008180     END-IF.
008190 5510-EXIT.
008200     EXIT.
008210*
008220 5520-CLEAR-ONE-CODE.
008230     MOVE 0 TO SA-CD-TALLY (SA-FILE-IX, SA-CODE-IX, 1).
008240     MOVE 0 TO SA-CD-TALLY (SA-FILE-IX, SA-CODE-IX, 2).
008250     MOVE 0 TO SA-CD-TALLY (SA-FILE-IX, SA-CODE-IX, 3).
008260     MOVE 0 TO SA-CD-TALLY (SA-FILE-IX, SA-CODE-IX, 4).
008270     MOVE 0 TO SA-CD-TALLY (SA-FILE-IX, SA-CODE-IX, 5).
008280 5520-EXIT.
008290     EXIT.
008300*
008310*----------------------------------------------------------------*
008320*  6000-LOG-ONE-FILE - THE CONTROL TOTALS OF ONE FILE TO THE     *
008330*  RETENTION LOG: THE THREE COUNTS WITH THEIR DATE RANGES, THE   *
008340*  READ-BACK COUNTS, ONE LINE PER CODE AND THE OUTCOME.          *
008350*----------------------------------------------------------------*
008360 6000-LOG-ONE-FILE.
008370     MOVE SPACE TO RL-LOG-CONTROL.
008380     MOVE SPACES TO RL-LOG-TEXT.
008390     WRITE RL-LOG-RECORD.
008400     MOVE SA-FILE-NAME (SA-FILE-IX) TO SA-CNT-FILE.
008410     MOVE "ORIGINAL" TO SA-CNT-LABEL.
008420     MOVE 1 TO SA-KIND-IX.
008430     PERFORM 6100-LOG-ONE-COUNT THRU 6100-EXIT.
008440     MOVE SPACES TO SA-CNT-FILE.
008450     MOVE "ARCHIVED" TO SA-CNT-LABEL.
008460     MOVE 2 TO SA-KIND-IX.
008470     PERFORM 6100-LOG-ONE-COUNT THRU 6100-EXIT.
008480     MOVE "KEPT" TO SA-CNT-LABEL.
008490     MOVE 3 TO SA-KIND-IX.
008500     PERFORM 6100-LOG-ONE-COUNT THRU 6100-EXIT.
008510     MOVE "ARCHIVE REREAD" TO SA-CNT-LABEL.
008520     MOVE 4 TO SA-KIND-IX.
008530     PERFORM 6100-LOG-ONE-COUNT THRU 6100-EXIT.
008540     MOVE "KEEP REREAD" TO SA-CNT-LABEL.
008550     MOVE 5 TO SA-KIND-IX.
008560     PERFORM 6100-LOG-ONE-COUNT THRU 6100-EXIT.
008570     PERFORM 6200-LOG-ONE-CODE THRU 6200-EXIT
008580         VARYING SA-CODE-IX FROM 1 BY 1
008590         UNTIL SA-CODE-IX > SA-CODE-COUNT (SA-FILE-IX).
008600     MOVE SPACES TO RL-LOG-TEXT.
008610     IF SA-FILE-VERIFIED (SA-FILE-IX)
008620         STRING "          VERIFIED - ARCHIVED + KEPT = ORIGINAL,"
008630                " READ BACK = WRITTEN"
008640           DELIMITED BY SIZE INTO RL-LOG-TEXT
008650     ELSE
008660         STRING "          NOT VERIFIED - SEE LINES MARKED OUT OF"
008670                " BALANCE; NOTHING TRUNCATED"
008680           DELIMITED BY SIZE INTO RL-LOG-TEXT
008690     END-IF.
008700     WRITE RL-LOG-RECORD.
008710 6000-EXIT.
008720     EXIT.
008730*
008740 6100-LOG-ONE-COUNT.
008750     MOVE SA-FILE-TOTAL (SA-FILE-IX, SA-KIND-IX) TO SA-CNT-COUNT.
008760     MOVE 0 TO SA-CNT-FIRST.
008770     MOVE 0 TO SA-CNT-LAST.
008780     IF SA-KIND-IX NOT > 3
008790         MOVE SA-FIRST-DATE (SA-FILE-IX, SA-KIND-IX)
008800             TO SA-CNT-FIRST
008810         MOVE SA-LAST-DATE (SA-FILE-IX, SA-KIND-IX)
008820             TO SA-CNT-LAST
008830     END-IF.
008840     MOVE SA-COUNT-LINE TO RL-LOG-TEXT.
008850     WRITE RL-LOG-RECORD.
008860 6100-EXIT.
008870     EXIT.
008880*
008890 6200-LOG-ONE-CODE.
008900     MOVE SA-CD-CODE (SA-FILE-IX, SA-CODE-IX) TO SA-CDL-CODE.
008910     MOVE SA-CD-TALLY (SA-FILE-IX, SA-CODE-IX, 1)
008920         TO SA-CDL-ORIGINAL.
008930     MOVE SA-CD-TALLY (SA-FILE-IX, SA-CODE-IX, 2)
008940         TO SA-CDL-ARCHIVED.
008950     MOVE SA-CD-TALLY (SA-FILE-IX, SA-CODE-IX, 3) TO SA-CDL-KEPT.
008960     SET SA-IN-BALANCE TO TRUE.
008970     PERFORM 5100-PROVE-ONE-CODE THRU 5100-EXIT.
008980     IF SA-IN-BALANCE
008990         MOVE SPACES TO SA-CDL-FLAG
009000     ELSE
009010         MOVE "** OUT OF BALANCE" TO SA-CDL-FLAG
009020     END-IF.
009030     MOVE SA-CODE-LINE TO RL-LOG-TEXT.
009040     WRITE RL-LOG-RECORD.
009050 6200-EXIT.
009060     EXIT.
009070*
009080*----------------------------------------------------------------*
009090*  7000-TRUNCATE-AUDIT-LOG - REWRITE THE CURRENT AUDIT TRAIL     *
009100*  FROM ITS PROVED KEEP COPY, THEN COUNT IT AGAIN.  FROM HERE A  *
009110*  FAILURE LEAVES CURRENT SHORT, SO IT ENDS RC 16 NAMING THE     *
009120*  KEEP GENERATION TO RESTORE FROM.                              *
009130*----------------------------------------------------------------*
009140 7000-TRUNCATE-AUDIT-LOG.
009150     MOVE 1 TO SA-FILE-IX.
009160     IF SA-FILE-TOTAL (SA-FILE-IX, 2) = 0
009170         GO TO 7000-EXIT
009180     END-IF.
009190     MOVE "AUDITLOG - RESTORE IT FROM AUDITKEP(0)"
009200         TO SA-STOP-TEXT.
009210     OPEN INPUT AUDIT-KEEP-FILE.
009220     OPEN OUTPUT AUDIT-LOG-FILE.
009230     IF AK-FILE-STATUS NOT = "00"
009240      OR AL-FILE-STATUS NOT = "00"
009250         GO TO 7000-FAILED
009260     END-IF.
009270     MOVE "N" TO SA-EOF-SWITCH.
009280     PERFORM 7100-COPY-ONE-EVENT THRU 7100-EXIT
009290         UNTIL SA-END-OF-FILE.
009300     CLOSE AUDIT-KEEP-FILE.
009310     CLOSE AUDIT-LOG-FILE.
009320     IF AK-FILE-STATUS NOT = "00"
009330      OR AL-FILE-STATUS NOT = "00"
009340         GO TO 7000-FAILED
009350     END-IF.
009360     OPEN INPUT AUDIT-LOG-FILE.
009370     IF AL-FILE-STATUS NOT = "00"
009380         GO TO 7000-FAILED
009390     END-IF.
009400     MOVE "N" TO SA-EOF-SWITCH.
009410     PERFORM 7200-RECOUNT-ONE-EVENT THRU 7200-EXIT
009420         UNTIL SA-END-OF-FILE.
009430     CLOSE AUDIT-LOG-FILE.
009440     IF SA-FILE-TOTAL (SA-FILE-IX, 6)
009450             NOT = SA-FILE-TOTAL (SA-FILE-IX, 3)
009460         GO TO 7000-FAILED
009470     END-IF.
009480     SET SA-FILE-TRUNCATED (SA-FILE-IX) TO TRUE.
009490     PERFORM 7900-LOG-TRUNCATED THRU 7900-EXIT.
009500     GO TO 7000-EXIT.
009510 7000-FAILED.
009520     MOVE 16 TO SA-STOP-RC.
009530     PERFORM 8900-STOP-RUN THRU 8900-EXIT.
009540 7000-EXIT.
009550     EXIT.
009560*
009570 7100-COPY-ONE-EVENT.
009580     READ AUDIT-KEEP-FILE
009590         AT END
009600             SET SA-END-OF-FILE TO TRUE
009610             GO TO 7100-EXIT
009620     END-READ.
009621     IF AK-FILE-STATUS NOT = "00"
009622         MOVE 16 TO SA-STOP-RC
009623         PERFORM 8900-STOP-RUN THRU 8900-EXIT
009624     END-IF.
009630     WRITE AL-AUDIT-REC FROM AK-AUDIT-REC.
009640     IF AK-FILE-STATUS NOT = "00"
009650      OR AL-FILE-STATUS NOT = "00"
009660         MOVE 16 TO SA-STOP-RC
009670         PERFORM 8900-STOP-RUN THRU 8900-EXIT
009680     END-IF.
009690 7100-EXIT.
009700     EXIT.
009710*
009720 7200-RECOUNT-ONE-EVENT.
009730     READ AUDIT-LOG-FILE
009740         AT END
009750             SET SA-END-OF-FILE TO TRUE
009760             GO TO 7200-EXIT
009770     END-READ.
009771     IF AL-FILE-STATUS NOT = "00"
009772         MOVE 16 TO SA-STOP-RC
009773         PERFORM 8900-STOP-RUN THRU 8900-EXIT
009774     END-IF.
009780     ADD 1 TO SA-FILE-TOTAL (SA-FILE-IX, 6).
009790 7200-EXIT.
009800     EXIT.
009810*
009820*----------------------------------------------------------------*
009830*  7500-TRUNCATE-RUN-HISTORY - AS 7000 FOR THE RUN HISTORY.      *
009840*----------------------------------------------------------------*
009850 7500-TRUNCATE-RUN-HISTORY.
009860     MOVE 2 TO SA-FILE-IX.
009870     IF SA-FILE-TOTAL (SA-FILE-IX, 2) = 0
009880         GO TO 7500-EXIT
009890     END-IF.
009900     MOVE "RUNHIST - RESTORE IT FROM RUNHSKEP(0)"
009910         TO SA-STOP-TEXT.
009920     OPEN INPUT HISTORY-KEEP-FILE.
009930     OPEN OUTPUT RUN-HISTORY-FILE.
009940     IF HK-FILE-STATUS NOT = "00"
009950      OR RH-FILE-STATUS NOT = "00"
009960         GO TO 7500-FAILED
009970     END-IF.
009980     MOVE "N" TO SA-EOF-SWITCH.
009990     PERFORM 7600-COPY-ONE-RUN THRU 7600-EXIT
010000         UNTIL SA-END-OF-FILE.
010010     CLOSE HISTORY-KEEP-FILE.
010020     CLOSE RUN-HISTORY-FILE.
010030     IF HK-FILE-STATUS NOT = "00"
010040      OR RH-FILE-STATUS NOT = "00"
010050         GO TO 7500-FAILED
010060     END-IF.
010070     OPEN INPUT RUN-HISTORY-FILE.
010080     IF RH-FILE-STATUS NOT = "00"
010090         GO TO 7500-FAILED
010100     END-IF.
010110     MOVE "N" TO SA-EOF-SWITCH.
010120     PERFORM 7700-RECOUNT-ONE-RUN THRU 7700-EXIT
010130         UNTIL SA-END-OF-FILE.
010140     CLOSE RUN-HISTORY-FILE.
010150     IF SA-FILE-TOTAL (SA-FILE-IX, 6)
010160             NOT = SA-FILE-TOTAL (SA-FILE-IX, 3)
010170         GO TO 7500-FAILED
010180     END-IF.
010190     SET SA-FILE-TRUNCATED (SA-FILE-IX) TO TRUE.
010200     PERFORM 7900-LOG-TRUNCATED THRU 7900-EXIT.
010210     GO TO 7500-EXIT.
010220 7500-FAILED.
010230     MOVE 16 TO SA-STOP-RC.
010240     PERFORM 8900-STOP-RUN THRU 8900-EXIT.
010250 7500-EXIT.
010260     EXIT.
010270*
010280 7600-COPY-ONE-RUN.
010290     READ HISTORY-KEEP-FILE
010300         AT END
010310             SET SA-END-OF-FILE TO TRUE
010320             GO TO 7600-EXIT
010330     END-READ.
010331     IF HK-FILE-STATUS NOT = "00"
010332         MOVE 16 TO SA-STOP-RC
010333         PERFORM 8900-STOP-RUN THRU 8900-EXIT
010334     END-IF.
010340     WRITE RH-HISTORY-REC FROM HK-HISTORY-REC.
010350     IF HK-FILE-STATUS NOT = "00"
010360      OR RH-FILE-STATUS NOT = "00"
010370         MOVE 16 TO SA-STOP-RC
010380         PERFORM 8900-STOP-RUN THRU 8900-EXIT
010390     END-IF.
010400 7600-EXIT.
010410     EXIT.
010420*
010430 7700-RECOUNT-ONE-RUN.
010440     READ RUN-HISTORY-FILE
010450         AT END
010460             SET SA-END-OF-FILE TO TRUE
010470             GO TO 7700-EXIT
010480     END-READ.
010481     IF RH-FILE-STATUS NOT = "00"
010482         MOVE 16 TO SA-STOP-RC
010483         PERFORM 8900-STOP-RUN THRU 8900-EXIT
010484     END-IF.
010490     ADD 1 TO SA-FILE-TOTAL (SA-FILE-IX, 6).
010500 7700-EXIT.
010510     EXIT.
010520*
010530 7900-LOG-TRUNCATED.
010540     MOVE SA-FILE-NAME (SA-FILE-IX) TO SA-CNT-FILE.
010550     MOVE "NOW IN CURRENT" TO SA-CNT-LABEL.
010560     MOVE SA-FILE-TOTAL (SA-FILE-IX, 6) TO SA-CNT-COUNT.
010570     MOVE SA-FIRST-DATE (SA-FILE-IX, 3) TO SA-CNT-FIRST.
010580     MOVE SA-LAST-DATE (SA-FILE-IX, 3) TO SA-CNT-LAST.
010590     MOVE SPACE TO RL-LOG-CONTROL.
010600     MOVE SA-COUNT-LINE TO RL-LOG-TEXT.
010610     WRITE RL-LOG-RECORD.
010620     DISPLAY "SINTARCH - " SA-FILE-NAME (SA-FILE-IX)
010630         " TRUNCATED, " SA-FILE-TOTAL (SA-FILE-IX, 2)
010640         " ARCHIVED, " SA-FILE-TOTAL (SA-FILE-IX, 6) " KEPT".
010650 7900-EXIT.
010660     EXIT.
010670*
010680*----------------------------------------------------------------*
010690*  8000-FINAL-SUMMARY - OUTCOME TO THE LOG AND SYSOUT.           *
010700*----------------------------------------------------------------*
010710 8000-FINAL-SUMMARY.
010720     MOVE SPACE TO RL-LOG-CONTROL.
010730     MOVE SPACES TO RL-LOG-TEXT.
010740     WRITE RL-LOG-RECORD.
010750     IF SA-ARCHIVED-TOTAL = 0
010760         STRING "RC=04 NOTHING OLDER THAN THE CUTOFF -"
010770                " NOTHING TRUNCATED"
010780           DELIMITED BY SIZE INTO RL-LOG-TEXT
010790         MOVE 4 TO RETURN-CODE
010800     ELSE
010810         MOVE "RC=00 ARCHIVED, PROVED AND TRUNCATED"
010820             TO RL-LOG-TEXT
010830     END-IF.
010840     WRITE RL-LOG-RECORD.
010850     DISPLAY "SINTARCH - AUDITLOG ORIGINAL... "
010860         SA-FILE-TOTAL (1, 1).
010870     DISPLAY "SINTARCH - AUDITLOG ARCHIVED... "
010880         SA-FILE-TOTAL (1, 2).
010890     DISPLAY "SINTARCH - AUDITLOG KEPT....... "
010900         SA-FILE-TOTAL (1, 3).
010910     DISPLAY "SINTARCH - RUNHIST ORIGINAL.... "
010920         SA-FILE-TOTAL (2, 1).
010930     DISPLAY "SINTARCH - RUNHIST ARCHIVED.... "
010940         SA-FILE-TOTAL (2, 2).
010950     DISPLAY "SINTARCH - RUNHIST KEPT........ "
010960         SA-FILE-TOTAL (2, 3).
010970     IF SA-ARCHIVED-TOTAL = 0
010980         DISPLAY "SINTARCH - NOTHING OLDER THAN THE CUTOFF"
010990     END-IF.
011000 8000-EXIT.
011010     EXIT.
011020*
011030*----------------------------------------------------------------*
011040*  8900-STOP-RUN - END THE RUN EARLY WITH SA-STOP-RC.  THE TEXT  *
011050*  GOES TO SYSOUT AND, ONCE IT IS OPEN, THE RETENTION LOG.  ON   *
011060*  RC 8 NOTHING HAS BEEN TRUNCATED; ON RC 16 SA-STOP-TEXT NAMES  *
011070*  THE CURRENT DATASET THAT MUST BE RESTORED.                    *
011080*----------------------------------------------------------------*
011090 8900-STOP-RUN.
011100     MOVE SPACE TO RL-LOG-CONTROL.
011110     MOVE SPACES TO RL-LOG-TEXT.
011120     IF SA-STOP-RC = 16
011130         STRING "RC=16 REWRITE FAILED - " SA-STOP-TEXT
011140           DELIMITED BY SIZE INTO RL-LOG-TEXT
011150         DISPLAY "SINTARCH - FATAL: REWRITE OF " SA-STOP-TEXT
011160     ELSE
011170         STRING "RC=08 " SA-STOP-TEXT
011190           DELIMITED BY SIZE INTO RL-LOG-TEXT
011192         WRITE RL-LOG-RECORD
011194         MOVE "      NOTHING TRUNCATED - CURRENT DATASETS INTACT"
011196             TO RL-LOG-TEXT
011200         DISPLAY "SINTARCH - " SA-STOP-TEXT
011210         DISPLAY "SINTARCH - NOTHING TRUNCATED"
011220     END-IF.
011230     WRITE RL-LOG-RECORD.
011240     MOVE SA-STOP-RC TO RETURN-CODE.
011250     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011260     GOBACK.
011270 8900-EXIT.
011280     EXIT.
011290*
011300*----------------------------------------------------------------*
011310*  9000-TERMINATE - CLOSE FILES.  ON AN EARLY STOP SOME ARE NOT  *
011320*  OPEN; THE CLOSE STATUS IS NOT CHECKED.                        *
011330*----------------------------------------------------------------*
011340 9000-TERMINATE.
011350     CLOSE AUDIT-LOG-FILE.
011360     CLOSE AUDIT-ARCHIVE-FILE.
011370     CLOSE AUDIT-KEEP-FILE.
011380     CLOSE RUN-HISTORY-FILE.
011390     CLOSE HISTORY-ARCHIVE-FILE.
011400     CLOSE HISTORY-KEEP-FILE.
011410     CLOSE RETENTION-LOG.
011420 9000-EXIT.
011430     EXIT.
011440*
011450 END PROGRAM SINTARCH.
