000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MSGHIST.
000030 AUTHOR. R W BENSON.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH REPORTING.
000050 DATE-WRITTEN. 2026-09-16.
000060 DATE-COMPILED.
000070*================================================================*
000080*  MSGHIST - MESSAGE LIBRARY HISTORY AND RUN BACKOUT.            *
000090*                                                                 *
000100*  WORKS FROM THE PERMANENT MSGJRNL CHANGE JOURNAL THAT MSGMAINT *
000110*  APPENDS A BEFORE/AFTER IMAGE TO FOR EVERY ADD AND EXPIRE IT   *
000120*  APPLIES (MSGJRNL COPYBOOK).  TWO FUNCTIONS, CHOSEN BY PARM:   *
000130*                                                                 *
000140*  ASOF - LISTS THE LIBRARY AS IT STOOD AT THE END OF A GIVEN    *
000150*  DATE.  THE JOURNAL IS READ THROUGH AND, FOR EACH MSG-ID, THE  *
000160*  BEFORE-IMAGE OF ITS EARLIEST CHANGE STAMPED AFTER THE DATE IS *
000170*  WHAT THE ENTRY LOOKED LIKE ON IT (A BLANK BEFORE-IMAGE MEANS  *
000180*  THE ENTRY DID NOT YET EXIST).  EVERY MSG-ID WITH NO LATER     *
000190*  CHANGE IS TAKEN FROM THE CURRENT MASTER AS IT STANDS.  A      *
000200*  DATE BEFORE THE JOURNAL BEGAN IS ONLY AS GOOD AS THE          *
000210*  JOURNAL: CHANGES MADE BEFORE THEN ARE NOT UNWOUND.            *
000220*                                                                 *
000230*  BACKOUT - REVERSES EVERY CHANGE ONE MSGMAINT RUN MADE, NAMED  *
000240*  BY THE DATE AND TIME ON THAT RUN'S MNTLIST HEADER, WITHOUT    *
000250*  RESTORING THE WHOLE CLUSTER.  THE RUN'S JOURNAL RECORDS ARE   *
000260*  APPLIED IN REVERSE CARD ORDER: AN ADD IS DELETED, AN EXPIRE   *
000270*  IS REWRITTEN BACK TO ITS BEFORE-IMAGE.  A CHANGE IS ONLY      *
000280*  BACKED OUT WHEN THE ENTRY STILL MATCHES THE RUN'S AFTER-      *
000290*  IMAGE; AN ENTRY SOMEONE HAS CHANGED SINCE IS LEFT ALONE AND   *
000300*  LISTED FOR A MAINTENANCE CARD BY HAND.  AN ENTRY ALREADY      *
000310*  BACK TO ITS BEFORE-IMAGE (A BACKOUT RERUN) IS SKIPPED.        *
000320*  EVERY BACKOUT IS ITSELF JOURNALED, ACTION BACKOUT, UNDER      *
000330*  THIS RUN'S OWN DATE AND TIME, SO THE AS-OF LISTING STAYS      *
000340*  TRUE ACROSS IT.                                               *
000350*                                                                 *
000351*  THE JOURNAL IS READ FROM DD JRNLIN: THE BATCH JOURNAL          *
000352*  CONCATENATED WITH THE ONLINE (MSGONL) JOURNAL.  THE TWO ARE    *
000353*  EACH IN STAMP ORDER BUT NOT MERGED, WHICH IS WHY THE AS-OF     *
000354*  LISTING KEEPS THE EARLIEST STAMP PER ID RATHER THAN THE FIRST  *
000355*  ONE READ.  BACKOUTS ARE APPENDED THROUGH DD MSGJRNL.           *
000356*                                                                 *
000360*  PARM:  ASOF,YYYYMMDD                                          *
000370*         BACKOUT,YYYYMMDD,HHMMSSTT                              *
000380*  E.G. PARM='ASOF,20260915' OR PARM='BACKOUT,20260916,14302215' *
000390*                                                                 *
000400*  RETURN CODES:  00 CLEAN, 04 NOTHING TO REPORT (NO ENTRIES AS  *
000410*  OF THE DATE, NO JOURNAL RECORDS FOR THE NAMED RUN) OR ONE OR  *
000420*  MORE CHANGES NOT BACKED OUT, 08 PARM NOT RECOGNIZED - NOTHING *
000430*  DONE, 16 FILE FAILURE OR A RUN TOO LARGE TO BACK OUT HERE.    *
000440*                                                                 *
000450*  MODIFICATION HISTORY                                          *
000460*    2026-09-16  RWB  ORIGINAL - A BAD CARD DECK USED TO MEAN A  *
000470*                      FULL REPRO RESTORE OF THE CLUSTER, LOSING *
000480*                      EVERY GOOD CHANGE MADE SINCE THE BACKUP.  *
000482*    2026-09-18  RWB  JOURNAL NOW READ FROM JRNLIN SO THE ONLINE *
000484*                      JOURNAL CAN BE CONCATENATED IN; AS-OF     *
000486*                      TAKES THE EARLIEST LATER STAMP PER ID.    *
000487*    2026-09-22  RWB  AS-OF LISTING MARKS ENTRIES THAT WERE      *
000488*                      PENDING APPROVAL (NOT ON THE BOARDS).     *
000490*================================================================*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. IBM-370.
000530 OBJECT-COMPUTER. IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT MESSAGE-MASTER-FILE ASSIGN TO MSGMSTR
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS MH-MSTR-KEY
000600         FILE STATUS IS MS-FILE-STATUS.
000605     SELECT JOURNAL-INPUT-FILE ASSIGN TO JRNLIN
000606         ORGANIZATION IS SEQUENTIAL
000607         FILE STATUS IS JI-FILE-STATUS.
000610     SELECT MESSAGE-JOURNAL-FILE ASSIGN TO MSGJRNL
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS MJ-FILE-STATUS.
000640     SELECT HISTORY-LISTING ASSIGN TO HISTLIST
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS HL-FILE-STATUS.
000670*
000680 DATA DIVISION.
000690 FILE SECTION.
000700*----------------------------------------------------------------*
000710*  MESSAGE-MASTER-FILE - 120-BYTE RECORDS KEYED ON MSG-ID, THE   *
000720*  SAME CLUSTER MSGMAINT MAINTAINS.  FULL LAYOUT IS MSGMSTR.     *
000730*----------------------------------------------------------------*
000740 FD  MESSAGE-MASTER-FILE
000750     RECORD CONTAINS 120 CHARACTERS.
000760 01  MH-MASTER-REC.
000770     05  MH-MSTR-KEY             PIC 9(04).
000780     05  FILLER                  PIC X(116).
000790*----------------------------------------------------------------*
000791*  JOURNAL-INPUT-FILE - 320-BYTE MSGJRNL CHANGE RECORDS, BATCH   *
000792*  AND ONLINE JOURNALS CONCATENATED, EACH IN APPEND ORDER.       *
000793*----------------------------------------------------------------*
000794 FD  JOURNAL-INPUT-FILE
000795     RECORDING MODE IS F
000796     LABEL RECORDS ARE STANDARD.
000797 01  JI-JOURNAL-REC              PIC X(320).
000798*----------------------------------------------------------------*
000800*  MESSAGE-JOURNAL-FILE - THE BATCH JOURNAL, OPENED EXTEND ONLY  *
000810*  BY A BACKOUT TO JOURNAL WHAT IT PUT BACK, AFTER JRNLIN HAS    *
000820*  BEEN READ AND CLOSED.                                         *
000830*----------------------------------------------------------------*
000840 FD  MESSAGE-JOURNAL-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 01  MJ-JOURNAL-REC              PIC X(320).
000880*----------------------------------------------------------------*
000890*  HISTORY-LISTING - PRINT FILE, ANSI/ASA CARRIAGE CONTROL       *
000900*  BYTE 1, SAME SHAPE AS THE MSGMAINT LISTING.                   *
000910*----------------------------------------------------------------*
000920 FD  HISTORY-LISTING
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  HL-LIST-RECORD.
000960     05  HL-LIST-CONTROL         PIC X(01).
000970     05  HL-LIST-TEXT            PIC X(132).
000980*
000990 WORKING-STORAGE SECTION.
001000*----------------------------------------------------------------*
001010*  STANDALONE COUNTERS AND SWITCHES.                             *
001020*----------------------------------------------------------------*
001030 77  MS-FILE-STATUS              PIC X(02) VALUE "00".
001035 77  JI-FILE-STATUS              PIC X(02) VALUE "00".
001040 77  MJ-FILE-STATUS              PIC X(02) VALUE "00".
001050 77  HL-FILE-STATUS              PIC X(02) VALUE "00".
001060 77  MH-JOURNAL-EOF-SWITCH       PIC X(01) VALUE "N".
001070     88  MH-JOURNAL-EOF                    VALUE "Y".
001080 77  MH-MASTER-EOF-SWITCH        PIC X(01) VALUE "N".
001090     88  MH-MASTER-EOF                     VALUE "Y".
001100 77  MH-KEY-CLASH-SWITCH         PIC X(01) VALUE "N".
001110     88  MH-KEY-CLASH                      VALUE "Y".
001120 77  MH-FOUND-SWITCH             PIC X(01) VALUE "N".
001130     88  MH-ENTRY-FOUND                    VALUE "Y".
001140 77  MH-JOURNAL-READ-COUNT       PIC 9(07) VALUE 0.
001150 77  MH-LIST-COUNT               PIC 9(05) VALUE 0.
001160 77  MH-CHANGED-COUNT            PIC 9(05) VALUE 0.
001170 77  MH-BACKOUT-COUNT            PIC 9(05) VALUE 0.
001180 77  MH-CONFLICT-COUNT           PIC 9(05) VALUE 0.
001190 77  MH-SKIP-COUNT               PIC 9(05) VALUE 0.
001200 77  MH-JOURNAL-COUNT            PIC 9(05) VALUE 0.
001210*
001220*----------------------------------------------------------------*
001230*  COPY MSGMSTR - MESSAGE MASTER RECORD LAYOUT.                  *
001240*----------------------------------------------------------------*
001250     COPY MSGMSTR.
001260*
001270*----------------------------------------------------------------*
001280*  COPY MSGJRNL - CHANGE JOURNAL RECORD LAYOUT.                  *
001290*----------------------------------------------------------------*
001300     COPY MSGJRNL.
001310*
001320*----------------------------------------------------------------*
001330*  PARM FIELDS - X PICTURES SO A MISSING OR MISTYPED FIELD CAN   *
001340*  BE CAUGHT BEFORE ANYTHING IS READ OR CHANGED.                 *
001350*----------------------------------------------------------------*
001360 01  MH-PARM-FUNCTION            PIC X(08) VALUE SPACES.
001370     88  MH-FUNCTION-ASOF                  VALUE "ASOF".
001380     88  MH-FUNCTION-BACKOUT               VALUE "BACKOUT".
001390 01  MH-PARM-DATE                PIC X(08) VALUE SPACES.
001400 01  MH-PARM-TIME                PIC X(08) VALUE SPACES.
001410 01  MH-ASOF-DATE                PIC 9(08) VALUE 0.
001420 01  MH-TARGET-RUN-ID.
001430     05  MH-TARGET-RUN-DATE      PIC 9(08) VALUE 0.
001440     05  MH-TARGET-RUN-TIME      PIC 9(08) VALUE 0.
001450*
001460*----------------------------------------------------------------*
001470*  AS-OF IMAGE TABLE - ONE SLOT PER POSSIBLE MSG-ID (0000-9999,  *
001480*  SLOT = MSG-ID + 1).  A SLOT IS FILLED ONCE AND NEVER          *
001490*  OVERWRITTEN: FIRST BY THE JOURNAL, THEN WHAT IS LEFT BY THE   *
001500*  CURRENT MASTER.                                               *
001510*    J  = IMAGE IS THE BEFORE-IMAGE OF A LATER CHANGE            *
001520*    N  = ENTRY DID NOT EXIST ON THE DATE (ADDED SINCE)          *
001530*    M  = UNCHANGED SINCE THE DATE, TAKEN FROM THE MASTER        *
001532*  MH-IMG-STAMP IS THE STAMP OF THE JOURNAL RECORD THAT FILLED   *
001534*  THE SLOT; AN EARLIER ONE READ LATER (FROM THE OTHER JOURNAL)  *
001536*  REPLACES IT.                                                  *
001540*----------------------------------------------------------------*
001550 01  MH-IMAGE-TABLE.
001560     05  MH-IMG-ENTRY OCCURS 10000.
001565         10  MH-IMG-STAMP        PIC X(16).
001570         10  MH-IMG-FLAG         PIC X(01).
001580             88  MH-IMG-EMPTY              VALUE SPACE.
001590             88  MH-IMG-FROM-JOURNAL       VALUE "J".
001600             88  MH-IMG-NOT-YET-ADDED      VALUE "N".
001610             88  MH-IMG-FROM-MASTER        VALUE "M".
001620         10  MH-IMG-DATA         PIC X(120).
001630 01  MH-IMG-IX                   PIC 9(05) COMP VALUE 0.
001632 01  MH-JOURNAL-STAMP.
001634     05  MH-JS-DATE              PIC 9(08).
001636     05  MH-JS-TIME              PIC 9(08).
001640*
001650*----------------------------------------------------------------*
001660*  BACKOUT TABLE - THE NAMED RUN'S JOURNAL RECORDS IN THE ORDER  *
001670*  THEY WERE WRITTEN, APPLIED FROM THE LAST BACK TO THE FIRST.   *
001680*  A RUN LARGER THAN THE TABLE IS REFUSED BEFORE ANY CHANGE.     *
001690*----------------------------------------------------------------*
001700 01  MH-BACKOUT-TABLE.
001710     05  MH-BO-ENTRY             PIC X(320) OCCURS 2000.
001720 01  MH-BO-COUNT                 PIC 9(04) COMP VALUE 0.
001730 01  MH-BO-MAX                   PIC 9(04) COMP VALUE 2000.
001740 01  MH-BO-IX                    PIC 9(04) COMP VALUE 0.
001750 01  MH-BO-ORDINAL               PIC 9(05) VALUE 0.
001760*
001770*----------------------------------------------------------------*
001780*  ONE CHANGE BEING BACKED OUT.  MH-CURRENT-IMAGE IS THE ENTRY   *
001790*  AS IT STANDS NOW (SPACES WHEN NOT ON THE CLUSTER).            *
001800*----------------------------------------------------------------*
001810 01  MH-TGT-BEFORE-IMAGE         PIC X(120) VALUE SPACES.
001820 01  MH-TGT-AFTER-IMAGE          PIC X(120) VALUE SPACES.
001830 01  MH-TGT-MSG-ID               PIC 9(04) VALUE 0.
001840 01  MH-TGT-OWNER                PIC X(08) VALUE SPACES.
001850 01  MH-TGT-ACTION               PIC X(08) VALUE SPACES.
001860 01  MH-TGT-CARD-SEQ             PIC 9(05) VALUE 0.
001870 01  MH-CURRENT-IMAGE            PIC X(120) VALUE SPACES.
001880*
001890*----------------------------------------------------------------*
001900*  REPORT LINE LAYOUTS.  THE DETAIL LINE IS THE MSGMAINT         *
001910*  LISTING'S, SO THE TWO READ THE SAME SIDE BY SIDE.             *
001920*----------------------------------------------------------------*
001930 01  MH-RUN-DATE                 PIC 9(08).
001940 01  MH-RUN-TIME                 PIC 9(08).
001950 01  MH-HEADER-LINE.
001960     05  FILLER                  PIC X(34)
001970         VALUE "MSGHIST MESSAGE LIBRARY HISTORY ON".
001980     05  FILLER                  PIC X(01) VALUE SPACE.
001990     05  MH-HDR-DATE             PIC 9(08).
002000     05  FILLER                  PIC X(04) VALUE " AT ".
002010     05  MH-HDR-TIME             PIC 9(08).
002020     05  FILLER                  PIC X(77) VALUE SPACES.
002030 01  MH-ASOF-LINE.
002040     05  FILLER                  PIC X(36)
002050         VALUE "LIBRARY AS IT STOOD AT THE END OF   ".
002060     05  MH-ASOF-HDR-DATE        PIC 9(08).
002070     05  FILLER                  PIC X(88) VALUE SPACES.
002080 01  MH-BACKOUT-LINE.
002090     05  FILLER                  PIC X(36)
002100         VALUE "BACKOUT OF MSGMAINT RUN OF          ".
002110     05  MH-BO-HDR-DATE          PIC 9(08).
002120     05  FILLER                  PIC X(04) VALUE " AT ".
002130     05  MH-BO-HDR-TIME          PIC 9(08).
002140     05  FILLER                  PIC X(76) VALUE SPACES.
002150 01  MH-DETAIL-LINE.
002160     05  MH-DTL-ACTION           PIC X(10).
002170     05  FILLER                  PIC X(01) VALUE SPACE.
002180     05  MH-DTL-ID               PIC X(04).
002190     05  FILLER                  PIC X(01) VALUE SPACE.
002200     05  MH-DTL-TEXT             PIC X(40).
002210     05  FILLER                  PIC X(01) VALUE SPACE.
002220     05  MH-DTL-FROM             PIC X(08).
002230     05  FILLER                  PIC X(01) VALUE SPACE.
002240     05  MH-DTL-TO               PIC X(08).
002250     05  FILLER                  PIC X(01) VALUE SPACE.
002260     05  MH-DTL-STATUS           PIC X(01).
002270     05  FILLER                  PIC X(01) VALUE SPACE.
002280     05  MH-DTL-OWNER            PIC X(08).
002290     05  FILLER                  PIC X(01) VALUE SPACE.
002300     05  MH-DTL-DOW              PIC X(07).
002310     05  FILLER                  PIC X(01) VALUE SPACE.
002320     05  MH-DTL-ANNUAL           PIC X(01).
002330     05  FILLER                  PIC X(01) VALUE SPACE.
002340     05  MH-DTL-DEST             PIC X(02).
002350     05  FILLER                  PIC X(01) VALUE SPACE.
002360     05  MH-DTL-REMARK           PIC X(30).
002370     05  FILLER                  PIC X(03) VALUE SPACES.
002380*
002390 LINKAGE SECTION.
002400*----------------------------------------------------------------*
002410*  LS-PARM-AREA - STANDARD MVS PARM CONVENTION; SEE PROLOGUE.    *
002420*----------------------------------------------------------------*
002430 01  LS-PARM-AREA.
002440     05  LS-PARM-LEN             PIC S9(04) COMP.
002450     05  LS-PARM-TEXT            PIC X(80).
002460*
002470 PROCEDURE DIVISION USING LS-PARM-AREA.
002480*
002490 0000-MAINLINE-CONTROL.
002500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002510     IF MH-FUNCTION-ASOF
002520         PERFORM 2000-LIST-AS-OF-DATE THRU 2000-EXIT
002530     ELSE
002540         PERFORM 3000-BACK-OUT-RUN THRU 3000-EXIT
002550     END-IF.
002560     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002570     GOBACK.
002580 0000-MAINLINE-EXIT.
002590     EXIT.
002600*
002610*----------------------------------------------------------------*
002620*  1000-INITIALIZE - RESOLVE AND CHECK THE PARM, OPEN THE        *
002630*  LISTING AND PRINT ITS HEADER.  A PARM THAT DOES NOT NAME A    *
002640*  FUNCTION AND ITS DATE (AND, FOR BACKOUT, THE RUN TIME) ENDS   *
002650*  THE RUN BEFORE ANY FILE IS TOUCHED.  THE MASTER AND JOURNAL   *
002660*  ARE OPENED BY EACH FUNCTION IN THE MODE IT NEEDS.             *
002670*----------------------------------------------------------------*
002680 1000-INITIALIZE.
002690     IF LS-PARM-LEN > 0
002700         UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
002710             DELIMITED BY ","
002720             INTO MH-PARM-FUNCTION, MH-PARM-DATE, MH-PARM-TIME
002730         END-UNSTRING
002740     END-IF
002750     IF NOT MH-FUNCTION-ASOF
002760      AND NOT MH-FUNCTION-BACKOUT
002770         DISPLAY "MSGHIST - FATAL: PARM FUNCTION MUST BE ASOF OR "
002780             "BACKOUT, NOTHING DONE"
002790         MOVE 8 TO RETURN-CODE
002800         GOBACK
002810     END-IF.
002820     IF MH-PARM-DATE NOT NUMERIC
002830         DISPLAY "MSGHIST - FATAL: PARM DATE MISSING OR NOT "
002840             "YYYYMMDD, NOTHING DONE"
002850         MOVE 8 TO RETURN-CODE
002860         GOBACK
002870     END-IF.
002880     IF MH-FUNCTION-BACKOUT
002890      AND MH-PARM-TIME NOT NUMERIC
002900         DISPLAY "MSGHIST - FATAL: BACKOUT NEEDS THE RUN TIME "
002910             "HHMMSSTT FROM THE MNTLIST HEADER, NOTHING DONE"
002920         MOVE 8 TO RETURN-CODE
002930         GOBACK
002940     END-IF.
002950     MOVE MH-PARM-DATE TO MH-ASOF-DATE.
002960     MOVE MH-PARM-DATE TO MH-TARGET-RUN-DATE.
002970     IF MH-FUNCTION-BACKOUT
002980         MOVE MH-PARM-TIME TO MH-TARGET-RUN-TIME
002990     END-IF.
003000*
003010     OPEN OUTPUT HISTORY-LISTING.
003020     IF HL-FILE-STATUS NOT = "00"
003030         DISPLAY "MSGHIST - FATAL: HISTLIST OPEN FAILED, STATUS "
003040             HL-FILE-STATUS
003050         MOVE 16 TO RETURN-CODE
003060         GOBACK
003070     END-IF.
003080     ACCEPT MH-RUN-DATE FROM DATE YYYYMMDD.
003090     ACCEPT MH-RUN-TIME FROM TIME.
003100     MOVE MH-RUN-DATE TO MH-HDR-DATE.
003110     MOVE MH-RUN-TIME TO MH-HDR-TIME.
003120     MOVE "1" TO HL-LIST-CONTROL.
003130     MOVE MH-HEADER-LINE TO HL-LIST-TEXT.
003140     PERFORM 5010-WRITE-LIST-LINE THRU 5010-EXIT.
003150     MOVE SPACE TO HL-LIST-CONTROL.
003160     IF MH-FUNCTION-ASOF
003170         MOVE MH-ASOF-DATE TO MH-ASOF-HDR-DATE
003180         MOVE MH-ASOF-LINE TO HL-LIST-TEXT
003190     ELSE
003200         MOVE MH-TARGET-RUN-DATE TO MH-BO-HDR-DATE
003210         MOVE MH-TARGET-RUN-TIME TO MH-BO-HDR-TIME
003220         MOVE MH-BACKOUT-LINE TO HL-LIST-TEXT
003230     END-IF.
003240     PERFORM 5010-WRITE-LIST-LINE THRU 5010-EXIT.
003250 1000-EXIT.
003260     EXIT.
003270*
003280*----------------------------------------------------------------*
003290*  2000-LIST-AS-OF-DATE - BUILD THE AS-OF IMAGE TABLE FROM THE   *
003300*  JOURNAL, FILL THE REST FROM THE CURRENT MASTER, THEN PRINT    *
003310*  EVERY ENTRY THAT EXISTED ON THE DATE IN MSG-ID ORDER.         *
003320*----------------------------------------------------------------*
003330 2000-LIST-AS-OF-DATE.
003340     MOVE SPACES TO MH-IMAGE-TABLE.
003350     PERFORM 3900-OPEN-JOURNAL-INPUT THRU 3900-EXIT.
003420     PERFORM 4000-READ-JOURNAL-RECORD THRU 4000-EXIT.
003430     PERFORM 2100-UNWIND-ONE-CHANGE THRU 2100-EXIT
003440         UNTIL MH-JOURNAL-EOF.
003450     CLOSE JOURNAL-INPUT-FILE.
003460*
003470     OPEN INPUT MESSAGE-MASTER-FILE.
003480     IF MS-FILE-STATUS NOT = "00"
003490         DISPLAY "MSGHIST - FATAL: MSGMSTR OPEN FAILED, STATUS "
003500             MS-FILE-STATUS
003510         MOVE 16 TO RETURN-CODE
003520         GOBACK
003530     END-IF.
003540     MOVE ZERO TO MH-MSTR-KEY.
003550     START MESSAGE-MASTER-FILE
003560         KEY IS NOT LESS THAN MH-MSTR-KEY
003570         INVALID KEY
003580             SET MH-MASTER-EOF TO TRUE
003590     END-START.
003600     PERFORM 2200-TAKE-ONE-MASTER-ENTRY THRU 2200-EXIT
003610         UNTIL MH-MASTER-EOF.
003620     CLOSE MESSAGE-MASTER-FILE.
003630*
003640     PERFORM 2300-LIST-ONE-SLOT THRU 2300-EXIT
003650         VARYING MH-IMG-IX FROM 1 BY 1
003660         UNTIL MH-IMG-IX > 10000.
003670     IF MH-LIST-COUNT = 0
003680         MOVE SPACES TO MH-DETAIL-LINE
003690         MOVE "ENTRY" TO MH-DTL-ACTION
003700         MOVE "MESSAGE LIBRARY WAS EMPTY" TO MH-DTL-REMARK
003710         PERFORM 5000-WRITE-LIST-DETAIL THRU 5000-EXIT
003720         DISPLAY "MSGHIST - WARNING: NO ENTRIES AS OF "
003730             MH-ASOF-DATE
003740         MOVE 4 TO RETURN-CODE
003750     END-IF.
003760 2000-EXIT.
003770     EXIT.
003780*
003790*----------------------------------------------------------------*
003800*  2100-UNWIND-ONE-CHANGE - THE EARLIEST CHANGE TO AN ID         *
003810*  STAMPED AFTER THE AS-OF DATE CARRIES, AS ITS BEFORE-IMAGE,    *
003820*  THE ENTRY AS IT STOOD ON THE DATE.  A LATER-STAMPED CHANGE    *
003830*  TO AN ID ALREADY IN THE TABLE IS IGNORED.                     *
003840*----------------------------------------------------------------*
003850 2100-UNWIND-ONE-CHANGE.
003860     IF MJ-STAMP-DATE NOT > MH-ASOF-DATE
003870         GO TO 2100-NEXT
003880     END-IF.
003890     COMPUTE MH-IMG-IX = MJ-MSG-ID + 1.
003892     MOVE MJ-STAMP-DATE TO MH-JS-DATE.
003894     MOVE MJ-STAMP-TIME TO MH-JS-TIME.
003900     IF NOT MH-IMG-EMPTY (MH-IMG-IX)
003905      AND MH-JOURNAL-STAMP NOT < MH-IMG-STAMP (MH-IMG-IX)
003910         GO TO 2100-NEXT
003920     END-IF.
003925     IF MH-IMG-EMPTY (MH-IMG-IX)
003926         ADD 1 TO MH-CHANGED-COUNT
003927     END-IF.
003928     MOVE MH-JOURNAL-STAMP TO MH-IMG-STAMP (MH-IMG-IX).
003930     IF MJ-BEFORE-IMAGE = SPACES
003940         SET MH-IMG-NOT-YET-ADDED (MH-IMG-IX) TO TRUE
003950     ELSE
003960         SET MH-IMG-FROM-JOURNAL (MH-IMG-IX) TO TRUE
003970         MOVE MJ-BEFORE-IMAGE TO MH-IMG-DATA (MH-IMG-IX)
003980     END-IF.
004000 2100-NEXT.
004010     PERFORM 4000-READ-JOURNAL-RECORD THRU 4000-EXIT.
004020 2100-EXIT.
004030     EXIT.
004040*
004050*----------------------------------------------------------------*
004060*  2200-TAKE-ONE-MASTER-ENTRY - AN ID THE JOURNAL HAS NOT        *
004070*  ALREADY ACCOUNTED FOR HAS NOT CHANGED SINCE THE DATE.         *
004080*----------------------------------------------------------------*
004090 2200-TAKE-ONE-MASTER-ENTRY.
004100     READ MESSAGE-MASTER-FILE NEXT RECORD
004110         INTO MSG-MASTER-RECORD
004120         AT END
004130             SET MH-MASTER-EOF TO TRUE
004140             GO TO 2200-EXIT
004150     END-READ.
004160     IF MS-FILE-STATUS NOT = "00"
004170         DISPLAY "MSGHIST - FATAL: MSGMSTR READ ERROR, STATUS "
004180             MS-FILE-STATUS
004190         MOVE 16 TO RETURN-CODE
004200         GOBACK
004210     END-IF.
004220     COMPUTE MH-IMG-IX = MSG-ID + 1.
004230     IF MH-IMG-EMPTY (MH-IMG-IX)
004240         SET MH-IMG-FROM-MASTER (MH-IMG-IX) TO TRUE
004250         MOVE MSG-MASTER-RECORD TO MH-IMG-DATA (MH-IMG-IX)
004260     END-IF.
004270 2200-EXIT.
004280     EXIT.
004290*
004300*----------------------------------------------------------------*
004310*  2300-LIST-ONE-SLOT - PRINT A SLOT HOLDING AN ENTRY THAT       *
004320*  EXISTED ON THE DATE.  THE REMARK MARKS ONE CHANGED SINCE, SO  *
004330*  THE READER KNOWS THE CURRENT MASTER DIFFERS; IT ALSO MARKS    *
004332*  ONE STILL PENDING APPROVAL ON THE DATE.                       *
004340*----------------------------------------------------------------*
004350 2300-LIST-ONE-SLOT.
004360     IF NOT MH-IMG-FROM-JOURNAL (MH-IMG-IX)
004370      AND NOT MH-IMG-FROM-MASTER (MH-IMG-IX)
004380         GO TO 2300-EXIT
004390     END-IF.
004400     MOVE MH-IMG-DATA (MH-IMG-IX) TO MSG-MASTER-RECORD.
004410     MOVE SPACES TO MH-DETAIL-LINE.
004420     MOVE "ENTRY" TO MH-DTL-ACTION.
004430     IF MH-IMG-FROM-JOURNAL (MH-IMG-IX)
004440         MOVE "CHANGED SINCE" TO MH-DTL-REMARK
004450     END-IF.
004452*    A PENDING ENTRY WAS ON FILE BUT NOT ON THE BOARDS.
004454     IF MSG-PENDING-APPROVAL
004456         IF MH-IMG-FROM-JOURNAL (MH-IMG-IX)
004458             MOVE "PENDING, CHANGED SINCE" TO MH-DTL-REMARK
004462         ELSE
004464             MOVE "PENDING APPROVAL" TO MH-DTL-REMARK
004466         END-IF
004468     END-IF.
004469     PERFORM 5100-FORMAT-ENTRY THRU 5100-EXIT.
004470     PERFORM 5000-WRITE-LIST-DETAIL THRU 5000-EXIT.
004480     ADD 1 TO MH-LIST-COUNT.
004490 2300-EXIT.
004500     EXIT.
004510*
004520*----------------------------------------------------------------*
004530*  3000-BACK-OUT-RUN - LOAD THE NAMED RUN'S CHANGES, THEN BACK   *
004540*  THEM OUT LAST FIRST.  THE JOURNAL IS CLOSED AFTER THE LOAD    *
004550*  AND REOPENED EXTEND SO EACH BACKOUT IS JOURNALED IN TURN.     *
004560*----------------------------------------------------------------*
004570 3000-BACK-OUT-RUN.
004580     PERFORM 3900-OPEN-JOURNAL-INPUT THRU 3900-EXIT.
004650     PERFORM 4000-READ-JOURNAL-RECORD THRU 4000-EXIT.
004660     PERFORM 3100-LOAD-ONE-CHANGE THRU 3100-EXIT
004670         UNTIL MH-JOURNAL-EOF.
004680     CLOSE JOURNAL-INPUT-FILE.
004690     IF MH-BO-COUNT = 0
004700         MOVE SPACES TO MH-DETAIL-LINE
004710         MOVE "BACKOUT" TO MH-DTL-ACTION
004720         MOVE "NO JOURNALED CHANGES FOR RUN" TO MH-DTL-REMARK
004730         PERFORM 5000-WRITE-LIST-DETAIL THRU 5000-EXIT
004740         DISPLAY "MSGHIST - WARNING: NO MSGMAINT CHANGES "
004750             "JOURNALED FOR RUN " MH-TARGET-RUN-DATE " "
004760             MH-TARGET-RUN-TIME
004770         MOVE 4 TO RETURN-CODE
004780         GO TO 3000-EXIT
004790     END-IF.
004800*
004810     OPEN I-O MESSAGE-MASTER-FILE.
004820     IF MS-FILE-STATUS NOT = "00"
004830         DISPLAY "MSGHIST - FATAL: MSGMSTR OPEN FAILED, STATUS "
004840             MS-FILE-STATUS
004850         MOVE 16 TO RETURN-CODE
004860         GOBACK
004870     END-IF.
004880     OPEN EXTEND MESSAGE-JOURNAL-FILE.
004890     IF MJ-FILE-STATUS NOT = "00"
004900         DISPLAY "MSGHIST - FATAL: MSGJRNL OPEN FAILED, STATUS "
004910             MJ-FILE-STATUS
004920         MOVE 16 TO RETURN-CODE
004930         GOBACK
004940     END-IF.
004950     PERFORM 3200-BACK-OUT-ONE-CHANGE THRU 3200-EXIT
004960         VARYING MH-BO-IX FROM MH-BO-COUNT BY -1
004970         UNTIL MH-BO-IX < 1.
004980     CLOSE MESSAGE-MASTER-FILE.
004990     CLOSE MESSAGE-JOURNAL-FILE.
005000     IF MH-CONFLICT-COUNT > 0
005010         DISPLAY "MSGHIST - WARNING: " MH-CONFLICT-COUNT
005020             " CHANGE(S) NOT BACKED OUT - SEE HISTLIST"
005030         MOVE 4 TO RETURN-CODE
005040     END-IF.
005050 3000-EXIT.
005060     EXIT.
005070*
005080*----------------------------------------------------------------*
005090*  3100-LOAD-ONE-CHANGE - KEEP THE NAMED RUN'S MSGMAINT          *
005100*  CHANGES.  A RUN TOO BIG FOR THE TABLE IS REFUSED OUTRIGHT -   *
005110*  A PART BACKOUT FROM THE WRONG END WOULD LEAVE THE LIBRARY IN  *
005120*  A STATE THAT NEVER EXISTED.                                   *
005130*----------------------------------------------------------------*
005140 3100-LOAD-ONE-CHANGE.
005150     IF MJ-RUN-ID NOT = MH-TARGET-RUN-ID
005160      OR MJ-PROGRAM NOT = "MSGMAINT"
005170         GO TO 3100-NEXT
005180     END-IF.
005190     IF MH-BO-COUNT NOT < MH-BO-MAX
005200         DISPLAY "MSGHIST - FATAL: RUN HAS MORE THAN " MH-BO-MAX
005210             " CHANGES, NOTHING BACKED OUT"
005220         MOVE 16 TO RETURN-CODE
005230         GOBACK
005240     END-IF.
005250     ADD 1 TO MH-BO-COUNT.
005260     MOVE MJ-JOURNAL-RECORD TO MH-BO-ENTRY (MH-BO-COUNT).
005270 3100-NEXT.
005280     PERFORM 4000-READ-JOURNAL-RECORD THRU 4000-EXIT.
005290 3100-EXIT.
005300     EXIT.
005310*
005320*----------------------------------------------------------------*
005330*  3200-BACK-OUT-ONE-CHANGE - RESTORE ONE ENTRY TO ITS BEFORE-   *
005340*  IMAGE, BUT ONLY IF IT STILL MATCHES THE RUN'S AFTER-IMAGE:    *
005350*    BEFORE-IMAGE BLANK  - THE ADD IS UNDONE BY A DELETE         *
005360*    ENTRY ON FILE       - REWRITTEN BACK TO THE BEFORE-IMAGE    *
005370*    ENTRY NOT ON FILE   - WRITTEN BACK FROM THE BEFORE-IMAGE    *
005380*----------------------------------------------------------------*
005390 3200-BACK-OUT-ONE-CHANGE.
005400     MOVE MH-BO-ENTRY (MH-BO-IX) TO MJ-JOURNAL-RECORD.
005410     MOVE MJ-BEFORE-IMAGE TO MH-TGT-BEFORE-IMAGE.
005420     MOVE MJ-AFTER-IMAGE  TO MH-TGT-AFTER-IMAGE.
005430     MOVE MJ-MSG-ID       TO MH-TGT-MSG-ID.
005440     MOVE MJ-OWNER        TO MH-TGT-OWNER.
005450     MOVE MJ-ACTION       TO MH-TGT-ACTION.
005460     MOVE MJ-CARD-SEQ     TO MH-TGT-CARD-SEQ.
005470*
005480     PERFORM 3300-READ-CURRENT-ENTRY THRU 3300-EXIT.
005490     MOVE SPACES TO MH-DETAIL-LINE.
005500     IF MH-CURRENT-IMAGE = MH-TGT-BEFORE-IMAGE
005510         ADD 1 TO MH-SKIP-COUNT
005520         MOVE "SKIPPED" TO MH-DTL-ACTION
005530         MOVE "ALREADY AS BEFORE THE RUN" TO MH-DTL-REMARK
005540         PERFORM 3400-PRINT-BACKOUT-LINE THRU 3400-EXIT
005550         GO TO 3200-EXIT
005560     END-IF.
005570     IF MH-CURRENT-IMAGE NOT = MH-TGT-AFTER-IMAGE
005580         ADD 1 TO MH-CONFLICT-COUNT
005590         MOVE "NOT DONE" TO MH-DTL-ACTION
005600         MOVE "CHANGED SINCE - NOT BACKED OUT" TO MH-DTL-REMARK
005610         PERFORM 3400-PRINT-BACKOUT-LINE THRU 3400-EXIT
005620         GO TO 3200-EXIT
005630     END-IF.
005640*
005650     MOVE "N" TO MH-KEY-CLASH-SWITCH.
005660     IF MH-TGT-BEFORE-IMAGE = SPACES
005670         MOVE MH-TGT-MSG-ID TO MH-MSTR-KEY
005680         DELETE MESSAGE-MASTER-FILE
005690             INVALID KEY
005700                 SET MH-KEY-CLASH TO TRUE
005710         END-DELETE
005720         MOVE "ADD REMOVED" TO MH-DTL-REMARK
005730     ELSE
005740         MOVE MH-TGT-BEFORE-IMAGE TO MH-MASTER-REC
005750         IF MH-ENTRY-FOUND
005760             REWRITE MH-MASTER-REC
005770                 INVALID KEY
005780                     SET MH-KEY-CLASH TO TRUE
005790             END-REWRITE
005800         ELSE
005810             WRITE MH-MASTER-REC
005820                 INVALID KEY
005830                     SET MH-KEY-CLASH TO TRUE
005840             END-WRITE
005850         END-IF
005860         MOVE "ENTRY RESTORED" TO MH-DTL-REMARK
005870     END-IF.
005880     IF MH-KEY-CLASH
005890      OR MS-FILE-STATUS NOT = "00"
005900         DISPLAY "MSGHIST - FATAL: MSGMSTR UPDATE FAILED, STATUS "
005910             MS-FILE-STATUS " BACKING OUT MSG-ID " MH-TGT-MSG-ID
005920         MOVE 16 TO RETURN-CODE
005930         GOBACK
005940     END-IF.
005950     ADD 1 TO MH-BACKOUT-COUNT.
005960     PERFORM 7000-WRITE-JOURNAL-RECORD THRU 7000-EXIT.
005970     MOVE "BACKED OUT" TO MH-DTL-ACTION.
005980     PERFORM 3400-PRINT-BACKOUT-LINE THRU 3400-EXIT.
005990 3200-EXIT.
006000     EXIT.
006010*
006020*----------------------------------------------------------------*
006030*  3300-READ-CURRENT-ENTRY - THE ENTRY AS IT STANDS NOW, OR      *
006040*  SPACES WHEN IT IS NOT ON THE CLUSTER.                         *
006050*----------------------------------------------------------------*
006060 3300-READ-CURRENT-ENTRY.
006070     MOVE "Y" TO MH-FOUND-SWITCH.
006080     MOVE MH-TGT-MSG-ID TO MH-MSTR-KEY.
006090     READ MESSAGE-MASTER-FILE
006100         KEY IS MH-MSTR-KEY
006110         INVALID KEY
006120             MOVE "N" TO MH-FOUND-SWITCH
006130     END-READ.
006140     IF NOT MH-ENTRY-FOUND
006150         MOVE SPACES TO MH-CURRENT-IMAGE
006160         GO TO 3300-EXIT
006170     END-IF.
006180     IF MS-FILE-STATUS NOT = "00"
006190         DISPLAY "MSGHIST - FATAL: MSGMSTR READ FAILED, STATUS "
006200             MS-FILE-STATUS
006210         MOVE 16 TO RETURN-CODE
006220         GOBACK
006230     END-IF.
006240     MOVE MH-MASTER-REC TO MH-CURRENT-IMAGE.
006250 3300-EXIT.
006260     EXIT.
006270*
006280*----------------------------------------------------------------*
006290*  3400-PRINT-BACKOUT-LINE - ONE LISTING LINE PER JOURNALED      *
006300*  CHANGE.  THE ENTRY SHOWN IS THE RUN'S AFTER-IMAGE - WHAT THE  *
006310*  BAD CARD PUT ON THE MASTER - WITH THE ORIGINAL CARD NUMBER    *
006320*  AND ACTION IN THE REMARK'S PLACE WHEN NOTHING ELSE IS SAID.   *
006330*----------------------------------------------------------------*
006340 3400-PRINT-BACKOUT-LINE.
006350     MOVE MH-TGT-AFTER-IMAGE TO MSG-MASTER-RECORD.
006360     PERFORM 5100-FORMAT-ENTRY THRU 5100-EXIT.
006370     MOVE MH-TGT-MSG-ID TO MH-DTL-ID.
006380     PERFORM 5000-WRITE-LIST-DETAIL THRU 5000-EXIT.
006390     MOVE SPACES TO MH-DETAIL-LINE.
006400     MOVE MH-TGT-CARD-SEQ TO MH-BO-ORDINAL.
006410     STRING "  CARD " MH-BO-ORDINAL " " MH-TGT-ACTION
006420       DELIMITED BY SIZE INTO MH-DTL-REMARK.
006430     PERFORM 5000-WRITE-LIST-DETAIL THRU 5000-EXIT.
006440 3400-EXIT.
006450     EXIT.
006460*
006461*----------------------------------------------------------------*
006462*  3900-OPEN-JOURNAL-INPUT - OPEN THE JRNLIN CONCATENATION.      *
006463*----------------------------------------------------------------*
006464 3900-OPEN-JOURNAL-INPUT.
006465     OPEN INPUT JOURNAL-INPUT-FILE.
006466     IF JI-FILE-STATUS NOT = "00"
006467         DISPLAY "MSGHIST - FATAL: JRNLIN OPEN FAILED, STATUS "
006468             JI-FILE-STATUS
006469         MOVE 16 TO RETURN-CODE
006470         GOBACK
006471     END-IF.
006472 3900-EXIT.
006473     EXIT.
006474*
006475*----------------------------------------------------------------*
006480*  4000-READ-JOURNAL-RECORD - PRIME/ADVANCE THE JOURNAL.         *
006490*----------------------------------------------------------------*
006500 4000-READ-JOURNAL-RECORD.
006510     READ JOURNAL-INPUT-FILE INTO MJ-JOURNAL-RECORD
006520         AT END
006530             SET MH-JOURNAL-EOF TO TRUE
006540             GO TO 4000-EXIT
006550     END-READ.
006560     IF JI-FILE-STATUS NOT = "00"
006570         DISPLAY "MSGHIST - FATAL: JRNLIN READ ERROR, STATUS "
006580             JI-FILE-STATUS
006590         MOVE 16 TO RETURN-CODE
006600         GOBACK
006610     END-IF.
006620     ADD 1 TO MH-JOURNAL-READ-COUNT.
006630 4000-EXIT.
006640     EXIT.
006650*
006660*----------------------------------------------------------------*
006670*  5000-WRITE-LIST-DETAIL - SINGLE WRITE POINT FOR DETAIL LINES. *
006680*----------------------------------------------------------------*
006690 5000-WRITE-LIST-DETAIL.
006700     MOVE SPACE TO HL-LIST-CONTROL.
006710     MOVE MH-DETAIL-LINE TO HL-LIST-TEXT.
006720     PERFORM 5010-WRITE-LIST-LINE THRU 5010-EXIT.
006730 5000-EXIT.
006740     EXIT.
006750*
006760 5010-WRITE-LIST-LINE.
006770     WRITE HL-LIST-RECORD.
006780     IF HL-FILE-STATUS NOT = "00"
006790         DISPLAY "MSGHIST - FATAL: HISTLIST WRITE FAILED, STATUS "
006800             HL-FILE-STATUS
006810         MOVE 16 TO RETURN-CODE
006820         GOBACK
006830     END-IF.
006840 5010-EXIT.
006850     EXIT.
006860*
006870*----------------------------------------------------------------*
006880*  5100-FORMAT-ENTRY - MOVE MSG-MASTER-RECORD INTO THE DETAIL    *
006890*  LINE'S ENTRY COLUMNS.  ACTION AND REMARK ARE THE CALLER'S.    *
006900*----------------------------------------------------------------*
006910 5100-FORMAT-ENTRY.
006920     MOVE MSG-ID             TO MH-DTL-ID.
006930     MOVE MSG-BANNER-TEXT    TO MH-DTL-TEXT.
006940     MOVE MSG-EFF-FROM-DATE  TO MH-DTL-FROM.
006950     MOVE MSG-EFF-TO-DATE    TO MH-DTL-TO.
006960     MOVE MSG-STATUS         TO MH-DTL-STATUS.
006970     MOVE MSG-OWNER          TO MH-DTL-OWNER.
006980     MOVE MSG-DOW-MASK       TO MH-DTL-DOW.
006990     MOVE MSG-ANNUAL-FLAG    TO MH-DTL-ANNUAL.
007000     MOVE MSG-DESTINATION    TO MH-DTL-DEST.
007010 5100-EXIT.
007020     EXIT.
007030*
007040*----------------------------------------------------------------*
007050*  7000-WRITE-JOURNAL-RECORD - JOURNAL ONE BACKOUT.  THE BEFORE  *
007060*  IMAGE IS THE ENTRY AS IT STOOD (THE BAD RUN'S AFTER-IMAGE),   *
007070*  THE AFTER IMAGE WHAT IT WAS PUT BACK TO.  THE RUN IS THIS     *
007080*  BACKOUT'S OWN DATE AND TIME; THE CARD SEQUENCE IS THE         *
007090*  ORIGINAL CARD'S, SO THE TWO RECORDS PAIR UP ON A DUMP.        *
007100*----------------------------------------------------------------*
007110 7000-WRITE-JOURNAL-RECORD.
007120     ACCEPT MJ-STAMP-DATE FROM DATE YYYYMMDD.
007130     ACCEPT MJ-STAMP-TIME FROM TIME.
007140     MOVE MH-RUN-DATE          TO MJ-RUN-DATE.
007150     MOVE MH-RUN-TIME          TO MJ-RUN-TIME.
007160     MOVE "MSGHIST"            TO MJ-PROGRAM.
007170     MOVE MH-TGT-CARD-SEQ      TO MJ-CARD-SEQ.
007180     SET MJ-ACTION-BACKOUT     TO TRUE.
007190     MOVE MH-TGT-MSG-ID        TO MJ-MSG-ID.
007200     MOVE MH-TGT-OWNER         TO MJ-OWNER.
007205     MOVE SPACES               TO MJ-USER-ID.
007210     MOVE MH-CURRENT-IMAGE     TO MJ-BEFORE-IMAGE.
007220     MOVE MH-TGT-BEFORE-IMAGE  TO MJ-AFTER-IMAGE.
007230     WRITE MJ-JOURNAL-REC FROM MJ-JOURNAL-RECORD.
007240     IF MJ-FILE-STATUS NOT = "00"
007250         DISPLAY "MSGHIST - FATAL: MSGJRNL WRITE FAILED, STATUS "
007260             MJ-FILE-STATUS " - BACKOUT OF MSG-ID " MH-TGT-MSG-ID
007270             " IS ON THE MASTER BUT NOT JOURNALED"
007280         MOVE 16 TO RETURN-CODE
007290         GOBACK
007300     END-IF.
007310     ADD 1 TO MH-JOURNAL-COUNT.
007320 7000-EXIT.
007330     EXIT.
007340*
007350*----------------------------------------------------------------*
007360*  9000-TERMINATE - SUMMARY COUNTS TO SYSOUT, CLOSE THE LISTING. *
007370*----------------------------------------------------------------*
007380 9000-TERMINATE.
007390     DISPLAY "MSGHIST - JOURNAL RECORDS READ.. "
007400         MH-JOURNAL-READ-COUNT.
007410     IF MH-FUNCTION-ASOF
007420         DISPLAY "MSGHIST - AS-OF DATE............ " MH-ASOF-DATE
007430         DISPLAY "MSGHIST - IDS CHANGED SINCE..... "
007440             MH-CHANGED-COUNT
007450         DISPLAY "MSGHIST - ENTRIES LISTED........ " MH-LIST-COUNT
007460     ELSE
007470         DISPLAY "MSGHIST - RUN BACKED OUT........ "
007480             MH-TARGET-RUN-DATE " " MH-TARGET-RUN-TIME
007490         DISPLAY "MSGHIST - CHANGES IN RUN........ " MH-BO-COUNT
007500         DISPLAY "MSGHIST - CHANGES BACKED OUT.... "
007510             MH-BACKOUT-COUNT
007520         DISPLAY "MSGHIST - ALREADY AS BEFORE..... " MH-SKIP-COUNT
007530         DISPLAY "MSGHIST - CHANGED SINCE, LEFT... "
007540             MH-CONFLICT-COUNT
007550         DISPLAY "MSGHIST - BACKOUTS JOURNALED.... "
007560             MH-JOURNAL-COUNT
007570         DISPLAY "MSGHIST - BACKOUT RUN ID........ " MH-RUN-DATE
007580             " " MH-RUN-TIME
007590     END-IF.
007600     CLOSE HISTORY-LISTING.
007610 9000-EXIT.
007620     EXIT.
007630*
007640 END PROGRAM MSGHIST.
