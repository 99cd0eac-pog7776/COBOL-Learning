000170*  THE SAMPLES= BALANCE SINTCHK RELIES ON HOLDS PER FILE.       *
000180*                                                                 *
000190*  ROUTING.  THE CLASSIC RENDER WRITES ONE PAGE-BREAK SEGMENT   *
000200*  PER MESSAGE, IN MSGIN ORDER, AND EACH SEGMENT'S BREAK        *
000210*  CARRIES THE MESSAGE'S MSG-ID IN COLUMNS 122-132.  A KEYED    *
000220*  SEGMENT GOES TO THE DESTINATION ON THE MSGIN RECORD WITH     *
000221*  THAT MSG-ID (MSGIN-DEST; BLANK OR UNKNOWN DEFAULTS TO THE    *
000222*  LOBBY); A KEY THAT IS NOT ON MSGIN MEANS MSGIN IS NOT THE    *
000223*  FILE THE BANNER WAS RENDERED FROM, AND THE NIGHT IS          *
000224*  REJECTED RATHER THAN ROUTED BLIND.  AN UNKEYED BREAK (A      *
000225*  HAND-BUILT MSGIN) FALLS BACK TO POSITION: SEGMENT N GOES     *
000226*  WITH MSGIN RECORD N.  AN ANALYSIS PASS COUNTS                *
000230*  THE SEGMENTS FIRST: WHEN THEY DO NOT MATCH THE MSGIN         *
000240*  RECORD COUNT - A COMPOSITE-RENDER NIGHT SHARES EVERY LINE    *
000250*  AND CANNOT BE SPLIT - THE WHOLE GENERATION GOES TO THE       *
000370*  (COMPOSITE RENDER OR SEGMENT/MSGIN MISMATCH - LOBBY GOT      *
000380*  EVERYTHING), 08 THE INPUT IS NOT A CLEAN GENERATION (NO      *
000390*  HEADER, NO TRAILER, OR AN ANNOTATION RECORD - SINT015        *
000400*  SHOULD HAVE CAUGHT IT - OR A SEGMENT KEY NOT ON MSGIN;       *
000401*  NOTHING IS DISTRIBUTED), 16 FILE                             *
000410*  FAILURE.                                                     *
000420*                                                                 *
000430*  MODIFICATION HISTORY                                          *
000450*                      AUDIENCES IS WHERE THIS SYSTEM IS         *
000460*                      HEADED; THE SINGLE PRTDIST PACKAGE        *
000470*                      COULD NOT TELL THEM APART.                *
000471*    2026-09-24  RWB  MSGIN IS NOW 68 BYTES WITH THE MASTER KEY, *
000472*                      AND SEGMENTS ARE ROUTED BY THE MSG-ID ON  *
000473*                      THEIR PAGE BREAK INSTEAD OF BY POSITION.  *
000474*                      A PAGE BREAK IS CONTROL-1 WITH BLANK      *
000475*                      COLUMNS 1-121.                            *
000480*================================================================*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000870 01  D2-BANNER-RECORD            PIC X(133).
000880*----------------------------------------------------------------*
000890*  INPUT-MESSAGE-FILE - THE SAME MSGIN SINT010 READ, FOR THE    *
000900*  PER-MESSAGE DESTINATION CODES AND MASTER KEYS.  LAYOUT IS     *
000901*  MSGINREC.                                                     *
000910*----------------------------------------------------------------*
000920 FD  INPUT-MESSAGE-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  IM-MESSAGE-RECORD           PIC X(68).
000960*
000970 WORKING-STORAGE SECTION.
000980*----------------------------------------------------------------*
001150 77  SP-REJECT-SWITCH            PIC X(01) VALUE "N".
001160     88  SP-INPUT-REJECTED                 VALUE "Y".
001170 77  SP-ANNOTATION-COUNT         PIC 9(05) VALUE 0.
001171 77  SP-KEY-SWITCH               PIC X(01) VALUE "N".
001172     88  SP-KEY-FOUND                      VALUE "Y".
001173     88  SP-KEY-NOT-FOUND                  VALUE "M".
001174     88  SP-SEGMENT-UNKEYED                VALUE "N".
001175 77  SP-KEY-MISS-COUNT           PIC 9(04) VALUE 0.
001180*
001190*----------------------------------------------------------------*
001200*  COPY MSGINREC - THE MSGIN RECORD WITH ITS DESTINATION CODE.   *
001220     COPY MSGINREC.
001230*
001240*----------------------------------------------------------------*
001250*  PER-MESSAGE DESTINATION MAP, IN MSGIN (= SEGMENT) ORDER, WITH *
001251*  EACH RECORD'S MASTER KEY (ZERO WHEN MSGIN CARRIES NONE).      *
001260*  1 = LOBBY (DSTOUT1, THE DEFAULT), 2 = OPS FLOOR (DSTOUT2).    *
001270*----------------------------------------------------------------*
001280 01  SP-DEST-MAP.
001290     05  SP-MAP-ENTRY            OCCURS 200.
001291         10  SP-DEST-OF-MSG      PIC 9(01).
001292         10  SP-ID-OF-MSG        PIC 9(04).
001300 01  SP-MSG-COUNT                PIC 9(04) COMP VALUE 0.
001310 01  SP-MSG-MAX                  PIC 9(04) COMP VALUE 200.
001320 01  SP-SEG-TOTAL                PIC 9(04) VALUE 0.
001330 01  SP-SEG-NUM                  PIC 9(04) VALUE 0.
001340 01  SP-CUR-DEST                 PIC 9(01) VALUE 1.
001350 01  SP-BAD-DEST-COUNT           PIC 9(04) VALUE 0.
001351 01  SP-SEG-KEY                  PIC 9(04) VALUE 0.
001352 01  SP-KEY-IX                   PIC 9(04) COMP VALUE 0.
001360*
001370*----------------------------------------------------------------*
001380*  PER-DESTINATION TRAILER ACCUMULATORS (SLOT 1 = LOBBY, SLOT    *
002390         GOBACK
002400     END-IF.
002410     ADD 1 TO SP-MSG-COUNT.
002411     IF MSGIN-MSG-ID NUMERIC
002412         MOVE MSGIN-MSG-ID TO SP-ID-OF-MSG (SP-MSG-COUNT)
002413     ELSE
002414         MOVE 0 TO SP-ID-OF-MSG (SP-MSG-COUNT)
002415     END-IF.
002420     IF MSGIN-DEST = "02"
002430         MOVE 2 TO SP-DEST-OF-MSG (SP-MSG-COUNT)
002440     ELSE
002570*----------------------------------------------------------------*
002580*  2000-ANALYZE-GENERATION - FIRST PASS OVER THE GENERATION:     *
002590*  HEADER FIRST, SEGMENT COUNT, TRAILER PRESENT, NO              *
002600*  ANNOTATIONS, EVERY SEGMENT KEY ON MSGIN, AND THE ORIGINAL     *
002601*  TRAILER'S WARNING COUNTS.                                     *
002610*  DECIDES SPLIT VERSUS SINGLE-PACKAGE FALLBACK.                 *
002620*----------------------------------------------------------------*
002630 2000-ANALYZE-GENERATION.
002960         SET SP-INPUT-REJECTED TO TRUE
002970         GO TO 2000-EXIT
002980     END-IF.
002981     IF SP-KEY-MISS-COUNT > 0
002982         DISPLAY "SINTSPLT - ERROR: " SP-KEY-MISS-COUNT
002983             " SEGMENT MSG-IDS ARE NOT ON MSGIN - MSGIN IS NOT "
002984             "THE FILE THIS BANNER WAS RENDERED FROM"
002985         SET SP-INPUT-REJECTED TO TRUE
002986         GO TO 2000-EXIT
002987     END-IF.
002990     IF SP-SEG-TOTAL NOT = SP-MSG-COUNT
003000         DISPLAY "SINTSPLT - " SP-SEG-TOTAL " SEGMENTS BUT "
003010             SP-MSG-COUNT " MSGIN RECORDS (COMPOSITE NIGHT?)"
003070*
003080 2100-ANALYZE-ONE-RECORD.
003090     IF SB-BAN-CONTROL = "1"
003100         IF SB-BAN-TEXT (1:121) = SPACES
003110             IF NOT SP-TRAILER-SEEN
003120                 ADD 1 TO SP-SEG-TOTAL
003121                 MOVE SB-BANNER-RECORD TO SP-WORK-RECORD
003122                 PERFORM 5200-FIND-SEGMENT-KEY THRU 5200-EXIT
003123                 IF SP-KEY-NOT-FOUND
003124                     ADD 1 TO SP-KEY-MISS-COUNT
003125                     DISPLAY "SINTSPLT - SEGMENT " SP-SEG-TOTAL
003126                         " MSG-ID " SP-SEG-KEY " IS NOT ON MSGIN"
003127                 END-IF
003130             END-IF
003140         ELSE
003150             IF SB-BAN-TEXT (1:9) = "SINTEST -"
003380*----------------------------------------------------------------*
003390*  3000-SPLIT-GENERATION - SECOND PASS: ROUTE EVERY RECORD.      *
003400*  THE HEADER GOES TO BOTH FILES; EACH PAGE-BREAK SEGMENT GOES   *
003410*  TO ITS MESSAGE'S DESTINATION (BY KEY, OR BY POSITION WHEN     *
003411*  THE BREAK IS UNKEYED); THE ORIGINAL TRAILER IS                *
003420*  DROPPED (8000 WRITES THE RECOMPUTED ONES).  IN SINGLE-        *
003430*  PACKAGE FALLBACK EVERYTHING AFTER THE HEADER - ORIGINAL       *
003440*  TRAILER INCLUDED - GOES TO THE LOBBY FILE UNCHANGED.          *
003860         GO TO 3100-NEXT
003870     END-IF.
003880     IF SP-WRK-CONTROL = "1"
003890      AND SP-WRK-TEXT (1:121) = SPACES
003900         ADD 1 TO SP-SEG-NUM
003910         PERFORM 5200-FIND-SEGMENT-KEY THRU 5200-EXIT
003911         IF SP-KEY-FOUND
003912             MOVE SP-DEST-OF-MSG (SP-KEY-IX) TO SP-CUR-DEST
003913         ELSE
003914             MOVE SP-DEST-OF-MSG (SP-SEG-NUM) TO SP-CUR-DEST
003915         END-IF
003920         PERFORM 6000-WRITE-CURRENT-DEST THRU 6000-EXIT
003930         GO TO 3100-NEXT
003940     END-IF.
004490     END-IF.
004500     ADD SP-LEAD-COUNT TO SP-ST-TOTAL (SP-ST-IX).
004510 5100-EXIT.
004511     EXIT.
004512*
004513*----------------------------------------------------------------*
004514*  5200-FIND-SEGMENT-KEY - THE PAGE BREAK IN SP-WORK-RECORD      *
004515*  EITHER CARRIES "MSG-ID NNNN" IN COLUMNS 122-132 OR IS BLANK.  *
004516*  A KEYED BREAK IS LOOKED UP IN THE MSGIN MAP: FOUND LEAVES     *
004517*  SP-KEY-IX ON THE ENTRY, NOT FOUND IS FLAGGED FOR 2000 TO      *
004518*  REJECT.  AN UNKEYED BREAK IS LEFT TO POSITIONAL ROUTING.      *
004519*----------------------------------------------------------------*
004520 5200-FIND-SEGMENT-KEY.
004521     SET SP-SEGMENT-UNKEYED TO TRUE.
004522     MOVE 0 TO SP-SEG-KEY.
004523     IF SP-WRK-TEXT (122:7) NOT = "MSG-ID "
004524      OR SP-WRK-TEXT (129:4) NOT NUMERIC
004525         GO TO 5200-EXIT
004526     END-IF.
004527     MOVE SP-WRK-TEXT (129:4) TO SP-SEG-KEY.
004528     IF SP-SEG-KEY = 0
004529         GO TO 5200-EXIT
004530     END-IF.
004531     SET SP-KEY-NOT-FOUND TO TRUE.
004532     MOVE 1 TO SP-KEY-IX.
004533     PERFORM 5210-TEST-ONE-KEY THRU 5210-EXIT
004534         UNTIL SP-KEY-FOUND
004535            OR SP-KEY-IX > SP-MSG-COUNT.
004536 5200-EXIT.
004537     EXIT.
004538*
004539 5210-TEST-ONE-KEY.
004540     IF SP-ID-OF-MSG (SP-KEY-IX) = SP-SEG-KEY
004541         SET SP-KEY-FOUND TO TRUE
004542     ELSE
004543         ADD 1 TO SP-KEY-IX
004544     END-IF.
004545 5210-EXIT.
004546     EXIT.
004547*
004548*----------------------------------------------------------------*
004550*  6000-WRITE-CURRENT-DEST - SINGLE WRITE POINT FOR BOTH         *
004560*  PACKAGES, SELECTED BY SP-CUR-DEST.                            *
004570*----------------------------------------------------------------*
