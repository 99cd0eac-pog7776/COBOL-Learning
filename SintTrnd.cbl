000190*  DOUBLES THE PRIOR NIGHT'S, OR RISES FROM ZERO.  THE HISTORY   *
000200*  IS READ IN THE ORDER IT WAS APPENDED, WHICH IS RUN ORDER.     *
000210*                                                                 *
000220*  NIGHTS OLDER THAN THE LAST QUARTERLY SINTARCH CUTOFF ARE IN   *
000221*  THE RUNHSARC GENERATIONS, WHICH THE JCL CONCATENATES AHEAD    *
000222*  OF THE CURRENT RUNHIST, OLDEST FIRST, SO RUN ORDER HOLDS.     *
000223*                                                                 *
000224*  PARM:  FROM-DATE,TO-DATE - YYYYMMDD INCLUSIVE, BOTH OPTIONAL; *
000225*  A BLANK OR OMITTED FIELD LEAVES THAT END OPEN, SO NO PARM     *
000226*  REPORTS EVERY NIGHT ON HISTIN.  A NIGHT BEFORE FROM-DATE IS   *
000227*  NOT PRINTED BUT STILL SERVES AS THE PRIOR NIGHT FOR THE       *
000228*  FIRST NIGHT'S JUMP TEST.  A FROM-DATE BEFORE THE OLDEST NIGHT *
000230*  READ MEANS ARCHIVE GENERATIONS ARE MISSING FROM HISTIN; THE   *
000232*  REPORT AND SYSOUT SAY SO.  E.G. PARM='20260101,20260630'.     *
000234*                                                                 *
000236*  RETURN CODES:  00 CLEAN, 04 HISTORY EMPTY OR NO NIGHT IN THE *
000238*  RANGE (NOTHING TO REPORT), 16 FILE FAILURE.                   *
000240*                                                                 *
000250*  MODIFICATION HISTORY                                          *
000260*    2026-08-21  RWB  ORIGINAL - THE TRAILER STATISTICS USED TO  *
000286*                      IT (D COLUMN) SO COMPOSITE NIGHTS, WHOSE *
000288*                      SAMPLES ARE LINES RATHER THAN PER-       *
000289*                      MESSAGE POINTS, READ AS SUCH.            *
000290*    2026-10-06  RWB  FROM/TO DATE PARM; HISTIN NOW CONCATENATES *
000291*                      THE RUNHSARC ARCHIVE GENERATIONS AHEAD OF *
000292*                      RUNHIST, SO A RANGE CAN REACH PAST THE    *
000293*                      QUARTERLY CUTOFF.                         *
000296*================================================================*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000720     88  TR-FIRST-NIGHT                    VALUE "Y".
000730 77  TR-PRIOR-MONTH-SWITCH       PIC X(01) VALUE "N".
000740     88  TR-PRIOR-MONTH-KNOWN              VALUE "Y".
000745 77  TR-OLDEST-DATE              PIC 9(08) VALUE 0.
000750*
000760*----------------------------------------------------------------*
000770*  COPY RUNHIST - RUN-HISTORY RECORD LAYOUT.                     *
000970 01  TR-TOT-FLAGGED-COUNT        PIC 9(06) VALUE 0.
000980*
000990*----------------------------------------------------------------*
000991*  PARM-SUPPLIED RANGE - X PICTURES SO BLANK CAN MEAN "OPEN      *
000992*  ENDED", SAME CONVENTION AS AUDITRPT.                          *
000993*----------------------------------------------------------------*
000994 01  TR-PARM-FROM-DATE           PIC X(08) VALUE SPACES.
000995 01  TR-PARM-TO-DATE             PIC X(08) VALUE SPACES.
000996 01  TR-FROM-DATE                PIC 9(08) VALUE 0.
000997 01  TR-TO-DATE                  PIC 9(08) VALUE 99999999.
000998*
000999*----------------------------------------------------------------*
001000*  REPORT LINE LAYOUTS.                                          *
001010*----------------------------------------------------------------*
001020 01  TR-RUN-DATE                 PIC 9(08).
001090     05  FILLER                  PIC X(04) VALUE " AT ".
001100     05  TR-HDR-TIME             PIC 9(08).
001110     05  FILLER                  PIC X(75) VALUE SPACES.
001111 01  TR-RANGE-LINE.
001112     05  FILLER                  PIC X(07) VALUE "NIGHTS ".
001113     05  TR-RNG-FROM             PIC 9(08).
001114     05  FILLER                  PIC X(06) VALUE " THRU ".
001115     05  TR-RNG-TO               PIC 9(08).
001116     05  FILLER                  PIC X(103) VALUE SPACES.
001120 01  TR-COLUMN-HEADER.
001130     05  FILLER                  PIC X(51)
001140         VALUE "RUN DATE TIME     M AMPL ITERS MSGS   SAMPLES".
001610     05  TR-MTH-MOM-OUT          PIC +9(04).9(02).
001620     05  FILLER                  PIC X(42) VALUE SPACES.
001630*
001640 LINKAGE SECTION.
001641*----------------------------------------------------------------*
001642*  LS-PARM-AREA - STANDARD MVS PARM CONVENTION; SEE PROLOGUE.    *
001643*----------------------------------------------------------------*
001644 01  LS-PARM-AREA.
001645     05  LS-PARM-LEN             PIC S9(04) COMP.
001646     05  LS-PARM-TEXT            PIC X(80).
001647*
001648 PROCEDURE DIVISION USING LS-PARM-AREA.
001650*
001660 0000-MAINLINE-CONTROL.
001670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001740     EXIT.
001750*
001760*----------------------------------------------------------------*
001770*  1000-INITIALIZE - RESOLVE THE PARM RANGE, OPEN THE FILES,     *
001775*  PRINT THE REPORT HEADERS, PRIME THE HISTORY.  AN EMPTY        *
001780*  HISTORY IS REPORTED AND LEFT AT RC 4 - THERE IS NOTHING TO    *
001790*  TREND, BUT NOTHING IS BROKEN.                                 *
001800*----------------------------------------------------------------*
001810 1000-INITIALIZE.
001811     IF LS-PARM-LEN > 0
001812         UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
001813             DELIMITED BY ","
001814             INTO TR-PARM-FROM-DATE, TR-PARM-TO-DATE
001815         END-UNSTRING
001816     END-IF
001817     IF TR-PARM-FROM-DATE NUMERIC
001818         MOVE TR-PARM-FROM-DATE TO TR-FROM-DATE
001819     END-IF
001820     IF TR-PARM-TO-DATE NUMERIC
001821         MOVE TR-PARM-TO-DATE TO TR-TO-DATE
001822     END-IF
001823*
001826     OPEN INPUT RUN-HISTORY-FILE.
001830     IF RH-FILE-STATUS NOT = "00"
001840         DISPLAY "SINTTRND - FATAL: HISTIN OPEN FAILED, STATUS "
001850             RH-FILE-STATUS
002000     MOVE "1" TO TD-RPT-CONTROL.
002010     MOVE TR-PAGE-HEADER TO TD-RPT-TEXT.
002020     WRITE TD-REPORT-RECORD.
002023     MOVE TR-FROM-DATE TO TR-RNG-FROM.
002026     MOVE TR-TO-DATE   TO TR-RNG-TO.
002030     MOVE SPACE TO TD-RPT-CONTROL.
002033     MOVE TR-RANGE-LINE TO TD-RPT-TEXT.
002036     WRITE TD-REPORT-RECORD.
002040     MOVE TR-COLUMN-HEADER TO TD-RPT-TEXT.
002050     WRITE TD-REPORT-RECORD.
002060*
002140         MOVE 4 TO RETURN-CODE
002150     ELSE
002160         MOVE RH-RUN-DATE (1:6) TO TR-CURR-MONTH
002165         MOVE RH-RUN-DATE TO TR-OLDEST-DATE
002170     END-IF.
002180 1000-EXIT.
002190     EXIT.
002200*
002210*----------------------------------------------------------------*
002220*  2000-PROCESS-ONE-NIGHT - MONTH CONTROL BREAK, DETAIL LINE     *
002230*  WITH THE WARNING-JUMP TEST, ACCUMULATE, ADVANCE.  A NIGHT     *
002231*  BEFORE THE RANGE ONLY BECOMES THE PRIOR NIGHT FOR THE JUMP    *
002232*  TEST; A NIGHT AFTER IT IS SKIPPED.                            *
002240*----------------------------------------------------------------*
002250 2000-PROCESS-ONE-NIGHT.
002251     IF RH-RUN-DATE < TR-FROM-DATE
002252         GO TO 2000-PRIOR-NIGHT
002253     END-IF.
002254     IF RH-RUN-DATE > TR-TO-DATE
002255         GO TO 2000-NEXT
002256     END-IF.
002260     MOVE RH-RUN-DATE (1:6) TO TR-NIGHT-MONTH.
002270     IF TR-NIGHT-MONTH NOT = TR-CURR-MONTH
002280         PERFORM 2500-PRINT-MONTH-SUMMARY THRU 2500-EXIT
002350     ADD RH-AVG-ROUND-INT    TO TR-MTH-AVG-TOTAL.
002360     ADD RH-NEG-WARN-COUNT   TO TR-MTH-NEG-TOTAL.
002370     ADD RH-RANGE-WARN-COUNT TO TR-MTH-RANGE-TOTAL.
002375 2000-PRIOR-NIGHT.
002380     MOVE RH-NEG-WARN-COUNT   TO TR-PREV-NEG-COUNT.
002390     MOVE RH-RANGE-WARN-COUNT TO TR-PREV-RANGE-COUNT.
002400     MOVE "N" TO TR-FIRST-NIGHT-SWITCH.
002405 2000-NEXT.
002410     PERFORM 4000-READ-HISTORY-RECORD THRU 4000-EXIT.
002420 2000-EXIT.
002430     EXIT.
003620         TR-TOT-NIGHT-COUNT.
003630     DISPLAY "SINTTRND - FLAGGED NIGHTS....... "
003640         TR-TOT-FLAGGED-COUNT.
003641     IF TR-FROM-DATE > 0
003642      AND TR-FROM-DATE < TR-OLDEST-DATE
003643         MOVE SPACES TO TD-RPT-TEXT
003644         STRING "RANGE STARTS BEFORE THE OLDEST NIGHT READ ("
003645                TR-OLDEST-DATE
003646                ") - ADD THE OLDER RUNHSARC GENERATIONS"
003647                " TO HISTIN"
003648           DELIMITED BY SIZE INTO TD-RPT-TEXT
003649         WRITE TD-REPORT-RECORD
003650         DISPLAY "SINTTRND - WARNING: OLDEST NIGHT READ IS "
003651             TR-OLDEST-DATE ", AFTER THE FROM-DATE"
003652     END-IF.
003653     IF TR-TOT-NIGHT-COUNT = 0
003654      AND TR-OLDEST-DATE > 0
003655         DISPLAY "SINTTRND - NO NIGHTS IN THE REQUESTED RANGE"
003656         MOVE 4 TO RETURN-CODE
003657     END-IF.
003658 8000-EXIT.
003660     EXIT.
003670*
003680*----------------------------------------------------------------*
