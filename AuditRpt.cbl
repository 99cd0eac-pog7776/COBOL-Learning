000210*  RANGE; THE EVENT-CODE FILTER SELECTS ONLY WHICH TIMELINE      *
000220*  LINES PRINT, SO A CHECKPT-ONLY LISTING STILL CARRIES TRUE     *
000230*  PER-RUN TOTALS.                                               *
000231*                                                                 *
000232*  EVENTS OLDER THAN THE LAST QUARTERLY SINTARCH CUTOFF ARE IN   *
000233*  THE AUDITARC GENERATIONS, WHICH THE JCL CONCATENATES AHEAD    *
000234*  OF THE CURRENT AUDITLOG, OLDEST FIRST, SO THE INPUT STAYS IN  *
000235*  TIME ORDER.  A FROM-DATE BEFORE THE OLDEST EVENT READ MEANS   *
000236*  THE GENERATIONS THAT WOULD HOLD THE START OF THE RANGE ARE    *
000237*  NOT IN THE CONCATENATION; THE REPORT AND SYSOUT SAY SO.       *
000238*                                                                 *
000239*  PARTITIONED NIGHTS.  THE EVENTS OF A SINTEST PARTITION CARRY  *
000240*  "PART=NN" AT THE FRONT OF THEIR TEXT AND SINTASMB APPENDS     *
000241*  THEM AHEAD OF THE NIGHT'S OWN UNTAGGED RUNSTART AND COMPLETE. *
000242*  THEY PRINT ON THE TIMELINE, BUT A TAGGED RUNSTART OR COMPLETE *
000243*  NEITHER OPENS NOR CLOSES A RUN; THEIR CHECKPOINTS, CLAMPS,    *
000244*  RESTARTS AND QUIESCES ARE HELD UNTIL THE NIGHT'S RUNSTART AND *
000245*  ROLLED INTO THAT ONE RUN, WHOSE DURATION IS THE WALL CLOCK    *
000246*  FROM THE FIRST PARTITION'S START TO THE REASSEMBLY.           *
000248*                                                                 *
000250*  PARM:  FROM-DATE,TO-DATE,EVENT-CODE - ALL POSITIONAL AND     *
000260*  OPTIONAL.  DATES ARE YYYYMMDD INCLUSIVE; A BLANK OR OMITTED  *
000270*  FIELD SKIPS THAT FILTER.  E.G. PARM='20260821,20260822' FOR  *
000350*                      TOOK TWO HOURS OF BROWSING THE RAW       *
000360*                      120-BYTE RECORDS TO RECONSTRUCT ONE      *
000370*                      NIGHT; NOW IT IS ONE JOB SUBMIT.         *
000372*    2026-10-06  RWB  AUDITIN NOW CONCATENATES THE AUDITARC      *
000374*                      ARCHIVE GENERATIONS AHEAD OF AUDITLOG;    *
000375*                      WARN WHEN THE RANGE STARTS BEFORE THE     *
000376*                      OLDEST EVENT READ.                        *
000377*    2026-10-15  RWB  A PARTITIONED NIGHT SUMMARIZES AS ONE RUN, *
000378*                      WITH ITS PARTITIONS' PART=NN EVENTS       *
000379*                      ROLLED INTO IT.                           *
000380*================================================================*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000820 77  AR-EVENT-COUNT              PIC 9(07) VALUE 0.
000830 77  AR-PRINTED-COUNT            PIC 9(07) VALUE 0.
000840 77  AR-RUN-COUNT                PIC 9(05) VALUE 0.
000845 77  AR-OLDEST-DATE              PIC 9(08) VALUE 0.
000850*
000860*----------------------------------------------------------------*
000870*  COPY AUDITREC - AUDIT-TRAIL EVENT RECORD LAYOUT.              *
001090 01  AR-RUN-CLAMP-COUNT          PIC 9(05) VALUE 0.
001100 01  AR-RUN-RESTART-COUNT        PIC 9(05) VALUE 0.
001110 01  AR-RUN-QUIESCE-COUNT        PIC 9(05) VALUE 0.
001111 01  AR-RUN-PARTITIONED-SWITCH   PIC X(01) VALUE "N".
001112     88  AR-RUN-PARTITIONED                VALUE "Y".
001113*
001114*----------------------------------------------------------------*
001115*  PARTITION ACCUMULATORS - THE PART=NN EVENTS SEEN SINCE THE    *
001116*  LAST UNTAGGED RUNSTART, HELD FOR THE NIGHT THEY BELONG TO.    *
001117*----------------------------------------------------------------*
001118 01  AR-PART-EVENT-COUNT         PIC 9(07) VALUE 0.
001119 01  AR-PART-CHECKPT-COUNT       PIC 9(05) VALUE 0.
001121 01  AR-PART-CLAMP-COUNT         PIC 9(05) VALUE 0.
001123 01  AR-PART-RESTART-COUNT       PIC 9(05) VALUE 0.
001125 01  AR-PART-QUIESCE-COUNT       PIC 9(05) VALUE 0.
001127*
001130*----------------------------------------------------------------*
001140*  DURATION WORK FIELDS.  THE AUDIT TIME STAMP IS HHMMSSTT       *
001150*  (ACCEPT FROM TIME); THE HUNDREDTHS ARE DROPPED AND THE        *
002770*  THEN ADVANCE.                                                 *
002780*----------------------------------------------------------------*
002790 2000-PROCESS-ONE-EVENT.
002792     IF AR-OLDEST-DATE = 0
002794      AND AU-EVENT-DATE NUMERIC
002796         MOVE AU-EVENT-DATE TO AR-OLDEST-DATE
002798     END-IF.
002800     IF AU-EVENT-DATE < AR-FROM-DATE
002810      OR AU-EVENT-DATE > AR-TO-DATE
002812         IF AU-EVENT-CODE = "RUNSTART"
002814          AND AU-EVENT-TEXT (1:5) NOT = "PART="
002816             PERFORM 2300-CLEAR-PARTITION THRU 2300-EXIT
002818         END-IF
002820         GO TO 2000-NEXT
002830     END-IF.
002840     ADD 1 TO AR-EVENT-COUNT.
003060*  SO ITS SUMMARY IS FLUSHED, FLAGGED, BEFORE THE NEW RUN        *
003070*  OPENS.  THE QUIESCE CODE IS COMPARED ON ITS FIRST SEVEN       *
003080*  BYTES BECAUSE THE CLOSE-TIME EVENT CARRIES A TRAILING BLANK.  *
003082*  A PARTITION'S EVENTS GO TO 2200 INSTEAD, AND THE NIGHT'S OWN  *
003084*  RUNSTART OPENS WITH WHAT 2200 HAS HELD.                       *
003090*----------------------------------------------------------------*
003100 2100-ACCOUNT-ONE-EVENT.
003102     IF AU-EVENT-TEXT (1:5) = "PART="
003104         PERFORM 2200-HOLD-PARTITION-EVENT THRU 2200-EXIT
003106         GO TO 2100-EXIT
003108     END-IF.
003110     IF AU-EVENT-CODE = "RUNSTART"
003120         IF AR-RUN-OPEN
003130             PERFORM 3000-PRINT-RUN-SUMMARY THRU 3000-EXIT
003150         MOVE "Y" TO AR-RUN-OPEN-SWITCH
003160         MOVE AU-EVENT-DATE TO AR-RUN-START-DATE
003170         MOVE AU-EVENT-TIME TO AR-RUN-START-TIME
003180         MOVE AR-PART-CHECKPT-COUNT TO AR-RUN-CHECKPT-COUNT
003190         MOVE AR-PART-CLAMP-COUNT TO AR-RUN-CLAMP-COUNT
003200         MOVE AR-PART-RESTART-COUNT TO AR-RUN-RESTART-COUNT
003210         MOVE AR-PART-QUIESCE-COUNT TO AR-RUN-QUIESCE-COUNT
003212         MOVE "N" TO AR-RUN-PARTITIONED-SWITCH
003214         IF AR-PART-EVENT-COUNT > 0
003216             MOVE "Y" TO AR-RUN-PARTITIONED-SWITCH
003218         END-IF
003219         PERFORM 2300-CLEAR-PARTITION THRU 2300-EXIT
003220         GO TO 2100-EXIT
003230     END-IF.
003240     IF NOT AR-RUN-OPEN
003400     IF AU-EVENT-CODE = "COMPLETE"
003410         PERFORM 3100-COMPUTE-DURATION THRU 3100-EXIT
003420         MOVE SPACES TO AR-SUM-REMARK
003422         IF AR-RUN-PARTITIONED
003424             MOVE "PARTITIONED NIGHT" TO AR-SUM-REMARK
003426         END-IF
003430         PERFORM 3200-WRITE-RUN-SUMMARY THRU 3200-EXIT
003440         MOVE "N" TO AR-RUN-OPEN-SWITCH
003450     END-IF.
003460 2100-EXIT.
003470     EXIT.
003471*
003472*----------------------------------------------------------------*
003473*  2200-HOLD-PARTITION-EVENT - COUNT A PART=NN EVENT TOWARD THE  *
003474*  NIGHT WHOSE UNTAGGED RUNSTART FOLLOWS IT.  THE PARTITIONS'    *
003475*  OWN RUNSTART AND COMPLETE EVENTS ARE ONLY COUNTED AS EVENTS.  *
003476*----------------------------------------------------------------*
003477 2200-HOLD-PARTITION-EVENT.
003478     ADD 1 TO AR-PART-EVENT-COUNT.
003479     IF AU-EVENT-CODE = "CHECKPT"
003480         ADD 1 TO AR-PART-CHECKPT-COUNT
003481     END-IF.
003482     IF AU-EVENT-CODE = "CLAMPNEG"
003483      OR AU-EVENT-CODE = "CLAMPRNG"
003484         ADD 1 TO AR-PART-CLAMP-COUNT
003485     END-IF.
003486     IF AU-EVENT-CODE = "RESTART"
003487         ADD 1 TO AR-PART-RESTART-COUNT
003488     END-IF.
003489     IF AU-EVENT-CODE (1:7) = "QUIESCE"
003490         ADD 1 TO AR-PART-QUIESCE-COUNT
003491     END-IF.
003492 2200-EXIT.
003493     EXIT.
003494*
003495*----------------------------------------------------------------*
003496*  2300-CLEAR-PARTITION - DROP THE HELD COUNTS ONCE A NIGHT'S    *
003497*  RUNSTART HAS TAKEN THEM, OR WHEN THAT RUNSTART FALLS OUTSIDE  *
003498*  THE RANGE, SO THEY NEVER REACH THE FOLLOWING NIGHT.           *
003499*----------------------------------------------------------------*
003500 2300-CLEAR-PARTITION.
003501     MOVE 0 TO AR-PART-EVENT-COUNT.
003502     MOVE 0 TO AR-PART-CHECKPT-COUNT.
003503     MOVE 0 TO AR-PART-CLAMP-COUNT.
003504     MOVE 0 TO AR-PART-RESTART-COUNT.
003505     MOVE 0 TO AR-PART-QUIESCE-COUNT.
003506 2300-EXIT.
003507     EXIT.
003508*
003511*----------------------------------------------------------------*
003514*  3000-PRINT-RUN-SUMMARY - FLUSH AN OPEN RUN THAT NEVER WROTE   *
003517*  ITS COMPLETE EVENT.  NO END POINT MEANS NO DURATION, SO THE   *
003520*  DURATION PRINTS ZERO AND THE REMARK CARRIES THE FLAG.         *
003530*----------------------------------------------------------------*
003540 3000-PRINT-RUN-SUMMARY.
004480     DISPLAY "AUDITRPT - EVENTS IN RANGE...... " AR-EVENT-COUNT.
004490     DISPLAY "AUDITRPT - TIMELINE LINES....... " AR-PRINTED-COUNT.
004500     DISPLAY "AUDITRPT - RUNS SUMMARIZED...... " AR-RUN-COUNT.
004501     IF AR-FROM-DATE > 0
004502      AND AR-FROM-DATE < AR-OLDEST-DATE
004503         MOVE SPACES TO AP-RPT-TEXT
004504         STRING "RANGE STARTS BEFORE THE OLDEST EVENT READ ("
004505                AR-OLDEST-DATE
004506                ") - ADD THE OLDER AUDITARC GENERATIONS"
004507                " TO AUDITIN"
004508           DELIMITED BY SIZE INTO AP-RPT-TEXT
004510         WRITE AP-REPORT-RECORD
004512         DISPLAY "AUDITRPT - WARNING: OLDEST EVENT READ IS "
004514             AR-OLDEST-DATE ", AFTER THE FROM-DATE"
004516     END-IF.
004518     IF AR-EVENT-COUNT = 0
004520         DISPLAY "AUDITRPT - NO EVENTS IN THE REQUESTED RANGE"
004530         MOVE 4 TO RETURN-CODE
004540     END-IF.
