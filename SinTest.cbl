000465*                      RUN DRAINS EXACTLY AS A QUIESCE DOES   *
000466*                      (CHECKPOINT KEPT, RC 4) WITH A         *
000467*                      DISTINCT DEADLINE AUDIT EVENT.         *
000468*    2026-09-24  RWB  THE MESSAGE'S MASTER KEY (MSGIN-MSG-ID, *
000469*                      MSGIN NOW 68 BYTES) IS CARRIED ONTO     *
000470*                      EVERY WAVEXTR RECORD WITH ITS BOARD,    *
000471*                      THE RENDER SWITCH AND THE RUN DATE AND  *
000472*                      TIME, AND ONTO EACH MESSAGE'S SEGMENT   *
000473*                      PAGE BREAK (RIGHT-JUSTIFIED, COLUMNS    *
000474*                      122-132 - SEE 2050).  RUNHIST NOW SAYS  *
000475*                      HOW MANY SAMPLES A RESTART PICKED UP    *
000476*                      FROM THE CHECKPOINT.  FOR THE SINTCHRG  *
000477*                      CHARGEBACK REPORT.                      *
000478*    2026-10-01  RWB  A FRESH RUN NOW FREEZES ITS MSGIN AND THE  *
000479*                      RUN-LEVEL PARAMETERS TO FRZMSGIN BEHIND A *
000480*                      MSGFRZ CONTROL RECORD (1550), AND EVERY   *
000481*                      CHECKPOINT CARRIES THE SAME FINGERPRINT - *
000482*                      MESSAGE COUNT, RUN DATE, PARAMETER SET.   *
000483*                      A RESUME RUNS AGAINST THE FROZEN COPY AND *
000484*                      ITS PARAMETERS (1560) AND IS REFUSED,     *
000485*                      FATAL RC 16, WHEN THE TWO DO NOT AGREE.   *
000486*    2026-10-15  RWB  PARTITION MODE (PARM FIELDS 10-11, NUMBER  *
000487*                      AND COUNT).  EACH PARTITION READS THE     *
000488*                      WHOLE NIGHT'S MSGIN BUT RENDERS ONLY ITS  *
000489*                      OWN CONTIGUOUS RANGE OF MESSAGES (1650),  *
000490*                      UNDER ITS OWN CHECKPOINT, FROZEN INPUT,   *
000491*                      EXTRACT AND AUDIT DATASETS, SO SEVERAL    *
000492*                      STEPS RUN AT ONCE AND A FAILED ONE        *
000493*                      RESTARTS ALONE.  AUDIT EVENTS ARE TAGGED  *
000494*                      PART=NN, EXTRACT POINTS CARRY THE NUMBER, *
000495*                      THE HEADER CARRIES THE PARTITION AND THE  *
000496*                      PARAMETER SET, AND NO RUNHIST RECORD IS   *
000497*                      WRITTEN - SINTASMB REASSEMBLES THE NIGHT  *
000498*                      AND WRITES IT.  COMPOSITE RENDER CANNOT   *
000499*                      BE PARTITIONED AND IS REFUSED.            *
000500*    2026-10-15  RWB  1560 REREAD OF THE FROZEN CONTROL RECORD   *
000501*                      NOW REFUSES THE RESUME ON END OR ERROR.   *
000502*================================================================*
000503 ENVIRONMENT DIVISION.
000504 CONFIGURATION SECTION.
000505 SOURCE-COMPUTER. IBM-370.
000506 OBJECT-COMPUTER. IBM-370.
000507 INPUT-OUTPUT SECTION.
000508 FILE-CONTROL.
000509     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
000510         ORGANIZATION IS SEQUENTIAL
000511         FILE STATUS IS RH-FILE-STATUS.
000512     SELECT WAVE-BANNER-OUT ASSIGN TO WAVEOUT
000513         ORGANIZATION IS SEQUENTIAL
000514         FILE STATUS IS WB-OUT-FILE-STATUS.
000515     SELECT INPUT-MESSAGE-FILE ASSIGN TO MSGIN
000516         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS IM-FILE-STATUS.
000530     SELECT CHECKPOINT-FILE ASSIGN TO CKPTFILE
000540         ORGANIZATION IS SEQUENTIAL
000561     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000562         ORGANIZATION IS SEQUENTIAL
000563         FILE STATUS IS AU-FILE-STATUS.
000564     SELECT FROZEN-INPUT-FILE ASSIGN TO FRZMSGIN
000565         ORGANIZATION IS SEQUENTIAL
000566         FILE STATUS IS FZ-FILE-STATUS.
000567*
000570 DATA DIVISION.
000580 FILE SECTION.
000590*----------------------------------------------------------------*
000680     05  WB-OUT-TEXT              PIC X(132).
000690*----------------------------------------------------------------*
000700*  INPUT-MESSAGE-FILE - ONE BANNER MESSAGE PER RECORD: 40-BYTE   *
000702*  TEXT PLUS OPTIONAL PER-MESSAGE WAVE PARAMETER OVERRIDES, THE  *
000704*  DESTINATION BOARD AND THE MASTER KEY.  LAYOUT IS THE          *
000705*  MSGINREC COPYBOOK, BUILT BY MSGXTRCT.                         *
000710*----------------------------------------------------------------*
000720 FD  INPUT-MESSAGE-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 01  IM-MESSAGE-RECORD           PIC X(68).
000760*----------------------------------------------------------------*
000761*  FROZEN-INPUT-FILE - THE MSGFRZ CONTROL RECORD FOLLOWED BY A   *
000762*  COPY OF THE MSGIN THE CURRENT CHECKPOINT WAS TAKEN AGAINST.   *
000763*  WRITTEN BY 1550 ON A FRESH RUN; READ IN PLACE OF MSGIN BY A   *
000764*  RESUMED ONE (1560).                                           *
000765*----------------------------------------------------------------*
000766 FD  FROZEN-INPUT-FILE
000767     RECORDING MODE IS F
000768     LABEL RECORDS ARE STANDARD.
000769 01  FZ-FROZEN-RECORD            PIC X(68).
000770*----------------------------------------------------------------*
000771*  CHECKPOINT-FILE - LAST SAVED POSITION FOR RESTART, PLUS THE   *
000772*  FINGERPRINT OF THE INPUT IT WAS TAKEN AGAINST (MSGFRZ         *
000773*  FZ-FINGERPRINT LAYOUT).                                       *
000780*----------------------------------------------------------------*
000790 FD  CHECKPOINT-FILE
000800     RECORDING MODE IS F
000858     05  CK-SAMPLE-COUNT          PIC 9(09).
000859     05  CK-NEGATIVE-WARN-COUNT   PIC 9(05).
000861     05  CK-RANGE-WARN-COUNT      PIC 9(05).
000862     05  CK-FINGERPRINT.
000863         10  CK-FP-MSG-COUNT      PIC 9(04).
000864         10  CK-FP-RUN-DATE       PIC 9(08).
000865         10  CK-FP-PARM-SET       PIC X(26).
000866*----------------------------------------------------------------*
000874*  QUIESCE-TRIGGER - OPERATOR DRAIN REQUEST.  NORMALLY EMPTY; A  *
000875*  RECORD PLACED IN IT BY OPERATIONS ASKS THE RUN TO STOP        *
000876*  CLEANLY AT THE NEXT CHECKPOINT.  THE PROGRAM EMPTIES IT       *
000932 77  RH-FILE-STATUS                PIC X(02) VALUE "00".
000933 77  WX-FILE-STATUS                PIC X(02) VALUE "00".
000934 77  QS-FILE-STATUS                PIC X(02) VALUE "00".
000935 77  FZ-FILE-STATUS                PIC X(02) VALUE "00".
000936 77  AU-FILE-STATUS                PIC X(02) VALUE "00".
000937 77  WB-QUIESCE-SWITCH             PIC X(01) VALUE "N".
000938     88  WB-QUIESCE-REQUESTED                VALUE "Y".
000939 77  WB-DEADLINE-SWITCH            PIC X(01) VALUE "N".
000941     88  WB-DEADLINE-PASSED                  VALUE "Y".
000950     88  WB-EOF-MESSAGES                     VALUE "Y".
000960 77  WB-RESTART-SWITCH             PIC X(01) VALUE "N".
000970     88  WB-RESTART-AVAILABLE                VALUE "Y" FALSE "N".
000972 77  WB-FROZEN-SWITCH              PIC X(01) VALUE "N".
000974     88  WB-INPUT-FROZEN                     VALUE "Y".
000976 77  WB-FREEZE-EOF-SWITCH          PIC X(01) VALUE "N".
000977     88  WB-FREEZE-EOF                       VALUE "Y".
000978 77  WB-PARTITION-SWITCH           PIC X(01) VALUE "N".
000979     88  WB-PARTITIONED                      VALUE "Y".
000980 77  WB-NEGATIVE-WARN-COUNT       PIC 9(05) VALUE 0.
000985 77  WB-RANGE-WARN-COUNT          PIC 9(05) VALUE 0.
000990*
001103*----------------------------------------------------------------*
001104 01  WB-RUN-DEADLINE               PIC 9(04).
001105 01  WB-PARM-DEADLINE-X            PIC X(04).
001106 01  WB-PARM-PART-X                PIC X(02) VALUE SPACES.
001107 01  WB-PARM-PCNT-X                PIC X(02) VALUE SPACES.
001108 01  WB-START-HHMM                 PIC 9(04) VALUE 0.
001109 01  WB-NOW-TIME                   PIC 9(08) VALUE 0.
001110 01  WB-NOW-HHMM                   PIC 9(04) VALUE 0.
001111*
001112 01  AMPLITUDE                     PIC 9(04).
001113 01  OFFSET                        PIC 9(04).
001120 01  ITERATIONS                    PIC 9(05).
001130 01  MODE-SWITCH                   PIC X(01).
001140     88  MODE-IS-SIN                          VALUE "S".
001306     COPY MSGINREC.
001307*
001310*----------------------------------------------------------------*
001311*  THE CURRENT MESSAGE'S MASTER KEY AND BOARD, RESOLVED BY       *
001312*  4000-READ-MESSAGE-RECORD FOR THE EXTRACT AND THE SEGMENT      *
001313*  PAGE BREAK.  A HAND-BUILT MSGIN WITH NO KEY CARRIES ZERO; A   *
001314*  BLANK OR UNKNOWN DESTINATION IS THE LOBBY, AS IN SINTSPLT.    *
001315*----------------------------------------------------------------*
001316 01  WB-MSG-ID                     PIC 9(04) VALUE 0.
001317 01  WB-MSG-DEST                   PIC X(02) VALUE "01".
001318*
001319*----------------------------------------------------------------*
001320*  SEGMENT PAGE BREAK.  THE CONTROL-1 RECORD THAT OPENS EACH     *
001321*  MESSAGE'S SEGMENT CARRIES THE MESSAGE'S MASTER KEY RIGHT-     *
001322*  JUSTIFIED IN COLUMNS 122-132 AND IS BLANK BEFORE IT, SO       *
001323*  SINTCHK, SINTMRGE AND SINTSPLT STILL KNOW A PAGE BREAK BY     *
001324*  BLANK COLUMNS 1-121 AND SINTSPLT CAN ROUTE BY KEY.  A         *
001325*  MESSAGE WITH NO KEY (AND THE COMPOSITE PASS) GETS THE OLD     *
001326*  ALL-BLANK BREAK.                                              *
001327*----------------------------------------------------------------*
001328 01  WB-SEGMENT-LINE.
001329     05  FILLER                    PIC X(121) VALUE SPACES.
001330     05  FILLER                    PIC X(07) VALUE "MSG-ID ".
001331     05  WB-SEG-MSG-ID             PIC 9(04) VALUE 0.
001332*
001333*----------------------------------------------------------------*
001334*  WORK FIELDS FOR THE MAIN CONTROL LOOPS.                       *
001335*----------------------------------------------------------------*
001340 01  WB-MSG-INDEX                  PIC 9(04) VALUE 0.
001350 01  WB-SKIP-COUNT                 PIC 9(04) VALUE 0.
001360 01  WB-ITER-NUM                   PIC 9(05) VALUE 0.
001550*----------------------------------------------------------------*
001560 01  WB-MIN-ROUND-INT              PIC 9(04) VALUE 9999.
001570 01  WB-MAX-ROUND-INT              PIC 9(04) VALUE 0.
001571 01  WB-TOTAL-ROUND-INT            PIC 9(09) VALUE 0.
001572 01  WB-SAMPLE-COUNT               PIC 9(09) VALUE 0.
001573 01  WB-AVERAGE-ROUND-INT          PIC 9(04)V9(02) VALUE 0.
001574 01  WB-RESUMED-SAMPLES            PIC 9(09) VALUE 0.
001575*
001576*----------------------------------------------------------------*
001577*  COPY RUNHIST - RUN-HISTORY RECORD APPENDED AT END OF RUN.     *
001578*----------------------------------------------------------------*
001579     COPY RUNHIST.
001580*
001581*----------------------------------------------------------------*
001582*  COPY WXTRREC - ONE RECORD PER WAVE POINT FOR THE CAPACITY-    *
001583*  PLANNING EXTRACT, CAPTURED IN 3300/3400 BEFORE THE FLOOR      *
001584*  AND CEILING FIRE.  SHARED WITH THE WAVERPT CLAMP-             *
001585*  ATTRIBUTION REPORT.                                           *
001586*----------------------------------------------------------------*
001587     COPY WXTRREC.
001588*
001589*----------------------------------------------------------------*
001590*  COPY AUDITREC - AUDIT-TRAIL EVENT RECORD.                     *
001591*----------------------------------------------------------------*
001592     COPY AUDITREC.
001593*
001594 01  WB-FATAL-TEXT                 PIC X(96) VALUE SPACES.
001595 01  WB-FINAL-RC                   PIC 9(04) VALUE 0.
001596*
001597*----------------------------------------------------------------*
001598*  COPY MSGFRZ - FROZEN-INPUT CONTROL RECORD.  BUILT BY 1550 ON A*
001599*  FRESH RUN, READ BACK BY 1560 ON A RESUME; FZ-FINGERPRINT IS   *
001600*  COPIED ONTO EVERY CHECKPOINT BY 3800.                         *
001601*----------------------------------------------------------------*
001602     COPY MSGFRZ.
001603*
001604*----------------------------------------------------------------*
001605*  TONIGHT'S RESOLVED OUTPUT-SHAPING PARAMETERS IN THE           *
001606*  FZ-PARM-SET LAYOUT - FROZEN AS-IS BY A FRESH RUN, COMPARED    *
001607*  WITH THE FROZEN SET BY A RESUMED ONE.                         *
001608*----------------------------------------------------------------*
001609 01  WB-PARM-SET.
001610     05  WB-PS-AMPLITUDE           PIC 9(04).
001611     05  WB-PS-OFFSET              PIC 9(04).
001612     05  WB-PS-ITERATIONS          PIC 9(05).
001613     05  WB-PS-MODE-SWITCH         PIC X(01).
001614     05  WB-PS-TRAIL-AMPLITUDE     PIC 9(04).
001615     05  WB-PS-TRAIL-OFFSET        PIC 9(04).
001616     05  WB-PS-RENDER-SWITCH       PIC X(01).
001617     05  WB-PS-PHASE-STEP          PIC 9V9(02).
001618 01  WB-FREEZE-COUNT               PIC 9(04) VALUE 0.
001619*
001620*----------------------------------------------------------------*
001621*  COMPOSITE-RENDER MESSAGE TABLE AND BAND WORK FIELDS.  THE     *
001622*  WHOLE MSGIN FILE IS LOADED UP FRONT (WITH EACH MESSAGE'S      *
001623*  RESOLVED WAVE PARAMETERS AND TRIMMED LENGTH) SO EVERY         *
001624*  MESSAGE CAN RENDER ON EVERY LINE.  THE BANDS' FREE WIDTH IS   *
001625*  THE BAND WIDTH LESS THE LONGEST LOADED MESSAGE, SO A MIX OF   *
001626*  SHORT AND LONG TEXTS STILL LINES UP; EACH MESSAGE'S PAD IS    *
001627*  ITS WAVE VALUE SCALED INTO THAT FREE WIDTH AGAINST THE        *
001628*  WAVE'S THEORETICAL PEAK (OFFSET+1)*AMPLITUDE.  A TEXT WIDER   *
001629*  THAN ITS WHOLE BAND IS TRUNCATED AT THE PRINT-LINE EDGE.      *
001630*----------------------------------------------------------------*
001631 01  WB-MSG-TABLE.
001632     05  WB-MT-ENTRY OCCURS 20.
001633         10  WB-MT-TEXT            PIC X(40).
001634         10  WB-MT-AMPLITUDE       PIC 9(04).
001635         10  WB-MT-OFFSET          PIC 9(04).
001636         10  WB-MT-MODE            PIC X(01).
001637         10  WB-MT-LEN             PIC 9(04).
001638         10  WB-MT-MSG-ID          PIC 9(04).
001639         10  WB-MT-DEST            PIC X(02).
001640 01  WB-MSG-COUNT                  PIC 9(04) VALUE 0.
001641 01  WB-MT-LONGEST                 PIC 9(04) VALUE 0.
001642 01  WB-BAND-MOVE-LEN              PIC 9(04) VALUE 0.
001643 01  WB-MT-MAX                     PIC 9(04) COMP VALUE 20.
001644 01  WB-MT-IX                      PIC 9(04) COMP VALUE 0.
001645 01  WB-MT-SHIFT                   PIC 9(04) COMP VALUE 0.
001646 01  WB-COMP-PHASE                 PIC S9(03)V9(05) VALUE 0.
001647 01  WB-BAND-WIDTH                 PIC 9(04) VALUE 0.
001648 01  WB-BAND-USABLE                PIC 9(04) VALUE 0.
001649 01  WB-BAND-START                 PIC 9(04) VALUE 0.
001650 01  WB-BAND-PAD                   PIC 9(04) VALUE 0.
001651 01  WB-BAND-SCALE                 PIC 9(09) VALUE 0.
001652 01  WB-BAND-POS                   PIC 9(04) VALUE 0.
001653*
001654*----------------------------------------------------------------*
001655*  PARTITION MODE.  WB-PART-NUM OF WB-PART-COUNT FROM PARM       *
001656*  FIELDS 10-11 (BOTH ZERO ON A SINGLE-STREAM NIGHT).  THE       *
001657*  NIGHT'S MESSAGES ARE DEALT OUT IN CONTIGUOUS RANGES, THE      *
001658*  FIRST WB-PART-EXTRA PARTITIONS TAKING ONE MESSAGE MORE THAN   *
001659*  THE REST - THE SAME ARITHMETIC SINTASMB USES TO CHECK THEM.   *
001660*  WB-MSG-INDEX STAYS THE POSITION IN THE WHOLE MSGIN, SO THE    *
001661*  CHECKPOINT, THE EXTRACT AND THE AUDIT EVENTS ALL NAME A       *
001662*  MESSAGE THE SAME WAY A SINGLE-STREAM NIGHT WOULD.             *
001663*----------------------------------------------------------------*
001664 01  WB-PART-NUM                   PIC 9(02) VALUE 0.
001665 01  WB-PART-COUNT                 PIC 9(02) VALUE 0.
001666 01  WB-PART-MAX                   PIC 9(02) VALUE 16.
001667 01  WB-PART-BASE                  PIC 9(04) VALUE 0.
001668 01  WB-PART-EXTRA                 PIC 9(04) VALUE 0.
001669 01  WB-PART-SIZE                  PIC 9(04) VALUE 0.
001670 01  WB-PART-FIRST                 PIC 9(04) VALUE 0.
001671 01  WB-PART-LAST                  PIC 9(04) VALUE 0.
001672 01  WB-AUDIT-SAVE-TEXT            PIC X(96) VALUE SPACES.
001679*
001680*----------------------------------------------------------------*
001681*  PRECOMPUTED TRIG TABLE.  WITHIN A MESSAGE THE PHASE IS A      *
001711     05  WB-HDR-DATE                PIC 9(08).
001712     05  FILLER                    PIC X(03) VALUE " AT".
001713     05  WB-HDR-TIME                PIC 9(08).
001720     05  WB-HDR-PART-TAG           PIC X(80) VALUE SPACES.
001730*
001740 LINKAGE SECTION.
001750*----------------------------------------------------------------*
001770*  LENGTH HALFWORD FOLLOWED BY THE PARM TEXT FROM THE EXEC       *
001780*  STATEMENT.  FORMAT IS A COMMA-DELIMITED POSITIONAL LIST:      *
001790*  AMPLITUDE,OFFSET,ITERATIONS,MODE-SWITCH,TRAIL-AMPL,TRAIL-OFF  *
001791*  (THEN RENDER, PHASE-STEP, DEADLINE, PARTITION, PARTITIONS).   *
001800*----------------------------------------------------------------*
001810 01  LS-PARM-AREA.
001820     05  LS-PARM-LEN                PIC S9(04) COMP.
002173         DISPLAY "SINTEST - WARNING: AUDITLOG OPEN FAILED, "
002174             "STATUS " AU-FILE-STATUS " - NO AUDIT TRAIL"
002175     END-IF.
002176     PERFORM 1150-RESOLVE-PARTITION THRU 1150-EXIT.
002177     MOVE "RUNSTART" TO AU-EVENT-CODE.
002178     MOVE SPACES TO AU-EVENT-TEXT.
002179*    A PARTITION ALWAYS RUNS FROM ITS PARM, SO ITS RUNSTART DROPS
002180*    THE SRC= TO LEAVE ROOM FOR 7000'S PART=NN TAG.
002181     IF WB-PARTITIONED
002182         STRING "AMP=" WB-RUN-AMPLITUDE
002183                " OFF=" WB-RUN-OFFSET
002184                " ITER=" WB-RUN-ITERATIONS
002185                " MODE=" WB-RUN-MODE-SWITCH
002186                " TAMP=" WB-RUN-TRAIL-AMPLITUDE
002187                " TOFF=" WB-RUN-TRAIL-OFFSET
002188                " RNDR=" WB-RENDER-SWITCH
002189                " PSTEP=" WB-PHASE-STEP
002190                " DLINE=" WB-RUN-DEADLINE
002191           DELIMITED BY SIZE INTO AU-EVENT-TEXT
002192     ELSE
002193         IF LS-PARM-LEN > 0
002194             STRING "AMP=" WB-RUN-AMPLITUDE
002195                    " OFF=" WB-RUN-OFFSET
002196                    " ITER=" WB-RUN-ITERATIONS
002197                    " MODE=" WB-RUN-MODE-SWITCH
002198                    " TAMP=" WB-RUN-TRAIL-AMPLITUDE
002199                    " TOFF=" WB-RUN-TRAIL-OFFSET
002200                    " RNDR=" WB-RENDER-SWITCH
002201                    " PSTEP=" WB-PHASE-STEP
002202                    " DLINE=" WB-RUN-DEADLINE
002203                    " SRC=PARM"
002204               DELIMITED BY SIZE INTO AU-EVENT-TEXT
002205         ELSE
002206             STRING "AMP=" WB-RUN-AMPLITUDE
002207                    " OFF=" WB-RUN-OFFSET
002208                    " ITER=" WB-RUN-ITERATIONS
002209                    " MODE=" WB-RUN-MODE-SWITCH
002210                    " TAMP=" WB-RUN-TRAIL-AMPLITUDE
002211                    " TOFF=" WB-RUN-TRAIL-OFFSET
002212                    " RNDR=" WB-RENDER-SWITCH
002213                    " PSTEP=" WB-PHASE-STEP
002214                    " DLINE=" WB-RUN-DEADLINE
002215                    " SRC=WAVEPARM"
002216               DELIMITED BY SIZE INTO AU-EVENT-TEXT
002217         END-IF
002218     END-IF
002219     PERFORM 7000-WRITE-AUDIT-EVENT THRU 7000-EXIT.
002220*
002221     OPEN OUTPUT WAVE-BANNER-OUT.
002222     IF WB-OUT-FILE-STATUS NOT = "00"
002223         DISPLAY "SINTEST - FATAL: WAVEOUT OPEN FAILED, STATUS "
002224             WB-OUT-FILE-STATUS
002225         MOVE "WAVEOUT OPEN FAILED" TO WB-FATAL-TEXT
002226         PERFORM 7100-AUDIT-FATAL THRU 7100-EXIT
002227         MOVE 16 TO RETURN-CODE
002228         GOBACK
002229     END-IF.
002230     OPEN INPUT INPUT-MESSAGE-FILE.
002231     IF IM-FILE-STATUS NOT = "00"
002232         DISPLAY "SINTEST - FATAL: MSGIN OPEN FAILED, STATUS "
002233             IM-FILE-STATUS
002234         MOVE "MSGIN OPEN FAILED" TO WB-FATAL-TEXT
002235         PERFORM 7100-AUDIT-FATAL THRU 7100-EXIT
002236         MOVE 16 TO RETURN-CODE
002237         GOBACK
002238     END-IF.
002239     IF NOT WB-PARTITIONED
002240         PERFORM 1700-OPEN-EXTRACT THRU 1700-EXIT
002241     END-IF.
002242     ACCEPT WB-RUN-DATE FROM DATE YYYYMMDD.
002243     ACCEPT WB-RUN-TIME FROM TIME.
002244     MOVE WB-RUN-DATE TO WB-HDR-DATE.
002245     MOVE WB-RUN-TIME TO WB-HDR-TIME.
002246     MOVE WB-RUN-TIME (1:4) TO WB-START-HHMM.
002247     IF WB-PARTITIONED
002248         PERFORM 1510-BUILD-PARM-SET THRU 1510-EXIT
002249         STRING " PARTITION " WB-PART-NUM
002250                " OF " WB-PART-COUNT
002251                " PARMS=" WB-PARM-SET
002252           DELIMITED BY SIZE INTO WB-HDR-PART-TAG
002253     END-IF.
002254     MOVE WB-HEADER-LINE TO WB-OUT-TEXT.
002255     MOVE "1" TO WB-OUT-CONTROL.
002256     WRITE WB-OUT-RECORD.
002257*
002258     PERFORM 1500-CHECK-RESTART THRU 1500-EXIT.
002259     IF WB-PARTITIONED
002260         PERFORM 1650-RESOLVE-PARTITION-RANGE THRU 1650-EXIT
002261         PERFORM 1700-OPEN-EXTRACT THRU 1700-EXIT
002262     END-IF.
002263     PERFORM 4000-READ-MESSAGE-RECORD THRU 4000-EXIT.
002264     IF WB-PARTITIONED
002265      AND WB-MSG-INDEX > WB-PART-LAST
002266         SET WB-EOF-MESSAGES TO TRUE
002267     END-IF.
002268 1000-EXIT.
002269     EXIT.
002310*
002320*----------------------------------------------------------------*
002330*  1100-PARSE-PARM - POSITIONAL, COMMA-DELIMITED PARM STRING.    *
002331*  ANY FIELD LEFT BLANK BY A SHORT PARM FALLS BACK TO THE SHOP   *
002332*  DEFAULT FOR THAT FIELD.                                       *
002333*----------------------------------------------------------------*
002334 1100-PARSE-PARM.
002335     MOVE WB-DEFAULT-AMPLITUDE       TO WB-RUN-AMPLITUDE
002336     MOVE WB-DEFAULT-OFFSET          TO WB-RUN-OFFSET
002337     MOVE WB-DEFAULT-ITERATIONS      TO WB-RUN-ITERATIONS
002338     MOVE WB-DEFAULT-MODE-SWITCH     TO WB-RUN-MODE-SWITCH
002339     MOVE WB-DEFAULT-TRAIL-AMPLITUDE TO WB-RUN-TRAIL-AMPLITUDE
002340     MOVE WB-DEFAULT-TRAIL-OFFSET    TO WB-RUN-TRAIL-OFFSET
002341     MOVE WB-DEFAULT-RENDER-SWITCH   TO WB-RENDER-SWITCH
002342     MOVE WB-DEFAULT-PHASE-STEP      TO WB-PHASE-STEP
002343     MOVE WB-DEFAULT-DEADLINE-TIME   TO WB-RUN-DEADLINE
002344     MOVE SPACES                     TO WB-PARM-PHASE-X
002345     MOVE SPACES                     TO WB-PARM-DEADLINE-X
002346     MOVE SPACES                     TO WB-PARM-PART-X
002347     MOVE SPACES                     TO WB-PARM-PCNT-X
002348*
002349     UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN) DELIMITED BY ","
002350         INTO WB-RUN-AMPLITUDE, WB-RUN-OFFSET,
002351              WB-RUN-ITERATIONS, WB-RUN-MODE-SWITCH,
002352              WB-RUN-TRAIL-AMPLITUDE, WB-RUN-TRAIL-OFFSET,
002353              WB-RENDER-SWITCH, WB-PARM-PHASE-X,
002354              WB-PARM-DEADLINE-X, WB-PARM-PART-X,
002355              WB-PARM-PCNT-X
002356     END-UNSTRING.
002357     IF WB-PARM-PHASE-X NUMERIC
002358         MOVE WB-PARM-PHASE-9 TO WB-PHASE-STEP
002359     END-IF.
002360     IF WB-PARM-DEADLINE-X NUMERIC
002361         MOVE WB-PARM-DEADLINE-X TO WB-RUN-DEADLINE
002362     END-IF.
002363 1100-EXIT.
002364     EXIT.
002365*
002366*----------------------------------------------------------------*
002367*  1150-RESOLVE-PARTITION - PARM FIELDS 10-11.  BOTH BLANK IS A  *
002368*  SINGLE-STREAM NIGHT, UNCHANGED.  OTHERWISE BOTH MUST BE TWO   *
002369*  DIGITS, THE COUNT AT MOST WB-PART-MAX AND THE NUMBER WITHIN   *
002370*  IT.  THE COMPOSITE RENDER PUTS EVERY MESSAGE ON EVERY LINE    *
002371*  AND CANNOT BE DEALT OUT, SO IT IS REFUSED.  A REFUSAL IS      *
002372*  FATAL: A PARTITION RUN UNDER THE WRONG NUMBER WOULD RENDER    *
002373*  ANOTHER PARTITION'S MESSAGES INTO THIS ONE'S DATASETS.        *
002374*----------------------------------------------------------------*
002375 1150-RESOLVE-PARTITION.
002376     IF WB-PARM-PART-X = SPACES
002377      AND WB-PARM-PCNT-X = SPACES
002378         GO TO 1150-EXIT
002379     END-IF.
002380     IF WB-PARM-PART-X NOT NUMERIC
002381      OR WB-PARM-PCNT-X NOT NUMERIC
002382         MOVE SPACES TO WB-FATAL-TEXT
002383         STRING "PARTITION PARM NOT VALID - FIELDS 10-11 ARE "
002384                "NUMBER AND COUNT, TWO DIGITS EACH"
002385           DELIMITED BY SIZE INTO WB-FATAL-TEXT
002386         GO TO 1150-REFUSE
002387     END-IF.
002388     MOVE WB-PARM-PART-X TO WB-PART-NUM.
002389     MOVE WB-PARM-PCNT-X TO WB-PART-COUNT.
002390     IF WB-PART-COUNT = 0
002391      OR WB-PART-COUNT > WB-PART-MAX
002392      OR WB-PART-NUM = 0
002393      OR WB-PART-NUM > WB-PART-COUNT
002394         MOVE SPACES TO WB-FATAL-TEXT
002395         STRING "PARTITION PARM NOT VALID - PARTITION "
002396                WB-PART-NUM " OF " WB-PART-COUNT
002397                ", AT MOST " WB-PART-MAX " PARTITIONS"
002398           DELIMITED BY SIZE INTO WB-FATAL-TEXT
002399         GO TO 1150-REFUSE
002400     END-IF.
002401     IF WB-RENDER-COMPOSITE
002402         MOVE SPACES TO WB-FATAL-TEXT
002403         STRING "PARTITION PARM NOT VALID - THE COMPOSITE "
002404                "RENDER CANNOT BE PARTITIONED"
002405           DELIMITED BY SIZE INTO WB-FATAL-TEXT
002406         GO TO 1150-REFUSE
002407     END-IF.
002408     MOVE "Y" TO WB-PARTITION-SWITCH.
002409     MOVE WB-PART-NUM TO WX-PARTITION.
002410     DISPLAY "SINTEST - PARTITION " WB-PART-NUM " OF "
002411         WB-PART-COUNT.
002412     GO TO 1150-EXIT.
002413 1150-REFUSE.
002414     DISPLAY "SINTEST - FATAL: " WB-FATAL-TEXT.
002415     PERFORM 7100-AUDIT-FATAL THRU 7100-EXIT.
002416     MOVE 16 TO RETURN-CODE.
002417     GOBACK.
002418 1150-EXIT.
002419     EXIT.
002420*
002421*----------------------------------------------------------------*
002422*  1500-CHECK-RESTART - LOOK FOR A CHECKPOINT LEFT BY A PRIOR    *
002423*  RUN THAT DID NOT COMPLETE.  IF ONE EXISTS, SKIP THE MESSAGE   *
002424*  RECORDS ALREADY FINISHED AND RESUME MID-MESSAGE.  CK-ITER-NUM *
002425*  IS THE LAST ITERATION 3800-WRITE-CHECKPOINT SAW FULLY         *
002426*  RENDERED, AND CK-DECIMAL-VAL IS ALREADY ADVANCED TO THAT      *
002427*  ITERATION'S PHASE - SO RESUME AT CK-ITER-NUM + 1 WITH         *
002428*  CK-DECIMAL-VAL AS-IS, OR THE RESTARTED RUN WOULD RE-RENDER    *
002429*  THE CHECKPOINTED ITERATION A SECOND TIME, ONE ITERATION LATE. *
002430*  A RESUME RUNS AGAINST THE INTERRUPTED NIGHT'S FROZEN INPUT    *
002431*  AND PARAMETERS (1560), SO CK-MSG-INDEX POINTS INTO THE SAME   *
002432*  MESSAGE LIST IT WAS TAKEN AGAINST; A FRESH RUN FREEZES ITS    *
002433*  OWN (1550) FOR WHATEVER NIGHT HAS TO RESUME IT.               *
002434*----------------------------------------------------------------*
002435 1500-CHECK-RESTART.
002436     MOVE 1 TO WB-MSG-INDEX.
002437     MOVE 1 TO WB-START-ITER.
002438     OPEN INPUT CHECKPOINT-FILE.
002439     IF CK-FILE-STATUS = "00"
002440         READ CHECKPOINT-FILE
002441             AT END
002442                 SET WB-RESTART-AVAILABLE TO FALSE
002443             NOT AT END
002444                 SET WB-RESTART-AVAILABLE TO TRUE
002445         END-READ
002446     ELSE
002447         SET WB-RESTART-AVAILABLE TO FALSE
002448     END-IF
002449     CLOSE CHECKPOINT-FILE.
002450*
002451     PERFORM 1510-BUILD-PARM-SET THRU 1510-EXIT.
002452     IF NOT WB-RESTART-AVAILABLE
002453         PERFORM 1550-FREEZE-INPUT THRU 1550-EXIT
002454         GO TO 1500-EXIT
002455     END-IF.
002456     PERFORM 1560-THAW-FROZEN-INPUT THRU 1560-EXIT.
002457*
002458     IF WB-RESTART-AVAILABLE
002459         MOVE CK-MSG-INDEX    TO WB-MSG-INDEX
002460         COMPUTE WB-START-ITER = CK-ITER-NUM + 1
002461         MOVE CK-DECIMAL-VAL  TO DECIMAL-VAL
002462         MOVE CK-MIN-ROUND-INT       TO WB-MIN-ROUND-INT
002463         MOVE CK-MAX-ROUND-INT       TO WB-MAX-ROUND-INT
002464         MOVE CK-TOTAL-ROUND-INT     TO WB-TOTAL-ROUND-INT
002465         MOVE CK-SAMPLE-COUNT        TO WB-SAMPLE-COUNT
002466         MOVE CK-NEGATIVE-WARN-COUNT TO WB-NEGATIVE-WARN-COUNT
002467         MOVE CK-RANGE-WARN-COUNT    TO WB-RANGE-WARN-COUNT
002468         MOVE CK-SAMPLE-COUNT        TO WB-RESUMED-SAMPLES
002469         DISPLAY "SINTEST - RESUMING FROM CHECKPOINT, MESSAGE "
002470             WB-MSG-INDEX " ITERATION " WB-START-ITER
002471         MOVE "RESTART" TO AU-EVENT-CODE
002472         MOVE SPACES TO AU-EVENT-TEXT
002473         STRING "RESUMED FROM CHECKPOINT AT MESSAGE "
002474                WB-MSG-INDEX
002475                " ITERATION " WB-START-ITER
002476                " FROZEN INPUT OF " FZ-RUN-DATE
002477           DELIMITED BY SIZE INTO AU-EVENT-TEXT
002478         PERFORM 7000-WRITE-AUDIT-EVENT THRU 7000-EXIT
002479         IF WB-MSG-INDEX > 1
002480             COMPUTE WB-SKIP-COUNT = WB-MSG-INDEX - 1
002481             PERFORM 4000-READ-MESSAGE-RECORD THRU 4000-EXIT
002482                 WB-SKIP-COUNT TIMES
002483         END-IF
002484     END-IF.
002485 1500-EXIT.
002486     EXIT.
002487*
002488*----------------------------------------------------------------*
002489*  1510-BUILD-PARM-SET - TONIGHT'S RESOLVED RUN-LEVEL            *
002490*  PARAMETERS INTO THE FZ-PARM-SET LAYOUT.                       *
002491*----------------------------------------------------------------*
002492 1510-BUILD-PARM-SET.
002493     MOVE WB-RUN-AMPLITUDE       TO WB-PS-AMPLITUDE.
002494     MOVE WB-RUN-OFFSET          TO WB-PS-OFFSET.
002495     MOVE WB-RUN-ITERATIONS      TO WB-PS-ITERATIONS.
002496     MOVE WB-RUN-MODE-SWITCH     TO WB-PS-MODE-SWITCH.
002497     MOVE WB-RUN-TRAIL-AMPLITUDE TO WB-PS-TRAIL-AMPLITUDE.
002498     MOVE WB-RUN-TRAIL-OFFSET    TO WB-PS-TRAIL-OFFSET.
002499     MOVE WB-RENDER-SWITCH       TO WB-PS-RENDER-SWITCH.
002500     MOVE WB-PHASE-STEP          TO WB-PS-PHASE-STEP.
002501 1510-EXIT.
002502     EXIT.
002503*
002504*----------------------------------------------------------------*
002505*  1550-FREEZE-INPUT - A FRESH RUN COPIES ITS MSGIN TO FRZMSGIN  *
002506*  BEHIND A MSGFRZ CONTROL RECORD BEFORE IT RENDERS A LINE, SO   *
002507*  WHATEVER ENDS THE NIGHT EARLY - QUIESCE, DEADLINE OR ABEND -  *
002508*  THE INPUT AND PARAMETERS ITS CHECKPOINTS ARE TAKEN AGAINST    *
002509*  SURVIVE SINT005'S REBUILD OF MSGIN THE NEXT NIGHT.  ONE PASS  *
002510*  COUNTS THE MESSAGES, A SECOND COPIES THEM, AND MSGIN IS THEN  *
002511*  REOPENED FOR THE RUN ITSELF.  ANY FAILURE IS FATAL: A RUN     *
002512*  WITH NO FROZEN COPY BEHIND IT COULD NEVER BE RESUMED.         *
002513*----------------------------------------------------------------*
002514 1550-FREEZE-INPUT.
002515     MOVE 0 TO WB-FREEZE-COUNT.
002516     MOVE "N" TO WB-FREEZE-EOF-SWITCH.
002517     PERFORM 1570-COUNT-ONE-MESSAGE THRU 1570-EXIT
002518         UNTIL WB-FREEZE-EOF.
002519     PERFORM 1590-REOPEN-MSGIN THRU 1590-EXIT.
002520*
002521     MOVE SPACES          TO FZ-CONTROL-RECORD.
002522     SET FZ-CONTROL-PRESENT TO TRUE.
002523     MOVE WB-FREEZE-COUNT TO FZ-MSG-COUNT.
002524     MOVE WB-RUN-DATE     TO FZ-RUN-DATE.
002525     MOVE WB-PARM-SET     TO FZ-PARM-SET.
002526     MOVE WB-RUN-TIME     TO FZ-RUN-TIME.
002527     MOVE WB-PART-NUM     TO FZ-PART-NUM.
002528     MOVE WB-PART-COUNT   TO FZ-PART-COUNT.
002529     OPEN OUTPUT FROZEN-INPUT-FILE.
002530     IF FZ-FILE-STATUS NOT = "00"
002531         DISPLAY "SINTEST - FATAL: FRZMSGIN OPEN FAILED, STATUS "
002532             FZ-FILE-STATUS
002533         MOVE "FRZMSGIN OPEN FAILED" TO WB-FATAL-TEXT
002534         PERFORM 7100-AUDIT-FATAL THRU 7100-EXIT
002535         MOVE 16 TO RETURN-CODE
002536         GOBACK
002537     END-IF.
002538     WRITE FZ-FROZEN-RECORD FROM FZ-CONTROL-RECORD.
002539     IF FZ-FILE-STATUS NOT = "00"
002540         DISPLAY "SINTEST - FATAL: FRZMSGIN WRITE FAILED, STATUS "
002541             FZ-FILE-STATUS
002542         MOVE "FRZMSGIN WRITE FAILED" TO WB-FATAL-TEXT
002543         PERFORM 7100-AUDIT-FATAL THRU 7100-EXIT
002544         MOVE 16 TO RETURN-CODE
002545         GOBACK
002546     END-IF.
002547     MOVE "N" TO WB-FREEZE-EOF-SWITCH.
002548     PERFORM 1580-COPY-ONE-MESSAGE THRU 1580-EXIT
002549         UNTIL WB-FREEZE-EOF.
002550     CLOSE FROZEN-INPUT-FILE.
002551     PERFORM 1590-REOPEN-MSGIN THRU 1590-EXIT.
002552     DISPLAY "SINTEST - INPUT FROZEN: " FZ-MSG-COUNT
002553         " MESSAGES FOR RUN DATE " FZ-RUN-DATE.
002554 1550-EXIT.
002555     EXIT.
002556*
002557*----------------------------------------------------------------*
002558*  1560-THAW-FROZEN-INPUT - A RESUME RUNS AGAINST THE FROZEN     *
002559*  COPY OF THE INTERRUPTED NIGHT'S INPUT, NEVER TONIGHT'S        *
002560*  REBUILT MSGIN.  THE COPY IS ACCEPTED ONLY WHEN ITS CONTROL    *
002561*  RECORD'S FINGERPRINT EQUALS THE CHECKPOINT'S AND IT STILL     *
002562*  HOLDS THAT MANY MESSAGES.  ANYTHING ELSE WOULD SPLICE ONE     *
002563*  NIGHT'S TAIL ONTO ANOTHER NIGHT'S PARTIAL - WHICH SINTMRGE    *
002564*  AND SINTCHK CANNOT SEE, BECAUSE THE LINE COUNTS STILL         *
002565*  BALANCE - SO THE RESUME IS REFUSED WITH A FATAL EVENT NAMING  *
002566*  THE DISAGREEMENT AND THE CHECKPOINT IS LEFT FOR OPERATIONS.   *
002567*  ONCE ACCEPTED, THE FROZEN PARAMETER SET REPLACES TONIGHT'S    *
002568*  (ONLY THE DEADLINE STAYS TONIGHT'S) AND 4000 READS THE        *
002569*  FROZEN COPY FROM HERE ON.                                     *
002570*----------------------------------------------------------------*
002571 1560-THAW-FROZEN-INPUT.
002572     OPEN INPUT FROZEN-INPUT-FILE.
002573     IF FZ-FILE-STATUS NOT = "00"
002574         MOVE SPACES TO WB-FATAL-TEXT
002575         STRING "RESUME REFUSED - FRZMSGIN OPEN FAILED, STATUS "
002576                FZ-FILE-STATUS
002577           DELIMITED BY SIZE INTO WB-FATAL-TEXT
002578         GO TO 1560-REFUSE
002579     END-IF.
002580     MOVE SPACES TO FZ-CONTROL-RECORD.
002581     READ FROZEN-INPUT-FILE INTO FZ-CONTROL-RECORD
002582         AT END
002583             MOVE SPACES TO FZ-CONTROL-RECORD
002584     END-READ.
002585     IF NOT FZ-CONTROL-PRESENT
002586         MOVE SPACES TO WB-FATAL-TEXT
002587         STRING "RESUME REFUSED - NO FROZEN INPUT BEHIND "
002588                "THE CHECKPOINT"
002589           DELIMITED BY SIZE INTO WB-FATAL-TEXT
002590         GO TO 1560-REFUSE
002591     END-IF.
002592     IF FZ-RUN-DATE NOT = CK-FP-RUN-DATE
002593         MOVE SPACES TO WB-FATAL-TEXT
002594         STRING "RESUME REFUSED - CHECKPOINT RUN DATE "
002595                CK-FP-RUN-DATE
002596                ", FROZEN INPUT " FZ-RUN-DATE
002597           DELIMITED BY SIZE INTO WB-FATAL-TEXT
002598         GO TO 1560-REFUSE
002599     END-IF.
002600     IF FZ-MSG-COUNT NOT = CK-FP-MSG-COUNT
002601         MOVE SPACES TO WB-FATAL-TEXT
002602         STRING "RESUME REFUSED - CHECKPOINT MESSAGE COUNT "
002603                CK-FP-MSG-COUNT
002604                ", FROZEN INPUT " FZ-MSG-COUNT
002605           DELIMITED BY SIZE INTO WB-FATAL-TEXT
002606         GO TO 1560-REFUSE
002607     END-IF.
002608     IF FZ-PARM-SET NOT = CK-FP-PARM-SET
002609         MOVE SPACES TO WB-FATAL-TEXT
002610         STRING "RESUME REFUSED - PARMS CKPT=" CK-FP-PARM-SET
002611                " FROZEN=" FZ-PARM-SET
002612           DELIMITED BY SIZE INTO WB-FATAL-TEXT
002613         GO TO 1560-REFUSE
002614     END-IF.
002615     IF FZ-PARTITION = SPACES
002616         MOVE ZEROS TO FZ-PARTITION
002617     END-IF.
002618     IF FZ-PART-NUM NOT = WB-PART-NUM
002619      OR FZ-PART-COUNT NOT = WB-PART-COUNT
002620         MOVE SPACES TO WB-FATAL-TEXT
002621         STRING "RESUME REFUSED - FROZEN INPUT IS PARTITION "
002622                FZ-PART-NUM " OF " FZ-PART-COUNT
002623                ", TONIGHT " WB-PART-NUM " OF " WB-PART-COUNT
002624           DELIMITED BY SIZE INTO WB-FATAL-TEXT
002625         GO TO 1560-REFUSE
002626     END-IF.
002627*
002628     MOVE 0 TO WB-FREEZE-COUNT.
002629     MOVE "N" TO WB-FREEZE-EOF-SWITCH.
002630     PERFORM 1575-COUNT-ONE-FROZEN THRU 1575-EXIT
002631         UNTIL WB-FREEZE-EOF.
002632     CLOSE FROZEN-INPUT-FILE.
002633     IF WB-FREEZE-COUNT NOT = FZ-MSG-COUNT
002634         MOVE SPACES TO WB-FATAL-TEXT
002635         STRING "RESUME REFUSED - FROZEN INPUT HOLDS "
002636                WB-FREEZE-COUNT
002637                " MESSAGES, ITS CONTROL RECORD SAYS " FZ-MSG-COUNT
002638           DELIMITED BY SIZE INTO WB-FATAL-TEXT
002639         GO TO 1560-REFUSE
002640     END-IF.
002641*
002642*    ACCEPTED - REPOSITION PAST THE CONTROL RECORD AND TAKE THE
002643*    FROZEN PARAMETER SET.
002644     OPEN INPUT FROZEN-INPUT-FILE.
002645     IF FZ-FILE-STATUS NOT = "00"
002646         MOVE SPACES TO WB-FATAL-TEXT
002647         STRING "RESUME REFUSED - FRZMSGIN REOPEN FAILED, STATUS "
002648                FZ-FILE-STATUS
002649           DELIMITED BY SIZE INTO WB-FATAL-TEXT
002650         GO TO 1560-REFUSE
002651     END-IF.
002652     READ FROZEN-INPUT-FILE
002653         AT END
002654             MOVE SPACES TO WB-FATAL-TEXT
002655             STRING "RESUME REFUSED - FRZMSGIN EMPTY ON REOPEN"
002656               DELIMITED BY SIZE INTO WB-FATAL-TEXT
002657             GO TO 1560-REFUSE
002658     END-READ.
002659     IF FZ-FILE-STATUS NOT = "00"
002660         MOVE SPACES TO WB-FATAL-TEXT
002661         STRING "RESUME REFUSED - FRZMSGIN REREAD FAILED, STATUS "
002662                FZ-FILE-STATUS
002663           DELIMITED BY SIZE INTO WB-FATAL-TEXT
002664         GO TO 1560-REFUSE
002665     END-IF.
002666     SET WB-INPUT-FROZEN TO TRUE.
002667     IF FZ-PARM-SET NOT = WB-PARM-SET
002668         DISPLAY "SINTEST - NOTE: TONIGHT'S PARM DIFFERS FROM "
002669             "THE FROZEN SET - THE FROZEN SET IS USED FOR THE "
002670             "RESUME"
002671     END-IF.
002672     MOVE FZ-AMPLITUDE       TO WB-RUN-AMPLITUDE AMPLITUDE.
002673     MOVE FZ-OFFSET          TO WB-RUN-OFFSET OFFSET.
002674     MOVE FZ-ITERATIONS      TO WB-RUN-ITERATIONS ITERATIONS.
002675     MOVE FZ-MODE-SWITCH     TO WB-RUN-MODE-SWITCH MODE-SWITCH.
002676     MOVE FZ-TRAIL-AMPLITUDE TO WB-RUN-TRAIL-AMPLITUDE
002677                                TRAIL-AMPLITUDE.
002678     MOVE FZ-TRAIL-OFFSET    TO WB-RUN-TRAIL-OFFSET TRAIL-OFFSET.
002679     MOVE FZ-RENDER-SWITCH   TO WB-RENDER-SWITCH.
002680     MOVE FZ-PHASE-STEP      TO WB-PHASE-STEP.
002681     DISPLAY "SINTEST - RESUMING AGAINST FROZEN INPUT: "
002682         FZ-MSG-COUNT " MESSAGES FOR RUN DATE " FZ-RUN-DATE.
002683     GO TO 1560-EXIT.
002684 1560-REFUSE.
002685     DISPLAY "SINTEST - FATAL: " WB-FATAL-TEXT.
002686     PERFORM 7100-AUDIT-FATAL THRU 7100-EXIT.
002687     MOVE 16 TO RETURN-CODE.
002688     GOBACK.
002689 1560-EXIT.
002690     EXIT.
002691*
002692*----------------------------------------------------------------*
002693*  1570/1575/1580 - ONE RECORD EACH OF THE FREEZE COUNT, THE     *
002694*  FROZEN-COPY RECOUNT AND THE FREEZE COPY.  READ ERRORS TAKE    *
002695*  THE SAME FATAL EXIT AS 4000'S.                                *
002696*----------------------------------------------------------------*
002697 1570-COUNT-ONE-MESSAGE.
002698     READ INPUT-MESSAGE-FILE
002699         AT END
002700             SET WB-FREEZE-EOF TO TRUE
002701             GO TO 1570-EXIT
002702     END-READ.
002703     IF IM-FILE-STATUS NOT = "00"
002704         DISPLAY "SINTEST - FATAL: MSGIN READ ERROR, STATUS "
002705             IM-FILE-STATUS
002706         MOVE "MSGIN READ ERROR" TO WB-FATAL-TEXT
002707         PERFORM 7100-AUDIT-FATAL THRU 7100-EXIT
002708         MOVE 16 TO RETURN-CODE
002709         GOBACK
002710     END-IF.
002711     ADD 1 TO WB-FREEZE-COUNT.
002712 1570-EXIT.
002713     EXIT.
002714*
002715 1575-COUNT-ONE-FROZEN.
002716     READ FROZEN-INPUT-FILE
002717         AT END
002718             SET WB-FREEZE-EOF TO TRUE
002719             GO TO 1575-EXIT
002720     END-READ.
002721     IF FZ-FILE-STATUS NOT = "00"
002722         DISPLAY "SINTEST - FATAL: FRZMSGIN READ ERROR, STATUS "
002723             FZ-FILE-STATUS
002724         MOVE "FRZMSGIN READ ERROR" TO WB-FATAL-TEXT
002725         PERFORM 7100-AUDIT-FATAL THRU 7100-EXIT
002726         MOVE 16 TO RETURN-CODE
002727         GOBACK
002728     END-IF.
002729     ADD 1 TO WB-FREEZE-COUNT.
002730 1575-EXIT.
002731     EXIT.
002732*
002733 1580-COPY-ONE-MESSAGE.
002734     READ INPUT-MESSAGE-FILE
002735         AT END
002736             SET WB-FREEZE-EOF TO TRUE
002737             GO TO 1580-EXIT
002738     END-READ.
002739     IF IM-FILE-STATUS NOT = "00"
002740         DISPLAY "SINTEST - FATAL: MSGIN READ ERROR, STATUS "
002741             IM-FILE-STATUS
002742         MOVE "MSGIN READ ERROR" TO WB-FATAL-TEXT
002743         PERFORM 7100-AUDIT-FATAL THRU 7100-EXIT
002744         MOVE 16 TO RETURN-CODE
002745         GOBACK
002746     END-IF.
002747     WRITE FZ-FROZEN-RECORD FROM IM-MESSAGE-RECORD.
002748     IF FZ-FILE-STATUS NOT = "00"
002749         DISPLAY "SINTEST - FATAL: FRZMSGIN WRITE FAILED, STATUS "
002750             FZ-FILE-STATUS
002751         MOVE "FRZMSGIN WRITE FAILED" TO WB-FATAL-TEXT
002752         PERFORM 7100-AUDIT-FATAL THRU 7100-EXIT
002753         MOVE 16 TO RETURN-CODE
002754         GOBACK
002755     END-IF.
002756 1580-EXIT.
002757     EXIT.
002758*
002759*----------------------------------------------------------------*
002760*  1590-REOPEN-MSGIN - BACK TO THE FIRST MESSAGE AFTER A         *
002761*  FREEZE PASS.                                                  *
002762*----------------------------------------------------------------*
002763 1590-REOPEN-MSGIN.
002764     MOVE "N" TO WB-FREEZE-EOF-SWITCH.
002765     CLOSE INPUT-MESSAGE-FILE.
002766     OPEN INPUT INPUT-MESSAGE-FILE.
002767     IF IM-FILE-STATUS NOT = "00"
002768         DISPLAY "SINTEST - FATAL: MSGIN REOPEN FAILED, STATUS "
002769             IM-FILE-STATUS
002770         MOVE "MSGIN REOPEN FAILED" TO WB-FATAL-TEXT
002771         PERFORM 7100-AUDIT-FATAL THRU 7100-EXIT
002772         MOVE 16 TO RETURN-CODE
002773         GOBACK
002774     END-IF.
002775 1590-EXIT.
002776     EXIT.
002777*
002778*----------------------------------------------------------------*
002779*  1650-RESOLVE-PARTITION-RANGE - THIS PARTITION'S MESSAGES OF   *
002780*  THE FZ-MSG-COUNT IN THE NIGHT'S MSGIN (COUNTED BY 1550 ON A   *
002781*  FRESH RUN, FROZEN WITH THE INPUT ON A RESUME): THE COUNT      *
002782*  DIVIDED BY THE PARTITION COUNT, ONE MORE FOR EACH OF THE      *
002783*  FIRST PARTITIONS UNTIL THE REMAINDER IS USED UP, IN MSGIN     *
002784*  ORDER.  A FRESH RUN SKIPS TO ITS FIRST MESSAGE; A RESUME IS   *
002785*  ALREADY POSITIONED BY 1500 AND ONLY HAS ITS CHECKPOINT        *
002786*  CHECKED AGAINST THE RANGE.  A PARTITION WITH NO MESSAGES (A   *
002787*  NIGHT SMALLER THAN THE PARTITION COUNT) RENDERS NOTHING AND   *
002788*  STILL WRITES ITS HEADER AND TRAILER.                          *
002789*----------------------------------------------------------------*
002790 1650-RESOLVE-PARTITION-RANGE.
002791     DIVIDE FZ-MSG-COUNT BY WB-PART-COUNT
002792         GIVING WB-PART-BASE
002793         REMAINDER WB-PART-EXTRA.
002794     COMPUTE WB-PART-FIRST = (WB-PART-NUM - 1) * WB-PART-BASE + 1.
002795     IF WB-PART-NUM > WB-PART-EXTRA
002796         ADD WB-PART-EXTRA TO WB-PART-FIRST
002797         MOVE WB-PART-BASE TO WB-PART-SIZE
002798     ELSE
002799         COMPUTE WB-PART-FIRST = WB-PART-FIRST + WB-PART-NUM - 1
002800         COMPUTE WB-PART-SIZE = WB-PART-BASE + 1
002801     END-IF.
002802     COMPUTE WB-PART-LAST = WB-PART-FIRST + WB-PART-SIZE - 1.
002803     DISPLAY "SINTEST - PARTITION " WB-PART-NUM " OF "
002804         WB-PART-COUNT ": MESSAGES " WB-PART-FIRST " THRU "
002805         WB-PART-LAST " OF " FZ-MSG-COUNT.
002806     IF WB-RESTART-AVAILABLE
002807         IF WB-MSG-INDEX < WB-PART-FIRST
002808          OR WB-MSG-INDEX > WB-PART-LAST
002809             MOVE SPACES TO WB-FATAL-TEXT
002810             STRING "RESUME REFUSED - CHECKPOINT AT MESSAGE "
002811                    WB-MSG-INDEX " IS OUTSIDE PARTITION "
002812                    WB-PART-NUM " (MESSAGES " WB-PART-FIRST
002813                    " THRU " WB-PART-LAST ")"
002814               DELIMITED BY SIZE INTO WB-FATAL-TEXT
002815             DISPLAY "SINTEST - FATAL: " WB-FATAL-TEXT
002816             PERFORM 7100-AUDIT-FATAL THRU 7100-EXIT
002817             MOVE 16 TO RETURN-CODE
002818             GOBACK
002819         END-IF
002820         GO TO 1650-EXIT
002821     END-IF.
002822     IF WB-PART-FIRST > 1
002823         MOVE WB-PART-FIRST TO WB-MSG-INDEX
002824         COMPUTE WB-SKIP-COUNT = WB-PART-FIRST - 1
002825         PERFORM 4000-READ-MESSAGE-RECORD THRU 4000-EXIT
002826             WB-SKIP-COUNT TIMES
002827     END-IF.
002828 1650-EXIT.
002829     EXIT.
002830*
002831*----------------------------------------------------------------*
002832*  1700-OPEN-EXTRACT - A SINGLE-STREAM NIGHT WRITES A NEW       *
002833*  WAVEXTR GENERATION EVERY RUN.  A PARTITION'S WAVEXTR IS ONE   *
002834*  FIXED DATASET THAT A FRESH RUN REWRITES AND A RESUME EXTENDS, *
002835*  SO EVERY LEG OF THE PARTITION IS IN IT AND SINTASMB CAN       *
002836*  SPLICE THEM; IT IS OPENED AFTER 1500 HAS DECIDED WHICH.       *
002837*----------------------------------------------------------------*
002838 1700-OPEN-EXTRACT.
002839     IF WB-PARTITIONED
002840      AND WB-RESTART-AVAILABLE
002841         OPEN EXTEND WAVE-EXTRACT-FILE
002842     ELSE
002843         OPEN OUTPUT WAVE-EXTRACT-FILE
002844     END-IF.
002845     IF WX-FILE-STATUS NOT = "00"
002846         DISPLAY "SINTEST - FATAL: WAVEXTR OPEN FAILED, STATUS "
002847             WX-FILE-STATUS
002848         MOVE "WAVEXTR OPEN FAILED" TO WB-FATAL-TEXT
002849         PERFORM 7100-AUDIT-FATAL THRU 7100-EXIT
002850         MOVE 16 TO RETURN-CODE
002851         GOBACK
002852     END-IF.
002853 1700-EXIT.
002860     EXIT.
002870*
002871*----------------------------------------------------------------*
002900*  FOR THE CURRENT MESSAGE, THEN ADVANCE TO THE NEXT ONE.        *
002910*----------------------------------------------------------------*
002920 2000-PROCESS-ONE-MESSAGE.
002940     PERFORM 2050-WRITE-SEGMENT-BREAK THRU 2050-EXIT.
002970*
002980     PERFORM 3000-GENERATE-WAVE-FOR-MESSAGE THRU 3000-EXIT.
002985     IF WB-QUIESCE-REQUESTED
003000     MOVE 1 TO WB-START-ITER.
003010     MOVE 0.0 TO DECIMAL-VAL.
003020     PERFORM 4000-READ-MESSAGE-RECORD THRU 4000-EXIT.
003021     IF NOT WB-EOF-MESSAGES
003022         ADD 1 TO WB-MSG-INDEX
003023     END-IF.
003024     IF WB-PARTITIONED
003025      AND WB-MSG-INDEX > WB-PART-LAST
003026         SET WB-EOF-MESSAGES TO TRUE
003027     END-IF.
003030 2000-EXIT.
003031     EXIT.
003032*
003033*----------------------------------------------------------------*
003034*  2050-WRITE-SEGMENT-BREAK - THE PAGE BREAK THAT OPENS THE      *
003035*  CURRENT MESSAGE'S SEGMENT, CARRYING ITS MASTER KEY (SEE       *
003036*  WB-SEGMENT-LINE).  A RESUMED RUN WRITES ONE TOO; SINTMRGE     *
003037*  DROPS IT AND KEEPS THE PARTIAL'S, WHICH CARRIES THE SAME KEY. *
003038*----------------------------------------------------------------*
003039 2050-WRITE-SEGMENT-BREAK.
003040     MOVE "1" TO WB-OUT-CONTROL.
003041     IF WB-MSG-ID = 0
003042         MOVE SPACES TO WB-OUT-TEXT
003043     ELSE
003044         MOVE WB-MSG-ID TO WB-SEG-MSG-ID
003045         MOVE WB-SEGMENT-LINE TO WB-OUT-TEXT
003046     END-IF.
003047     WRITE WB-OUT-RECORD.
003048 2050-EXIT.
003049     EXIT.
003050*
003051*----------------------------------------------------------------*
003052*  2500-PROCESS-COMPOSITE-PASS - THE COMPOSITE RENDER: LOAD THE  *
003107     MOVE OFFSET         TO WB-MT-OFFSET (WB-MSG-COUNT).
003108     MOVE MODE-SWITCH    TO WB-MT-MODE (WB-MSG-COUNT).
003109     MOVE WB-MSG-LEN     TO WB-MT-LEN (WB-MSG-COUNT).
003110     MOVE WB-MSG-ID      TO WB-MT-MSG-ID (WB-MSG-COUNT).
003111     MOVE WB-MSG-DEST    TO WB-MT-DEST (WB-MSG-COUNT).
003112     IF WB-MSG-LEN > WB-MT-LONGEST
003113         MOVE WB-MSG-LEN TO WB-MT-LONGEST
003114     END-IF.
003115     PERFORM 4000-READ-MESSAGE-RECORD THRU 4000-EXIT.
003116 2600-EXIT.
003117     EXIT.
003118*
003119*----------------------------------------------------------------*
003120*  3000-GENERATE-WAVE-FOR-MESSAGE - DRIVE ONE ANIMATION PASS OF  *
003121*  ITERATIONS WAVE POINTS FOR THE MESSAGE CURRENTLY LOADED INTO  *
003122*  MESSAGE-STRING.  LOOPS BY PERFORMING A PARAGRAPH, NOT INLINE. *
003123*----------------------------------------------------------------*
003124 3000-GENERATE-WAVE-FOR-MESSAGE.
003125     PERFORM 3100-GENERATE-WAVE-POINT THRU 3100-EXIT
003130         VARYING WB-ITER-NUM FROM WB-START-ITER BY 1
003140         UNTIL WB-ITER-NUM > ITERATIONS
003145            OR WB-QUIESCE-REQUESTED.
003357         PERFORM 3160-CHECK-DEADLINE THRU 3160-EXIT
003360     END-IF.
003370 3100-EXIT.
003371     EXIT.
003372*
003373*----------------------------------------------------------------*
003374*  3110-GENERATE-COMPOSITE-POINT - ONE COMPOSITE OUTPUT LINE:    *
003375*  EVERY MESSAGE RENDERED INTO ITS OWN BAND AT ITS OWN PHASE,    *
003376*  THEN ONE WRITE, ONE SAMPLE COUNTED (THE TRAILER'S SAMPLES=    *
003377*  STAYS EQUAL TO THE DETAIL LINES ON FILE, WHICH IS WHAT THE    *
003378*  SINT015 RECONCILIATION BALANCES ON), AND THE SAME PHASE       *
003379*  ADVANCE, CHECKPOINT AND QUIESCE HANDLING AS THE CLASSIC       *
003380*  RENDER.  WB-MSG-INDEX IS RESTORED TO 1 BEFORE THE CHECKPOINT  *
003381*  SO A RESTART RELOADS THE WHOLE TABLE AND RESUMES BY LINE.     *
003382*----------------------------------------------------------------*
003383 3110-GENERATE-COMPOSITE-POINT.
003384     MOVE SPACES TO WB-PADDED-LINE.
003385     PERFORM 3120-RENDER-ONE-BAND THRU 3120-EXIT
003386         VARYING WB-MT-IX FROM 1 BY 1
003387         UNTIL WB-MT-IX > WB-MSG-COUNT.
003388     PERFORM 3600-WRITE-OUTPUT-LINE THRU 3600-EXIT.
003389     ADD 1 TO WB-SAMPLE-COUNT.
003390*
003391     ADD 0.1 TO DECIMAL-VAL.
003392     IF DECIMAL-VAL >= WB-TWO-PI
003393         SUBTRACT WB-TWO-PI FROM DECIMAL-VAL
003394     END-IF.
003395*
003396     MOVE 1 TO WB-MSG-INDEX.
003397     DIVIDE WB-ITER-NUM BY CHECKPOINT-INTERVAL
003398         GIVING WB-DIVIDE-QUOTIENT
003399         REMAINDER WB-DIVIDE-REMAINDER.
003400     IF WB-DIVIDE-REMAINDER = 0
003401         PERFORM 3800-WRITE-CHECKPOINT THRU 3800-EXIT
003402         PERFORM 3150-CHECK-QUIESCE THRU 3150-EXIT
003403         PERFORM 3160-CHECK-DEADLINE THRU 3160-EXIT
003404     END-IF.
003405 3110-EXIT.
003406     EXIT.
003407*
003408*----------------------------------------------------------------*
003409*  3120-RENDER-ONE-BAND - ONE MESSAGE'S CONTRIBUTION TO THE      *
003410*  CURRENT COMPOSITE LINE.  THE MESSAGE'S OWN PARAMETERS ARE     *
003411*  MADE EFFECTIVE, ITS PHASE IS THE BASE PHASE SHIFTED N-1       *
003412*  PHASE STEPS (REDUCED MODULO 2*PI LIKE THE BASE), AND THE      *
003413*  VALIDATED WAVE VALUE IS SCALED INTO THE BAND'S FREE WIDTH     *
003414*  AGAINST THE WAVE'S THEORETICAL PEAK SO EVERY PARAMETER SET    *
003415*  SWEEPS ITS FULL BAND.  THE TRAILING WAVE HAS NO MEANING       *
003416*  INSIDE A SHARED LINE, SO ITS EXTRACT FIELDS REPORT ZERO.      *
003417*----------------------------------------------------------------*
003418 3120-RENDER-ONE-BAND.
003419     MOVE WB-MT-IX               TO WB-MSG-INDEX.
003420     MOVE WB-MT-TEXT (WB-MT-IX)  TO MESSAGE-STRING.
003421     MOVE WB-MT-AMPLITUDE (WB-MT-IX) TO AMPLITUDE.
003422     MOVE WB-MT-OFFSET (WB-MT-IX)    TO OFFSET.
003423     MOVE WB-MT-MODE (WB-MT-IX)      TO MODE-SWITCH.
003424     MOVE WB-MT-LEN (WB-MT-IX)       TO WB-MSG-LEN.
003425     MOVE WB-MT-MSG-ID (WB-MT-IX)    TO WB-MSG-ID.
003426     MOVE WB-MT-DEST (WB-MT-IX)      TO WB-MSG-DEST.
003432*    THE SHIFT IS BUILT WITH SINGLE-OPERATION VERBS - THE OSVS
003433*    INTERMEDIATE RULES ON A MIXED COMPUTE CAN TRUNCATE THE
003434*    FRACTIONAL PHASE STEP TO ZERO.
004887*  STEADY-STATE I/O RATIONALE AS WAVEOUT'S WRITE CHECK - A       *
004888*  SILENT CHECKPOINT FAILURE WOULD LEAVE A RESTART WITH A STALE  *
004889*  OR MISSING POSITION AND NO DIAGNOSTIC TO EXPLAIN IT.          *
004890*  EVERY CHECKPOINT CARRIES THE FROZEN INPUT'S FINGERPRINT, SO   *
004891*  A RESUME CAN PROVE IT IS RUNNING AGAINST THE SAME INPUT.      *
004892*----------------------------------------------------------------*
004900 3800-WRITE-CHECKPOINT.
004901     OPEN OUTPUT CHECKPOINT-FILE.
004902     IF CK-FILE-STATUS NOT = "00"
004936     MOVE WB-TOTAL-ROUND-INT     TO CK-TOTAL-ROUND-INT.
004938     MOVE WB-SAMPLE-COUNT        TO CK-SAMPLE-COUNT.
004939     MOVE WB-NEGATIVE-WARN-COUNT TO CK-NEGATIVE-WARN-COUNT.
004940     MOVE WB-RANGE-WARN-COUNT    TO CK-RANGE-WARN-COUNT.
004941     MOVE FZ-FINGERPRINT         TO CK-FINGERPRINT.
004942     WRITE CK-CHECKPOINT-RECORD.
004944     IF CK-FILE-STATUS NOT = "00"
004946         DISPLAY "SINTEST - FATAL: CKPTFILE WRITE FAILED, STATUS "
004995     MOVE MODE-SWITCH      TO WX-MODE-SWITCH.
004996     MOVE ROUND-INT        TO WX-ROUND-INT.
004997     MOVE TRAIL-ROUND-INT  TO WX-TRAIL-ROUND-INT.
004998     MOVE WB-MSG-ID        TO WX-MSG-ID.
004999     MOVE WB-MSG-DEST      TO WX-MSG-DEST.
005000     MOVE WB-RENDER-SWITCH TO WX-RENDER-SWITCH.
005001     MOVE WB-RUN-DATE      TO WX-RUN-DATE.
005002     MOVE WB-RUN-TIME      TO WX-RUN-TIME.
005003     WRITE WX-EXTRACT-REC FROM WX-EXTRACT-RECORD.
005004     IF WX-FILE-STATUS NOT = "00"
005005         DISPLAY "SINTEST - FATAL: WAVEXTR WRITE FAILED, STATUS "
005006             WX-FILE-STATUS
005007         MOVE "WAVEXTR WRITE FAILED" TO WB-FATAL-TEXT
005008         PERFORM 7100-AUDIT-FATAL THRU 7100-EXIT
005009         MOVE 16 TO RETURN-CODE
005010         GOBACK
005011     END-IF.
005012 3900-EXIT.
005013     EXIT.
005014*
005015*----------------------------------------------------------------*
005016*  4000-READ-MESSAGE-RECORD - PRIME/ADVANCE THE MESSAGE FILE.    *
005017*  ANY STATUS OTHER THAN END-OF-FILE OR SUCCESSFUL IS A READ     *
005018*  ERROR, NOT NORMAL EXHAUSTION, SO IT IS TREATED AS FATAL.      *
005019*  A RESUMED RUN READS THE FROZEN COPY INSTEAD (SEE 1560); ITS   *
005020*  STATUS GOES THROUGH THE SAME TEST.                            *
005021*----------------------------------------------------------------*
005030 4000-READ-MESSAGE-RECORD.
005040     IF WB-INPUT-FROZEN
005050         READ FROZEN-INPUT-FILE INTO MSGIN-RECORD
005060             AT END
005070                 SET WB-EOF-MESSAGES TO TRUE
005071                 GO TO 4000-EXIT
005072         END-READ
005073         MOVE FZ-FILE-STATUS TO IM-FILE-STATUS
005074     ELSE
005075         READ INPUT-MESSAGE-FILE INTO MSGIN-RECORD
005076             AT END
005077                 SET WB-EOF-MESSAGES TO TRUE
005078                 GO TO 4000-EXIT
005079         END-READ
005080     END-IF.
005082     IF IM-FILE-STATUS NOT = "00"
005084         DISPLAY "SINTEST - FATAL: MSGIN READ ERROR, STATUS "
005086             IM-FILE-STATUS
005090         GOBACK
005091     END-IF.
005092     MOVE MSGIN-TEXT TO MESSAGE-STRING.
005093     IF MSGIN-MSG-ID NUMERIC
005094         MOVE MSGIN-MSG-ID TO WB-MSG-ID
005095     ELSE
005096         MOVE 0 TO WB-MSG-ID
005097     END-IF.
005098     IF MSGIN-DEST = "02"
005099         MOVE "02" TO WB-MSG-DEST
005100     ELSE
005101         MOVE "01" TO WB-MSG-DEST
005102     END-IF.
005103     PERFORM 4200-SIZE-MESSAGE-TEXT THRU 4200-EXIT.
005104     PERFORM 4100-RESOLVE-MESSAGE-PARMS THRU 4100-EXIT.
005105 4000-EXIT.
005106     EXIT.
005110*
005111*----------------------------------------------------------------*
005112*  4100-RESOLVE-MESSAGE-PARMS - SET THE EFFECTIVE WAVE           *
005173*  QUIESCE SIGNAL AND WOULD WRONGLY SUPPRESS DISTRIBUTION OF A   *
005174*  GOOD BANNER.  THE WARNING AND THE GAP IN THE TRAIL ARE THE    *
005175*  SIGNAL.                                                       *
005185*  A PARTITION TAGS EVERY EVENT "PART=NN " AHEAD OF ITS TEXT,   *
005186*  CUTTING THE TEXT AT 96.                                       *
005187*----------------------------------------------------------------*
005188 7000-WRITE-AUDIT-EVENT.
005189     IF NOT WB-AUDIT-OPEN
005190         GO TO 7000-EXIT
005191     END-IF.
005192     IF WB-PARTITIONED
005193         MOVE AU-EVENT-TEXT TO WB-AUDIT-SAVE-TEXT
005194         MOVE SPACES TO AU-EVENT-TEXT
005195         STRING "PART=" WB-PART-NUM " " WB-AUDIT-SAVE-TEXT
005196           DELIMITED BY SIZE INTO AU-EVENT-TEXT
005197     END-IF.
005198     ACCEPT AU-EVENT-DATE FROM DATE YYYYMMDD.
005199     ACCEPT AU-EVENT-TIME FROM TIME.
005200     WRITE AU-AUDIT-REC FROM AU-AUDIT-RECORD.
005201     IF AU-FILE-STATUS NOT = "00"
005202         DISPLAY "SINTEST - WARNING: AUDITLOG WRITE FAILED, "
005203             "STATUS " AU-FILE-STATUS " - AUDIT TRAIL STOPPED"
005204         MOVE "N" TO WB-AUDIT-OPEN-SWITCH
005205     END-IF.
005206 7000-EXIT.
005207     EXIT.
005208*
005209*----------------------------------------------------------------*
005210*  7100-AUDIT-FATAL - COMMON AUDIT WRITE FOR THE FATAL EXITS.    *
005211*  THE FAILING SITE PUTS ITS REASON IN WB-FATAL-TEXT BEFORE      *
005212*  TAKING THE FATAL GOBACK, SO THE LAST RECORD ON THE TRAIL      *
005213*  SAYS WHY THE NIGHT DIED EVEN WHEN THE SYSOUT IS GONE.         *
005214*----------------------------------------------------------------*
005215 7100-AUDIT-FATAL.
005216     MOVE "FATAL"       TO AU-EVENT-CODE.
005217     MOVE SPACES        TO AU-EVENT-TEXT.
005218     MOVE WB-FATAL-TEXT TO AU-EVENT-TEXT.
005219     PERFORM 7000-WRITE-AUDIT-EVENT THRU 7000-EXIT.
005220 7100-EXIT.
005221     EXIT.
005222*
005223*----------------------------------------------------------------*
005224*  8000-WRITE-STATISTICS-TRAILER - MIN/MAX/AVERAGE ROUND-INT FOR *
005225*  THE WHOLE RUN, TO THE CONSOLE AND TO THE ARCHIVE FILE.        *
005226*----------------------------------------------------------------*
005227 8000-WRITE-STATISTICS-TRAILER.
005228     IF WB-SAMPLE-COUNT > 0
005229         IF WB-RENDER-COMPOSITE AND WB-MSG-COUNT > 0
005230             COMPUTE WB-AVERAGE-ROUND-INT ROUNDED =
005231                 WB-TOTAL-ROUND-INT
005232                 / (WB-SAMPLE-COUNT * WB-MSG-COUNT)
005233         ELSE
005234             COMPUTE WB-AVERAGE-ROUND-INT ROUNDED =
005235                 WB-TOTAL-ROUND-INT / WB-SAMPLE-COUNT
005236         END-IF
005237     END-IF
005238*
005239     DISPLAY "SINTEST - END OF RUN STATISTICS".
005240     DISPLAY "  SAMPLES....... " WB-SAMPLE-COUNT.
005241     DISPLAY "  MIN ROUND-INT. " WB-MIN-ROUND-INT.
005250     DISPLAY "  MAX ROUND-INT. " WB-MAX-ROUND-INT.
005260     DISPLAY "  AVG ROUND-INT. " WB-AVERAGE-ROUND-INT.
005270     DISPLAY "  NEGATIVE WARNS " WB-NEGATIVE-WARN-COUNT.
005380       DELIMITED BY SIZE INTO WB-OUT-TEXT.
005390     WRITE WB-OUT-RECORD.
005400 8000-EXIT.
005401     EXIT.
005402*
005403*----------------------------------------------------------------*
005404*  8100-WRITE-RUN-HISTORY - APPEND ONE RECORD FOR THIS RUN TO    *
005405*  THE PERMANENT RUN-HISTORY DATASET: THE RESOLVED PARAMETERS,   *
005406*  MESSAGE COUNT, THE TRAILER STATISTICS, WHETHER THE RUN        *
005407*  RESUMED FROM A CHECKPOINT, AND THE FINAL RETURN CODE.  A      *
005408*  HISTORY FAILURE MUST NOT ABORT A NIGHT WHOSE BANNER IS        *
005409*  ALREADY COMPLETE, SO IT WARNS AND CARRIES ON INSTEAD OF       *
005410*  TAKING THE FATAL EXIT THE OTHER FILES DO.  A PARTITION WRITES *
005411*  NONE: ITS FIGURES ARE ONLY PART OF THE NIGHT, AND SINTASMB   *
005412*  WRITES THE NIGHT'S ONE RECORD WHEN IT REASSEMBLES THEM.      *
005413*----------------------------------------------------------------*
005414 8100-WRITE-RUN-HISTORY.
005415     IF WB-PARTITIONED
005416         GO TO 8100-EXIT
005417     END-IF.
005418     IF WB-SAMPLE-COUNT > 0
005419         IF WB-RENDER-COMPOSITE AND WB-MSG-COUNT > 0
005420             COMPUTE WB-AVERAGE-ROUND-INT ROUNDED =
005421                 WB-TOTAL-ROUND-INT
005422                 / (WB-SAMPLE-COUNT * WB-MSG-COUNT)
005423         ELSE
005424             COMPUTE WB-AVERAGE-ROUND-INT ROUNDED =
005425                 WB-TOTAL-ROUND-INT / WB-SAMPLE-COUNT
005426         END-IF
005427     END-IF
005428     OPEN EXTEND RUN-HISTORY-FILE.
005429     IF RH-FILE-STATUS NOT = "00"
005430         DISPLAY "SINTEST - WARNING: RUNHIST OPEN FAILED, STATUS "
005431             RH-FILE-STATUS " - RUN HISTORY NOT RECORDED"
005432         GO TO 8100-EXIT
005433     END-IF.
005434     MOVE SPACES TO RH-HISTORY-RECORD.
005435     MOVE WB-RUN-DATE            TO RH-RUN-DATE.
005436     MOVE WB-RUN-TIME            TO RH-RUN-TIME.
005437     MOVE WB-RUN-AMPLITUDE       TO RH-AMPLITUDE.
005438     MOVE WB-RUN-OFFSET          TO RH-OFFSET.
005439     MOVE WB-RUN-ITERATIONS      TO RH-ITERATIONS.
005440     MOVE WB-RUN-MODE-SWITCH     TO RH-MODE-SWITCH.
005441     MOVE WB-RUN-TRAIL-AMPLITUDE TO RH-TRAIL-AMPLITUDE.
005442     MOVE WB-RUN-TRAIL-OFFSET    TO RH-TRAIL-OFFSET.
005443     IF WB-RENDER-COMPOSITE
005444         MOVE WB-MSG-COUNT       TO RH-MESSAGE-COUNT
005445     ELSE
005446         MOVE WB-MSG-INDEX       TO RH-MESSAGE-COUNT
005447     END-IF.
005448     MOVE WB-RENDER-SWITCH       TO RH-RENDER-SWITCH.
005449     MOVE WB-SAMPLE-COUNT        TO RH-SAMPLE-COUNT.
005450     MOVE WB-RESUMED-SAMPLES     TO RH-RESUMED-SAMPLES.
005454     MOVE WB-MIN-ROUND-INT       TO RH-MIN-ROUND-INT.
005455     MOVE WB-MAX-ROUND-INT       TO RH-MAX-ROUND-INT.
005456     MOVE WB-AVERAGE-ROUND-INT   TO RH-AVG-ROUND-INT.
005494 9000-CLOSE.
005500     CLOSE WAVE-BANNER-OUT.
005505     CLOSE WAVE-EXTRACT-FILE.
005506     CLOSE INPUT-MESSAGE-FILE.
005507     IF WB-INPUT-FROZEN
005508         CLOSE FROZEN-INPUT-FILE
005509     END-IF.
005511     IF WB-DEADLINE-PASSED
005512         MOVE "DEADLINE" TO AU-EVENT-CODE
005513     ELSE
