000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SINTPART.
000030 AUTHOR. R W BENSON.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH REPORTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================*
000080*  SINTPART - OPEN A PARTITIONED NIGHT.                          *
000090*                                                                *
000100*  RUNS AS PRT005, AT THE TOP OF THE SINTPART JOB, ON A NIGHT    *
000110*  TOO HEAVY FOR ONE SINT010 STEP TO FINISH INSIDE THE BATCH     *
000120*  WINDOW.  IT RECORDS IN PARTCTL THAT TONIGHT'S MSGIN IS SPLIT  *
000130*  INTO THE PARM'S NUMBER OF PARTITIONS.  THE SPLIT ITSELF IS    *
000140*  BY POSITION, NOT BY COPY: EACH PARTITION JOB (SINTP01, ...)   *
000150*  RUNS SINTEST AGAINST THE WHOLE MSGIN WITH ITS PARTITION       *
000160*  NUMBER AND COUNT IN THE PARM, AND SINTEST RENDERS ONLY ITS    *
000170*  OWN CONTIGUOUS RANGE OF MESSAGES, SO EVERY PARTITION AND      *
000180*  SINTASMB AGREE ON THE RANGES WITHOUT A SECOND COPY OF THE     *
000190*  INPUT TO KEEP IN STEP.  SINTASMB CLOSES THE SPLIT WHEN IT     *
000200*  HAS REASSEMBLED THE PARTITIONS INTO ONE GENERATION.           *
000210*                                                                *
000220*  A SPLIT STILL OPEN FROM AN EARLIER NIGHT IS NEVER OVERLAID -  *
000230*  ITS PARTITIONS MAY HOLD CHECKPOINTS THAT STILL NEED THEIR     *
000240*  RESUME.  FINISH THEM AND RUN SINTASMB FIRST.                  *
000250*                                                                *
000260*  PARM:  PARTITION COUNT, 2 DIGITS, 01 THROUGH 16.  IT MUST     *
000270*  MATCH THE COUNT IN THE PARTITION JOBS' SINTEST PARM.          *
000280*  RETURN CODES:  00 SPLIT OPENED, 08 REFUSED (BAD PARM OR A     *
000290*  SPLIT ALREADY OPEN - PRT010 AND THE PARTITION JOBS MUST NOT   *
000300*  RUN), 16 FILE FAILURE.                                        *
000310*                                                                *
000320*  MODIFICATION HISTORY                                          *
000330*    2026-10-15  RWB  ORIGINAL - HEAVY NIGHTS WERE DRAINING AT   *
000340*                      THE DEADLINE; SINT010 NOW RUNS AS         *
000350*                      CONCURRENT PARTITIONS OF MSGIN.           *
000352*    2026-10-15  RWB  PARTCTL READ ERROR NOW FATAL, RC 16;       *
000354*                      WORK FIELDS NOW PO-, CLEAR OF SINTSPLT'S  *
000360*================================================================*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PARTITION-CONTROL-FILE ASSIGN TO PARTCTL
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS PC-FILE-STATUS.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490*----------------------------------------------------------------*
000500*  PARTITION-CONTROL-FILE - ONE 80-BYTE PARTCTL RECORD.          *
000510*----------------------------------------------------------------*
000520 FD  PARTITION-CONTROL-FILE
000530     RECORDING MODE IS F
000540     LABEL RECORDS ARE STANDARD.
000550 01  PC-FILE-RECORD              PIC X(80).
000560*
000570 WORKING-STORAGE SECTION.
000580*----------------------------------------------------------------*
000590*  STANDALONE COUNTERS AND SWITCHES.                             *
000600*----------------------------------------------------------------*
000610 77  PC-FILE-STATUS              PIC X(02) VALUE "00".
000620 77  PO-SPLIT-OPEN-SWITCH        PIC X(01) VALUE "N".
000630     88  PO-PRIOR-SPLIT-OPEN               VALUE "Y".
000640*
000650*----------------------------------------------------------------*
000660*  COPY PARTCTL - PARTITION CONTROL RECORD.                      *
000670*----------------------------------------------------------------*
000680     COPY PARTCTL.
000690*
000700*----------------------------------------------------------------*
000710*  RESOLVED PARM.  THE UPPER LIMIT IS SINTEST'S WB-PART-MAX.     *
000720*----------------------------------------------------------------*
000730 01  PO-PART-COUNT               PIC 9(02) VALUE 0.
000740 01  PO-PART-MAX                 PIC 9(02) VALUE 16.
000750 01  PO-RUN-DATE                 PIC 9(08) VALUE 0.
000760 01  PO-RUN-TIME                 PIC 9(08) VALUE 0.
000770*
000780 LINKAGE SECTION.
000790*----------------------------------------------------------------*
000800*  LS-PARM-AREA - STANDARD MVS PARM CONVENTION.  2-DIGIT         *
000810*  PARTITION COUNT.                                              *
000820*----------------------------------------------------------------*
000830 01  LS-PARM-AREA.
000840     05  LS-PARM-LEN             PIC S9(04) COMP.
000850     05  LS-PARM-TEXT            PIC X(80).
000860*
000870 PROCEDURE DIVISION USING LS-PARM-AREA.
000880*
000890 0000-MAINLINE-CONTROL.
000900     PERFORM 1000-RESOLVE-PARM THRU 1000-EXIT.
000910     PERFORM 2000-CHECK-PRIOR-SPLIT THRU 2000-EXIT.
000920     PERFORM 3000-OPEN-SPLIT THRU 3000-EXIT.
000930     GOBACK.
000940 0000-MAINLINE-EXIT.
000950     EXIT.
000960*
000970*----------------------------------------------------------------*
000980*  1000-RESOLVE-PARM - THE PARTITION COUNT IS REQUIRED.  ONE     *
000990*  PARTITION IS ALLOWED (IT IS A SINGLE-STREAM NIGHT RUN THROUGH *
001000*  THE PARTITION JOBS) BUT IS NORMALLY JUST SINTEST.             *
001010*----------------------------------------------------------------*
001020 1000-RESOLVE-PARM.
001030     IF LS-PARM-LEN < 2
001040      OR LS-PARM-TEXT (1:2) NOT NUMERIC
001050         DISPLAY "SINTPART - ERROR: PARM MUST BE THE 2-DIGIT "
001060             "PARTITION COUNT"
001070         MOVE 8 TO RETURN-CODE
001080         GOBACK
001090     END-IF.
001100     MOVE LS-PARM-TEXT (1:2) TO PO-PART-COUNT.
001110     IF PO-PART-COUNT < 1
001120      OR PO-PART-COUNT > PO-PART-MAX
001130         DISPLAY "SINTPART - ERROR: PARTITION COUNT "
001140             PO-PART-COUNT " NOT 01 THROUGH " PO-PART-MAX
001150         MOVE 8 TO RETURN-CODE
001160         GOBACK
001170     END-IF.
001180 1000-EXIT.
001190     EXIT.
001200*
001210*----------------------------------------------------------------*
001220*  2000-CHECK-PRIOR-SPLIT - AN EMPTY PARTCTL, OR ONE CLOSED BY   *
001230*  SINTASMB, MAY BE OVERWRITTEN.  AN OPEN ONE MAY NOT.           *
001240*----------------------------------------------------------------*
001250 2000-CHECK-PRIOR-SPLIT.
001260     OPEN INPUT PARTITION-CONTROL-FILE.
001270     IF PC-FILE-STATUS NOT = "00"
001280         DISPLAY "SINTPART - FATAL: PARTCTL OPEN FAILED, STATUS "
001290             PC-FILE-STATUS
001300         MOVE 16 TO RETURN-CODE
001310         GOBACK
001320     END-IF.
001330     READ PARTITION-CONTROL-FILE INTO PC-CONTROL-RECORD
001340         AT END
001350             CLOSE PARTITION-CONTROL-FILE
001360             GO TO 2000-EXIT
001370     END-READ.
001372     IF PC-FILE-STATUS NOT = "00"
001373         DISPLAY "SINTPART - FATAL: PARTCTL READ ERROR, STATUS "
001374             PC-FILE-STATUS
001375         MOVE 16 TO RETURN-CODE
001376         GOBACK
001377     END-IF.
001380     CLOSE PARTITION-CONTROL-FILE.
001390     IF PC-CONTROL-PRESENT
001400      AND PC-SPLIT-OPEN
001410         SET PO-PRIOR-SPLIT-OPEN TO TRUE
001420     END-IF.
001430     IF PO-PRIOR-SPLIT-OPEN
001440         DISPLAY "SINTPART - ERROR: A SPLIT INTO " PC-PART-COUNT
001450             " PARTITIONS OPENED " PC-OPEN-DATE " AT "
001460             PC-OPEN-TIME " IS STILL OPEN"
001470         DISPLAY "SINTPART - FINISH ITS PARTITION JOBS AND RUN "
001480             "SINTASMB BEFORE SPLITTING ANOTHER NIGHT"
001490         MOVE 8 TO RETURN-CODE
001500         GOBACK
001510     END-IF.
001520 2000-EXIT.
001530     EXIT.
001540*
001550*----------------------------------------------------------------*
001560*  3000-OPEN-SPLIT - REWRITE PARTCTL FROM THE START WITH THE     *
001570*  OPEN RECORD.                                                  *
001580*----------------------------------------------------------------*
001590 3000-OPEN-SPLIT.
001600     ACCEPT PO-RUN-DATE FROM DATE YYYYMMDD.
001610     ACCEPT PO-RUN-TIME FROM TIME.
001620     MOVE SPACES TO PC-CONTROL-RECORD.
001630     SET PC-CONTROL-PRESENT TO TRUE.
001640     SET PC-SPLIT-OPEN TO TRUE.
001650     MOVE PO-PART-COUNT TO PC-PART-COUNT.
001660     MOVE PO-RUN-DATE TO PC-OPEN-DATE.
001670     MOVE PO-RUN-TIME TO PC-OPEN-TIME.
001680     MOVE 0 TO PC-CLOSE-DATE.
001690     MOVE 0 TO PC-CLOSE-TIME.
001700     MOVE 0 TO PC-MSG-COUNT.
001710     MOVE 0 TO PC-SAMPLE-COUNT.
001720     OPEN OUTPUT PARTITION-CONTROL-FILE.
001730     IF PC-FILE-STATUS NOT = "00"
001740         DISPLAY "SINTPART - FATAL: PARTCTL OPEN FAILED, STATUS "
001750             PC-FILE-STATUS
001760         MOVE 16 TO RETURN-CODE
001770         GOBACK
001780     END-IF.
001790     WRITE PC-FILE-RECORD FROM PC-CONTROL-RECORD.
001800     IF PC-FILE-STATUS NOT = "00"
001810         DISPLAY "SINTPART - FATAL: PARTCTL WRITE FAILED, STATUS "
001820             PC-FILE-STATUS
001830         MOVE 16 TO RETURN-CODE
001840         GOBACK
001850     END-IF.
001860     CLOSE PARTITION-CONTROL-FILE.
001870     DISPLAY "SINTPART - NIGHT SPLIT INTO " PO-PART-COUNT
001880         " PARTITIONS, OPENED " PO-RUN-DATE " AT " PO-RUN-TIME.
001890 3000-EXIT.
001900     EXIT.
001910*
001920 END PROGRAM SINTPART.
