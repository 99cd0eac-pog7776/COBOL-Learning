000250*  REVIEW, BUT THE CHECKPOINT STAYS AUTHORITATIVE - IT IS THE   *
000260*  SAME TEST SINT010'S OWN RESTART LOGIC MAKES.                 *
000270*                                                                 *
000271*  ON A RESUME NIGHT IT ALSO PUTS BACK THE INTERRUPTED NIGHT'S   *
000272*  MESSAGE LIST: SINT005 HAS JUST REBUILT MSGIN FOR A NEW RUN    *
000273*  DATE, SO THE FROZEN COPY SINTEST LEFT IN FRZMSGIN IS COPIED   *
000274*  OVER IT - WHEN ITS FINGERPRINT MATCHES THE CHECKPOINT'S - AND *
000275*  SINT017'S KEY MAP AGREES WITH THE SEGMENTS BEING SPLICED.     *
000276*  SINT010 ITSELF READS THE FROZEN COPY DIRECTLY AND MAKES THE   *
000277*  BINDING FINGERPRINT CHECK.                                    *
000278*                                                                *
000280*  RETURN CODES:  00 CLEAN NIGHT (SINT012 IS BYPASSED), 01      *
000290*  RESUME NIGHT (SINT012 RUNS THE MERGE AND DISTRIBUTION        *
000300*  PICKS UP THE MERGED GENERATION).  FILE TROUBLE ONLY WARNS    *
000360*                      PRTDIST DISTRIBUTED ONLY THE POST-       *
000370*                      CHECKPOINT TAIL; NOW THE NIGHTLY         *
000380*                      STREAM DETECTS AND MERGES BY ITSELF.     *
000382*    2026-10-01  RWB  ON A RESUME NIGHT, RESTORE MSGIN FROM      *
000384*                      THE FROZEN INPUT (FRZMSGIN, MSGFRZ) WHEN  *
000386*                      ITS FINGERPRINT MATCHES THE CHECKPOINT'S. *
000388*                      CHECKPOINT RECORD NOW 90 BYTES.           *
000390*================================================================*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000490     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITIN
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS AU-FILE-STATUS.
000511     SELECT FROZEN-INPUT-FILE ASSIGN TO FRZMSGIN
000512         ORGANIZATION IS SEQUENTIAL
000513         FILE STATUS IS FZ-FILE-STATUS.
000514     SELECT RESTORED-MESSAGE-FILE ASSIGN TO MSGOUT
000515         ORGANIZATION IS SEQUENTIAL
000516         FILE STATUS IS MO-FILE-STATUS.
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000550*----------------------------------------------------------------*
000560*  CHECKPOINT-FILE - SINTEST'S CK-CHECKPOINT-RECORD.  ONLY THE   *
000570*  POSITION FIELDS ARE BROKEN OUT HERE, FOR THE OPERATOR         *
000580*  DISPLAY, AND THE INPUT FINGERPRINT, FOR THE MSGIN RESTORE;    *
000581*  PRESENCE OF THE RECORD IS THE DECISION.                       *
000590*----------------------------------------------------------------*
000600 FD  CHECKPOINT-FILE
000610     RECORDING MODE IS F
000640     05  RD-CK-MSG-INDEX         PIC 9(04).
000650     05  RD-CK-ITER-NUM          PIC 9(05).
000660     05  FILLER                  PIC X(43).
000665     05  RD-CK-FINGERPRINT       PIC X(38).
000670*----------------------------------------------------------------*
000680*  AUDIT-LOG-FILE - 120-BYTE AUDITREC RECORDS; ONLY THE TAIL     *
000690*  (LAST EVENT) MATTERS HERE.                                    *
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 01  AU-AUDIT-REC                PIC X(120).
000741*----------------------------------------------------------------*
000742*  FROZEN-INPUT-FILE - SINTEST'S FROZEN COPY OF THE INTERRUPTED  *
000743*  NIGHT'S MSGIN, BEHIND ITS MSGFRZ CONTROL RECORD.              *
000744*  RESTORED-MESSAGE-FILE - PROD.SINTEST.MSGIN, REWRITTEN FROM    *
000745*  IT ON A RESUME NIGHT.  BOTH ARE MSGINREC-LENGTH RECORDS.      *
000746*----------------------------------------------------------------*
000747 FD  FROZEN-INPUT-FILE
000748     RECORDING MODE IS F
000749     LABEL RECORDS ARE STANDARD.
000750 01  FZ-FROZEN-RECORD            PIC X(68).
000751 FD  RESTORED-MESSAGE-FILE
000752     RECORDING MODE IS F
000753     LABEL RECORDS ARE STANDARD.
000754 01  MO-MESSAGE-RECORD           PIC X(68).
000757*
000760 WORKING-STORAGE SECTION.
000770*----------------------------------------------------------------*
000780*  STANDALONE COUNTERS AND SWITCHES.                             *
000790*----------------------------------------------------------------*
000800 77  CK-FILE-STATUS              PIC X(02) VALUE "00".
000810 77  AU-FILE-STATUS              PIC X(02) VALUE "00".
000811 77  FZ-FILE-STATUS              PIC X(02) VALUE "00".
000812 77  MO-FILE-STATUS              PIC X(02) VALUE "00".
000813 77  RD-FROZEN-EOF-SWITCH        PIC X(01) VALUE "N".
000814     88  RD-FROZEN-EOF                     VALUE "Y".
000815 77  RD-RESTORE-COUNT            PIC 9(04) VALUE 0.
000820 77  RD-RESUME-SWITCH            PIC X(01) VALUE "N".
000830     88  RD-RESUME-NIGHT                   VALUE "Y".
000840 77  RD-AUDIT-EOF-SWITCH         PIC X(01) VALUE "N".
000920     COPY AUDITREC.
000930*
000940*----------------------------------------------------------------*
000941*  COPY MSGFRZ - FROZEN-INPUT CONTROL RECORD.                    *
000942*----------------------------------------------------------------*
000943     COPY MSGFRZ.
000944*
000945*----------------------------------------------------------------*
000950*  TAIL OF THE AUDIT TRAIL - THE LAST EVENT ON FILE.             *
000960*----------------------------------------------------------------*
000970 01  RD-LAST-EVENT-DATE          PIC 9(08) VALUE 0.
001020*
001030 0000-MAINLINE-CONTROL.
001040     PERFORM 1000-CHECK-CHECKPOINT THRU 1000-EXIT.
001045     PERFORM 1500-RESTORE-FROZEN-INPUT THRU 1500-EXIT.
001050     PERFORM 2000-CHECK-AUDIT-TAIL THRU 2000-EXIT.
001060     PERFORM 3000-REPORT-DECISION THRU 3000-EXIT.
001070     GOBACK.
001310         RD-CK-MSG-INDEX " ITERATION " RD-CK-ITER-NUM
001320         " - TONIGHT RESUMES A PARTIAL GENERATION".
001330 1000-EXIT.
001331     EXIT.
001332*
001333*----------------------------------------------------------------*
001334*  1500-RESTORE-FROZEN-INPUT - RESUME NIGHTS ONLY.  COPY THE     *
001335*  FROZEN MESSAGE LIST OVER THE MSGIN SINT005 JUST REBUILT, SO   *
001336*  EVERY LATER STEP SEES THE LIST THE CHECKPOINT WAS TAKEN       *
001337*  AGAINST.  A MISSING OR MISMATCHED FROZEN COPY LEAVES MSGIN AS *
001338*  BUILT AND ONLY WARNS - SINT010 WILL REFUSE THE RESUME WITH A  *
001339*  FATAL AUDIT EVENT, WHICH IS THE SIGNAL OPERATIONS ACT ON.     *
001340*----------------------------------------------------------------*
001341 1500-RESTORE-FROZEN-INPUT.
001342     IF NOT RD-RESUME-NIGHT
001343         GO TO 1500-EXIT
001344     END-IF.
001345     OPEN INPUT FROZEN-INPUT-FILE.
001346     IF FZ-FILE-STATUS NOT = "00"
001347         DISPLAY "SINTRDET - WARNING: FRZMSGIN OPEN FAILED, "
001348             "STATUS " FZ-FILE-STATUS " - MSGIN LEFT AS BUILT"
001349         GO TO 1500-EXIT
001350     END-IF.
001351     MOVE SPACES TO FZ-CONTROL-RECORD.
001352     READ FROZEN-INPUT-FILE INTO FZ-CONTROL-RECORD
001353         AT END
001354             MOVE SPACES TO FZ-CONTROL-RECORD
001355     END-READ.
001356     IF NOT FZ-CONTROL-PRESENT
001357      OR FZ-FINGERPRINT NOT = RD-CK-FINGERPRINT
001358         DISPLAY "SINTRDET - WARNING: FROZEN INPUT DOES NOT "
001359             "MATCH THE CHECKPOINT - MSGIN LEFT AS BUILT; "
001360             "SINT010 WILL REFUSE THE RESUME"
001361         CLOSE FROZEN-INPUT-FILE
001362         GO TO 1500-EXIT
001363     END-IF.
001364     OPEN OUTPUT RESTORED-MESSAGE-FILE.
001365     IF MO-FILE-STATUS NOT = "00"
001366         DISPLAY "SINTRDET - WARNING: MSGOUT OPEN FAILED, "
001367             "STATUS " MO-FILE-STATUS " - MSGIN LEFT AS BUILT"
001368         CLOSE FROZEN-INPUT-FILE
001369         GO TO 1500-EXIT
001370     END-IF.
001371     PERFORM 1510-RESTORE-ONE-MESSAGE THRU 1510-EXIT
001372         UNTIL RD-FROZEN-EOF.
001373     CLOSE FROZEN-INPUT-FILE.
001374     CLOSE RESTORED-MESSAGE-FILE.
001375     DISPLAY "SINTRDET - MSGIN RESTORED FROM THE FROZEN INPUT OF "
001376         FZ-RUN-DATE ": " RD-RESTORE-COUNT " MESSAGES".
001377 1500-EXIT.
001378     EXIT.
001379*
001380*----------------------------------------------------------------*
001381*  1510-RESTORE-ONE-MESSAGE - A READ OR WRITE FAILURE STOPS      *
001382*  THE COPY WITH A WARNING; SINT017 WILL REJECT ANY SEGMENT      *
001383*  WHOSE KEY THE SHORT MSGIN LACKS.                              *
001384*----------------------------------------------------------------*
001385 1510-RESTORE-ONE-MESSAGE.
001386     READ FROZEN-INPUT-FILE
001387         AT END
001388             SET RD-FROZEN-EOF TO TRUE
001389             GO TO 1510-EXIT
001390     END-READ.
001391     IF FZ-FILE-STATUS NOT = "00"
001392         DISPLAY "SINTRDET - WARNING: FRZMSGIN READ ERROR, "
001393             "STATUS " FZ-FILE-STATUS
001394             " - MSGIN RESTORE INCOMPLETE"
001395         SET RD-FROZEN-EOF TO TRUE
001396         GO TO 1510-EXIT
001397     END-IF.
001398     WRITE MO-MESSAGE-RECORD FROM FZ-FROZEN-RECORD.
001399     IF MO-FILE-STATUS NOT = "00"
001400         DISPLAY "SINTRDET - WARNING: MSGOUT WRITE FAILED, "
001401             "STATUS " MO-FILE-STATUS
001402             " - MSGIN RESTORE INCOMPLETE"
001403         SET RD-FROZEN-EOF TO TRUE
001404         GO TO 1510-EXIT
001405     END-IF.
001406     ADD 1 TO RD-RESTORE-COUNT.
001407 1510-EXIT.
001408     EXIT.
001409*
001410*----------------------------------------------------------------*
001411*  2000-CHECK-AUDIT-TAIL - READ THE TRAIL THROUGH TO ITS LAST    *
001412*  EVENT.  AN UNREADABLE TRAIL ONLY WARNS; THE CHECKPOINT HAS    *
001414*  ALREADY DECIDED.                                              *
001416*----------------------------------------------------------------*
001418 2000-CHECK-AUDIT-TAIL.
001420     OPEN INPUT AUDIT-LOG-FILE.
001430     IF AU-FILE-STATUS NOT = "00"
001440         DISPLAY "SINTRDET - WARNING: AUDITIN OPEN FAILED, "
