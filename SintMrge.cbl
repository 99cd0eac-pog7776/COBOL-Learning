000410*    2026-08-21  RWB  ORIGINAL - REPLACES THE MANUAL (AND        *
000420*                      USUALLY FORGOTTEN) CONCATENATION OF THE   *
000430*                      TWO GENERATIONS AHEAD OF PRTDIST.         *
000431*    2026-09-24  RWB  A PAGE BREAK IS NOW CONTROL-1 WITH BLANK   *
000432*                      COLUMNS 1-121: SINTEST PUTS THE MESSAGE'S *
000433*                      MASTER KEY IN 122-132 OF EACH SEGMENT'S   *
000434*                      BREAK.  THE PARTIAL'S BREAK IS THE ONE    *
000435*                      KEPT, AS BEFORE.                          *
000440*================================================================*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
002330     END-IF.
002340     ADD 1 TO MG-PART-RECORD-COUNT.
002350     IF MG-WRK-CONTROL = "1"
002360         IF MG-WRK-TEXT (1:121) = SPACES
002370             IF MG-SEG-COUNT >= MG-SEG-MAX
002380                 DISPLAY "SINTMRGE - FATAL: MORE THAN "
002390                     MG-SEG-MAX " SEGMENTS ON PARTIN"
003950     IF NOT MG-FRESH-RESTART
003960      AND NOT MG-TAIL-EOF
003970      AND MG-WRK-CONTROL = "1"
003980      AND MG-WRK-TEXT (1:121) = SPACES
003990         PERFORM 4100-READ-TAIL-RECORD THRU 4100-EXIT
004000     END-IF.
004010     PERFORM 4200-COPY-ONE-TAIL THRU 4200-EXIT
004800     END-IF.
004810     ADD 1 TO MG-OUT-RECORD-COUNT.
004820     IF MG-WRK-CONTROL = "1"
004830         IF MG-WRK-TEXT (1:121) = SPACES
004840             ADD 1 TO MG-OUT-PAGEBREAK-COUNT
004850         ELSE
004860             IF MG-WRK-TEXT (1:15) = "SINTEST BANNER "
