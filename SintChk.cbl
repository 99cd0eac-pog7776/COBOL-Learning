000444*                      YESTERDAY AS WELL AS TODAY, SO A RUN      *
000446*                      THAT CROSSES MIDNIGHT IS NOT FAILED ON    *
000448*                      A GOOD GENERATION.                        *
000449*    2026-09-24  RWB  A PAGE BREAK IS NOW CONTROL-1 WITH BLANK   *
000450*                      COLUMNS 1-121: SINTEST PUTS THE MESSAGE'S *
000451*                      MASTER KEY IN 122-132 OF EACH SEGMENT'S   *
000452*                      BREAK.                                    *
000456*================================================================*
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. IBM-370.
001610*----------------------------------------------------------------*
001620*  2000-CHECK-ONE-RECORD - CLASSIFY AND ACCOUNT FOR THE CURRENT  *
001630*  RECORD, THEN ADVANCE.  CLASSIFICATION MATCHES WHAT SINTEST    *
001640*  WRITES: CONTROL-1 BLANK THROUGH COLUMN 121 IS A PAGE BREAK    *
001650*  (122-132 MAY CARRY THE SEGMENT'S MSG-ID), OTHER CONTROL-1     *
001651*  TEXT IS THE HEADER, THE TRAILER TITLE, OR AN ANNOTATION;      *
001652*  EVERYTHING ON CONTROL-SPACE IS A WAVE DETAIL LINE UNTIL THE   *
001660*  TRAILER TITLE HAS PASSED, AFTER WHICH IT IS TRAILER TEXT.     *
001680*----------------------------------------------------------------*
001690 2000-CHECK-ONE-RECORD.
001700     IF CI-BAN-CONTROL NOT = "1" AND CI-BAN-CONTROL NOT = SPACE
001730         ADD 1 TO CH-BAD-CONTROL-COUNT
001740     END-IF
001750     IF CI-BAN-CONTROL = "1"
001760         IF CI-BAN-TEXT (1:121) = SPACES
001770             ADD 1 TO CH-PAGEBREAK-COUNT
001780         ELSE
001790             IF CI-BAN-TEXT (1:15) = "SINTEST BANNER "
