      *================================================================*
      *  MSGSET.CPY                                                    *
      *                                                                 *
      *  SYMBOLIC MAPS FOR BMS MAPSET MSGSET (SOURCE BMS/MSGSET.BMS),   *
      *  THE SCREENS OF THE MESSAGE LIBRARY TRANSACTIONS MSGO (MSGONL)  *
      *  AND MSGA (MSGAPR).                                             *
      *  THIS IS THE SYSPARM=DSECT ASSEMBLY OF THE MAPSET - CHANGE THE  *
      *  BMS SOURCE AND REASSEMBLE, DO NOT EDIT THE LAYOUT BY HAND.     *
      *    MSGLMAPI/O  - BROWSE LIST, 12 ROWS (LIN OCCURS 12)           *
      *    MSGDMAPI/O  - ONE ENTRY IN FULL                              *
      *    MSGAMAPI/O  - PENDING APPROVAL LIST, 12 ROWS (AIN OCCURS 12) *
      *                                                                 *
      *  HISTORY                                                        *
      *    2026-09-18  RWB  ORIGINAL.                                   *
      *    2026-09-22  RWB  DAPPR APPROVAL LINE ON MSGDMAP; NEW MSGAMAP *
      *                      FOR THE MSGA RELEASE TRANSACTION.          *
      *================================================================*
       01  MSGLMAPI.
           02  FILLER PIC X(12).
           02  LDATEL    COMP  PIC  S9(4).
           02  LDATEF    PICTURE X.
           02  FILLER REDEFINES LDATEF.
             03  LDATEA    PICTURE X.
           02  LDATEI  PIC X(8).
           02  LSTRIDL    COMP  PIC  S9(4).
           02  LSTRIDF    PICTURE X.
           02  FILLER REDEFINES LSTRIDF.
             03  LSTRIDA    PICTURE X.
           02  LSTRIDI  PIC X(4).
           02  LOWNERL    COMP  PIC  S9(4).
           02  LOWNERF    PICTURE X.
           02  FILLER REDEFINES LOWNERF.
             03  LOWNERA    PICTURE X.
           02  LOWNERI  PIC X(8).
           02  LSELIDL    COMP  PIC  S9(4).
           02  LSELIDF    PICTURE X.
           02  FILLER REDEFINES LSELIDF.
             03  LSELIDA    PICTURE X.
           02  LSELIDI  PIC X(4).
           02  DFHMS1 OCCURS 12 TIMES.
             03  LINL    COMP  PIC  S9(4).
             03  LINF    PICTURE X.
             03  FILLER REDEFINES LINF.
               04  LINA    PICTURE X.
             03  LINI  PIC X(79).
           02  LMSGL    COMP  PIC  S9(4).
           02  LMSGF    PICTURE X.
           02  FILLER REDEFINES LMSGF.
             03  LMSGA    PICTURE X.
           02  LMSGI  PIC X(79).
       01  MSGLMAPO REDEFINES MSGLMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  LDATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LSTRIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LOWNERO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LSELIDO  PIC X(4).
           02  DFHMS2 OCCURS 12 TIMES.
             03  FILLER PICTURE X(3).
             03  LINO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LMSGO  PIC X(79).
       01  MSGDMAPI.
           02  FILLER PIC X(12).
           02  DDATEL    COMP  PIC  S9(4).
           02  DDATEF    PICTURE X.
           02  FILLER REDEFINES DDATEF.
             03  DDATEA    PICTURE X.
           02  DDATEI  PIC X(8).
           02  DFUNCL    COMP  PIC  S9(4).
           02  DFUNCF    PICTURE X.
           02  FILLER REDEFINES DFUNCF.
             03  DFUNCA    PICTURE X.
           02  DFUNCI  PIC X(30).
           02  DIDL    COMP  PIC  S9(4).
           02  DIDF    PICTURE X.
           02  FILLER REDEFINES DIDF.
             03  DIDA    PICTURE X.
           02  DIDI  PIC X(4).
           02  DSTATL    COMP  PIC  S9(4).
           02  DSTATF    PICTURE X.
           02  FILLER REDEFINES DSTATF.
             03  DSTATA    PICTURE X.
           02  DSTATI  PIC X(1).
           02  DTEXTL    COMP  PIC  S9(4).
           02  DTEXTF    PICTURE X.
           02  FILLER REDEFINES DTEXTF.
             03  DTEXTA    PICTURE X.
           02  DTEXTI  PIC X(40).
           02  DFROML    COMP  PIC  S9(4).
           02  DFROMF    PICTURE X.
           02  FILLER REDEFINES DFROMF.
             03  DFROMA    PICTURE X.
           02  DFROMI  PIC X(8).
           02  DTOL    COMP  PIC  S9(4).
           02  DTOF    PICTURE X.
           02  FILLER REDEFINES DTOF.
             03  DTOA    PICTURE X.
           02  DTOI  PIC X(8).
           02  DOWNERL    COMP  PIC  S9(4).
           02  DOWNERF    PICTURE X.
           02  FILLER REDEFINES DOWNERF.
             03  DOWNERA    PICTURE X.
           02  DOWNERI  PIC X(8).
           02  DDESTL    COMP  PIC  S9(4).
           02  DDESTF    PICTURE X.
           02  FILLER REDEFINES DDESTF.
             03  DDESTA    PICTURE X.
           02  DDESTI  PIC X(2).
           02  DAMPL    COMP  PIC  S9(4).
           02  DAMPF    PICTURE X.
           02  FILLER REDEFINES DAMPF.
             03  DAMPA    PICTURE X.
           02  DAMPI  PIC X(4).
           02  DOFFL    COMP  PIC  S9(4).
           02  DOFFF    PICTURE X.
           02  FILLER REDEFINES DOFFF.
             03  DOFFA    PICTURE X.
           02  DOFFI  PIC X(4).
           02  DITERL    COMP  PIC  S9(4).
           02  DITERF    PICTURE X.
           02  FILLER REDEFINES DITERF.
             03  DITERA    PICTURE X.
           02  DITERI  PIC X(5).
           02  DMODEL    COMP  PIC  S9(4).
           02  DMODEF    PICTURE X.
           02  FILLER REDEFINES DMODEF.
             03  DMODEA    PICTURE X.
           02  DMODEI  PIC X(1).
           02  DTAMPL    COMP  PIC  S9(4).
           02  DTAMPF    PICTURE X.
           02  FILLER REDEFINES DTAMPF.
             03  DTAMPA    PICTURE X.
           02  DTAMPI  PIC X(4).
           02  DTOFFL    COMP  PIC  S9(4).
           02  DTOFFF    PICTURE X.
           02  FILLER REDEFINES DTOFFF.
             03  DTOFFA    PICTURE X.
           02  DTOFFI  PIC X(4).
           02  DDOWL    COMP  PIC  S9(4).
           02  DDOWF    PICTURE X.
           02  FILLER REDEFINES DDOWF.
             03  DDOWA    PICTURE X.
           02  DDOWI  PIC X(7).
           02  DANNL    COMP  PIC  S9(4).
           02  DANNF    PICTURE X.
           02  FILLER REDEFINES DANNF.
             03  DANNA    PICTURE X.
           02  DANNI  PIC X(1).
           02  DAPPRL    COMP  PIC  S9(4).
           02  DAPPRF    PICTURE X.
           02  FILLER REDEFINES DAPPRF.
             03  DAPPRA    PICTURE X.
           02  DAPPRI  PIC X(60).
           02  DMSGL    COMP  PIC  S9(4).
           02  DMSGF    PICTURE X.
           02  FILLER REDEFINES DMSGF.
             03  DMSGA    PICTURE X.
           02  DMSGI  PIC X(79).
       01  MSGDMAPO REDEFINES MSGDMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DDATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DFUNCO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  DIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  DSTATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DTEXTO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  DFROMO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DTOO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DOWNERO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DDESTO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  DAMPO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  DOFFO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  DITERO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  DMODEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DTAMPO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  DTOFFO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  DDOWO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  DANNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DAPPRO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  DMSGO  PIC X(79).
       01  MSGAMAPI.
           02  FILLER PIC X(12).
           02  ADATEL    COMP  PIC  S9(4).
           02  ADATEF    PICTURE X.
           02  FILLER REDEFINES ADATEF.
             03  ADATEA    PICTURE X.
           02  ADATEI  PIC X(8).
           02  AIDL    COMP  PIC  S9(4).
           02  AIDF    PICTURE X.
           02  FILLER REDEFINES AIDF.
             03  AIDA    PICTURE X.
           02  AIDI  PIC X(4).
           02  DFHMS3 OCCURS 12 TIMES.
             03  AINL    COMP  PIC  S9(4).
             03  AINF    PICTURE X.
             03  FILLER REDEFINES AINF.
               04  AINA    PICTURE X.
             03  AINI  PIC X(79).
           02  AMSGL    COMP  PIC  S9(4).
           02  AMSGF    PICTURE X.
           02  FILLER REDEFINES AMSGF.
             03  AMSGA    PICTURE X.
           02  AMSGI  PIC X(79).
       01  MSGAMAPO REDEFINES MSGAMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ADATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  AIDO  PIC X(4).
           02  DFHMS4 OCCURS 12 TIMES.
             03  FILLER PICTURE X(3).
             03  AINO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  AMSGO  PIC X(79).
