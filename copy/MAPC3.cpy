           02  FILLER REDEFINES DDN1F.
               03  DDN1A             PIC X.
           02  DDN1I                 PIC X(8).
           02  NIV1L                 PIC S9(4) COMP.
           02  NIV1F                 PIC X.
           02  FILLER REDEFINES NIV1F.
               03  NIV1A             PIC X.
           02  NIV1I                 PIC X(1).
           02  COD1L                 PIC S9(4) COMP.
           02  COD1F                 PIC X.
           02  FILLER REDEFINES COD1F.
               03  COD1A             PIC X.
           02  COD1I                 PIC X(10).
           02  FNC1L                 PIC S9(4) COMP.
           02  FNC1F                 PIC X.
           02  FILLER REDEFINES FNC1F.
               03  FNC1A             PIC X.
           02  FNC1I                 PIC X(8).
           02  DEB1L                 PIC S9(4) COMP.
           02  DEB1F                 PIC X.
           02  FILLER REDEFINES DEB1F.
           02  FILLER                PIC X(3).
           02  DDN1O                 PIC X(8).
           02  FILLER                PIC X(3).
           02  NIV1O                 PIC X(1).
           02  FILLER                PIC X(3).
           02  COD1O                 PIC X(10).
           02  FILLER                PIC X(3).
           02  FNC1O                 PIC X(8).
           02  FILLER                PIC X(3).
           02  DEB1O                 PIC X(8).
           02  FILLER                PIC X(3).
           02  FIN1O                 PIC X(8).
           02  FILLER REDEFINES DDN3F.
               03  DDN3A             PIC X.
           02  DDN3I                 PIC X(8).
           02  NIV3L                 PIC S9(4) COMP.
           02  NIV3F                 PIC X.
           02  FILLER REDEFINES NIV3F.
               03  NIV3A             PIC X.
           02  NIV3I                 PIC X(1).
           02  COD3L                 PIC S9(4) COMP.
           02  COD3F                 PIC X.
           02  FILLER REDEFINES COD3F.
           02  FILLER                PIC X(3).
           02  DDN3O                 PIC X(8).
           02  FILLER                PIC X(3).
           02  NIV3O                 PIC X(1).
           02  FILLER                PIC X(3).
           02  COD3O                 PIC X(10).
           02  FILLER                PIC X(3).
           02  DEB3O                 PIC X(8).
           02  FILLER REDEFINES SIT6F.
               03  SIT6A             PIC X.
           02  SIT6I                 PIC X(20).
           02  SAL6L                 PIC S9(4) COMP.
           02  SAL6F                 PIC X.
           02  FILLER REDEFINES SAL6F.
               03  SAL6A             PIC X.
           02  SAL6I                 PIC X(6).
           02  PLS6L                 PIC S9(4) COMP.
           02  PLS6F                 PIC X.
           02  FILLER REDEFINES PLS6F.
               03  PLS6A             PIC X.
           02  PLS6I                 PIC X(4).
           02  CRD6L                 PIC S9(4) COMP.
           02  CRD6F                 PIC X.
           02  FILLER REDEFINES CRD6F.
               03  CRD6A             PIC X.
           02  CRD6I                 PIC X(25).
           02  AUT6L                 PIC S9(4) COMP.
           02  AUT6F                 PIC X.
           02  FILLER REDEFINES AUT6F.
               03  AUT6A             PIC X.
           02  AUT6I                 PIC X(9).
           02  CAP6L                 PIC S9(4) COMP.
           02  CAP6F                 PIC X.
           02  FILLER REDEFINES CAP6F.
           02  FILLER REDEFINES TAU6F.
               03  TAU6A             PIC X.
           02  TAU6I                 PIC X(5).
           02  EFF6L                 PIC S9(4) COMP.
           02  EFF6F                 PIC X.
           02  FILLER REDEFINES EFF6F.
               03  EFF6A             PIC X.
           02  EFF6I                 PIC X(8).
           02  ACT6L                 PIC S9(4) COMP.
           02  ACT6F                 PIC X.
           02  FILLER REDEFINES ACT6F.
               03  ACT6A             PIC X.
           02  ACT6I                 PIC X(1).
           02  BFO6L                 PIC S9(4) COMP.
           02  BFO6F                 PIC X.
           02  FILLER REDEFINES BFO6F.
               03  BFO6A             PIC X.
           02  BFO6I                 PIC X(9).
           02  BIN6L                 PIC S9(4) COMP.
           02  BIN6F                 PIC X.
           02  FILLER REDEFINES BIN6F.
               03  BIN6A             PIC X.
           02  BIN6I                 PIC X(9).
           02  BAU6L                 PIC S9(4) COMP.
           02  BAU6F                 PIC X.
           02  FILLER REDEFINES BAU6F.
               03  BAU6A             PIC X.
           02  BAU6I                 PIC X(9).
           02  JRS6L                 PIC S9(4) COMP.
           02  JRS6F                 PIC X.
           02  FILLER REDEFINES JRS6F.
               03  JRS6A             PIC X.
           02  JRS6I                 PIC X(7).
           02  HTX6 OCCURS 2 TIMES.
               03  HTX6L             PIC S9(4) COMP.
               03  HTX6F             PIC X.
               03  FILLER REDEFINES HTX6F.
                   04  HTX6A         PIC X.
               03  HTX6I             PIC X(79).
           02  PNV6L                 PIC S9(4) COMP.
           02  PNV6F                 PIC X.
           02  FILLER REDEFINES PNV6F.
               03  PNV6A             PIC X.
           02  PNV6I                 PIC X(1).
           02  PSE6L                 PIC S9(4) COMP.
           02  PSE6F                 PIC X.
           02  FILLER REDEFINES PSE6F.
               03  PSE6A             PIC X.
           02  PSE6I                 PIC X(10).
           02  PAD6L                 PIC S9(4) COMP.
           02  PAD6F                 PIC X.
           02  FILLER REDEFINES PAD6F.
               03  PAD6A             PIC X.
           02  PAD6I                 PIC X(1).
           02  MESS6L                PIC S9(4) COMP.
           02  MESS6F                PIC X.
           02  FILLER REDEFINES MESS6F.
           02  FILLER                PIC X(3).
           02  SIT6O                 PIC X(20).
           02  FILLER                PIC X(3).
           02  SAL6O                 PIC X(6).
           02  FILLER                PIC X(3).
           02  PLS6O                 PIC X(4).
           02  FILLER                PIC X(3).
           02  CRD6O                 PIC X(25).
           02  FILLER                PIC X(3).
           02  AUT6O                 PIC X(9).
           02  FILLER                PIC X(3).
           02  CAP6O                 PIC X(4).
           02  FILLER                PIC X(3).
           02  TAU6O                 PIC X(5).
           02  FILLER                PIC X(3).
           02  EFF6O                 PIC X(8).
           02  FILLER                PIC X(3).
           02  ACT6O                 PIC X(1).
           02  FILLER                PIC X(3).
           02  BFO6O                 PIC X(9).
           02  FILLER                PIC X(3).
           02  BIN6O                 PIC X(9).
           02  FILLER                PIC X(3).
           02  BAU6O                 PIC X(9).
           02  FILLER                PIC X(3).
           02  JRS6O                 PIC X(7).
           02  HTX6O-GRP OCCURS 2 TIMES.
               03  FILLER            PIC X(3).
               03  HTX6O             PIC X(79).
           02  FILLER                PIC X(3).
           02  PNV6O                 PIC X(1).
           02  FILLER                PIC X(3).
           02  PSE6O                 PIC X(10).
           02  FILLER                PIC X(3).
           02  PAD6O                 PIC X(1).
           02  FILLER                PIC X(3).
           02  MESS6O                PIC X(79).

           02  FILLER REDEFINES NIVBF.
               03  NIVBA             PIC X.
           02  NIVBI                 PIC X(1).
           02  MAJBL                 PIC S9(4) COMP.
           02  MAJBF                 PIC X.
           02  FILLER REDEFINES MAJBF.
               03  MAJBA             PIC X.
           02  MAJBI                 PIC X(18).
           02  RECBL                 PIC S9(4) COMP.
           02  RECBF                 PIC X.
           02  FILLER REDEFINES RECBF.
               03  RECBA             PIC X.
           02  RECBI                 PIC X(45).
           02  TSBL                  PIC S9(4) COMP.
           02  TSBF                  PIC X.
           02  FILLER REDEFINES TSBF.
               03  TSBA              PIC X.
           02  TSBI                  PIC X(1).
           02  S1BL                  PIC S9(4) COMP.
           02  S1BF                  PIC X.
           02  FILLER REDEFINES S1BF.
               03  S1BA              PIC X.
           02  S1BI                  PIC X(20).
           02  S2BL                  PIC S9(4) COMP.
           02  S2BF                  PIC X.
           02  FILLER REDEFINES S2BF.
               03  S2BA              PIC X.
           02  S2BI                  PIC X(20).
           02  ACTBL                 PIC S9(4) COMP.
           02  ACTBF                 PIC X.
           02  FILLER REDEFINES ACTBF.
           02  FILLER                PIC X(3).
           02  NIVBO                 PIC X(1).
           02  FILLER                PIC X(3).
           02  MAJBO                 PIC X(18).
           02  FILLER                PIC X(3).
           02  RECBO                 PIC X(45).
           02  FILLER                PIC X(3).
           02  TSBO                  PIC X(1).
           02  FILLER                PIC X(3).
           02  S1BO                  PIC X(20).
           02  FILLER                PIC X(3).
           02  S2BO                  PIC X(20).
           02  FILLER                PIC X(3).
           02  ACTBO                 PIC X(1).
           02  FILLER                PIC X(3).
           02  MESSBO                PIC X(79).
               03  FILLER REDEFINES LIGKF.
                   04  LIGKA         PIC X.
               03  LIGKI             PIC X(79).
           02  SITKL                 PIC S9(4) COMP.
           02  SITKF                 PIC X.
           02  FILLER REDEFINES SITKF.
               03  SITKA             PIC X.
           02  SITKI                 PIC X(20).
           02  SALKL                 PIC S9(4) COMP.
           02  SALKF                 PIC X.
           02  FILLER REDEFINES SALKF.
               03  SALKA             PIC X.
           02  SALKI                 PIC X(6).
           02  ACTKL                 PIC S9(4) COMP.
           02  ACTKF                 PIC X.
           02  FILLER REDEFINES ACTKF.
               03  ACTKA             PIC X.
           02  ACTKI                 PIC X(1).
           02  LSAKL                 PIC S9(4) COMP.
           02  LSAKF                 PIC X.
           02  FILLER REDEFINES LSAKF.
               03  LSAKA             PIC X.
           02  LSAKI                 PIC X(30).
           02  PLAKL                 PIC S9(4) COMP.
           02  PLAKF                 PIC X.
           02  FILLER REDEFINES PLAKF.
               03  PLAKA             PIC X.
           02  PLAKI                 PIC X(4).
           02  PMRKL                 PIC S9(4) COMP.
           02  PMRKF                 PIC X.
           02  FILLER REDEFINES PMRKF.
               03  PMRKA             PIC X.
           02  PMRKI                 PIC X(1).
           02  MESSKL                PIC S9(4) COMP.
           02  MESSKF                PIC X.
           02  FILLER REDEFINES MESSKF.
               03  FILLER            PIC X(3).
               03  LIGKO             PIC X(79).
           02  FILLER                PIC X(3).
           02  SITKO                 PIC X(20).
           02  FILLER                PIC X(3).
           02  SALKO                 PIC X(6).
           02  FILLER                PIC X(3).
           02  ACTKO                 PIC X(1).
           02  FILLER                PIC X(3).
           02  LSAKO                 PIC X(30).
           02  FILLER                PIC X(3).
           02  PLAKO                 PIC X(4).
           02  FILLER                PIC X(3).
           02  PMRKO                 PIC X(1).
           02  FILLER                PIC X(3).
           02  MESSKO                PIC X(79).

       01  MAPLI.
           02  FILLER REDEFINES SESFF.
               03  SESFA             PIC X.
           02  SESFI                 PIC X(10).
           02  COUFL                 PIC S9(4) COMP.
           02  COUFF                 PIC X.
           02  FILLER REDEFINES COUFF.
               03  COUFA             PIC X.
           02  COUFI                 PIC X(9).
           02  JRFL                  PIC S9(4) COMP.
           02  JRFF                  PIC X.
           02  FILLER REDEFINES JRFF.
               03  JRFA              PIC X.
           02  JRFI                  PIC X(8).
           02  PERFL                 PIC S9(4) COMP.
           02  PERFF                 PIC X.
           02  FILLER REDEFINES PERFF.
               03  PERFA             PIC X.
           02  PERFI                 PIC X(1).
           02  DURFL                 PIC S9(4) COMP.
           02  DURFF                 PIC X.
           02  FILLER REDEFINES DURFF.
               03  DURFA             PIC X.
           02  DURFI                 PIC X(4).
           02  ACTFL                 PIC S9(4) COMP.
           02  ACTFF                 PIC X.
           02  FILLER REDEFINES ACTFF.
               03  ACTFA             PIC X.
           02  ACTFI                 PIC X(1).
           02  HDRFL                 PIC S9(4) COMP.
           02  HDRFF                 PIC X.
           02  FILLER REDEFINES HDRFF.
               03  HDRFA             PIC X.
           02  HDRFI                 PIC X(79).
           02  LIGF OCCURS 5 TIMES.
               03  LIGFL             PIC S9(4) COMP.
               03  LIGFF             PIC X.
           02  FILLER                PIC X(3).
           02  SESFO                 PIC X(10).
           02  FILLER                PIC X(3).
           02  COUFO                 PIC X(9).
           02  FILLER                PIC X(3).
           02  JRFO                  PIC X(8).
           02  FILLER                PIC X(3).
           02  PERFO                 PIC X(1).
           02  FILLER                PIC X(3).
           02  DURFO                 PIC X(4).
           02  FILLER                PIC X(3).
           02  ACTFO                 PIC X(1).
           02  FILLER                PIC X(3).
           02  HDRFO                 PIC X(79).
           02  LIGFO-GRP OCCURS 5 TIMES.
               03  FILLER            PIC X(3).
               03  LIGFO             PIC X(79).
           02  FILLER REDEFINES ACTRF.
               03  ACTRA             PIC X.
           02  ACTRI                 PIC X(1).
           02  CENRL                 PIC S9(4) COMP.
           02  CENRF                 PIC X.
           02  FILLER REDEFINES CENRF.
               03  CENRA             PIC X.
           02  CENRI                 PIC X(8).
           02  SEXRL                 PIC S9(4) COMP.
           02  SEXRF                 PIC X.
           02  FILLER REDEFINES SEXRF.
               03  SEXRA             PIC X.
           02  SEXRI                 PIC X(10).
           02  CRTRL                 PIC S9(4) COMP.
           02  CRTRF                 PIC X.
           02  FILLER REDEFINES CRTRF.
               03  CRTRA             PIC X.
           02  CRTRI                 PIC X(10).
           02  DEXRL                 PIC S9(4) COMP.
           02  DEXRF                 PIC X.
           02  FILLER REDEFINES DEXRF.
               03  DEXRA             PIC X.
           02  DEXRI                 PIC X(8).
           02  ETXRL                 PIC S9(4) COMP.
           02  ETXRF                 PIC X.
           02  FILLER REDEFINES ETXRF.
               03  ETXRA             PIC X.
           02  ETXRI                 PIC X(20).
           02  RXRL                  PIC S9(4) COMP.
           02  RXRF                  PIC X.
           02  FILLER REDEFINES RXRF.
               03  RXRA              PIC X.
           02  RXRI                  PIC X(28).
           02  AEXRL                 PIC S9(4) COMP.
           02  AEXRF                 PIC X.
           02  FILLER REDEFINES AEXRF.
               03  AEXRA             PIC X.
           02  AEXRI                 PIC X(1).
           02  MESSRL                PIC S9(4) COMP.
           02  MESSRF                PIC X.
           02  FILLER REDEFINES MESSRF.
           02  FILLER                PIC X(3).
           02  ACTRO                 PIC X(1).
           02  FILLER                PIC X(3).
           02  CENRO                 PIC X(8).
           02  FILLER                PIC X(3).
           02  SEXRO                 PIC X(10).
           02  FILLER                PIC X(3).
           02  CRTRO                 PIC X(10).
           02  FILLER                PIC X(3).
           02  DEXRO                 PIC X(8).
           02  FILLER                PIC X(3).
           02  ETXRO                 PIC X(20).
           02  FILLER                PIC X(3).
           02  RXRO                  PIC X(28).
           02  FILLER                PIC X(3).
           02  AEXRO                 PIC X(1).
           02  FILLER                PIC X(3).
           02  MESSRO                PIC X(79).

       01  MAPJI.
           02  FILLER REDEFINES OPIDGF.
               03  OPIDGA            PIC X.
           02  OPIDGI                PIC X(13).
           02  HDRGL                 PIC S9(4) COMP.
           02  HDRGF                 PIC X.
           02  FILLER REDEFINES HDRGF.
               03  HDRGA             PIC X.
           02  HDRGI                 PIC X(79).
           02  LIGG OCCURS 15 TIMES.
               03  LIGGL             PIC S9(4) COMP.
               03  LIGGF             PIC X.
               03  FILLER REDEFINES LIGGF.
                   04  LIGGA         PIC X.
               03  LIGGI             PIC X(79).
           02  ETPGL                 PIC S9(4) COMP.
           02  ETPGF                 PIC X.
           02  FILLER REDEFINES ETPGF.
               03  ETPGA             PIC X.
           02  ETPGI                 PIC X(8).
           02  MESSGL                PIC S9(4) COMP.
           02  MESSGF                PIC X.
           02  FILLER REDEFINES MESSGF.
           02  TIMGO                 PIC X(8).
           02  FILLER                PIC X(3).
           02  OPIDGO                PIC X(13).
           02  FILLER                PIC X(3).
           02  HDRGO                 PIC X(79).
           02  LIGGO-GRP OCCURS 15 TIMES.
               03  FILLER            PIC X(3).
               03  LIGGO             PIC X(79).
           02  FILLER                PIC X(3).
           02  ETPGO                 PIC X(8).
           02  FILLER                PIC X(3).
           02  MESSGO                PIC X(79).

       01  MAPSI.
           02  ACTXO                 PIC X(1).
           02  FILLER                PIC X(3).
           02  MESSXO                PIC X(79).

       01  MAPYI.
           02  FILLER                PIC X(12).
           02  TERMYL                PIC S9(4) COMP.
           02  TERMYF                PIC X.
           02  FILLER REDEFINES TERMYF.
               03  TERMYA            PIC X.
           02  TERMYI                PIC X(13).
           02  DATJYL                PIC S9(4) COMP.
           02  DATJYF                PIC X.
           02  FILLER REDEFINES DATJYF.
               03  DATJYA            PIC X.
           02  DATJYI                PIC X(10).
           02  TIMYL                 PIC S9(4) COMP.
           02  TIMYF                 PIC X.
           02  FILLER REDEFINES TIMYF.
               03  TIMYA             PIC X.
           02  TIMYI                 PIC X(8).
           02  OPIDYL                PIC S9(4) COMP.
           02  OPIDYF                PIC X.
           02  FILLER REDEFINES OPIDYF.
               03  OPIDYA            PIC X.
           02  OPIDYI                PIC X(13).
           02  CODYL                 PIC S9(4) COMP.
           02  CODYF                 PIC X.
           02  FILLER REDEFINES CODYF.
               03  CODYA             PIC X.
           02  CODYI                 PIC X(4).
           02  SIRYL                 PIC S9(4) COMP.
           02  SIRYF                 PIC X.
           02  FILLER REDEFINES SIRYF.
               03  SIRYA             PIC X.
           02  SIRYI                 PIC X(14).
           02  RSOYL                 PIC S9(4) COMP.
           02  RSOYF                 PIC X.
           02  FILLER REDEFINES RSOYF.
               03  RSOYA             PIC X.
           02  RSOYI                 PIC X(30).
           02  AD1YL                 PIC S9(4) COMP.
           02  AD1YF                 PIC X.
           02  FILLER REDEFINES AD1YF.
               03  AD1YA             PIC X.
           02  AD1YI                 PIC X(30).
           02  AD2YL                 PIC S9(4) COMP.
           02  AD2YF                 PIC X.
           02  FILLER REDEFINES AD2YF.
               03  AD2YA             PIC X.
           02  AD2YI                 PIC X(30).
           02  CPOYL                 PIC S9(4) COMP.
           02  CPOYF                 PIC X.
           02  FILLER REDEFINES CPOYF.
               03  CPOYA             PIC X.
           02  CPOYI                 PIC X(5).
           02  VILYL                 PIC S9(4) COMP.
           02  VILYF                 PIC X.
           02  FILLER REDEFINES VILYF.
               03  VILYA             PIC X.
           02  VILYI                 PIC X(30).
           02  TNOYL                 PIC S9(4) COMP.
           02  TNOYF                 PIC X.
           02  FILLER REDEFINES TNOYF.
               03  TNOYA             PIC X.
           02  TNOYI                 PIC X(25).
           02  TPNYL                 PIC S9(4) COMP.
           02  TPNYF                 PIC X.
           02  FILLER REDEFINES TPNYF.
               03  TPNYA             PIC X.
           02  TPNYI                 PIC X(25).
           02  TTEYL                 PIC S9(4) COMP.
           02  TTEYF                 PIC X.
           02  FILLER REDEFINES TTEYF.
               03  TTEYA             PIC X.
           02  TTEYI                 PIC X(10).
           02  TEMYL                 PIC S9(4) COMP.
           02  TEMYF                 PIC X.
           02  FILLER REDEFINES TEMYF.
               03  TEMYA             PIC X.
           02  TEMYI                 PIC X(40).
           02  NUMYL                 PIC S9(4) COMP.
           02  NUMYF                 PIC X.
           02  FILLER REDEFINES NUMYF.
               03  NUMYA             PIC X.
           02  NUMYI                 PIC X(4).
           02  DDEYL                 PIC S9(4) COMP.
           02  DDEYF                 PIC X.
           02  FILLER REDEFINES DDEYF.
               03  DDEYA             PIC X.
           02  DDEYI                 PIC X(8).
           02  DFIYL                 PIC S9(4) COMP.
           02  DFIYF                 PIC X.
           02  FILLER REDEFINES DFIYF.
               03  DFIYA             PIC X.
           02  DFIYI                 PIC X(8).
           02  ACTYL                 PIC S9(4) COMP.
           02  ACTYF                 PIC X.
           02  FILLER REDEFINES ACTYF.
               03  ACTYA             PIC X.
           02  ACTYI                 PIC X(1).
           02  LIGY OCCURS 5 TIMES.
               03  LIGYL             PIC S9(4) COMP.
               03  LIGYF             PIC X.
               03  FILLER REDEFINES LIGYF.
                   04  LIGYA         PIC X.
               03  LIGYI             PIC X(79).
           02  MESSYL                PIC S9(4) COMP.
           02  MESSYF                PIC X.
           02  FILLER REDEFINES MESSYF.
               03  MESSYA            PIC X.
           02  MESSYI                PIC X(79).
       01  MAPYO REDEFINES MAPYI.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  TERMYO                PIC X(13).
           02  FILLER                PIC X(3).
           02  DATJYO                PIC X(10).
           02  FILLER                PIC X(3).
           02  TIMYO                 PIC X(8).
           02  FILLER                PIC X(3).
           02  OPIDYO                PIC X(13).
           02  FILLER                PIC X(3).
           02  CODYO                 PIC X(4).
           02  FILLER                PIC X(3).
           02  SIRYO                 PIC X(14).
           02  FILLER                PIC X(3).
           02  RSOYO                 PIC X(30).
           02  FILLER                PIC X(3).
           02  AD1YO                 PIC X(30).
           02  FILLER                PIC X(3).
           02  AD2YO                 PIC X(30).
           02  FILLER                PIC X(3).
           02  CPOYO                 PIC X(5).
           02  FILLER                PIC X(3).
           02  VILYO                 PIC X(30).
           02  FILLER                PIC X(3).
           02  TNOYO                 PIC X(25).
           02  FILLER                PIC X(3).
           02  TPNYO                 PIC X(25).
           02  FILLER                PIC X(3).
           02  TTEYO                 PIC X(10).
           02  FILLER                PIC X(3).
           02  TEMYO                 PIC X(40).
           02  FILLER                PIC X(3).
           02  NUMYO                 PIC X(4).
           02  FILLER                PIC X(3).
           02  DDEYO                 PIC X(8).
           02  FILLER                PIC X(3).
           02  DFIYO                 PIC X(8).
           02  FILLER                PIC X(3).
           02  ACTYO                 PIC X(1).
           02  LIGYO-GRP OCCURS 5 TIMES.
               03  FILLER            PIC X(3).
               03  LIGYO             PIC X(79).
           02  FILLER                PIC X(3).
           02  MESSYO                PIC X(79).

       01  MAPZI.
           02  FILLER                PIC X(12).
           02  TERMZL                PIC S9(4) COMP.
           02  TERMZF                PIC X.
           02  FILLER REDEFINES TERMZF.
               03  TERMZA            PIC X.
           02  TERMZI                PIC X(13).
           02  DATJZL                PIC S9(4) COMP.
           02  DATJZF                PIC X.
           02  FILLER REDEFINES DATJZF.
               03  DATJZA            PIC X.
           02  DATJZI                PIC X(10).
           02  TIMZL                 PIC S9(4) COMP.
           02  TIMZF                 PIC X.
           02  FILLER REDEFINES TIMZF.
               03  TIMZA             PIC X.
           02  TIMZI                 PIC X(8).
           02  OPIDZL                PIC S9(4) COMP.
           02  OPIDZF                PIC X.
           02  FILLER REDEFINES OPIDZF.
               03  OPIDZA            PIC X.
           02  OPIDZI                PIC X(13).
           02  NUMZL                 PIC S9(4) COMP.
           02  NUMZF                 PIC X.
           02  FILLER REDEFINES NUMZF.
               03  NUMZA             PIC X.
           02  NUMZI                 PIC X(4).
           02  NOMZL                 PIC S9(4) COMP.
           02  NOMZF                 PIC X.
           02  FILLER REDEFINES NOMZF.
               03  NOMZA             PIC X.
           02  NOMZI                 PIC X(25).
           02  PNMZL                 PIC S9(4) COMP.
           02  PNMZF                 PIC X.
           02  FILLER REDEFINES PNMZF.
               03  PNMZA             PIC X.
           02  PNMZI                 PIC X(25).
           02  SESZL                 PIC S9(4) COMP.
           02  SESZF                 PIC X.
           02  FILLER REDEFINES SESZF.
               03  SESZA             PIC X.
           02  SESZI                 PIC X(10).
           02  DUZL                  PIC S9(4) COMP.
           02  DUZF                  PIC X.
           02  FILLER REDEFINES DUZF.
               03  DUZA              PIC X.
           02  DUZI                  PIC X(10).
           02  REMZL                 PIC S9(4) COMP.
           02  REMZF                 PIC X.
           02  FILLER REDEFINES REMZF.
               03  REMZA             PIC X.
           02  REMZI                 PIC X(10).
           02  ABZL                  PIC S9(4) COMP.
           02  ABZF                  PIC X.
           02  FILLER REDEFINES ABZF.
               03  ABZA              PIC X.
           02  ABZI                  PIC X(10).
           02  SOLZL                 PIC S9(4) COMP.
           02  SOLZF                 PIC X.
           02  FILLER REDEFINES SOLZF.
               03  SOLZA             PIC X.
           02  SOLZI                 PIC X(11).
           02  ACTZL                 PIC S9(4) COMP.
           02  ACTZF                 PIC X.
           02  FILLER REDEFINES ACTZF.
               03  ACTZA             PIC X.
           02  ACTZI                 PIC X(1).
           02  MNTZL                 PIC S9(4) COMP.
           02  MNTZF                 PIC X.
           02  FILLER REDEFINES MNTZF.
               03  MNTZA             PIC X.
           02  MNTZI                 PIC X(7).
           02  LIBZL                 PIC S9(4) COMP.
           02  LIBZF                 PIC X.
           02  FILLER REDEFINES LIBZF.
               03  LIBZA             PIC X.
           02  LIBZI                 PIC X(30).
           02  LIGZ OCCURS 6 TIMES.
               03  LIGZL             PIC S9(4) COMP.
               03  LIGZF             PIC X.
               03  FILLER REDEFINES LIGZF.
                   04  LIGZA         PIC X.
               03  LIGZI             PIC X(79).
           02  MESSZL                PIC S9(4) COMP.
           02  MESSZF                PIC X.
           02  FILLER REDEFINES MESSZF.
               03  MESSZA            PIC X.
           02  MESSZI                PIC X(79).
       01  MAPZO REDEFINES MAPZI.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  TERMZO                PIC X(13).
           02  FILLER                PIC X(3).
           02  DATJZO                PIC X(10).
           02  FILLER                PIC X(3).
           02  TIMZO                 PIC X(8).
           02  FILLER                PIC X(3).
           02  OPIDZO                PIC X(13).
           02  FILLER                PIC X(3).
           02  NUMZO                 PIC X(4).
           02  FILLER                PIC X(3).
           02  NOMZO                 PIC X(25).
           02  FILLER                PIC X(3).
           02  PNMZO                 PIC X(25).
           02  FILLER                PIC X(3).
           02  SESZO                 PIC X(10).
           02  FILLER                PIC X(3).
           02  DUZO                  PIC X(10).
           02  FILLER                PIC X(3).
           02  REMZO                 PIC X(10).
           02  FILLER                PIC X(3).
           02  ABZO                  PIC X(10).
           02  FILLER                PIC X(3).
           02  SOLZO                 PIC X(11).
           02  FILLER                PIC X(3).
           02  ACTZO                 PIC X(1).
           02  FILLER                PIC X(3).
           02  MNTZO                 PIC X(7).
           02  FILLER                PIC X(3).
           02  LIBZO                 PIC X(30).
           02  LIGZO-GRP OCCURS 6 TIMES.
               03  FILLER            PIC X(3).
               03  LIGZO             PIC X(79).
           02  FILLER                PIC X(3).
           02  MESSZO                PIC X(79).

       01  MAPII.
           02  FILLER                PIC X(12).
           02  TERMIL                PIC S9(4) COMP.
           02  TERMIF                PIC X.
           02  FILLER REDEFINES TERMIF.
               03  TERMIA            PIC X.
           02  TERMII                PIC X(13).
           02  DATIL                 PIC S9(4) COMP.
           02  DATIF                 PIC X.
           02  FILLER REDEFINES DATIF.
               03  DATIA             PIC X.
           02  DATII                 PIC X(10).
           02  TIMIL                 PIC S9(4) COMP.
           02  TIMIF                 PIC X.
           02  FILLER REDEFINES TIMIF.
               03  TIMIA             PIC X.
           02  TIMII                 PIC X(8).
           02  OPIDIL                PIC S9(4) COMP.
           02  OPIDIF                PIC X.
           02  FILLER REDEFINES OPIDIF.
               03  OPIDIA            PIC X.
           02  OPIDII                PIC X(13).
           02  NUMIL                 PIC S9(4) COMP.
           02  NUMIF                 PIC X.
           02  FILLER REDEFINES NUMIF.
               03  NUMIA             PIC X.
           02  NUMII                 PIC X(4).
           02  NOMIL                 PIC S9(4) COMP.
           02  NOMIF                 PIC X.
           02  FILLER REDEFINES NOMIF.
               03  NOMIA             PIC X.
           02  NOMII                 PIC X(25).
           02  PNMIL                 PIC S9(4) COMP.
           02  PNMIF                 PIC X.
           02  FILLER REDEFINES PNMIF.
               03  PNMIA             PIC X.
           02  PNMII                 PIC X(25).
           02  LIGI OCCURS 12 TIMES.
               03  LIGIL             PIC S9(4) COMP.
               03  LIGIF             PIC X.
               03  FILLER REDEFINES LIGIF.
                   04  LIGIA         PIC X.
               03  LIGII             PIC X(79).
           02  MESSIL                PIC S9(4) COMP.
           02  MESSIF                PIC X.
           02  FILLER REDEFINES MESSIF.
               03  MESSIA            PIC X.
           02  MESSII                PIC X(79).
       01  MAPIO REDEFINES MAPII.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  TERMIO                PIC X(13).
           02  FILLER                PIC X(3).
           02  DATIO                 PIC X(10).
           02  FILLER                PIC X(3).
           02  TIMIO                 PIC X(8).
           02  FILLER                PIC X(3).
           02  OPIDIO                PIC X(13).
           02  FILLER                PIC X(3).
           02  NUMIO                 PIC X(4).
           02  FILLER                PIC X(3).
           02  NOMIO                 PIC X(25).
           02  FILLER                PIC X(3).
           02  PNMIO                 PIC X(25).
           02  LIGIO-GRP OCCURS 12 TIMES.
               03  FILLER            PIC X(3).
               03  LIGIO             PIC X(79).
           02  FILLER                PIC X(3).
           02  MESSIO                PIC X(79).

       01  MAPCI.
           02  FILLER                PIC X(12).
           02  TERMCL                PIC S9(4) COMP.
           02  TERMCF                PIC X.
           02  FILLER REDEFINES TERMCF.
               03  TERMCA            PIC X.
           02  TERMCI                PIC X(13).
           02  DATCL                 PIC S9(4) COMP.
           02  DATCF                 PIC X.
           02  FILLER REDEFINES DATCF.
               03  DATCA             PIC X.
           02  DATCI                 PIC X(10).
           02  TIMCL                 PIC S9(4) COMP.
           02  TIMCF                 PIC X.
           02  FILLER REDEFINES TIMCF.
               03  TIMCA             PIC X.
           02  TIMCI                 PIC X(8).
           02  OPIDCL                PIC S9(4) COMP.
           02  OPIDCF                PIC X.
           02  FILLER REDEFINES OPIDCF.
               03  OPIDCA            PIC X.
           02  OPIDCI                PIC X(13).
           02  NUMCL                 PIC S9(4) COMP.
           02  NUMCF                 PIC X.
           02  FILLER REDEFINES NUMCF.
               03  NUMCA             PIC X.
           02  NUMCI                 PIC X(4).
           02  NOMCL                 PIC S9(4) COMP.
           02  NOMCF                 PIC X.
           02  FILLER REDEFINES NOMCF.
               03  NOMCA             PIC X.
           02  NOMCI                 PIC X(25).
           02  PNMCL                 PIC S9(4) COMP.
           02  PNMCF                 PIC X.
           02  FILLER REDEFINES PNMCF.
               03  PNMCA             PIC X.
           02  PNMCI                 PIC X(25).
           02  ETACL                 PIC S9(4) COMP.
           02  ETACF                 PIC X.
           02  FILLER REDEFINES ETACF.
               03  ETACA             PIC X.
           02  ETACI                 PIC X(30).
           02  DCHCL                 PIC S9(4) COMP.
           02  DCHCF                 PIC X.
           02  FILLER REDEFINES DCHCF.
               03  DCHCA             PIC X.
           02  DCHCI                 PIC X(10).
           02  HCHCL                 PIC S9(4) COMP.
           02  HCHCF                 PIC X.
           02  FILLER REDEFINES HCHCF.
               03  HCHCA             PIC X.
           02  HCHCI                 PIC X(8).
           02  OCHCL                 PIC S9(4) COMP.
           02  OCHCF                 PIC X.
           02  FILLER REDEFINES OCHCF.
               03  OCHCA             PIC X.
           02  OCHCI                 PIC X(3).
           02  AIBCL                 PIC S9(4) COMP.
           02  AIBCF                 PIC X.
           02  FILLER REDEFINES AIBCF.
               03  AIBCA             PIC X.
           02  AIBCI                 PIC X(34).
           02  ABICL                 PIC S9(4) COMP.
           02  ABICF                 PIC X.
           02  FILLER REDEFINES ABICF.
               03  ABICA             PIC X.
           02  ABICI                 PIC X(11).
           02  NIBCL                 PIC S9(4) COMP.
           02  NIBCF                 PIC X.
           02  FILLER REDEFINES NIBCF.
               03  NIBCA             PIC X.
           02  NIBCI                 PIC X(34).
           02  NBICL                 PIC S9(4) COMP.
           02  NBICF                 PIC X.
           02  FILLER REDEFINES NBICF.
               03  NBICA             PIC X.
           02  NBICI                 PIC X(11).
           02  PRBCL                 PIC S9(4) COMP.
           02  PRBCF                 PIC X.
           02  FILLER REDEFINES PRBCF.
               03  PRBCA             PIC X.
           02  PRBCI                 PIC X(40).
           02  DCFCL                 PIC S9(4) COMP.
           02  DCFCF                 PIC X.
           02  FILLER REDEFINES DCFCF.
               03  DCFCA             PIC X.
           02  DCFCI                 PIC X(10).
           02  OCFCL                 PIC S9(4) COMP.
           02  OCFCF                 PIC X.
           02  FILLER REDEFINES OCFCF.
               03  OCFCA             PIC X.
           02  OCFCI                 PIC X(3).
           02  CNFCL                 PIC S9(4) COMP.
           02  CNFCF                 PIC X.
           02  FILLER REDEFINES CNFCF.
               03  CNFCA             PIC X.
           02  CNFCI                 PIC X(1).
           02  MESSCL                PIC S9(4) COMP.
           02  MESSCF                PIC X.
           02  FILLER REDEFINES MESSCF.
               03  MESSCA            PIC X.
           02  MESSCI                PIC X(79).
       01  MAPCO REDEFINES MAPCI.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  TERMCO                PIC X(13).
           02  FILLER                PIC X(3).
           02  DATCO                 PIC X(10).
           02  FILLER                PIC X(3).
           02  TIMCO                 PIC X(8).
           02  FILLER                PIC X(3).
           02  OPIDCO                PIC X(13).
           02  FILLER                PIC X(3).
           02  NUMCO                 PIC X(4).
           02  FILLER                PIC X(3).
           02  NOMCO                 PIC X(25).
           02  FILLER                PIC X(3).
           02  PNMCO                 PIC X(25).
           02  FILLER                PIC X(3).
           02  ETACO                 PIC X(30).
           02  FILLER                PIC X(3).
           02  DCHCO                 PIC X(10).
           02  FILLER                PIC X(3).
           02  HCHCO                 PIC X(8).
           02  FILLER                PIC X(3).
           02  OCHCO                 PIC X(3).
           02  FILLER                PIC X(3).
           02  AIBCO                 PIC X(34).
           02  FILLER                PIC X(3).
           02  ABICO                 PIC X(11).
           02  FILLER                PIC X(3).
           02  NIBCO                 PIC X(34).
           02  FILLER                PIC X(3).
           02  NBICO                 PIC X(11).
           02  FILLER                PIC X(3).
           02  PRBCO                 PIC X(40).
           02  FILLER                PIC X(3).
           02  DCFCO                 PIC X(10).
           02  FILLER                PIC X(3).
           02  OCFCO                 PIC X(3).
           02  FILLER                PIC X(3).
           02  CNFCO                 PIC X(1).
           02  FILLER                PIC X(3).
           02  MESSCO                PIC X(79).

       01  MAPOI.
           02  FILLER                PIC X(12).
           02  TERMOL                PIC S9(4) COMP.
           02  TERMOF                PIC X.
           02  FILLER REDEFINES TERMOF.
               03  TERMOA            PIC X.
           02  TERMOI                PIC X(13).
           02  DATJOL                PIC S9(4) COMP.
           02  DATJOF                PIC X.
           02  FILLER REDEFINES DATJOF.
               03  DATJOA            PIC X.
           02  DATJOI                PIC X(10).
           02  TIMOL                 PIC S9(4) COMP.
           02  TIMOF                 PIC X.
           02  FILLER REDEFINES TIMOF.
               03  TIMOA             PIC X.
           02  TIMOI                 PIC X(8).
           02  OPIDOL                PIC S9(4) COMP.
           02  OPIDOF                PIC X.
           02  FILLER REDEFINES OPIDOF.
               03  OPIDOA            PIC X.
           02  OPIDOI                PIC X(13).
           02  CODOL                 PIC S9(4) COMP.
           02  CODOF                 PIC X.
           02  FILLER REDEFINES CODOF.
               03  CODOA             PIC X.
           02  CODOI                 PIC X(8).
           02  RSOOL                 PIC S9(4) COMP.
           02  RSOOF                 PIC X.
           02  FILLER REDEFINES RSOOF.
               03  RSOOA             PIC X.
           02  RSOOI                 PIC X(30).
           02  AD1OL                 PIC S9(4) COMP.
           02  AD1OF                 PIC X.
           02  FILLER REDEFINES AD1OF.
               03  AD1OA             PIC X.
           02  AD1OI                 PIC X(30).
           02  AD2OL                 PIC S9(4) COMP.
           02  AD2OF                 PIC X.
           02  FILLER REDEFINES AD2OF.
               03  AD2OA             PIC X.
           02  AD2OI                 PIC X(30).
           02  CPOOL                 PIC S9(4) COMP.
           02  CPOOF                 PIC X.
           02  FILLER REDEFINES CPOOF.
               03  CPOOA             PIC X.
           02  CPOOI                 PIC X(5).
           02  VILOL                 PIC S9(4) COMP.
           02  VILOF                 PIC X.
           02  FILLER REDEFINES VILOF.
               03  VILOA             PIC X.
           02  VILOI                 PIC X(30).
           02  CTCOL                 PIC S9(4) COMP.
           02  CTCOF                 PIC X.
           02  FILLER REDEFINES CTCOF.
               03  CTCOA             PIC X.
           02  CTCOI                 PIC X(25).
           02  TELOL                 PIC S9(4) COMP.
           02  TELOF                 PIC X.
           02  FILLER REDEFINES TELOF.
               03  TELOA             PIC X.
           02  TELOI                 PIC X(10).
           02  EMLOL                 PIC S9(4) COMP.
           02  EMLOF                 PIC X.
           02  FILLER REDEFINES EMLOF.
               03  EMLOA             PIC X.
           02  EMLOI                 PIC X(40).
           02  SESOL                 PIC S9(4) COMP.
           02  SESOF                 PIC X.
           02  FILLER REDEFINES SESOF.
               03  SESOA             PIC X.
           02  SESOI                 PIC X(10).
           02  PLAOL                 PIC S9(4) COMP.
           02  PLAOF                 PIC X.
           02  FILLER REDEFINES PLAOF.
               03  PLAOA             PIC X.
           02  PLAOI                 PIC X(4).
           02  REFOL                 PIC S9(4) COMP.
           02  REFOF                 PIC X.
           02  FILLER REDEFINES REFOF.
               03  REFOA             PIC X.
           02  REFOI                 PIC X(20).
           02  DDEOL                 PIC S9(4) COMP.
           02  DDEOF                 PIC X.
           02  FILLER REDEFINES DDEOF.
               03  DDEOA             PIC X.
           02  DDEOI                 PIC X(8).
           02  DFIOL                 PIC S9(4) COMP.
           02  DFIOF                 PIC X.
           02  FILLER REDEFINES DFIOF.
               03  DFIOA             PIC X.
           02  DFIOI                 PIC X(8).
           02  TXHOL                 PIC S9(4) COMP.
           02  TXHOF                 PIC X.
           02  FILLER REDEFINES TXHOF.
               03  TXHOA             PIC X.
           02  TXHOI                 PIC X(5).
           02  HJOOL                 PIC S9(4) COMP.
           02  HJOOF                 PIC X.
           02  FILLER REDEFINES HJOOF.
               03  HJOOA             PIC X.
           02  HJOOI                 PIC X(4).
           02  AJFOL                 PIC S9(4) COMP.
           02  AJFOF                 PIC X.
           02  FILLER REDEFINES AJFOF.
               03  AJFOA             PIC X.
           02  AJFOI                 PIC X(1).
           02  ACTOL                 PIC S9(4) COMP.
           02  ACTOF                 PIC X.
           02  FILLER REDEFINES ACTOF.
               03  ACTOA             PIC X.
           02  ACTOI                 PIC X(1).
           02  LIGO OCCURS 5 TIMES.
               03  LIGOL             PIC S9(4) COMP.
               03  LIGOF             PIC X.
               03  FILLER REDEFINES LIGOF.
                   04  LIGOA         PIC X.
               03  LIGOI             PIC X(79).
           02  MESSOL                PIC S9(4) COMP.
           02  MESSOF                PIC X.
           02  FILLER REDEFINES MESSOF.
               03  MESSOA            PIC X.
           02  MESSOI                PIC X(79).
       01  MAPOO REDEFINES MAPOI.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  TERMOO                PIC X(13).
           02  FILLER                PIC X(3).
           02  DATJOO                PIC X(10).
           02  FILLER                PIC X(3).
           02  TIMOO                 PIC X(8).
           02  FILLER                PIC X(3).
           02  OPIDOO                PIC X(13).
           02  FILLER                PIC X(3).
           02  CODOO                 PIC X(8).
           02  FILLER                PIC X(3).
           02  RSOOO                 PIC X(30).
           02  FILLER                PIC X(3).
           02  AD1OO                 PIC X(30).
           02  FILLER                PIC X(3).
           02  AD2OO                 PIC X(30).
           02  FILLER                PIC X(3).
           02  CPOOO                 PIC X(5).
           02  FILLER                PIC X(3).
           02  VILOO                 PIC X(30).
           02  FILLER                PIC X(3).
           02  CTCOO                 PIC X(25).
           02  FILLER                PIC X(3).
           02  TELOO                 PIC X(10).
           02  FILLER                PIC X(3).
           02  EMLOO                 PIC X(40).
           02  FILLER                PIC X(3).
           02  SESOO                 PIC X(10).
           02  FILLER                PIC X(3).
           02  PLAOO                 PIC X(4).
           02  FILLER                PIC X(3).
           02  REFOO                 PIC X(20).
           02  FILLER                PIC X(3).
           02  DDEOO                 PIC X(8).
           02  FILLER                PIC X(3).
           02  DFIOO                 PIC X(8).
           02  FILLER                PIC X(3).
           02  TXHOO                 PIC X(5).
           02  FILLER                PIC X(3).
           02  HJOOO                 PIC X(4).
           02  FILLER                PIC X(3).
           02  AJFOO                 PIC X(1).
           02  FILLER                PIC X(3).
           02  ACTOO                 PIC X(1).
           02  LIGOO-GRP OCCURS 5 TIMES.
               03  FILLER            PIC X(3).
               03  LIGOO             PIC X(79).
           02  FILLER                PIC X(3).
           02  MESSOO                PIC X(79).

       01  MAPRLI.
           02  FILLER                PIC X(12).
           02  TERMRLL               PIC S9(4) COMP.
           02  TERMRLF               PIC X.
           02  FILLER REDEFINES TERMRLF.
               03  TERMRLA           PIC X.
           02  TERMRLI               PIC X(13).
           02  DATRLL                PIC S9(4) COMP.
           02  DATRLF                PIC X.
           02  FILLER REDEFINES DATRLF.
               03  DATRLA            PIC X.
           02  DATRLI                PIC X(10).
           02  TIMRLL                PIC S9(4) COMP.
           02  TIMRLF                PIC X.
           02  FILLER REDEFINES TIMRLF.
               03  TIMRLA            PIC X.
           02  TIMRLI                PIC X(8).
           02  OPIDRLL               PIC S9(4) COMP.
           02  OPIDRLF               PIC X.
           02  FILLER REDEFINES OPIDRLF.
               03  OPIDRLA           PIC X.
           02  OPIDRLI               PIC X(13).
           02  NUMRLL                PIC S9(4) COMP.
           02  NUMRLF                PIC X.
           02  FILLER REDEFINES NUMRLF.
               03  NUMRLA            PIC X.
           02  NUMRLI                PIC X(4).
           02  STNRLL                PIC S9(4) COMP.
           02  STNRLF                PIC X.
           02  FILLER REDEFINES STNRLF.
               03  STNRLA            PIC X.
           02  STNRLI                PIC X(25).
           02  STPRLL                PIC S9(4) COMP.
           02  STPRLF                PIC X.
           02  FILLER REDEFINES STPRLF.
               03  STPRLA            PIC X.
           02  STPRLI                PIC X(25).
           02  NAIRLL                PIC S9(4) COMP.
           02  NAIRLF                PIC X.
           02  FILLER REDEFINES NAIRLF.
               03  NAIRLA            PIC X.
           02  NAIRLI                PIC X(10).
           02  AGERLL                PIC S9(4) COMP.
           02  AGERLF                PIC X.
           02  FILLER REDEFINES AGERLF.
               03  AGERLA            PIC X.
           02  AGERLI                PIC X(30).
           02  NOMRLL                PIC S9(4) COMP.
           02  NOMRLF                PIC X.
           02  FILLER REDEFINES NOMRLF.
               03  NOMRLA            PIC X.
           02  NOMRLI                PIC X(25).
           02  PNMRLL                PIC S9(4) COMP.
           02  PNMRLF                PIC X.
           02  FILLER REDEFINES PNMRLF.
               03  PNMRLA            PIC X.
           02  PNMRLI                PIC X(25).
           02  LIERLL                PIC S9(4) COMP.
           02  LIERLF                PIC X.
           02  FILLER REDEFINES LIERLF.
               03  LIERLA            PIC X.
           02  LIERLI                PIC X(1).
           02  AD1RLL                PIC S9(4) COMP.
           02  AD1RLF                PIC X.
           02  FILLER REDEFINES AD1RLF.
               03  AD1RLA            PIC X.
           02  AD1RLI                PIC X(30).
           02  AD2RLL                PIC S9(4) COMP.
           02  AD2RLF                PIC X.
           02  FILLER REDEFINES AD2RLF.
               03  AD2RLA            PIC X.
           02  AD2RLI                PIC X(30).
           02  CPRLL                 PIC S9(4) COMP.
           02  CPRLF                 PIC X.
           02  FILLER REDEFINES CPRLF.
               03  CPRLA             PIC X.
           02  CPRLI                 PIC X(5).
           02  VILRLL                PIC S9(4) COMP.
           02  VILRLF                PIC X.
           02  FILLER REDEFINES VILRLF.
               03  VILRLA            PIC X.
           02  VILRLI                PIC X(30).
           02  TELRLL                PIC S9(4) COMP.
           02  TELRLF                PIC X.
           02  FILLER REDEFINES TELRLF.
               03  TELRLA            PIC X.
           02  TELRLI                PIC X(10).
           02  EMLRLL                PIC S9(4) COMP.
           02  EMLRLF                PIC X.
           02  FILLER REDEFINES EMLRLF.
               03  EMLRLA            PIC X.
           02  EMLRLI                PIC X(40).
           02  ACCRLL                PIC S9(4) COMP.
           02  ACCRLF                PIC X.
           02  FILLER REDEFINES ACCRLF.
               03  ACCRLA            PIC X.
           02  ACCRLI                PIC X(1).
           02  DACRLL                PIC S9(4) COMP.
           02  DACRLF                PIC X.
           02  FILLER REDEFINES DACRLF.
               03  DACRLA            PIC X.
           02  DACRLI                PIC X(13).
           02  OACRLL                PIC S9(4) COMP.
           02  OACRLF                PIC X.
           02  FILLER REDEFINES OACRLF.
               03  OACRLA            PIC X.
           02  OACRLI                PIC X(3).
           02  ETARLL                PIC S9(4) COMP.
           02  ETARLF                PIC X.
           02  FILLER REDEFINES ETARLF.
               03  ETARLA            PIC X.
           02  ETARLI                PIC X(40).
           02  ACTRLL                PIC S9(4) COMP.
           02  ACTRLF                PIC X.
           02  FILLER REDEFINES ACTRLF.
               03  ACTRLA            PIC X.
           02  ACTRLI                PIC X(1).
           02  MESSRLL               PIC S9(4) COMP.
           02  MESSRLF               PIC X.
           02  FILLER REDEFINES MESSRLF.
               03  MESSRLA           PIC X.
           02  MESSRLI               PIC X(79).
       01  MAPRLO REDEFINES MAPRLI.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  TERMRLO               PIC X(13).
           02  FILLER                PIC X(3).
           02  DATRLO                PIC X(10).
           02  FILLER                PIC X(3).
           02  TIMRLO                PIC X(8).
           02  FILLER                PIC X(3).
           02  OPIDRLO               PIC X(13).
           02  FILLER                PIC X(3).
           02  NUMRLO                PIC X(4).
           02  FILLER                PIC X(3).
           02  STNRLO                PIC X(25).
           02  FILLER                PIC X(3).
           02  STPRLO                PIC X(25).
           02  FILLER                PIC X(3).
           02  NAIRLO                PIC X(10).
           02  FILLER                PIC X(3).
           02  AGERLO                PIC X(30).
           02  FILLER                PIC X(3).
           02  NOMRLO                PIC X(25).
           02  FILLER                PIC X(3).
           02  PNMRLO                PIC X(25).
           02  FILLER                PIC X(3).
           02  LIERLO                PIC X(1).
           02  FILLER                PIC X(3).
           02  AD1RLO                PIC X(30).
           02  FILLER                PIC X(3).
           02  AD2RLO                PIC X(30).
           02  FILLER                PIC X(3).
           02  CPRLO                 PIC X(5).
           02  FILLER                PIC X(3).
           02  VILRLO                PIC X(30).
           02  FILLER                PIC X(3).
           02  TELRLO                PIC X(10).
           02  FILLER                PIC X(3).
           02  EMLRLO                PIC X(40).
           02  FILLER                PIC X(3).
           02  ACCRLO                PIC X(1).
           02  FILLER                PIC X(3).
           02  DACRLO                PIC X(13).
           02  FILLER                PIC X(3).
           02  OACRLO                PIC X(3).
           02  FILLER                PIC X(3).
           02  ETARLO                PIC X(40).
           02  FILLER                PIC X(3).
           02  ACTRLO                PIC X(1).
           02  FILLER                PIC X(3).
           02  MESSRLO               PIC X(79).

       01  MAPCWI.
           02  FILLER                PIC X(12).
           02  TERMCWL               PIC S9(4) COMP.
           02  TERMCWF               PIC X.
           02  FILLER REDEFINES TERMCWF.
               03  TERMCWA           PIC X.
           02  TERMCWI               PIC X(13).
           02  DATCWL                PIC S9(4) COMP.
           02  DATCWF                PIC X.
           02  FILLER REDEFINES DATCWF.
               03  DATCWA            PIC X.
           02  DATCWI                PIC X(10).
           02  TIMCWL                PIC S9(4) COMP.
           02  TIMCWF                PIC X.
           02  FILLER REDEFINES TIMCWF.
               03  TIMCWA            PIC X.
           02  TIMCWI                PIC X(8).
           02  OPIDCWL               PIC S9(4) COMP.
           02  OPIDCWF               PIC X.
           02  FILLER REDEFINES OPIDCWF.
               03  OPIDCWA           PIC X.
           02  OPIDCWI               PIC X(13).
           02  NUMCWL                PIC S9(4) COMP.
           02  NUMCWF                PIC X.
           02  FILLER REDEFINES NUMCWF.
               03  NUMCWA            PIC X.
           02  NUMCWI                PIC X(6).
           02  REFCWL                PIC S9(4) COMP.
           02  REFCWF                PIC X.
           02  FILLER REDEFINES REFCWF.
               03  REFCWA            PIC X.
           02  REFCWI                PIC X(12).
           02  RECCWL                PIC S9(4) COMP.
           02  RECCWF                PIC X.
           02  FILLER REDEFINES RECCWF.
               03  RECCWA            PIC X.
           02  RECCWI                PIC X(10).
           02  ETACWL                PIC S9(4) COMP.
           02  ETACWF                PIC X.
           02  FILLER REDEFINES ETACWF.
               03  ETACWA            PIC X.
           02  ETACWI                PIC X(12).
           02  NBCWL                 PIC S9(4) COMP.
           02  NBCWF                 PIC X.
           02  FILLER REDEFINES NBCWF.
               03  NBCWA             PIC X.
           02  NBCWI                 PIC X(6).
           02  NOMCWL                PIC S9(4) COMP.
           02  NOMCWF                PIC X.
           02  FILLER REDEFINES NOMCWF.
               03  NOMCWA            PIC X.
           02  NOMCWI                PIC X(25).
           02  PNMCWL                PIC S9(4) COMP.
           02  PNMCWF                PIC X.
           02  FILLER REDEFINES PNMCWF.
               03  PNMCWA            PIC X.
           02  PNMCWI                PIC X(25).
           02  NAICWL                PIC S9(4) COMP.
           02  NAICWF                PIC X.
           02  FILLER REDEFINES NAICWF.
               03  NAICWA            PIC X.
           02  NAICWI                PIC X(10).
           02  NIVCWL                PIC S9(4) COMP.
           02  NIVCWF                PIC X.
           02  FILLER REDEFINES NIVCWF.
               03  NIVCWA            PIC X.
           02  NIVCWI                PIC X(1).
           02  FNCCWL                PIC S9(4) COMP.
           02  FNCCWF                PIC X.
           02  FILLER REDEFINES FNCCWF.
               03  FNCCWA            PIC X.
           02  FNCCWI                PIC X(8).
           02  AD1CWL                PIC S9(4) COMP.
           02  AD1CWF                PIC X.
           02  FILLER REDEFINES AD1CWF.
               03  AD1CWA            PIC X.
           02  AD1CWI                PIC X(30).
           02  AD2CWL                PIC S9(4) COMP.
           02  AD2CWF                PIC X.
           02  FILLER REDEFINES AD2CWF.
               03  AD2CWA            PIC X.
           02  AD2CWI                PIC X(30).
           02  CPCWL                 PIC S9(4) COMP.
           02  CPCWF                 PIC X.
           02  FILLER REDEFINES CPCWF.
               03  CPCWA             PIC X.
           02  CPCWI                 PIC X(5).
           02  VILCWL                PIC S9(4) COMP.
           02  VILCWF                PIC X.
           02  FILLER REDEFINES VILCWF.
               03  VILCWA            PIC X.
           02  VILCWI                PIC X(30).
           02  TFCWL                 PIC S9(4) COMP.
           02  TFCWF                 PIC X.
           02  FILLER REDEFINES TFCWF.
               03  TFCWA             PIC X.
           02  TFCWI                 PIC X(10).
           02  TMCWL                 PIC S9(4) COMP.
           02  TMCWF                 PIC X.
           02  FILLER REDEFINES TMCWF.
               03  TMCWA             PIC X.
           02  TMCWI                 PIC X(10).
           02  TUCWL                 PIC S9(4) COMP.
           02  TUCWF                 PIC X.
           02  FILLER REDEFINES TUCWF.
               03  TUCWA             PIC X.
           02  TUCWI                 PIC X(10).
           02  EMCWL                 PIC S9(4) COMP.
           02  EMCWF                 PIC X.
           02  FILLER REDEFINES EMCWF.
               03  EMCWA             PIC X.
           02  EMCWI                 PIC X(40).
           02  SESCWL                PIC S9(4) COMP.
           02  SESCWF                PIC X.
           02  FILLER REDEFINES SESCWF.
               03  SESCWA            PIC X.
           02  SESCWI                PIC X(10).
           02  LIBCWL                PIC S9(4) COMP.
           02  LIBCWF                PIC X.
           02  FILLER REDEFINES LIBCWF.
               03  LIBCWA            PIC X.
           02  LIBCWI                PIC X(30).
           02  DEBCWL                PIC S9(4) COMP.
           02  DEBCWF                PIC X.
           02  FILLER REDEFINES DEBCWF.
               03  DEBCWA            PIC X.
           02  DEBCWI                PIC X(10).
           02  VERCWL                PIC S9(4) COMP.
           02  VERCWF                PIC X.
           02  FILLER REDEFINES VERCWF.
               03  VERCWA            PIC X.
           02  VERCWI                PIC X(70).
           02  DBLCWL                PIC S9(4) COMP.
           02  DBLCWF                PIC X.
           02  FILLER REDEFINES DBLCWF.
               03  DBLCWA            PIC X.
           02  DBLCWI                PIC X(70).
           02  ARCCWL                PIC S9(4) COMP.
           02  ARCCWF                PIC X.
           02  FILLER REDEFINES ARCCWF.
               03  ARCCWA            PIC X.
           02  ARCCWI                PIC X(70).
           02  CAPCWL                PIC S9(4) COMP.
           02  CAPCWF                PIC X.
           02  FILLER REDEFINES CAPCWF.
               03  CAPCWA            PIC X.
           02  CAPCWI                PIC X(70).
           02  ACTCWL                PIC S9(4) COMP.
           02  ACTCWF                PIC X.
           02  FILLER REDEFINES ACTCWF.
               03  ACTCWA            PIC X.
           02  ACTCWI                PIC X(1).
           02  MESSCWL               PIC S9(4) COMP.
           02  MESSCWF               PIC X.
           02  FILLER REDEFINES MESSCWF.
               03  MESSCWA           PIC X.
           02  MESSCWI               PIC X(79).
       01  MAPCWO REDEFINES MAPCWI.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  TERMCWO               PIC X(13).
           02  FILLER                PIC X(3).
           02  DATCWO                PIC X(10).
           02  FILLER                PIC X(3).
           02  TIMCWO                PIC X(8).
           02  FILLER                PIC X(3).
           02  OPIDCWO               PIC X(13).
           02  FILLER                PIC X(3).
           02  NUMCWO                PIC X(6).
           02  FILLER                PIC X(3).
           02  REFCWO                PIC X(12).
           02  FILLER                PIC X(3).
           02  RECCWO                PIC X(10).
           02  FILLER                PIC X(3).
           02  ETACWO                PIC X(12).
           02  FILLER                PIC X(3).
           02  NBCWO                 PIC X(6).
           02  FILLER                PIC X(3).
           02  NOMCWO                PIC X(25).
           02  FILLER                PIC X(3).
           02  PNMCWO                PIC X(25).
           02  FILLER                PIC X(3).
           02  NAICWO                PIC X(10).
           02  FILLER                PIC X(3).
           02  NIVCWO                PIC X(1).
           02  FILLER                PIC X(3).
           02  FNCCWO                PIC X(8).
           02  FILLER                PIC X(3).
           02  AD1CWO                PIC X(30).
           02  FILLER                PIC X(3).
           02  AD2CWO                PIC X(30).
           02  FILLER                PIC X(3).
           02  CPCWO                 PIC X(5).
           02  FILLER                PIC X(3).
           02  VILCWO                PIC X(30).
           02  FILLER                PIC X(3).
           02  TFCWO                 PIC X(10).
           02  FILLER                PIC X(3).
           02  TMCWO                 PIC X(10).
           02  FILLER                PIC X(3).
           02  TUCWO                 PIC X(10).
           02  FILLER                PIC X(3).
           02  EMCWO                 PIC X(40).
           02  FILLER                PIC X(3).
           02  SESCWO                PIC X(10).
           02  FILLER                PIC X(3).
           02  LIBCWO                PIC X(30).
           02  FILLER                PIC X(3).
           02  DEBCWO                PIC X(10).
           02  FILLER                PIC X(3).
           02  VERCWO                PIC X(70).
           02  FILLER                PIC X(3).
           02  DBLCWO                PIC X(70).
           02  FILLER                PIC X(3).
           02  ARCCWO                PIC X(70).
           02  FILLER                PIC X(3).
           02  CAPCWO                PIC X(70).
           02  FILLER                PIC X(3).
           02  ACTCWO                PIC X(1).
           02  FILLER                PIC X(3).
           02  MESSCWO               PIC X(79).
       01  MAPACI.
           02  FILLER                PIC X(12).
           02  TERMACL               PIC S9(4) COMP.
           02  TERMACF               PIC X.
           02  FILLER REDEFINES TERMACF.
               03  TERMACA           PIC X.
           02  TERMACI               PIC X(13).
           02  DATACL                PIC S9(4) COMP.
           02  DATACF                PIC X.
           02  FILLER REDEFINES DATACF.
               03  DATACA            PIC X.
           02  DATACI                PIC X(10).
           02  TIMACL                PIC S9(4) COMP.
           02  TIMACF                PIC X.
           02  FILLER REDEFINES TIMACF.
               03  TIMACA            PIC X.
           02  TIMACI                PIC X(8).
           02  OPIDACL               PIC S9(4) COMP.
           02  OPIDACF               PIC X.
           02  FILLER REDEFINES OPIDACF.
               03  OPIDACA           PIC X.
           02  OPIDACI               PIC X(13).
           02  DDNACL                PIC S9(4) COMP.
           02  DDNACF                PIC X.
           02  FILLER REDEFINES DDNACF.
               03  DDNACA            PIC X.
           02  DDNACI                PIC X(8).
           02  AGEACL                PIC S9(4) COMP.
           02  AGEACF                PIC X.
           02  FILLER REDEFINES AGEACF.
               03  AGEACA            PIC X.
           02  AGEACI                PIC X(3).
           02  CPACL                 PIC S9(4) COMP.
           02  CPACF                 PIC X.
           02  FILLER REDEFINES CPACF.
               03  CPACA             PIC X.
           02  CPACI                 PIC X(5).
           02  SESACL                PIC S9(4) COMP.
           02  SESACF                PIC X.
           02  FILLER REDEFINES SESACF.
               03  SESACA            PIC X.
           02  SESACI                PIC X(10).
           02  LIBACL                PIC S9(4) COMP.
           02  LIBACF                PIC X.
           02  FILLER REDEFINES LIBACF.
               03  LIBACA            PIC X.
           02  LIBACI                PIC X(30).
           02  DEBACL                PIC S9(4) COMP.
           02  DEBACF                PIC X.
           02  FILLER REDEFINES DEBACF.
               03  DEBACA            PIC X.
           02  DEBACI                PIC X(10).
           02  FINACL                PIC S9(4) COMP.
           02  FINACF                PIC X.
           02  FILLER REDEFINES FINACF.
               03  FINACA            PIC X.
           02  FINACI                PIC X(10).
           02  SITACL                PIC S9(4) COMP.
           02  SITACF                PIC X.
           02  FILLER REDEFINES SITACF.
               03  SITACA            PIC X.
           02  SITACI                PIC X(20).
           02  NOMACL                PIC S9(4) COMP.
           02  NOMACF                PIC X.
           02  FILLER REDEFINES NOMACF.
               03  NOMACA            PIC X.
           02  NOMACI                PIC X(25).
           02  PNMACL                PIC S9(4) COMP.
           02  PNMACF                PIC X.
           02  FILLER REDEFINES PNMACF.
               03  PNMACA            PIC X.
           02  PNMACI                PIC X(25).
           02  VERACL                PIC S9(4) COMP.
           02  VERACF                PIC X.
           02  FILLER REDEFINES VERACF.
               03  VERACA            PIC X.
           02  VERACI                PIC X(70).
           02  DERACL                PIC S9(4) COMP.
           02  DERACF                PIC X.
           02  FILLER REDEFINES DERACF.
               03  DERACA            PIC X.
           02  DERACI                PIC X(70).
           02  ARCACL                PIC S9(4) COMP.
           02  ARCACF                PIC X.
           02  FILLER REDEFINES ARCACF.
               03  ARCACA            PIC X.
           02  ARCACI                PIC X(70).
           02  CAPACL                PIC S9(4) COMP.
           02  CAPACF                PIC X.
           02  FILLER REDEFINES CAPACF.
               03  CAPACA            PIC X.
           02  CAPACI                PIC X(70).
           02  AVIACL                PIC S9(4) COMP.
           02  AVIACF                PIC X.
           02  FILLER REDEFINES AVIACF.
               03  AVIACA            PIC X.
           02  AVIACI                PIC X(40).
           02  DEMACL                PIC S9(4) COMP.
           02  DEMACF                PIC X.
           02  FILLER REDEFINES DEMACF.
               03  DEMACA            PIC X.
           02  DEMACI                PIC X(30).
           02  MESSACL               PIC S9(4) COMP.
           02  MESSACF               PIC X.
           02  FILLER REDEFINES MESSACF.
               03  MESSACA           PIC X.
           02  MESSACI               PIC X(79).
       01  MAPACO REDEFINES MAPACI.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  TERMACO               PIC X(13).
           02  FILLER                PIC X(3).
           02  DATACO                PIC X(10).
           02  FILLER                PIC X(3).
           02  TIMACO                PIC X(8).
           02  FILLER                PIC X(3).
           02  OPIDACO               PIC X(13).
           02  FILLER                PIC X(3).
           02  DDNACO                PIC X(8).
           02  FILLER                PIC X(3).
           02  AGEACO                PIC X(3).
           02  FILLER                PIC X(3).
           02  CPACO                 PIC X(5).
           02  FILLER                PIC X(3).
           02  SESACO                PIC X(10).
           02  FILLER                PIC X(3).
           02  LIBACO                PIC X(30).
           02  FILLER                PIC X(3).
           02  DEBACO                PIC X(10).
           02  FILLER                PIC X(3).
           02  FINACO                PIC X(10).
           02  FILLER                PIC X(3).
           02  SITACO                PIC X(20).
           02  FILLER                PIC X(3).
           02  NOMACO                PIC X(25).
           02  FILLER                PIC X(3).
           02  PNMACO                PIC X(25).
           02  FILLER                PIC X(3).
           02  VERACO                PIC X(70).
           02  FILLER                PIC X(3).
           02  DERACO                PIC X(70).
           02  FILLER                PIC X(3).
           02  ARCACO                PIC X(70).
           02  FILLER                PIC X(3).
           02  CAPACO                PIC X(70).
           02  FILLER                PIC X(3).
           02  AVIACO                PIC X(40).
           02  FILLER                PIC X(3).
           02  DEMACO                PIC X(30).
           02  FILLER                PIC X(3).
           02  MESSACO               PIC X(79).

       01  MAPAVI.
           02  FILLER                PIC X(12).
           02  TERMAVL               PIC S9(4) COMP.
           02  TERMAVF               PIC X.
           02  FILLER REDEFINES TERMAVF.
               03  TERMAVA           PIC X.
           02  TERMAVI               PIC X(13).
           02  DATJAVL               PIC S9(4) COMP.
           02  DATJAVF               PIC X.
           02  FILLER REDEFINES DATJAVF.
               03  DATJAVA           PIC X.
           02  DATJAVI               PIC X(10).
           02  TIMAVL                PIC S9(4) COMP.
           02  TIMAVF                PIC X.
           02  FILLER REDEFINES TIMAVF.
               03  TIMAVA            PIC X.
           02  TIMAVI                PIC X(8).
           02  OPIDAVL               PIC S9(4) COMP.
           02  OPIDAVF               PIC X.
           02  FILLER REDEFINES OPIDAVF.
               03  OPIDAVA           PIC X.
           02  OPIDAVI               PIC X(13).
           02  NUMAVL                PIC S9(4) COMP.
           02  NUMAVF                PIC X.
           02  FILLER REDEFINES NUMAVF.
               03  NUMAVA            PIC X.
           02  NUMAVI                PIC X(4).
           02  NOMAVL                PIC S9(4) COMP.
           02  NOMAVF                PIC X.
           02  FILLER REDEFINES NOMAVF.
               03  NOMAVA            PIC X.
           02  NOMAVI                PIC X(25).
           02  LIGAV OCCURS 10 TIMES.
               03  LIGAVL            PIC S9(4) COMP.
               03  LIGAVF            PIC X.
               03  FILLER REDEFINES LIGAVF.
                   04  LIGAVA        PIC X.
               03  LIGAVI            PIC X(79).
           02  MESSAVL               PIC S9(4) COMP.
           02  MESSAVF               PIC X.
           02  FILLER REDEFINES MESSAVF.
               03  MESSAVA           PIC X.
           02  MESSAVI               PIC X(79).
       01  MAPAVO REDEFINES MAPAVI.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  TERMAVO               PIC X(13).
           02  FILLER                PIC X(3).
           02  DATJAVO               PIC X(10).
           02  FILLER                PIC X(3).
           02  TIMAVO                PIC X(8).
           02  FILLER                PIC X(3).
           02  OPIDAVO               PIC X(13).
           02  FILLER                PIC X(3).
           02  NUMAVO                PIC X(4).
           02  FILLER                PIC X(3).
           02  NOMAVO                PIC X(25).
           02  LIGAVO-GRP OCCURS 10 TIMES.
               03  FILLER            PIC X(3).
               03  LIGAVO            PIC X(79).
           02  FILLER                PIC X(3).
           02  MESSAVO               PIC X(79).

       01  MAPCGI.
           02  FILLER                PIC X(12).
           02  TERMCGL               PIC S9(4) COMP.
           02  TERMCGF               PIC X.
           02  FILLER REDEFINES TERMCGF.
               03  TERMCGA           PIC X.
           02  TERMCGI               PIC X(13).
           02  DATJCGL               PIC S9(4) COMP.
           02  DATJCGF               PIC X.
           02  FILLER REDEFINES DATJCGF.
               03  DATJCGA           PIC X.
           02  DATJCGI               PIC X(10).
           02  TIMCGL                PIC S9(4) COMP.
           02  TIMCGF                PIC X.
           02  FILLER REDEFINES TIMCGF.
               03  TIMCGA            PIC X.
           02  TIMCGI                PIC X(8).
           02  OPIDCGL               PIC S9(4) COMP.
           02  OPIDCGF               PIC X.
           02  FILLER REDEFINES OPIDCGF.
               03  OPIDCGA           PIC X.
           02  OPIDCGI               PIC X(13).
           02  NUMCGL                PIC S9(4) COMP.
           02  NUMCGF                PIC X.
           02  FILLER REDEFINES NUMCGF.
               03  NUMCGA            PIC X.
           02  NUMCGI                PIC X(4).
           02  NOMCGL                PIC S9(4) COMP.
           02  NOMCGF                PIC X.
           02  FILLER REDEFINES NOMCGF.
               03  NOMCGA            PIC X.
           02  NOMCGI                PIC X(25).
           02  PNMCGL                PIC S9(4) COMP.
           02  PNMCGF                PIC X.
           02  FILLER REDEFINES PNMCGF.
               03  PNMCGA            PIC X.
           02  PNMCGI                PIC X(25).
           02  SESCGL                PIC S9(4) COMP.
           02  SESCGF                PIC X.
           02  FILLER REDEFINES SESCGF.
               03  SESCGA            PIC X.
           02  SESCGI                PIC X(10).
           02  ACQCGL                PIC S9(4) COMP.
           02  ACQCGF                PIC X.
           02  FILLER REDEFINES ACQCGF.
               03  ACQCGA            PIC X.
           02  ACQCGI                PIC X(5).
           02  PRICGL                PIC S9(4) COMP.
           02  PRICGF                PIC X.
           02  FILLER REDEFINES PRICGF.
               03  PRICGA            PIC X.
           02  PRICGI                PIC X(5).
           02  ATTCGL                PIC S9(4) COMP.
           02  ATTCGF                PIC X.
           02  FILLER REDEFINES ATTCGF.
               03  ATTCGA            PIC X.
           02  ATTCGI                PIC X(3).
           02  DISCGL                PIC S9(4) COMP.
           02  DISCGF                PIC X.
           02  FILLER REDEFINES DISCGF.
               03  DISCGA            PIC X.
           02  DISCGI                PIC X(6).
           02  ACTCGL                PIC S9(4) COMP.
           02  ACTCGF                PIC X.
           02  FILLER REDEFINES ACTCGF.
               03  ACTCGA            PIC X.
           02  ACTCGI                PIC X(1).
           02  DEBCGL                PIC S9(4) COMP.
           02  DEBCGF                PIC X.
           02  FILLER REDEFINES DEBCGF.
               03  DEBCGA            PIC X.
           02  DEBCGI                PIC X(8).
           02  FINCGL                PIC S9(4) COMP.
           02  FINCGF                PIC X.
           02  FILLER REDEFINES FINCGF.
               03  FINCGA            PIC X.
           02  FINCGI                PIC X(8).
           02  MOTCGL                PIC S9(4) COMP.
           02  MOTCGF                PIC X.
           02  FILLER REDEFINES MOTCGF.
               03  MOTCGA            PIC X.
           02  MOTCGI                PIC X(15).
           02  LIGCG OCCURS 8 TIMES.
               03  LIGCGL            PIC S9(4) COMP.
               03  LIGCGF            PIC X.
               03  FILLER REDEFINES LIGCGF.
                   04  LIGCGA        PIC X.
               03  LIGCGI            PIC X(79).
           02  MESSCGL               PIC S9(4) COMP.
           02  MESSCGF               PIC X.
           02  FILLER REDEFINES MESSCGF.
               03  MESSCGA           PIC X.
           02  MESSCGI               PIC X(79).
       01  MAPCGO REDEFINES MAPCGI.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  TERMCGO               PIC X(13).
           02  FILLER                PIC X(3).
           02  DATJCGO               PIC X(10).
           02  FILLER                PIC X(3).
           02  TIMCGO                PIC X(8).
           02  FILLER                PIC X(3).
           02  OPIDCGO               PIC X(13).
           02  FILLER                PIC X(3).
           02  NUMCGO                PIC X(4).
           02  FILLER                PIC X(3).
           02  NOMCGO                PIC X(25).
           02  FILLER                PIC X(3).
           02  PNMCGO                PIC X(25).
           02  FILLER                PIC X(3).
           02  SESCGO                PIC X(10).
           02  FILLER                PIC X(3).
           02  ACQCGO                PIC X(5).
           02  FILLER                PIC X(3).
           02  PRICGO                PIC X(5).
           02  FILLER                PIC X(3).
           02  ATTCGO                PIC X(3).
           02  FILLER                PIC X(3).
           02  DISCGO                PIC X(6).
           02  FILLER                PIC X(3).
           02  ACTCGO                PIC X(1).
           02  FILLER                PIC X(3).
           02  DEBCGO                PIC X(8).
           02  FILLER                PIC X(3).
           02  FINCGO                PIC X(8).
           02  FILLER                PIC X(3).
           02  MOTCGO                PIC X(15).
           02  LIGCGO-GRP OCCURS 8 TIMES.
               03  FILLER            PIC X(3).
               03  LIGCGO            PIC X(79).
           02  FILLER                PIC X(3).
           02  MESSCGO               PIC X(79).
       01  MAPFRI.
           02  FILLER                PIC X(12).
           02  TERMFRL               PIC S9(4) COMP.
           02  TERMFRF               PIC X.
           02  FILLER REDEFINES TERMFRF.
               03  TERMFRA           PIC X.
           02  TERMFRI               PIC X(13).
           02  DATJFRL               PIC S9(4) COMP.
           02  DATJFRF               PIC X.
           02  FILLER REDEFINES DATJFRF.
               03  DATJFRA           PIC X.
           02  DATJFRI               PIC X(10).
           02  TIMFRL                PIC S9(4) COMP.
           02  TIMFRF                PIC X.
           02  FILLER REDEFINES TIMFRF.
               03  TIMFRA            PIC X.
           02  TIMFRI                PIC X(8).
           02  OPIDFRL               PIC S9(4) COMP.
           02  OPIDFRF               PIC X.
           02  FILLER REDEFINES OPIDFRF.
               03  OPIDFRA           PIC X.
           02  OPIDFRI               PIC X(13).
           02  NUMFRL                PIC S9(4) COMP.
           02  NUMFRF                PIC X.
           02  FILLER REDEFINES NUMFRF.
               03  NUMFRA            PIC X.
           02  NUMFRI                PIC X(4).
           02  NOMFRL                PIC S9(4) COMP.
           02  NOMFRF                PIC X.
           02  FILLER REDEFINES NOMFRF.
               03  NOMFRA            PIC X.
           02  NOMFRI                PIC X(25).
           02  PNMFRL                PIC S9(4) COMP.
           02  PNMFRF                PIC X.
           02  FILLER REDEFINES PNMFRF.
               03  PNMFRA            PIC X.
           02  PNMFRI                PIC X(25).
           02  SESFRL                PIC S9(4) COMP.
           02  SESFRF                PIC X.
           02  FILLER REDEFINES SESFRF.
               03  SESFRA            PIC X.
           02  SESFRI                PIC X(10).
           02  SITFRL                PIC S9(4) COMP.
           02  SITFRF                PIC X.
           02  FILLER REDEFINES SITFRF.
               03  SITFRA            PIC X.
           02  SITFRI                PIC X(20).
           02  VILFRL                PIC S9(4) COMP.
           02  VILFRF                PIC X.
           02  FILLER REDEFINES VILFRF.
               03  VILFRA            PIC X.
           02  VILFRI                PIC X(20).
           02  KMFRL                 PIC S9(4) COMP.
           02  KMFRF                 PIC X.
           02  FILLER REDEFINES KMFRF.
               03  KMFRA             PIC X.
           02  KMFRI                 PIC X(4).
           02  TARFRL                PIC S9(4) COMP.
           02  TARFRF                PIC X.
           02  FILLER REDEFINES TARFRF.
               03  TARFRA            PIC X.
           02  TARFRI                PIC X(6).
           02  ACTFRL                PIC S9(4) COMP.
           02  ACTFRF                PIC X.
           02  FILLER REDEFINES ACTFRF.
               03  ACTFRA            PIC X.
           02  ACTFRI                PIC X(1).
           02  DEBFRL                PIC S9(4) COMP.
           02  DEBFRF                PIC X.
           02  FILLER REDEFINES DEBFRF.
               03  DEBFRA            PIC X.
           02  DEBFRI                PIC X(8).
           02  FINFRL                PIC S9(4) COMP.
           02  FINFRF                PIC X.
           02  FILLER REDEFINES FINFRF.
               03  FINFRA            PIC X.
           02  FINFRI                PIC X(8).
           02  TRJFRL                PIC S9(4) COMP.
           02  TRJFRF                PIC X.
           02  FILLER REDEFINES TRJFRF.
               03  TRJFRA            PIC X.
           02  TRJFRI                PIC X(2).
           02  MOTFRL                PIC S9(4) COMP.
           02  MOTFRF                PIC X.
           02  FILLER REDEFINES MOTFRF.
               03  MOTFRA            PIC X.
           02  MOTFRI                PIC X(15).
           02  LIGFR OCCURS 8 TIMES.
               03  LIGFRL            PIC S9(4) COMP.
               03  LIGFRF            PIC X.
               03  FILLER REDEFINES LIGFRF.
                   04  LIGFRA        PIC X.
               03  LIGFRI            PIC X(79).
           02  MESSFRL               PIC S9(4) COMP.
           02  MESSFRF               PIC X.
           02  FILLER REDEFINES MESSFRF.
               03  MESSFRA           PIC X.
           02  MESSFRI               PIC X(79).
       01  MAPFRO REDEFINES MAPFRI.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  TERMFRO               PIC X(13).
           02  FILLER                PIC X(3).
           02  DATJFRO               PIC X(10).
           02  FILLER                PIC X(3).
           02  TIMFRO                PIC X(8).
           02  FILLER                PIC X(3).
           02  OPIDFRO               PIC X(13).
           02  FILLER                PIC X(3).
           02  NUMFRO                PIC X(4).
           02  FILLER                PIC X(3).
           02  NOMFRO                PIC X(25).
           02  FILLER                PIC X(3).
           02  PNMFRO                PIC X(25).
           02  FILLER                PIC X(3).
           02  SESFRO                PIC X(10).
           02  FILLER                PIC X(3).
           02  SITFRO                PIC X(20).
           02  FILLER                PIC X(3).
           02  VILFRO                PIC X(20).
           02  FILLER                PIC X(3).
           02  KMFRO                 PIC X(4).
           02  FILLER                PIC X(3).
           02  TARFRO                PIC X(6).
           02  FILLER                PIC X(3).
           02  ACTFRO                PIC X(1).
           02  FILLER                PIC X(3).
           02  DEBFRO                PIC X(8).
           02  FILLER                PIC X(3).
           02  FINFRO                PIC X(8).
           02  FILLER                PIC X(3).
           02  TRJFRO                PIC X(2).
           02  FILLER                PIC X(3).
           02  MOTFRO                PIC X(15).
           02  LIGFRO-GRP OCCURS 8 TIMES.
               03  FILLER            PIC X(3).
               03  LIGFRO            PIC X(79).
           02  FILLER                PIC X(3).
           02  MESSFRO               PIC X(79).
       01  MAPPRI.
           02  FILLER                PIC X(12).
           02  TERMPRL               PIC S9(4) COMP.
           02  TERMPRF               PIC X.
           02  FILLER REDEFINES TERMPRF.
               03  TERMPRA           PIC X.
           02  TERMPRI               PIC X(13).
           02  DATJPRL               PIC S9(4) COMP.
           02  DATJPRF               PIC X.
           02  FILLER REDEFINES DATJPRF.
               03  DATJPRA           PIC X.
           02  DATJPRI               PIC X(10).
           02  TIMPRL                PIC S9(4) COMP.
           02  TIMPRF                PIC X.
           02  FILLER REDEFINES TIMPRF.
               03  TIMPRA            PIC X.
           02  TIMPRI                PIC X(8).
           02  OPIDPRL               PIC S9(4) COMP.
           02  OPIDPRF               PIC X.
           02  FILLER REDEFINES OPIDPRF.
               03  OPIDPRA           PIC X.
           02  OPIDPRI               PIC X(13).
           02  NUMPRL                PIC S9(4) COMP.
           02  NUMPRF                PIC X.
           02  FILLER REDEFINES NUMPRF.
               03  NUMPRA            PIC X.
           02  NUMPRI                PIC X(4).
           02  NOMPRL                PIC S9(4) COMP.
           02  NOMPRF                PIC X.
           02  FILLER REDEFINES NOMPRF.
               03  NOMPRA            PIC X.
           02  NOMPRI                PIC X(25).
           02  PNMPRL                PIC S9(4) COMP.
           02  PNMPRF                PIC X.
           02  FILLER REDEFINES PNMPRF.
               03  PNMPRA            PIC X.
           02  PNMPRI                PIC X(25).
           02  SESPRL                PIC S9(4) COMP.
           02  SESPRF                PIC X.
           02  FILLER REDEFINES SESPRF.
               03  SESPRA            PIC X.
           02  SESPRI                PIC X(10).
           02  SITPRL                PIC S9(4) COMP.
           02  SITPRF                PIC X.
           02  FILLER REDEFINES SITPRF.
               03  SITPRA            PIC X.
           02  SITPRI                PIC X(20).
           02  ACTPRL                PIC S9(4) COMP.
           02  ACTPRF                PIC X.
           02  FILLER REDEFINES ACTPRF.
               03  ACTPRA            PIC X.
           02  ACTPRI                PIC X(1).
           02  MATPRL                PIC S9(4) COMP.
           02  MATPRF                PIC X.
           02  FILLER REDEFINES MATPRF.
               03  MATPRA            PIC X.
           02  MATPRI                PIC X(10).
           02  TYPPRL                PIC S9(4) COMP.
           02  TYPPRF                PIC X.
           02  FILLER REDEFINES TYPPRF.
               03  TYPPRA            PIC X.
           02  TYPPRI                PIC X(10).
           02  ECHPRL                PIC S9(4) COMP.
           02  ECHPRF                PIC X.
           02  FILLER REDEFINES ECHPRF.
               03  ECHPRA            PIC X.
           02  ECHPRI                PIC X(8).
           02  ETAPRL                PIC S9(4) COMP.
           02  ETAPRF                PIC X.
           02  FILLER REDEFINES ETAPRF.
               03  ETAPRA            PIC X.
           02  ETAPRI                PIC X(1).
           02  LIGPR OCCURS 8 TIMES.
               03  LIGPRL            PIC S9(4) COMP.
               03  LIGPRF            PIC X.
               03  FILLER REDEFINES LIGPRF.
                   04  LIGPRA        PIC X.
               03  LIGPRI            PIC X(79).
           02  MESSPRL               PIC S9(4) COMP.
           02  MESSPRF               PIC X.
           02  FILLER REDEFINES MESSPRF.
               03  MESSPRA           PIC X.
           02  MESSPRI               PIC X(79).
       01  MAPPRO REDEFINES MAPPRI.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  TERMPRO               PIC X(13).
           02  FILLER                PIC X(3).
           02  DATJPRO               PIC X(10).
           02  FILLER                PIC X(3).
           02  TIMPRO                PIC X(8).
           02  FILLER                PIC X(3).
           02  OPIDPRO               PIC X(13).
           02  FILLER                PIC X(3).
           02  NUMPRO                PIC X(4).
           02  FILLER                PIC X(3).
           02  NOMPRO                PIC X(25).
           02  FILLER                PIC X(3).
           02  PNMPRO                PIC X(25).
           02  FILLER                PIC X(3).
           02  SESPRO                PIC X(10).
           02  FILLER                PIC X(3).
           02  SITPRO                PIC X(20).
           02  FILLER                PIC X(3).
           02  ACTPRO                PIC X(1).
           02  FILLER                PIC X(3).
           02  MATPRO                PIC X(10).
           02  FILLER                PIC X(3).
           02  TYPPRO                PIC X(10).
           02  FILLER                PIC X(3).
           02  ECHPRO                PIC X(8).
           02  FILLER                PIC X(3).
           02  ETAPRO                PIC X(1).
           02  LIGPRO-GRP OCCURS 8 TIMES.
               03  FILLER            PIC X(3).
               03  LIGPRO            PIC X(79).
           02  FILLER                PIC X(3).
           02  MESSPRO               PIC X(79).
       01  MAPADI.
           02  FILLER                PIC X(12).
           02  TERMADL               PIC S9(4) COMP.
           02  TERMADF               PIC X.
           02  FILLER REDEFINES TERMADF.
               03  TERMADA           PIC X.
           02  TERMADI               PIC X(13).
           02  DATJADL               PIC S9(4) COMP.
           02  DATJADF               PIC X.
           02  FILLER REDEFINES DATJADF.
               03  DATJADA           PIC X.
           02  DATJADI               PIC X(10).
           02  TIMADL                PIC S9(4) COMP.
           02  TIMADF                PIC X.
           02  FILLER REDEFINES TIMADF.
               03  TIMADA            PIC X.
           02  TIMADI                PIC X(8).
           02  OPIDADL               PIC S9(4) COMP.
           02  OPIDADF               PIC X.
           02  FILLER REDEFINES OPIDADF.
               03  OPIDADA           PIC X.
           02  OPIDADI               PIC X(13).
           02  NUMADL                PIC S9(4) COMP.
           02  NUMADF                PIC X.
           02  FILLER REDEFINES NUMADF.
               03  NUMADA            PIC X.
           02  NUMADI                PIC X(4).
           02  NOMADL                PIC S9(4) COMP.
           02  NOMADF                PIC X.
           02  FILLER REDEFINES NOMADF.
               03  NOMADA            PIC X.
           02  NOMADI                PIC X(25).
           02  PNMADL                PIC S9(4) COMP.
           02  PNMADF                PIC X.
           02  FILLER REDEFINES PNMADF.
               03  PNMADA            PIC X.
           02  PNMADI                PIC X(25).
           02  SESADL                PIC S9(4) COMP.
           02  SESADF                PIC X.
           02  FILLER REDEFINES SESADF.
               03  SESADA            PIC X.
           02  SESADI                PIC X(10).
           02  SITADL                PIC S9(4) COMP.
           02  SITADF                PIC X.
           02  FILLER REDEFINES SITADF.
               03  SITADA            PIC X.
           02  SITADI                PIC X(20).
           02  ACTADL                PIC S9(4) COMP.
           02  ACTADF                PIC X.
           02  FILLER REDEFINES ACTADF.
               03  ACTADA            PIC X.
           02  ACTADI                PIC X(1).
           02  MESADL                PIC S9(4) COMP.
           02  MESADF                PIC X.
           02  FILLER REDEFINES MESADF.
               03  MESADA            PIC X.
           02  MESADI                PIC X(60).
           02  NA1ADL                PIC S9(4) COMP.
           02  NA1ADF                PIC X.
           02  FILLER REDEFINES NA1ADF.
               03  NA1ADA            PIC X.
           02  NA1ADI                PIC X(60).
           02  NA2ADL                PIC S9(4) COMP.
           02  NA2ADF                PIC X.
           02  FILLER REDEFINES NA2ADF.
               03  NA2ADA            PIC X.
           02  NA2ADI                PIC X(60).
           02  DFVADL                PIC S9(4) COMP.
           02  DFVADF                PIC X.
           02  FILLER REDEFINES DFVADF.
               03  DFVADA            PIC X.
           02  DFVADI                PIC X(8).
           02  MAJADL                PIC S9(4) COMP.
           02  MAJADF                PIC X.
           02  FILLER REDEFINES MAJADF.
               03  MAJADA            PIC X.
           02  MAJADI                PIC X(40).
           02  MESSADL               PIC S9(4) COMP.
           02  MESSADF               PIC X.
           02  FILLER REDEFINES MESSADF.
               03  MESSADA           PIC X.
           02  MESSADI               PIC X(79).
       01  MAPADO REDEFINES MAPADI.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  TERMADO               PIC X(13).
           02  FILLER                PIC X(3).
           02  DATJADO               PIC X(10).
           02  FILLER                PIC X(3).
           02  TIMADO                PIC X(8).
           02  FILLER                PIC X(3).
           02  OPIDADO               PIC X(13).
           02  FILLER                PIC X(3).
           02  NUMADO                PIC X(4).
           02  FILLER                PIC X(3).
           02  NOMADO                PIC X(25).
           02  FILLER                PIC X(3).
           02  PNMADO                PIC X(25).
           02  FILLER                PIC X(3).
           02  SESADO                PIC X(10).
           02  FILLER                PIC X(3).
           02  SITADO                PIC X(20).
           02  FILLER                PIC X(3).
           02  ACTADO                PIC X(1).
           02  FILLER                PIC X(3).
           02  MESADO                PIC X(60).
           02  FILLER                PIC X(3).
           02  NA1ADO                PIC X(60).
           02  FILLER                PIC X(3).
           02  NA2ADO                PIC X(60).
           02  FILLER                PIC X(3).
           02  DFVADO                PIC X(8).
           02  FILLER                PIC X(3).
           02  MAJADO                PIC X(40).
           02  FILLER                PIC X(3).
           02  MESSADO               PIC X(79).

       01  MAPRPI.
           02  FILLER                PIC X(12).
           02  TERMRPL               PIC S9(4) COMP.
           02  TERMRPF               PIC X.
           02  FILLER REDEFINES TERMRPF.
               03  TERMRPA           PIC X.
           02  TERMRPI               PIC X(13).
           02  DATJRPL               PIC S9(4) COMP.
           02  DATJRPF               PIC X.
           02  FILLER REDEFINES DATJRPF.
               03  DATJRPA           PIC X.
           02  DATJRPI               PIC X(10).
           02  TIMRPL                PIC S9(4) COMP.
           02  TIMRPF                PIC X.
           02  FILLER REDEFINES TIMRPF.
               03  TIMRPA            PIC X.
           02  TIMRPI                PIC X(8).
           02  OPIDRPL               PIC S9(4) COMP.
           02  OPIDRPF               PIC X.
           02  FILLER REDEFINES OPIDRPF.
               03  OPIDRPA           PIC X.
           02  OPIDRPI               PIC X(13).
           02  INFRPL                PIC S9(4) COMP.
           02  INFRPF                PIC X.
           02  FILLER REDEFINES INFRPF.
               03  INFRPA            PIC X.
           02  INFRPI                PIC X(78).
           02  DATRPL                PIC S9(4) COMP.
           02  DATRPF                PIC X.
           02  FILLER REDEFINES DATRPF.
               03  DATRPA            PIC X.
           02  DATRPI                PIC X(8).
           02  RAPRPL                PIC S9(4) COMP.
           02  RAPRPF                PIC X.
           02  FILLER REDEFINES RAPRPF.
               03  RAPRPA            PIC X.
           02  RAPRPI                PIC X(8).
           02  LNRPL                 PIC S9(4) COMP.
           02  LNRPF                 PIC X.
           02  FILLER REDEFINES LNRPF.
               03  LNRPA             PIC X.
           02  LNRPI                 PIC X(6).
           02  HDRRPL                PIC S9(4) COMP.
           02  HDRRPF                PIC X.
           02  FILLER REDEFINES HDRRPF.
               03  HDRRPA            PIC X.
           02  HDRRPI                PIC X(79).
           02  LIGRP OCCURS 16 TIMES.
               03  LIGRPL            PIC S9(4) COMP.
               03  LIGRPF            PIC X.
               03  FILLER REDEFINES LIGRPF.
                   04  LIGRPA        PIC X.
               03  LIGRPI            PIC X(79).
           02  MESSRPL               PIC S9(4) COMP.
           02  MESSRPF               PIC X.
           02  FILLER REDEFINES MESSRPF.
               03  MESSRPA           PIC X.
           02  MESSRPI               PIC X(79).
       01  MAPRPO REDEFINES MAPRPI.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  TERMRPO               PIC X(13).
           02  FILLER                PIC X(3).
           02  DATJRPO               PIC X(10).
           02  FILLER                PIC X(3).
           02  TIMRPO                PIC X(8).
           02  FILLER                PIC X(3).
           02  OPIDRPO               PIC X(13).
           02  FILLER                PIC X(3).
           02  INFRPO                PIC X(78).
           02  FILLER                PIC X(3).
           02  DATRPO                PIC X(8).
           02  FILLER                PIC X(3).
           02  RAPRPO                PIC X(8).
           02  FILLER                PIC X(3).
           02  LNRPO                 PIC X(6).
           02  FILLER                PIC X(3).
           02  HDRRPO                PIC X(79).
           02  LIGRPO-GRP OCCURS 16 TIMES.
               03  FILLER            PIC X(3).
               03  LIGRPO            PIC X(79).
           02  FILLER                PIC X(3).
           02  MESSRPO               PIC X(79).

       01  MAPSQI.
           02  FILLER                PIC X(12).
           02  TERMSQL               PIC S9(4) COMP.
           02  TERMSQF               PIC X.
           02  FILLER REDEFINES TERMSQF.
               03  TERMSQA           PIC X.
           02  TERMSQI               PIC X(13).
           02  DATJSQL               PIC S9(4) COMP.
           02  DATJSQF               PIC X.
           02  FILLER REDEFINES DATJSQF.
               03  DATJSQA           PIC X.
           02  DATJSQI               PIC X(10).
           02  TIMSQL                PIC S9(4) COMP.
           02  TIMSQF                PIC X.
           02  FILLER REDEFINES TIMSQF.
               03  TIMSQA            PIC X.
           02  TIMSQI                PIC X(8).
           02  OPIDSQL               PIC S9(4) COMP.
           02  OPIDSQF               PIC X.
           02  FILLER REDEFINES OPIDSQF.
               03  OPIDSQA           PIC X.
           02  OPIDSQI               PIC X(13).
           02  NUMSQL                PIC S9(4) COMP.
           02  NUMSQF                PIC X.
           02  FILLER REDEFINES NUMSQF.
               03  NUMSQA            PIC X.
           02  NUMSQI                PIC X(4).
           02  NOMSQL                PIC S9(4) COMP.
           02  NOMSQF                PIC X.
           02  FILLER REDEFINES NOMSQF.
               03  NOMSQA            PIC X.
           02  NOMSQI                PIC X(25).
           02  SESSQL                PIC S9(4) COMP.
           02  SESSQF                PIC X.
           02  FILLER REDEFINES SESSQF.
               03  SESSQA            PIC X.
           02  SESSQI                PIC X(10).
           02  TYPSQL                PIC S9(4) COMP.
           02  TYPSQF                PIC X.
           02  FILLER REDEFINES TYPSQF.
               03  TYPSQA            PIC X.
           02  TYPSQI                PIC X(10).
           02  INFSQL                PIC S9(4) COMP.
           02  INFSQF                PIC X.
           02  FILLER REDEFINES INFSQF.
               03  INFSQA            PIC X.
           02  INFSQI                PIC X(78).
           02  Q01SQL                PIC S9(4) COMP.
           02  Q01SQF                PIC X.
           02  FILLER REDEFINES Q01SQF.
               03  Q01SQA            PIC X.
           02  Q01SQI                PIC X(66).
           02  N01SQL                PIC S9(4) COMP.
           02  N01SQF                PIC X.
           02  FILLER REDEFINES N01SQF.
               03  N01SQA            PIC X.
           02  N01SQI                PIC X(1).
           02  Q02SQL                PIC S9(4) COMP.
           02  Q02SQF                PIC X.
           02  FILLER REDEFINES Q02SQF.
               03  Q02SQA            PIC X.
           02  Q02SQI                PIC X(66).
           02  N02SQL                PIC S9(4) COMP.
           02  N02SQF                PIC X.
           02  FILLER REDEFINES N02SQF.
               03  N02SQA            PIC X.
           02  N02SQI                PIC X(1).
           02  Q03SQL                PIC S9(4) COMP.
           02  Q03SQF                PIC X.
           02  FILLER REDEFINES Q03SQF.
               03  Q03SQA            PIC X.
           02  Q03SQI                PIC X(66).
           02  N03SQL                PIC S9(4) COMP.
           02  N03SQF                PIC X.
           02  FILLER REDEFINES N03SQF.
               03  N03SQA            PIC X.
           02  N03SQI                PIC X(1).
           02  Q04SQL                PIC S9(4) COMP.
           02  Q04SQF                PIC X.
           02  FILLER REDEFINES Q04SQF.
               03  Q04SQA            PIC X.
           02  Q04SQI                PIC X(66).
           02  N04SQL                PIC S9(4) COMP.
           02  N04SQF                PIC X.
           02  FILLER REDEFINES N04SQF.
               03  N04SQA            PIC X.
           02  N04SQI                PIC X(1).
           02  Q05SQL                PIC S9(4) COMP.
           02  Q05SQF                PIC X.
           02  FILLER REDEFINES Q05SQF.
               03  Q05SQA            PIC X.
           02  Q05SQI                PIC X(66).
           02  N05SQL                PIC S9(4) COMP.
           02  N05SQF                PIC X.
           02  FILLER REDEFINES N05SQF.
               03  N05SQA            PIC X.
           02  N05SQI                PIC X(1).
           02  Q06SQL                PIC S9(4) COMP.
           02  Q06SQF                PIC X.
           02  FILLER REDEFINES Q06SQF.
               03  Q06SQA            PIC X.
           02  Q06SQI                PIC X(66).
           02  N06SQL                PIC S9(4) COMP.
           02  N06SQF                PIC X.
           02  FILLER REDEFINES N06SQF.
               03  N06SQA            PIC X.
           02  N06SQI                PIC X(1).
           02  Q07SQL                PIC S9(4) COMP.
           02  Q07SQF                PIC X.
           02  FILLER REDEFINES Q07SQF.
               03  Q07SQA            PIC X.
           02  Q07SQI                PIC X(66).
           02  N07SQL                PIC S9(4) COMP.
           02  N07SQF                PIC X.
           02  FILLER REDEFINES N07SQF.
               03  N07SQA            PIC X.
           02  N07SQI                PIC X(1).
           02  Q08SQL                PIC S9(4) COMP.
           02  Q08SQF                PIC X.
           02  FILLER REDEFINES Q08SQF.
               03  Q08SQA            PIC X.
           02  Q08SQI                PIC X(66).
           02  N08SQL                PIC S9(4) COMP.
           02  N08SQF                PIC X.
           02  FILLER REDEFINES N08SQF.
               03  N08SQA            PIC X.
           02  N08SQI                PIC X(1).
           02  Q09SQL                PIC S9(4) COMP.
           02  Q09SQF                PIC X.
           02  FILLER REDEFINES Q09SQF.
               03  Q09SQA            PIC X.
           02  Q09SQI                PIC X(66).
           02  N09SQL                PIC S9(4) COMP.
           02  N09SQF                PIC X.
           02  FILLER REDEFINES N09SQF.
               03  N09SQA            PIC X.
           02  N09SQI                PIC X(1).
           02  Q10SQL                PIC S9(4) COMP.
           02  Q10SQF                PIC X.
           02  FILLER REDEFINES Q10SQF.
               03  Q10SQA            PIC X.
           02  Q10SQI                PIC X(66).
           02  N10SQL                PIC S9(4) COMP.
           02  N10SQF                PIC X.
           02  FILLER REDEFINES N10SQF.
               03  N10SQA            PIC X.
           02  N10SQI                PIC X(1).
           02  Q11SQL                PIC S9(4) COMP.
           02  Q11SQF                PIC X.
           02  FILLER REDEFINES Q11SQF.
               03  Q11SQA            PIC X.
           02  Q11SQI                PIC X(66).
           02  N11SQL                PIC S9(4) COMP.
           02  N11SQF                PIC X.
           02  FILLER REDEFINES N11SQF.
               03  N11SQA            PIC X.
           02  N11SQI                PIC X(1).
           02  Q12SQL                PIC S9(4) COMP.
           02  Q12SQF                PIC X.
           02  FILLER REDEFINES Q12SQF.
               03  Q12SQA            PIC X.
           02  Q12SQI                PIC X(66).
           02  N12SQL                PIC S9(4) COMP.
           02  N12SQF                PIC X.
           02  FILLER REDEFINES N12SQF.
               03  N12SQA            PIC X.
           02  N12SQI                PIC X(1).
           02  COMSQL                PIC S9(4) COMP.
           02  COMSQF                PIC X.
           02  FILLER REDEFINES COMSQF.
               03  COMSQA            PIC X.
           02  COMSQI                PIC X(60).
           02  ACTSQL                PIC S9(4) COMP.
           02  ACTSQF                PIC X.
           02  FILLER REDEFINES ACTSQF.
               03  ACTSQA            PIC X.
           02  ACTSQI                PIC X(1).
           02  MESSSQL               PIC S9(4) COMP.
           02  MESSSQF               PIC X.
           02  FILLER REDEFINES MESSSQF.
               03  MESSSQA           PIC X.
           02  MESSSQI               PIC X(79).
       01  MAPSQO REDEFINES MAPSQI.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  TERMSQO               PIC X(13).
           02  FILLER                PIC X(3).
           02  DATJSQO               PIC X(10).
           02  FILLER                PIC X(3).
           02  TIMSQO                PIC X(8).
           02  FILLER                PIC X(3).
           02  OPIDSQO               PIC X(13).
           02  FILLER                PIC X(3).
           02  NUMSQO                PIC X(4).
           02  FILLER                PIC X(3).
           02  NOMSQO                PIC X(25).
           02  FILLER                PIC X(3).
           02  SESSQO                PIC X(10).
           02  FILLER                PIC X(3).
           02  TYPSQO                PIC X(10).
           02  FILLER                PIC X(3).
           02  INFSQO                PIC X(78).
           02  FILLER                PIC X(3).
           02  Q01SQO                PIC X(66).
           02  FILLER                PIC X(3).
           02  N01SQO                PIC X(1).
           02  FILLER                PIC X(3).
           02  Q02SQO                PIC X(66).
           02  FILLER                PIC X(3).
           02  N02SQO                PIC X(1).
           02  FILLER                PIC X(3).
           02  Q03SQO                PIC X(66).
           02  FILLER                PIC X(3).
           02  N03SQO                PIC X(1).
           02  FILLER                PIC X(3).
           02  Q04SQO                PIC X(66).
           02  FILLER                PIC X(3).
           02  N04SQO                PIC X(1).
           02  FILLER                PIC X(3).
           02  Q05SQO                PIC X(66).
           02  FILLER                PIC X(3).
           02  N05SQO                PIC X(1).
           02  FILLER                PIC X(3).
           02  Q06SQO                PIC X(66).
           02  FILLER                PIC X(3).
           02  N06SQO                PIC X(1).
           02  FILLER                PIC X(3).
           02  Q07SQO                PIC X(66).
           02  FILLER                PIC X(3).
           02  N07SQO                PIC X(1).
           02  FILLER                PIC X(3).
           02  Q08SQO                PIC X(66).
           02  FILLER                PIC X(3).
           02  N08SQO                PIC X(1).
           02  FILLER                PIC X(3).
           02  Q09SQO                PIC X(66).
           02  FILLER                PIC X(3).
           02  N09SQO                PIC X(1).
           02  FILLER                PIC X(3).
           02  Q10SQO                PIC X(66).
           02  FILLER                PIC X(3).
           02  N10SQO                PIC X(1).
           02  FILLER                PIC X(3).
           02  Q11SQO                PIC X(66).
           02  FILLER                PIC X(3).
           02  N11SQO                PIC X(1).
           02  FILLER                PIC X(3).
           02  Q12SQO                PIC X(66).
           02  FILLER                PIC X(3).
           02  N12SQO                PIC X(1).
           02  FILLER                PIC X(3).
           02  COMSQO                PIC X(60).
           02  FILLER                PIC X(3).
           02  ACTSQO                PIC X(1).
           02  FILLER                PIC X(3).
           02  MESSSQO               PIC X(79).
