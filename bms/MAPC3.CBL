        DFHMDF POS=(15,10),                                            X
               ATTRB=ASKIP,LENGTH=19,                                  X
               INITIAL='Q-RELANCES A SUIVRE'
        DFHMDF POS=(16,10),                                            X
               ATTRB=ASKIP,LENGTH=21,                                  X
               INITIAL='R-ENTREPRISES ACCUEIL'
        DFHMDF POS=(13,10),                                            X
               ATTRB=ASKIP,LENGTH=13,                                  X
               INITIAL='S-TROP-PERCUS'
        DFHMDF POS=(05,10),                                            X
               ATTRB=ASKIP,LENGTH=18,                                  X
               INITIAL='T-CONFIRMATION RIB'
        DFHMDF POS=(07,10),                                            X
               ATTRB=ASKIP,LENGTH=12,                                  X
               INITIAL='U-FINANCEURS'
        DFHMDF POS=(09,10),                                            X
               ATTRB=ASKIP,LENGTH=14,                                  X
               INITIAL='V-CANDIDATURES'
        DFHMDF POS=(11,10),                                            X
               ATTRB=ASKIP,LENGTH=21,                                  X
               INITIAL='W-ACCUEIL/ELIGIBILITE'
        DFHMDF POS=(05,45),                                            X
               ATTRB=ASKIP,LENGTH=8,                                   X
               INITIAL='X-CONGES'
        DFHMDF POS=(07,45),                                            X
               ATTRB=ASKIP,LENGTH=20,                                  X
               INITIAL='Y-FRAIS DE TRANSPORT'
        DFHMDF POS=(09,45),                                            X
               ATTRB=ASKIP,LENGTH=19,                                  X
               INITIAL='Z-DONNEES SENSIBLES'
        DFHMDF POS=(14,20),                                            X
               ATTRB=ASKIP,LENGTH=20,                                  X00000220
               INITIAL='TAPEZ VOTRE CHOIX : ' 
DDN1    DFHMDF POS=(16,41),HILIGHT=UNDERLINE,                          X00000400
               ATTRB=(UNPROT,NUM,IC,FSET),LENGTH=8
        DFHMDF POS=(16,50),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(16,53),ATTRB=ASKIP,LENGTH=21,                      X
               INITIAL='NIVEAU DIPLOME (3-8):'
NIV1    DFHMDF POS=(16,75),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,FSET),LENGTH=1
        DFHMDF POS=(16,77),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(17,10),ATTRB=ASKIP,LENGTH=21,                      X
               INITIAL='CODE SESSION/COHORTE:'
COD1    DFHMDF POS=(17,32),HILIGHT=UNDERLINE,                          X00000400
               ATTRB=(UNPROT,IC,FSET),LENGTH=10
        DFHMDF POS=(17,43),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(17,46),ATTRB=ASKIP,LENGTH=11,                      X
               INITIAL='FINANCEUR :'
FNC1    DFHMDF POS=(17,58),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,FSET),LENGTH=8
        DFHMDF POS=(17,67),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(19,10),ATTRB=ASKIP,LENGTH=18,                      X
               INITIAL='DEBUT (JJMMAAAA)*:'
DEB1    DFHMDF POS=(19,29),HILIGHT=UNDERLINE,                          X00000400
DDN3    DFHMDF POS=(16,41),HILIGHT=UNDERLINE,                          X00000400
               ATTRB=(ASKIP,FSET),LENGTH=8
        DFHMDF POS=(16,50),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(16,53),ATTRB=ASKIP,LENGTH=21,                      X
               INITIAL='NIVEAU DIPLOME (3-8):'
NIV3    DFHMDF POS=(16,75),HILIGHT=UNDERLINE,                          X
               ATTRB=(ASKIP,FSET),LENGTH=1
        DFHMDF POS=(16,77),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(17,10),ATTRB=ASKIP,LENGTH=21,                      X
               INITIAL='CODE SESSION/COHORTE:'
COD3    DFHMDF POS=(17,32),HILIGHT=UNDERLINE,                          X00000400
SIT6    DFHMDF POS=(10,17),HILIGHT=UNDERLINE,                          X00000400
               ATTRB=(UNPROT,FSET),LENGTH=20
        DFHMDF POS=(10,38),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(10,42),ATTRB=ASKIP,LENGTH=7,INITIAL='SALLE :'
SAL6    DFHMDF POS=(10,50),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,FSET),LENGTH=6
        DFHMDF POS=(10,57),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(10,60),ATTRB=ASKIP,LENGTH=8,INITIAL='PLACES :'
PLS6    DFHMDF POS=(10,69),ATTRB=ASKIP,LENGTH=4
        DFHMDF POS=(12,10),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='COORDINATEUR :'
CRD6    DFHMDF POS=(12,25),HILIGHT=UNDERLINE,                          X00000400
               ATTRB=(UNPROT,FSET),LENGTH=25
        DFHMDF POS=(12,51),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(13,10),ATTRB=ASKIP,LENGTH=30,                      X
               INITIAL='AUTRES COUTS ENGAGES (CENT.) :'
AUT6    DFHMDF POS=(13,41),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=9
        DFHMDF POS=(13,51),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(14,10),ATTRB=ASKIP,LENGTH=15,                      X
               INITIAL='CAPACITE MAXI :'
CAP6    DFHMDF POS=(14,26),HILIGHT=UNDERLINE,                          X00000400
TAU6    DFHMDF POS=(14,63),HILIGHT=UNDERLINE,                          X00000400
               ATTRB=(UNPROT,NUM,FSET),LENGTH=5
        DFHMDF POS=(14,69),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(15,41),ATTRB=ASKIP,LENGTH=21,                      X
               INITIAL='EFFET LE (JJMMAAAA) :'
EFF6    DFHMDF POS=(15,63),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,FSET),LENGTH=8
        DFHMDF POS=(15,72),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(16,10),ATTRB=ASKIP,LENGTH=51,                      X
               INITIAL='ACTION (A=AFFICHER C=CREER M=MODIFIER S=SUPPRIMX
               ER):'
ACT6    DFHMDF POS=(16,62),HILIGHT=UNDERLINE,                          X00000400
               ATTRB=(UNPROT,FSET),LENGTH=1
        DFHMDF POS=(16,64),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(17,02),ATTRB=ASKIP,LENGTH=26,                      X
               INITIAL='BUDGET (CENT.) FORMATEURS:'
BFO6    DFHMDF POS=(17,29),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=9
        DFHMDF POS=(17,39),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(17,41),ATTRB=ASKIP,LENGTH=7,INITIAL='INDEM.:'
BIN6    DFHMDF POS=(17,49),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=9
        DFHMDF POS=(17,59),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(17,61),ATTRB=ASKIP,LENGTH=7,INITIAL='AUTRES:'
BAU6    DFHMDF POS=(17,69),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=9
        DFHMDF POS=(17,79),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(18,10),ATTRB=ASKIP,LENGTH=30,                      X
               INITIAL='JOURS DE COURS (LMMJVSD O/N) :'
JRS6    DFHMDF POS=(18,41),HILIGHT=UNDERLINE,                          X00000400
               ATTRB=(UNPROT,FSET),LENGTH=7
        DFHMDF POS=(18,49),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(19,10),ATTRB=ASKIP,LENGTH=45,COLOR=YELLOW,         X
               INITIAL='HISTORIQUE DES TAUX - EFFET/TAUX/PAR/SAISI LE'
HTX6    DFHMDF POS=(20,01),ATTRB=ASKIP,LENGTH=79,OCCURS=2
        DFHMDF POS=(04,40),ATTRB=ASKIP,LENGTH=27,                      X
               INITIAL='NIVEAU DIPLOME MINI (3-8) :'
PNV6    DFHMDF POS=(04,68),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,FSET),LENGTH=1
        DFHMDF POS=(04,70),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(12,53),ATTRB=ASKIP,LENGTH=11,INITIAL='PREALABLE :'
PSE6    DFHMDF POS=(12,65),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,FSET),LENGTH=10
        DFHMDF POS=(12,76),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(15,10),ATTRB=ASKIP,LENGTH=23,                      X
               INITIAL='PREALABLE ADMIS (O/N) :'
PAD6    DFHMDF POS=(15,34),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,FSET),LENGTH=1
        DFHMDF POS=(15,36),ATTRB=ASKIP,LENGTH=0
MESS6   DFHMDF POS=(22,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED
        DFHMDF POS=(23,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED,            X
               INITIAL='----------------------------------------'
NOMB    DFHMDF POS=(06,16),HILIGHT=UNDERLINE,                          X00000400
               ATTRB=(UNPROT,FSET),LENGTH=25
        DFHMDF POS=(06,42),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(08,10),ATTRB=ASKIP,LENGTH=38,                      X
               INITIAL='NIVEAU (1=CONSULT 2=MAINT. 3=CONFID.):'
NIVB    DFHMDF POS=(08,49),HILIGHT=UNDERLINE,                          X00000400
               ATTRB=(UNPROT,NUM,FSET),LENGTH=1
        DFHMDF POS=(08,51),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(10,10),ATTRB=ASKIP,LENGTH=22,                      X
               INITIAL='DERNIERE MISE A JOUR :'
MAJB    DFHMDF POS=(10,33),ATTRB=ASKIP,LENGTH=18
        DFHMDF POS=(12,10),ATTRB=ASKIP,LENGTH=17,                      X
               INITIAL='RECERTIFICATION :'
RECB    DFHMDF POS=(12,28),ATTRB=ASKIP,LENGTH=45,COLOR=YELLOW
        DFHMDF POS=(14,10),ATTRB=ASKIP,LENGTH=18,                      X
               INITIAL='TOUS SITES (O/N) :'
TSB     DFHMDF POS=(14,29),HILIGHT=UNDERLINE,                          X00000400
               ATTRB=(UNPROT,FSET),LENGTH=1
        DFHMDF POS=(14,31),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(14,33),ATTRB=ASKIP,LENGTH=7,                       X
               INITIAL='SITES :'
S1B     DFHMDF POS=(14,41),HILIGHT=UNDERLINE,                          X00000400
               ATTRB=(UNPROT,FSET),LENGTH=20
        DFHMDF POS=(14,62),ATTRB=ASKIP,LENGTH=0
S2B     DFHMDF POS=(15,41),HILIGHT=UNDERLINE,                          X00000400
               ATTRB=(UNPROT,FSET),LENGTH=20
        DFHMDF POS=(15,62),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(16,10),ATTRB=ASKIP,LENGTH=61,                      X
               INITIAL='ACTION (A=AFF C=CREER M=MODIF S=SUPPR V=CERTIFIX
               ER R=REJETER):'
ACTB    DFHMDF POS=(16,72),HILIGHT=UNDERLINE,                          X00000400
               ATTRB=(UNPROT,FSET),LENGTH=1
        DFHMDF POS=(16,74),ATTRB=ASKIP,LENGTH=0
MESSB   DFHMDF POS=(22,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED
        DFHMDF POS=(23,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED,            X
               INITIAL='----------------------------------------'
               ATTRB=(ASKIP,FSET),LENGTH=25
        DFHMDF POS=(04,52),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(06,02),ATTRB=ASKIP,LENGTH=79,COLOR=YELLOW,         X00000211
               INITIAL='NUM  |        PRENOM          |  NE LE   | TROUX
               VE SOUS LE NOM'
LIGH    DFHMDF POS=(07,01),ATTRB=(ASKIP,FSET),LENGTH=79,OCCURS=10
        DFHMDF POS=(18,10),ATTRB=ASKIP,LENGTH=15,                      X
               INITIAL='NUMERO CHOISI :'
SESF    DFHMDF POS=(11,34),HILIGHT=UNDERLINE,                          X00000400
               ATTRB=(UNPROT,FSET),LENGTH=10
        DFHMDF POS=(11,45),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(11,47),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='COUT (CENT.) :'
COUF    DFHMDF POS=(11,62),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=9
        DFHMDF POS=(11,72),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(12,10),ATTRB=ASKIP,LENGTH=17,                      X
               INITIAL='JOUR (JJMMAAAA) :'
JRF     DFHMDF POS=(12,29),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=8
        DFHMDF POS=(12,38),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(12,40),ATTRB=ASKIP,LENGTH=15,                      X
               INITIAL='PERIODE J/M/A :'
PERF    DFHMDF POS=(12,57),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=1
        DFHMDF POS=(12,59),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(12,61),ATTRB=ASKIP,LENGTH=12,INITIAL='DUREE HHMM :'
DURF    DFHMDF POS=(12,75),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=4
        DFHMDF POS=(12,79),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(13,02),ATTRB=ASKIP,LENGTH=60,INITIAL='ACTION (A=AFFX
                C=CREER M=MODIF S=SUPPR F/R=AFFECT. J/L=JOUR)'
ACTF    DFHMDF POS=(13,64),HILIGHT=UNDERLINE,                          X00000400
               ATTRB=(UNPROT,FSET),LENGTH=1
        DFHMDF POS=(13,66),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(14,10),ATTRB=ASKIP,LENGTH=49,                      X
               INITIAL='I=INDISPONIBLE D=REMPLACANTS N=ANNULER LA JOURNX
               EE'
HDRF    DFHMDF POS=(15,02),ATTRB=ASKIP,LENGTH=79,COLOR=YELLOW,         X00000211
               INITIAL='SESSIONS AFFECTEES : SESSION    |  DEBUT   |   X
               FIN    | LIBELLE   |      COUT'
LIGF    DFHMDF POS=(16,01),ATTRB=(ASKIP,FSET),LENGTH=79,OCCURS=5
MESSF   DFHMDF POS=(22,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED
        DFHMDF POS=(23,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED,            X
ACTR    DFHMDF POS=(13,62),HILIGHT=UNDERLINE,                          X00000400
               ATTRB=(UNPROT,FSET),LENGTH=1
        DFHMDF POS=(13,64),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(15,10),ATTRB=ASKIP,LENGTH=34,COLOR=BLUE,           X
               INITIAL='EXAMEN DE CERTIFICATION EXTERNE :'
        DFHMDF POS=(16,10),ATTRB=ASKIP,LENGTH=8,                       X
               INITIAL='CENTRE :'
CENR    DFHMDF POS=(16,19),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,FSET),LENGTH=8
        DFHMDF POS=(16,28),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(16,31),ATTRB=ASKIP,LENGTH=18,                      X
               INITIAL='SESSION D''EXAMEN :'
SEXR    DFHMDF POS=(16,50),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,FSET),LENGTH=10
        DFHMDF POS=(16,61),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(17,10),ATTRB=ASKIP,LENGTH=15,                      X
               INITIAL='CERTIFICATION :'
CRTR    DFHMDF POS=(17,26),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,FSET),LENGTH=10
        DFHMDF POS=(17,37),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(17,40),ATTRB=ASKIP,LENGTH=17,                      X
               INITIAL='DATE (JJMMAAAA) :'
DEXR    DFHMDF POS=(17,58),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,FSET),LENGTH=8
        DFHMDF POS=(17,67),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(18,10),ATTRB=ASKIP,LENGTH=6,                       X
               INITIAL='ETAT :'
ETXR    DFHMDF POS=(18,17),ATTRB=ASKIP,LENGTH=20
        DFHMDF POS=(18,40),ATTRB=ASKIP,LENGTH=10,                      X
               INITIAL='RESULTAT :'
RXR     DFHMDF POS=(18,51),ATTRB=ASKIP,LENGTH=28
        DFHMDF POS=(19,10),ATTRB=ASKIP,LENGTH=42,                      X
               INITIAL='ACTION EXAMEN (I=INSCRIRE X=DESINSCRIRE) :'
AEXR    DFHMDF POS=(19,53),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,FSET),LENGTH=1
        DFHMDF POS=(19,55),ATTRB=ASKIP,LENGTH=0
MESSR   DFHMDF POS=(22,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED
        DFHMDF POS=(23,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED,            X
               INITIAL='----------------------------------------'
        DFHMDF POS=(24,01),ATTRB=ASKIP,LENGTH=67,                      X
               INITIAL='PF12 - FIN   PF3 - RETOUR   PF5 - SATISFACTION X
                 ENTER - VALIDATION'
MAPJ    DFHMDI COLUMN=1,LINE=1,SIZE=(24,80),MAPATTS=(COLOR,HILIGHT),   X00000210
               DSATTS=(COLOR,HILIGHT)
TERMJ   DFHMDF POS=(01,01),ATTRB=ASKIP,LENGTH=13
               ATTRB=(UNPROT,NUM,FSET),LENGTH=8
        DFHMDF POS=(06,50),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(08,10),ATTRB=ASKIP,LENGTH=33,                      X
               INITIAL='REGLE VISEE (R006/R023/PREQ/*)* :'
REGD    DFHMDF POS=(08,44),HILIGHT=UNDERLINE,                          X00000400
               ATTRB=(UNPROT,FSET),LENGTH=4
        DFHMDF POS=(08,49),ATTRB=ASKIP,LENGTH=0
DATJG   DFHMDF POS=(01,70),ATTRB=ASKIP,LENGTH=10
TIMG    DFHMDF POS=(02,72),ATTRB=ASKIP,LENGTH=8
OPIDG   DFHMDF POS=(02,01),ATTRB=ASKIP,LENGTH=13
HDRG    DFHMDF POS=(04,02),ATTRB=ASKIP,LENGTH=79,COLOR=YELLOW,         X00000211
               INITIAL='TRAITEMENT | DERNIER PASSAGE      | SEQUENCE | X
               ETAT     | VERDICT'
LIGG    DFHMDF POS=(05,01),ATTRB=(ASKIP,FSET),LENGTH=79,OCCURS=15
        DFHMDF POS=(20,02),ATTRB=ASKIP,LENGTH=38,                      X
               INITIAL='ETAPE DE NUIT (SEPT DERNIERES NUITS) :'
ETPG    DFHMDF POS=(20,41),HILIGHT=UNDERLINE,ATTRB=(UNPROT,IC,FSET),   X
               LENGTH=8
        DFHMDF POS=(20,50),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(20,52),ATTRB=ASKIP,LENGTH=22,                      X
               INITIAL='(BLANC = ETAT COMPLET)'
MESSG   DFHMDF POS=(22,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED
        DFHMDF POS=(23,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED,            X
               INITIAL='----------------------------------------'
        DFHMDF POS=(24,01),ATTRB=ASKIP,LENGTH=63,INITIAL='PF12 - FIN   X
               PF3 - RETOUR   PF5 - RAPPORTS   ENTER - RAFRAICHIR'
MAPS    DFHMDI COLUMN=1,LINE=1,SIZE=(24,80),MAPATTS=(COLOR,HILIGHT),   X00000210
               DSATTS=(COLOR,HILIGHT)
TERMS   DFHMDF POS=(01,01),ATTRB=ASKIP,LENGTH=13
MESST   DFHMDF POS=(22,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED
        DFHMDF POS=(23,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED,            X
               INITIAL='----------------------------------------'
        DFHMDF POS=(24,01),ATTRB=ASKIP,LENGTH=78,                      X
               INITIAL='PF12:FIN PF3:RET PF6:REEDITION PF7:REED.AU NOM X
               D''EPOQUE PF10:INDEMN ENTER:RECH'
MAPV    DFHMDI COLUMN=1,LINE=1,SIZE=(24,80),MAPATTS=(COLOR,HILIGHT),   X00000210
               DSATTS=(COLOR,HILIGHT)
TERMV   DFHMDF POS=(01,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(04,60),ATTRB=ASKIP,LENGTH=4,INITIAL='PAGE'
PAGK    DFHMDF POS=(04,65),ATTRB=ASKIP,LENGTH=5
        DFHMDF POS=(06,02),ATTRB=ASKIP,LENGTH=79,COLOR=YELLOW,         X00000211
               INITIAL='CODE       |    LIBELLE     |  DEBUT  |   FIN  X
                | INS/CAPA | ATTENTE | SALLE |'
LIGK    DFHMDF POS=(07,01),ATTRB=(ASKIP,FSET),LENGTH=79,OCCURS=10
        DFHMDF POS=(18,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='SALLE - SITE :'
SITK    DFHMDF POS=(18,17),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,FSET),LENGTH=20
        DFHMDF POS=(18,38),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(18,40),ATTRB=ASKIP,LENGTH=6,INITIAL='CODE :'
SALK    DFHMDF POS=(18,47),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,FSET),LENGTH=6
        DFHMDF POS=(18,54),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(18,56),ATTRB=ASKIP,LENGTH=17,                      X
               INITIAL='ACTION (A/C/M/S):'
ACTK    DFHMDF POS=(18,74),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,FSET),LENGTH=1
        DFHMDF POS=(18,76),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(19,02),ATTRB=ASKIP,LENGTH=9,INITIAL='LIBELLE :'
LSAK    DFHMDF POS=(19,12),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,FSET),LENGTH=30
        DFHMDF POS=(19,43),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(19,45),ATTRB=ASKIP,LENGTH=8,INITIAL='PLACES :'
PLAK    DFHMDF POS=(19,54),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,FSET),LENGTH=4
        DFHMDF POS=(19,59),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(19,60),ATTRB=ASKIP,LENGTH=16,                      X
               INITIAL='ACCES PMR (O/N):'
PMRK    DFHMDF POS=(19,77),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,FSET),LENGTH=1
        DFHMDF POS=(19,79),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(20,02),ATTRB=ASKIP,LENGTH=62,COLOR=YELLOW,         X
               INITIAL='SITE ET CODE SEULS : FICHE DE LA SALLE ET SES SX
               ESSIONS DU MOIS'
MESSK   DFHMDF POS=(22,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED
        DFHMDF POS=(23,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED,            X
               INITIAL='-----------------------------------------------X
        DFHMDF POS=(24,01),ATTRB=ASKIP,LENGTH=54,                      X
               INITIAL='PF12 - FIN       PF3 - RETOUR       ENTER - RETX
               OUR FICHE'
MAPY    DFHMDI COLUMN=1,LINE=1,SIZE=(24,80),MAPATTS=(COLOR,HILIGHT),   X
               DSATTS=(COLOR,HILIGHT)
TERMY   DFHMDF POS=(01,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(01,27),HILIGHT=UNDERLINE,ATTRB=ASKIP,LENGTH=23,    X
               INITIAL='GESTION DES ENTREPRISES',COLOR=BLUE
        DFHMDF POS=(01,51),ATTRB=ASKIP,LENGTH=0
DATJY   DFHMDF POS=(01,70),ATTRB=ASKIP,LENGTH=10
TIMY    DFHMDF POS=(02,72),ATTRB=ASKIP,LENGTH=8
OPIDY   DFHMDF POS=(02,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(04,02),ATTRB=ASKIP,LENGTH=17,                      X
               INITIAL='CODE ENTREPRISE*:'
CODY    DFHMDF POS=(04,20),HILIGHT=UNDERLINE,ATTRB=(UNPROT,IC,FSET),   X
               LENGTH=4
        DFHMDF POS=(04,25),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(04,30),ATTRB=ASKIP,LENGTH=7,INITIAL='SIRET :'
SIRY    DFHMDF POS=(04,38),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=14
        DFHMDF POS=(04,53),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(05,02),ATTRB=ASKIP,LENGTH=16,                      X
               INITIAL='RAISON SOCIALE :'
RSOY    DFHMDF POS=(05,19),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=30
        DFHMDF POS=(05,50),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(06,02),ATTRB=ASKIP,LENGTH=9,INITIAL='ADRESSE :'
AD1Y    DFHMDF POS=(06,12),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=30
        DFHMDF POS=(06,43),ATTRB=ASKIP,LENGTH=0
AD2Y    DFHMDF POS=(07,12),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=30
        DFHMDF POS=(07,43),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(08,02),ATTRB=ASKIP,LENGTH=13,                      X
               INITIAL='CODE POSTAL :'
CPOY    DFHMDF POS=(08,16),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=5
        DFHMDF POS=(08,22),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(08,24),ATTRB=ASKIP,LENGTH=7,INITIAL='VILLE :'
VILY    DFHMDF POS=(08,32),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=30
        DFHMDF POS=(08,63),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(10,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='TUTEUR - NOM :'
TNOY    DFHMDF POS=(10,17),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=25
        DFHMDF POS=(10,43),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(10,45),ATTRB=ASKIP,LENGTH=8,INITIAL='PRENOM :'
TPNY    DFHMDF POS=(10,54),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=25
        DFHMDF POS=(10,80),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(11,02),ATTRB=ASKIP,LENGTH=11,INITIAL='TELEPHONE :'
TTEY    DFHMDF POS=(11,14),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=10
        DFHMDF POS=(11,25),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(11,27),ATTRB=ASKIP,LENGTH=7,INITIAL='EMAIL :'
TEMY    DFHMDF POS=(11,35),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=40
        DFHMDF POS=(11,76),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(13,02),ATTRB=ASKIP,LENGTH=35,                      X
               INITIAL='PERIODE EN ENTREPRISE - STAGIAIRE :'
NUMY    DFHMDF POS=(13,38),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=4
        DFHMDF POS=(13,43),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(13,45),ATTRB=ASKIP,LENGTH=4,INITIAL='DU :'
DDEY    DFHMDF POS=(13,50),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=8
        DFHMDF POS=(13,59),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(13,61),ATTRB=ASKIP,LENGTH=4,INITIAL='AU :'
DFIY    DFHMDF POS=(13,66),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=8
        DFHMDF POS=(13,75),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(15,02),ATTRB=ASKIP,LENGTH=61,INITIAL='ACTION (A=AFFX
               . C=CREER M=MODIF. S=SUPPR. P=PERIODE R=RETIRER)'
ACTY    DFHMDF POS=(15,64),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=1
        DFHMDF POS=(15,66),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(16,02),ATTRB=ASKIP,LENGTH=78,COLOR=YELLOW,INITIAL='X
               PERIODES : NUM. | NOM                  | SESSION    |   X
                DU      |    AU'
LIGY    DFHMDF POS=(17,01),ATTRB=(ASKIP,FSET),LENGTH=79,OCCURS=5
MESSY   DFHMDF POS=(22,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED
        DFHMDF POS=(23,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED,            X
               INITIAL='----------------------------------------'
        DFHMDF POS=(24,01),ATTRB=ASKIP,LENGTH=54,INITIAL='PF12 - FIN   X
                   PF3 - RETOUR       ENTER - VALIDATION'
MAPZ    DFHMDI COLUMN=1,LINE=1,SIZE=(24,80),MAPATTS=(COLOR,HILIGHT),   X
               DSATTS=(COLOR,HILIGHT)
TERMZ   DFHMDF POS=(01,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(01,27),HILIGHT=UNDERLINE,ATTRB=ASKIP,LENGTH=23,    X
               INITIAL='TROP-PERCUS D''INDEMNITE',COLOR=BLUE
        DFHMDF POS=(01,51),ATTRB=ASKIP,LENGTH=0
DATJZ   DFHMDF POS=(01,70),ATTRB=ASKIP,LENGTH=10
TIMZ    DFHMDF POS=(02,72),ATTRB=ASKIP,LENGTH=8
OPIDZ   DFHMDF POS=(02,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(04,02),ATTRB=ASKIP,LENGTH=18,                      X
               INITIAL='NUMERO STAGIAIRE*:'
NUMZ    DFHMDF POS=(04,21),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,IC,FSET),LENGTH=4
        DFHMDF POS=(04,26),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(05,02),ATTRB=ASKIP,LENGTH=5,INITIAL='NOM :'
NOMZ    DFHMDF POS=(05,08),ATTRB=ASKIP,LENGTH=25
        DFHMDF POS=(05,35),ATTRB=ASKIP,LENGTH=8,INITIAL='PRENOM :'
PNMZ    DFHMDF POS=(05,44),ATTRB=ASKIP,LENGTH=25
        DFHMDF POS=(06,02),ATTRB=ASKIP,LENGTH=9,INITIAL='SESSION :'
SESZ    DFHMDF POS=(06,12),ATTRB=ASKIP,LENGTH=10
        DFHMDF POS=(08,02),ATTRB=ASKIP,LENGTH=4,INITIAL='DU :'
DUZ     DFHMDF POS=(08,07),ATTRB=ASKIP,LENGTH=10
        DFHMDF POS=(08,19),ATTRB=ASKIP,LENGTH=11,INITIAL='REMBOURSE :'
REMZ    DFHMDF POS=(08,31),ATTRB=ASKIP,LENGTH=10
        DFHMDF POS=(08,43),ATTRB=ASKIP,LENGTH=11,INITIAL='ABANDONNE :'
ABZ     DFHMDF POS=(08,55),ATTRB=ASKIP,LENGTH=10
        DFHMDF POS=(09,02),ATTRB=ASKIP,LENGTH=18,                      X
               INITIAL='SOLDE RESTANT DU :'
SOLZ    DFHMDF POS=(09,21),ATTRB=ASKIP,LENGTH=11,COLOR=YELLOW
        DFHMDF POS=(11,02),ATTRB=ASKIP,LENGTH=43,                      X
               INITIAL='ACTION (A=AFF. R=REMBOURSEMENT B=ABANDON) :'
ACTZ    DFHMDF POS=(11,46),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=1
        DFHMDF POS=(11,48),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(12,02),ATTRB=ASKIP,LENGTH=20,                      X
               INITIAL='MONTANT (EN CENT.) :'
MNTZ    DFHMDF POS=(12,23),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=7
        DFHMDF POS=(12,31),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(12,33),ATTRB=ASKIP,LENGTH=9,INITIAL='LIBELLE :'
LIBZ    DFHMDF POS=(12,43),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=30
        DFHMDF POS=(12,74),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(14,02),ATTRB=ASKIP,LENGTH=71,COLOR=YELLOW,INITIAL='X
               MOUVEMENTS : DATE       | T | ORIGINE  | MOIS    |    MOX
               NTANT | LIBELLE'
LIGZ    DFHMDF POS=(15,01),ATTRB=(ASKIP,FSET),LENGTH=79,OCCURS=6
MESSZ   DFHMDF POS=(22,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED
        DFHMDF POS=(23,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED,            X
               INITIAL='----------------------------------------'
        DFHMDF POS=(24,01),ATTRB=ASKIP,LENGTH=54,INITIAL='PF12 - FIN   X
                   PF3 - RETOUR       ENTER - VALIDATION'
MAPI    DFHMDI COLUMN=1,LINE=1,SIZE=(24,80),MAPATTS=(COLOR,HILIGHT),   X
               DSATTS=(COLOR,HILIGHT)
TERMI   DFHMDF POS=(01,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(01,27),HILIGHT=UNDERLINE,ATTRB=ASKIP,LENGTH=25,    X
               INITIAL='HISTORIQUE DES INDEMNITES',COLOR=BLUE
        DFHMDF POS=(01,53),ATTRB=ASKIP,LENGTH=0
DATI    DFHMDF POS=(01,70),ATTRB=ASKIP,LENGTH=10
TIMI    DFHMDF POS=(02,72),ATTRB=ASKIP,LENGTH=8
OPIDI   DFHMDF POS=(02,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(04,10),ATTRB=ASKIP,LENGTH=21,                      X
               INITIAL='NUMERO DE STAGIAIRE :'
NUMI    DFHMDF POS=(04,32),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,IC,FSET),LENGTH=4
        DFHMDF POS=(04,37),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(05,10),ATTRB=ASKIP,LENGTH=5,INITIAL='NOM :'
NOMI    DFHMDF POS=(05,16),ATTRB=ASKIP,LENGTH=25
        DFHMDF POS=(05,43),ATTRB=ASKIP,LENGTH=8,INITIAL='PRENOM :'
PNMI    DFHMDF POS=(05,52),ATTRB=ASKIP,LENGTH=25
        DFHMDF POS=(07,01),ATTRB=ASKIP,LENGTH=79,COLOR=YELLOW,INITIAL='X
               MOIS     TYP  EXPORTE LE      BRUT  RET.ABS.  RET.TROP  X
                     NET  ETAT    CD'
LIGI    DFHMDF POS=(08,01),ATTRB=(ASKIP,FSET),LENGTH=79,OCCURS=12
MESSI   DFHMDF POS=(22,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED
        DFHMDF POS=(23,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED,            X
               INITIAL='----------------------------------------'
        DFHMDF POS=(24,01),ATTRB=ASKIP,LENGTH=51,INITIAL='PF12:FIN  PF3X
               :RETOUR  PF8:SUIVANT  ENTER:VALIDATION'
MAPC    DFHMDI COLUMN=1,LINE=1,SIZE=(24,80),MAPATTS=(COLOR,HILIGHT),   X
               DSATTS=(COLOR,HILIGHT)
TERMC   DFHMDF POS=(01,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(01,25),HILIGHT=UNDERLINE,ATTRB=ASKIP,LENGTH=28,    X
               INITIAL='CONFIRMATION CHANGEMENT RIB',COLOR=BLUE
        DFHMDF POS=(01,54),ATTRB=ASKIP,LENGTH=0
DATC    DFHMDF POS=(01,70),ATTRB=ASKIP,LENGTH=10
TIMC    DFHMDF POS=(02,72),ATTRB=ASKIP,LENGTH=8
OPIDC   DFHMDF POS=(02,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(04,02),ATTRB=ASKIP,LENGTH=18,                      X
               INITIAL='NUMERO STAGIAIRE*:'
NUMC    DFHMDF POS=(04,21),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,IC,FSET),LENGTH=4
        DFHMDF POS=(04,26),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(05,02),ATTRB=ASKIP,LENGTH=5,INITIAL='NOM :'
NOMC    DFHMDF POS=(05,08),ATTRB=ASKIP,LENGTH=25
        DFHMDF POS=(05,35),ATTRB=ASKIP,LENGTH=8,INITIAL='PRENOM :'
PNMC    DFHMDF POS=(05,44),ATTRB=ASKIP,LENGTH=25
        DFHMDF POS=(07,02),ATTRB=ASKIP,LENGTH=6,INITIAL='ETAT :'
ETAC    DFHMDF POS=(07,09),ATTRB=ASKIP,LENGTH=30,COLOR=YELLOW
        DFHMDF POS=(08,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='CHANGEMENT LE '
DCHC    DFHMDF POS=(08,17),ATTRB=ASKIP,LENGTH=10
        DFHMDF POS=(08,28),ATTRB=ASKIP,LENGTH=2,INITIAL='A '
HCHC    DFHMDF POS=(08,31),ATTRB=ASKIP,LENGTH=8
        DFHMDF POS=(08,40),ATTRB=ASKIP,LENGTH=4,INITIAL='PAR '
OCHC    DFHMDF POS=(08,45),ATTRB=ASKIP,LENGTH=3
        DFHMDF POS=(10,02),ATTRB=ASKIP,LENGTH=11,INITIAL='ANCIEN IBAN'
AIBC    DFHMDF POS=(10,16),ATTRB=ASKIP,LENGTH=34
        DFHMDF POS=(10,52),ATTRB=ASKIP,LENGTH=5,INITIAL='BIC :'
ABIC    DFHMDF POS=(10,58),ATTRB=ASKIP,LENGTH=11
        DFHMDF POS=(11,02),ATTRB=ASKIP,LENGTH=12,INITIAL='NOUVEL IBAN '
NIBC    DFHMDF POS=(11,16),ATTRB=ASKIP,LENGTH=34,COLOR=YELLOW
        DFHMDF POS=(11,52),ATTRB=ASKIP,LENGTH=5,INITIAL='BIC :'
NBIC    DFHMDF POS=(11,58),ATTRB=ASKIP,LENGTH=11,COLOR=YELLOW
        DFHMDF POS=(13,02),ATTRB=ASKIP,LENGTH=13,                      X
               INITIAL='PIECE RIB  : '
PRBC    DFHMDF POS=(13,16),ATTRB=ASKIP,LENGTH=40
        DFHMDF POS=(14,02),ATTRB=ASKIP,LENGTH=13,                      X
               INITIAL='CONFIRME LE  '
DCFC    DFHMDF POS=(14,16),ATTRB=ASKIP,LENGTH=10
        DFHMDF POS=(14,28),ATTRB=ASKIP,LENGTH=4,INITIAL='PAR '
OCFC    DFHMDF POS=(14,33),ATTRB=ASKIP,LENGTH=3
        DFHMDF POS=(16,02),ATTRB=ASKIP,LENGTH=29,                      X
               INITIAL='CONFIRMER LE CHANGEMENT (O) :'
CNFC    DFHMDF POS=(16,33),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=1
        DFHMDF POS=(16,35),ATTRB=ASKIP,LENGTH=0
MESSC   DFHMDF POS=(22,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED
        DFHMDF POS=(23,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED,            X
               INITIAL='----------------------------------------'
        DFHMDF POS=(24,01),ATTRB=ASKIP,LENGTH=38,                      X
               INITIAL='PF12:FIN  PF3:RETOUR  ENTER:VALIDATION'
MAPO    DFHMDI COLUMN=1,LINE=1,SIZE=(24,80),MAPATTS=(COLOR,HILIGHT),   X
               DSATTS=(COLOR,HILIGHT)
TERMO   DFHMDF POS=(01,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(01,27),HILIGHT=UNDERLINE,ATTRB=ASKIP,LENGTH=22,    X
               INITIAL='GESTION DES FINANCEURS',COLOR=BLUE
        DFHMDF POS=(01,50),ATTRB=ASKIP,LENGTH=0
DATJO   DFHMDF POS=(01,70),ATTRB=ASKIP,LENGTH=10
TIMO    DFHMDF POS=(02,72),ATTRB=ASKIP,LENGTH=8
OPIDO   DFHMDF POS=(02,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(04,02),ATTRB=ASKIP,LENGTH=16,                      X
               INITIAL='CODE FINANCEUR*:'
CODO    DFHMDF POS=(04,19),HILIGHT=UNDERLINE,ATTRB=(UNPROT,IC,FSET),   X
               LENGTH=8
        DFHMDF POS=(04,28),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(05,02),ATTRB=ASKIP,LENGTH=16,                      X
               INITIAL='RAISON SOCIALE :'
RSOO    DFHMDF POS=(05,19),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=30
        DFHMDF POS=(05,50),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(06,02),ATTRB=ASKIP,LENGTH=9,INITIAL='ADRESSE :'
AD1O    DFHMDF POS=(06,12),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=30
        DFHMDF POS=(06,43),ATTRB=ASKIP,LENGTH=0
AD2O    DFHMDF POS=(07,12),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=30
        DFHMDF POS=(07,43),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(08,02),ATTRB=ASKIP,LENGTH=13,                      X
               INITIAL='CODE POSTAL :'
CPOO    DFHMDF POS=(08,16),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=5
        DFHMDF POS=(08,22),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(08,24),ATTRB=ASKIP,LENGTH=7,INITIAL='VILLE :'
VILO    DFHMDF POS=(08,32),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=30
        DFHMDF POS=(08,63),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(09,02),ATTRB=ASKIP,LENGTH=9,INITIAL='CONTACT :'
CTCO    DFHMDF POS=(09,12),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=25
        DFHMDF POS=(09,38),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(09,40),ATTRB=ASKIP,LENGTH=11,INITIAL='TELEPHONE :'
TELO    DFHMDF POS=(09,52),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=10
        DFHMDF POS=(09,63),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(10,02),ATTRB=ASKIP,LENGTH=7,INITIAL='EMAIL :'
EMLO    DFHMDF POS=(10,10),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=40
        DFHMDF POS=(10,51),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(12,02),ATTRB=ASKIP,LENGTH=22,                      X
               INITIAL='CONVENTION - SESSION :'
SESO    DFHMDF POS=(12,25),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=10
        DFHMDF POS=(12,36),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(12,38),ATTRB=ASKIP,LENGTH=8,INITIAL='PLACES :'
PLAO    DFHMDF POS=(12,47),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=4
        DFHMDF POS=(12,52),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(12,54),ATTRB=ASKIP,LENGTH=4,INITIAL='REF:'
REFO    DFHMDF POS=(12,59),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=20
        DFHMDF POS=(12,79),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(13,02),ATTRB=ASKIP,LENGTH=11,INITIAL='VALIDE DU :'
DDEO    DFHMDF POS=(13,14),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=8
        DFHMDF POS=(13,23),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(13,25),ATTRB=ASKIP,LENGTH=4,INITIAL='AU :'
DFIO    DFHMDF POS=(13,30),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=8
        DFHMDF POS=(13,39),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(14,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='TAUX HORAIRE :'
TXHO    DFHMDF POS=(14,17),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=5
        DFHMDF POS=(14,23),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(14,25),ATTRB=ASKIP,LENGTH=13,                      X
               INITIAL='HEURES/JOUR :'
HJOO    DFHMDF POS=(14,39),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=4
        DFHMDF POS=(14,44),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(14,46),ATTRB=ASKIP,LENGTH=23,                      X
               INITIAL='ABS. JUSTIF. FACTUREE :'
AJFO    DFHMDF POS=(14,70),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=1
        DFHMDF POS=(14,72),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(15,02),ATTRB=ASKIP,LENGTH=64,INITIAL='ACTION (A=AFFX
               . C=CREER M=MODIF. S=SUPPR. V=CONVENTION R=RETIRER)'
ACTO    DFHMDF POS=(15,67),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=1
        DFHMDF POS=(15,69),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(16,02),ATTRB=ASKIP,LENGTH=72,COLOR=YELLOW,INITIAL='X
               CONVENTIONS : SESSION    | PLACES | CONSOM. | RESTE |   X
                DU      |    AU'
LIGO    DFHMDF POS=(17,01),ATTRB=(ASKIP,FSET),LENGTH=79,OCCURS=5
MESSO   DFHMDF POS=(22,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED
        DFHMDF POS=(23,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED,            X
               INITIAL='----------------------------------------'
        DFHMDF POS=(24,01),ATTRB=ASKIP,LENGTH=54,INITIAL='PF12 - FIN   X
                   PF3 - RETOUR       ENTER - VALIDATION'
MAPRL   DFHMDI COLUMN=1,LINE=1,SIZE=(24,80),MAPATTS=(COLOR,HILIGHT),   X
               DSATTS=(COLOR,HILIGHT)
TERMRL  DFHMDF POS=(01,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(01,27),HILIGHT=UNDERLINE,ATTRB=ASKIP,LENGTH=22,    X
               INITIAL='REPRESENTANT LEGAL',COLOR=BLUE
        DFHMDF POS=(01,50),ATTRB=ASKIP,LENGTH=0
DATRL   DFHMDF POS=(01,70),ATTRB=ASKIP,LENGTH=10
TIMRL   DFHMDF POS=(02,72),ATTRB=ASKIP,LENGTH=8
OPIDRL  DFHMDF POS=(02,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(04,02),ATTRB=ASKIP,LENGTH=18,                      X
               INITIAL='NUMERO STAGIAIRE*:'
NUMRL   DFHMDF POS=(04,21),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,IC,FSET),LENGTH=4
        DFHMDF POS=(04,26),ATTRB=ASKIP,LENGTH=0
STNRL   DFHMDF POS=(04,28),ATTRB=ASKIP,LENGTH=25
STPRL   DFHMDF POS=(04,54),ATTRB=ASKIP,LENGTH=25
        DFHMDF POS=(05,02),ATTRB=ASKIP,LENGTH=9,INITIAL='NE(E) LE '
NAIRL   DFHMDF POS=(05,12),ATTRB=ASKIP,LENGTH=10
AGERL   DFHMDF POS=(05,24),ATTRB=ASKIP,LENGTH=30,COLOR=YELLOW
        DFHMDF POS=(07,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='NOM         *:'
NOMRL   DFHMDF POS=(07,17),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=25
        DFHMDF POS=(07,43),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(08,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='PRENOM      *:'
PNMRL   DFHMDF POS=(08,17),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=25
        DFHMDF POS=(08,43),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(09,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='LIEN        *:'
LIERL   DFHMDF POS=(09,17),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=1
        DFHMDF POS=(09,19),ATTRB=ASKIP,LENGTH=36,                      X
               INITIAL='(P=PERE M=MERE T=TUTEUR A=AUTRE)'
        DFHMDF POS=(10,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='ADRESSE 1   *:'
AD1RL   DFHMDF POS=(10,17),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=30
        DFHMDF POS=(10,48),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(11,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='ADRESSE 2    :'
AD2RL   DFHMDF POS=(11,17),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=30
        DFHMDF POS=(11,48),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(12,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='CODE POSTAL *:'
CPRL    DFHMDF POS=(12,17),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=5
        DFHMDF POS=(12,23),ATTRB=ASKIP,LENGTH=8,INITIAL='VILLE *:'
VILRL   DFHMDF POS=(12,32),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=30
        DFHMDF POS=(12,63),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(13,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='TELEPHONE    :'
TELRL   DFHMDF POS=(13,17),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=10
        DFHMDF POS=(13,28),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(14,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='EMAIL        :'
EMLRL   DFHMDF POS=(14,17),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=40
        DFHMDF POS=(14,58),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(16,02),ATTRB=ASKIP,LENGTH=23,                      X
               INITIAL='ACCORD PARENTAL (O/N) :'
ACCRL   DFHMDF POS=(16,26),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=1
        DFHMDF POS=(16,28),ATTRB=ASKIP,LENGTH=9,INITIAL='RECUEILLI'
DACRL   DFHMDF POS=(16,38),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(16,52),ATTRB=ASKIP,LENGTH=4,INITIAL='PAR '
OACRL   DFHMDF POS=(16,57),ATTRB=ASKIP,LENGTH=3
        DFHMDF POS=(17,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='ETAT DU LIEN :'
ETARL   DFHMDF POS=(17,17),ATTRB=ASKIP,LENGTH=40,COLOR=YELLOW
        DFHMDF POS=(19,02),ATTRB=ASKIP,LENGTH=40,                      X
               INITIAL='ACTION (M=ENREGISTRER C=CLORE LE LIEN) :'
ACTRL   DFHMDF POS=(19,43),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=1
        DFHMDF POS=(19,45),ATTRB=ASKIP,LENGTH=0
MESSRL  DFHMDF POS=(22,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED
        DFHMDF POS=(23,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED,            X
               INITIAL='----------------------------------------'
        DFHMDF POS=(24,01),ATTRB=ASKIP,LENGTH=38,                      X
               INITIAL='PF12:FIN  PF3:RETOUR  ENTER:VALIDATION'
MAPCW   DFHMDI COLUMN=1,LINE=1,SIZE=(24,80),MAPATTS=(COLOR,HILIGHT),   X
               DSATTS=(COLOR,HILIGHT)
TERMCW  DFHMDF POS=(01,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(01,27),HILIGHT=UNDERLINE,ATTRB=ASKIP,LENGTH=22,    X
               INITIAL='CANDIDATURES EN LIGNE',COLOR=BLUE
        DFHMDF POS=(01,50),ATTRB=ASKIP,LENGTH=0
DATCW   DFHMDF POS=(01,70),ATTRB=ASKIP,LENGTH=10
TIMCW   DFHMDF POS=(02,72),ATTRB=ASKIP,LENGTH=8
OPIDCW  DFHMDF POS=(02,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(03,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='CANDIDATURE  :'
NUMCW   DFHMDF POS=(03,17),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,IC,FSET),LENGTH=6
        DFHMDF POS=(03,24),ATTRB=ASKIP,LENGTH=9,INITIAL='REF. WEB '
REFCW   DFHMDF POS=(03,34),ATTRB=ASKIP,LENGTH=12
        DFHMDF POS=(03,47),ATTRB=ASKIP,LENGTH=8,INITIAL='RECUE LE'
RECCW   DFHMDF POS=(03,56),ATTRB=ASKIP,LENGTH=10
ETACW   DFHMDF POS=(03,67),ATTRB=ASKIP,LENGTH=12,COLOR=YELLOW
        DFHMDF POS=(04,02),ATTRB=ASKIP,LENGTH=26,                      X
               INITIAL='CANDIDATURES A INSTRUIRE :'
NBCW    DFHMDF POS=(04,29),ATTRB=ASKIP,LENGTH=6
        DFHMDF POS=(06,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='NOM / PRENOM :'
NOMCW   DFHMDF POS=(06,17),ATTRB=ASKIP,LENGTH=25
PNMCW   DFHMDF POS=(06,43),ATTRB=ASKIP,LENGTH=25
        DFHMDF POS=(07,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='NE(E) LE     :'
NAICW   DFHMDF POS=(07,17),ATTRB=ASKIP,LENGTH=10
        DFHMDF POS=(07,29),ATTRB=ASKIP,LENGTH=8,INITIAL='DIPLOME:'
NIVCW   DFHMDF POS=(07,38),ATTRB=ASKIP,LENGTH=1
        DFHMDF POS=(07,41),ATTRB=ASKIP,LENGTH=10,INITIAL='FINANCEUR:'
FNCCW   DFHMDF POS=(07,52),ATTRB=ASKIP,LENGTH=8
        DFHMDF POS=(08,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='ADRESSE      :'
AD1CW   DFHMDF POS=(08,17),ATTRB=ASKIP,LENGTH=30
AD2CW   DFHMDF POS=(08,48),ATTRB=ASKIP,LENGTH=30
        DFHMDF POS=(09,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='CP / VILLE   :'
CPCW    DFHMDF POS=(09,17),ATTRB=ASKIP,LENGTH=5
VILCW   DFHMDF POS=(09,23),ATTRB=ASKIP,LENGTH=30
        DFHMDF POS=(10,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='TELEPHONES   :'
TFCW    DFHMDF POS=(10,17),ATTRB=ASKIP,LENGTH=10
TMCW    DFHMDF POS=(10,28),ATTRB=ASKIP,LENGTH=10
TUCW    DFHMDF POS=(10,39),ATTRB=ASKIP,LENGTH=10
        DFHMDF POS=(11,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='EMAIL        :'
EMCW    DFHMDF POS=(11,17),ATTRB=ASKIP,LENGTH=40
        DFHMDF POS=(12,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='SESSION      :'
SESCW   DFHMDF POS=(12,17),ATTRB=ASKIP,LENGTH=10
LIBCW   DFHMDF POS=(12,28),ATTRB=ASKIP,LENGTH=30
        DFHMDF POS=(12,59),ATTRB=ASKIP,LENGTH=6,INITIAL='DEBUT:'
DEBCW   DFHMDF POS=(12,66),ATTRB=ASKIP,LENGTH=10
        DFHMDF POS=(14,02),HILIGHT=UNDERLINE,ATTRB=ASKIP,LENGTH=24,    X
               INITIAL='CONTROLES A LA RECEPTION',COLOR=YELLOW
VERCW   DFHMDF POS=(15,02),ATTRB=ASKIP,LENGTH=70
DBLCW   DFHMDF POS=(16,02),ATTRB=ASKIP,LENGTH=70
ARCCW   DFHMDF POS=(17,02),ATTRB=ASKIP,LENGTH=70
CAPCW   DFHMDF POS=(18,02),ATTRB=ASKIP,LENGTH=70
        DFHMDF POS=(20,02),ATTRB=ASKIP,LENGTH=48,INITIAL='DECISION (A=AX
               CCEPTER R=REFUSER W=LISTE ATTENTE):'
ACTCW   DFHMDF POS=(20,51),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=1
        DFHMDF POS=(20,53),ATTRB=ASKIP,LENGTH=0
MESSCW  DFHMDF POS=(22,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED
        DFHMDF POS=(23,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED,            X
               INITIAL='----------------------------------------'
        DFHMDF POS=(24,01),ATTRB=ASKIP,LENGTH=59,INITIAL='PF12:FIN  PF3X
               :RETOUR  PF7:PREC.  PF8:SUIV.  ENTER:VALIDATION'
MAPAC   DFHMDI COLUMN=1,LINE=1,SIZE=(24,80),MAPATTS=(COLOR,HILIGHT),   X
               DSATTS=(COLOR,HILIGHT)
TERMAC  DFHMDF POS=(01,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(01,27),HILIGHT=UNDERLINE,ATTRB=ASKIP,LENGTH=22,    X
               INITIAL='PRE-CONTROLE ACCUEIL',COLOR=BLUE
        DFHMDF POS=(01,50),ATTRB=ASKIP,LENGTH=0
DATAC   DFHMDF POS=(01,70),ATTRB=ASKIP,LENGTH=10
TIMAC   DFHMDF POS=(02,72),ATTRB=ASKIP,LENGTH=8
OPIDAC  DFHMDF POS=(02,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(04,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='NE(E) LE     :'
DDNAC   DFHMDF POS=(04,17),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,IC,FSET),LENGTH=8
        DFHMDF POS=(04,26),ATTRB=ASKIP,LENGTH=10,INITIAL='(JJMMAAAA)'
        DFHMDF POS=(04,41),ATTRB=ASKIP,LENGTH=5,INITIAL='AGE :'
AGEAC   DFHMDF POS=(04,47),ATTRB=ASKIP,LENGTH=3
        DFHMDF POS=(05,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='CODE POSTAL  :'
CPAC    DFHMDF POS=(05,17),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=5
        DFHMDF POS=(05,23),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(06,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='SESSION      :'
SESAC   DFHMDF POS=(06,17),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=10
        DFHMDF POS=(06,28),ATTRB=ASKIP,LENGTH=0
LIBAC   DFHMDF POS=(06,30),ATTRB=ASKIP,LENGTH=30
        DFHMDF POS=(07,17),ATTRB=ASKIP,LENGTH=2,INITIAL='DU'
DEBAC   DFHMDF POS=(07,20),ATTRB=ASKIP,LENGTH=10
        DFHMDF POS=(07,31),ATTRB=ASKIP,LENGTH=2,INITIAL='AU'
FINAC   DFHMDF POS=(07,34),ATTRB=ASKIP,LENGTH=10
        DFHMDF POS=(07,45),ATTRB=ASKIP,LENGTH=5,INITIAL='SITE:'
SITAC   DFHMDF POS=(07,51),ATTRB=ASKIP,LENGTH=20
        DFHMDF POS=(09,02),ATTRB=ASKIP,LENGTH=14,                      X
               INITIAL='NOM / PRENOM :'
NOMAC   DFHMDF POS=(09,17),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=25
PNMAC   DFHMDF POS=(09,43),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=25
        DFHMDF POS=(09,69),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(10,17),ATTRB=ASKIP,LENGTH=49,                      X
               INITIAL='(FACULTATIF : DEROGATION ET RADIATION ANTERIEURX
               E)'
        DFHMDF POS=(12,02),HILIGHT=UNDERLINE,ATTRB=ASKIP,LENGTH=22,    X
               INITIAL='RESULTAT DES CONTROLES',COLOR=YELLOW
VERAC   DFHMDF POS=(13,02),ATTRB=ASKIP,LENGTH=70
DERAC   DFHMDF POS=(14,02),ATTRB=ASKIP,LENGTH=70
ARCAC   DFHMDF POS=(15,02),ATTRB=ASKIP,LENGTH=70
CAPAC   DFHMDF POS=(16,02),ATTRB=ASKIP,LENGTH=70
        DFHMDF POS=(18,02),ATTRB=ASKIP,LENGTH=6,INITIAL='AVIS :'
AVIAC   DFHMDF POS=(18,09),ATTRB=ASKIP,LENGTH=40,COLOR=YELLOW
        DFHMDF POS=(19,02),ATTRB=ASKIP,LENGTH=21,                      X
               INITIAL='DEMANDE ENREGISTREE :'
DEMAC   DFHMDF POS=(19,24),ATTRB=ASKIP,LENGTH=30
MESSAC  DFHMDF POS=(22,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED
        DFHMDF POS=(23,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED,            X
               INITIAL='----------------------------------------'
        DFHMDF POS=(24,01),ATTRB=ASKIP,LENGTH=38,                      X
               INITIAL='PF12:FIN  PF3:RETOUR  ENTER:VALIDATION'
MAPAV   DFHMDI COLUMN=1,LINE=1,SIZE=(24,80),MAPATTS=(COLOR,HILIGHT),   X
               DSATTS=(COLOR,HILIGHT)
TERMAV  DFHMDF POS=(01,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(01,27),HILIGHT=UNDERLINE,ATTRB=ASKIP,LENGTH=23,    X
               INITIAL='AVERTISSEMENTS ABSENCES',COLOR=BLUE
        DFHMDF POS=(01,51),ATTRB=ASKIP,LENGTH=0
DATJAV  DFHMDF POS=(01,70),ATTRB=ASKIP,LENGTH=10
TIMAV   DFHMDF POS=(02,72),ATTRB=ASKIP,LENGTH=8
OPIDAV  DFHMDF POS=(02,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(04,10),ATTRB=ASKIP,LENGTH=21,                      X
               INITIAL='NUMERO DE STAGIAIRE :'
NUMAV   DFHMDF POS=(04,32),HILIGHT=UNDERLINE,                          X
               ATTRB=(ASKIP,FSET),LENGTH=4
        DFHMDF POS=(04,37),ATTRB=ASKIP,LENGTH=0
NOMAV   DFHMDF POS=(04,40),ATTRB=(ASKIP,FSET),LENGTH=25
        DFHMDF POS=(06,02),ATTRB=ASKIP,LENGTH=72,COLOR=YELLOW,         X
               INITIAL='MOIS    | ETAPE              | JOURS INJ. | EMIX
               S LE  | LETTRE | DECISION'
LIGAV   DFHMDF POS=(07,01),ATTRB=(ASKIP,FSET),LENGTH=79,OCCURS=10
MESSAV  DFHMDF POS=(22,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED
        DFHMDF POS=(23,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED,            X
               INITIAL='----------------------------------------'
        DFHMDF POS=(24,01),ATTRB=ASKIP,LENGTH=54,                      X
               INITIAL='PF12 - FIN       PF3 - RETOUR       ENTER - RETX
               OUR FICHE'
MAPCG   DFHMDI COLUMN=1,LINE=1,SIZE=(24,80),MAPATTS=(COLOR,HILIGHT),   X
               DSATTS=(COLOR,HILIGHT)
TERMCG  DFHMDF POS=(01,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(01,27),HILIGHT=UNDERLINE,ATTRB=ASKIP,LENGTH=12,    X
               INITIAL='CONGES PAYES',COLOR=BLUE
        DFHMDF POS=(01,40),ATTRB=ASKIP,LENGTH=0
DATJCG  DFHMDF POS=(01,70),ATTRB=ASKIP,LENGTH=10
TIMCG   DFHMDF POS=(02,72),ATTRB=ASKIP,LENGTH=8
OPIDCG  DFHMDF POS=(02,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(04,02),ATTRB=ASKIP,LENGTH=18,                      X
               INITIAL='NUMERO STAGIAIRE*:'
NUMCG   DFHMDF POS=(04,21),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,IC,FSET),LENGTH=4
        DFHMDF POS=(04,26),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(05,02),ATTRB=ASKIP,LENGTH=5,INITIAL='NOM :'
NOMCG   DFHMDF POS=(05,08),ATTRB=ASKIP,LENGTH=25
        DFHMDF POS=(05,35),ATTRB=ASKIP,LENGTH=8,INITIAL='PRENOM :'
PNMCG   DFHMDF POS=(05,44),ATTRB=ASKIP,LENGTH=25
        DFHMDF POS=(06,02),ATTRB=ASKIP,LENGTH=9,INITIAL='SESSION :'
SESCG   DFHMDF POS=(06,12),ATTRB=ASKIP,LENGTH=10
        DFHMDF POS=(07,02),ATTRB=ASKIP,LENGTH=8,INITIAL='ACQUIS :'
ACQCG   DFHMDF POS=(07,11),ATTRB=ASKIP,LENGTH=5
        DFHMDF POS=(07,18),ATTRB=ASKIP,LENGTH=6,INITIAL='PRIS :'
PRICG   DFHMDF POS=(07,25),ATTRB=ASKIP,LENGTH=5
        DFHMDF POS=(07,32),ATTRB=ASKIP,LENGTH=12,INITIAL='EN ATTENTE :'
ATTCG   DFHMDF POS=(07,45),ATTRB=ASKIP,LENGTH=3
        DFHMDF POS=(07,50),ATTRB=ASKIP,LENGTH=12,INITIAL='DISPONIBLE :'
DISCG   DFHMDF POS=(07,63),ATTRB=ASKIP,LENGTH=6,COLOR=YELLOW
        DFHMDF POS=(09,02),ATTRB=ASKIP,LENGTH=50,INITIAL='ACTION (D=DEMX
               ANDE A=ACCORD R=REFUS N=ANNULATION) :'
ACTCG   DFHMDF POS=(09,53),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=1
        DFHMDF POS=(09,55),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(10,02),ATTRB=ASKIP,LENGTH=15,                      X
               INITIAL='DU (JJMMAAAA) :'
DEBCG   DFHMDF POS=(10,18),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=8
        DFHMDF POS=(10,27),ATTRB=ASKIP,LENGTH=4,INITIAL='AU :'
FINCG   DFHMDF POS=(10,32),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=8
        DFHMDF POS=(10,41),ATTRB=ASKIP,LENGTH=16,                      X
               INITIAL='MOTIF DE REFUS :'
MOTCG   DFHMDF POS=(10,58),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=15
        DFHMDF POS=(10,74),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(12,01),ATTRB=ASKIP,LENGTH=69,COLOR=YELLOW,INITIAL='X
               DU         | AU         | JRS | ETAT       | PAR | DECIDX
               E LE  | MOTIF'
LIGCG   DFHMDF POS=(13,01),ATTRB=(ASKIP,FSET),LENGTH=79,OCCURS=8
MESSCG  DFHMDF POS=(22,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED
        DFHMDF POS=(23,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED,            X
               INITIAL='----------------------------------------'
        DFHMDF POS=(24,01),ATTRB=ASKIP,LENGTH=74,INITIAL='PF12 - FIN   X
               PF3 - RETOUR   PF7 - DEBUT   PF8 - SUITE   ENTER - VALIDX
               ATION'
*                                1         2         3         4
*                       12345678901234567890123456789012345678901234567
*                5         6         7        7
*              89012345678901234567890123456789
MAPFR   DFHMDI COLUMN=1,LINE=1,SIZE=(24,80),MAPATTS=(COLOR,HILIGHT),   X
               DSATTS=(COLOR,HILIGHT)
TERMFR  DFHMDF POS=(01,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(01,27),HILIGHT=UNDERLINE,ATTRB=ASKIP,LENGTH=18,    X
               INITIAL='FRAIS DE TRANSPORT',COLOR=BLUE
        DFHMDF POS=(01,46),ATTRB=ASKIP,LENGTH=0
DATJFR  DFHMDF POS=(01,70),ATTRB=ASKIP,LENGTH=10
TIMFR   DFHMDF POS=(02,72),ATTRB=ASKIP,LENGTH=8
OPIDFR  DFHMDF POS=(02,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(04,02),ATTRB=ASKIP,LENGTH=18,                      X
               INITIAL='NUMERO STAGIAIRE*:'
NUMFR   DFHMDF POS=(04,21),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,IC,FSET),LENGTH=4
        DFHMDF POS=(04,26),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(05,02),ATTRB=ASKIP,LENGTH=5,INITIAL='NOM :'
NOMFR   DFHMDF POS=(05,08),ATTRB=ASKIP,LENGTH=25
        DFHMDF POS=(05,35),ATTRB=ASKIP,LENGTH=8,INITIAL='PRENOM :'
PNMFR   DFHMDF POS=(05,44),ATTRB=ASKIP,LENGTH=25
        DFHMDF POS=(06,02),ATTRB=ASKIP,LENGTH=9,INITIAL='SESSION :'
SESFR   DFHMDF POS=(06,12),ATTRB=ASKIP,LENGTH=10
        DFHMDF POS=(06,24),ATTRB=ASKIP,LENGTH=6,INITIAL='SITE :'
SITFR   DFHMDF POS=(06,31),ATTRB=ASKIP,LENGTH=20
        DFHMDF POS=(07,02),ATTRB=ASKIP,LENGTH=9,INITIAL='COMMUNE :'
VILFR   DFHMDF POS=(07,12),ATTRB=ASKIP,LENGTH=20
        DFHMDF POS=(07,34),ATTRB=ASKIP,LENGTH=10,INITIAL='DISTANCE :'
KMFR    DFHMDF POS=(07,45),ATTRB=ASKIP,LENGTH=4
        DFHMDF POS=(07,50),ATTRB=ASKIP,LENGTH=2,INITIAL='KM'
        DFHMDF POS=(07,54),ATTRB=ASKIP,LENGTH=11,INITIAL='TARIF A/R :'
TARFR   DFHMDF POS=(07,66),ATTRB=ASKIP,LENGTH=6,COLOR=YELLOW
        DFHMDF POS=(09,02),ATTRB=ASKIP,LENGTH=50,INITIAL='ACTION (D=DEMX
               ANDE A=ACCORD R=REFUS N=ANNULATION) :'
ACTFR   DFHMDF POS=(09,53),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=1
        DFHMDF POS=(09,55),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(10,02),ATTRB=ASKIP,LENGTH=15,                      X
               INITIAL='DU (JJMMAAAA) :'
DEBFR   DFHMDF POS=(10,18),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=8
        DFHMDF POS=(10,27),ATTRB=ASKIP,LENGTH=4,INITIAL='AU :'
FINFR   DFHMDF POS=(10,32),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=8
        DFHMDF POS=(10,41),ATTRB=ASKIP,LENGTH=9,INITIAL='TRAJETS :'
TRJFR   DFHMDF POS=(10,51),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=2
        DFHMDF POS=(10,54),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(11,02),ATTRB=ASKIP,LENGTH=16,                      X
               INITIAL='MOTIF DE REFUS :'
MOTFR   DFHMDF POS=(11,19),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=15
        DFHMDF POS=(11,35),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(12,01),ATTRB=ASKIP,LENGTH=66,COLOR=YELLOW,INITIAL='X
               DU         | AU         | TRJ | MONTANT  | ETAT      | PX
               AR | MOTIF'
LIGFR   DFHMDF POS=(13,01),ATTRB=(ASKIP,FSET),LENGTH=79,OCCURS=8
MESSFR  DFHMDF POS=(22,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED
        DFHMDF POS=(23,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED,            X
               INITIAL='----------------------------------------'
        DFHMDF POS=(24,01),ATTRB=ASKIP,LENGTH=74,INITIAL='PF12 - FIN   X
               PF3 - RETOUR   PF7 - DEBUT   PF8 - SUITE   ENTER - VALIDX
               ATION'
*                                1         2         3         4
*                       12345678901234567890123456789012345678901234567
*                5         6         7        7
*              89012345678901234567890123456789
MAPPR   DFHMDI COLUMN=1,LINE=1,SIZE=(24,80),MAPATTS=(COLOR,HILIGHT),   X
               DSATTS=(COLOR,HILIGHT)
TERMPR  DFHMDF POS=(01,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(01,27),HILIGHT=UNDERLINE,ATTRB=ASKIP,LENGTH=17,    X
               INITIAL='PRETS DE MATERIEL',COLOR=BLUE
        DFHMDF POS=(01,45),ATTRB=ASKIP,LENGTH=0
DATJPR  DFHMDF POS=(01,70),ATTRB=ASKIP,LENGTH=10
TIMPR   DFHMDF POS=(02,72),ATTRB=ASKIP,LENGTH=8
OPIDPR  DFHMDF POS=(02,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(04,02),ATTRB=ASKIP,LENGTH=18,                      X
               INITIAL='NUMERO STAGIAIRE*:'
NUMPR   DFHMDF POS=(04,21),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,IC,FSET),LENGTH=4
        DFHMDF POS=(04,26),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(05,02),ATTRB=ASKIP,LENGTH=5,INITIAL='NOM :'
NOMPR   DFHMDF POS=(05,08),ATTRB=ASKIP,LENGTH=25
        DFHMDF POS=(05,35),ATTRB=ASKIP,LENGTH=8,INITIAL='PRENOM :'
PNMPR   DFHMDF POS=(05,44),ATTRB=ASKIP,LENGTH=25
        DFHMDF POS=(06,02),ATTRB=ASKIP,LENGTH=9,INITIAL='SESSION :'
SESPR   DFHMDF POS=(06,12),ATTRB=ASKIP,LENGTH=10
        DFHMDF POS=(06,24),ATTRB=ASKIP,LENGTH=11,INITIAL='SITUATION :'
SITPR   DFHMDF POS=(06,36),ATTRB=ASKIP,LENGTH=20,COLOR=YELLOW
        DFHMDF POS=(08,02),ATTRB=ASKIP,LENGTH=26,                      X
               INITIAL='ACTION (P=PRET R=RETOUR) :'
ACTPR   DFHMDF POS=(08,29),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=1
        DFHMDF POS=(08,31),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(09,02),ATTRB=ASKIP,LENGTH=16,                      X
               INITIAL='N. INVENTAIRE* :'
MATPR   DFHMDF POS=(09,19),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=10
        DFHMDF POS=(09,31),ATTRB=ASKIP,LENGTH=6,INITIAL='TYPE :'
TYPPR   DFHMDF POS=(09,38),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=10
        DFHMDF POS=(09,49),ATTRB=ASKIP,LENGTH=19,                      X
               INITIAL='ECHEANCE JJMMAAAA :'
ECHPR   DFHMDF POS=(09,69),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=8
        DFHMDF POS=(09,78),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(10,02),ATTRB=ASKIP,LENGTH=56,INITIAL='ETAT AU RETOUX
               R (B=BON E=ENDOMMAGE I=INCOMPLET P=PERDU) :'
ETAPR   DFHMDF POS=(10,59),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=1
        DFHMDF POS=(10,61),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(12,01),ATTRB=ASKIP,LENGTH=69,COLOR=YELLOW,         X
               INITIAL='INVENTAIRE | TYPE       | PRETE LE   | ECHEANCEX
                  | RENDU LE   | ETAT'
LIGPR   DFHMDF POS=(13,01),ATTRB=(ASKIP,FSET),LENGTH=79,OCCURS=8
MESSPR  DFHMDF POS=(22,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED
        DFHMDF POS=(23,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED,            X
               INITIAL='----------------------------------------'
        DFHMDF POS=(24,01),ATTRB=ASKIP,LENGTH=74,INITIAL='PF12 - FIN   X
               PF3 - RETOUR   PF7 - DEBUT   PF8 - SUITE   ENTER - VALIDX
               ATION'
*                                1         2         3         4
*                       12345678901234567890123456789012345678901234567
*                5         6         7        7
*              89012345678901234567890123456789
MAPAD   DFHMDI COLUMN=1,LINE=1,SIZE=(24,80),MAPATTS=(COLOR,HILIGHT),   X
               DSATTS=(COLOR,HILIGHT)
TERMAD  DFHMDF POS=(01,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(01,23),HILIGHT=UNDERLINE,ATTRB=ASKIP,LENGTH=35,    X
               INITIAL='ADAPTATIONS - REGISTRE CONFIDENTIEL',COLOR=BLUE
        DFHMDF POS=(01,59),ATTRB=ASKIP,LENGTH=0
DATJAD  DFHMDF POS=(01,70),ATTRB=ASKIP,LENGTH=10
TIMAD   DFHMDF POS=(02,72),ATTRB=ASKIP,LENGTH=8
OPIDAD  DFHMDF POS=(02,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(04,02),ATTRB=ASKIP,LENGTH=18,                      X
               INITIAL='NUMERO STAGIAIRE*:'
NUMAD   DFHMDF POS=(04,21),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,IC,FSET),LENGTH=4
        DFHMDF POS=(04,26),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(05,02),ATTRB=ASKIP,LENGTH=5,INITIAL='NOM :'
NOMAD   DFHMDF POS=(05,08),ATTRB=ASKIP,LENGTH=25
        DFHMDF POS=(05,35),ATTRB=ASKIP,LENGTH=8,INITIAL='PRENOM :'
PNMAD   DFHMDF POS=(05,44),ATTRB=ASKIP,LENGTH=25
        DFHMDF POS=(06,02),ATTRB=ASKIP,LENGTH=9,INITIAL='SESSION :'
SESAD   DFHMDF POS=(06,12),ATTRB=ASKIP,LENGTH=10
        DFHMDF POS=(06,24),ATTRB=ASKIP,LENGTH=11,INITIAL='SITUATION :'
SITAD   DFHMDF POS=(06,36),ATTRB=ASKIP,LENGTH=20,COLOR=YELLOW
        DFHMDF POS=(08,02),ATTRB=ASKIP,LENGTH=36,                      X
               INITIAL='ACTION (E=ENREGISTRER S=SUPPRIMER) :'
ACTAD   DFHMDF POS=(08,39),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=1
        DFHMDF POS=(08,41),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(10,02),ATTRB=ASKIP,LENGTH=49,INITIAL='MESURE PRATIQX
               UE (SEULE DIFFUSEE AUX FORMATEURS) :'
MESAD   DFHMDF POS=(11,02),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=60
        DFHMDF POS=(11,63),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(13,02),ATTRB=ASKIP,LENGTH=52,COLOR=YELLOW,         X
               INITIAL='NATURE / JUSTIFICATIF (CONFIDENTIEL, JAMAIS EDIX
               TE) :'
NA1AD   DFHMDF POS=(14,02),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=60
        DFHMDF POS=(14,63),ATTRB=ASKIP,LENGTH=0
NA2AD   DFHMDF POS=(15,02),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=60
        DFHMDF POS=(15,63),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(17,02),ATTRB=ASKIP,LENGTH=39,                      X
               INITIAL='FIN DE VALIDITE JJMMAAAA (FACULTATIF) :'
DFVAD   DFHMDF POS=(17,42),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=8
        DFHMDF POS=(17,51),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(19,02),ATTRB=ASKIP,LENGTH=22,                      X
               INITIAL='DERNIERE MISE A JOUR :'
MAJAD   DFHMDF POS=(19,25),ATTRB=ASKIP,LENGTH=40
MESSAD  DFHMDF POS=(22,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED
        DFHMDF POS=(23,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED,            X
               INITIAL='----------------------------------------'
        DFHMDF POS=(24,01),ATTRB=ASKIP,LENGTH=46,                      X
               INITIAL='PF12 - FIN   PF3 - RETOUR   ENTER - VALIDATION'
*                                1         2         3         4
*                       12345678901234567890123456789012345678901234567
*                5         6         7        7
*              89012345678901234567890123456789
MAPRP   DFHMDI COLUMN=1,LINE=1,SIZE=(24,80),MAPATTS=(COLOR,HILIGHT),   X
               DSATTS=(COLOR,HILIGHT)
TERMRP  DFHMDF POS=(01,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(01,25),HILIGHT=UNDERLINE,ATTRB=ASKIP,LENGTH=29,    X
               INITIAL='RAPPORTS DE LA CHAINE DE NUIT',COLOR=BLUE
        DFHMDF POS=(01,55),ATTRB=ASKIP,LENGTH=0
DATJRP  DFHMDF POS=(01,70),ATTRB=ASKIP,LENGTH=10
TIMRP   DFHMDF POS=(02,72),ATTRB=ASKIP,LENGTH=8
OPIDRP  DFHMDF POS=(02,01),ATTRB=ASKIP,LENGTH=13
INFRP   DFHMDF POS=(03,02),ATTRB=ASKIP,LENGTH=78,COLOR=GREEN
        DFHMDF POS=(04,02),ATTRB=ASKIP,LENGTH=15,                      X
               INITIAL='DATE JJMMAAAA :'
DATRP   DFHMDF POS=(04,18),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,IC,FSET),LENGTH=8
        DFHMDF POS=(04,27),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(04,29),ATTRB=ASKIP,LENGTH=9,INITIAL='RAPPORT :'
RAPRP   DFHMDF POS=(04,39),HILIGHT=UNDERLINE,ATTRB=(UNPROT,FSET),      X
               LENGTH=8
        DFHMDF POS=(04,48),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(04,50),ATTRB=ASKIP,LENGTH=7,INITIAL='LIGNE :'
LNRP    DFHMDF POS=(04,58),HILIGHT=UNDERLINE,ATTRB=(UNPROT,NUM,FSET),  X
               LENGTH=6
        DFHMDF POS=(04,65),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(04,67),ATTRB=ASKIP,LENGTH=13,                      X
               INITIAL='(BLANC=LISTE)'
HDRRP   DFHMDF POS=(05,01),ATTRB=ASKIP,LENGTH=79,COLOR=YELLOW
LIGRP   DFHMDF POS=(06,01),ATTRB=(ASKIP,FSET),LENGTH=79,OCCURS=16
MESSRP  DFHMDF POS=(22,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED
        DFHMDF POS=(23,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED,            X
               INITIAL='----------------------------------------'
        DFHMDF POS=(24,01),ATTRB=ASKIP,LENGTH=77,INITIAL='PF3:RETOUR PFX
               5:OUVRIR (CURSEUR) PF7/PF8:PAGE PF10/PF11:GAUCHE/DROITE X
               PF12:FIN'
MAPSQ   DFHMDI COLUMN=1,LINE=1,SIZE=(24,80),MAPATTS=(COLOR,HILIGHT),   X
               DSATTS=(COLOR,HILIGHT)
TERMSQ  DFHMDF POS=(01,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(01,25),HILIGHT=UNDERLINE,ATTRB=ASKIP,LENGTH=30,    X
               INITIAL='SATISFACTION DE FIN DE SESSION',COLOR=BLUE
        DFHMDF POS=(01,56),ATTRB=ASKIP,LENGTH=0
DATJSQ  DFHMDF POS=(01,70),ATTRB=ASKIP,LENGTH=10
TIMSQ   DFHMDF POS=(02,72),ATTRB=ASKIP,LENGTH=8
OPIDSQ  DFHMDF POS=(02,01),ATTRB=ASKIP,LENGTH=13
        DFHMDF POS=(03,02),ATTRB=ASKIP,LENGTH=11,                      X
               INITIAL='STAGIAIRE*:'
NUMSQ   DFHMDF POS=(03,14),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,IC,FSET),LENGTH=4
        DFHMDF POS=(03,19),ATTRB=ASKIP,LENGTH=0
NOMSQ   DFHMDF POS=(03,21),ATTRB=(ASKIP,FSET),LENGTH=25
        DFHMDF POS=(03,48),ATTRB=ASKIP,LENGTH=9,                       X
               INITIAL='SESSION*:'
SESSQ   DFHMDF POS=(03,58),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,FSET),LENGTH=10
        DFHMDF POS=(03,69),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(04,02),ATTRB=ASKIP,LENGTH=15,                      X
               INITIAL='QUESTIONNAIRE :'
TYPSQ   DFHMDF POS=(04,18),ATTRB=ASKIP,LENGTH=10
        DFHMDF POS=(04,31),ATTRB=ASKIP,LENGTH=43,COLOR=BLUE,           X
               INITIAL='NOTE : 1=PAS SATISFAIT ... 5=TRES SATISFAIT'
INFSQ   DFHMDF POS=(05,02),ATTRB=ASKIP,LENGTH=78,COLOR=GREEN
Q01SQ   DFHMDF POS=(06,02),ATTRB=ASKIP,LENGTH=66
N01SQ   DFHMDF POS=(06,70),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,FSET),LENGTH=1
        DFHMDF POS=(06,72),ATTRB=ASKIP,LENGTH=0
Q02SQ   DFHMDF POS=(07,02),ATTRB=ASKIP,LENGTH=66
N02SQ   DFHMDF POS=(07,70),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,FSET),LENGTH=1
        DFHMDF POS=(07,72),ATTRB=ASKIP,LENGTH=0
Q03SQ   DFHMDF POS=(08,02),ATTRB=ASKIP,LENGTH=66
N03SQ   DFHMDF POS=(08,70),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,FSET),LENGTH=1
        DFHMDF POS=(08,72),ATTRB=ASKIP,LENGTH=0
Q04SQ   DFHMDF POS=(09,02),ATTRB=ASKIP,LENGTH=66
N04SQ   DFHMDF POS=(09,70),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,FSET),LENGTH=1
        DFHMDF POS=(09,72),ATTRB=ASKIP,LENGTH=0
Q05SQ   DFHMDF POS=(10,02),ATTRB=ASKIP,LENGTH=66
N05SQ   DFHMDF POS=(10,70),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,FSET),LENGTH=1
        DFHMDF POS=(10,72),ATTRB=ASKIP,LENGTH=0
Q06SQ   DFHMDF POS=(11,02),ATTRB=ASKIP,LENGTH=66
N06SQ   DFHMDF POS=(11,70),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,FSET),LENGTH=1
        DFHMDF POS=(11,72),ATTRB=ASKIP,LENGTH=0
Q07SQ   DFHMDF POS=(12,02),ATTRB=ASKIP,LENGTH=66
N07SQ   DFHMDF POS=(12,70),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,FSET),LENGTH=1
        DFHMDF POS=(12,72),ATTRB=ASKIP,LENGTH=0
Q08SQ   DFHMDF POS=(13,02),ATTRB=ASKIP,LENGTH=66
N08SQ   DFHMDF POS=(13,70),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,FSET),LENGTH=1
        DFHMDF POS=(13,72),ATTRB=ASKIP,LENGTH=0
Q09SQ   DFHMDF POS=(14,02),ATTRB=ASKIP,LENGTH=66
N09SQ   DFHMDF POS=(14,70),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,FSET),LENGTH=1
        DFHMDF POS=(14,72),ATTRB=ASKIP,LENGTH=0
Q10SQ   DFHMDF POS=(15,02),ATTRB=ASKIP,LENGTH=66
N10SQ   DFHMDF POS=(15,70),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,FSET),LENGTH=1
        DFHMDF POS=(15,72),ATTRB=ASKIP,LENGTH=0
Q11SQ   DFHMDF POS=(16,02),ATTRB=ASKIP,LENGTH=66
N11SQ   DFHMDF POS=(16,70),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,FSET),LENGTH=1
        DFHMDF POS=(16,72),ATTRB=ASKIP,LENGTH=0
Q12SQ   DFHMDF POS=(17,02),ATTRB=ASKIP,LENGTH=66
N12SQ   DFHMDF POS=(17,70),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,NUM,FSET),LENGTH=1
        DFHMDF POS=(17,72),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(19,02),ATTRB=ASKIP,LENGTH=13,                      X
               INITIAL='COMMENTAIRE :'
COMSQ   DFHMDF POS=(19,16),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,FSET),LENGTH=60
        DFHMDF POS=(19,77),ATTRB=ASKIP,LENGTH=0
        DFHMDF POS=(20,02),ATTRB=ASKIP,LENGTH=46,                      X
               INITIAL='ACTION (A=AFFICHER M=ENREGISTRER S=SUPPRIMER):'
ACTSQ   DFHMDF POS=(20,50),HILIGHT=UNDERLINE,                          X
               ATTRB=(UNPROT,FSET),LENGTH=1
        DFHMDF POS=(20,52),ATTRB=ASKIP,LENGTH=0
MESSSQ  DFHMDF POS=(22,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED
        DFHMDF POS=(23,01),ATTRB=ASKIP,LENGTH=79,COLOR=RED,            X
               INITIAL='----------------------------------------'
        DFHMDF POS=(24,01),ATTRB=ASKIP,LENGTH=54,                      X
               INITIAL='PF12 - FIN       PF3 - RETOUR       ENTER - VALX
               IDATION'
        DFHMSD TYPE=FINAL                                               00000800
        END                                                             00000900
