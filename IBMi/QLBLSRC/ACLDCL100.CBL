      *         .                        AND PER PERIOD ON QTVADEC,  *
      *         .                        WITH THE SUB-TOTALS OF THE  *
      *         .                        RETURN BOXES               *
      *         .                      READ ALSO THE FACHATS FILE OF *
      *         .                        PURCHASES FOR THE           *
      *         .                        DEDUCTIBLE TAX, AND PRINT   *
      *         .                        PER PERIOD THE NET TAX      *
      *         .                        PAYABLE OR THE CREDIT       *
      *         .                        CARRIED FORWARD             *
      *         .                      WRITE THE ELECTRONIC          *
      *         .                        SUBMISSION FILE FTVADCL     *
      *         .                        (FTVAPORT STYLE, ONE        *
      *         .                        DEPOSIT PER REGIE AND       *
      *         .                        PERIOD) IN FILING AND       *
      *         .                        CORRECTIVE MODES            *
      *         .                      RUN ONLY WHEN THE LATEST      *
      *         .                        FVENTES DELIVERY WAS        *
      *         .                        ACCEPTED BY THE CONTROLLED  *
      *         .                        INTAKE ACLVTE100 (FTVAINT)  *
      *         .                                                    *
      * FILES USED.................: . FVENTES  (INPUT)              *
      *         .                      FACHATS  (INPUT)              *
      *         .                      FINFODI  (INPUT)              *
      *         .                      FTVADEP  (INPUT / UPDATE)     *
      *         .                      FREGIE   (INPUT)              *
      *         .                      FTVADCL  (OUTPUT)             *
      *         .                      FTVAINT  (INPUT)              *
      *         .                      QTVADEC  (PRINTER)            *
      *         .                                                    *
      * INPUT PARAMETERS...........: . MODE D'EDITION                *
      *         .                      "T" (OU BLANC) DOCUMENT DE    *
      *         .                          TRAVAIL                   *
      *         .                      "D" DEPOT : LES PERIODES      *
      *         .                          OUVERTES EDITEES SONT     *
      *         .                          CLOSES DANS FTVADEP       *
      *         .                      "R" RECTIFICATIF : ECARTS     *
      *         .                          RECALCULE - DEPOSE DES    *
      *         .                          SEULES PERIODES CLOSES    *
      *         .                      "C" RECTIFICATIF DEPOSE :     *
      *         .                          COMME "R", AVEC DEPOT     *
      *         .                          CORRECTIF ET MISE A JOUR  *
      *         .                          DU REGISTRE               *
      *         .                    . RAC18 DU DECLARANT (ENTETE    *
      *         .                          DES DEPOTS, MODES D ET C) *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: RECHERCHE DES TAUX EN MODE     *
      *                                  MASSE (ARCHIVE FTVAHISA EN  *
      *                                  MEMOIRE DANS ACLTVP100) ;   *
      *                                  NOMBRE DE RECHERCHES, DE    *
      *                                  REPONSES EN ARCHIVE ET      *
      *                                  DUREE EN FIN DE TRAITEMENT  *
      *                                                              *
      ****************************************************************
       IDENTIFICATION              DIVISION.
                   ACCESS          DYNAMIC
                   RECORD  KEY     INFCLE
                   FILE STATUS     WK-FINFODI-STAT.
M49?V      SELECT  FACHATS         ASSIGN TO DATABASE-FACHATS
M49?V              FILE STATUS     WK-ACH-STAT.
M48?V      SELECT  FTVADEP         ASSIGN TO DATABASE-FTVADEP
M48?V              ORGANIZATION    INDEXED
M48?V              ACCESS          DYNAMIC
M48?V              RECORD  KEY     DEP-CLE
M48?V              FILE STATUS     WK-DEP-STAT.
M50?V      SELECT  FREGIE          ASSIGN TO DATABASE-FREGIE
M50?V              ORGANIZATION    INDEXED
M50?V              ACCESS          DYNAMIC
M50?V              RECORD  KEY     REG-CODE
M50?V              FILE STATUS     WK-REG-STAT.
M50?V      SELECT  FTVADCL         ASSIGN TO DATABASE-FTVADCL
M50?V              FILE STATUS     WK-TEL-STAT.
M52?V      SELECT  FTVAINT         ASSIGN TO DATABASE-FTVAINT
M52?V              ORGANIZATION    INDEXED
M52?V              ACCESS          DYNAMIC
M52?V              RECORD  KEY     INT-CLE
M52?V              FILE STATUS     WK-INT-STAT.
           SELECT  QTVADEC         ASSIGN TO PRINTER-QTVADEC
                   FILE STATUS     WK-DCL-STAT.
      *
       FILE                        SECTION.
       FD  FVENTES.
       COPY FDVENTES.
M49?V  FD  FACHATS.
M49?V  COPY FDACHATS.
       FD  FINFODI.
       COPY FDINFODI.
M48?V  FD  FTVADEP.
M48?V  COPY FDTVADEP.
M50?V  FD  FREGIE.
M50?V  COPY FDREGIE.
M50?V  FD  FTVADCL.
M50?V  01  FTVADCL-ENR             PIC X(256).
M52?V  FD  FTVAINT.
M52?V  COPY FDTVAINT.
       FD  QTVADEC                 RECORDING MODE F.
       01  QTVADEC-LIGNE           PIC X(132).
      *
       01  WK-VTE-STAT              PIC X(02) VALUE SPACE.
       01  WK-FINFODI-STAT          PIC X(02) VALUE SPACE.
       01  WK-DCL-STAT              PIC X(02) VALUE SPACE.
M48?V  01  WK-DEP-STAT              PIC X(02) VALUE SPACE.
M49?V  01  WK-ACH-STAT              PIC X(02) VALUE SPACE.
M50?V  01  WK-REG-STAT              PIC X(02) VALUE SPACE.
M50?V  01  WK-TEL-STAT              PIC X(02) VALUE SPACE.
M52?V  01  WK-INT-STAT              PIC X(02) VALUE SPACE.
      *
      *    JOURNAL DES LIVRAISONS FVENTES : STATUT DE LA DERNIERE
      *    LIVRAISON, C'EST-A-DIRE CELLE DONT INT-DATE/INT-TIME EST LE
      *    PLUS RECENT (A EGALITE, LA PLUS GRANDE CLE) ; BLANC SI
      *    AUCUNE.
      *
M52?V  01  WK-DCL-INTSTAT           PIC X(01) VALUE SPACE.
M52?V      88  DCL-INT-ACCEPTEE     VALUE "A".
M52?V  01  WK-DCL-INTHORO           PIC 9(14) VALUE ZERO.
M52?V  01  WK-DCL-INTLU.
M52?V      05  WK-DCL-INTLU-DATE    PIC 9(08).
M52?V      05  WK-DCL-INTLU-TIME    PIC 9(06).
       01  WK-DCL-SYSDATE           PIC 9(06) VALUE ZERO.
       01  WK-DCL-DATJOUR           PIC 9(08) VALUE ZERO.
       01  WK-DCL-NBLU              PIC 9(07) VALUE ZERO.
       01  WK-DCL-NBREJ             PIC 9(07) VALUE ZERO.
       01  WK-DCL-NBANT             PIC 9(07) VALUE ZERO.
      *
      *    SUIVI DES RECHERCHES DE TAUX (ACLTVP100 EN MODE MASSE) :
      *    NOMBRE D'APPELS, REPONSES TROUVEES EN ARCHIVE FTVAHISA ET
      *    HEURES DE DEBUT / FIN POUR LA DUREE DU TRAITEMENT.
      *
M54?V  01  WK-DCL-NBRCH             PIC 9(07) VALUE ZERO.
M54?V  01  WK-DCL-NBARC             PIC 9(07) VALUE ZERO.
M54?V  01  WK-DCL-HDEB              PIC 9(08) VALUE ZERO.
M54?V  01  WK-DCL-HDEB-R            REDEFINES  WK-DCL-HDEB.
M54?V      05  WK-DCL-HDEB-HH       PIC 9(02).
M54?V      05  WK-DCL-HDEB-MM       PIC 9(02).
M54?V      05  WK-DCL-HDEB-SS       PIC 9(02).
M54?V      05  FILLER               PIC 9(02).
M54?V  01  WK-DCL-HFIN              PIC 9(08) VALUE ZERO.
M54?V  01  WK-DCL-HFIN-R            REDEFINES  WK-DCL-HFIN.
M54?V      05  WK-DCL-HFIN-HH       PIC 9(02).
M54?V      05  WK-DCL-HFIN-MM       PIC 9(02).
M54?V      05  WK-DCL-HFIN-SS       PIC 9(02).
M54?V      05  FILLER               PIC 9(02).
M54?V  01  WK-DCL-SECDEB            PIC 9(06) VALUE ZERO.
M54?V  01  WK-DCL-SECFIN            PIC 9(06) VALUE ZERO.
M54?V  01  WK-DCL-DUREE             PIC 9(06) VALUE ZERO.
M54?V  01  WK-DCL-RESTE             PIC 9(06) VALUE ZERO.
       01  WK-DCL-REGIE             PIC X(05) VALUE SPACE.
       01  WK-DCL-TVADUE            PIC S9(13)V9(02) VALUE ZERO.
       01  WK-DCL-TVVDUE            PIC S9(13)V9(02) VALUE ZERO.
      *
      *    ACHATS : TAXE DEDUCTIBLE D'UNE LIGNE ET MONTANTS A CUMULER
      *    SUR LE POSTE (BASE ET PERIODE DE LA VENTE OU DE L'ACHAT).
      *
M49?V  01  WK-DCL-NBACH             PIC 9(07) VALUE ZERO.
M49?V  01  WK-DCL-PCTDED            PIC 9(03)V9(02) VALUE ZERO.
M49?V  01  WK-DCL-DEDUC             PIC S9(13)V9(02) VALUE ZERO.
M49?V  01  WK-DCL-CBASE             PIC S9(13)V9(02) VALUE ZERO.
M49?V  01  WK-DCL-CPER              PIC 9(06) VALUE ZERO.
      *
      *    CREDIT REPORTE : WK-DCL-REPORT PORTE LE CREDIT DE LA
      *    PERIODE PRECEDENTE DE LA REGIE EN COURS D'EDITION ; IL EST
      *    CHARGE DU REGISTRE FTVADEP AVANT LA PREMIERE PERIODE
      *    EDITEE (WK-DCL-REPINIT), PUIS REPORTE DE PERIODE EN
      *    PERIODE. WK-DCL-EDED/ECRDANT/ENET/ECREDIT COMPLETENT LA
      *    LIGNE IMPRIMEE.
      *
M49?V  01  WK-DCL-MINPER            PIC 9(06) VALUE ZERO.
M49?V  01  WK-DCL-REPINIT           PIC X(01) VALUE "N".
M49?V      88  DCL-REPORT-CHARGE    VALUE "O".
M49?V  01  WK-DCL-REPORT            PIC S9(13)V9(02) VALUE ZERO.
M49?V  01  WK-DCL-POSIT             PIC S9(13)V9(02) VALUE ZERO.
M49?V  01  WK-DCL-EDED              PIC S9(13)V9(02) VALUE ZERO.
M49?V  01  WK-DCL-ECRDANT           PIC S9(13)V9(02) VALUE ZERO.
M49?V  01  WK-DCL-ENET              PIC S9(13)V9(02) VALUE ZERO.
M49?V  01  WK-DCL-ECREDIT           PIC S9(13)V9(02) VALUE ZERO.
      *
      *    MODE D'EDITION ET REGISTRE DES DEPOTS : UNE PERIODE CLOSE
      *    (FTVADEP) N'EST JAMAIS REEDITEE COMME ORIGINALE ; ON EN
      *    IMPRIME LES MONTANTS DEPOSES EN DUPLICATA. WK-DCL-EBASE/
      *    ETVA/ETVV SONT LES MONTANTS DE LA LIGNE IMPRIMEE
      *    (RECALCULES, DEPOSES, OU ECARTS EN RECTIFICATIF).
      *
M48?V  01  WK-DCL-MODE              PIC X(01) VALUE "T".
M48?V      88  DCL-MODE-TRAVAIL     VALUE "T".
M48?V      88  DCL-MODE-DEPOT       VALUE "D".
M50?V      88  DCL-MODE-RECTIF      VALUE "R"  "C".
M50?V      88  DCL-MODE-CORRECTIF   VALUE "C".
M48?V  01  WK-DCL-USER              PIC X(10) VALUE SPACE.
M48?V  01  WK-DCL-SYSTIME           PIC 9(08) VALUE ZERO.
M48?V  01  WK-DCL-DEPEXIST          PIC X(01) VALUE "N".
M48?V      88  DCL-DEPOT-EXISTE     VALUE "O".
M48?V  01  WK-DCL-REGEDT            PIC X(01) VALUE "N".
M48?V      88  DCL-REGIE-EDITEE     VALUE "O".
M48?V  01  WK-DCL-EBASE             PIC S9(13)V9(02) VALUE ZERO.
M48?V  01  WK-DCL-ETVA              PIC S9(13)V9(02) VALUE ZERO.
M48?V  01  WK-DCL-ETVV              PIC S9(13)V9(02) VALUE ZERO.
M48?V  01  WK-DCL-NBDEP             PIC 9(05) VALUE ZERO.
M48?V  01  WK-DCL-NBDUP             PIC 9(05) VALUE ZERO.
M48?V  01  WK-DCL-NBRECT            PIC 9(05) VALUE ZERO.
M48?V  01  WK-DCL-MENTDEP.
M48?V      05  FILLER               PIC X(21)  VALUE
M48?V          "DUPLICATA DEPOSEE LE".
M48?V      05  DCL-MDEP-DATE        PIC 9(08).
M48?V      05  FILLER               PIC X(01)  VALUE SPACE.
M48?V      05  DCL-MDEP-ECART       PIC X(07).
      *
      *    DEPOT ELECTRONIQUE FTVADCL, MEME PRESENTATION QUE
      *    FTVAPORT (ACLTVW100) : LIGNES DELIMITEES PAR ";", ENTETE
      *    "ENT" (PERIODE, RAC18 DU DECLARANT, REGIE, LIBELLE
      *    FREGIE, TYPE "O" ORIGINAL / "R" RECTIFICATIF), UNE LIGNE
      *    "DET" PAR CASE, CONTROLE "FIN" (NOMBRE DE CASES ET HASH
      *    DES MONTANTS DU DEPOT).
      *
M50?V  01  WK-DCL-RAC18             PIC X(18) VALUE SPACE.
M50?V  01  WK-DCL-REGLIB            PIC X(30) VALUE SPACE.
M50?V  01  WK-DCL-TELTYPE           PIC X(01) VALUE SPACE.
M50?V  01  WK-DCL-NBTEL             PIC 9(05) VALUE ZERO.
M50?V  01  WK-DCL-NBCOR             PIC 9(05) VALUE ZERO.
M50?V  01  WK-DCL-TNBENR            PIC 9(07) VALUE ZERO.
M50?V  01  WK-DCL-THASH             PIC S9(15)V9(02) VALUE ZERO.
M50?V  01  WK-DCL-TBOITE            PIC X(02) VALUE SPACE.
M50?V  01  WK-DCL-TLIB              PIC X(20) VALUE SPACE.
M50?V  01  WK-DCL-TMONT             PIC S9(13)V9(02) VALUE ZERO.
M50?V  01  WK-DCL-EDPER             PIC 9(06).
M50?V  01  WK-DCL-EDMONT            PIC -9(13).9(02).
M50?V  01  WK-DCL-EDNB              PIC 9(07).
M50?V  01  WK-DCL-EDHASH            PIC -9(15).9(02).
M50?V  01  WK-DCL-TLIGNE            PIC X(256).
M48?V  01  WK-DCL-MENTRECT.
M48?V      05  FILLER               PIC X(21)  VALUE
M48?V          "ECART / DEPOSEE LE".
M48?V      05  DCL-MRECT-DATE       PIC 9(08).
      *
      *    CUMULS PAR REGIE ET PAR PERIODE DE DECLARATION (MEME
      *    MECANIQUE D'ACCUMULATION QUE LES CUMULS PAR RAC18/MOIS DE
      *    ACLPUR100). LES LIGNES SANS REGIE SONT CUMULEES SOUS LA
      *
       01  WK-DCL-NBPSTMAX          PIC 9(03) VALUE 200.
       01  WK-DCL-CUMULS.
M49?V      05  WK-DCL-PST  OCCURS 200 TIMES
M49?V                      INDEXED BY IN-DCL  IN-DC2  IN-DCM.
               10  WK-DCL-DREGIE    PIC X(05).
               10  WK-DCL-DPER      PIC 9(06).
               10  WK-DCL-DBASE     PIC S9(13)V9(02).
               10  WK-DCL-DTVA      PIC S9(13)V9(02).
               10  WK-DCL-DTVV      PIC S9(13)V9(02).
M49?V          10  WK-DCL-DDED      PIC S9(13)V9(02).
               10  WK-DCL-DNBANT    PIC 9(05).
               10  WK-DCL-DEDT      PIC X(01).
       01  WK-DCL-SREGIE            PIC X(05) VALUE SPACE.
       01  WK-DCL-SBASE             PIC S9(13)V9(02) VALUE ZERO.
       01  WK-DCL-STVA              PIC S9(13)V9(02) VALUE ZERO.
       01  WK-DCL-STVV              PIC S9(13)V9(02) VALUE ZERO.
M49?V  01  WK-DCL-SDED              PIC S9(13)V9(02) VALUE ZERO.
M49?V  01  WK-DCL-SNET              PIC S9(13)V9(02) VALUE ZERO.
M49?V  01  WK-DCL-SCREDIT           PIC S9(13)V9(02) VALUE ZERO.
       01  WK-DCL-GBASE             PIC S9(13)V9(02) VALUE ZERO.
       01  WK-DCL-GTVA              PIC S9(13)V9(02) VALUE ZERO.
       01  WK-DCL-GTVV              PIC S9(13)V9(02) VALUE ZERO.
M49?V  01  WK-DCL-GDED              PIC S9(13)V9(02) VALUE ZERO.
M49?V  01  WK-DCL-GNET              PIC S9(13)V9(02) VALUE ZERO.
M49?V  01  WK-DCL-GCREDIT           PIC S9(13)V9(02) VALUE ZERO.
       01  WK-DCL-ENTETE.
           05  FILLER               PIC X(01)  VALUE SPACE.
M48?V      05  DCL-ENT-TITRE        PIC X(42).
           05  FILLER               PIC X(12)  VALUE "DATE DU RUN:".
           05  DCL-ENT-DATE         PIC 9(08).
       01  WK-DCL-REGLIGNE.
           05  DCL-TVV              PIC Z(12)9.99-.
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  DCL-NBANT            PIC ZZZZ9.
M48?V      05  FILLER               PIC X(02)  VALUE SPACE.
M48?V      05  DCL-MENTION          PIC X(40).
M49?V  01  WK-DCL-LIGNE2.
M49?V      05  FILLER               PIC X(09)  VALUE SPACE.
M49?V      05  FILLER               PIC X(11)  VALUE "DEDUCTIBLE".
M49?V      05  DCL-DED              PIC Z(10)9.99-.
M49?V      05  FILLER               PIC X(11)  VALUE " CRED.ANT.".
M49?V      05  DCL-CRDANT           PIC Z(10)9.99-.
M49?V      05  FILLER               PIC X(13)  VALUE " NET A PAYER".
M49?V      05  DCL-NET              PIC Z(10)9.99-.
M49?V      05  FILLER               PIC X(12)  VALUE " CRED.A REP.".
M49?V      05  DCL-CREDIT           PIC Z(10)9.99-.
       01  WK-DCL-SOUSTOT.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(06)  VALUE "TOTAL".
           05  DCL-STOT-TVA         PIC Z(12)9.99-.
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  DCL-STOT-TVV         PIC Z(12)9.99-.
M49?V  01  WK-DCL-SOUSTOT2.
M49?V      05  FILLER               PIC X(09)  VALUE SPACE.
M49?V      05  FILLER               PIC X(11)  VALUE "DEDUCTIBLE".
M49?V      05  DCL-STOT-DED         PIC Z(10)9.99-.
M49?V      05  FILLER               PIC X(26)  VALUE SPACE.
M49?V      05  FILLER               PIC X(13)  VALUE " NET A PAYER".
M49?V      05  DCL-STOT-NET         PIC Z(10)9.99-.
M49?V      05  FILLER               PIC X(12)  VALUE " CRED.A REP.".
M49?V      05  DCL-STOT-CREDIT      PIC Z(10)9.99-.
       01  WK-DCL-TOTGEN.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(15)  VALUE "TOTAL GENERAL".
           05  DCL-GTOT-TVA         PIC Z(12)9.99-.
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  DCL-GTOT-TVV         PIC Z(12)9.99-.
M49?V  01  WK-DCL-TOTGEN2.
M49?V      05  FILLER               PIC X(09)  VALUE SPACE.
M49?V      05  FILLER               PIC X(11)  VALUE "DEDUCTIBLE".
M49?V      05  DCL-GTOT-DED         PIC Z(10)9.99-.
M49?V      05  FILLER               PIC X(26)  VALUE SPACE.
M49?V      05  FILLER               PIC X(13)  VALUE " NET A PAYER".
M49?V      05  DCL-GTOT-NET         PIC Z(10)9.99-.
M49?V      05  FILLER               PIC X(12)  VALUE " CRED.A REP.".
M49?V      05  DCL-GTOT-CREDIT      PIC Z(10)9.99-.
       01  WK-DCL-TOTLIB.
M49?V      05  FILLER               PIC X(20)  VALUE
               "DECLARATION TVA LUS:".
           05  DCL-TOT-LUS          PIC ZZZZZZ9.
M49?V      05  FILLER               PIC X(08)  VALUE " ACHATS:".
M49?V      05  DCL-TOT-ACH          PIC ZZZZZZ9.
           05  FILLER               PIC X(09)  VALUE " REJETES:".
           05  DCL-TOT-REJ          PIC ZZZZZZ9.
           05  FILLER               PIC X(14)  VALUE " TX ANTERIEUR:".
           05  DCL-TOT-ANT          PIC ZZZZZZ9.
M48?V      05  FILLER               PIC X(10)  VALUE " DEPOSEES:".
M48?V      05  DCL-TOT-DEP          PIC ZZZZ9.
M49?V      05  FILLER               PIC X(09)  VALUE " DUPLIC.:".
M48?V      05  DCL-TOT-DUP          PIC ZZZZ9.
M48?V      05  FILLER               PIC X(08)  VALUE " ECARTS:".
M48?V      05  DCL-TOT-RECT         PIC ZZZZ9.
M50?V  01  WK-DCL-TOTLIB2.
M50?V      05  FILLER               PIC X(28)  VALUE
M50?V          "DECLARATION TVA TELEDEPOTS:".
M50?V      05  DCL-TOT-TEL          PIC ZZZZ9.
M50?V      05  FILLER               PIC X(15)  VALUE " DONT RECTIFS:".
M50?V      05  DCL-TOT-COR          PIC ZZZZ9.
M54?V  01  WK-DCL-TOTLIB3.
M54?V      05  FILLER               PIC X(32)  VALUE
M54?V          "DECLARATION TVA RECHERCHES TAUX:".
M54?V      05  DCL-TOT-RCH          PIC ZZZZZZ9.
M54?V      05  FILLER               PIC X(12)  VALUE " EN ARCHIVE:".
M54?V      05  DCL-TOT-ARC          PIC ZZZZZZ9.
M54?V      05  FILLER               PIC X(07)  VALUE " DUREE:".
M54?V      05  DCL-TOT-HH           PIC 99.
M54?V      05  FILLER               PIC X(01)  VALUE ":".
M54?V      05  DCL-TOT-MM           PIC 99.
M54?V      05  FILLER               PIC X(01)  VALUE ":".
M54?V      05  DCL-TOT-SS           PIC 99.
       COPY WKTABTVA.
       COPY WKMESSAGE.
      *
M48?V  LINKAGE                     SECTION.
M48?V  01  WK-DCL-MODEPRM           PIC X(01).
M50?V  01  WK-DCL-RACPRM            PIC X(18).
      *
M50?V  PROCEDURE                   DIVISION  USING  WK-DCL-MODEPRM
M50?V                                               WK-DCL-RACPRM.
       ACLDCL100-DEBUT.
           MOVE "ACLDCL100"         TO  WK-MESSAGE-LOG-JOB.
M54?V      ACCEPT WK-DCL-HDEB       FROM TIME.
      *
      *    MODE MASSE : ACLTVP100 GARDE L'ARCHIVE FTVAHISA EN MEMOIRE
      *    AU LIEU DE LA RELIRE A CHAQUE VENTE OU ACHAT ANCIEN.
      *
M54?V      MOVE "M"                 TO  WK-TVA-PMODE.
M48?V      MOVE WK-DCL-MODEPRM      TO  WK-DCL-MODE.
M48?V      IF WK-DCL-MODE = SPACE
M48?V           MOVE "T"            TO  WK-DCL-MODE.
M48?V      IF NOT DCL-MODE-TRAVAIL
M48?V        AND NOT DCL-MODE-DEPOT
M48?V        AND NOT DCL-MODE-RECTIF
M48?V           STRING "MODE DE DECLARATION INVALIDE :"
M48?V                  WK-DCL-MODE
M48?V                  DELIMITED BY SIZE INTO WK-MESSAGE-LIB
M48?V           MOVE "F"            TO  WK-MESSAGE-SEV
M48?V           MOVE SPACE          TO  WK-MESSAGE-REP
M48?V           PERFORM TILT        THRU  TILT-EXIT.
M50?V      MOVE WK-DCL-RACPRM       TO  WK-DCL-RAC18.
M50?V      IF WK-DCL-RAC18 = SPACE
M50?V        AND (DCL-MODE-DEPOT OR DCL-MODE-CORRECTIF)
M50?V           MOVE "RAC18 DU DECLARANT ABSENT - DEPOT IMPOSSIBLE"
M50?V                               TO  WK-MESSAGE-LIB
M50?V           MOVE "F"            TO  WK-MESSAGE-SEV
M50?V           MOVE SPACE          TO  WK-MESSAGE-REP
M50?V           PERFORM TILT        THRU  TILT-EXIT.
           ACCEPT WK-DCL-SYSDATE    FROM DATE.
           MOVE 20000000            TO  WK-DCL-DATJOUR.
           ADD  WK-DCL-SYSDATE      TO  WK-DCL-DATJOUR.
           MOVE SPACE               TO  WK-DCL-CUMULS.
M52?V      PERFORM ACLDCL100-INTEG  THRU  ACLDCL100-INTEG-EXIT.
           OPEN INPUT               FVENTES.
           IF WK-VTE-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-VENTES STATUT :"
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
M49?V      OPEN INPUT               FACHATS.
M49?V      IF WK-ACH-STAT NOT = "00"
M49?V           STRING "ERREUR OUVERTURE F-ACHATS STATUT :"
M49?V                  WK-ACH-STAT
M49?V                  DELIMITED BY SIZE INTO WK-MESSAGE-LIB
M49?V           MOVE "F"            TO  WK-MESSAGE-SEV
M49?V           MOVE SPACE          TO  WK-MESSAGE-REP
M49?V           PERFORM TILT        THRU  TILT-EXIT.
M50?V      IF DCL-MODE-DEPOT
M50?V        OR DCL-MODE-CORRECTIF
M48?V           OPEN I-O            FTVADEP
M48?V           CALL "ACLUSR100"    USING  WK-DCL-USER
M48?V      ELSE
M48?V           OPEN INPUT          FTVADEP.
M48?V      IF WK-DEP-STAT NOT = "00"
M48?V           STRING "ERREUR OUVERTURE F-TVADEP STATUT :"
M48?V                  WK-DEP-STAT
M48?V                  DELIMITED BY SIZE INTO WK-MESSAGE-LIB
M48?V           MOVE "F"            TO  WK-MESSAGE-SEV
M48?V           MOVE SPACE          TO  WK-MESSAGE-REP
M48?V           PERFORM TILT        THRU  TILT-EXIT.
M50?V      IF DCL-MODE-DEPOT
M50?V        OR DCL-MODE-CORRECTIF
M50?V           PERFORM ACLDCL100-TELE-OUVR
M50?V                   THRU  ACLDCL100-TELE-OUVR-EXIT.
           OPEN OUTPUT              QTVADEC.
           IF WK-DCL-STAT NOT = "00"
                STRING "ERREUR OUVERTURE Q-TVADEC STATUT :"
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
M48?V      MOVE "DECLARATION T.V.A. - DOCUMENT DE TRAVAIL"
M48?V                               TO  DCL-ENT-TITRE.
M48?V      IF DCL-MODE-DEPOT
M48?V           MOVE "DECLARATION T.V.A. - DEPOT"
M48?V                               TO  DCL-ENT-TITRE.
M48?V      IF DCL-MODE-RECTIF
M48?V           MOVE "DECLARATION T.V.A. - ECARTS RECTIFICATIFS"
M48?V                               TO  DCL-ENT-TITRE.
M50?V      IF DCL-MODE-CORRECTIF
M50?V           MOVE "DECLARATION T.V.A. - DEPOT RECTIFICATIF"
M50?V                               TO  DCL-ENT-TITRE.
           MOVE WK-DCL-DATJOUR      TO  DCL-ENT-DATE.
           WRITE QTVADEC-LIGNE      FROM  WK-DCL-ENTETE.
           MOVE SPACE               TO  QTVADEC-LIGNE.
           WRITE QTVADEC-LIGNE.
       ACLDCL100-LECT.
M49?V      READ FVENTES  END  GO TO ACLDCL100-ACHAT.
           ADD  1                   TO  WK-DCL-NBLU.
           IF VTE-RAC18 = SPACE
                ADD  1              TO  WK-DCL-NBREJ
           MOVE VTE-SEQENR          TO  WK-TVA-PSEQ.
           MOVE VTE-DATE            TO  WK-TVA-PDATE.
           CALL "ACLTVP100"         USING  WK-TVA-PPARM.
M54?V      ADD  1                   TO  WK-DCL-NBRCH.
M54?V      IF WK-TVA-PRC-ARCHIVE
M54?V           ADD  1              TO  WK-DCL-NBARC.
           IF WK-TVA-PRC-ERR
                STRING "ERREUR RECHERCHE TAUX CLE :"  VTE-RAC18
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                   VTE-BASE * WK-TVA-PTVAT / 100.
           COMPUTE WK-DCL-TVVDUE ROUNDED =
                   VTE-BASE * WK-TVA-PTVVT / 100.
M49?V      MOVE VTE-BASE            TO  WK-DCL-CBASE.
M49?V      MOVE VTE-PERIODE         TO  WK-DCL-CPER.
M49?V      MOVE ZERO                TO  WK-DCL-DEDUC.
M49?V      MOVE VTE-RAC18           TO  INF-CLE-RAC18.
M49?V      MOVE VTE-SEQENR          TO  INF-CLE-SEQENR9.
           PERFORM ACLDCL100-REGIE  THRU  ACLDCL100-REGIE-EXIT.
           PERFORM ACLDCL100-CUMUL  THRU  ACLDCL100-CUMUL-EXIT.
           GO TO ACLDCL100-LECT.
      *
      *    SECONDE PASSE : LES ACHATS DE FACHATS. LA TAXE DEDUCTIBLE
      *    EST CALCULEE AU TAUX EN VIGUEUR A LA DATE D'ACHAT
      *    (ACLTVP100, COMME POUR LES VENTES), SUR LA T.V.A. ET LA
      *    T.V.V., RAMENEE AU POURCENTAGE DEDUCTIBLE DU CODE
      *    ACH-CODDED, PUIS CUMULEE SUR LE POSTE REGIE/PERIODE.
      *
M49?V  ACLDCL100-ACHAT.
M49?V      READ FACHATS  END  GO TO ACLDCL100-EDIT.
M49?V      ADD  1                   TO  WK-DCL-NBACH.
M49?V      IF ACH-RAC18 = SPACE
M49?V           ADD  1              TO  WK-DCL-NBREJ
M49?V           MOVE "ACHAT SANS RAC18 IGNORE"  TO  WK-MESSAGE-LIB
M49?V           MOVE "W"            TO  WK-MESSAGE-SEV
M49?V           MOVE SPACE          TO  WK-MESSAGE-REP
M49?V           PERFORM TILT        THRU  TILT-EXIT
M49?V           GO TO ACLDCL100-ACHAT.
M49?V      MOVE 100                 TO  WK-DCL-PCTDED.
M49?V      IF ACH-DED-PARTIELLE
M49?V           MOVE ACH-PCTDED     TO  WK-DCL-PCTDED.
M49?V      IF ACH-DED-NULLE
M49?V           MOVE ZERO           TO  WK-DCL-PCTDED.
M49?V      IF NOT ACH-DED-TOTALE
M49?V        AND NOT ACH-DED-PARTIELLE
M49?V        AND NOT ACH-DED-NULLE
M49?V           MOVE 999            TO  WK-DCL-PCTDED.
M49?V      IF WK-DCL-PCTDED > 100
M49?V           ADD  1              TO  WK-DCL-NBREJ
M49?V           STRING "CODE DEDUCTION INVALIDE - ACHAT IGNORE CLE :"
M49?V                  ACH-RAC18
M49?V                  DELIMITED BY SIZE INTO WK-MESSAGE-LIB
M49?V           MOVE "W"            TO  WK-MESSAGE-SEV
M49?V           MOVE SPACE          TO  WK-MESSAGE-REP
M49?V           PERFORM TILT        THRU  TILT-EXIT
M49?V           GO TO ACLDCL100-ACHAT.
M49?V      MOVE ACH-RAC18           TO  WK-TVA-PRAC.
M49?V      MOVE ACH-SEQENR          TO  WK-TVA-PSEQ.
M49?V      MOVE ACH-DATE            TO  WK-TVA-PDATE.
M49?V      CALL "ACLTVP100"         USING  WK-TVA-PPARM.
M54?V      ADD  1                   TO  WK-DCL-NBRCH.
M54?V      IF WK-TVA-PRC-ARCHIVE
M54?V           ADD  1              TO  WK-DCL-NBARC.
M49?V      IF WK-TVA-PRC-ERR
M49?V           STRING "ERREUR RECHERCHE TAUX CLE :"  ACH-RAC18
M49?V                  DELIMITED BY SIZE INTO WK-MESSAGE-LIB
M49?V           MOVE "F"            TO  WK-MESSAGE-SEV
M49?V           MOVE SPACE          TO  WK-MESSAGE-REP
M49?V           PERFORM TILT        THRU  TILT-EXIT.
M49?V      IF WK-TVA-PRC-NTROUVE
M49?V           ADD  1              TO  WK-DCL-NBREJ
M49?V           STRING "CODE TVA INCONNU - ACHAT IGNORE CLE :"
M49?V                  ACH-RAC18
M49?V                  DELIMITED BY SIZE INTO WK-MESSAGE-LIB
M49?V           MOVE "W"            TO  WK-MESSAGE-SEV
M49?V           MOVE SPACE          TO  WK-MESSAGE-REP
M49?V           PERFORM TILT        THRU  TILT-EXIT
M49?V           GO TO ACLDCL100-ACHAT.
M49?V      IF WK-TVA-PRC-ANTERIEUR
M49?V           ADD  1              TO  WK-DCL-NBANT.
M49?V      COMPUTE WK-DCL-DEDUC ROUNDED =
M49?V              ACH-BASE * (WK-TVA-PTVAT + WK-TVA-PTVVT)
M49?V                       * WK-DCL-PCTDED / 10000.
M49?V      MOVE ZERO                TO  WK-DCL-CBASE
M49?V                                   WK-DCL-TVADUE
M49?V                                   WK-DCL-TVVDUE.
M49?V      MOVE ACH-PERIODE         TO  WK-DCL-CPER.
M49?V      MOVE ACH-RAC18           TO  INF-CLE-RAC18.
M49?V      MOVE ACH-SEQENR          TO  INF-CLE-SEQENR9.
M49?V      PERFORM ACLDCL100-REGIE  THRU  ACLDCL100-REGIE-EXIT.
M49?V      PERFORM ACLDCL100-CUMUL  THRU  ACLDCL100-CUMUL-EXIT.
M49?V      GO TO ACLDCL100-ACHAT.
      *
      *    LA REGIE DE RATTACHEMENT EST CELLE PORTEE PAR LA LIGNE
      *    FINFODI DU CODE ; UN CODE ABSENT DE FINFODI OU SANS REGIE
      *    EST CUMULE SOUS "*AUC." (LIGNES HORS REGIE DU DOCUMENT).
      *
       ACLDCL100-REGIE.
           MOVE "*AUC."             TO  WK-DCL-REGIE.
           MOVE INF-CLE-SEQENR9     TO  INF-CLE-SEQENR.
           READ FINFODI KEY IS INFCLE INVALID KEY
                GO TO ACLDCL100-REGIE-EXIT.
           SET IN-DCL TO 1.
       ACLDCL100-CHPST.
           IF WK-DCL-DREGIE (IN-DCL) = WK-DCL-REGIE
M49?V        AND WK-DCL-DPER (IN-DCL) = WK-DCL-CPER
                GO TO ACLDCL100-CUMPST.
           IF WK-DCL-DREGIE (IN-DCL) = SPACE
                MOVE WK-DCL-REGIE   TO  WK-DCL-DREGIE (IN-DCL)
M49?V           MOVE WK-DCL-CPER    TO  WK-DCL-DPER   (IN-DCL)
                MOVE ZERO           TO  WK-DCL-DBASE  (IN-DCL)
                                        WK-DCL-DTVA   (IN-DCL)
                                        WK-DCL-DTVV   (IN-DCL)
M49?V                                   WK-DCL-DDED   (IN-DCL)
                                        WK-DCL-DNBANT (IN-DCL)
                GO TO ACLDCL100-CUMPST.
           IF IN-DCL < WK-DCL-NBPSTMAX
           SET WK-MSGFAM-CAPACITE   TO  TRUE.
           PERFORM TILT             THRU  TILT-EXIT.
       ACLDCL100-CUMPST.
M49?V      ADD  WK-DCL-CBASE        TO  WK-DCL-DBASE (IN-DCL).
           ADD  WK-DCL-TVADUE       TO  WK-DCL-DTVA  (IN-DCL).
           ADD  WK-DCL-TVVDUE       TO  WK-DCL-DTVV  (IN-DCL).
M49?V      ADD  WK-DCL-DEDUC        TO  WK-DCL-DDED  (IN-DCL).
           IF WK-TVA-PRC-ANTERIEUR
                ADD  1              TO  WK-DCL-DNBANT (IN-DCL).
       ACLDCL100-CUMUL-EXIT.
      *    EDITION REGROUPEE PAR REGIE : ON CHERCHE LE PREMIER POSTE
      *    NON EDITE, ON EDITE TOUTES LES PERIODES DE SA REGIE AVEC
      *    LEUR SOUS-TOTAL (LES CASES DE LA DECLARATION), PUIS ON
      *    RECOMMENCE JUSQU'A EPUISEMENT DE LA TABLE. EN MODE
      *    RECTIFICATIF, UNE REGIE SANS AUCUN ECART N'EST PAS EDITEE.
      *    LES PERIODES D'UNE REGIE SONT EDITEES DANS L'ORDRE
      *    CHRONOLOGIQUE (PLUS PETITE PERIODE NON EDITEE D'ABORD),
      *    CONDITION DU REPORT DU CREDIT DE PERIODE EN PERIODE.
      *
       ACLDCL100-EDIT.
           SET IN-DCL TO 1.
                     GO TO ACLDCL100-FIN.
           MOVE WK-DCL-DREGIE (IN-DCL)  TO  WK-DCL-SREGIE.
           MOVE WK-DCL-SREGIE       TO  DCL-REG-CODE.
M48?V      MOVE "N"                 TO  WK-DCL-REGEDT.
M48?V      IF NOT DCL-MODE-RECTIF
M48?V           PERFORM ACLDCL100-EDIT-REGIE
M48?V                   THRU  ACLDCL100-EDIT-REGIE-EXIT.
           MOVE ZERO                TO  WK-DCL-SBASE
                                        WK-DCL-STVA
M49?V                                   WK-DCL-STVV
M49?V                                   WK-DCL-SDED
M49?V                                   WK-DCL-SNET
M49?V                                   WK-DCL-REPORT.
M49?V      MOVE "N"                 TO  WK-DCL-REPINIT.
M49?V  ACLDCL100-EDIT-PERIODE.
M49?V      MOVE 999999              TO  WK-DCL-MINPER.
M49?V      SET IN-DC2 TO 1.
M49?V  ACLDCL100-EDIT-MINPER.
M49?V      IF WK-DCL-DREGIE (IN-DC2) = WK-DCL-SREGIE
M49?V        AND WK-DCL-DEDT (IN-DC2) NOT = "O"
M49?V        AND WK-DCL-DPER (IN-DC2) < WK-DCL-MINPER
M49?V           MOVE WK-DCL-DPER (IN-DC2)  TO  WK-DCL-MINPER
M49?V           SET IN-DCM          TO  IN-DC2.
M49?V      IF IN-DC2 < WK-DCL-NBPSTMAX
M49?V           SET IN-DC2 UP BY 1
M49?V           GO TO ACLDCL100-EDIT-MINPER.
M49?V      IF WK-DCL-MINPER NOT = 999999
M49?V           SET IN-DC2          TO  IN-DCM
M48?V           PERFORM ACLDCL100-EDIT-LIGNE
M48?V                   THRU  ACLDCL100-EDIT-LIGNE-EXIT
M49?V           MOVE "O"            TO  WK-DCL-DEDT (IN-DC2)
M49?V           GO TO ACLDCL100-EDIT-PERIODE.
M48?V      IF DCL-MODE-RECTIF
M48?V        AND NOT DCL-REGIE-EDITEE
M48?V           GO TO ACLDCL100-EDIT-GROUPE.
           MOVE WK-DCL-SBASE        TO  DCL-STOT-BASE.
           MOVE WK-DCL-STVA         TO  DCL-STOT-TVA.
           MOVE WK-DCL-STVV         TO  DCL-STOT-TVV.
           WRITE QTVADEC-LIGNE      FROM  WK-DCL-SOUSTOT.
M49?V      MOVE WK-DCL-REPORT       TO  WK-DCL-SCREDIT.
M49?V      IF DCL-MODE-RECTIF
M49?V           MOVE ZERO           TO  WK-DCL-SCREDIT.
M49?V      MOVE WK-DCL-SDED         TO  DCL-STOT-DED.
M49?V      MOVE WK-DCL-SNET         TO  DCL-STOT-NET.
M49?V      MOVE WK-DCL-SCREDIT      TO  DCL-STOT-CREDIT.
M49?V      WRITE QTVADEC-LIGNE      FROM  WK-DCL-SOUSTOT2.
           MOVE SPACE               TO  QTVADEC-LIGNE.
           WRITE QTVADEC-LIGNE.
           ADD  WK-DCL-SBASE        TO  WK-DCL-GBASE.
           ADD  WK-DCL-STVA         TO  WK-DCL-GTVA.
           ADD  WK-DCL-STVV         TO  WK-DCL-GTVV.
M49?V      ADD  WK-DCL-SDED         TO  WK-DCL-GDED.
M49?V      ADD  WK-DCL-SNET         TO  WK-DCL-GNET.
M49?V      ADD  WK-DCL-SCREDIT      TO  WK-DCL-GCREDIT.
           GO TO ACLDCL100-EDIT-GROUPE.
      *
M48?V  ACLDCL100-EDIT-REGIE.
M48?V      MOVE "O"                 TO  WK-DCL-REGEDT.
M48?V      WRITE QTVADEC-LIGNE      FROM  WK-DCL-REGLIGNE.
M48?V      WRITE QTVADEC-LIGNE      FROM  WK-DCL-COLONNES.
M48?V  ACLDCL100-EDIT-REGIE-EXIT.
M48?V      EXIT.
      *
      *    UNE PERIODE : LE REGISTRE FTVADEP DIT SI ELLE EST CLOSE.
      *    CLOSE, ELLE EST REEDITEE EN DUPLICATA AVEC LES MONTANTS
      *    DEPOSES (MARQUEE *ECART SI LE RECALCUL NE LES RETROUVE
      *    PLUS), OU, EN RECTIFICATIF, EDITEE EN ECARTS SI ECART IL
      *    Y A. OUVERTE, ELLE EST EDITEE EN ORIGINALE ET, EN MODE
      *    DEPOT, CLOSE DANS LE REGISTRE (SAUF LE POSTE HORS REGIE
      *    "*AUC.", QUI NE SE DEPOSE PAS). LE RECTIFICATIF IGNORE
      *    LES PERIODES OUVERTES.
      *    LA POSITION DE LA PERIODE EST TVA + TVV - DEDUCTIBLE -
      *    CREDIT REPORTE : POSITIVE, C'EST LE NET A PAYER ; NEGATIVE,
      *    UN CREDIT A REPORTER SUR LA PERIODE SUIVANTE. UNE PERIODE
      *    CLOSE REPORTE LE CREDIT DEPOSE, PAS UN RECALCUL. EN
      *    RECTIFICATIF, LE NET EDITE EST L'ECART DE POSITION A
      *    CREDIT ANTERIEUR DEPOSE INCHANGE.
      *
M48?V  ACLDCL100-EDIT-LIGNE.
M49?V      IF NOT DCL-REPORT-CHARGE
M49?V           PERFORM ACLDCL100-CRDREP
M49?V                   THRU  ACLDCL100-CRDREP-EXIT.
M48?V      MOVE "N"                 TO  WK-DCL-DEPEXIST.
M48?V      MOVE WK-DCL-DREGIE (IN-DC2)  TO  DEP-REGIE.
M48?V      MOVE WK-DCL-DPER   (IN-DC2)  TO  DEP-PERIODE.
M48?V      READ FTVADEP KEY IS DEP-CLE INVALID KEY
M48?V           GO TO ACLDCL100-EDIT-OUVERTE.
M48?V      MOVE "O"                 TO  WK-DCL-DEPEXIST.
M48?V      IF NOT DEP-CLOSE
M48?V           GO TO ACLDCL100-EDIT-OUVERTE.
M48?V      IF DCL-MODE-RECTIF
M48?V           GO TO ACLDCL100-EDIT-RECTIF.
M48?V      MOVE DEP-BASE            TO  WK-DCL-EBASE.
M48?V      MOVE DEP-TVA             TO  WK-DCL-ETVA.
M48?V      MOVE DEP-TVV             TO  WK-DCL-ETVV.
M49?V      MOVE DEP-DEDUC           TO  WK-DCL-EDED.
M49?V      MOVE DEP-CRDANT          TO  WK-DCL-ECRDANT.
M49?V      MOVE DEP-NET             TO  WK-DCL-ENET.
M49?V      MOVE DEP-CREDIT          TO  WK-DCL-ECREDIT.
M49?V      MOVE DEP-CREDIT          TO  WK-DCL-REPORT.
M48?V      MOVE DEP-DATE            TO  DCL-MDEP-DATE.
M48?V      MOVE SPACE               TO  DCL-MDEP-ECART.
M48?V      IF DEP-BASE NOT = WK-DCL-DBASE (IN-DC2)
M48?V        OR DEP-TVA NOT = WK-DCL-DTVA (IN-DC2)
M48?V        OR DEP-TVV NOT = WK-DCL-DTVV (IN-DC2)
M49?V        OR DEP-DEDUC NOT = WK-DCL-DDED (IN-DC2)
M48?V           MOVE "*ECART"       TO  DCL-MDEP-ECART.
M48?V      MOVE WK-DCL-MENTDEP      TO  DCL-MENTION.
M48?V      ADD  1                   TO  WK-DCL-NBDUP.
M48?V      GO TO ACLDCL100-EDIT-IMPR.
M48?V  ACLDCL100-EDIT-RECTIF.
M48?V      COMPUTE WK-DCL-EBASE = WK-DCL-DBASE (IN-DC2) - DEP-BASE.
M48?V      COMPUTE WK-DCL-ETVA  = WK-DCL-DTVA  (IN-DC2) - DEP-TVA.
M48?V      COMPUTE WK-DCL-ETVV  = WK-DCL-DTVV  (IN-DC2) - DEP-TVV.
M49?V      COMPUTE WK-DCL-EDED  = WK-DCL-DDED  (IN-DC2) - DEP-DEDUC.
M49?V      COMPUTE WK-DCL-POSIT = WK-DCL-DTVA (IN-DC2)
M49?V                           + WK-DCL-DTVV (IN-DC2)
M49?V                           - WK-DCL-DDED (IN-DC2) - DEP-CRDANT.
M49?V      COMPUTE WK-DCL-ENET  = WK-DCL-POSIT - DEP-NET + DEP-CREDIT.
M49?V      MOVE ZERO                TO  WK-DCL-ECRDANT
M49?V                                   WK-DCL-ECREDIT.
M49?V      MOVE DEP-CREDIT          TO  WK-DCL-REPORT.
M48?V      IF WK-DCL-EBASE = ZERO
M48?V        AND WK-DCL-ETVA = ZERO
M48?V        AND WK-DCL-ETVV = ZERO
M49?V        AND WK-DCL-EDED = ZERO
M48?V           GO TO ACLDCL100-EDIT-LIGNE-EXIT.
M48?V      IF NOT DCL-REGIE-EDITEE
M48?V           PERFORM ACLDCL100-EDIT-REGIE
M48?V                   THRU  ACLDCL100-EDIT-REGIE-EXIT.
M48?V      MOVE DEP-DATE            TO  DCL-MRECT-DATE.
M48?V      MOVE WK-DCL-MENTRECT     TO  DCL-MENTION.
M48?V      ADD  1                   TO  WK-DCL-NBRECT.
M50?V      IF DCL-MODE-CORRECTIF
M50?V           PERFORM ACLDCL100-CORRIGE
M50?V                   THRU  ACLDCL100-CORRIGE-EXIT
M50?V           MOVE "R"            TO  WK-DCL-TELTYPE
M50?V           PERFORM ACLDCL100-TELE  THRU  ACLDCL100-TELE-EXIT
M50?V           ADD  1              TO  WK-DCL-NBCOR
M50?V           MOVE "RECTIFICATIF DEPOSE CE JOUR"  TO  DCL-MENTION.
M48?V      GO TO ACLDCL100-EDIT-IMPR.
M48?V  ACLDCL100-EDIT-OUVERTE.
M48?V      IF DCL-MODE-RECTIF
M48?V           GO TO ACLDCL100-EDIT-LIGNE-EXIT.
M48?V      MOVE WK-DCL-DBASE (IN-DC2)  TO  WK-DCL-EBASE.
M48?V      MOVE WK-DCL-DTVA  (IN-DC2)  TO  WK-DCL-ETVA.
M48?V      MOVE WK-DCL-DTVV  (IN-DC2)  TO  WK-DCL-ETVV.
M49?V      MOVE WK-DCL-DDED  (IN-DC2)  TO  WK-DCL-EDED.
M49?V      MOVE WK-DCL-REPORT       TO  WK-DCL-ECRDANT.
M49?V      COMPUTE WK-DCL-POSIT = WK-DCL-ETVA + WK-DCL-ETVV
M49?V                           - WK-DCL-EDED - WK-DCL-ECRDANT.
M49?V      MOVE ZERO                TO  WK-DCL-ENET
M49?V                                   WK-DCL-ECREDIT.
M49?V      IF WK-DCL-POSIT < ZERO
M49?V           COMPUTE WK-DCL-ECREDIT = ZERO - WK-DCL-POSIT
M49?V      ELSE
M49?V           MOVE WK-DCL-POSIT   TO  WK-DCL-ENET.
M49?V      MOVE WK-DCL-ECREDIT      TO  WK-DCL-REPORT.
M48?V      MOVE "ORIGINAL"          TO  DCL-MENTION.
M48?V      IF DCL-MODE-DEPOT
M48?V        AND WK-DCL-DREGIE (IN-DC2) NOT = "*AUC."
M48?V           PERFORM ACLDCL100-DEPOT  THRU  ACLDCL100-DEPOT-EXIT
M50?V           MOVE "O"            TO  WK-DCL-TELTYPE
M50?V           PERFORM ACLDCL100-TELE  THRU  ACLDCL100-TELE-EXIT
M48?V           MOVE "ORIGINAL - DEPOSEE CE JOUR"  TO  DCL-MENTION.
M48?V  ACLDCL100-EDIT-IMPR.
M48?V      MOVE WK-DCL-DPER   (IN-DC2)  TO  DCL-PER.
M48?V      MOVE WK-DCL-EBASE        TO  DCL-BASE.
M48?V      MOVE WK-DCL-ETVA         TO  DCL-TVA.
M48?V      MOVE WK-DCL-ETVV         TO  DCL-TVV.
M48?V      MOVE WK-DCL-DNBANT (IN-DC2)  TO  DCL-NBANT.
M48?V      WRITE QTVADEC-LIGNE      FROM  WK-DCL-LIGNE.
M48?V      ADD  WK-DCL-EBASE        TO  WK-DCL-SBASE.
M48?V      ADD  WK-DCL-ETVA         TO  WK-DCL-STVA.
M48?V      ADD  WK-DCL-ETVV         TO  WK-DCL-STVV.
M49?V      MOVE WK-DCL-EDED         TO  DCL-DED.
M49?V      MOVE WK-DCL-ECRDANT      TO  DCL-CRDANT.
M49?V      MOVE WK-DCL-ENET         TO  DCL-NET.
M49?V      MOVE WK-DCL-ECREDIT      TO  DCL-CREDIT.
M49?V      WRITE QTVADEC-LIGNE      FROM  WK-DCL-LIGNE2.
M49?V      ADD  WK-DCL-EDED         TO  WK-DCL-SDED.
M49?V      ADD  WK-DCL-ENET         TO  WK-DCL-SNET.
M48?V  ACLDCL100-EDIT-LIGNE-EXIT.
M48?V      EXIT.
      *
      *    CREDIT REPORTE SUR LA PREMIERE PERIODE EDITEE DE LA REGIE :
      *    C'EST LE CREDIT A REPORTER DE LA DERNIERE PERIODE CLOSE
      *    QUI LA PRECEDE DANS LE REGISTRE (ZERO SI AUCUNE).
      *
M49?V  ACLDCL100-CRDREP.
M49?V      MOVE "O"                 TO  WK-DCL-REPINIT.
M49?V      MOVE ZERO                TO  WK-DCL-REPORT.
M49?V      MOVE WK-DCL-SREGIE       TO  DEP-REGIE.
M49?V      MOVE ZERO                TO  DEP-PERIODE.
M49?V      START FTVADEP KEY NOT < DEP-CLE INVALID KEY
M49?V           GO TO ACLDCL100-CRDREP-EXIT.
M49?V  ACLDCL100-CRDREP-LECT.
M49?V      READ FTVADEP NEXT END GO TO ACLDCL100-CRDREP-EXIT.
M49?V      IF DEP-REGIE NOT = WK-DCL-SREGIE
M49?V        OR DEP-PERIODE NOT < WK-DCL-DPER (IN-DC2)
M49?V           GO TO ACLDCL100-CRDREP-EXIT.
M49?V      IF DEP-CLOSE
M49?V           MOVE DEP-CREDIT     TO  WK-DCL-REPORT.
M49?V      GO TO ACLDCL100-CRDREP-LECT.
M49?V  ACLDCL100-CRDREP-EXIT.
M49?V      EXIT.
      *
      *    CLOTURE DE LA PERIODE DANS LE REGISTRE : MONTANTS DE
      *    L'ORIGINALE, DATE ET HEURE DU DEPOT, PROFIL QUI DEPOSE.
      *
M48?V  ACLDCL100-DEPOT.
M48?V      ACCEPT WK-DCL-SYSTIME    FROM TIME.
M48?V      MOVE WK-DCL-DREGIE (IN-DC2)  TO  DEP-REGIE.
M48?V      MOVE WK-DCL-DPER   (IN-DC2)  TO  DEP-PERIODE.
M48?V      MOVE WK-DCL-EBASE        TO  DEP-BASE.
M48?V      MOVE WK-DCL-ETVA         TO  DEP-TVA.
M48?V      MOVE WK-DCL-ETVV         TO  DEP-TVV.
M49?V      MOVE WK-DCL-EDED         TO  DEP-DEDUC.
M49?V      MOVE WK-DCL-ECRDANT      TO  DEP-CRDANT.
M49?V      MOVE WK-DCL-ENET         TO  DEP-NET.
M49?V      MOVE WK-DCL-ECREDIT      TO  DEP-CREDIT.
M48?V      MOVE WK-DCL-DATJOUR      TO  DEP-DATE.
M48?V      MOVE WK-DCL-SYSTIME (1:6) TO  DEP-TIME.
M48?V      MOVE WK-DCL-USER         TO  DEP-PROFIL.
M48?V      MOVE "C"                 TO  DEP-STATUT.
M50?V      MOVE WK-DCL-DATJOUR      TO  DEP-TELEDATE.
M50?V      MOVE 1                   TO  DEP-TELENB.
M50?V      MOVE WK-DCL-USER         TO  DEP-TELEPROF.
M48?V      IF DCL-DEPOT-EXISTE
M48?V           REWRITE FTVADEP-REC
M48?V      ELSE
M48?V           WRITE FTVADEP-REC.
M48?V      IF WK-DEP-STAT NOT = "00"
M48?V           STRING "ERREUR ECRITURE F-TVADEP STATUT :"
M48?V                  WK-DEP-STAT  " REGIE :"  DEP-REGIE
M48?V                  DELIMITED BY SIZE INTO WK-MESSAGE-LIB
M48?V           MOVE "F"            TO  WK-MESSAGE-SEV
M48?V           MOVE SPACE          TO  WK-MESSAGE-REP
M48?V           PERFORM TILT        THRU  TILT-EXIT.
M48?V      ADD  1                   TO  WK-DCL-NBDEP.
M48?V  ACLDCL100-DEPOT-EXIT.
M48?V      EXIT.
      *
      *    DEPOT RECTIFICATIF : LE REGISTRE PREND LES MONTANTS
      *    RECALCULES DE LA PERIODE (LE CREDIT ANTERIEUR DEPOSE EST
      *    CONSERVE), LA DATE DU DEPOT ORIGINAL RESTE EN DEP-DATE ET
      *    LE PROFIL DE CLOTURE EN DEP-PROFIL ; LE PROFIL DU
      *    RECTIFICATIF EST PORTE PAR DEP-TELEPROF.
      *
M50?V  ACLDCL100-CORRIGE.
M50?V      MOVE WK-DCL-DBASE (IN-DC2)  TO  DEP-BASE.
M50?V      MOVE WK-DCL-DTVA  (IN-DC2)  TO  DEP-TVA.
M50?V      MOVE WK-DCL-DTVV  (IN-DC2)  TO  DEP-TVV.
M50?V      MOVE WK-DCL-DDED  (IN-DC2)  TO  DEP-DEDUC.
M50?V      MOVE ZERO                TO  DEP-NET
M50?V                                   DEP-CREDIT.
M50?V      IF WK-DCL-POSIT < ZERO
M50?V           COMPUTE DEP-CREDIT = ZERO - WK-DCL-POSIT
M50?V      ELSE
M50?V           MOVE WK-DCL-POSIT   TO  DEP-NET.
M50?V      MOVE DEP-CREDIT          TO  WK-DCL-REPORT.
M50?V      MOVE WK-DCL-USER         TO  DEP-TELEPROF.
M50?V      MOVE WK-DCL-DATJOUR      TO  DEP-TELEDATE.
M50?V      ADD  1                   TO  DEP-TELENB.
M50?V      REWRITE FTVADEP-REC.
M50?V      IF WK-DEP-STAT NOT = "00"
M50?V           STRING "ERREUR ECRITURE F-TVADEP STATUT :"
M50?V                  WK-DEP-STAT  " REGIE :"  DEP-REGIE
M50?V                  DELIMITED BY SIZE INTO WK-MESSAGE-LIB
M50?V           MOVE "F"            TO  WK-MESSAGE-SEV
M50?V           MOVE SPACE          TO  WK-MESSAGE-REP
M50?V           PERFORM TILT        THRU  TILT-EXIT.
M50?V  ACLDCL100-CORRIGE-EXIT.
M50?V      EXIT.
      *
      *    LA DECLARATION N'EST FAITE QUE SUR UNE INTEGRATION
      *    EQUILIBREE ET ACCEPTEE : LA DERNIERE LIVRAISON FVENTES
      *    JOURNALISEE PAR ACLVTE100 DOIT ETRE AU STATUT "A". LA
      *    DERNIERE EST CELLE DE L'INTEGRATION LA PLUS RECENTE
      *    (INT-DATE / INT-TIME) ET NON LA PLUS GRANDE CLE : LA CLE
      *    EST LA DATE / NUMERO DE LIVRAISON DE LA FACTURATION (OU
      *    DATE DU JOUR / 999999 POUR UNE LIVRAISON SANS ENTETE).
      *    A HORODATAGE EGAL, LA PLUS GRANDE CLE L'EMPORTE.
      *
M52?V  ACLDCL100-INTEG.
M52?V      OPEN INPUT               FTVAINT.
M52?V      IF WK-INT-STAT NOT = "00"
M52?V           STRING "ERREUR OUVERTURE F-TVAINT STATUT :"
M52?V                  WK-INT-STAT
M52?V                  DELIMITED BY SIZE INTO WK-MESSAGE-LIB
M52?V           MOVE "F"            TO  WK-MESSAGE-SEV
M52?V           MOVE SPACE          TO  WK-MESSAGE-REP
M52?V           PERFORM TILT        THRU  TILT-EXIT.
M52?V      MOVE ZERO                TO  INT-LIVDATE  INT-LIVNO.
M52?V      START FTVAINT KEY NOT < INT-CLE INVALID KEY
M52?V           GO TO ACLDCL100-INTEG-CTL.
M52?V  ACLDCL100-INTEG-LECT.
M52?V      READ FTVAINT NEXT  END  GO TO ACLDCL100-INTEG-CTL.
M52?V      MOVE INT-DATE            TO  WK-DCL-INTLU-DATE.
M52?V      MOVE INT-TIME            TO  WK-DCL-INTLU-TIME.
M52?V      IF WK-DCL-INTLU < WK-DCL-INTHORO
M52?V           GO TO ACLDCL100-INTEG-LECT.
M52?V      MOVE WK-DCL-INTLU        TO  WK-DCL-INTHORO.
M52?V      MOVE INT-STATUT          TO  WK-DCL-INTSTAT.
M52?V      GO TO ACLDCL100-INTEG-LECT.
M52?V  ACLDCL100-INTEG-CTL.
M52?V      CLOSE FTVAINT.
M52?V      IF NOT DCL-INT-ACCEPTEE
M52?V           MOVE
M52?V           "LIVRAISON FVENTES NON ACCEPTEE : DECLARATION REFUSEE"
M52?V                               TO  WK-MESSAGE-LIB
M52?V           MOVE "F"            TO  WK-MESSAGE-SEV
M52?V           MOVE SPACE          TO  WK-MESSAGE-REP
M52?V           PERFORM TILT        THRU  TILT-EXIT.
M52?V  ACLDCL100-INTEG-EXIT.
M52?V      EXIT.
      *
      *    OUVERTURE DU DEPOT ELECTRONIQUE ET DU REFERENTIEL DES
      *    REGIES (LIBELLE DE L'ENTETE).
      *
M50?V  ACLDCL100-TELE-OUVR.
M50?V      OPEN OUTPUT              FTVADCL.
M50?V      IF WK-TEL-STAT NOT = "00"
M50?V           STRING "ERREUR OUVERTURE F-TVADCL STATUT :"
M50?V                  WK-TEL-STAT
M50?V                  DELIMITED BY SIZE INTO WK-MESSAGE-LIB
M50?V           MOVE "F"            TO  WK-MESSAGE-SEV
M50?V           MOVE SPACE          TO  WK-MESSAGE-REP
M50?V           PERFORM TILT        THRU  TILT-EXIT.
M50?V      OPEN INPUT               FREGIE.
M50?V      IF WK-REG-STAT NOT = "00"
M50?V           STRING "ERREUR OUVERTURE F-REGIE STATUT :"
M50?V                  WK-REG-STAT
M50?V                  DELIMITED BY SIZE INTO WK-MESSAGE-LIB
M50?V           MOVE "F"            TO  WK-MESSAGE-SEV
M50?V           MOVE SPACE          TO  WK-MESSAGE-REP
M50?V           PERFORM TILT        THRU  TILT-EXIT.
M50?V  ACLDCL100-TELE-OUVR-EXIT.
M50?V      EXIT.
      *
      *    UN DEPOT : ENTETE, LES SEPT CASES DE LA PERIODE TELLES
      *    QU'ELLES SONT AU REGISTRE, CONTROLE. ON N'ARRIVE ICI QUE
      *    POUR UNE PERIODE CLOSE A L'INSTANT (ORIGINAL) OU POUR UN
      *    RECTIFICATIF : UNE PERIODE DEJA DEPOSEE N'EST JAMAIS
      *    REDEPOSEE EN ORIGINAL.
      *
M50?V  ACLDCL100-TELE.
M50?V      MOVE DEP-REGIE           TO  REG-CODE.
M50?V      READ FREGIE KEY IS REG-CODE INVALID KEY
M50?V           MOVE "REGIE INCONNUE"  TO  WK-DCL-REGLIB
M50?V           GO TO ACLDCL100-TELE-ENT.
M50?V      MOVE REG-LIB             TO  WK-DCL-REGLIB.
M50?V  ACLDCL100-TELE-ENT.
M50?V      MOVE DEP-PERIODE         TO  WK-DCL-EDPER.
M50?V      MOVE SPACE               TO  WK-DCL-TLIGNE.
M50?V      STRING "ENT"             ";"
M50?V             WK-DCL-EDPER      ";"
M50?V             WK-DCL-RAC18      ";"
M50?V             DEP-REGIE         ";"
M50?V             WK-DCL-REGLIB     ";"
M50?V             WK-DCL-TELTYPE
M50?V             DELIMITED BY SIZE INTO WK-DCL-TLIGNE.
M50?V      PERFORM ACLDCL100-TELE-ECRIT
M50?V              THRU  ACLDCL100-TELE-ECRIT-EXIT.
M50?V      MOVE ZERO                TO  WK-DCL-TNBENR
M50?V                                   WK-DCL-THASH.
M50?V      MOVE "01"                TO  WK-DCL-TBOITE.
M50?V      MOVE "BASE IMPOSABLE"    TO  WK-DCL-TLIB.
M50?V      MOVE DEP-BASE            TO  WK-DCL-TMONT.
M50?V      PERFORM ACLDCL100-TELE-DET  THRU  ACLDCL100-TELE-DET-EXIT.
M50?V      MOVE "02"                TO  WK-DCL-TBOITE.
M50?V      MOVE "TVA DUE"           TO  WK-DCL-TLIB.
M50?V      MOVE DEP-TVA             TO  WK-DCL-TMONT.
M50?V      PERFORM ACLDCL100-TELE-DET  THRU  ACLDCL100-TELE-DET-EXIT.
M50?V      MOVE "03"                TO  WK-DCL-TBOITE.
M50?V      MOVE "TVV DUE"           TO  WK-DCL-TLIB.
M50?V      MOVE DEP-TVV             TO  WK-DCL-TMONT.
M50?V      PERFORM ACLDCL100-TELE-DET  THRU  ACLDCL100-TELE-DET-EXIT.
M50?V      MOVE "04"                TO  WK-DCL-TBOITE.
M50?V      MOVE "TAXE DEDUCTIBLE"   TO  WK-DCL-TLIB.
M50?V      MOVE DEP-DEDUC           TO  WK-DCL-TMONT.
M50?V      PERFORM ACLDCL100-TELE-DET  THRU  ACLDCL100-TELE-DET-EXIT.
M50?V      MOVE "05"                TO  WK-DCL-TBOITE.
M50?V      MOVE "CREDIT ANTERIEUR"  TO  WK-DCL-TLIB.
M50?V      MOVE DEP-CRDANT          TO  WK-DCL-TMONT.
M50?V      PERFORM ACLDCL100-TELE-DET  THRU  ACLDCL100-TELE-DET-EXIT.
M50?V      MOVE "06"                TO  WK-DCL-TBOITE.
M50?V      MOVE "NET A PAYER"       TO  WK-DCL-TLIB.
M50?V      MOVE DEP-NET             TO  WK-DCL-TMONT.
M50?V      PERFORM ACLDCL100-TELE-DET  THRU  ACLDCL100-TELE-DET-EXIT.
M50?V      MOVE "07"                TO  WK-DCL-TBOITE.
M50?V      MOVE "CREDIT A REPORTER" TO  WK-DCL-TLIB.
M50?V      MOVE DEP-CREDIT          TO  WK-DCL-TMONT.
M50?V      PERFORM ACLDCL100-TELE-DET  THRU  ACLDCL100-TELE-DET-EXIT.
M50?V      MOVE WK-DCL-TNBENR       TO  WK-DCL-EDNB.
M50?V      MOVE WK-DCL-THASH        TO  WK-DCL-EDHASH.
M50?V      MOVE SPACE               TO  WK-DCL-TLIGNE.
M50?V      STRING "FIN"             ";"
M50?V             WK-DCL-EDNB       ";"
M50?V             WK-DCL-EDHASH
M50?V             DELIMITED BY SIZE INTO WK-DCL-TLIGNE.
M50?V      PERFORM ACLDCL100-TELE-ECRIT
M50?V              THRU  ACLDCL100-TELE-ECRIT-EXIT.
M50?V      ADD  1                   TO  WK-DCL-NBTEL.
M50?V  ACLDCL100-TELE-EXIT.
M50?V      EXIT.
      *
M50?V  ACLDCL100-TELE-DET.
M50?V      MOVE WK-DCL-TMONT        TO  WK-DCL-EDMONT.
M50?V      MOVE SPACE               TO  WK-DCL-TLIGNE.
M50?V      STRING "DET"             ";"
M50?V             WK-DCL-TBOITE     ";"
M50?V             WK-DCL-TLIB       ";"
M50?V             WK-DCL-EDMONT
M50?V             DELIMITED BY SIZE INTO WK-DCL-TLIGNE.
M50?V      PERFORM ACLDCL100-TELE-ECRIT
M50?V              THRU  ACLDCL100-TELE-ECRIT-EXIT.
M50?V      ADD  1                   TO  WK-DCL-TNBENR.
M50?V      ADD  WK-DCL-TMONT        TO  WK-DCL-THASH.
M50?V  ACLDCL100-TELE-DET-EXIT.
M50?V      EXIT.
      *
M50?V  ACLDCL100-TELE-ECRIT.
M50?V      WRITE FTVADCL-ENR        FROM  WK-DCL-TLIGNE.
M50?V      IF WK-TEL-STAT NOT = "00"
M50?V           STRING "ERREUR ECRITURE F-TVADCL STATUT :"
M50?V                  WK-TEL-STAT
M50?V                  DELIMITED BY SIZE INTO WK-MESSAGE-LIB
M50?V           MOVE "F"            TO  WK-MESSAGE-SEV
M50?V           MOVE SPACE          TO  WK-MESSAGE-REP
M50?V           PERFORM TILT        THRU  TILT-EXIT.
M50?V  ACLDCL100-TELE-ECRIT-EXIT.
M50?V      EXIT.
      *
       ACLDCL100-FIN.
           MOVE WK-DCL-GBASE        TO  DCL-GTOT-BASE.
           MOVE WK-DCL-GTVA         TO  DCL-GTOT-TVA.
           MOVE WK-DCL-GTVV         TO  DCL-GTOT-TVV.
           WRITE QTVADEC-LIGNE      FROM  WK-DCL-TOTGEN.
M49?V      MOVE WK-DCL-GDED         TO  DCL-GTOT-DED.
M49?V      MOVE WK-DCL-GNET         TO  DCL-GTOT-NET.
M49?V      MOVE WK-DCL-GCREDIT      TO  DCL-GTOT-CREDIT.
M49?V      WRITE QTVADEC-LIGNE      FROM  WK-DCL-TOTGEN2.
           MOVE WK-DCL-NBLU         TO  DCL-TOT-LUS.
M49?V      MOVE WK-DCL-NBACH        TO  DCL-TOT-ACH.
           MOVE WK-DCL-NBREJ        TO  DCL-TOT-REJ.
           MOVE WK-DCL-NBANT        TO  DCL-TOT-ANT.
M48?V      MOVE WK-DCL-NBDEP        TO  DCL-TOT-DEP.
M48?V      MOVE WK-DCL-NBDUP        TO  DCL-TOT-DUP.
M48?V      MOVE WK-DCL-NBRECT       TO  DCL-TOT-RECT.
           MOVE WK-DCL-TOTLIB       TO  WK-MESSAGE-LIB.
           MOVE SPACE               TO  WK-MESSAGE-REP.
           PERFORM AFF-MESSAGE      THRU  AFF-MESSAGE-EXIT.
M50?V      IF DCL-MODE-DEPOT
M50?V        OR DCL-MODE-CORRECTIF
M50?V           MOVE WK-DCL-NBTEL   TO  DCL-TOT-TEL
M50?V           MOVE WK-DCL-NBCOR   TO  DCL-TOT-COR
M50?V           MOVE WK-DCL-TOTLIB2 TO  WK-MESSAGE-LIB
M50?V           MOVE SPACE          TO  WK-MESSAGE-REP
M50?V           PERFORM AFF-MESSAGE THRU  AFF-MESSAGE-EXIT
M50?V           CLOSE FREGIE  FTVADCL.
      *
      *    DUREE DU TRAITEMENT EN SECONDES (UN PASSAGE DE MINUIT,
      *    FREQUENT EN FENETRE DE NUIT, AJOUTE UN JOUR A L'HEURE DE
      *    FIN).
      *
M54?V      ACCEPT WK-DCL-HFIN       FROM TIME.
M54?V      COMPUTE WK-DCL-SECDEB = WK-DCL-HDEB-HH * 3600
M54?V                            + WK-DCL-HDEB-MM * 60
M54?V                            + WK-DCL-HDEB-SS.
M54?V      COMPUTE WK-DCL-SECFIN = WK-DCL-HFIN-HH * 3600
M54?V                            + WK-DCL-HFIN-MM * 60
M54?V                            + WK-DCL-HFIN-SS.
M54?V      IF WK-DCL-SECFIN < WK-DCL-SECDEB
M54?V           ADD  86400          TO  WK-DCL-SECFIN.
M54?V      COMPUTE WK-DCL-DUREE = WK-DCL-SECFIN - WK-DCL-SECDEB.
M54?V      DIVIDE WK-DCL-DUREE BY 3600 GIVING DCL-TOT-HH
M54?V             REMAINDER WK-DCL-RESTE.
M54?V      DIVIDE WK-DCL-RESTE BY 60   GIVING DCL-TOT-MM
M54?V             REMAINDER DCL-TOT-SS.
M54?V      MOVE WK-DCL-NBRCH        TO  DCL-TOT-RCH.
M54?V      MOVE WK-DCL-NBARC        TO  DCL-TOT-ARC.
M54?V      MOVE WK-DCL-TOTLIB3      TO  WK-MESSAGE-LIB.
M54?V      MOVE SPACE               TO  WK-MESSAGE-REP.
M54?V      PERFORM AFF-MESSAGE      THRU  AFF-MESSAGE-EXIT.
M54?V      IF WK-TVA-PARC-SATUREE
M54?V           MOVE
M54?V      "ARCHIVE F-TVAHISA TROP VOLUMINEUSE : TABLE NON UTILISEE"
M54?V                               TO  WK-MESSAGE-LIB
M54?V           MOVE "W"            TO  WK-MESSAGE-SEV
M54?V           MOVE SPACE          TO  WK-MESSAGE-REP
M54?V           PERFORM TILT        THRU  TILT-EXIT.
M49?V      CLOSE FVENTES  FACHATS  FINFODI  FTVADEP  QTVADEC.
           STOP RUN.
      *
       COPY SRMSGBATCH.
