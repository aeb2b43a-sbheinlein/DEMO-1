      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . ACLDRM100                     *
      * TYPE OF PROGRAM............: . MAIN PROGRAM (BATCH)          *
      * FUNCTION...................: . DORMANT TAX CODES : COMPARE   *
      *         .                        THE ACTIVE FINFODI ROWS     *
      *         .                        WITH THEIR USE IN FVENTES   *
      *         .                        OVER THE LAST N MONTHS,     *
      *         .                        LIST THE DORMANT CODES PER  *
      *         .                        RAC18 AND REGIE AND, ON     *
      *         .                        REQUEST, QUEUE A            *
      *         .                        DEACTIVATION PROPOSAL       *
      *         .                        (ACTIF "N") FOR EACH OF     *
      *         .                        THEM IN FTVAPEND, TO GO     *
      *         .                        THROUGH THE ACLTVA100       *
      *         .                        APPROVAL AND FTVAAUD AUDIT  *
      *         .                      LIST ALSO THE SALES BOOKED ON *
      *         .                        INACTIVE CODES AND DATED ON *
      *         .                        OR AFTER THEIR DEACTIVATION *
      *         .                        (FTVAAUD), OR WITHIN THE    *
      *         .                        LAST N MONTHS WHEN THE      *
      *         .                        DEACTIVATION IS NOT TRACED  *
      *         .                                                    *
      * FILES USED.................: . FVENTES  (INPUT)              *
      *         .                      FINFODI  (INPUT)              *
      *         .                      FTVAAUD  (INPUT)              *
      *         .                      FTVAPEND (UPDATE)             *
      *         .                      QTVADRM  (PRINTER)            *
      *         .                                                    *
      * INPUT PARAMETERS...........: . MOIS SANS VENTE (N)           *
      *         .                      (0 = 24 MOIS)                 *
      *         .                    . "O" = ECRIRE LES PROPOSITIONS *
      *         .                      DE DESACTIVATION DANS         *
      *         .                      FTVAPEND, SINON LISTE SEULE   *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: CREATION                       *
      *                                                              *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ACLDRM100.
       AUTHOR.                     SERVICE INFORMATIQUE.
       DATE-WRITTEN.               10/15/26.
      *
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SOURCE-COMPUTER.            IBM-ISERIES.
       OBJECT-COMPUTER.            IBM-ISERIES.
       SPECIAL-NAMES.
           UPSI-0                  IS  SW0
               ON STATUS           IS  SW0-ON
               OFF STATUS          IS  SW0-OFF.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  FVENTES         ASSIGN TO DATABASE-FVENTES
                   FILE STATUS     WK-VTE-STAT.
           SELECT  FINFODI         ASSIGN TO DATABASE-FINFODI
                   ORGANIZATION    INDEXED
                   ACCESS          DYNAMIC
                   RECORD  KEY     INFCLE
                   FILE STATUS     WK-FINFODI-STAT.
           SELECT  FTVAAUD         ASSIGN TO DATABASE-FTVAAUD
                   FILE STATUS     WK-AUD-STAT.
           SELECT  FTVAPEND        ASSIGN TO DATABASE-FTVAPEND
                   ORGANIZATION    INDEXED
                   ACCESS          DYNAMIC
                   RECORD  KEY     PEND-CLE
                   FILE STATUS     WK-PEND-STAT.
           SELECT  QTVADRM         ASSIGN TO PRINTER-QTVADRM
                   FILE STATUS     WK-DRM-STAT.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  FVENTES.
       COPY FDVENTES.
       FD  FINFODI.
       COPY FDINFODI.
       FD  FTVAAUD.
       COPY FDTVAAUD.
       FD  FTVAPEND.
       COPY FDTVAPND.
       FD  QTVADRM                 RECORDING MODE F.
       01  QTVADRM-LIGNE           PIC X(132).
      *
       WORKING-STORAGE             SECTION.
       01  WK-VTE-STAT              PIC X(02) VALUE SPACE.
       01  WK-FINFODI-STAT          PIC X(02) VALUE SPACE.
       01  WK-AUD-STAT              PIC X(02) VALUE SPACE.
       01  WK-PEND-STAT             PIC X(02) VALUE SPACE.
       01  WK-DRM-STAT              PIC X(02) VALUE SPACE.
       01  WK-DRM-SYSDATE           PIC 9(06) VALUE ZERO.
       01  WK-DRM-SYSTIME           PIC 9(08) VALUE ZERO.
       01  WK-DRM-DATJOUR           PIC 9(08) VALUE ZERO.
       01  WK-DRM-USER              PIC X(10) VALUE SPACE.
       01  WK-DRM-PROP              PIC X(01) VALUE "N".
           88  DRM-PROPOSER         VALUE "O".
      *
      *    SEUIL DE DORMANCE : DATE DU JOUR MOINS N MOIS (MEME
      *    CALCUL QUE ACLPUR100, JOUR CONSERVE). UN CODE ACTIF DONT
      *    LA DERNIERE VENTE EST ANTERIEURE AU SEUIL, OU QUI N'A
      *    AUCUNE VENTE DANS FVENTES, EST DORMANT.
      *
       01  WK-DRM-NBMOIS            PIC 9(03) VALUE ZERO.
       01  WK-DRM-SEUIL             PIC 9(08) VALUE ZERO.
       01  WK-DRM-WDATE.
           05  WK-DRM-WAA           PIC 9(04).
           05  WK-DRM-WMM           PIC 9(02).
           05  WK-DRM-WJJ           PIC 9(02).
       01  WK-DRM-WDATE-N  REDEFINES  WK-DRM-WDATE
                                    PIC 9(08).
       01  WK-DRM-TOTMOIS           PIC S9(07) VALUE ZERO.
       01  WK-DRM-QUOT              PIC S9(05) VALUE ZERO.
       01  WK-DRM-RESTE             PIC S9(03) VALUE ZERO.
      *
      *    CODES UTILISES DANS FVENTES ET DATE DE LEUR DERNIERE
      *    VENTE.
      *
       01  WK-DRM-NBUSE             PIC 9(05) VALUE ZERO.
       01  WK-DRM-NBUSEMAX          PIC 9(05) VALUE 9999.
       01  WK-DRM-USAGES.
           05  WK-DRM-USE  OCCURS 9999 TIMES INDEXED BY IN-USE.
               10  WK-DRM-URAC18    PIC X(18).
               10  WK-DRM-USEQENR   PIC 9(09).
               10  WK-DRM-UDERVTE   PIC 9(08).
       01  WK-DRM-TROUVE            PIC X(01) VALUE "N".
           88  DRM-TROUVE           VALUE "O".
       01  WK-DRM-DERVTE            PIC 9(08) VALUE ZERO.
      *
      *    DATE DE DESACTIVATION DES CODES, D'APRES LA PISTE D'AUDIT
      *    FTVAAUD (CHRONOLOGIQUE) : DERNIERE CREATION OU
      *    MODIFICATION PASSANT ACTIF A "N". UNE VENTE SUR UN CODE
      *    INACTIF N'EST EDITEE QUE SI ELLE EST DATEE DU JOUR DE LA
      *    DESACTIVATION OU APRES ; SANS TRACE DANS FTVAAUD (CODE
      *    DESACTIVE AVANT LA PISTE D'AUDIT), LA DATE DE REFERENCE
      *    EST LE SEUIL DE DORMANCE.
      *
       01  WK-DRM-NBDES             PIC 9(05) VALUE ZERO.
       01  WK-DRM-NBDESMAX          PIC 9(05) VALUE 9999.
       01  WK-DRM-DESACTS.
           05  WK-DRM-DES  OCCURS 9999 TIMES INDEXED BY IN-DES.
               10  WK-DRM-DRAC18    PIC X(18).
               10  WK-DRM-DSEQENR   PIC X(09).
               10  WK-DRM-DDATE     PIC 9(08).
       01  WK-DRM-ACTAV             PIC X(01) VALUE SPACE.
       01  WK-DRM-DESDATE           PIC 9(08) VALUE ZERO.
       01  WK-DRM-DESREF            PIC 9(08) VALUE ZERO.
      *
      *    RECAPITULATIF DES CODES DORMANTS PAR RAC18 ET REGIE.
      *
       01  WK-DRM-NBREC             PIC 9(03) VALUE ZERO.
       01  WK-DRM-NBRECMAX          PIC 9(03) VALUE 500.
       01  WK-DRM-RECAP.
           05  WK-DRM-REC  OCCURS 500 TIMES INDEXED BY IN-REC.
               10  WK-DRM-RRAC18    PIC X(18).
               10  WK-DRM-RREGIE    PIC X(05).
               10  WK-DRM-RNB       PIC 9(05).
               10  WK-DRM-RNBPROP   PIC 9(05).
       01  WK-DRM-NBLU              PIC 9(07) VALUE ZERO.
       01  WK-DRM-NBINACT           PIC 9(07) VALUE ZERO.
       01  WK-DRM-NBACTIF           PIC 9(05) VALUE ZERO.
       01  WK-DRM-NBDORM            PIC 9(05) VALUE ZERO.
       01  WK-DRM-NBPROP            PIC 9(05) VALUE ZERO.
       01  WK-DRM-NBDEJA            PIC 9(05) VALUE ZERO.
       01  WK-DRM-ATTENTE           PIC X(01) VALUE "N".
           88  DRM-DEJA-EN-ATTENTE  VALUE "O".
       01  WK-DRM-AVANT             PIC X(236) VALUE SPACE.
       01  WK-DRM-ENTETE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(42)  VALUE
               "CODES TVA DORMANTS - SANS VENTE DEPUIS LE".
           05  DRM-ENT-SEUIL        PIC 9(08).
           05  FILLER               PIC X(14)  VALUE "  DATE DU RUN:".
           05  DRM-ENT-DATE         PIC 9(08).
       01  WK-DRM-TITRE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  DRM-TIT-LIB          PIC X(60).
       01  WK-DRM-COLINA.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(20)  VALUE "RAC18".
           05  FILLER               PIC X(11)  VALUE "SEQENR".
           05  FILLER               PIC X(10)  VALUE "DATE".
           05  FILLER               PIC X(08)  VALUE "PERIODE".
           05  FILLER               PIC X(16)  VALUE "BASE".
           05  FILLER               PIC X(32)  VALUE "LIBELLE".
           05  FILLER               PIC X(08)  VALUE "DESACT.".
       01  WK-DRM-LIGINA.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  DRM-INA-RAC          PIC X(18).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  DRM-INA-SEQ          PIC 9(09).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  DRM-INA-DATE         PIC 9(08).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  DRM-INA-PER          PIC 9(06).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  DRM-INA-BASE         PIC Z(10)9.99-.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  DRM-INA-LIB          PIC X(30).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  DRM-INA-DES          PIC X(08).
       01  WK-DRM-COLDOR.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(20)  VALUE "RAC18".
           05  FILLER               PIC X(07)  VALUE "REGIE".
           05  FILLER               PIC X(11)  VALUE "SEQENR".
           05  FILLER               PIC X(32)  VALUE "LIBELLE".
           05  FILLER               PIC X(12)  VALUE "DERN.VENTE".
           05  FILLER               PIC X(30)  VALUE "PROPOSITION".
       01  WK-DRM-LIGDOR.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  DRM-DOR-RAC          PIC X(18).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  DRM-DOR-REGIE        PIC X(05).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  DRM-DOR-SEQ          PIC X(09).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  DRM-DOR-LIB          PIC X(30).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  DRM-DOR-DERVTE       PIC X(08).
           05  FILLER               PIC X(04)  VALUE SPACE.
           05  DRM-DOR-PROP         PIC X(30).
       01  WK-DRM-COLREC.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(20)  VALUE "RAC18".
           05  FILLER               PIC X(07)  VALUE "REGIE".
           05  FILLER               PIC X(10)  VALUE "DORMANTS".
           05  FILLER               PIC X(10)  VALUE "PROPOSES".
       01  WK-DRM-LIGREC.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  DRM-REC-RAC          PIC X(18).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  DRM-REC-REGIE        PIC X(05).
           05  FILLER               PIC X(04)  VALUE SPACE.
           05  DRM-REC-NB           PIC ZZZZ9.
           05  FILLER               PIC X(05)  VALUE SPACE.
           05  DRM-REC-NBPROP       PIC ZZZZ9.
       01  WK-DRM-AUCUN.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(10)  VALUE "  (AUCUN)".
       01  WK-DRM-TOTLIB.
           05  FILLER               PIC X(23)  VALUE
               "CODES DORMANTS ACTIFS:".
           05  DRM-LIB-ACT          PIC ZZZZ9.
           05  FILLER               PIC X(11)  VALUE " DORMANTS:".
           05  DRM-LIB-DOR          PIC ZZZZ9.
           05  FILLER               PIC X(10)  VALUE " PROPOSES:".
           05  DRM-LIB-PRO          PIC ZZZZ9.
           05  FILLER               PIC X(21)  VALUE
               " VENTES CODES INACT.:".
           05  DRM-LIB-INA          PIC ZZZZZZ9.
       COPY WKTABTVA.
       COPY WKMESSAGE.
      *
       LINKAGE                     SECTION.
       01  WK-DRM-NBMOISPRM         PIC 9(03).
       01  WK-DRM-PROPPRM           PIC X(01).
      *
       PROCEDURE                   DIVISION  USING  WK-DRM-NBMOISPRM
                                                    WK-DRM-PROPPRM.
       ACLDRM100-DEBUT.
           MOVE "ACLDRM100"         TO  WK-MESSAGE-LOG-JOB.
           ACCEPT WK-DRM-SYSDATE    FROM DATE.
           MOVE 20000000            TO  WK-DRM-DATJOUR.
           ADD  WK-DRM-SYSDATE      TO  WK-DRM-DATJOUR.
           MOVE WK-DRM-NBMOISPRM    TO  WK-DRM-NBMOIS.
           IF WK-DRM-NBMOIS = ZERO
                MOVE 24             TO  WK-DRM-NBMOIS.
           MOVE WK-DRM-PROPPRM      TO  WK-DRM-PROP.
           PERFORM ACLDRM100-SEUIL  THRU  ACLDRM100-SEUIL-EXIT.
           OPEN INPUT               FVENTES.
           IF WK-VTE-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-VENTES STATUT :"
                       WK-VTE-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           OPEN INPUT               FINFODI.
           IF WK-FINFODI-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-INFODI STATUT :"
                       WK-FINFODI-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           PERFORM ACLDRM100-DESACT THRU  ACLDRM100-DESACT-EXIT.
           IF DRM-PROPOSER
                OPEN I-O            FTVAPEND
                IF WK-PEND-STAT NOT = "00"
                     STRING "ERREUR OUVERTURE F-TVAPEND STATUT :"
                            WK-PEND-STAT
                            DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                     MOVE "F"       TO  WK-MESSAGE-SEV
                     MOVE SPACE     TO  WK-MESSAGE-REP
                     PERFORM TILT   THRU  TILT-EXIT
                END-IF
                CALL "ACLUSR100"    USING  WK-DRM-USER.
           OPEN OUTPUT              QTVADRM.
           IF WK-DRM-STAT NOT = "00"
                STRING "ERREUR OUVERTURE Q-TVADRM STATUT :"
                       WK-DRM-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           MOVE WK-DRM-SEUIL        TO  DRM-ENT-SEUIL.
           MOVE WK-DRM-DATJOUR      TO  DRM-ENT-DATE.
           WRITE QTVADRM-LIGNE      FROM  WK-DRM-ENTETE.
           MOVE SPACE               TO  QTVADRM-LIGNE.
           WRITE QTVADRM-LIGNE.
           MOVE
           "1. VENTES SUR DES CODES INACTIFS DEPUIS LEUR DESACTIVATION"
                                    TO  DRM-TIT-LIB.
           WRITE QTVADRM-LIGNE      FROM  WK-DRM-TITRE.
           WRITE QTVADRM-LIGNE      FROM  WK-DRM-COLINA.
           MOVE SPACE               TO  WK-DRM-USAGES  WK-DRM-RECAP.
      *
      *    PREMIERE PASSE : USAGE DES CODES DANS FVENTES ; UNE VENTE
      *    SUR UN CODE INACTIF, DATEE DE SA DESACTIVATION OU APRES,
      *    EST EDITEE AU FIL DE L'EAU. UN CODE INCONNU DE FINFODI
      *    N'EST PAS TRAITE ICI (REJET A L'INTEGRATION ACLVTE100).
      *
       ACLDRM100-VENTE.
           READ FVENTES  END  GO TO ACLDRM100-VENTE-FIN.
           ADD  1                   TO  WK-DRM-NBLU.
           PERFORM ACLDRM100-USAGE  THRU  ACLDRM100-USAGE-EXIT.
           MOVE VTE-RAC18           TO  INF-CLE-RAC18.
           MOVE VTE-SEQENR          TO  INF-CLE-SEQENR9.
           MOVE INF-CLE-SEQENR9     TO  INF-CLE-SEQENR.
           READ FINFODI KEY IS INFCLE INVALID KEY
                GO TO ACLDRM100-VENTE.
           IF FDIN-TVA-ACTIF NOT = "N"
                GO TO ACLDRM100-VENTE.
           PERFORM ACLDRM100-DESDAT THRU  ACLDRM100-DESDAT-EXIT.
           MOVE WK-DRM-SEUIL        TO  WK-DRM-DESREF.
           IF WK-DRM-DESDATE NOT = ZERO
                MOVE WK-DRM-DESDATE TO  WK-DRM-DESREF.
           IF VTE-DATE < WK-DRM-DESREF
                GO TO ACLDRM100-VENTE.
           ADD  1                   TO  WK-DRM-NBINACT.
           MOVE VTE-RAC18           TO  DRM-INA-RAC.
           MOVE VTE-SEQENR          TO  DRM-INA-SEQ.
           MOVE VTE-DATE            TO  DRM-INA-DATE.
           MOVE VTE-PERIODE         TO  DRM-INA-PER.
           MOVE VTE-BASE            TO  DRM-INA-BASE.
           MOVE FDIN-TVA-LIB        TO  DRM-INA-LIB.
           MOVE "INCONNUE"          TO  DRM-INA-DES.
           IF WK-DRM-DESDATE NOT = ZERO
                MOVE WK-DRM-DESDATE TO  DRM-INA-DES.
           WRITE QTVADRM-LIGNE      FROM  WK-DRM-LIGINA.
           GO TO ACLDRM100-VENTE.
       ACLDRM100-VENTE-FIN.
           CLOSE FVENTES.
           IF WK-DRM-NBINACT = ZERO
                WRITE QTVADRM-LIGNE FROM  WK-DRM-AUCUN.
           MOVE SPACE               TO  QTVADRM-LIGNE.
           WRITE QTVADRM-LIGNE.
           MOVE "2. CODES ACTIFS DORMANTS PAR RAC18 ET REGIE"
                                    TO  DRM-TIT-LIB.
           WRITE QTVADRM-LIGNE      FROM  WK-DRM-TITRE.
           WRITE QTVADRM-LIGNE      FROM  WK-DRM-COLDOR.
      *
      *    SECONDE PASSE : LES CODES ACTIFS DE FINFODI, DANS L'ORDRE
      *    RAC18 / SEQENR.
      *
           MOVE SPACE               TO  INF-CLE-RAC18.
           MOVE ZERO                TO  INF-CLE-SEQENR9.
           MOVE INF-CLE-SEQENR9     TO  INF-CLE-SEQENR.
           START FINFODI KEY NOT < INFCLE INVALID KEY
                GO TO ACLDRM100-RECAP.
       ACLDRM100-CODE.
           READ FINFODI NEXT  END  GO TO ACLDRM100-RECAP.
           IF FDIN-TVA-ACTIF = "N"
                GO TO ACLDRM100-CODE.
           ADD  1                   TO  WK-DRM-NBACTIF.
           PERFORM ACLDRM100-DERVTE THRU  ACLDRM100-DERVTE-EXIT.
           IF WK-DRM-DERVTE NOT < WK-DRM-SEUIL
                GO TO ACLDRM100-CODE.
           ADD  1                   TO  WK-DRM-NBDORM.
           MOVE INF-CLE-RAC18       TO  DRM-DOR-RAC.
           MOVE FDIN-TVA-REGIE      TO  DRM-DOR-REGIE.
           MOVE INF-CLE-SEQENR      TO  DRM-DOR-SEQ.
           MOVE FDIN-TVA-LIB        TO  DRM-DOR-LIB.
           MOVE "AUCUNE"            TO  DRM-DOR-DERVTE.
           IF WK-DRM-DERVTE NOT = ZERO
                MOVE WK-DRM-DERVTE  TO  DRM-DOR-DERVTE.
           MOVE SPACE               TO  DRM-DOR-PROP.
           PERFORM ACLDRM100-CUMREC THRU  ACLDRM100-CUMREC-EXIT.
           IF DRM-PROPOSER
                PERFORM ACLDRM100-PROPOSE
                        THRU  ACLDRM100-PROPOSE-EXIT.
           WRITE QTVADRM-LIGNE      FROM  WK-DRM-LIGDOR.
           GO TO ACLDRM100-CODE.
      *
      *    RECAPITULATIF PAR RAC18 ET REGIE.
      *
       ACLDRM100-RECAP.
           IF WK-DRM-NBDORM = ZERO
                WRITE QTVADRM-LIGNE FROM  WK-DRM-AUCUN.
           MOVE SPACE               TO  QTVADRM-LIGNE.
           WRITE QTVADRM-LIGNE.
           MOVE "3. RECAPITULATIF DES CODES DORMANTS PAR RAC18 ET REGIE"
                                    TO  DRM-TIT-LIB.
           WRITE QTVADRM-LIGNE      FROM  WK-DRM-TITRE.
           WRITE QTVADRM-LIGNE      FROM  WK-DRM-COLREC.
           IF WK-DRM-NBREC = ZERO
                WRITE QTVADRM-LIGNE FROM  WK-DRM-AUCUN
                GO TO ACLDRM100-FIN.
           SET IN-REC TO 1.
       ACLDRM100-RECAP-EDIT.
           MOVE WK-DRM-RRAC18 (IN-REC)   TO  DRM-REC-RAC.
           MOVE WK-DRM-RREGIE (IN-REC)   TO  DRM-REC-REGIE.
           MOVE WK-DRM-RNB (IN-REC)      TO  DRM-REC-NB.
           MOVE WK-DRM-RNBPROP (IN-REC)  TO  DRM-REC-NBPROP.
           WRITE QTVADRM-LIGNE      FROM  WK-DRM-LIGREC.
           IF IN-REC < WK-DRM-NBREC
                SET IN-REC UP BY 1
                GO TO ACLDRM100-RECAP-EDIT.
           GO TO ACLDRM100-FIN.
      *
      *    SEUIL = (ANNEE, MOIS) - N MOIS.
      *
       ACLDRM100-SEUIL.
           MOVE WK-DRM-DATJOUR      TO  WK-DRM-WDATE-N.
           COMPUTE WK-DRM-TOTMOIS =
                   WK-DRM-WAA * 12  +  WK-DRM-WMM  -  1
                   -  WK-DRM-NBMOIS.
           DIVIDE WK-DRM-TOTMOIS BY 12 GIVING WK-DRM-QUOT
                  REMAINDER WK-DRM-RESTE.
           MOVE WK-DRM-QUOT         TO  WK-DRM-WAA.
           COMPUTE WK-DRM-WMM = WK-DRM-RESTE + 1.
           MOVE WK-DRM-WDATE-N      TO  WK-DRM-SEUIL.
       ACLDRM100-SEUIL-EXIT.
           EXIT.
      *
      *    DATES DE DESACTIVATION : LECTURE COMPLETE DE FTVAAUD. SEULES
      *    LES ACTIONS REPORTEES DANS FINFODI (CREATION "C",
      *    MODIFICATION "M") SONT RETENUES ; UNE DEMANDE REJETEE
      *    ("X") N'A RIEN CHANGE. UNE PISTE ABSENTE (STATUT 35) LAISSE
      *    LA TABLE VIDE. FINFODI-REC SERT DE ZONE DE LECTURE DES
      *    IMAGES (FINFODI N'EST PAS ENCORE LU A CE STADE).
      *
       ACLDRM100-DESACT.
           OPEN INPUT               FTVAAUD.
           IF WK-AUD-STAT = "35"
                GO TO ACLDRM100-DESACT-EXIT.
           IF WK-AUD-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-TVAAUD STATUT :"
                       WK-AUD-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
       ACLDRM100-DESACT-LECT.
           READ FTVAAUD  END  GO TO ACLDRM100-DESACT-FIN.
           IF AUD-ACTION NOT = "C"
             AND AUD-ACTION NOT = "M"
                GO TO ACLDRM100-DESACT-LECT.
           MOVE AUD-AVANT           TO  FINFODI-REC.
           MOVE FDIN-TVA-ACTIF      TO  WK-DRM-ACTAV.
           MOVE AUD-APRES           TO  FINFODI-REC.
           IF FDIN-TVA-ACTIF NOT = "N"
             OR WK-DRM-ACTAV = "N"
                GO TO ACLDRM100-DESACT-LECT.
           IF WK-DRM-NBDES = ZERO
                GO TO ACLDRM100-DESACT-AJOUT.
           SET IN-DES TO 1.
       ACLDRM100-DESACT-CH.
           IF WK-DRM-DRAC18 (IN-DES) = AUD-CLE-RAC18
             AND WK-DRM-DSEQENR (IN-DES) = AUD-CLE-SEQENR
                MOVE AUD-DATE       TO  WK-DRM-DDATE (IN-DES)
                GO TO ACLDRM100-DESACT-LECT.
           IF IN-DES < WK-DRM-NBDES
                SET IN-DES UP BY 1
                GO TO ACLDRM100-DESACT-CH.
       ACLDRM100-DESACT-AJOUT.
           IF WK-DRM-NBDES NOT < WK-DRM-NBDESMAX
                MOVE "TABLE DES DESACTIVATIONS INSUFFISANTE"
                     TO  WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                SET WK-MSGFAM-CAPACITE  TO  TRUE
                PERFORM TILT        THRU  TILT-EXIT.
           ADD  1                   TO  WK-DRM-NBDES.
           SET IN-DES TO WK-DRM-NBDES.
           MOVE AUD-CLE-RAC18       TO  WK-DRM-DRAC18  (IN-DES).
           MOVE AUD-CLE-SEQENR      TO  WK-DRM-DSEQENR (IN-DES).
           MOVE AUD-DATE            TO  WK-DRM-DDATE   (IN-DES).
           GO TO ACLDRM100-DESACT-LECT.
       ACLDRM100-DESACT-FIN.
           CLOSE FTVAAUD.
       ACLDRM100-DESACT-EXIT.
           EXIT.
      *
      *    DATE DE DESACTIVATION DU CODE FINFODI LU (ZERO SI NON
      *    TRACEE DANS FTVAAUD).
      *
       ACLDRM100-DESDAT.
           MOVE ZERO                TO  WK-DRM-DESDATE.
           IF WK-DRM-NBDES = ZERO
                GO TO ACLDRM100-DESDAT-EXIT.
           SET IN-DES TO 1.
       ACLDRM100-DESDAT-CH.
           IF WK-DRM-DRAC18 (IN-DES) = INF-CLE-RAC18
             AND WK-DRM-DSEQENR (IN-DES) = INF-CLE-SEQENR
                MOVE WK-DRM-DDATE (IN-DES)  TO  WK-DRM-DESDATE
                GO TO ACLDRM100-DESDAT-EXIT.
           IF IN-DES < WK-DRM-NBDES
                SET IN-DES UP BY 1
                GO TO ACLDRM100-DESDAT-CH.
       ACLDRM100-DESDAT-EXIT.
           EXIT.
      *
      *    MISE A JOUR DE LA DERNIERE VENTE DU CODE VTE-RAC18 /
      *    VTE-SEQENR.
      *
       ACLDRM100-USAGE.
           IF WK-DRM-NBUSE = ZERO
                GO TO ACLDRM100-USAGE-AJOUT.
           SET IN-USE TO 1.
       ACLDRM100-USAGE-CH.
           IF WK-DRM-URAC18 (IN-USE) = VTE-RAC18
             AND WK-DRM-USEQENR (IN-USE) = VTE-SEQENR
                IF VTE-DATE > WK-DRM-UDERVTE (IN-USE)
                     MOVE VTE-DATE  TO  WK-DRM-UDERVTE (IN-USE)
                END-IF
                GO TO ACLDRM100-USAGE-EXIT.
           IF IN-USE < WK-DRM-NBUSE
                SET IN-USE UP BY 1
                GO TO ACLDRM100-USAGE-CH.
       ACLDRM100-USAGE-AJOUT.
           IF WK-DRM-NBUSE NOT < WK-DRM-NBUSEMAX
                MOVE "TABLE DES CODES UTILISES INSUFFISANTE"
                     TO  WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                SET WK-MSGFAM-CAPACITE  TO  TRUE
                PERFORM TILT        THRU  TILT-EXIT.
           ADD  1                   TO  WK-DRM-NBUSE.
           SET IN-USE TO WK-DRM-NBUSE.
           MOVE VTE-RAC18           TO  WK-DRM-URAC18  (IN-USE).
           MOVE VTE-SEQENR          TO  WK-DRM-USEQENR (IN-USE).
           MOVE VTE-DATE            TO  WK-DRM-UDERVTE (IN-USE).
       ACLDRM100-USAGE-EXIT.
           EXIT.
      *
      *    DERNIERE VENTE DU CODE FINFODI COURANT (ZERO SI AUCUNE).
      *
       ACLDRM100-DERVTE.
           MOVE ZERO                TO  WK-DRM-DERVTE.
           IF WK-DRM-NBUSE = ZERO
                GO TO ACLDRM100-DERVTE-EXIT.
           SET IN-USE TO 1.
       ACLDRM100-DERVTE-CH.
           IF WK-DRM-URAC18 (IN-USE) = INF-CLE-RAC18
             AND WK-DRM-USEQENR (IN-USE) = INF-CLE-SEQENR9
                MOVE WK-DRM-UDERVTE (IN-USE)  TO  WK-DRM-DERVTE
                GO TO ACLDRM100-DERVTE-EXIT.
           IF IN-USE < WK-DRM-NBUSE
                SET IN-USE UP BY 1
                GO TO ACLDRM100-DERVTE-CH.
       ACLDRM100-DERVTE-EXIT.
           EXIT.
      *
       ACLDRM100-CUMREC.
           IF WK-DRM-NBREC = ZERO
                GO TO ACLDRM100-CUMREC-AJOUT.
           SET IN-REC TO 1.
       ACLDRM100-CUMREC-CH.
           IF WK-DRM-RRAC18 (IN-REC) = INF-CLE-RAC18
             AND WK-DRM-RREGIE (IN-REC) = FDIN-TVA-REGIE
                ADD  1              TO  WK-DRM-RNB (IN-REC)
                GO TO ACLDRM100-CUMREC-EXIT.
           IF IN-REC < WK-DRM-NBREC
                SET IN-REC UP BY 1
                GO TO ACLDRM100-CUMREC-CH.
       ACLDRM100-CUMREC-AJOUT.
           IF WK-DRM-NBREC NOT < WK-DRM-NBRECMAX
                MOVE "TABLE DU RECAPITULATIF RAC18/REGIE INSUFFISANTE"
                     TO  WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                SET WK-MSGFAM-CAPACITE  TO  TRUE
                PERFORM TILT        THRU  TILT-EXIT.
           ADD  1                   TO  WK-DRM-NBREC.
           SET IN-REC TO WK-DRM-NBREC.
           MOVE INF-CLE-RAC18       TO  WK-DRM-RRAC18 (IN-REC).
           MOVE FDIN-TVA-REGIE      TO  WK-DRM-RREGIE (IN-REC).
           MOVE 1                   TO  WK-DRM-RNB (IN-REC).
           MOVE ZERO                TO  WK-DRM-RNBPROP (IN-REC).
       ACLDRM100-CUMREC-EXIT.
           EXIT.
      *
      *    PROPOSITION DE DESACTIVATION : DEMANDE "M" EN ATTENTE,
      *    IMAGE AVANT = LIGNE FINFODI ACTUELLE, IMAGE APRES = MEME
      *    LIGNE AVEC ACTIF "N", ORIGINE "B" (NON PROPAGEE). UN CODE
      *    AYANT DEJA UNE DEMANDE EN ATTENTE N'EST PAS REPROPOSE.
      *    EN SORTIE FINFODI-REC EST INCHANGE (LIGNE EDITEE).
      *
       ACLDRM100-PROPOSE.
           MOVE FINFODI-REC         TO  WK-DRM-AVANT.
           MOVE "N"                 TO  WK-DRM-ATTENTE.
           MOVE INF-CLE-RAC18       TO  PEND-RAC18.
           MOVE INF-CLE-SEQENR      TO  PEND-SEQENR.
           MOVE ZERO                TO  PEND-DATE  PEND-TIME.
           START FTVAPEND KEY NOT < PEND-CLE INVALID KEY
                GO TO ACLDRM100-PROPOSE-ECR.
       ACLDRM100-PROPOSE-LECT.
           READ FTVAPEND NEXT  END  GO TO ACLDRM100-PROPOSE-ECR.
           IF PEND-RAC18 NOT = INF-CLE-RAC18
             OR PEND-SEQENR NOT = INF-CLE-SEQENR
                GO TO ACLDRM100-PROPOSE-ECR.
           IF PEND-EN-ATTENTE
                MOVE "O"            TO  WK-DRM-ATTENTE
                GO TO ACLDRM100-PROPOSE-ECR.
           GO TO ACLDRM100-PROPOSE-LECT.
       ACLDRM100-PROPOSE-ECR.
           IF DRM-DEJA-EN-ATTENTE
                ADD  1              TO  WK-DRM-NBDEJA
                MOVE "DEMANDE DEJA EN ATTENTE"  TO  DRM-DOR-PROP
                GO TO ACLDRM100-PROPOSE-EXIT.
           MOVE INF-CLE-RAC18       TO  PEND-RAC18.
           MOVE INF-CLE-SEQENR      TO  PEND-SEQENR.
           ACCEPT WK-DRM-SYSDATE    FROM DATE.
           ACCEPT WK-DRM-SYSTIME    FROM TIME.
           MOVE 20000000            TO  PEND-DATE.
           ADD  WK-DRM-SYSDATE      TO  PEND-DATE.
           MOVE WK-DRM-SYSTIME (1:6) TO  PEND-TIME.
           MOVE "M"                 TO  PEND-ACTION.
           MOVE "A"                 TO  PEND-STATUT.
           MOVE WK-DRM-USER         TO  PEND-SAISIE-USER.
           MOVE WK-DRM-AVANT        TO  PEND-AVANT.
           MOVE "N"                 TO  FDIN-TVA-ACTIF.
           MOVE FINFODI-REC         TO  PEND-APRES.
           MOVE WK-DRM-AVANT        TO  FINFODI-REC.
           MOVE SPACE               TO  PEND-DECIDE-USER.
           MOVE ZERO                TO  PEND-DECIDE-DATE
                                        PEND-DECIDE-TIME.
           MOVE "B"                 TO  PEND-ORIGINE.
           WRITE FTVAPEND-REC INVALID KEY
                MOVE "ERREUR ECRITURE F-TVAPEND"  TO  DRM-DOR-PROP
                GO TO ACLDRM100-PROPOSE-EXIT.
           ADD  1                   TO  WK-DRM-NBPROP.
           ADD  1                   TO  WK-DRM-RNBPROP (IN-REC).
           MOVE "DESACTIVATION PROPOSEE"  TO  DRM-DOR-PROP.
       ACLDRM100-PROPOSE-EXIT.
           EXIT.
      *
       ACLDRM100-FIN.
           MOVE WK-DRM-NBACTIF      TO  DRM-LIB-ACT.
           MOVE WK-DRM-NBDORM       TO  DRM-LIB-DOR.
           MOVE WK-DRM-NBPROP       TO  DRM-LIB-PRO.
           MOVE WK-DRM-NBINACT      TO  DRM-LIB-INA.
           MOVE WK-DRM-TOTLIB       TO  WK-MESSAGE-LIB.
           MOVE SPACE               TO  WK-MESSAGE-REP.
           PERFORM AFF-MESSAGE      THRU  AFF-MESSAGE-EXIT.
           IF DRM-PROPOSER
                CLOSE FTVAPEND.
           CLOSE FINFODI  QTVADRM.
           STOP RUN.
      *
       COPY SRMSGBATCH.
