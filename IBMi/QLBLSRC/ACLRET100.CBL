      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . ACLRET100                     *
      * TYPE OF PROGRAM............: . MAIN PROGRAM (BATCH)          *
      * FUNCTION...................: . BACKDATED RATE CHANGE IMPACT :*
      *         .                        PICK THE FTVAHIST CHANGE    *
      *         .                        RECORDS LOADED ON THE DAY   *
      *         .                        WHOSE NEW T.V.A./T.V.V.     *
      *         .                        EFFECTIVE DATE (FINFODI     *
      *         .                        TVAE/TVVE) IS EARLIER THAN  *
      *         .                        THE LOAD DATE, FIND THE     *
      *         .                        FVENTES LINES OF THAT       *
      *         .                        WINDOW, PRINT PER CODE AND  *
      *         .                        PER PERIOD THE TAX BILLED   *
      *         .                        AT THE OLD RATE, THE TAX    *
      *         .                        DUE AT THE NEW RATE AND THE *
      *         .                        DIFFERENCE ON QTVARET, AND  *
      *         .                        WRITE THE FREGUL FILE OF    *
      *         .                        CORRECTIVE INVOICES AND     *
      *         .                        CREDIT NOTES FOR BILLING    *
      *         .                                                    *
      * FILES USED.................: . FTVAHIST (INPUT)              *
      *         .                      FTVACOUR (INPUT)              *
      *         .                      FINFODI  (INPUT)              *
      *         .                      FVENTES  (INPUT)              *
      *         .                      FREGUL   (OUTPUT)             *
      *         .                      QTVARET  (PRINTER)            *
      *         .                                                    *
      * INPUT PARAMETERS...........: . DATE DE CHARGEMENT AAAAMMJJ   *
      *         .                      (0 = DATE DU JOUR)            *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: RECHERCHE DES TAUX EN MODE     *
      *                                  MASSE (ARCHIVE FTVAHISA EN  *
      *                                  MEMOIRE DANS ACLTVP100)     *
      *                                                              *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ACLRET100.
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
           SELECT  FTVAHIST        ASSIGN TO DATABASE-FTVAHIST
                   ORGANIZATION    INDEXED
                   ACCESS          DYNAMIC
                   RECORD  KEY     HIST-CLE
                   FILE STATUS     WK-HIST-STAT.
           SELECT  FTVACOUR        ASSIGN TO DATABASE-FTVACOUR
                   ORGANIZATION    INDEXED
                   ACCESS          DYNAMIC
                   RECORD  KEY     COUR-CLE
                   FILE STATUS     WK-COUR-STAT.
           SELECT  FINFODI         ASSIGN TO DATABASE-FINFODI
                   ORGANIZATION    INDEXED
                   ACCESS          DYNAMIC
                   RECORD  KEY     INFCLE
                   FILE STATUS     WK-FINFODI-STAT.
           SELECT  FVENTES         ASSIGN TO DATABASE-FVENTES
                   FILE STATUS     WK-VTE-STAT.
           SELECT  FREGUL          ASSIGN TO DATABASE-FREGUL
                   FILE STATUS     WK-RGU-STAT.
           SELECT  QTVARET         ASSIGN TO PRINTER-QTVARET
                   FILE STATUS     WK-RET-STAT.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  FTVAHIST.
       COPY FDTVAHIS.
       FD  FTVACOUR.
       COPY FDTVACOU.
       FD  FINFODI.
       COPY FDINFODI.
       FD  FVENTES.
       COPY FDVENTES.
       FD  FREGUL.
       COPY FDREGUL.
       FD  QTVARET                 RECORDING MODE F.
       01  QTVARET-LIGNE           PIC X(132).
      *
       WORKING-STORAGE             SECTION.
       01  WK-HIST-STAT             PIC X(02) VALUE SPACE.
       01  WK-COUR-STAT             PIC X(02) VALUE SPACE.
       01  WK-FINFODI-STAT          PIC X(02) VALUE SPACE.
       01  WK-VTE-STAT              PIC X(02) VALUE SPACE.
       01  WK-RGU-STAT              PIC X(02) VALUE SPACE.
       01  WK-RET-STAT              PIC X(02) VALUE SPACE.
       01  WK-RET-SYSDATE           PIC 9(06) VALUE ZERO.
       01  WK-RET-DATJOUR           PIC 9(08) VALUE ZERO.
       01  WK-RET-DATCHG            PIC 9(08) VALUE ZERO.
       01  WK-RET-NBHLU             PIC 9(07) VALUE ZERO.
       01  WK-RET-NBVLU             PIC 9(07) VALUE ZERO.
       01  WK-RET-NBVTOU            PIC 9(07) VALUE ZERO.
       01  WK-RET-NBFACT            PIC 9(05) VALUE ZERO.
       01  WK-RET-NBAVOIR           PIC 9(05) VALUE ZERO.
      *
      *    DERNIER ENREGISTREMENT FTVAHIST LU POUR LA CLE EN COURS
      *    (MIROIR DU LAYOUT FDTVAHIS) : A LA RUPTURE DE CLE, C'EST
      *    LE PLUS RECENT, CELUI QU'A ECRIT LE DERNIER CHANGEMENT.
      *
       01  WK-RET-PREC.
           05  WK-RET-PREC-CLE.
               10  WK-RET-PREC-RAC  PIC X(18).
               10  WK-RET-PREC-SEQ  PIC 9(09).
               10  WK-RET-PREC-DATE PIC 9(08).
           05  WK-RET-PREC-TVAT     PIC S9(3)V9(4).
           05  WK-RET-PREC-TVATL    PIC X(10).
           05  WK-RET-PREC-TVAM     PIC S9(3)V9(4).
           05  WK-RET-PREC-TVAML    PIC X(10).
           05  WK-RET-PREC-TVVT     PIC S9(3)V9(4).
           05  WK-RET-PREC-TVVTL    PIC X(10).
           05  WK-RET-PREC-TVVM     PIC S9(3)V9(4).
           05  WK-RET-PREC-TVVML    PIC X(10).
           05  WK-RET-PREC-MAJDATE  PIC 9(08).
      *
      *    CHANGEMENTS RETROACTIFS DU JOUR : ANCIEN ET NOUVEAU TAUX
      *    DE CHAQUE TAXE ET DEBUT DE LA FENETRE RETROACTIVE
      *    (99999999 = TAXE NON TOUCHEE PAR LE CHANGEMENT, OU DATE
      *    D'EFFET NON ANTERIEURE AU CHARGEMENT).
      *
       01  WK-RET-NBCHGMAX          PIC 9(03) VALUE 200.
       01  WK-RET-NBCHG             PIC 9(03) VALUE ZERO.
       01  WK-RET-CHGS.
           05  WK-RET-CHG  OCCURS 200 TIMES INDEXED BY IN-RCH.
               10  WK-RET-CRAC      PIC X(18).
               10  WK-RET-CSEQ      PIC 9(09).
               10  WK-RET-CREGIE    PIC X(05).
               10  WK-RET-CATVAT    PIC S9(3)V9(4).
               10  WK-RET-CNTVAT    PIC S9(3)V9(4).
               10  WK-RET-CTVAE     PIC 9(08).
               10  WK-RET-CATVVT    PIC S9(3)V9(4).
               10  WK-RET-CNTVVT    PIC S9(3)V9(4).
               10  WK-RET-CTVVE     PIC 9(08).
      *
      *    CUMULS PAR CODE (RANG DU CHANGEMENT) ET PAR PERIODE DES
      *    VENTES DE LA FENETRE : TAXE FACTUREE A L'ANCIEN TAUX ET
      *    TAXE DUE AU NOUVEAU.
      *
       01  WK-RET-NBPSTMAX          PIC 9(03) VALUE 500.
       01  WK-RET-NBPST             PIC 9(03) VALUE ZERO.
       01  WK-RET-CUMULS.
           05  WK-RET-PST  OCCURS 500 TIMES INDEXED BY IN-RPS.
               10  WK-RET-PCHG      PIC 9(03).
               10  WK-RET-PPER      PIC 9(06).
               10  WK-RET-PNBLIG    PIC 9(05).
               10  WK-RET-PBASE     PIC S9(13)V9(02).
               10  WK-RET-PTVAF     PIC S9(13)V9(02).
               10  WK-RET-PTVAD     PIC S9(13)V9(02).
               10  WK-RET-PTVVF     PIC S9(13)V9(02).
               10  WK-RET-PTVVD     PIC S9(13)V9(02).
       01  WK-RET-IXCHG             PIC 9(03) VALUE ZERO.
       01  WK-RET-NBEDT             PIC 9(03) VALUE ZERO.
       01  WK-RET-TVAF              PIC S9(13)V9(02) VALUE ZERO.
       01  WK-RET-TVAD              PIC S9(13)V9(02) VALUE ZERO.
       01  WK-RET-TVVF              PIC S9(13)V9(02) VALUE ZERO.
       01  WK-RET-TVVD              PIC S9(13)V9(02) VALUE ZERO.
       01  WK-RET-ECTVA             PIC S9(13)V9(02) VALUE ZERO.
       01  WK-RET-ECTVV             PIC S9(13)V9(02) VALUE ZERO.
       01  WK-RET-GTVAF             PIC S9(13)V9(02) VALUE ZERO.
       01  WK-RET-GTVAD             PIC S9(13)V9(02) VALUE ZERO.
       01  WK-RET-GTVVF             PIC S9(13)V9(02) VALUE ZERO.
       01  WK-RET-GTVVD             PIC S9(13)V9(02) VALUE ZERO.
       01  WK-RET-ENTETE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(44)  VALUE
               "IMPACT DES CHANGEMENTS DE TAUX RETROACTIFS".
           05  FILLER               PIC X(12)  VALUE "DATE DU RUN:".
           05  RET-ENT-DATE         PIC 9(08).
           05  FILLER               PIC X(18)  VALUE
               "  CHARGEMENT DU :".
           05  RET-ENT-DATCHG       PIC 9(08).
       01  WK-RET-CODLIGNE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(07)  VALUE "CODE :".
           05  RET-COD-RAC          PIC X(18).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  RET-COD-SEQ          PIC ZZZZZZZZ9.
           05  FILLER               PIC X(10)  VALUE "  REGIE :".
           05  RET-COD-REGIE        PIC X(05).
           05  FILLER               PIC X(18)  VALUE
               "  EFFET T.V.A. :".
           05  RET-COD-TVAE         PIC X(08).
           05  FILLER               PIC X(18)  VALUE
               "  EFFET T.V.V. :".
           05  RET-COD-TVVE         PIC X(08).
       01  WK-RET-COLONNES.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(08)  VALUE "PERIODE".
           05  FILLER               PIC X(08)  VALUE "TAXE".
           05  FILLER               PIC X(10)  VALUE "ANC.TAUX".
           05  FILLER               PIC X(10)  VALUE " NV.TAUX".
           05  FILLER               PIC X(07)  VALUE "LIGNES".
           05  FILLER               PIC X(19)  VALUE
               "    BASE IMPOSABLE".
           05  FILLER               PIC X(19)  VALUE
               "  FACTURE ANC.TAUX".
           05  FILLER               PIC X(19)  VALUE
               "      DU NV.TAUX".
           05  FILLER               PIC X(19)  VALUE
               "       DIFFERENCE".
           05  FILLER               PIC X(08)  VALUE "REGUL.".
       01  WK-RET-LIGNE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  RET-PER              PIC X(06).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  RET-TAXE             PIC X(06).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  RET-ATAUX            PIC ZZ9.9999.
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  RET-NTAUX            PIC ZZ9.9999.
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  RET-NBLIG            PIC ZZZZ9.
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  RET-BASE             PIC Z(12)9.99-.
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  RET-FACT             PIC Z(12)9.99-.
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  RET-DUE              PIC Z(12)9.99-.
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  RET-ECART            PIC Z(12)9.99-.
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  RET-REGUL            PIC X(08).
       01  WK-RET-AUCUNE.
           05  FILLER               PIC X(09)  VALUE SPACE.
           05  FILLER               PIC X(44)  VALUE
               "AUCUNE VENTE DANS LA FENETRE RETROACTIVE".
       01  WK-RET-TOTGEN.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(15)  VALUE "TOTAL GENERAL".
           05  RET-GTOT-TAXE        PIC X(06).
           05  FILLER               PIC X(30)  VALUE SPACE.
           05  RET-GTOT-FACT        PIC Z(12)9.99-.
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  RET-GTOT-DUE         PIC Z(12)9.99-.
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  RET-GTOT-ECART       PIC Z(12)9.99-.
       01  WK-RET-TOTLIB.
           05  FILLER               PIC X(23)  VALUE
               "TAUX RETROACTIFS CHGTS:".
           05  RET-TOT-CHG          PIC ZZ9.
           05  FILLER               PIC X(08)  VALUE " VENTES:".
           05  RET-TOT-VTE          PIC ZZZZZZ9.
           05  FILLER               PIC X(10)  VALUE " FACTURES:".
           05  RET-TOT-FACT         PIC ZZZZ9.
           05  FILLER               PIC X(08)  VALUE " AVOIRS:".
           05  RET-TOT-AVOIR        PIC ZZZZ9.
       COPY WKTABTVA.
       COPY WKMESSAGE.
      *
       LINKAGE                     SECTION.
       01  WK-RET-DATDEM            PIC 9(08).
      *
       PROCEDURE                   DIVISION  USING  WK-RET-DATDEM.
       ACLRET100-DEBUT.
           MOVE "ACLRET100"         TO  WK-MESSAGE-LOG-JOB.
           ACCEPT WK-RET-SYSDATE    FROM DATE.
           MOVE 20000000            TO  WK-RET-DATJOUR.
           ADD  WK-RET-SYSDATE      TO  WK-RET-DATJOUR.
           MOVE WK-RET-DATDEM       TO  WK-RET-DATCHG.
           IF WK-RET-DATCHG = ZERO
                MOVE WK-RET-DATJOUR TO  WK-RET-DATCHG.
           OPEN INPUT               FTVAHIST  FTVACOUR  FINFODI.
           IF WK-HIST-STAT NOT = "00"
             OR WK-COUR-STAT NOT = "00"
             OR WK-FINFODI-STAT NOT = "00"
                STRING "ERREUR OUVERTURE FICHIERS STATUTS :"
                       WK-HIST-STAT  "/"  WK-COUR-STAT  "/"
                       WK-FINFODI-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           OPEN INPUT               FVENTES.
           IF WK-VTE-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-VENTES STATUT :"
                       WK-VTE-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           OPEN OUTPUT              FREGUL.
           IF WK-RGU-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-REGUL STATUT :"
                       WK-RGU-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           OPEN OUTPUT              QTVARET.
           IF WK-RET-STAT NOT = "00"
                STRING "ERREUR OUVERTURE Q-TVARET STATUT :"
                       WK-RET-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           MOVE WK-RET-DATJOUR      TO  RET-ENT-DATE.
           MOVE WK-RET-DATCHG       TO  RET-ENT-DATCHG.
           WRITE QTVARET-LIGNE      FROM  WK-RET-ENTETE.
           MOVE SPACE               TO  QTVARET-LIGNE.
           WRITE QTVARET-LIGNE.
           PERFORM ACLRET100-CHG    THRU  ACLRET100-CHG-EXIT.
M54?V      MOVE "M"                 TO  WK-TVA-PMODE.
           IF WK-RET-NBCHG NOT = ZERO
                PERFORM ACLRET100-VTE  THRU  ACLRET100-VTE-EXIT.
           PERFORM ACLRET100-EDIT   THRU  ACLRET100-EDIT-EXIT.
           GO TO ACLRET100-FIN.
      *
      *    PREMIERE PASSE : FTVAHIST EN ORDRE DE CLE. A CHAQUE
      *    RUPTURE DE RAC18/SEQENR, LE DERNIER ENREGISTREMENT LU
      *    PORTE L'ANCIEN TAUX DU CHANGEMENT LE PLUS RECENT.
      *
       ACLRET100-CHG.
           MOVE SPACE               TO  WK-RET-PREC-RAC.
           MOVE ZERO                TO  WK-RET-PREC-SEQ.
           MOVE SPACE               TO  HIST-RAC.
           MOVE ZERO                TO  HIST-SEQ  HIST-CHGDATE.
           START FTVAHIST KEY NOT < HIST-CLE INVALID KEY
                GO TO ACLRET100-CHG-EXIT.
       ACLRET100-CHG-LECT.
           READ FTVAHIST NEXT END GO TO ACLRET100-CHG-F.
           ADD  1                   TO  WK-RET-NBHLU.
           IF WK-RET-PREC-RAC NOT = SPACE
             AND (HIST-RAC NOT = WK-RET-PREC-RAC
              OR  HIST-SEQ NOT = WK-RET-PREC-SEQ)
                PERFORM ACLRET100-UNCHG  THRU  ACLRET100-UNCHG-EXIT.
           MOVE FTVAHIST-REC        TO  WK-RET-PREC.
           GO TO ACLRET100-CHG-LECT.
       ACLRET100-CHG-F.
           IF WK-RET-PREC-RAC NOT = SPACE
                PERFORM ACLRET100-UNCHG  THRU  ACLRET100-UNCHG-EXIT.
       ACLRET100-CHG-EXIT.
           EXIT.
      *
      *    UN CHANGEMENT EST "DU JOUR" QUAND LE TAUX COURANT QUI A
      *    REMPLACE L'ENREGISTREMENT HISTORISE A ETE CHARGE A LA
      *    DATE DE CHARGEMENT (COUR-MAJDATE). IL EST RETROACTIF POUR
      *    UNE TAXE DONT LE TAUX A CHANGE ET DONT LA DATE D'EFFET
      *    SAISIE DANS FINFODI PRECEDE CETTE DATE.
      *
       ACLRET100-UNCHG.
           MOVE WK-RET-PREC-RAC     TO  COUR-RAC.
           MOVE WK-RET-PREC-SEQ     TO  COUR-SEQ.
           READ FTVACOUR INVALID KEY
                GO TO ACLRET100-UNCHG-EXIT.
           IF COUR-MAJDATE NOT = WK-RET-DATCHG
                GO TO ACLRET100-UNCHG-EXIT.
           MOVE WK-RET-PREC-RAC     TO  INF-CLE-RAC18.
           MOVE WK-RET-PREC-SEQ     TO  INF-CLE-SEQENR9.
           MOVE INF-CLE-SEQENR9     TO  INF-CLE-SEQENR.
           READ FINFODI KEY IS INFCLE INVALID KEY
                STRING "CHANGEMENT SANS LIGNE F-INFODI CLE :"
                       WK-RET-PREC-RAC
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "W"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT
                GO TO ACLRET100-UNCHG-EXIT.
           IF WK-RET-NBCHG NOT < WK-RET-NBCHGMAX
                MOVE "TABLE DES CHANGEMENTS RETROACTIFS INSUFFISANTE"
                     TO  WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                SET WK-MSGFAM-CAPACITE  TO  TRUE
                PERFORM TILT        THRU  TILT-EXIT.
           SET IN-RCH               TO  WK-RET-NBCHG.
           SET IN-RCH               UP BY 1.
           MOVE 99999999            TO  WK-RET-CTVAE (IN-RCH)
                                        WK-RET-CTVVE (IN-RCH).
           IF COUR-TVAT NOT = WK-RET-PREC-TVAT
             AND FDIN-TVA-TVAE NUMERIC
             AND FDIN-TVA-TVAE NOT = ZERO
             AND FDIN-TVA-TVAE < WK-RET-DATCHG
                MOVE FDIN-TVA-TVAE  TO  WK-RET-CTVAE (IN-RCH).
           IF COUR-TVVT NOT = WK-RET-PREC-TVVT
             AND FDIN-TVA-TVVE NUMERIC
             AND FDIN-TVA-TVVE NOT = ZERO
             AND FDIN-TVA-TVVE < WK-RET-DATCHG
                MOVE FDIN-TVA-TVVE  TO  WK-RET-CTVVE (IN-RCH).
           IF WK-RET-CTVAE (IN-RCH) = 99999999
             AND WK-RET-CTVVE (IN-RCH) = 99999999
                GO TO ACLRET100-UNCHG-EXIT.
           ADD  1                   TO  WK-RET-NBCHG.
           MOVE WK-RET-PREC-RAC     TO  WK-RET-CRAC   (IN-RCH).
           MOVE WK-RET-PREC-SEQ     TO  WK-RET-CSEQ   (IN-RCH).
           MOVE "*AUC."             TO  WK-RET-CREGIE (IN-RCH).
           IF FDIN-TVA-REGIE NOT = SPACE
                MOVE FDIN-TVA-REGIE TO  WK-RET-CREGIE (IN-RCH).
           MOVE WK-RET-PREC-TVAT    TO  WK-RET-CATVAT (IN-RCH).
           MOVE COUR-TVAT           TO  WK-RET-CNTVAT (IN-RCH).
           MOVE WK-RET-PREC-TVVT    TO  WK-RET-CATVVT (IN-RCH).
           MOVE COUR-TVVT           TO  WK-RET-CNTVVT (IN-RCH).
       ACLRET100-UNCHG-EXIT.
           EXIT.
      *
      *    SECONDE PASSE : VENTES ANTERIEURES AU CHARGEMENT D'UN
      *    CODE CHANGE, DATEES DANS SA FENETRE RETROACTIVE. LA TAXE
      *    FACTUREE EST RECALCULEE AU TAUX QUE DONNE ACLTVP100 A LA
      *    DATE DE TRANSACTION (L'ANCIEN TAUX, LE NOUVEAU N'ETANT EN
      *    VIGUEUR DANS FTVACOUR QU'A PARTIR DU CHARGEMENT) ; LA
      *    TAXE DUE L'EST AU NOUVEAU TAUX POUR LA TAXE RETROACTIVE,
      *    L'AUTRE RESTE EGALE AU FACTURE.
      *
       ACLRET100-VTE.
           READ FVENTES  END  GO TO ACLRET100-VTE-EXIT.
           ADD  1                   TO  WK-RET-NBVLU.
           IF VTE-RAC18 = SPACE
             OR VTE-DATE NOT < WK-RET-DATCHG
                GO TO ACLRET100-VTE.
           SET IN-RCH TO 1.
       ACLRET100-VTE-CHCHG.
           IF IN-RCH > WK-RET-NBCHG
                GO TO ACLRET100-VTE.
           IF WK-RET-CRAC (IN-RCH) = VTE-RAC18
             AND WK-RET-CSEQ (IN-RCH) = VTE-SEQENR
                GO TO ACLRET100-VTE-FENETRE.
           SET IN-RCH UP BY 1.
           GO TO ACLRET100-VTE-CHCHG.
       ACLRET100-VTE-FENETRE.
           IF VTE-DATE < WK-RET-CTVAE (IN-RCH)
             AND VTE-DATE < WK-RET-CTVVE (IN-RCH)
                GO TO ACLRET100-VTE.
           MOVE VTE-RAC18           TO  WK-TVA-PRAC.
           MOVE VTE-SEQENR          TO  WK-TVA-PSEQ.
           MOVE VTE-DATE            TO  WK-TVA-PDATE.
           CALL "ACLTVP100"         USING  WK-TVA-PPARM.
           IF WK-TVA-PRC-ERR
                STRING "ERREUR RECHERCHE TAUX CLE :"  VTE-RAC18
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           IF WK-TVA-PRC-NTROUVE
                STRING "CODE TVA INCONNU - VENTE IGNOREE CLE :"
                       VTE-RAC18
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "W"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT
                GO TO ACLRET100-VTE.
           ADD  1                   TO  WK-RET-NBVTOU.
           COMPUTE WK-RET-TVAF ROUNDED =
                   VTE-BASE * WK-TVA-PTVAT / 100.
           COMPUTE WK-RET-TVVF ROUNDED =
                   VTE-BASE * WK-TVA-PTVVT / 100.
           MOVE WK-RET-TVAF         TO  WK-RET-TVAD.
           MOVE WK-RET-TVVF         TO  WK-RET-TVVD.
           IF VTE-DATE NOT < WK-RET-CTVAE (IN-RCH)
                COMPUTE WK-RET-TVAD ROUNDED =
                        VTE-BASE * WK-RET-CNTVAT (IN-RCH) / 100.
           IF VTE-DATE NOT < WK-RET-CTVVE (IN-RCH)
                COMPUTE WK-RET-TVVD ROUNDED =
                        VTE-BASE * WK-RET-CNTVVT (IN-RCH) / 100.
           SET WK-RET-IXCHG         TO  IN-RCH.
           PERFORM ACLRET100-CUMUL  THRU  ACLRET100-CUMUL-EXIT.
           GO TO ACLRET100-VTE.
       ACLRET100-VTE-EXIT.
           EXIT.
      *
       ACLRET100-CUMUL.
           SET IN-RPS TO 1.
       ACLRET100-CUMUL-CH.
           IF IN-RPS > WK-RET-NBPST
                GO TO ACLRET100-CUMUL-CREE.
           IF WK-RET-PCHG (IN-RPS) = WK-RET-IXCHG
             AND WK-RET-PPER (IN-RPS) = VTE-PERIODE
                GO TO ACLRET100-CUMUL-AJ.
           SET IN-RPS UP BY 1.
           GO TO ACLRET100-CUMUL-CH.
       ACLRET100-CUMUL-CREE.
           IF WK-RET-NBPST NOT < WK-RET-NBPSTMAX
                MOVE "TABLE DES CUMULS CODE/PERIODE INSUFFISANTE"
                     TO  WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                SET WK-MSGFAM-CAPACITE  TO  TRUE
                PERFORM TILT        THRU  TILT-EXIT.
           ADD  1                   TO  WK-RET-NBPST.
           SET IN-RPS               TO  WK-RET-NBPST.
           MOVE WK-RET-IXCHG        TO  WK-RET-PCHG   (IN-RPS).
           MOVE VTE-PERIODE         TO  WK-RET-PPER   (IN-RPS).
           MOVE ZERO                TO  WK-RET-PNBLIG (IN-RPS)
                                        WK-RET-PBASE  (IN-RPS)
                                        WK-RET-PTVAF  (IN-RPS)
                                        WK-RET-PTVAD  (IN-RPS)
                                        WK-RET-PTVVF  (IN-RPS)
                                        WK-RET-PTVVD  (IN-RPS).
       ACLRET100-CUMUL-AJ.
           ADD  1                   TO  WK-RET-PNBLIG (IN-RPS).
           ADD  VTE-BASE            TO  WK-RET-PBASE  (IN-RPS).
           ADD  WK-RET-TVAF         TO  WK-RET-PTVAF  (IN-RPS).
           ADD  WK-RET-TVAD         TO  WK-RET-PTVAD  (IN-RPS).
           ADD  WK-RET-TVVF         TO  WK-RET-PTVVF  (IN-RPS).
           ADD  WK-RET-TVVD         TO  WK-RET-PTVVD  (IN-RPS).
       ACLRET100-CUMUL-EXIT.
           EXIT.
      *
      *    EDITION PAR CODE CHANGE, PUIS PAR PERIODE : UNE LIGNE
      *    T.V.A. ET UNE LIGNE T.V.V. PAR PERIODE ; UNE PERIODE DONT
      *    LA DIFFERENCE NETTE N'EST PAS NULLE DONNE UN
      *    ENREGISTREMENT DE REGULARISATION FREGUL.
      *
       ACLRET100-EDIT.
           SET IN-RCH TO 1.
       ACLRET100-EDIT-CODE.
           IF IN-RCH > WK-RET-NBCHG
                GO TO ACLRET100-EDIT-EXIT.
           MOVE WK-RET-CRAC   (IN-RCH)  TO  RET-COD-RAC.
           MOVE WK-RET-CSEQ   (IN-RCH)  TO  RET-COD-SEQ.
           MOVE WK-RET-CREGIE (IN-RCH)  TO  RET-COD-REGIE.
           MOVE "INCHANGE"          TO  RET-COD-TVAE  RET-COD-TVVE.
           IF WK-RET-CTVAE (IN-RCH) NOT = 99999999
                MOVE WK-RET-CTVAE (IN-RCH)  TO  RET-COD-TVAE.
           IF WK-RET-CTVVE (IN-RCH) NOT = 99999999
                MOVE WK-RET-CTVVE (IN-RCH)  TO  RET-COD-TVVE.
           WRITE QTVARET-LIGNE      FROM  WK-RET-CODLIGNE.
           WRITE QTVARET-LIGNE      FROM  WK-RET-COLONNES.
           SET WK-RET-IXCHG         TO  IN-RCH.
           MOVE ZERO                TO  WK-RET-NBEDT.
           SET IN-RPS TO 1.
       ACLRET100-EDIT-PERIODE.
           IF IN-RPS > WK-RET-NBPST
                GO TO ACLRET100-EDIT-CODE-F.
           IF WK-RET-PCHG (IN-RPS) = WK-RET-IXCHG
                PERFORM ACLRET100-EDIT-PST
                        THRU  ACLRET100-EDIT-PST-EXIT.
           SET IN-RPS UP BY 1.
           GO TO ACLRET100-EDIT-PERIODE.
       ACLRET100-EDIT-CODE-F.
           IF WK-RET-NBEDT = ZERO
                WRITE QTVARET-LIGNE  FROM  WK-RET-AUCUNE.
           MOVE SPACE               TO  QTVARET-LIGNE.
           WRITE QTVARET-LIGNE.
           SET IN-RCH UP BY 1.
           GO TO ACLRET100-EDIT-CODE.
       ACLRET100-EDIT-EXIT.
           EXIT.
      *
       ACLRET100-EDIT-PST.
           ADD  1                   TO  WK-RET-NBEDT.
           COMPUTE WK-RET-ECTVA =
                   WK-RET-PTVAD (IN-RPS) - WK-RET-PTVAF (IN-RPS).
           COMPUTE WK-RET-ECTVV =
                   WK-RET-PTVVD (IN-RPS) - WK-RET-PTVVF (IN-RPS).
           MOVE SPACE               TO  RET-REGUL.
           IF WK-RET-ECTVA + WK-RET-ECTVV > ZERO
                MOVE "FACTURE"      TO  RET-REGUL
                MOVE "F"            TO  RGU-TYPE
                ADD  1              TO  WK-RET-NBFACT.
           IF WK-RET-ECTVA + WK-RET-ECTVV < ZERO
                MOVE "AVOIR"        TO  RET-REGUL
                MOVE "A"            TO  RGU-TYPE
                ADD  1              TO  WK-RET-NBAVOIR.
           MOVE WK-RET-PPER   (IN-RPS)  TO  RET-PER.
           MOVE "T.V.A."            TO  RET-TAXE.
           MOVE WK-RET-CATVAT (IN-RCH)  TO  RET-ATAUX.
           MOVE WK-RET-CNTVAT (IN-RCH)  TO  RET-NTAUX.
           MOVE WK-RET-PNBLIG (IN-RPS)  TO  RET-NBLIG.
           MOVE WK-RET-PBASE  (IN-RPS)  TO  RET-BASE.
           MOVE WK-RET-PTVAF  (IN-RPS)  TO  RET-FACT.
           MOVE WK-RET-PTVAD  (IN-RPS)  TO  RET-DUE.
           MOVE WK-RET-ECTVA        TO  RET-ECART.
           WRITE QTVARET-LIGNE      FROM  WK-RET-LIGNE.
           MOVE SPACE               TO  RET-PER  RET-REGUL.
           MOVE "T.V.V."            TO  RET-TAXE.
           MOVE WK-RET-CATVVT (IN-RCH)  TO  RET-ATAUX.
           MOVE WK-RET-CNTVVT (IN-RCH)  TO  RET-NTAUX.
           MOVE WK-RET-PTVVF  (IN-RPS)  TO  RET-FACT.
           MOVE WK-RET-PTVVD  (IN-RPS)  TO  RET-DUE.
           MOVE WK-RET-ECTVV        TO  RET-ECART.
           WRITE QTVARET-LIGNE      FROM  WK-RET-LIGNE.
           ADD  WK-RET-PTVAF  (IN-RPS)  TO  WK-RET-GTVAF.
           ADD  WK-RET-PTVAD  (IN-RPS)  TO  WK-RET-GTVAD.
           ADD  WK-RET-PTVVF  (IN-RPS)  TO  WK-RET-GTVVF.
           ADD  WK-RET-PTVVD  (IN-RPS)  TO  WK-RET-GTVVD.
           IF WK-RET-ECTVA + WK-RET-ECTVV = ZERO
                GO TO ACLRET100-EDIT-PST-EXIT.
           MOVE WK-RET-CRAC   (IN-RCH)  TO  RGU-RAC18.
           MOVE WK-RET-CSEQ   (IN-RCH)  TO  RGU-SEQENR.
           MOVE WK-RET-PPER   (IN-RPS)  TO  RGU-PERIODE.
           MOVE WK-RET-CREGIE (IN-RCH)  TO  RGU-REGIE.
           MOVE WK-RET-PBASE  (IN-RPS)  TO  RGU-BASE.
           MOVE WK-RET-CATVAT (IN-RCH)  TO  RGU-TVAT-ANC.
           MOVE WK-RET-CNTVAT (IN-RCH)  TO  RGU-TVAT-NV.
           MOVE WK-RET-ECTVA        TO  RGU-TVA.
           MOVE WK-RET-CATVVT (IN-RCH)  TO  RGU-TVVT-ANC.
           MOVE WK-RET-CNTVVT (IN-RCH)  TO  RGU-TVVT-NV.
           MOVE WK-RET-ECTVV        TO  RGU-TVV.
           MOVE WK-RET-CTVAE  (IN-RCH)  TO  RGU-EFFDATE.
           IF WK-RET-CTVVE (IN-RCH) < RGU-EFFDATE
                MOVE WK-RET-CTVVE (IN-RCH)  TO  RGU-EFFDATE.
           MOVE WK-RET-DATCHG       TO  RGU-DATCHG.
           WRITE FREGUL-REC.
           IF WK-RGU-STAT NOT = "00"
                STRING "ERREUR ECRITURE F-REGUL STATUT :"
                       WK-RGU-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
       ACLRET100-EDIT-PST-EXIT.
           EXIT.
      *
       ACLRET100-FIN.
           MOVE "T.V.A."            TO  RET-GTOT-TAXE.
           MOVE WK-RET-GTVAF        TO  RET-GTOT-FACT.
           MOVE WK-RET-GTVAD        TO  RET-GTOT-DUE.
           COMPUTE WK-RET-ECTVA = WK-RET-GTVAD - WK-RET-GTVAF.
           MOVE WK-RET-ECTVA        TO  RET-GTOT-ECART.
           WRITE QTVARET-LIGNE      FROM  WK-RET-TOTGEN.
           MOVE "T.V.V."            TO  RET-GTOT-TAXE.
           MOVE WK-RET-GTVVF        TO  RET-GTOT-FACT.
           MOVE WK-RET-GTVVD        TO  RET-GTOT-DUE.
           COMPUTE WK-RET-ECTVV = WK-RET-GTVVD - WK-RET-GTVVF.
           MOVE WK-RET-ECTVV        TO  RET-GTOT-ECART.
           WRITE QTVARET-LIGNE      FROM  WK-RET-TOTGEN.
           MOVE WK-RET-NBCHG        TO  RET-TOT-CHG.
           MOVE WK-RET-NBVTOU       TO  RET-TOT-VTE.
           MOVE WK-RET-NBFACT       TO  RET-TOT-FACT.
           MOVE WK-RET-NBAVOIR      TO  RET-TOT-AVOIR.
           MOVE WK-RET-TOTLIB       TO  WK-MESSAGE-LIB.
           MOVE SPACE               TO  WK-MESSAGE-REP.
           PERFORM AFF-MESSAGE      THRU  AFF-MESSAGE-EXIT.
M54?V      IF WK-TVA-PARC-SATUREE
M54?V           MOVE
M54?V      "ARCHIVE F-TVAHISA TROP VOLUMINEUSE : TABLE NON UTILISEE"
M54?V                               TO  WK-MESSAGE-LIB
M54?V           MOVE "W"            TO  WK-MESSAGE-SEV
M54?V           MOVE SPACE          TO  WK-MESSAGE-REP
M54?V           PERFORM TILT        THRU  TILT-EXIT.
           CLOSE FTVAHIST  FTVACOUR  FINFODI  FVENTES  FREGUL  QTVARET.
           STOP RUN.
      *
       COPY SRMSGBATCH.
