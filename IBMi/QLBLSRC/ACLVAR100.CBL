      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . ACLVAR100                     *
      * TYPE OF PROGRAM............: . MAIN PROGRAM (BATCH)          *
      * FUNCTION...................: . V.A.T. VARIANCE AUDIT : READ  *
      *         .                        THE FVENTES PERIOD FILE,    *
      *         .                        RECOMPUTE THE T.V.A. AND    *
      *         .                        T.V.V. DUE ON EACH LINE AT  *
      *         .                        THE RATE IN FORCE AT THE    *
      *         .                        TRANSACTION DATE            *
      *         .                        (ACLTVP100), COMPARE WITH   *
      *         .                        THE AMOUNTS INVOICED BY     *
      *         .                        BILLING (VTE-TVAFACT/       *
      *         .                        VTE-TVVFACT) AND PRINT ON   *
      *         .                        QTVAVAR EVERY LINE WHOSE    *
      *         .                        VARIANCE EXCEEDS THE        *
      *         .                        TOLERANCE, THEN THE UNDER-  *
      *         .                        AND OVER-COLLECTED TOTALS   *
      *         .                        PER REGIE AND PER PERIOD    *
      *         .                                                    *
      * FILES USED.................: . FVENTES  (INPUT)              *
      *         .                      FINFODI  (INPUT)              *
      *         .                      QTVAVAR  (PRINTER)            *
      *         .                                                    *
      * INPUT PARAMETERS...........: . TOLERANCE D'ECART PAR LIGNE   *
      *         .                      ET PAR TAXE (MONTANT, 2       *
      *         .                      DECIMALES ; 0 = TOUT ECART    *
      *         .                      EST EDITE)                    *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: RECHERCHE DES TAUX EN MODE     *
      *                                  MASSE (ARCHIVE FTVAHISA EN  *
      *                                  MEMOIRE DANS ACLTVP100) ;   *
      *                                  NOMBRE DE REPONSES EN       *
      *                                  ARCHIVE EN FIN DE TRAITEMENT*
      *                                                              *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ACLVAR100.
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
           SELECT  QTVAVAR         ASSIGN TO PRINTER-QTVAVAR
                   FILE STATUS     WK-VAR-STAT.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  FVENTES.
       COPY FDVENTES.
       FD  FINFODI.
       COPY FDINFODI.
       FD  QTVAVAR                 RECORDING MODE F.
       01  QTVAVAR-LIGNE           PIC X(132).
      *
       WORKING-STORAGE             SECTION.
       01  WK-VTE-STAT              PIC X(02) VALUE SPACE.
       01  WK-FINFODI-STAT          PIC X(02) VALUE SPACE.
       01  WK-VAR-STAT              PIC X(02) VALUE SPACE.
       01  WK-VAR-SYSDATE           PIC 9(06) VALUE ZERO.
       01  WK-VAR-DATJOUR           PIC 9(08) VALUE ZERO.
       01  WK-VAR-TOLER             PIC 9(07)V9(02) VALUE ZERO.
       01  WK-VAR-NBLU              PIC 9(07) VALUE ZERO.
       01  WK-VAR-NBREJ             PIC 9(07) VALUE ZERO.
       01  WK-VAR-NBECART           PIC 9(07) VALUE ZERO.
       01  WK-VAR-NBANT             PIC 9(07) VALUE ZERO.
M54?V  01  WK-VAR-NBARC             PIC 9(07) VALUE ZERO.
       01  WK-VAR-REGIE             PIC X(05) VALUE SPACE.
      *
      *    UNE TAXE A LA FOIS : MONTANT FACTURE, MONTANT RECALCULE,
      *    ECART SIGNE (FACTURE - DU) ET SA VALEUR ABSOLUE. UN ECART
      *    NEGATIF EST UNE SOUS-PERCEPTION (TAXE FACTUREE INFERIEURE
      *    A LA TAXE DUE), UN ECART POSITIF UNE SUR-PERCEPTION.
      *
       01  WK-VAR-TAXE              PIC X(06) VALUE SPACE.
       01  WK-VAR-FACT              PIC S9(13)V9(02) VALUE ZERO.
       01  WK-VAR-DUE               PIC S9(13)V9(02) VALUE ZERO.
       01  WK-VAR-ECART             PIC S9(13)V9(02) VALUE ZERO.
       01  WK-VAR-ECABS             PIC S9(13)V9(02) VALUE ZERO.
       01  WK-VAR-LIGECA            PIC X(01) VALUE "N".
           88  VAR-LIGNE-EN-ECART   VALUE "O".
      *
      *    CUMULS PAR REGIE ET PAR PERIODE (MEME MECANIQUE QUE LES
      *    CUMULS DE ACLDCL100) : LIGNES AUDITEES, LIGNES EN ECART,
      *    TOTAL SOUS-PERCU ET TOTAL SUR-PERCU (EN VALEUR ABSOLUE,
      *    SEULS LES ECARTS HORS TOLERANCE SONT CUMULES).
      *
       01  WK-VAR-NBPSTMAX          PIC 9(03) VALUE 200.
       01  WK-VAR-CUMULS.
           05  WK-VAR-PST  OCCURS 200 TIMES INDEXED BY IN-VAR  IN-VA2.
               10  WK-VAR-DREGIE    PIC X(05).
               10  WK-VAR-DPER      PIC 9(06).
               10  WK-VAR-DNBLIG    PIC 9(07).
               10  WK-VAR-DNBECA    PIC 9(07).
               10  WK-VAR-DSOUS     PIC S9(13)V9(02).
               10  WK-VAR-DSUR      PIC S9(13)V9(02).
               10  WK-VAR-DEDT      PIC X(01).
       01  WK-VAR-SREGIE            PIC X(05) VALUE SPACE.
       01  WK-VAR-SNBECA            PIC 9(07) VALUE ZERO.
       01  WK-VAR-SSOUS             PIC S9(13)V9(02) VALUE ZERO.
       01  WK-VAR-SSUR              PIC S9(13)V9(02) VALUE ZERO.
       01  WK-VAR-GSOUS             PIC S9(13)V9(02) VALUE ZERO.
       01  WK-VAR-GSUR              PIC S9(13)V9(02) VALUE ZERO.
       01  WK-VAR-ENTETE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(42)  VALUE
               "AUDIT DES ECARTS DE T.V.A. FACTUREE".
           05  FILLER               PIC X(12)  VALUE "DATE DU RUN:".
           05  VAR-ENT-DATE         PIC 9(08).
           05  FILLER               PIC X(14)  VALUE "  TOLERANCE :".
           05  VAR-ENT-TOLER        PIC Z(06)9.99.
       01  WK-VAR-COLONNES.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(19)  VALUE "RAC18".
           05  FILLER               PIC X(10)  VALUE "SEQENR".
           05  FILLER               PIC X(09)  VALUE "DATE".
           05  FILLER               PIC X(07)  VALUE "PERIOD".
           05  FILLER               PIC X(06)  VALUE "REGIE".
           05  FILLER               PIC X(07)  VALUE "TAXE".
           05  FILLER               PIC X(16)  VALUE "       FACTUREE".
           05  FILLER               PIC X(16)  VALUE "      RECALCULEE".
           05  FILLER               PIC X(16)  VALUE "           ECART".
           05  FILLER               PIC X(09)  VALUE " SENS".
           05  FILLER               PIC X(05)  VALUE "ANT.".
       01  WK-VAR-LIGNE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  VAR-RAC              PIC X(18).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  VAR-SEQ              PIC ZZZZZZZZ9.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  VAR-DATE             PIC 9(08).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  VAR-PER              PIC 9(06).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  VAR-REGIE            PIC X(05).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  VAR-TAXE             PIC X(06).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  VAR-FACT             PIC Z(10)9.99-.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  VAR-DUE              PIC Z(10)9.99-.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  VAR-ECART            PIC Z(10)9.99-.
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  VAR-SENS             PIC X(08).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  VAR-ANT              PIC X(01).
       01  WK-VAR-RECAPTIT.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(50)  VALUE
               "RECAPITULATIF PAR REGIE ET PAR PERIODE".
       01  WK-VAR-REGLIGNE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(08)  VALUE "REGIE :".
           05  VAR-REG-CODE         PIC X(05).
       01  WK-VAR-RCOLONNES.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(10)  VALUE "PERIODE".
           05  FILLER               PIC X(10)  VALUE "   LIGNES".
           05  FILLER               PIC X(10)  VALUE "  ECARTS".
           05  FILLER               PIC X(19)  VALUE
               "       SOUS-PERCU".
           05  FILLER               PIC X(19)  VALUE
               "        SUR-PERCU".
       01  WK-VAR-RLIGNE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  VAR-R-PER            PIC 9(06).
           05  FILLER               PIC X(04)  VALUE SPACE.
           05  VAR-R-NBLIG          PIC ZZZZZZ9.
           05  FILLER               PIC X(03)  VALUE SPACE.
           05  VAR-R-NBECA          PIC ZZZZZZ9.
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  VAR-R-SOUS           PIC Z(12)9.99-.
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  VAR-R-SUR            PIC Z(12)9.99-.
       01  WK-VAR-SOUSTOT.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(20)  VALUE "TOTAL".
           05  VAR-STOT-NBECA       PIC ZZZZZZ9.
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  VAR-STOT-SOUS        PIC Z(12)9.99-.
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  VAR-STOT-SUR         PIC Z(12)9.99-.
       01  WK-VAR-TOTGEN.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(20)  VALUE "TOTAL GENERAL".
           05  VAR-GTOT-NBECA       PIC ZZZZZZ9.
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  VAR-GTOT-SOUS        PIC Z(12)9.99-.
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  VAR-GTOT-SUR         PIC Z(12)9.99-.
       01  WK-VAR-TOTLIB.
           05  FILLER               PIC X(18)  VALUE
               "AUDIT ECARTS LUS:".
           05  VAR-TOT-LUS          PIC ZZZZZZ9.
           05  FILLER               PIC X(09)  VALUE " REJETES:".
           05  VAR-TOT-REJ          PIC ZZZZZZ9.
           05  FILLER               PIC X(09)  VALUE " ECARTS:".
           05  VAR-TOT-ECA          PIC ZZZZZZ9.
           05  FILLER               PIC X(14)  VALUE " TX ANTERIEUR:".
           05  VAR-TOT-ANT          PIC ZZZZZZ9.
M54?V      05  FILLER               PIC X(12)  VALUE " EN ARCHIVE:".
M54?V      05  VAR-TOT-ARC          PIC ZZZZZZ9.
       COPY WKTABTVA.
       COPY WKMESSAGE.
      *
       LINKAGE                     SECTION.
       01  WK-VAR-TOLPRM            PIC 9(07)V9(02).
      *
       PROCEDURE                   DIVISION  USING  WK-VAR-TOLPRM.
       ACLVAR100-DEBUT.
           MOVE "ACLVAR100"         TO  WK-MESSAGE-LOG-JOB.
           MOVE WK-VAR-TOLPRM       TO  WK-VAR-TOLER.
           ACCEPT WK-VAR-SYSDATE    FROM DATE.
           MOVE 20000000            TO  WK-VAR-DATJOUR.
           ADD  WK-VAR-SYSDATE      TO  WK-VAR-DATJOUR.
           MOVE SPACE               TO  WK-VAR-CUMULS.
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
           OPEN OUTPUT              QTVAVAR.
           IF WK-VAR-STAT NOT = "00"
                STRING "ERREUR OUVERTURE Q-TVAVAR STATUT :"
                       WK-VAR-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           MOVE WK-VAR-DATJOUR      TO  VAR-ENT-DATE.
           MOVE WK-VAR-TOLER        TO  VAR-ENT-TOLER.
           WRITE QTVAVAR-LIGNE      FROM  WK-VAR-ENTETE.
           WRITE QTVAVAR-LIGNE      FROM  WK-VAR-COLONNES.
           MOVE SPACE               TO  QTVAVAR-LIGNE.
           WRITE QTVAVAR-LIGNE.
M54?V      MOVE "M"                 TO  WK-TVA-PMODE.
       ACLVAR100-LECT.
           READ FVENTES  END  GO TO ACLVAR100-RECAP.
           ADD  1                   TO  WK-VAR-NBLU.
           IF VTE-RAC18 = SPACE
                ADD  1              TO  WK-VAR-NBREJ
                MOVE "VENTE SANS RAC18 IGNOREE"  TO  WK-MESSAGE-LIB
                MOVE "W"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT
                GO TO ACLVAR100-LECT.
      *
      *    LE TAUX DE REFERENCE EST CELUI QUE RETIENT LA DECLARATION
      *    ACLDCL100 : ACLTVP100 A LA DATE DE TRANSACTION.
      *
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
                ADD  1              TO  WK-VAR-NBREJ
                STRING "CODE TVA INCONNU - VENTE NON AUDITEE CLE :"
                       VTE-RAC18
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "W"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT
                GO TO ACLVAR100-LECT.
           IF WK-TVA-PRC-ANTERIEUR
                ADD  1              TO  WK-VAR-NBANT.
M54?V      IF WK-TVA-PRC-ARCHIVE
M54?V           ADD  1              TO  WK-VAR-NBARC.
           PERFORM ACLVAR100-REGIE  THRU  ACLVAR100-REGIE-EXIT.
           PERFORM ACLVAR100-CHPST  THRU  ACLVAR100-CHPST-EXIT.
           ADD  1                   TO  WK-VAR-DNBLIG (IN-VAR).
           MOVE "N"                 TO  WK-VAR-LIGECA.
           MOVE "T.V.A."            TO  WK-VAR-TAXE.
           MOVE VTE-TVAFACT         TO  WK-VAR-FACT.
           COMPUTE WK-VAR-DUE ROUNDED =
                   VTE-BASE * WK-TVA-PTVAT / 100.
           PERFORM ACLVAR100-ECART  THRU  ACLVAR100-ECART-EXIT.
           MOVE "T.V.V."            TO  WK-VAR-TAXE.
           MOVE VTE-TVVFACT         TO  WK-VAR-FACT.
           COMPUTE WK-VAR-DUE ROUNDED =
                   VTE-BASE * WK-TVA-PTVVT / 100.
           PERFORM ACLVAR100-ECART  THRU  ACLVAR100-ECART-EXIT.
           IF VAR-LIGNE-EN-ECART
                ADD  1              TO  WK-VAR-NBECART
                ADD  1              TO  WK-VAR-DNBECA (IN-VAR).
           GO TO ACLVAR100-LECT.
      *
      *    MEME RATTACHEMENT A LA REGIE QUE LA DECLARATION : LIGNE
      *    FINFODI DU CODE, "*AUC." SI ABSENTE OU SANS REGIE.
      *
       ACLVAR100-REGIE.
           MOVE "*AUC."             TO  WK-VAR-REGIE.
           MOVE VTE-RAC18           TO  INF-CLE-RAC18.
           MOVE VTE-SEQENR          TO  INF-CLE-SEQENR9.
           MOVE INF-CLE-SEQENR9     TO  INF-CLE-SEQENR.
           READ FINFODI KEY IS INFCLE INVALID KEY
                GO TO ACLVAR100-REGIE-EXIT.
           IF FDIN-TVA-REGIE NOT = SPACE
                MOVE FDIN-TVA-REGIE TO  WK-VAR-REGIE.
       ACLVAR100-REGIE-EXIT.
           EXIT.
      *
      *    RECHERCHE (OU CREATION) DU POSTE REGIE/PERIODE DE LA
      *    LIGNE ; IN-VAR RESTE POSITIONNE POUR LES CUMULS.
      *
       ACLVAR100-CHPST.
           SET IN-VAR TO 1.
       ACLVAR100-CHPST-BCL.
           IF WK-VAR-DREGIE (IN-VAR) = WK-VAR-REGIE
             AND WK-VAR-DPER (IN-VAR) = VTE-PERIODE
                GO TO ACLVAR100-CHPST-EXIT.
           IF WK-VAR-DREGIE (IN-VAR) = SPACE
                MOVE WK-VAR-REGIE   TO  WK-VAR-DREGIE (IN-VAR)
                MOVE VTE-PERIODE    TO  WK-VAR-DPER   (IN-VAR)
                MOVE ZERO           TO  WK-VAR-DNBLIG (IN-VAR)
                                        WK-VAR-DNBECA (IN-VAR)
                                        WK-VAR-DSOUS  (IN-VAR)
                                        WK-VAR-DSUR   (IN-VAR)
                GO TO ACLVAR100-CHPST-EXIT.
           IF IN-VAR < WK-VAR-NBPSTMAX
                SET IN-VAR UP BY 1
                GO TO ACLVAR100-CHPST-BCL.
           MOVE "TABLE DES CUMULS REGIE/PERIODE INSUFFISANTE"
                TO  WK-MESSAGE-LIB.
           MOVE "F"                 TO  WK-MESSAGE-SEV.
           MOVE SPACE               TO  WK-MESSAGE-REP.
           SET WK-MSGFAM-CAPACITE   TO  TRUE.
           PERFORM TILT             THRU  TILT-EXIT.
       ACLVAR100-CHPST-EXIT.
           EXIT.
      *
      *    ECART D'UNE TAXE : SOUS LA TOLERANCE (EN VALEUR ABSOLUE)
      *    L'ECART EST UN ARRONDI DE FACTURATION ET N'EST NI EDITE
      *    NI CUMULE ; AU-DELA, LA LIGNE EST EDITEE ET L'ECART VA AU
      *    TOTAL SOUS-PERCU OU SUR-PERCU DU POSTE REGIE/PERIODE.
      *
       ACLVAR100-ECART.
           COMPUTE WK-VAR-ECART = WK-VAR-FACT - WK-VAR-DUE.
           MOVE WK-VAR-ECART        TO  WK-VAR-ECABS.
           IF WK-VAR-ECABS < ZERO
                COMPUTE WK-VAR-ECABS = ZERO - WK-VAR-ECABS.
           IF WK-VAR-ECABS NOT > WK-VAR-TOLER
                GO TO ACLVAR100-ECART-EXIT.
           MOVE "O"                 TO  WK-VAR-LIGECA.
           IF WK-VAR-ECART < ZERO
                MOVE "SOUS-PER"     TO  VAR-SENS
                ADD  WK-VAR-ECABS   TO  WK-VAR-DSOUS (IN-VAR)
           ELSE
                MOVE "SUR-PER"      TO  VAR-SENS
                ADD  WK-VAR-ECABS   TO  WK-VAR-DSUR  (IN-VAR).
           MOVE VTE-RAC18           TO  VAR-RAC.
           MOVE VTE-SEQENR          TO  VAR-SEQ.
           MOVE VTE-DATE            TO  VAR-DATE.
           MOVE VTE-PERIODE         TO  VAR-PER.
           MOVE WK-VAR-REGIE        TO  VAR-REGIE.
           MOVE WK-VAR-TAXE         TO  VAR-TAXE.
           MOVE WK-VAR-FACT         TO  VAR-FACT.
           MOVE WK-VAR-DUE          TO  VAR-DUE.
           MOVE WK-VAR-ECART        TO  VAR-ECART.
           MOVE SPACE               TO  VAR-ANT.
           IF WK-TVA-PRC-ANTERIEUR
                MOVE "*"            TO  VAR-ANT.
           WRITE QTVAVAR-LIGNE      FROM  WK-VAR-LIGNE.
       ACLVAR100-ECART-EXIT.
           EXIT.
      *
      *    RECAPITULATIF REGROUPE PAR REGIE (MEME PARCOURS QUE
      *    L'EDITION DE ACLDCL100) : PREMIER POSTE NON EDITE, TOUTES
      *    LES PERIODES DE SA REGIE, SOUS-TOTAL, ET AINSI DE SUITE.
      *
       ACLVAR100-RECAP.
           MOVE SPACE               TO  QTVAVAR-LIGNE.
           WRITE QTVAVAR-LIGNE.
           WRITE QTVAVAR-LIGNE      FROM  WK-VAR-RECAPTIT.
           MOVE SPACE               TO  QTVAVAR-LIGNE.
           WRITE QTVAVAR-LIGNE.
           SET IN-VAR TO 1.
       ACLVAR100-RECAP-GROUPE.
           IF WK-VAR-DREGIE (IN-VAR) = SPACE
             OR WK-VAR-DEDT (IN-VAR) = "O"
                IF IN-VAR < WK-VAR-NBPSTMAX
                     SET IN-VAR UP BY 1
                     GO TO ACLVAR100-RECAP-GROUPE
                ELSE
                     GO TO ACLVAR100-FIN.
           MOVE WK-VAR-DREGIE (IN-VAR)  TO  WK-VAR-SREGIE.
           MOVE WK-VAR-SREGIE       TO  VAR-REG-CODE.
           WRITE QTVAVAR-LIGNE      FROM  WK-VAR-REGLIGNE.
           WRITE QTVAVAR-LIGNE      FROM  WK-VAR-RCOLONNES.
           MOVE ZERO                TO  WK-VAR-SNBECA
                                        WK-VAR-SSOUS
                                        WK-VAR-SSUR.
           SET IN-VA2 TO 1.
       ACLVAR100-RECAP-PERIODE.
           IF WK-VAR-DREGIE (IN-VA2) = WK-VAR-SREGIE
             AND WK-VAR-DEDT (IN-VA2) NOT = "O"
                MOVE WK-VAR-DPER   (IN-VA2)  TO  VAR-R-PER
                MOVE WK-VAR-DNBLIG (IN-VA2)  TO  VAR-R-NBLIG
                MOVE WK-VAR-DNBECA (IN-VA2)  TO  VAR-R-NBECA
                MOVE WK-VAR-DSOUS  (IN-VA2)  TO  VAR-R-SOUS
                MOVE WK-VAR-DSUR   (IN-VA2)  TO  VAR-R-SUR
                WRITE QTVAVAR-LIGNE  FROM  WK-VAR-RLIGNE
                ADD  WK-VAR-DNBECA (IN-VA2)  TO  WK-VAR-SNBECA
                ADD  WK-VAR-DSOUS  (IN-VA2)  TO  WK-VAR-SSOUS
                ADD  WK-VAR-DSUR   (IN-VA2)  TO  WK-VAR-SSUR
                MOVE "O"            TO  WK-VAR-DEDT (IN-VA2).
           IF IN-VA2 < WK-VAR-NBPSTMAX
                SET IN-VA2 UP BY 1
                GO TO ACLVAR100-RECAP-PERIODE.
           MOVE WK-VAR-SNBECA       TO  VAR-STOT-NBECA.
           MOVE WK-VAR-SSOUS        TO  VAR-STOT-SOUS.
           MOVE WK-VAR-SSUR         TO  VAR-STOT-SUR.
           WRITE QTVAVAR-LIGNE      FROM  WK-VAR-SOUSTOT.
           MOVE SPACE               TO  QTVAVAR-LIGNE.
           WRITE QTVAVAR-LIGNE.
           ADD  WK-VAR-SSOUS        TO  WK-VAR-GSOUS.
           ADD  WK-VAR-SSUR         TO  WK-VAR-GSUR.
           GO TO ACLVAR100-RECAP-GROUPE.
      *
       ACLVAR100-FIN.
           MOVE WK-VAR-NBECART      TO  VAR-GTOT-NBECA.
           MOVE WK-VAR-GSOUS        TO  VAR-GTOT-SOUS.
           MOVE WK-VAR-GSUR         TO  VAR-GTOT-SUR.
           WRITE QTVAVAR-LIGNE      FROM  WK-VAR-TOTGEN.
           MOVE WK-VAR-NBLU         TO  VAR-TOT-LUS.
           MOVE WK-VAR-NBREJ        TO  VAR-TOT-REJ.
           MOVE WK-VAR-NBECART      TO  VAR-TOT-ECA.
           MOVE WK-VAR-NBANT        TO  VAR-TOT-ANT.
M54?V      MOVE WK-VAR-NBARC        TO  VAR-TOT-ARC.
           MOVE WK-VAR-TOTLIB       TO  WK-MESSAGE-LIB.
           MOVE SPACE               TO  WK-MESSAGE-REP.
           PERFORM AFF-MESSAGE      THRU  AFF-MESSAGE-EXIT.
M54?V      IF WK-TVA-PARC-SATUREE
M54?V           MOVE
M54?V      "ARCHIVE F-TVAHISA TROP VOLUMINEUSE : TABLE NON UTILISEE"
M54?V                               TO  WK-MESSAGE-LIB
M54?V           MOVE "W"            TO  WK-MESSAGE-SEV
M54?V           MOVE SPACE          TO  WK-MESSAGE-REP
M54?V           PERFORM TILT        THRU  TILT-EXIT.
           CLOSE FVENTES  FINFODI  QTVAVAR.
           STOP RUN.
      *
       COPY SRMSGBATCH.
