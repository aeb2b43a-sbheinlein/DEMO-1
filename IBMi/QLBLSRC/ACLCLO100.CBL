      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . ACLCLO100                     *
      * TYPE OF PROGRAM............: . MAIN PROGRAM (BATCH)          *
      * FUNCTION...................: . NEW-SITE ONBOARDING : CLONE   *
      *         .                        THE ACTIVE FINFODI ROWS OF  *
      *         .                        A REFERENCE RAC18 UNDER A   *
      *         .                        NEW RAC18 AS FTVAPEND       *
      *         .                        CREATION REQUESTS (ACLTVA100*
      *         .                        APPROVAL, FTVAAUD AUDIT),   *
      *         .                        THE NEW ROWS POINTING TO    *
      *         .                        THE REFERENCE SITE IN       *
      *         .                        FDIN-TVA-CORRES, AND        *
      *         .                        PROPOSE THE RETURN LINK ON  *
      *         .                        THE REFERENCE ROWS. IN      *
      *         .                        PREVIEW MODE NOTHING IS     *
      *         .                        QUEUED, THE LISTING SHOWS   *
      *         .                        WHAT WOULD BE               *
      *         .                                                    *
      * FILES USED.................: . FINFODI  (INPUT)              *
      *         .                      FTVAPEND (INPUT / UPDATE)     *
      *         .                      FREGIE   (INPUT)              *
      *         .                      QTVACLO  (PRINTER)            *
      *         .                                                    *
      * INPUT PARAMETERS...........: . RAC18 DE REFERENCE            *
      *         .                    . RAC18 DU NOUVEAU SITE         *
      *         .                    . REGIE IMPOSEE AU NOUVEAU SITE *
      *         .                      (BLANC = REGIE DE LA          *
      *         .                      REFERENCE)                    *
      *         .                    . "G" = GENERER LES DEMANDES,   *
      *         .                      AUTRE = APERCU SEUL           *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: CREATION                       *
      *                                                              *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ACLCLO100.
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
           SELECT  FINFODI         ASSIGN TO DATABASE-FINFODI
                   ORGANIZATION    INDEXED
                   ACCESS          DYNAMIC
                   RECORD  KEY     INFCLE
                   FILE STATUS     WK-FINFODI-STAT.
           SELECT  FTVAPEND        ASSIGN TO DATABASE-FTVAPEND
                   ORGANIZATION    INDEXED
                   ACCESS          DYNAMIC
                   RECORD  KEY     PEND-CLE
                   FILE STATUS     WK-PEND-STAT.
           SELECT  FREGIE          ASSIGN TO DATABASE-FREGIE
                   ORGANIZATION    INDEXED
                   ACCESS          DYNAMIC
                   RECORD  KEY     REG-CODE
                   FILE STATUS     WK-REG-STAT.
           SELECT  QTVACLO         ASSIGN TO PRINTER-QTVACLO
                   FILE STATUS     WK-CLO-STAT.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  FINFODI.
       COPY FDINFODI.
       FD  FTVAPEND.
       COPY FDTVAPND.
       FD  FREGIE.
       COPY FDREGIE.
       FD  QTVACLO                 RECORDING MODE F.
       01  QTVACLO-LIGNE           PIC X(132).
      *
       WORKING-STORAGE             SECTION.
       01  WK-FINFODI-STAT          PIC X(02) VALUE SPACE.
       01  WK-PEND-STAT             PIC X(02) VALUE SPACE.
       01  WK-REG-STAT              PIC X(02) VALUE SPACE.
       01  WK-CLO-STAT              PIC X(02) VALUE SPACE.
       01  WK-CLO-SYSDATE           PIC 9(06) VALUE ZERO.
       01  WK-CLO-SYSTIME           PIC 9(08) VALUE ZERO.
       01  WK-CLO-DATJOUR           PIC 9(08) VALUE ZERO.
       01  WK-CLO-USER              PIC X(10) VALUE SPACE.
       01  WK-CLO-RACREF            PIC X(18) VALUE SPACE.
       01  WK-CLO-RACNEW            PIC X(18) VALUE SPACE.
       01  WK-CLO-REGIE             PIC X(05) VALUE SPACE.
       01  WK-CLO-MODE              PIC X(01) VALUE SPACE.
           88  CLO-GENERE           VALUE "G".
      *
      *    LIGNE DE REFERENCE EN COURS (LES LECTURES DIRECTES DE
      *    FINFODI DEPLACENT LE CURSEUR : ON SE REPOSITIONNE APRES
      *    WK-CLO-CLEREF, COMME ACLTVS100) ET IMAGE DE LA LIGNE A
      *    CREER AU NOUVEAU SITE.
      *
       01  WK-CLO-CLEREF            PIC X(27) VALUE SPACE.
       01  WK-CLO-REF               PIC X(236) VALUE SPACE.
       01  WK-CLO-NEW               PIC X(236) VALUE SPACE.
       01  WK-CLO-RETOUR            PIC X(236) VALUE SPACE.
       01  WK-CLO-REFCORRES         PIC X(18) VALUE SPACE.
       01  WK-CLO-PRAC              PIC X(18) VALUE SPACE.
       01  WK-CLO-PSEQ              PIC X(09) VALUE SPACE.
       01  WK-CLO-PACTION           PIC X(01) VALUE SPACE.
       01  WK-CLO-PAVANT            PIC X(236) VALUE SPACE.
       01  WK-CLO-PAPRES            PIC X(236) VALUE SPACE.
       01  WK-CLO-ATTENTE           PIC X(01) VALUE "N".
           88  CLO-DEJA-EN-ATTENTE  VALUE "O".
       01  WK-CLO-EXISTE            PIC X(01) VALUE "N".
           88  CLO-EXISTE           VALUE "O".
       01  WK-CLO-ECRIT             PIC X(01) VALUE "N".
           88  CLO-ECRIT            VALUE "O".
       01  WK-CLO-NBREF             PIC 9(05) VALUE ZERO.
       01  WK-CLO-NBCRE             PIC 9(05) VALUE ZERO.
       01  WK-CLO-NBLIEN            PIC 9(05) VALUE ZERO.
       01  WK-CLO-NBEXI             PIC 9(05) VALUE ZERO.
       01  WK-CLO-NBATT             PIC 9(05) VALUE ZERO.
       01  WK-CLO-NBINA             PIC 9(05) VALUE ZERO.
       01  WK-CLO-ENTETE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  CLO-ENT-MODE         PIC X(24).
           05  FILLER               PIC X(11)  VALUE "REFERENCE:".
           05  CLO-ENT-REF          PIC X(18).
           05  FILLER               PIC X(15)  VALUE "  NOUVEAU SITE:".
           05  CLO-ENT-NEW          PIC X(18).
           05  FILLER               PIC X(08)  VALUE "  REGIE:".
           05  CLO-ENT-REGIE        PIC X(06).
           05  FILLER               PIC X(06)  VALUE " DATE:".
           05  CLO-ENT-DATE         PIC 9(08).
       01  WK-CLO-COLONNES.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(11)  VALUE "SEQENR".
           05  FILLER               PIC X(32)  VALUE "LIBELLE".
           05  FILLER               PIC X(07)  VALUE "REGIE".
           05  FILLER               PIC X(11)  VALUE "T.V.A.".
           05  FILLER               PIC X(11)  VALUE "T.V.V.".
           05  FILLER               PIC X(24)  VALUE "NOUVEAU SITE".
           05  FILLER               PIC X(30)  VALUE
               "LIEN RETOUR SUR LA REFERENCE".
       01  WK-CLO-LIGNE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  CLO-LIG-SEQ          PIC X(09).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  CLO-LIG-LIB          PIC X(30).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  CLO-LIG-REGIE        PIC X(05).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  CLO-LIG-TVAT         PIC -ZZ9.9999.
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  CLO-LIG-TVVT         PIC -ZZ9.9999.
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  CLO-LIG-CRE          PIC X(22).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  CLO-LIG-LIEN         PIC X(30).
       01  WK-CLO-TOTLIB.
           05  FILLER               PIC X(16)  VALUE
               "CLONAGE SITE :".
           05  CLO-LIB-REF          PIC ZZZZ9.
           05  FILLER               PIC X(12)  VALUE " REFERENCE,".
           05  CLO-LIB-CRE          PIC ZZZZ9.
           05  FILLER               PIC X(10)  VALUE " CREATION".
           05  CLO-LIB-LIEN         PIC ZZZZ9.
           05  FILLER               PIC X(07)  VALUE " LIENS,".
           05  CLO-LIB-EXI          PIC ZZZZ9.
           05  FILLER               PIC X(10)  VALUE " EXISTANT,".
           05  CLO-LIB-ATT          PIC ZZZZ9.
           05  FILLER               PIC X(12)  VALUE " EN ATTENTE,".
           05  CLO-LIB-INA          PIC ZZZZ9.
           05  FILLER               PIC X(09)  VALUE " INACTIFS".
       COPY WKTABTVA.
       COPY WKMESSAGE.
      *
       LINKAGE                     SECTION.
       01  WK-CLO-RACREFPRM         PIC X(18).
       01  WK-CLO-RACNEWPRM         PIC X(18).
       01  WK-CLO-REGIEPRM          PIC X(05).
       01  WK-CLO-MODEPRM           PIC X(01).
      *
       PROCEDURE                   DIVISION  USING  WK-CLO-RACREFPRM
                                                    WK-CLO-RACNEWPRM
                                                    WK-CLO-REGIEPRM
                                                    WK-CLO-MODEPRM.
       ACLCLO100-DEBUT.
           MOVE "ACLCLO100"         TO  WK-MESSAGE-LOG-JOB.
           ACCEPT WK-CLO-SYSDATE    FROM DATE.
           MOVE 20000000            TO  WK-CLO-DATJOUR.
           ADD  WK-CLO-SYSDATE      TO  WK-CLO-DATJOUR.
           MOVE WK-CLO-RACREFPRM    TO  WK-CLO-RACREF.
           MOVE WK-CLO-RACNEWPRM    TO  WK-CLO-RACNEW.
           MOVE WK-CLO-REGIEPRM     TO  WK-CLO-REGIE.
           MOVE WK-CLO-MODEPRM      TO  WK-CLO-MODE.
           IF WK-CLO-RACREF = SPACE OR WK-CLO-RACNEW = SPACE
             OR WK-CLO-RACREF = WK-CLO-RACNEW
                MOVE "RAC18 DE REFERENCE / NOUVEAU SITE INCORRECTS"
                                    TO  WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           CALL "ACLUSR100"         USING  WK-CLO-USER.
           OPEN INPUT               FINFODI.
           IF WK-FINFODI-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-INFODI STATUT :"
                       WK-FINFODI-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           IF CLO-GENERE
                OPEN I-O            FTVAPEND
           ELSE
                OPEN INPUT          FTVAPEND.
           IF WK-PEND-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-TVAPEND STATUT :"
                       WK-PEND-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
      *
      *    LA REGIE IMPOSEE DOIT EXISTER ET ETRE ACTIVE DANS FREGIE.
      *
           IF WK-CLO-REGIE NOT = SPACE
                PERFORM ACLCLO100-REGIE  THRU  ACLCLO100-REGIE-EXIT.
           OPEN OUTPUT              QTVACLO.
           IF WK-CLO-STAT NOT = "00"
                STRING "ERREUR OUVERTURE Q-TVACLO STATUT :"
                       WK-CLO-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           MOVE "APERCU - RIEN N'EST DEMANDE"  TO  CLO-ENT-MODE.
           IF CLO-GENERE
                MOVE "DEMANDES GENEREES"  TO  CLO-ENT-MODE.
           MOVE WK-CLO-RACREF       TO  CLO-ENT-REF.
           MOVE WK-CLO-RACNEW       TO  CLO-ENT-NEW.
           MOVE WK-CLO-REGIE        TO  CLO-ENT-REGIE.
           IF WK-CLO-REGIE = SPACE
                MOVE "*REF."        TO  CLO-ENT-REGIE.
           MOVE WK-CLO-DATJOUR      TO  CLO-ENT-DATE.
           WRITE QTVACLO-LIGNE      FROM  WK-CLO-ENTETE.
           WRITE QTVACLO-LIGNE      FROM  WK-CLO-COLONNES.
           MOVE SPACE               TO  QTVACLO-LIGNE.
           WRITE QTVACLO-LIGNE.
           MOVE WK-CLO-RACREF       TO  INF-CLE-RAC18.
           MOVE ZERO                TO  INF-CLE-SEQENR9.
           MOVE INF-CLE-SEQENR9     TO  INF-CLE-SEQENR.
           START FINFODI KEY NOT < INFCLE INVALID KEY
                GO TO ACLCLO100-FIN.
      *
      *    LIGNES DU SITE DE REFERENCE, DANS L'ORDRE DES SEQENR.
      *
       ACLCLO100-LECT.
           READ FINFODI NEXT  END  GO TO ACLCLO100-FIN.
           IF INF-CLE-RAC18 NOT = WK-CLO-RACREF
                GO TO ACLCLO100-FIN.
           ADD  1                   TO  WK-CLO-NBREF.
           MOVE INFCLE              TO  WK-CLO-CLEREF.
           MOVE FINFODI-REC         TO  WK-CLO-REF.
           MOVE FDIN-TVA-CORRES     TO  WK-CLO-REFCORRES.
           MOVE SPACE               TO  CLO-LIG-CRE  CLO-LIG-LIEN.
           IF FDIN-TVA-ACTIF = "N"
                ADD  1              TO  WK-CLO-NBINA
                MOVE "INACTIF - NON REPRIS"  TO  CLO-LIG-CRE
                PERFORM ACLCLO100-EDITE  THRU  ACLCLO100-EDITE-EXIT
                GO TO ACLCLO100-SUIV.
      *
      *    IMAGE DU NOUVEAU SITE : COPIE DE LA REFERENCE SOUS LA CLE
      *    DU NOUVEAU RAC18, REGIE IMPOSEE LE CAS ECHEANT, ET
      *    CORRESPONDANCE VERS LE SITE DE REFERENCE.
      *
           MOVE WK-CLO-RACNEW       TO  INF-CLE-RAC18.
           IF WK-CLO-REGIE NOT = SPACE
                MOVE WK-CLO-REGIE   TO  FDIN-TVA-REGIE.
           MOVE WK-CLO-RACREF       TO  FDIN-TVA-CORRES.
           MOVE FINFODI-REC         TO  WK-CLO-NEW.
           PERFORM ACLCLO100-EDITE  THRU  ACLCLO100-EDITE-EXIT.
           PERFORM ACLCLO100-CREE   THRU  ACLCLO100-CREE-EXIT.
           PERFORM ACLCLO100-LIEN   THRU  ACLCLO100-LIEN-EXIT.
       ACLCLO100-SUIV.
           WRITE QTVACLO-LIGNE      FROM  WK-CLO-LIGNE.
           MOVE WK-CLO-CLEREF       TO  INFCLE.
           START FINFODI KEY > INFCLE INVALID KEY
                GO TO ACLCLO100-FIN.
           GO TO ACLCLO100-LECT.
      *
       ACLCLO100-REGIE.
           OPEN INPUT               FREGIE.
           IF WK-REG-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-REGIE STATUT :"
                       WK-REG-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           MOVE WK-CLO-REGIE        TO  REG-CODE.
           READ FREGIE KEY IS REG-CODE INVALID KEY
                MOVE "N"            TO  REG-ACTIF.
           CLOSE FREGIE.
           IF REG-ACTIF = "N"
                MOVE "REGIE IMPOSEE INCONNUE OU INACTIVE DANS F-REGIE"
                                    TO  WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
       ACLCLO100-REGIE-EXIT.
           EXIT.
      *
       ACLCLO100-EDITE.
           MOVE INF-CLE-SEQENR      TO  CLO-LIG-SEQ.
           MOVE FDIN-TVA-LIB        TO  CLO-LIG-LIB.
           MOVE FDIN-TVA-REGIE      TO  CLO-LIG-REGIE.
           MOVE FDIN-TVA-TVAT       TO  CLO-LIG-TVAT.
           MOVE FDIN-TVA-TVVT       TO  CLO-LIG-TVVT.
       ACLCLO100-EDITE-EXIT.
           EXIT.
      *
      *    CREATION AU NOUVEAU SITE : ECARTEE SI LA CLE EXISTE DEJA
      *    DANS FINFODI OU SI UNE DEMANDE EST DEJA EN ATTENTE POUR
      *    ELLE (UN NOUVEAU PASSAGE NE DOUBLE RIEN).
      *
       ACLCLO100-CREE.
           MOVE "N"                 TO  WK-CLO-EXISTE.
           READ FINFODI KEY IS INFCLE INVALID KEY
                GO TO ACLCLO100-CREE-ATT.
           MOVE "O"                 TO  WK-CLO-EXISTE.
       ACLCLO100-CREE-ATT.
           IF CLO-EXISTE
                ADD  1              TO  WK-CLO-NBEXI
                MOVE "EXISTE DEJA AU SITE"  TO  CLO-LIG-CRE
                GO TO ACLCLO100-CREE-EXIT.
           MOVE WK-CLO-RACNEW       TO  WK-CLO-PRAC.
           MOVE WK-CLO-CLEREF (19:9)  TO  WK-CLO-PSEQ.
           PERFORM ACLCLO100-ATTENTE  THRU  ACLCLO100-ATTENTE-EXIT.
           IF CLO-DEJA-EN-ATTENTE
                ADD  1              TO  WK-CLO-NBATT
                MOVE "DEMANDE EN ATTENTE"  TO  CLO-LIG-CRE
                GO TO ACLCLO100-CREE-EXIT.
           ADD  1                   TO  WK-CLO-NBCRE.
           MOVE "A CREER"           TO  CLO-LIG-CRE.
           IF NOT CLO-GENERE
                GO TO ACLCLO100-CREE-EXIT.
           MOVE "C"                 TO  WK-CLO-PACTION.
           MOVE SPACE               TO  WK-CLO-PAVANT.
           MOVE WK-CLO-NEW          TO  WK-CLO-PAPRES.
           PERFORM ACLCLO100-DEMANDE  THRU  ACLCLO100-DEMANDE-EXIT.
           MOVE "CREATION DEMANDEE" TO  CLO-LIG-CRE.
           IF NOT CLO-ECRIT
                SUBTRACT 1          FROM  WK-CLO-NBCRE
                MOVE "ERREUR F-TVAPEND"  TO  CLO-LIG-CRE.
       ACLCLO100-CREE-EXIT.
           EXIT.
      *
      *    LIEN RETOUR : LA LIGNE DE REFERENCE SANS CORRESPONDANCE
      *    RECOIT LE NOUVEAU SITE EN FDIN-TVA-CORRES, PAR UNE
      *    DEMANDE DE MODIFICATION. UNE CORRESPONDANCE DEJA POSEE
      *    VERS UN AUTRE SITE N'EST PAS ECRASEE (UN SEUL SITE PAR
      *    LIGNE) : ELLE EST SIGNALEE.
      *
       ACLCLO100-LIEN.
           IF WK-CLO-REFCORRES = WK-CLO-RACNEW
                MOVE "DEJA EN PLACE"     TO  CLO-LIG-LIEN
                GO TO ACLCLO100-LIEN-EXIT.
           IF WK-CLO-REFCORRES NOT = SPACE
                STRING "CONSERVE : " WK-CLO-REFCORRES
                       DELIMITED BY SIZE INTO CLO-LIG-LIEN
                GO TO ACLCLO100-LIEN-EXIT.
           MOVE WK-CLO-RACREF       TO  WK-CLO-PRAC.
           MOVE WK-CLO-CLEREF (19:9)  TO  WK-CLO-PSEQ.
           PERFORM ACLCLO100-ATTENTE  THRU  ACLCLO100-ATTENTE-EXIT.
           IF CLO-DEJA-EN-ATTENTE
                MOVE "NON POSE : DEMANDE EN ATTENTE"
                                    TO  CLO-LIG-LIEN
                GO TO ACLCLO100-LIEN-EXIT.
           ADD  1                   TO  WK-CLO-NBLIEN.
           MOVE "A DEMANDER"        TO  CLO-LIG-LIEN.
           IF NOT CLO-GENERE
                GO TO ACLCLO100-LIEN-EXIT.
           MOVE WK-CLO-REF          TO  FINFODI-REC.
           MOVE WK-CLO-RACNEW       TO  FDIN-TVA-CORRES.
           MOVE FINFODI-REC         TO  WK-CLO-RETOUR.
           MOVE "M"                 TO  WK-CLO-PACTION.
           MOVE WK-CLO-REF          TO  WK-CLO-PAVANT.
           MOVE WK-CLO-RETOUR       TO  WK-CLO-PAPRES.
           PERFORM ACLCLO100-DEMANDE  THRU  ACLCLO100-DEMANDE-EXIT.
           MOVE "MODIFICATION DEMANDEE"  TO  CLO-LIG-LIEN.
           IF NOT CLO-ECRIT
                SUBTRACT 1          FROM  WK-CLO-NBLIEN
                MOVE "ERREUR F-TVAPEND"  TO  CLO-LIG-LIEN.
       ACLCLO100-LIEN-EXIT.
           EXIT.
      *
      *    RECHERCHE D'UNE DEMANDE EN ATTENTE POUR WK-CLO-PRAC /
      *    WK-CLO-PSEQ.
      *
       ACLCLO100-ATTENTE.
           MOVE "N"                 TO  WK-CLO-ATTENTE.
           MOVE WK-CLO-PRAC         TO  PEND-RAC18.
           MOVE WK-CLO-PSEQ         TO  PEND-SEQENR.
           MOVE ZERO                TO  PEND-DATE  PEND-TIME.
           START FTVAPEND KEY NOT < PEND-CLE INVALID KEY
                GO TO ACLCLO100-ATTENTE-EXIT.
       ACLCLO100-ATTENTE-LECT.
           READ FTVAPEND NEXT  END  GO TO ACLCLO100-ATTENTE-EXIT.
           IF PEND-RAC18 NOT = WK-CLO-PRAC
             OR PEND-SEQENR NOT = WK-CLO-PSEQ
                GO TO ACLCLO100-ATTENTE-EXIT.
           IF PEND-EN-ATTENTE
                MOVE "O"            TO  WK-CLO-ATTENTE
                GO TO ACLCLO100-ATTENTE-EXIT.
           GO TO ACLCLO100-ATTENTE-LECT.
       ACLCLO100-ATTENTE-EXIT.
           EXIT.
      *
      *    ECRITURE D'UNE DEMANDE EN ATTENTE D'ORIGINE "B" (NON
      *    PROPAGEE PAR ACLTVA100 : LE CLONAGE POSE LUI-MEME LES
      *    DEUX SENS DE LA CORRESPONDANCE).
      *
       ACLCLO100-DEMANDE.
           MOVE "N"                 TO  WK-CLO-ECRIT.
           MOVE WK-CLO-PRAC         TO  PEND-RAC18.
           MOVE WK-CLO-PSEQ         TO  PEND-SEQENR.
           ACCEPT WK-CLO-SYSDATE    FROM DATE.
           ACCEPT WK-CLO-SYSTIME    FROM TIME.
           MOVE 20000000            TO  PEND-DATE.
           ADD  WK-CLO-SYSDATE      TO  PEND-DATE.
           MOVE WK-CLO-SYSTIME (1:6) TO  PEND-TIME.
           MOVE WK-CLO-PACTION      TO  PEND-ACTION.
           MOVE "A"                 TO  PEND-STATUT.
           MOVE WK-CLO-USER         TO  PEND-SAISIE-USER.
           MOVE WK-CLO-PAVANT       TO  PEND-AVANT.
           MOVE WK-CLO-PAPRES       TO  PEND-APRES.
           MOVE SPACE               TO  PEND-DECIDE-USER.
           MOVE ZERO                TO  PEND-DECIDE-DATE
                                        PEND-DECIDE-TIME.
           MOVE "B"                 TO  PEND-ORIGINE.
           WRITE FTVAPEND-REC INVALID KEY
                GO TO ACLCLO100-DEMANDE-EXIT.
           MOVE "O"                 TO  WK-CLO-ECRIT.
       ACLCLO100-DEMANDE-EXIT.
           EXIT.
      *
       ACLCLO100-FIN.
           IF WK-CLO-NBREF = ZERO
                MOVE "AUCUN CODE TVA POUR LE RAC18 DE REFERENCE"
                                    TO  WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                CLOSE FINFODI  FTVAPEND  QTVACLO
                PERFORM TILT        THRU  TILT-EXIT.
           MOVE WK-CLO-NBREF        TO  CLO-LIB-REF.
           MOVE WK-CLO-NBCRE        TO  CLO-LIB-CRE.
           MOVE WK-CLO-NBLIEN       TO  CLO-LIB-LIEN.
           MOVE WK-CLO-NBEXI        TO  CLO-LIB-EXI.
           MOVE WK-CLO-NBATT        TO  CLO-LIB-ATT.
           MOVE WK-CLO-NBINA        TO  CLO-LIB-INA.
           MOVE WK-CLO-TOTLIB       TO  WK-MESSAGE-LIB.
           MOVE SPACE               TO  WK-MESSAGE-REP.
           PERFORM AFF-MESSAGE      THRU  AFF-MESSAGE-EXIT.
           CLOSE FINFODI  FTVAPEND  QTVACLO.
           STOP RUN.
      *
       COPY SRMSGBATCH.
