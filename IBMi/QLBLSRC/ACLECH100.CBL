      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . ACLECH100                     *
      * TYPE OF PROGRAM............: . MAIN PROGRAM (BATCH)          *
      * FUNCTION...................: . DAILY FILING CALENDAR OF THE  *
      *         .                        V.A.T. RETURNS : FOR EACH   *
      *         .                        ACTIVE REGIE OF FREGIE      *
      *         .                        CARRYING A PERIODICITY,     *
      *         .                        WALK THE PERIODS NOT YET    *
      *         .                        CLOSED IN THE FTVADEP       *
      *         .                        LEDGER, PRINT ON QTVAECH    *
      *         .                        THE RETURNS DUE WITHIN N    *
      *         .                        DAYS AND THE RETURNS        *
      *         .                        ALREADY OVERDUE, AND LOG    *
      *         .                        EACH OVERDUE RETURN TO      *
      *         .                        FMSGLOG WITH THE FATAL      *
      *         .                        SEVERITY (ACLMSD100 DIGEST) *
      *         .                                                    *
      * FILES USED.................: . FREGIE   (INPUT)              *
      *         .                      FTVADEP  (INPUT)              *
      *         .                      QTVAECH  (PRINTER)            *
      *         .                                                    *
      * INPUT PARAMETERS...........: . HORIZON EN JOURS (N)          *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: CREATION                       *
      *                                                              *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ACLECH100.
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
           SELECT  FREGIE          ASSIGN TO DATABASE-FREGIE
                   ORGANIZATION    INDEXED
                   ACCESS          DYNAMIC
                   RECORD  KEY     REG-CODE
                   FILE STATUS     WK-REG-STAT.
           SELECT  FTVADEP         ASSIGN TO DATABASE-FTVADEP
                   ORGANIZATION    INDEXED
                   ACCESS          DYNAMIC
                   RECORD  KEY     DEP-CLE
                   FILE STATUS     WK-DEP-STAT.
           SELECT  QTVAECH         ASSIGN TO PRINTER-QTVAECH
                   FILE STATUS     WK-ECH-STAT.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  FREGIE.
       COPY FDREGIE.
       FD  FTVADEP.
       COPY FDTVADEP.
       FD  QTVAECH                 RECORDING MODE F.
       01  QTVAECH-LIGNE           PIC X(132).
      *
       WORKING-STORAGE             SECTION.
       01  WK-REG-STAT              PIC X(02) VALUE SPACE.
       01  WK-DEP-STAT              PIC X(02) VALUE SPACE.
       01  WK-ECH-STAT              PIC X(02) VALUE SPACE.
       01  WK-ECH-SYSDATE           PIC 9(06) VALUE ZERO.
       01  WK-ECH-DATJOUR           PIC 9(08) VALUE ZERO.
       01  WK-ECH-NBREG             PIC 9(05) VALUE ZERO.
       01  WK-ECH-NBNPL             PIC 9(05) VALUE ZERO.
       01  WK-ECH-NBECH             PIC 9(05) VALUE ZERO.
       01  WK-ECH-NBRET             PIC 9(05) VALUE ZERO.
      *
      *    BORNE DE L'HORIZON : DATE DU JOUR PLUS N JOURS (AVANCE
      *    MOIS PAR MOIS, PENDANT DU RECUL DE ACLPND100).
      *
       01  WK-ECH-HORIZON           PIC 9(08) VALUE ZERO.
       01  WK-ECH-WDATE.
           05  WK-ECH-WAA           PIC 9(04).
           05  WK-ECH-WMM           PIC 9(02).
           05  WK-ECH-WJJ           PIC 9(02).
       01  WK-ECH-WDATE-N  REDEFINES  WK-ECH-WDATE
                                    PIC 9(08).
       01  WK-ECH-JOURS             PIC S9(05) VALUE ZERO.
       01  WK-ECH-MOISLG            PIC 9(02) VALUE ZERO.
       01  WK-ECH-RESTE             PIC 9(04) VALUE ZERO.
       01  WK-ECH-QUOT              PIC 9(04) VALUE ZERO.
       01  WK-ECH-MOISJRS-TAB       VALUE "312831303130313130313031".
           05  WK-ECH-MOISJRS       PIC 9(02) OCCURS 12.
      *
      *    UNE PERIODE EST DESIGNEE PAR L'AAAAMM DE SON DERNIER MOIS
      *    (MARS, JUIN, SEPTEMBRE, DECEMBRE EN TRIMESTRIEL, DECEMBRE
      *    EN ANNUEL), COMME DEP-PERIODE DANS LE REGISTRE. WK-ECH-PAS
      *    EST LE NOMBRE DE MOIS D'UNE PERIODE.
      *
       01  WK-ECH-PER.
           05  WK-ECH-PAA           PIC 9(04).
           05  WK-ECH-PMM           PIC 9(02).
       01  WK-ECH-PER-N  REDEFINES  WK-ECH-PER
                                    PIC 9(06).
       01  WK-ECH-MOISJOUR          PIC 9(06) VALUE ZERO.
       01  WK-ECH-DERPER            PIC 9(06) VALUE ZERO.
       01  WK-ECH-PAS               PIC 9(02) VALUE ZERO.
       01  WK-ECH-NBMOIS            PIC 9(02) VALUE ZERO.
       01  WK-ECH-ECHEANCE          PIC 9(08) VALUE ZERO.
       01  WK-ECH-ENTETE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(42)  VALUE
               "ECHEANCIER DES DECLARATIONS T.V.A.".
           05  FILLER               PIC X(12)  VALUE "DATE DU RUN:".
           05  ECH-ENT-DATE         PIC 9(08).
           05  FILLER               PIC X(12)  VALUE "  HORIZON :".
           05  ECH-ENT-HOR          PIC 9(08).
       01  WK-ECH-COLONNES.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(07)  VALUE "REGIE".
           05  FILLER               PIC X(32)  VALUE "LIBELLE".
           05  FILLER               PIC X(07)  VALUE "PERIOD.".
           05  FILLER               PIC X(09)  VALUE "PERIODE".
           05  FILLER               PIC X(11)  VALUE "ECHEANCE".
           05  FILLER               PIC X(12)  VALUE "SITUATION".
       01  WK-ECH-LIGNE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  ECH-REGIE            PIC X(05).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  ECH-LIB              PIC X(30).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  ECH-PERIODIC         PIC X(01).
           05  FILLER               PIC X(06)  VALUE SPACE.
           05  ECH-PERIODE          PIC 9(06).
           05  FILLER               PIC X(03)  VALUE SPACE.
           05  ECH-ECHEANCE         PIC 9(08).
           05  FILLER               PIC X(03)  VALUE SPACE.
           05  ECH-SITUATION        PIC X(12).
       01  WK-ECH-TOTAL.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(13)  VALUE "REGIES LUES:".
           05  ECH-TOT-REG          PIC ZZZZ9.
           05  FILLER               PIC X(17)  VALUE
               "  NON PLANIFIEES:".
           05  ECH-TOT-NPL          PIC ZZZZ9.
           05  FILLER               PIC X(14)  VALUE "  A ECHEANCE:".
           05  ECH-TOT-ECH          PIC ZZZZ9.
           05  FILLER               PIC X(13)  VALUE "  EN RETARD:".
           05  ECH-TOT-RET          PIC ZZZZ9.
       01  WK-ECH-TOTLIB.
           05  FILLER               PIC X(24)  VALUE
               "ECHEANCIER TVA REGIES:".
           05  ECH-LIB-REG          PIC ZZZZ9.
           05  FILLER               PIC X(16)  VALUE " NON PLANIFIEES:".
           05  ECH-LIB-NPL          PIC ZZZZ9.
           05  FILLER               PIC X(13)  VALUE " A ECHEANCE:".
           05  ECH-LIB-ECH          PIC ZZZZ9.
           05  FILLER               PIC X(12)  VALUE " EN RETARD:".
           05  ECH-LIB-RET          PIC ZZZZ9.
       COPY WKTABTVA.
       COPY WKMESSAGE.
      *
       LINKAGE                     SECTION.
       01  WK-ECH-NBJPRM            PIC 9(03).
      *
       PROCEDURE                   DIVISION  USING  WK-ECH-NBJPRM.
       ACLECH100-DEBUT.
           MOVE "ACLECH100"         TO  WK-MESSAGE-LOG-JOB.
           ACCEPT WK-ECH-SYSDATE    FROM DATE.
           MOVE 20000000            TO  WK-ECH-DATJOUR.
           ADD  WK-ECH-SYSDATE      TO  WK-ECH-DATJOUR.
           MOVE WK-ECH-DATJOUR (1:6)  TO  WK-ECH-MOISJOUR.
           MOVE WK-ECH-NBJPRM       TO  WK-ECH-JOURS.
           PERFORM ACLECH100-AVANCE THRU  ACLECH100-AVANCE-EXIT.
           MOVE WK-ECH-WDATE-N      TO  WK-ECH-HORIZON.
           OPEN INPUT               FREGIE.
           IF WK-REG-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-REGIE STATUT :"
                       WK-REG-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           OPEN INPUT               FTVADEP.
           IF WK-DEP-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-TVADEP STATUT :"
                       WK-DEP-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           OPEN OUTPUT              QTVAECH.
           IF WK-ECH-STAT NOT = "00"
                STRING "ERREUR OUVERTURE Q-TVAECH STATUT :"
                       WK-ECH-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           MOVE WK-ECH-DATJOUR      TO  ECH-ENT-DATE.
           MOVE WK-ECH-HORIZON      TO  ECH-ENT-HOR.
           WRITE QTVAECH-LIGNE      FROM  WK-ECH-ENTETE.
           WRITE QTVAECH-LIGNE      FROM  WK-ECH-COLONNES.
           MOVE SPACE               TO  QTVAECH-LIGNE.
           WRITE QTVAECH-LIGNE.
           MOVE SPACE               TO  REG-CODE.
           START FREGIE KEY NOT < REG-CODE INVALID KEY
                GO TO ACLECH100-FIN.
       ACLECH100-LECT.
           READ FREGIE NEXT END GO TO ACLECH100-FIN.
           IF REG-ACTIF = "N" GO TO ACLECH100-LECT.
           ADD  1                   TO  WK-ECH-NBREG.
           MOVE ZERO                TO  WK-ECH-PAS.
           IF REG-MENSUELLE
                MOVE 1              TO  WK-ECH-PAS.
           IF REG-TRIMESTRIELLE
                MOVE 3              TO  WK-ECH-PAS.
           IF REG-ANNUELLE
                MOVE 12             TO  WK-ECH-PAS.
           IF WK-ECH-PAS = ZERO
             OR REG-JOURECH NOT NUMERIC
             OR REG-JOURECH < 1
             OR REG-JOURECH > 31
                ADD  1              TO  WK-ECH-NBNPL
                GO TO ACLECH100-LECT.
           PERFORM ACLECH100-DERPER THRU  ACLECH100-DERPER-EXIT.
           PERFORM ACLECH100-PREMIERE
                   THRU  ACLECH100-PREMIERE-EXIT.
           PERFORM ACLECH100-PERIODE
                   THRU  ACLECH100-PERIODE-EXIT.
           GO TO ACLECH100-LECT.
      *
      *    DERNIERE PERIODE DEPOSEE DE LA REGIE : LA PLUS GRANDE
      *    PERIODE CLOSE DU REGISTRE FTVADEP (ZERO SI AUCUNE).
      *
       ACLECH100-DERPER.
           MOVE ZERO                TO  WK-ECH-DERPER.
           MOVE REG-CODE            TO  DEP-REGIE.
           MOVE ZERO                TO  DEP-PERIODE.
           START FTVADEP KEY NOT < DEP-CLE INVALID KEY
                GO TO ACLECH100-DERPER-EXIT.
       ACLECH100-DERPER-LECT.
           READ FTVADEP NEXT END GO TO ACLECH100-DERPER-EXIT.
           IF DEP-REGIE NOT = REG-CODE
                GO TO ACLECH100-DERPER-EXIT.
           IF DEP-CLOSE
                MOVE DEP-PERIODE    TO  WK-ECH-DERPER.
           GO TO ACLECH100-DERPER-LECT.
       ACLECH100-DERPER-EXIT.
           EXIT.
      *
      *    PREMIERE PERIODE A EXAMINER : CELLE QUI SUIT LA DERNIERE
      *    PERIODE DEPOSEE ; POUR UNE REGIE QUI N'A ENCORE RIEN
      *    DEPOSE, LA DERNIERE PERIODE ECHUE AVANT LE MOIS EN COURS
      *    (ON NE REMONTE PAS PLUS LOIN QU'ELLE).
      *
       ACLECH100-PREMIERE.
           IF WK-ECH-DERPER NOT = ZERO
                MOVE WK-ECH-DERPER  TO  WK-ECH-PER-N
                MOVE WK-ECH-PAS     TO  WK-ECH-NBMOIS
                PERFORM ACLECH100-AJMOIS  THRU  ACLECH100-AJMOIS-EXIT
                GO TO ACLECH100-PREMIERE-EXIT.
           MOVE WK-ECH-MOISJOUR     TO  WK-ECH-PER-N.
       ACLECH100-PREMIERE-RECUL.
           SUBTRACT 1               FROM  WK-ECH-PMM.
           IF WK-ECH-PMM < 1
                MOVE 12             TO  WK-ECH-PMM
                SUBTRACT 1          FROM  WK-ECH-PAA.
           DIVIDE WK-ECH-PMM BY WK-ECH-PAS GIVING WK-ECH-QUOT
                  REMAINDER WK-ECH-RESTE.
           IF WK-ECH-RESTE NOT = ZERO
                GO TO ACLECH100-PREMIERE-RECUL.
       ACLECH100-PREMIERE-EXIT.
           EXIT.
      *
      *    PERIODES SUCCESSIVES NON DEPOSEES : ECHUE AVANT LE JOUR,
      *    LA DECLARATION EST EN RETARD ; A ECHEANCE DANS L'HORIZON,
      *    ELLE EST A DEPOSER ; AU-DELA DE L'HORIZON ON S'ARRETE.
      *
       ACLECH100-PERIODE.
           PERFORM ACLECH100-ECHEANCE
                   THRU  ACLECH100-ECHEANCE-EXIT.
           IF WK-ECH-ECHEANCE > WK-ECH-HORIZON
                GO TO ACLECH100-PERIODE-EXIT.
           MOVE REG-CODE            TO  ECH-REGIE.
           MOVE REG-LIB             TO  ECH-LIB.
           MOVE REG-PERIODIC        TO  ECH-PERIODIC.
           MOVE WK-ECH-PER-N        TO  ECH-PERIODE.
           MOVE WK-ECH-ECHEANCE     TO  ECH-ECHEANCE.
           IF WK-ECH-ECHEANCE < WK-ECH-DATJOUR
                MOVE "EN RETARD"    TO  ECH-SITUATION
                PERFORM ACLECH100-RETARD  THRU  ACLECH100-RETARD-EXIT
           ELSE
                MOVE "A ECHEANCE"   TO  ECH-SITUATION
                ADD  1              TO  WK-ECH-NBECH.
           WRITE QTVAECH-LIGNE      FROM  WK-ECH-LIGNE.
           MOVE WK-ECH-PAS          TO  WK-ECH-NBMOIS.
           PERFORM ACLECH100-AJMOIS THRU  ACLECH100-AJMOIS-EXIT.
           GO TO ACLECH100-PERIODE.
       ACLECH100-PERIODE-EXIT.
           EXIT.
      *
      *    RETARD : ENTREE DE GRAVITE "F" AU JOURNAL FMSGLOG POUR LE
      *    DIGEST ACLMSD100. ON PASSE PAR AFF-MESSAGE ET NON PAR
      *    TILT, QUI ARRETERAIT LE TRAITEMENT AU PREMIER RETARD ; LA
      *    GRAVITE EST REBLANCHIE APRES L'ENVOI.
      *
       ACLECH100-RETARD.
           ADD  1                   TO  WK-ECH-NBRET.
           STRING "DECLARATION TVA EN RETARD REGIE :"  REG-CODE
                  " PERIODE :"      ECH-PERIODE
                  " ECHUE LE "      ECH-ECHEANCE
                  DELIMITED BY SIZE INTO WK-MESSAGE-LIB.
           MOVE "F"                 TO  WK-MESSAGE-SEV.
           MOVE SPACE               TO  WK-MESSAGE-REP.
           PERFORM AFF-MESSAGE      THRU  AFF-MESSAGE-EXIT.
           MOVE SPACE               TO  WK-MESSAGE-SEV.
       ACLECH100-RETARD-EXIT.
           EXIT.
      *
      *    ECHEANCE DE LA PERIODE WK-ECH-PER : JOUR REG-JOURECH DU
      *    MOIS SUIVANT, RAMENE AU DERNIER JOUR DE CE MOIS.
      *
       ACLECH100-ECHEANCE.
           MOVE WK-ECH-PAA          TO  WK-ECH-WAA.
           MOVE WK-ECH-PMM          TO  WK-ECH-WMM.
           ADD  1                   TO  WK-ECH-WMM.
           IF WK-ECH-WMM > 12
                MOVE 1              TO  WK-ECH-WMM
                ADD  1              TO  WK-ECH-WAA.
           MOVE WK-ECH-MOISJRS (WK-ECH-WMM)  TO  WK-ECH-MOISLG.
           IF WK-ECH-WMM = 2
                PERFORM ACLECH100-BISSEX  THRU  ACLECH100-BISSEX-EXIT.
           MOVE REG-JOURECH         TO  WK-ECH-WJJ.
           IF WK-ECH-WJJ > WK-ECH-MOISLG
                MOVE WK-ECH-MOISLG  TO  WK-ECH-WJJ.
           MOVE WK-ECH-WDATE-N      TO  WK-ECH-ECHEANCE.
       ACLECH100-ECHEANCE-EXIT.
           EXIT.
      *
       ACLECH100-AJMOIS.
           IF WK-ECH-NBMOIS = ZERO
                GO TO ACLECH100-AJMOIS-EXIT.
           ADD  1                   TO  WK-ECH-PMM.
           IF WK-ECH-PMM > 12
                MOVE 1              TO  WK-ECH-PMM
                ADD  1              TO  WK-ECH-PAA.
           SUBTRACT 1               FROM  WK-ECH-NBMOIS.
           GO TO ACLECH100-AJMOIS.
       ACLECH100-AJMOIS-EXIT.
           EXIT.
      *
      *    AVANCE DE N JOURS : ON AJOUTE AU QUANTIEME, ET TANT QUE LE
      *    RESULTAT DEPASSE LA LONGUEUR DU MOIS ON L'EN RETRANCHE ET
      *    ON PASSE AU MOIS SUIVANT (FEVRIER CORRIGE POUR LES ANNEES
      *    BISSEXTILES).
      *
       ACLECH100-AVANCE.
           MOVE WK-ECH-DATJOUR      TO  WK-ECH-WDATE-N.
           ADD  WK-ECH-WJJ          TO  WK-ECH-JOURS.
       ACLECH100-AVANCE-BOUCLE.
           MOVE WK-ECH-MOISJRS (WK-ECH-WMM)  TO  WK-ECH-MOISLG.
           IF WK-ECH-WMM = 2
                PERFORM ACLECH100-BISSEX  THRU  ACLECH100-BISSEX-EXIT.
           IF WK-ECH-JOURS NOT > WK-ECH-MOISLG
                MOVE WK-ECH-JOURS   TO  WK-ECH-WJJ
                GO TO ACLECH100-AVANCE-EXIT.
           SUBTRACT WK-ECH-MOISLG   FROM  WK-ECH-JOURS.
           ADD  1                   TO  WK-ECH-WMM.
           IF WK-ECH-WMM > 12
                MOVE 1              TO  WK-ECH-WMM
                ADD  1              TO  WK-ECH-WAA.
           GO TO ACLECH100-AVANCE-BOUCLE.
       ACLECH100-AVANCE-EXIT.
           EXIT.
      *
       ACLECH100-BISSEX.
           DIVIDE WK-ECH-WAA BY 4 GIVING WK-ECH-QUOT
                  REMAINDER WK-ECH-RESTE.
           IF WK-ECH-RESTE NOT = ZERO GO TO ACLECH100-BISSEX-EXIT.
           DIVIDE WK-ECH-WAA BY 100 GIVING WK-ECH-QUOT
                  REMAINDER WK-ECH-RESTE.
           IF WK-ECH-RESTE NOT = ZERO
                MOVE 29             TO  WK-ECH-MOISLG
                GO TO ACLECH100-BISSEX-EXIT.
           DIVIDE WK-ECH-WAA BY 400 GIVING WK-ECH-QUOT
                  REMAINDER WK-ECH-RESTE.
           IF WK-ECH-RESTE = ZERO
                MOVE 29             TO  WK-ECH-MOISLG.
       ACLECH100-BISSEX-EXIT.
           EXIT.
      *
       ACLECH100-FIN.
           MOVE WK-ECH-NBREG        TO  ECH-TOT-REG.
           MOVE WK-ECH-NBNPL        TO  ECH-TOT-NPL.
           MOVE WK-ECH-NBECH        TO  ECH-TOT-ECH.
           MOVE WK-ECH-NBRET        TO  ECH-TOT-RET.
           MOVE SPACE               TO  QTVAECH-LIGNE.
           WRITE QTVAECH-LIGNE.
           WRITE QTVAECH-LIGNE      FROM  WK-ECH-TOTAL.
           MOVE WK-ECH-NBREG        TO  ECH-LIB-REG.
           MOVE WK-ECH-NBNPL        TO  ECH-LIB-NPL.
           MOVE WK-ECH-NBECH        TO  ECH-LIB-ECH.
           MOVE WK-ECH-NBRET        TO  ECH-LIB-RET.
           MOVE WK-ECH-TOTLIB       TO  WK-MESSAGE-LIB.
           MOVE SPACE               TO  WK-MESSAGE-REP.
           PERFORM AFF-MESSAGE      THRU  AFF-MESSAGE-EXIT.
           CLOSE FREGIE  FTVADEP  QTVAECH.
           STOP RUN.
      *
       COPY SRMSGBATCH.
