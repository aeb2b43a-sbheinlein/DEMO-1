      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . ACLRCT100                     *
      * TYPE OF PROGRAM............: . MAIN PROGRAM (BATCH)          *
      * FUNCTION...................: . ACCESS RECERTIFICATION AND    *
      *         .                        SEGREGATION OF DUTIES :     *
      *         .                        CROSS-REFERENCE THE FHABIL  *
      *         .                        RIGHTS WITH THE ACTIVITY    *
      *         .                        FOUND IN FTVAAUD AND        *
      *         .                        FTVAPEND, AND PRINT ON      *
      *         .                        QTVARCT : THE REQUESTS      *
      *         .                        DECIDED BY THEIR OWN ENTRY  *
      *         .                        PROFILE (PROPAGATED "P"     *
      *         .                        REQUESTS INCLUDED), THE     *
      *         .                        PROFILES HOLDING BOTH ENTRY *
      *         .                        AND APPROVAL RIGHTS, THE    *
      *         .                        ACTIVE PROFILES WITH NO     *
      *         .                        ACTIVITY FOR N MONTHS, THE  *
      *         .                        PROFILES FOUND IN THE TRAIL *
      *         .                        BUT NO LONGER IN FHABIL,    *
      *         .                        AND THE SIGN-OFF LISTING    *
      *         .                        PER PROFILE                 *
      *         .                                                    *
      * FILES USED.................: . FHABIL   (INPUT)              *
      *         .                      FTVAAUD  (INPUT)              *
      *         .                      FTVAPEND (INPUT)              *
      *         .                      QTVARCT  (PRINTER)            *
      *         .                                                    *
      * INPUT PARAMETERS...........: . MOIS SANS ACTIVITE (N)        *
      *         .                      (0 = 6 MOIS)                  *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: CREATION                       *
      *                                                              *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ACLRCT100.
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
           SELECT  FHABIL          ASSIGN TO DATABASE-FHABIL
                   ORGANIZATION    INDEXED
                   ACCESS          DYNAMIC
                   RECORD  KEY     HAB-PROFIL
                   FILE STATUS     WK-HAB-STAT.
           SELECT  FTVAAUD         ASSIGN TO DATABASE-FTVAAUD
                   FILE STATUS     WK-AUD-STAT.
           SELECT  FTVAPEND        ASSIGN TO DATABASE-FTVAPEND
                   ORGANIZATION    INDEXED
                   ACCESS          DYNAMIC
                   RECORD  KEY     PEND-CLE
                   FILE STATUS     WK-PEND-STAT.
           SELECT  QTVARCT         ASSIGN TO PRINTER-QTVARCT
                   FILE STATUS     WK-RCT-STAT.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  FHABIL.
       COPY FDHABIL.
       FD  FTVAAUD.
       COPY FDTVAAUD.
       FD  FTVAPEND.
       COPY FDTVAPND.
       FD  QTVARCT                 RECORDING MODE F.
       01  QTVARCT-LIGNE           PIC X(132).
      *
       WORKING-STORAGE             SECTION.
       01  WK-HAB-STAT              PIC X(02) VALUE SPACE.
       01  WK-AUD-STAT              PIC X(02) VALUE SPACE.
       01  WK-PEND-STAT             PIC X(02) VALUE SPACE.
       01  WK-RCT-STAT              PIC X(02) VALUE SPACE.
       01  WK-RCT-SYSDATE           PIC 9(06) VALUE ZERO.
       01  WK-RCT-DATJOUR           PIC 9(08) VALUE ZERO.
      *
      *    SEUIL D'INACTIVITE : DATE DU JOUR MOINS N MOIS (MEME
      *    CALCUL QUE LES SEUILS DE RETENTION DE ACLPUR100, LE JOUR
      *    ETANT CONSERVE). UN PROFIL ACTIF DONT LA DERNIERE
      *    ACTIVITE EST ANTERIEURE AU SEUIL (OU QUI N'EN A AUCUNE)
      *    EST SIGNALE.
      *
       01  WK-RCT-NBMOIS            PIC 9(03) VALUE ZERO.
       01  WK-RCT-SEUIL             PIC 9(08) VALUE ZERO.
       01  WK-RCT-WDATE.
           05  WK-RCT-WAA           PIC 9(04).
           05  WK-RCT-WMM           PIC 9(02).
           05  WK-RCT-WJJ           PIC 9(02).
       01  WK-RCT-WDATE-N  REDEFINES  WK-RCT-WDATE
                                    PIC 9(08).
       01  WK-RCT-TOTMOIS           PIC S9(07) VALUE ZERO.
       01  WK-RCT-QUOT              PIC S9(05) VALUE ZERO.
       01  WK-RCT-RESTE             PIC S9(03) VALUE ZERO.
      *
      *    PROFILS DE FHABIL ET ACTIVITE CONSTATEE : DERNIERE DATE
      *    D'ACTIVITE, NOMBRE D'ACTIONS AUDITEES, DE SAISIES, DE
      *    DECISIONS, ET DE DECISIONS SUR SA PROPRE SAISIE.
      *
       01  WK-RCT-NBHAB             PIC 9(04) VALUE ZERO.
       01  WK-RCT-NBHABMAX          PIC 9(04) VALUE 0500.
       01  WK-RCT-HABILS.
           05  WK-RCT-HAB  OCCURS 500 TIMES INDEXED BY IN-HAB.
               10  WK-RCT-HPROFIL   PIC X(10).
               10  WK-RCT-HLIB      PIC X(30).
               10  WK-RCT-HSAI      PIC X(01).
               10  WK-RCT-HAPP      PIC X(01).
               10  WK-RCT-HREG      PIC X(01).
               10  WK-RCT-HCON      PIC X(01).
               10  WK-RCT-HACT      PIC X(01).
               10  WK-RCT-HDERACT   PIC 9(08).
               10  WK-RCT-HNBAUD    PIC 9(05).
               10  WK-RCT-HNBSAI    PIC 9(05).
               10  WK-RCT-HNBDEC    PIC 9(05).
               10  WK-RCT-HNBAUTO   PIC 9(05).
      *
      *    PROFILS VUS DANS LES TRACES MAIS ABSENTS DE FHABIL. LES
      *    PROFILS TECHNIQUES ("*AUTO"...) NE SONT PAS RETENUS.
      *
       01  WK-RCT-NBORP             PIC 9(03) VALUE ZERO.
       01  WK-RCT-NBORPMAX          PIC 9(03) VALUE 200.
       01  WK-RCT-ORPHELINS.
           05  WK-RCT-ORP  OCCURS 200 TIMES INDEXED BY IN-ORP.
               10  WK-RCT-OPROFIL   PIC X(10).
               10  WK-RCT-ODERACT   PIC 9(08).
               10  WK-RCT-ONBACT    PIC 9(05).
       01  WK-RCT-USER              PIC X(10) VALUE SPACE.
       01  WK-RCT-DATACT            PIC 9(08) VALUE ZERO.
       01  WK-RCT-TYPACT            PIC X(01) VALUE SPACE.
           88  RCT-ACT-AUDIT        VALUE "A".
           88  RCT-ACT-SAISIE       VALUE "S".
           88  RCT-ACT-DECISION     VALUE "D".
       01  WK-RCT-TROUVE            PIC X(01) VALUE "N".
           88  RCT-TROUVE           VALUE "O".
       01  WK-RCT-NBLIG             PIC 9(05) VALUE ZERO.
       01  WK-RCT-NBAUTO            PIC 9(05) VALUE ZERO.
       01  WK-RCT-NBCUMUL           PIC 9(04) VALUE ZERO.
       01  WK-RCT-NBINACT           PIC 9(04) VALUE ZERO.
       01  WK-RCT-ANOM              PIC X(30) VALUE SPACE.
       01  WK-RCT-ANOMPT            PIC 9(02) VALUE ZERO.
       01  WK-RCT-ENTETE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(42)  VALUE
               "RECERTIFICATION DES HABILITATIONS TVA".
           05  FILLER               PIC X(12)  VALUE "DATE DU RUN:".
           05  RCT-ENT-DATE         PIC 9(08).
       01  WK-RCT-TITRE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  RCT-TIT-LIB          PIC X(60).
           05  RCT-TIT-SEUIL        PIC X(08).
       01  WK-RCT-COLAUTO.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(20)  VALUE "RAC18".
           05  FILLER               PIC X(11)  VALUE "SEQENR".
           05  FILLER               PIC X(10)  VALUE "SAISIE LE".
           05  FILLER               PIC X(07)  VALUE "ACTION".
           05  FILLER               PIC X(07)  VALUE "STATUT".
           05  FILLER               PIC X(08)  VALUE "ORIGINE".
           05  FILLER               PIC X(12)  VALUE "PROFIL".
           05  FILLER               PIC X(10)  VALUE "DECIDE LE".
       01  WK-RCT-LIGAUTO.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  RCT-AUT-RAC          PIC X(18).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  RCT-AUT-SEQ          PIC X(09).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  RCT-AUT-DATE         PIC 9(08).
           05  FILLER               PIC X(04)  VALUE SPACE.
           05  RCT-AUT-ACT          PIC X(01).
           05  FILLER               PIC X(06)  VALUE SPACE.
           05  RCT-AUT-STAT         PIC X(01).
           05  FILLER               PIC X(07)  VALUE SPACE.
           05  RCT-AUT-ORIG         PIC X(01).
           05  FILLER               PIC X(04)  VALUE SPACE.
           05  RCT-AUT-USER         PIC X(10).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  RCT-AUT-DDEC         PIC 9(08).
       01  WK-RCT-COLPROF.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(12)  VALUE "PROFIL".
           05  FILLER               PIC X(32)  VALUE "LIBELLE".
           05  FILLER               PIC X(10)  VALUE "S A G C".
           05  FILLER               PIC X(05)  VALUE "ACT".
           05  FILLER               PIC X(10)  VALUE "DERN.ACT.".
       01  WK-RCT-LIGPROF.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  RCT-PRF-PROFIL       PIC X(10).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  RCT-PRF-LIB          PIC X(30).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  RCT-PRF-SAI          PIC X(01).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  RCT-PRF-APP          PIC X(01).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  RCT-PRF-REG          PIC X(01).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  RCT-PRF-CON          PIC X(01).
           05  FILLER               PIC X(03)  VALUE SPACE.
           05  RCT-PRF-ACT          PIC X(01).
           05  FILLER               PIC X(04)  VALUE SPACE.
           05  RCT-PRF-DERACT       PIC X(08).
       01  WK-RCT-COLORP.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(12)  VALUE "PROFIL".
           05  FILLER               PIC X(12)  VALUE "DERN.ACT.".
           05  FILLER               PIC X(10)  VALUE "ACTIONS".
       01  WK-RCT-LIGORP.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  RCT-ORP-PROFIL       PIC X(10).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  RCT-ORP-DERACT       PIC 9(08).
           05  FILLER               PIC X(04)  VALUE SPACE.
           05  RCT-ORP-NB           PIC ZZZZ9.
      *
      *    LISTE DE RECERTIFICATION : UNE LIGNE PAR PROFIL DE
      *    FHABIL, AVEC LES ANOMALIES RELEVEES ET LA ZONE DE VISA DU
      *    RESPONSABLE (MAINTIEN / RETRAIT DES DROITS).
      *
       01  WK-RCT-COLVISA.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(12)  VALUE "PROFIL".
           05  FILLER               PIC X(32)  VALUE "LIBELLE".
           05  FILLER               PIC X(10)  VALUE "S A G C".
           05  FILLER               PIC X(04)  VALUE "ACT".
           05  FILLER               PIC X(10)  VALUE "DERN.ACT.".
           05  FILLER               PIC X(06)  VALUE "AUDIT".
           05  FILLER               PIC X(06)  VALUE "SAIS.".
           05  FILLER               PIC X(06)  VALUE "DECI.".
           05  FILLER               PIC X(26)  VALUE "ANOMALIES".
           05  FILLER               PIC X(19)  VALUE
               "MAINT./RETRAIT VISA".
       01  WK-RCT-LIGVISA.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  RCT-VIS-PROFIL       PIC X(10).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  RCT-VIS-LIB          PIC X(30).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  RCT-VIS-SAI          PIC X(01).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  RCT-VIS-APP          PIC X(01).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  RCT-VIS-REG          PIC X(01).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  RCT-VIS-CON          PIC X(01).
           05  FILLER               PIC X(03)  VALUE SPACE.
           05  RCT-VIS-ACT          PIC X(01).
           05  FILLER               PIC X(03)  VALUE SPACE.
           05  RCT-VIS-DERACT       PIC X(08).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  RCT-VIS-NBAUD        PIC ZZZZ9.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  RCT-VIS-NBSAI        PIC ZZZZ9.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  RCT-VIS-NBDEC        PIC ZZZZ9.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  RCT-VIS-ANOM         PIC X(25).
           05  FILLER               PIC X(19)  VALUE
               " M / R  ___________".
       01  WK-RCT-AUCUN.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(10)  VALUE "  (AUCUN)".
       01  WK-RCT-TOTLIB.
           05  FILLER               PIC X(23)  VALUE
               "RECERTIFICATION PROF.:".
           05  RCT-LIB-HAB          PIC ZZZ9.
           05  FILLER               PIC X(09)  VALUE " CUMULS:".
           05  RCT-LIB-CUM          PIC ZZZ9.
           05  FILLER               PIC X(10)  VALUE " INACTIFS:".
           05  RCT-LIB-INA          PIC ZZZ9.
           05  FILLER               PIC X(13)  VALUE " AUTO-DECIS.:".
           05  RCT-LIB-AUT          PIC ZZZZ9.
           05  FILLER               PIC X(12)  VALUE " HORS HABIL:".
           05  RCT-LIB-ORP          PIC ZZ9.
       COPY WKTABTVA.
       COPY WKMESSAGE.
      *
       LINKAGE                     SECTION.
       01  WK-RCT-NBMOISPRM         PIC 9(03).
      *
       PROCEDURE                   DIVISION  USING  WK-RCT-NBMOISPRM.
       ACLRCT100-DEBUT.
           MOVE "ACLRCT100"         TO  WK-MESSAGE-LOG-JOB.
           ACCEPT WK-RCT-SYSDATE    FROM DATE.
           MOVE 20000000            TO  WK-RCT-DATJOUR.
           ADD  WK-RCT-SYSDATE      TO  WK-RCT-DATJOUR.
           MOVE WK-RCT-NBMOISPRM    TO  WK-RCT-NBMOIS.
           IF WK-RCT-NBMOIS = ZERO
                MOVE 6              TO  WK-RCT-NBMOIS.
           PERFORM ACLRCT100-SEUIL  THRU  ACLRCT100-SEUIL-EXIT.
           OPEN INPUT               FHABIL.
           IF WK-HAB-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-HABIL STATUT :"
                       WK-HAB-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           OPEN INPUT               FTVAAUD.
           IF WK-AUD-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-TVAAUD STATUT :"
                       WK-AUD-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           OPEN INPUT               FTVAPEND.
           IF WK-PEND-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-TVAPEND STATUT :"
                       WK-PEND-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           OPEN OUTPUT              QTVARCT.
           IF WK-RCT-STAT NOT = "00"
                STRING "ERREUR OUVERTURE Q-TVARCT STATUT :"
                       WK-RCT-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           MOVE WK-RCT-DATJOUR      TO  RCT-ENT-DATE.
           WRITE QTVARCT-LIGNE      FROM  WK-RCT-ENTETE.
           MOVE SPACE               TO  WK-RCT-HABILS  WK-RCT-ORPHELINS.
      *
      *    CHARGEMENT DES PROFILS DE FHABIL (ORDRE DES PROFILS).
      *
           MOVE SPACE               TO  HAB-PROFIL.
           START FHABIL KEY NOT < HAB-PROFIL INVALID KEY
                GO TO ACLRCT100-AUDIT.
       ACLRCT100-HABIL.
           READ FHABIL NEXT  END  GO TO ACLRCT100-AUDIT.
           IF WK-RCT-NBHAB NOT < WK-RCT-NBHABMAX
                MOVE "TABLE DES PROFILS FHABIL INSUFFISANTE"
                     TO  WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                SET WK-MSGFAM-CAPACITE  TO  TRUE
                PERFORM TILT        THRU  TILT-EXIT.
           ADD  1                   TO  WK-RCT-NBHAB.
           SET IN-HAB TO WK-RCT-NBHAB.
           MOVE HAB-PROFIL          TO  WK-RCT-HPROFIL (IN-HAB).
           MOVE HAB-LIB             TO  WK-RCT-HLIB    (IN-HAB).
           MOVE HAB-SAISIE          TO  WK-RCT-HSAI    (IN-HAB).
           MOVE HAB-APPROB          TO  WK-RCT-HAPP    (IN-HAB).
           MOVE HAB-REGIE           TO  WK-RCT-HREG    (IN-HAB).
           MOVE HAB-CONSULT         TO  WK-RCT-HCON    (IN-HAB).
           MOVE HAB-ACTIF           TO  WK-RCT-HACT    (IN-HAB).
           MOVE ZERO                TO  WK-RCT-HDERACT (IN-HAB)
                                        WK-RCT-HNBAUD  (IN-HAB)
                                        WK-RCT-HNBSAI  (IN-HAB)
                                        WK-RCT-HNBDEC  (IN-HAB)
                                        WK-RCT-HNBAUTO (IN-HAB).
           GO TO ACLRCT100-HABIL.
      *
      *    ACTIVITE DE LA PISTE D'AUDIT FTVAAUD (ACTIONS REPORTEES
      *    DANS FINFODI, PROFIL = AUTEUR DU REPORT).
      *
       ACLRCT100-AUDIT.
           CLOSE FHABIL.
       ACLRCT100-AUD-LECT.
           READ FTVAAUD  END  GO TO ACLRCT100-PEND.
           MOVE AUD-USER            TO  WK-RCT-USER.
           MOVE AUD-DATE            TO  WK-RCT-DATACT.
           MOVE "A"                 TO  WK-RCT-TYPACT.
           PERFORM ACLRCT100-ACTIV  THRU  ACLRCT100-ACTIV-EXIT.
           GO TO ACLRCT100-AUD-LECT.
      *
      *    FILE D'APPROBATION FTVAPEND : SAISISSEUR ET DECIDEUR DE
      *    CHAQUE DEMANDE ; UNE DEMANDE DECIDEE PAR SON PROPRE
      *    SAISISSEUR (Y COMPRIS UNE DEMANDE PROPAGEE "P", DONT LE
      *    SAISISSEUR EST L'APPROBATEUR DE LA DEMANDE D'ORIGINE) EST
      *    EDITEE EN PREMIERE PARTIE.
      *
       ACLRCT100-PEND.
           CLOSE FTVAAUD.
           MOVE SPACE               TO  QTVARCT-LIGNE.
           WRITE QTVARCT-LIGNE.
           MOVE "1. DEMANDES FTVAPEND DECIDEES PAR LEUR SAISISSEUR"
                                    TO  RCT-TIT-LIB.
           MOVE SPACE               TO  RCT-TIT-SEUIL.
           WRITE QTVARCT-LIGNE      FROM  WK-RCT-TITRE.
           WRITE QTVARCT-LIGNE      FROM  WK-RCT-COLAUTO.
           MOVE ZERO                TO  WK-RCT-NBLIG.
           MOVE SPACE               TO  FTVAPEND-REC.
           MOVE ZERO                TO  PEND-DATE  PEND-TIME.
           START FTVAPEND KEY NOT < PEND-CLE INVALID KEY
                GO TO ACLRCT100-PEND-FIN.
       ACLRCT100-PEND-LECT.
           READ FTVAPEND NEXT  END  GO TO ACLRCT100-PEND-FIN.
           MOVE PEND-SAISIE-USER    TO  WK-RCT-USER.
           MOVE PEND-DATE           TO  WK-RCT-DATACT.
           MOVE "S"                 TO  WK-RCT-TYPACT.
           PERFORM ACLRCT100-ACTIV  THRU  ACLRCT100-ACTIV-EXIT.
           IF PEND-DECIDE-USER = SPACE
                GO TO ACLRCT100-PEND-LECT.
           MOVE PEND-DECIDE-USER    TO  WK-RCT-USER.
           MOVE PEND-DECIDE-DATE    TO  WK-RCT-DATACT.
           MOVE "D"                 TO  WK-RCT-TYPACT.
           PERFORM ACLRCT100-ACTIV  THRU  ACLRCT100-ACTIV-EXIT.
           IF PEND-DECIDE-USER NOT = PEND-SAISIE-USER
                GO TO ACLRCT100-PEND-LECT.
           ADD  1                   TO  WK-RCT-NBAUTO  WK-RCT-NBLIG.
           IF RCT-TROUVE
                ADD  1              TO  WK-RCT-HNBAUTO (IN-HAB).
           MOVE PEND-RAC18          TO  RCT-AUT-RAC.
           MOVE PEND-SEQENR         TO  RCT-AUT-SEQ.
           MOVE PEND-DATE           TO  RCT-AUT-DATE.
           MOVE PEND-ACTION         TO  RCT-AUT-ACT.
           MOVE PEND-STATUT         TO  RCT-AUT-STAT.
           MOVE PEND-ORIGINE        TO  RCT-AUT-ORIG.
           MOVE PEND-DECIDE-USER    TO  RCT-AUT-USER.
           MOVE PEND-DECIDE-DATE    TO  RCT-AUT-DDEC.
           WRITE QTVARCT-LIGNE      FROM  WK-RCT-LIGAUTO.
           GO TO ACLRCT100-PEND-LECT.
       ACLRCT100-PEND-FIN.
           CLOSE FTVAPEND.
           IF WK-RCT-NBLIG = ZERO
                WRITE QTVARCT-LIGNE FROM  WK-RCT-AUCUN.
           PERFORM ACLRCT100-CUMUL  THRU  ACLRCT100-CUMUL-EXIT.
           PERFORM ACLRCT100-INACTIF THRU ACLRCT100-INACTIF-EXIT.
           PERFORM ACLRCT100-ORPHELIN THRU ACLRCT100-ORPHELIN-EXIT.
           PERFORM ACLRCT100-VISA   THRU  ACLRCT100-VISA-EXIT.
           GO TO ACLRCT100-FIN.
      *
      *    SEUIL = (ANNEE, MOIS) - N MOIS.
      *
       ACLRCT100-SEUIL.
           MOVE WK-RCT-DATJOUR      TO  WK-RCT-WDATE-N.
           COMPUTE WK-RCT-TOTMOIS =
                   WK-RCT-WAA * 12  +  WK-RCT-WMM  -  1
                   -  WK-RCT-NBMOIS.
           DIVIDE WK-RCT-TOTMOIS BY 12 GIVING WK-RCT-QUOT
                  REMAINDER WK-RCT-RESTE.
           MOVE WK-RCT-QUOT         TO  WK-RCT-WAA.
           COMPUTE WK-RCT-WMM = WK-RCT-RESTE + 1.
           MOVE WK-RCT-WDATE-N      TO  WK-RCT-SEUIL.
       ACLRCT100-SEUIL-EXIT.
           EXIT.
      *
      *    IMPUTATION D'UNE ACTIVITE (WK-RCT-USER, WK-RCT-DATACT,
      *    WK-RCT-TYPACT) AU PROFIL DE FHABIL, OU A DEFAUT A LA
      *    TABLE DES PROFILS HORS FHABIL. EN SORTIE RCT-TROUVE ET
      *    IN-HAB DESIGNENT LE PROFIL DE FHABIL.
      *
       ACLRCT100-ACTIV.
           MOVE "N"                 TO  WK-RCT-TROUVE.
           IF WK-RCT-USER = SPACE
             OR WK-RCT-USER (1:1) = "*"
                GO TO ACLRCT100-ACTIV-EXIT.
           IF WK-RCT-NBHAB = ZERO
                GO TO ACLRCT100-ACTIV-ORP.
           SET IN-HAB TO 1.
       ACLRCT100-ACTIV-HAB.
           IF WK-RCT-HPROFIL (IN-HAB) = WK-RCT-USER
                MOVE "O"            TO  WK-RCT-TROUVE
                GO TO ACLRCT100-ACTIV-MAJ.
           IF IN-HAB < WK-RCT-NBHAB
                SET IN-HAB UP BY 1
                GO TO ACLRCT100-ACTIV-HAB.
           GO TO ACLRCT100-ACTIV-ORP.
       ACLRCT100-ACTIV-MAJ.
           IF WK-RCT-DATACT > WK-RCT-HDERACT (IN-HAB)
                MOVE WK-RCT-DATACT  TO  WK-RCT-HDERACT (IN-HAB).
           IF RCT-ACT-AUDIT
                ADD  1              TO  WK-RCT-HNBAUD (IN-HAB).
           IF RCT-ACT-SAISIE
                ADD  1              TO  WK-RCT-HNBSAI (IN-HAB).
           IF RCT-ACT-DECISION
                ADD  1              TO  WK-RCT-HNBDEC (IN-HAB).
           GO TO ACLRCT100-ACTIV-EXIT.
       ACLRCT100-ACTIV-ORP.
           IF WK-RCT-NBORP = ZERO
                GO TO ACLRCT100-ACTIV-AJOUT.
           SET IN-ORP TO 1.
       ACLRCT100-ACTIV-ORPCH.
           IF WK-RCT-OPROFIL (IN-ORP) = WK-RCT-USER
                ADD  1              TO  WK-RCT-ONBACT (IN-ORP)
                IF WK-RCT-DATACT > WK-RCT-ODERACT (IN-ORP)
                     MOVE WK-RCT-DATACT  TO  WK-RCT-ODERACT (IN-ORP)
                END-IF
                GO TO ACLRCT100-ACTIV-EXIT.
           IF IN-ORP < WK-RCT-NBORP
                SET IN-ORP UP BY 1
                GO TO ACLRCT100-ACTIV-ORPCH.
       ACLRCT100-ACTIV-AJOUT.
           IF WK-RCT-NBORP NOT < WK-RCT-NBORPMAX
                MOVE "TABLE DES PROFILS HORS FHABIL INSUFFISANTE"
                     TO  WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                SET WK-MSGFAM-CAPACITE  TO  TRUE
                PERFORM TILT        THRU  TILT-EXIT.
           ADD  1                   TO  WK-RCT-NBORP.
           SET IN-ORP TO WK-RCT-NBORP.
           MOVE WK-RCT-USER         TO  WK-RCT-OPROFIL (IN-ORP).
           MOVE WK-RCT-DATACT       TO  WK-RCT-ODERACT (IN-ORP).
           MOVE 1                   TO  WK-RCT-ONBACT  (IN-ORP).
       ACLRCT100-ACTIV-EXIT.
           EXIT.
      *
      *    PROFILS CUMULANT LES DROITS DE SAISIE ET D'APPROBATION.
      *
       ACLRCT100-CUMUL.
           MOVE SPACE               TO  QTVARCT-LIGNE.
           WRITE QTVARCT-LIGNE.
           MOVE "2. PROFILS CUMULANT SAISIE ET APPROBATION"
                                    TO  RCT-TIT-LIB.
           MOVE SPACE               TO  RCT-TIT-SEUIL.
           WRITE QTVARCT-LIGNE      FROM  WK-RCT-TITRE.
           WRITE QTVARCT-LIGNE      FROM  WK-RCT-COLPROF.
           IF WK-RCT-NBHAB = ZERO
                GO TO ACLRCT100-CUMUL-FIN.
           SET IN-HAB TO 1.
       ACLRCT100-CUMUL-BOUCLE.
           IF WK-RCT-HSAI (IN-HAB) = "O"
             AND WK-RCT-HAPP (IN-HAB) = "O"
                ADD  1              TO  WK-RCT-NBCUMUL
                PERFORM ACLRCT100-EDIT-PROF
                        THRU  ACLRCT100-EDIT-PROF-EXIT.
           IF IN-HAB < WK-RCT-NBHAB
                SET IN-HAB UP BY 1
                GO TO ACLRCT100-CUMUL-BOUCLE.
       ACLRCT100-CUMUL-FIN.
           IF WK-RCT-NBCUMUL = ZERO
                WRITE QTVARCT-LIGNE FROM  WK-RCT-AUCUN.
       ACLRCT100-CUMUL-EXIT.
           EXIT.
      *
      *    PROFILS ACTIFS SANS ACTIVITE DEPUIS LE SEUIL.
      *
       ACLRCT100-INACTIF.
           MOVE SPACE               TO  QTVARCT-LIGNE.
           WRITE QTVARCT-LIGNE.
           MOVE "3. PROFILS ACTIFS SANS ACTIVITE DEPUIS LE"
                                    TO  RCT-TIT-LIB.
           MOVE WK-RCT-SEUIL        TO  RCT-TIT-SEUIL.
           WRITE QTVARCT-LIGNE      FROM  WK-RCT-TITRE.
           WRITE QTVARCT-LIGNE      FROM  WK-RCT-COLPROF.
           IF WK-RCT-NBHAB = ZERO
                GO TO ACLRCT100-INACTIF-FIN.
           SET IN-HAB TO 1.
       ACLRCT100-INACTIF-BOUCLE.
           IF WK-RCT-HACT (IN-HAB) NOT = "N"
             AND WK-RCT-HDERACT (IN-HAB) < WK-RCT-SEUIL
                ADD  1              TO  WK-RCT-NBINACT
                PERFORM ACLRCT100-EDIT-PROF
                        THRU  ACLRCT100-EDIT-PROF-EXIT.
           IF IN-HAB < WK-RCT-NBHAB
                SET IN-HAB UP BY 1
                GO TO ACLRCT100-INACTIF-BOUCLE.
       ACLRCT100-INACTIF-FIN.
           IF WK-RCT-NBINACT = ZERO
                WRITE QTVARCT-LIGNE FROM  WK-RCT-AUCUN.
       ACLRCT100-INACTIF-EXIT.
           EXIT.
      *
       ACLRCT100-EDIT-PROF.
           MOVE WK-RCT-HPROFIL (IN-HAB)  TO  RCT-PRF-PROFIL.
           MOVE WK-RCT-HLIB (IN-HAB)     TO  RCT-PRF-LIB.
           MOVE WK-RCT-HSAI (IN-HAB)     TO  RCT-PRF-SAI.
           MOVE WK-RCT-HAPP (IN-HAB)     TO  RCT-PRF-APP.
           MOVE WK-RCT-HREG (IN-HAB)     TO  RCT-PRF-REG.
           MOVE WK-RCT-HCON (IN-HAB)     TO  RCT-PRF-CON.
           MOVE WK-RCT-HACT (IN-HAB)     TO  RCT-PRF-ACT.
           MOVE "JAMAIS"                 TO  RCT-PRF-DERACT.
           IF WK-RCT-HDERACT (IN-HAB) NOT = ZERO
                MOVE WK-RCT-HDERACT (IN-HAB)  TO  RCT-PRF-DERACT.
           WRITE QTVARCT-LIGNE      FROM  WK-RCT-LIGPROF.
       ACLRCT100-EDIT-PROF-EXIT.
           EXIT.
      *
      *    PROFILS PRESENTS DANS FTVAAUD / FTVAPEND MAIS ABSENTS DE
      *    FHABIL (SUPPRIMES DEPUIS LEUR DERNIERE ACTION).
      *
       ACLRCT100-ORPHELIN.
           MOVE SPACE               TO  QTVARCT-LIGNE.
           WRITE QTVARCT-LIGNE.
           MOVE "4. PROFILS DES TRACES ABSENTS DE FHABIL"
                                    TO  RCT-TIT-LIB.
           MOVE SPACE               TO  RCT-TIT-SEUIL.
           WRITE QTVARCT-LIGNE      FROM  WK-RCT-TITRE.
           WRITE QTVARCT-LIGNE      FROM  WK-RCT-COLORP.
           IF WK-RCT-NBORP = ZERO
                WRITE QTVARCT-LIGNE FROM  WK-RCT-AUCUN
                GO TO ACLRCT100-ORPHELIN-EXIT.
           SET IN-ORP TO 1.
       ACLRCT100-ORPHELIN-BOUCLE.
           MOVE WK-RCT-OPROFIL (IN-ORP)  TO  RCT-ORP-PROFIL.
           MOVE WK-RCT-ODERACT (IN-ORP)  TO  RCT-ORP-DERACT.
           MOVE WK-RCT-ONBACT (IN-ORP)   TO  RCT-ORP-NB.
           WRITE QTVARCT-LIGNE      FROM  WK-RCT-LIGORP.
           IF IN-ORP < WK-RCT-NBORP
                SET IN-ORP UP BY 1
                GO TO ACLRCT100-ORPHELIN-BOUCLE.
       ACLRCT100-ORPHELIN-EXIT.
           EXIT.
      *
      *    LISTE DE RECERTIFICATION A VISER, UNE LIGNE PAR PROFIL.
      *
       ACLRCT100-VISA.
           MOVE SPACE               TO  QTVARCT-LIGNE.
           WRITE QTVARCT-LIGNE.
           MOVE "5. LISTE DE RECERTIFICATION PAR PROFIL (A VISER)"
                                    TO  RCT-TIT-LIB.
           MOVE SPACE               TO  RCT-TIT-SEUIL.
           WRITE QTVARCT-LIGNE      FROM  WK-RCT-TITRE.
           WRITE QTVARCT-LIGNE      FROM  WK-RCT-COLVISA.
           IF WK-RCT-NBHAB = ZERO
                WRITE QTVARCT-LIGNE FROM  WK-RCT-AUCUN
                GO TO ACLRCT100-VISA-EXIT.
           SET IN-HAB TO 1.
       ACLRCT100-VISA-BOUCLE.
           MOVE SPACE               TO  WK-RCT-ANOM.
           MOVE 1                   TO  WK-RCT-ANOMPT.
           IF WK-RCT-HSAI (IN-HAB) = "O"
             AND WK-RCT-HAPP (IN-HAB) = "O"
                STRING "CUMUL " DELIMITED BY SIZE
                       INTO WK-RCT-ANOM  WITH POINTER WK-RCT-ANOMPT.
           IF WK-RCT-HACT (IN-HAB) NOT = "N"
             AND WK-RCT-HDERACT (IN-HAB) < WK-RCT-SEUIL
                STRING "INACTIF " DELIMITED BY SIZE
                       INTO WK-RCT-ANOM  WITH POINTER WK-RCT-ANOMPT.
           IF WK-RCT-HNBAUTO (IN-HAB) NOT = ZERO
                STRING "AUTO-DECIS." DELIMITED BY SIZE
                       INTO WK-RCT-ANOM  WITH POINTER WK-RCT-ANOMPT.
           MOVE WK-RCT-HPROFIL (IN-HAB)  TO  RCT-VIS-PROFIL.
           MOVE WK-RCT-HLIB (IN-HAB)     TO  RCT-VIS-LIB.
           MOVE WK-RCT-HSAI (IN-HAB)     TO  RCT-VIS-SAI.
           MOVE WK-RCT-HAPP (IN-HAB)     TO  RCT-VIS-APP.
           MOVE WK-RCT-HREG (IN-HAB)     TO  RCT-VIS-REG.
           MOVE WK-RCT-HCON (IN-HAB)     TO  RCT-VIS-CON.
           MOVE WK-RCT-HACT (IN-HAB)     TO  RCT-VIS-ACT.
           MOVE "JAMAIS"                 TO  RCT-VIS-DERACT.
           IF WK-RCT-HDERACT (IN-HAB) NOT = ZERO
                MOVE WK-RCT-HDERACT (IN-HAB)  TO  RCT-VIS-DERACT.
           MOVE WK-RCT-HNBAUD (IN-HAB)   TO  RCT-VIS-NBAUD.
           MOVE WK-RCT-HNBSAI (IN-HAB)   TO  RCT-VIS-NBSAI.
           MOVE WK-RCT-HNBDEC (IN-HAB)   TO  RCT-VIS-NBDEC.
           MOVE WK-RCT-ANOM              TO  RCT-VIS-ANOM.
           WRITE QTVARCT-LIGNE      FROM  WK-RCT-LIGVISA.
           IF IN-HAB < WK-RCT-NBHAB
                SET IN-HAB UP BY 1
                GO TO ACLRCT100-VISA-BOUCLE.
       ACLRCT100-VISA-EXIT.
           EXIT.
      *
       ACLRCT100-FIN.
           MOVE WK-RCT-NBHAB        TO  RCT-LIB-HAB.
           MOVE WK-RCT-NBCUMUL      TO  RCT-LIB-CUM.
           MOVE WK-RCT-NBINACT      TO  RCT-LIB-INA.
           MOVE WK-RCT-NBAUTO       TO  RCT-LIB-AUT.
           MOVE WK-RCT-NBORP        TO  RCT-LIB-ORP.
           MOVE WK-RCT-TOTLIB       TO  WK-MESSAGE-LIB.
           MOVE SPACE               TO  WK-MESSAGE-REP.
           PERFORM AFF-MESSAGE      THRU  AFF-MESSAGE-EXIT.
           CLOSE QTVARCT.
           STOP RUN.
      *
       COPY SRMSGBATCH.
