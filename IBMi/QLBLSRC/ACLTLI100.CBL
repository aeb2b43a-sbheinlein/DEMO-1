      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . ACLTLI100                     *
      * TYPE OF PROGRAM............: . MAIN PROGRAM (INTERACTIVE)    *
      * FUNCTION...................: . READ-ONLY INQUIRY SCREEN OF   *
      *         .                        THE RATE TIMELINE OF ONE    *
      *         .                        TAX CODE (RAC18 / SEQENR),  *
      *         .                        NEWEST FIRST : SCHEDULED    *
      *         .                        NTVA/NTVV RATES OF FINFODI, *
      *         .                        CURRENT FTVACOUR RATES,     *
      *         .                        EVERY FTVAHIST CHANGE AND   *
      *         .                        THE FTVAHISA ARCHIVE. AN    *
      *         .                        OPTIONAL DATE SHOWS THE     *
      *         .                        RATE APPLICABLE THAT DAY,   *
      *         .                        AS RESOLVED BY ACLTVP100    *
      *         .                                                    *
      * FILES USED.................: . FINFODI  (INPUT)              *
      *         .                      FTVACOUR (INPUT)              *
      *         .                      FTVAHIST (INPUT)              *
      *         .                      FTVAHISA (INPUT)              *
      *         .                                                    *
      * CALLED PROGRAMS............: . ACLUSR100, ACLHAB100 (ROLE    *
      *         .                      "C"), ACLTVP100               *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: CREATION                       *
      *                                                              *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ACLTLI100.
       AUTHOR.                     SERVICE INFORMATIQUE.
       DATE-WRITTEN.               10/15/26.
      *
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           CRT STATUS              IS  WK-TLI-CRT-STAT.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  FINFODI         ASSIGN TO DATABASE-FINFODI
                   ORGANIZATION    INDEXED
                   ACCESS          DYNAMIC
                   RECORD  KEY     INFCLE
                   FILE STATUS     WK-FINFODI-STAT.
           SELECT  FTVACOUR        ASSIGN TO DATABASE-FTVACOUR
                   ORGANIZATION    INDEXED
                   ACCESS          DYNAMIC
                   RECORD  KEY     COUR-CLE
                   FILE STATUS     WK-COUR-STAT.
           SELECT  FTVAHIST        ASSIGN TO DATABASE-FTVAHIST
                   ORGANIZATION    INDEXED
                   ACCESS          DYNAMIC
                   RECORD  KEY     HIST-CLE
                   FILE STATUS     WK-HIST-STAT.
           SELECT  FTVAHISA        ASSIGN TO DATABASE-FTVAHISA
                   FILE STATUS     WK-HISA-STAT.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  FINFODI.
       COPY FDINFODI.
       FD  FTVACOUR.
       COPY FDTVACOU.
       FD  FTVAHIST.
       COPY FDTVAHIS.
       FD  FTVAHISA.
       01  FTVAHISA-ENR            PIC X(111).
      *
       WORKING-STORAGE             SECTION.
       01  WK-FINFODI-STAT          PIC X(02) VALUE SPACE.
       01  WK-COUR-STAT             PIC X(02) VALUE SPACE.
       01  WK-HIST-STAT             PIC X(02) VALUE SPACE.
       01  WK-HISA-STAT             PIC X(02) VALUE SPACE.
       01  WK-TLI-FIN               PIC X(01) VALUE SPACE.
           88  TLI-FINI             VALUE "O".
      *
      *    1003 : MEME CODE CRT STATUS F3 QUE DANS ACLTVM100.
      *
       01  WK-TLI-CRT-STAT          PIC 9(04) VALUE ZERO.
           88  TLI-KEY-F3           VALUE 1003.
       01  WK-TLI-USER              PIC X(10) VALUE SPACE.
      *
      *    CRITERES SAISIS : CODE TVA ET DATE A VERIFIER (0 = AUCUNE).
      *
       01  WK-TLI-RAC               PIC X(18) VALUE SPACE.
       01  WK-TLI-SEQ               PIC 9(09) VALUE ZERO.
       01  WK-TLI-DATE              PIC 9(08) VALUE ZERO.
       01  WK-TLI-LIB               PIC X(30) VALUE SPACE.
      *
      *    MIROIR DU LAYOUT FTVAHIST POUR L'ARCHIVE FTVAHISA (MEME
      *    PRINCIPE QUE DANS ACLTVP100).
      *
       01  WK-TLI-ARC-REC.
           05  WK-TLI-ARC-CLE.
               10  WK-TLI-ARC-RAC   PIC X(18).
               10  WK-TLI-ARC-SEQ   PIC 9(09).
               10  WK-TLI-ARC-CHGDATE PIC 9(08).
           05  WK-TLI-ARC-TVAT      PIC S9(3)V9(4).
           05  WK-TLI-ARC-TVATL     PIC X(10).
           05  WK-TLI-ARC-TVAM      PIC S9(3)V9(4).
           05  WK-TLI-ARC-TVAML     PIC X(10).
           05  WK-TLI-ARC-TVVT      PIC S9(3)V9(4).
           05  WK-TLI-ARC-TVVTL     PIC X(10).
           05  WK-TLI-ARC-TVVM      PIC S9(3)V9(4).
           05  WK-TLI-ARC-TVVML     PIC X(10).
           05  WK-TLI-ARC-MAJDATE   PIC 9(08).
      *
      *    CHRONOLOGIE EN MEMOIRE : UNE ENTREE PAR TAUX, TRIEE DE LA
      *    DATE D'EFFET LA PLUS RECENTE A LA PLUS ANCIENNE. UN TAUX
      *    PREVU PEUT NE PORTER QUE LA TVA OU QUE LA TVV (AVA/AVV) ET
      *    N'A PAS DE MONTANT FORFAITAIRE.
      *
       01  WK-TLI-MAX               PIC 9(05) VALUE 300.
       01  WK-TLI-NB                PIC 9(05) VALUE ZERO.
       01  WK-TLI-SATURE            PIC X(01) VALUE "N".
           88  TLI-TABLE-SATUREE    VALUE "O".
      *
      *    ARCHIVE PRESENTE MAIS ILLISIBLE : LA CHRONOLOGIE EST
      *    INCOMPLETE, CE QUE LE MESSAGE AFFICHE DOIT SIGNALER.
      *
       01  WK-TLI-ARCKO             PIC X(01) VALUE "N".
           88  TLI-ARCHIVE-KO       VALUE "O".
       01  WK-TLI-TABLE.
           05  WK-TLI-ENT OCCURS 300 TIMES.
               10  TLI-E-DATE       PIC 9(08).
               10  TLI-E-SRC        PIC X(08).
               10  TLI-E-AVA        PIC X(01).
               10  TLI-E-AVV        PIC X(01).
               10  TLI-E-TVAT       PIC S9(3)V9(4).
               10  TLI-E-TVAM       PIC S9(3)V9(4).
               10  TLI-E-TVVT       PIC S9(3)V9(4).
               10  TLI-E-TVVM       PIC S9(3)V9(4).
               10  TLI-E-MARQ       PIC X(01).
       01  WK-TLI-SAV.
           05  TLI-S-DATE           PIC 9(08).
           05  FILLER               PIC X(39).
       01  WK-TLI-I                 PIC 9(05) VALUE ZERO.
       01  WK-TLI-J                 PIC 9(05) VALUE ZERO.
       01  WK-TLI-K                 PIC 9(05) VALUE ZERO.
       01  WK-TLI-DEB               PIC 9(05) VALUE ZERO.
       01  WK-TLI-DER               PIC 9(05) VALUE ZERO.
      *
      *    PAGE AFFICHEE : 12 LIGNES FORMATEES PAR ACLTLI100-LIGNE.
      *
       01  WK-TLI-AFFTAB.
           05  WK-TLI-AFF OCCURS 12 TIMES PIC X(64).
       01  WK-TLI-LIGNE.
           05  TLI-L-MARQ           PIC X(01).
           05  FILLER               PIC X(01).
           05  TLI-L-DATE           PIC 9(08).
           05  FILLER               PIC X(02).
           05  TLI-L-SRC            PIC X(08).
           05  FILLER               PIC X(02).
           05  TLI-L-TVAT           PIC -ZZ9.9999.
           05  FILLER               PIC X(02).
           05  TLI-L-TVAM           PIC -ZZ9.9999.
           05  FILLER               PIC X(02).
           05  TLI-L-TVVT           PIC -ZZ9.9999.
           05  FILLER               PIC X(02).
           05  TLI-L-TVVM           PIC -ZZ9.9999.
       01  WK-TLI-PAGLIB.
           05  FILLER               PIC X(05)  VALUE "TAUX ".
           05  TLI-P-DEB            PIC ZZ9.
           05  FILLER               PIC X(03)  VALUE " A ".
           05  TLI-P-DER            PIC ZZ9.
           05  FILLER               PIC X(05)  VALUE " SUR ".
           05  TLI-P-NB             PIC ZZ9.
      *
      *    TAUX APPLICABLE A LA DATE SAISIE : REPONSE DE ACLTVP100,
      *    CORRIGEE PAR UN TAUX PREVU DEJA EN VIGUEUR A CETTE DATE.
      *
       01  WK-TLI-APPAFF            PIC X(64) VALUE SPACE.
       01  WK-TLI-APPLIC.
           05  FILLER               PIC X(03)  VALUE "AU ".
           05  TLI-A-DATE           PIC 9(08).
           05  FILLER               PIC X(05)  VALUE " TVA ".
           05  TLI-A-TVAT           PIC -ZZ9.9999.
           05  FILLER               PIC X(04)  VALUE " DU ".
           05  TLI-A-TVAE           PIC 9(08).
           05  FILLER               PIC X(06)  VALUE "  TVV ".
           05  TLI-A-TVVT           PIC -ZZ9.9999.
           05  FILLER               PIC X(04)  VALUE " DU ".
           05  TLI-A-TVVE           PIC 9(08).
       01  WK-TLI-TVAE              PIC 9(08) VALUE ZERO.
       01  WK-TLI-TVVE              PIC 9(08) VALUE ZERO.
       01  WK-TLI-CHERCHE           PIC X(08) VALUE SPACE.
       COPY WKTABTVA.
       COPY WKMESSAGE.
      *
       SCREEN                      SECTION.
       01  ECR-TLI-SAISIE.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 22
                   VALUE "CHRONOLOGIE DES TAUX D'UN CODE TVA".
           05  LINE 03 COLUMN 05  VALUE "RAC18 . . . . . . . :".
           05  LINE 03 COLUMN 28  PIC X(18)  USING WK-TLI-RAC.
           05  LINE 04 COLUMN 05  VALUE "SEQENR. . . . . . . :".
           05  LINE 04 COLUMN 28  PIC 9(09)  USING WK-TLI-SEQ.
           05  LINE 06 COLUMN 05  VALUE "DATE A VERIFIER . . :".
           05  LINE 06 COLUMN 28  PIC 9(08)  USING WK-TLI-DATE.
           05  LINE 06 COLUMN 38  VALUE "(AAAAMMJJ, 0 = AUCUNE)".
           05  LINE 20 COLUMN 05
                   VALUE "F3=FIN  ENTER=CHRONOLOGIE DES TAUX".
           05  LINE 22 COLUMN 05  PIC X(40) USING WK-MESSAGE-LIB.
       01  ECR-TLI-LISTE.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 22
                   VALUE "CHRONOLOGIE DES TAUX D'UN CODE TVA".
           05  LINE 03 COLUMN 05  VALUE "CODE TVA. . . . . . :".
           05  LINE 03 COLUMN 28  PIC X(18)  FROM WK-TLI-RAC.
           05  LINE 03 COLUMN 48  PIC 9(09)  FROM WK-TLI-SEQ.
           05  LINE 04 COLUMN 05  VALUE "LIBELLE . . . . . . :".
           05  LINE 04 COLUMN 28  PIC X(30)  FROM WK-TLI-LIB.
           05  LINE 05 COLUMN 05  PIC X(64)  FROM WK-TLI-APPAFF.
           05  LINE 07 COLUMN 05  VALUE "DATE EFF.".
           05  LINE 07 COLUMN 15  VALUE "SOURCE".
           05  LINE 07 COLUMN 26  VALUE "TAUX TVA".
           05  LINE 07 COLUMN 36  VALUE "MONT. TVA".
           05  LINE 07 COLUMN 48  VALUE "TAUX TVV".
           05  LINE 07 COLUMN 58  VALUE "MONT. TVV".
           05  LINE 08 COLUMN 03  PIC X(64)  FROM WK-TLI-AFF (1).
           05  LINE 09 COLUMN 03  PIC X(64)  FROM WK-TLI-AFF (2).
           05  LINE 10 COLUMN 03  PIC X(64)  FROM WK-TLI-AFF (3).
           05  LINE 11 COLUMN 03  PIC X(64)  FROM WK-TLI-AFF (4).
           05  LINE 12 COLUMN 03  PIC X(64)  FROM WK-TLI-AFF (5).
           05  LINE 13 COLUMN 03  PIC X(64)  FROM WK-TLI-AFF (6).
           05  LINE 14 COLUMN 03  PIC X(64)  FROM WK-TLI-AFF (7).
           05  LINE 15 COLUMN 03  PIC X(64)  FROM WK-TLI-AFF (8).
           05  LINE 16 COLUMN 03  PIC X(64)  FROM WK-TLI-AFF (9).
           05  LINE 17 COLUMN 03  PIC X(64)  FROM WK-TLI-AFF (10).
           05  LINE 18 COLUMN 03  PIC X(64)  FROM WK-TLI-AFF (11).
           05  LINE 19 COLUMN 03  PIC X(64)  FROM WK-TLI-AFF (12).
           05  LINE 20 COLUMN 05
                   VALUE "F3=FIN  ENTER=SUITE  *=TAUX APPLICABLE".
           05  LINE 21 COLUMN 05  PIC X(22)  FROM WK-TLI-PAGLIB.
           05  LINE 22 COLUMN 05  PIC X(40) USING WK-MESSAGE-LIB.
      *
       PROCEDURE                   DIVISION.
       ACLTLI100-DEBUT.
           CALL "ACLUSR100"        USING  WK-TLI-USER.
      *
      *    HABILITATION : CONSULTATION SEULE, ROLE "C" DU FICHIER
      *    FHABIL (VOIR ACLHAB100). AUCUNE MISE A JOUR N'EST FAITE.
      *
           MOVE WK-TLI-USER         TO  WK-TVA-APROFIL.
           MOVE "C"                 TO  WK-TVA-AROLE.
           CALL "ACLHAB100"         USING  WK-TVA-APARM.
           IF NOT WK-TVA-ARC-OK
                DISPLAY "ACCES REFUSE - PROFIL " WK-TLI-USER
                        " SANS ROLE CONSULTATION"
                STOP RUN.
           OPEN INPUT               FINFODI  FTVACOUR  FTVAHIST.
           IF WK-FINFODI-STAT NOT = "00"
             OR WK-COUR-STAT NOT = "00"
             OR WK-HIST-STAT NOT = "00"
                DISPLAY "FICHIERS DES TAUX INDISPONIBLES"
                STOP RUN.
       ACLTLI100-BOUCLE.
           DISPLAY ECR-TLI-SAISIE.
           ACCEPT  ECR-TLI-SAISIE.
           IF TLI-KEY-F3 MOVE "O" TO WK-TLI-FIN.
           IF TLI-FINI GO TO ACLTLI100-FIN.
           MOVE SPACE               TO  WK-MESSAGE-LIB.
           IF WK-TLI-RAC = SPACE
                MOVE "RAC18 OBLIGATOIRE" TO WK-MESSAGE-LIB
                GO TO ACLTLI100-BOUCLE.
           PERFORM ACLTLI100-CHARGE THRU  ACLTLI100-CHARGE-EXIT.
           IF WK-TLI-NB = ZERO
             AND TLI-ARCHIVE-KO
                MOVE "ARCHIVE F-TVAHISA INDISPONIBLE"
                                    TO  WK-MESSAGE-LIB
                GO TO ACLTLI100-BOUCLE.
           IF WK-TLI-NB = ZERO
                MOVE "CODE TVA INCONNU" TO WK-MESSAGE-LIB
                GO TO ACLTLI100-BOUCLE.
           PERFORM ACLTLI100-TRI    THRU  ACLTLI100-TRI-EXIT.
           MOVE SPACE               TO  WK-TLI-APPAFF.
           IF TLI-TABLE-SATUREE
                MOVE "CHRONOLOGIE LIMITEE A 300 TAUX"
                                    TO  WK-MESSAGE-LIB.
           IF WK-TLI-DATE NOT = ZERO
                PERFORM ACLTLI100-APPLIC
                        THRU ACLTLI100-APPLIC-EXIT.
           IF TLI-ARCHIVE-KO
                MOVE "ARCHIVE F-TVAHISA INDISPONIBLE"
                                    TO  WK-MESSAGE-LIB.
           PERFORM ACLTLI100-PAGES  THRU  ACLTLI100-PAGES-EXIT.
           IF TLI-FINI GO TO ACLTLI100-FIN.
           GO TO ACLTLI100-BOUCLE.
      *
      *    CONSTITUTION DE LA CHRONOLOGIE : TAUX PREVUS DE FINFODI,
      *    TAUX COURANT, HISTORIQUE VIVANT PUIS ARCHIVE.
      *
       ACLTLI100-CHARGE.
           MOVE ZERO                TO  WK-TLI-NB.
           MOVE "N"                 TO  WK-TLI-SATURE
                                        WK-TLI-ARCKO.
           MOVE SPACE               TO  WK-TLI-LIB.
           MOVE WK-TLI-RAC          TO  INF-CLE-RAC18.
           MOVE WK-TLI-SEQ          TO  INF-CLE-SEQENR.
           READ FINFODI INVALID KEY
                GO TO ACLTLI100-CHARGE-COUR.
           MOVE FDIN-TVA-LIB        TO  WK-TLI-LIB.
      *
      *    TAUX PREVUS : UNE SEULE ENTREE SI TVA ET TVV PRENNENT
      *    EFFET LE MEME JOUR, SINON UNE ENTREE PAR TAUX.
      *
           IF FDIN-TVA-NTVAE NOT NUMERIC
                MOVE ZERO           TO  FDIN-TVA-NTVAE.
           IF FDIN-TVA-NTVVE NOT NUMERIC
                MOVE ZERO           TO  FDIN-TVA-NTVVE.
           IF FDIN-TVA-NTVAE NOT = ZERO
                PERFORM ACLTLI100-AJOUT THRU ACLTLI100-AJOUT-EXIT
                MOVE FDIN-TVA-NTVAE TO  TLI-E-DATE (WK-TLI-I)
                MOVE "PREVU"        TO  TLI-E-SRC (WK-TLI-I)
                MOVE "O"            TO  TLI-E-AVA (WK-TLI-I)
                MOVE FDIN-TVA-NTVAT TO  TLI-E-TVAT (WK-TLI-I)
                IF FDIN-TVA-NTVVE = FDIN-TVA-NTVAE
                     MOVE "O"            TO  TLI-E-AVV (WK-TLI-I)
                     MOVE FDIN-TVA-NTVVT TO  TLI-E-TVVT (WK-TLI-I).
           IF FDIN-TVA-NTVVE NOT = ZERO
             AND FDIN-TVA-NTVVE NOT = FDIN-TVA-NTVAE
                PERFORM ACLTLI100-AJOUT THRU ACLTLI100-AJOUT-EXIT
                MOVE FDIN-TVA-NTVVE TO  TLI-E-DATE (WK-TLI-I)
                MOVE "PREVU"        TO  TLI-E-SRC (WK-TLI-I)
                MOVE "O"            TO  TLI-E-AVV (WK-TLI-I)
                MOVE FDIN-TVA-NTVVT TO  TLI-E-TVVT (WK-TLI-I).
       ACLTLI100-CHARGE-COUR.
           MOVE WK-TLI-RAC          TO  COUR-RAC.
           MOVE WK-TLI-SEQ          TO  COUR-SEQ.
           READ FTVACOUR INVALID KEY
                GO TO ACLTLI100-CHARGE-HIST.
           PERFORM ACLTLI100-AJOUT  THRU  ACLTLI100-AJOUT-EXIT.
           MOVE COUR-MAJDATE        TO  TLI-E-DATE (WK-TLI-I).
           MOVE "COURANT"           TO  TLI-E-SRC (WK-TLI-I).
           MOVE "O"                 TO  TLI-E-AVA (WK-TLI-I)
                                        TLI-E-AVV (WK-TLI-I).
           MOVE COUR-TVAT           TO  TLI-E-TVAT (WK-TLI-I).
           MOVE COUR-TVAM           TO  TLI-E-TVAM (WK-TLI-I).
           MOVE COUR-TVVT           TO  TLI-E-TVVT (WK-TLI-I).
           MOVE COUR-TVVM           TO  TLI-E-TVVM (WK-TLI-I).
       ACLTLI100-CHARGE-HIST.
           MOVE WK-TLI-RAC          TO  HIST-RAC.
           MOVE WK-TLI-SEQ          TO  HIST-SEQ.
           MOVE ZERO                TO  HIST-CHGDATE.
           START FTVAHIST KEY NOT < HIST-CLE INVALID KEY
                GO TO ACLTLI100-CHARGE-ARCH.
       ACLTLI100-CHARGE-HLECT.
           READ FTVAHIST NEXT  END  GO TO ACLTLI100-CHARGE-ARCH.
           IF HIST-RAC NOT = WK-TLI-RAC
             OR HIST-SEQ NOT = WK-TLI-SEQ
                GO TO ACLTLI100-CHARGE-ARCH.
           PERFORM ACLTLI100-AJOUT  THRU  ACLTLI100-AJOUT-EXIT.
           MOVE HIST-CHGDATE        TO  TLI-E-DATE (WK-TLI-I).
           MOVE "HISTO"             TO  TLI-E-SRC (WK-TLI-I).
           MOVE "O"                 TO  TLI-E-AVA (WK-TLI-I)
                                        TLI-E-AVV (WK-TLI-I).
           MOVE HIST-TVAT           TO  TLI-E-TVAT (WK-TLI-I).
           MOVE HIST-TVAM           TO  TLI-E-TVAM (WK-TLI-I).
           MOVE HIST-TVVT           TO  TLI-E-TVVT (WK-TLI-I).
           MOVE HIST-TVVM           TO  TLI-E-TVVM (WK-TLI-I).
           GO TO ACLTLI100-CHARGE-HLECT.
      *
      *    ARCHIVE FTVAHISA : BALAYAGE COMPLET, ELLE N'EST PAS INDEXEE.
      *    UNE ARCHIVE ABSENTE (STATUT 35, JAMAIS EPUREE) N'EST PAS
      *    UNE ERREUR ; TOUT AUTRE INCIDENT D'OUVERTURE EST SIGNALE.
      *
       ACLTLI100-CHARGE-ARCH.
           OPEN INPUT               FTVAHISA.
           IF WK-HISA-STAT = "35"
                GO TO ACLTLI100-CHARGE-EXIT.
           IF WK-HISA-STAT NOT = "00"
                MOVE "O"            TO  WK-TLI-ARCKO
                GO TO ACLTLI100-CHARGE-EXIT.
       ACLTLI100-CHARGE-ALECT.
           READ FTVAHISA  END  GO TO ACLTLI100-CHARGE-AFIN.
           MOVE FTVAHISA-ENR        TO  WK-TLI-ARC-REC.
           IF WK-TLI-ARC-RAC NOT = WK-TLI-RAC
             OR WK-TLI-ARC-SEQ NOT = WK-TLI-SEQ
                GO TO ACLTLI100-CHARGE-ALECT.
           PERFORM ACLTLI100-AJOUT  THRU  ACLTLI100-AJOUT-EXIT.
           MOVE WK-TLI-ARC-CHGDATE  TO  TLI-E-DATE (WK-TLI-I).
           MOVE "ARCHIVE"           TO  TLI-E-SRC (WK-TLI-I).
           MOVE "O"                 TO  TLI-E-AVA (WK-TLI-I)
                                        TLI-E-AVV (WK-TLI-I).
           MOVE WK-TLI-ARC-TVAT     TO  TLI-E-TVAT (WK-TLI-I).
           MOVE WK-TLI-ARC-TVAM     TO  TLI-E-TVAM (WK-TLI-I).
           MOVE WK-TLI-ARC-TVVT     TO  TLI-E-TVVT (WK-TLI-I).
           MOVE WK-TLI-ARC-TVVM     TO  TLI-E-TVVM (WK-TLI-I).
           GO TO ACLTLI100-CHARGE-ALECT.
       ACLTLI100-CHARGE-AFIN.
           CLOSE FTVAHISA.
       ACLTLI100-CHARGE-EXIT.
           EXIT.
      *
      *    RESERVATION D'UNE ENTREE (INDICE WK-TLI-I). TABLE PLEINE :
      *    LES TAUX SUIVANTS ECRASENT LA DERNIERE ENTREE ET LE
      *    MESSAGE DE SATURATION EST AFFICHE.
      *
       ACLTLI100-AJOUT.
           IF WK-TLI-NB < WK-TLI-MAX
                ADD  1              TO  WK-TLI-NB
           ELSE
                MOVE "O"            TO  WK-TLI-SATURE.
           MOVE WK-TLI-NB           TO  WK-TLI-I.
           MOVE ZERO                TO  TLI-E-DATE (WK-TLI-I)
                                        TLI-E-TVAT (WK-TLI-I)
                                        TLI-E-TVAM (WK-TLI-I)
                                        TLI-E-TVVT (WK-TLI-I)
                                        TLI-E-TVVM (WK-TLI-I).
           MOVE "N"                 TO  TLI-E-AVA (WK-TLI-I)
                                        TLI-E-AVV (WK-TLI-I).
           MOVE SPACE               TO  TLI-E-SRC (WK-TLI-I)
                                        TLI-E-MARQ (WK-TLI-I).
       ACLTLI100-AJOUT-EXIT.
           EXIT.
      *
      *    TRI PAR INSERTION, DATE D'EFFET DECROISSANTE ; A DATE
      *    EGALE L'ORDRE DE CHARGEMENT EST CONSERVE.
      *
       ACLTLI100-TRI.
           MOVE 2                   TO  WK-TLI-I.
       ACLTLI100-TRI-I.
           IF WK-TLI-I > WK-TLI-NB GO TO ACLTLI100-TRI-EXIT.
           MOVE WK-TLI-ENT (WK-TLI-I) TO  WK-TLI-SAV.
           COMPUTE WK-TLI-J = WK-TLI-I - 1.
       ACLTLI100-TRI-J.
           IF WK-TLI-J = ZERO GO TO ACLTLI100-TRI-POSE.
           IF TLI-E-DATE (WK-TLI-J) NOT < TLI-S-DATE
                GO TO ACLTLI100-TRI-POSE.
           MOVE WK-TLI-ENT (WK-TLI-J) TO  WK-TLI-ENT (WK-TLI-J + 1).
           SUBTRACT 1               FROM  WK-TLI-J.
           GO TO ACLTLI100-TRI-J.
       ACLTLI100-TRI-POSE.
           MOVE WK-TLI-SAV          TO  WK-TLI-ENT (WK-TLI-J + 1).
           ADD  1                   TO  WK-TLI-I.
           GO TO ACLTLI100-TRI-I.
       ACLTLI100-TRI-EXIT.
           EXIT.
      *
      *    TAUX APPLICABLE A LA DATE SAISIE : LA REPONSE EST CELLE DE
      *    ACLTVP100 (MEME RESOLUTION QUE LA FACTURATION). UN TAUX
      *    PREVU DONT L'EFFET EST ATTEINT A CETTE DATE, MAIS PAS
      *    ENCORE REPORTE PAR ACLTVC100, L'EMPORTE SUR LA REPONSE.
      *    LES ENTREES RETENUES SONT MARQUEES "*" DANS LA LISTE.
      *
       ACLTLI100-APPLIC.
           MOVE WK-TLI-RAC          TO  WK-TVA-PRAC.
           MOVE WK-TLI-SEQ          TO  WK-TVA-PSEQ.
           MOVE WK-TLI-DATE         TO  WK-TVA-PDATE.
           CALL "ACLTVP100"         USING  WK-TVA-PPARM.
           IF WK-TVA-PRC-NTROUVE
                MOVE "CODE ABSENT DES TAUX COURANTS"
                                    TO  WK-MESSAGE-LIB
                GO TO ACLTLI100-APPLIC-EXIT.
           IF WK-TVA-PRC-ERR
                MOVE "ERREUR LECTURE DES TAUX" TO WK-MESSAGE-LIB
                GO TO ACLTLI100-APPLIC-EXIT.
           IF WK-TVA-PRC-ARCHIVE
                MOVE "TAUX RETROUVE DANS L'ARCHIVE"
                                    TO  WK-MESSAGE-LIB.
           IF WK-TVA-PRC-ANTERIEUR
                MOVE "DATE ANTERIEURE AU PLUS ANCIEN TAUX"
                                    TO  WK-MESSAGE-LIB.
           MOVE WK-TLI-DATE         TO  TLI-A-DATE.
           MOVE WK-TVA-PTVAT        TO  TLI-A-TVAT.
           MOVE WK-TVA-PTVVT        TO  TLI-A-TVVT.
           MOVE WK-TVA-PEFFDATE     TO  WK-TLI-TVAE  WK-TLI-TVVE.
      *
      *    MARQUAGE DE L'ENTREE RENDUE PAR ACLTVP100 : ARCHIVE POUR
      *    LE CODE "3", LA PLUS ANCIENNE A CETTE DATE POUR LE CODE
      *    "2", SINON LA PLUS RECENTE HORS TAUX PREVU.
      *
           MOVE SPACE               TO  WK-TLI-CHERCHE.
           IF WK-TVA-PRC-ARCHIVE
                MOVE "ARCHIVE"      TO  WK-TLI-CHERCHE.
           IF WK-TVA-PRC-ANTERIEUR
                MOVE WK-TLI-NB      TO  WK-TLI-I
                GO TO ACLTLI100-APPLIC-ANC.
           MOVE 1                   TO  WK-TLI-I.
       ACLTLI100-APPLIC-MARQ.
           IF WK-TLI-I > WK-TLI-NB GO TO ACLTLI100-APPLIC-PREVU.
           IF TLI-E-DATE (WK-TLI-I) = WK-TVA-PEFFDATE
             AND TLI-E-SRC (WK-TLI-I) NOT = "PREVU"
             AND (WK-TLI-CHERCHE = SPACE
               OR TLI-E-SRC (WK-TLI-I) = WK-TLI-CHERCHE)
                MOVE "*"            TO  TLI-E-MARQ (WK-TLI-I)
                GO TO ACLTLI100-APPLIC-PREVU.
           ADD  1                   TO  WK-TLI-I.
           GO TO ACLTLI100-APPLIC-MARQ.
       ACLTLI100-APPLIC-ANC.
           IF WK-TLI-I = ZERO GO TO ACLTLI100-APPLIC-PREVU.
           IF TLI-E-DATE (WK-TLI-I) = WK-TVA-PEFFDATE
             AND TLI-E-SRC (WK-TLI-I) NOT = "PREVU"
                MOVE "*"            TO  TLI-E-MARQ (WK-TLI-I)
                GO TO ACLTLI100-APPLIC-PREVU.
           SUBTRACT 1               FROM  WK-TLI-I.
           GO TO ACLTLI100-APPLIC-ANC.
      *
      *    TAUX PREVUS : LA TVA ET LA TVV SONT TRAITEES SEPAREMENT.
      *
       ACLTLI100-APPLIC-PREVU.
           MOVE 1                   TO  WK-TLI-I.
       ACLTLI100-APPLIC-PLECT.
           IF WK-TLI-I > WK-TLI-NB GO TO ACLTLI100-APPLIC-AFF.
           IF TLI-E-SRC (WK-TLI-I) NOT = "PREVU"
             OR TLI-E-DATE (WK-TLI-I) > WK-TLI-DATE
             OR TLI-E-DATE (WK-TLI-I) NOT > WK-TVA-PEFFDATE
                GO TO ACLTLI100-APPLIC-PSUIV.
           IF TLI-E-AVA (WK-TLI-I) = "O"
             AND TLI-E-DATE (WK-TLI-I) > WK-TLI-TVAE
                MOVE TLI-E-TVAT (WK-TLI-I) TO  TLI-A-TVAT
                MOVE TLI-E-DATE (WK-TLI-I) TO  WK-TLI-TVAE
                MOVE "*"            TO  TLI-E-MARQ (WK-TLI-I).
           IF TLI-E-AVV (WK-TLI-I) = "O"
             AND TLI-E-DATE (WK-TLI-I) > WK-TLI-TVVE
                MOVE TLI-E-TVVT (WK-TLI-I) TO  TLI-A-TVVT
                MOVE TLI-E-DATE (WK-TLI-I) TO  WK-TLI-TVVE
                MOVE "*"            TO  TLI-E-MARQ (WK-TLI-I).
           IF TLI-E-MARQ (WK-TLI-I) = "*"
                MOVE "TAUX PREVU NON ENCORE REPORTE"
                                    TO  WK-MESSAGE-LIB.
       ACLTLI100-APPLIC-PSUIV.
           ADD  1                   TO  WK-TLI-I.
           GO TO ACLTLI100-APPLIC-PLECT.
       ACLTLI100-APPLIC-AFF.
           MOVE WK-TLI-TVAE         TO  TLI-A-TVAE.
           MOVE WK-TLI-TVVE         TO  TLI-A-TVVE.
           MOVE WK-TLI-APPLIC       TO  WK-TLI-APPAFF.
       ACLTLI100-APPLIC-EXIT.
           EXIT.
      *
      *    AFFICHAGE PAR PAGES DE 12 TAUX ; ENTER APRES LA DERNIERE
      *    PAGE RAMENE A L'ECRAN DE SAISIE.
      *
       ACLTLI100-PAGES.
           MOVE 1                   TO  WK-TLI-DEB.
       ACLTLI100-PAGES-AFF.
           MOVE SPACE               TO  WK-TLI-AFFTAB.
           MOVE WK-TLI-DEB          TO  WK-TLI-I.
           MOVE 1                   TO  WK-TLI-K.
           PERFORM ACLTLI100-LIGNE  THRU  ACLTLI100-LIGNE-EXIT.
           COMPUTE WK-TLI-DER = WK-TLI-I - 1.
           MOVE WK-TLI-DEB          TO  TLI-P-DEB.
           MOVE WK-TLI-DER          TO  TLI-P-DER.
           MOVE WK-TLI-NB           TO  TLI-P-NB.
           DISPLAY ECR-TLI-LISTE.
           ACCEPT  ECR-TLI-LISTE.
           IF TLI-KEY-F3 MOVE "O" TO WK-TLI-FIN.
           IF TLI-FINI GO TO ACLTLI100-PAGES-EXIT.
           MOVE SPACE               TO  WK-MESSAGE-LIB.
           ADD  12                  TO  WK-TLI-DEB.
           IF WK-TLI-DEB > WK-TLI-NB GO TO ACLTLI100-PAGES-EXIT.
           GO TO ACLTLI100-PAGES-AFF.
       ACLTLI100-PAGES-EXIT.
           EXIT.
      *
      *    FORMATAGE DES LIGNES DE LA PAGE : ENTREE WK-TLI-I DANS LA
      *    LIGNE WK-TLI-K. LE TAUX ABSENT D'UN TAUX PREVU ET LES
      *    MONTANTS DES TAUX PREVUS RESTENT A BLANC.
      *
       ACLTLI100-LIGNE.
           IF WK-TLI-K > 12 OR WK-TLI-I > WK-TLI-NB
                GO TO ACLTLI100-LIGNE-EXIT.
           MOVE SPACE               TO  WK-TLI-LIGNE.
           MOVE TLI-E-MARQ (WK-TLI-I) TO  TLI-L-MARQ.
           MOVE TLI-E-DATE (WK-TLI-I) TO  TLI-L-DATE.
           MOVE TLI-E-SRC (WK-TLI-I)  TO  TLI-L-SRC.
           IF TLI-E-AVA (WK-TLI-I) = "O"
                MOVE TLI-E-TVAT (WK-TLI-I) TO  TLI-L-TVAT.
           IF TLI-E-AVV (WK-TLI-I) = "O"
                MOVE TLI-E-TVVT (WK-TLI-I) TO  TLI-L-TVVT.
           IF TLI-E-SRC (WK-TLI-I) NOT = "PREVU"
                MOVE TLI-E-TVAM (WK-TLI-I) TO  TLI-L-TVAM
                MOVE TLI-E-TVVM (WK-TLI-I) TO  TLI-L-TVVM.
           MOVE WK-TLI-LIGNE        TO  WK-TLI-AFF (WK-TLI-K).
           ADD  1                   TO  WK-TLI-I  WK-TLI-K.
           GO TO ACLTLI100-LIGNE.
       ACLTLI100-LIGNE-EXIT.
           EXIT.
      *
       ACLTLI100-FIN.
           CLOSE FINFODI  FTVACOUR  FTVAHIST.
           STOP RUN.
      *
