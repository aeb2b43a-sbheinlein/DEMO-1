      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . ACLCHN100                     *
      * TYPE OF PROGRAM............: . MAIN PROGRAM (BATCH)          *
      * FUNCTION...................: . NIGHT CHAIN CONTROLLER : RUN  *
      *         .                        THE STEPS OF THE FTVACHN    *
      *         .                        STEP-DEFINITION FILE IN     *
      *         .                        STEP ORDER ; BEFORE         *
      *         .                        RELEASING A STEP, CHECK     *
      *         .                        THAT EVERY PREDECESSOR      *
      *         .                        ENDED WITH AN ALLOWED       *
      *         .                        COMPLETION CODE, AS READ    *
      *         .                        FROM THE FJOBSTAT RECORDS   *
      *         .                        WRITTEN BY ACLSTA100 (TILT) *
      *         .                        DURING THE STEP ; OTHERWISE *
      *         .                        SKIP THE STEP (AND SO ITS   *
      *         .                        OWN DEPENDENTS). PRINT THE  *
      *         .                        RUN SHEET OF THE NIGHT      *
      *         .                        (STARTED, ENDED, FAILED,    *
      *         .                        SKIPPED STEPS) ON QTVACHN   *
      *         .                                                    *
      * FILES USED.................: . FTVACHN  (INPUT)              *
      *         .                      FJOBSTAT (INPUT)              *
      *         .                      QTVACHN  (PRINTER)            *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: CREATION                       *
      *                                                              *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ACLCHN100.
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
           SELECT  FTVACHN         ASSIGN TO DATABASE-FTVACHN
                   FILE STATUS     WK-CHN-STAT.
           SELECT  FJOBSTAT        ASSIGN TO DATABASE-FJOBSTAT
                   FILE STATUS     WK-STA-STAT.
           SELECT  QTVACHN         ASSIGN TO PRINTER-QTVACHN
                   FILE STATUS     WK-IMP-STAT.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  FTVACHN.
       COPY FDTVACHN.
       FD  FJOBSTAT.
       COPY FDJOBSTA.
       FD  QTVACHN                 RECORDING MODE F.
       01  QTVACHN-LIGNE           PIC X(132).
      *
       WORKING-STORAGE             SECTION.
       01  WK-CHN-STAT              PIC X(02) VALUE SPACE.
       01  WK-STA-STAT              PIC X(02) VALUE SPACE.
       01  WK-IMP-STAT              PIC X(02) VALUE SPACE.
       01  WK-CHN-SYSDATE           PIC 9(06) VALUE ZERO.
       01  WK-CHN-SYSTIME           PIC 9(08) VALUE ZERO.
       01  WK-CHN-DATJOUR           PIC 9(08) VALUE ZERO.
      *
      *    ETAPES DE LA CHAINE, DANS L'ORDRE DU FICHIER. ETAT :
      *    BLANC NON ENCORE TRAITEE, "T" TERMINEE AVEC UN CODE
      *    ADMIS, "E" ECHEC (CODE NON ADMIS), "S" SAUTEE.
      *
       01  WK-CHN-NB                PIC 9(03) VALUE ZERO.
       01  WK-CHN-NBMAX             PIC 9(03) VALUE 050.
       01  WK-CHN-TABLE.
           05  WK-CHN-POSTE  OCCURS 50 TIMES INDEXED BY IN-CHN IN-PRD.
               10  WK-CHN-TETAPE    PIC 9(03).
               10  WK-CHN-TPGM      PIC X(10).
               10  WK-CHN-TPRED     PIC 9(03)  OCCURS 5.
               10  WK-CHN-TCODEOK   PIC X(02)  OCCURS 5.
               10  WK-CHN-TCMD      PIC X(200).
               10  WK-CHN-TETAT     PIC X(01).
                   88  CHN-T-TERMINEE   VALUE "T".
                   88  CHN-T-ECHEC      VALUE "E".
                   88  CHN-T-SAUTEE     VALUE "S".
               10  WK-CHN-TCODE     PIC X(02).
       01  WK-CHN-J                 PIC 9(02) VALUE ZERO.
       01  WK-CHN-ETAPEPREC         PIC 9(03) VALUE ZERO.
       01  WK-CHN-PRDNO             PIC 9(03) VALUE ZERO.
       01  WK-CHN-TROUVE            PIC X(01) VALUE "N".
           88  CHN-PRD-TROUVE       VALUE "O".
       01  WK-CHN-BLOQUE            PIC X(01) VALUE "N".
           88  CHN-ETAPE-BLOQUEE    VALUE "O".
      *
      *    LANCEMENT D'UNE ETAPE : COMMANDE CL PASSEE A QCMDEXC,
      *    HORODATAGE DU LANCEMENT POUR NE RETENIR DANS FJOBSTAT QUE
      *    LES FINS SIGNALEES PENDANT L'ETAPE.
      *
       01  WK-CHN-CMD               PIC X(200) VALUE SPACE.
       01  WK-CHN-CMDLG             PIC S9(10)V9(05) COMP-3
                                    VALUE 200.
       01  WK-CHN-EXCEPT            PIC X(01) VALUE "N".
           88  CHN-CMD-EXCEPTION    VALUE "O".
       01  WK-CHN-HORODEB.
           05  WK-CHN-DDEB          PIC 9(08).
           05  WK-CHN-HDEB          PIC 9(06).
       01  WK-CHN-HOROSTA.
           05  WK-CHN-DSTA          PIC 9(08).
           05  WK-CHN-HSTA          PIC 9(06).
       01  WK-CHN-HFIN              PIC 9(06) VALUE ZERO.
      *
      *    FIN DE L'ETAPE LUE DANS FJOBSTAT : "F" FIN ANORMALE (CODE
      *    DE TILT), "A" FIN AVEC AVERTISSEMENT, BLANC AUCUN
      *    ENREGISTREMENT (FIN NORMALE, CODE "00").
      *
       01  WK-CHN-ETATLU            PIC X(01) VALUE SPACE.
           88  CHN-LU-ANORMALE      VALUE "F".
           88  CHN-LU-AVERT         VALUE "A".
       01  WK-CHN-CODE              PIC 9(02) VALUE ZERO.
       01  WK-CHN-CODEX REDEFINES WK-CHN-CODE  PIC X(02).
       01  WK-CHN-ADMIS             PIC X(01) VALUE "N".
           88  CHN-CODE-ADMIS       VALUE "O".
       01  WK-CHN-NBLIST            PIC 9(01) VALUE ZERO.
      *
       01  WK-CHN-NBLANC            PIC 9(03) VALUE ZERO.
       01  WK-CHN-NBTERM            PIC 9(03) VALUE ZERO.
       01  WK-CHN-NBECHEC           PIC 9(03) VALUE ZERO.
       01  WK-CHN-NBSAUT            PIC 9(03) VALUE ZERO.
       01  WK-CHN-ENTETE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(42)  VALUE
               "FEUILLE DE MARCHE DE LA CHAINE DE NUIT".
           05  FILLER               PIC X(12)  VALUE "DATE DU RUN:".
           05  CHN-ENT-DATE         PIC 9(08).
       01  WK-CHN-COLONNES.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(07)  VALUE "ETAPE".
           05  FILLER               PIC X(12)  VALUE "PROGRAMME".
           05  FILLER               PIC X(10)  VALUE "ETAT".
           05  FILLER               PIC X(08)  VALUE "DEBUT".
           05  FILLER               PIC X(08)  VALUE "FIN".
           05  FILLER               PIC X(06)  VALUE "CODE".
           05  FILLER               PIC X(50)  VALUE "OBSERVATION".
       01  WK-CHN-LIGNE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  CHN-L-ETAPE          PIC 9(03).
           05  FILLER               PIC X(04)  VALUE SPACE.
           05  CHN-L-PGM            PIC X(10).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  CHN-L-ETAT           PIC X(08).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  CHN-L-HDEB           PIC X(06).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  CHN-L-HFIN           PIC X(06).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  CHN-L-CODE           PIC X(02).
           05  FILLER               PIC X(04)  VALUE SPACE.
           05  CHN-L-MOTIF          PIC X(50).
       01  WK-CHN-TOTAL.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(10)  VALUE "ETAPES :".
           05  CHN-TOT-NB           PIC ZZ9.
           05  FILLER               PIC X(12)  VALUE "  LANCEES :".
           05  CHN-TOT-LAN          PIC ZZ9.
           05  FILLER               PIC X(13)  VALUE "  TERMINEES :".
           05  CHN-TOT-TER          PIC ZZ9.
           05  FILLER               PIC X(11)  VALUE "  ECHECS :".
           05  CHN-TOT-ECH          PIC ZZ9.
           05  FILLER               PIC X(12)  VALUE "  SAUTEES :".
           05  CHN-TOT-SAU          PIC ZZ9.
       01  WK-CHN-TOTLIB.
           05  FILLER               PIC X(21)  VALUE
               "CHAINE DE NUIT LANC.:".
           05  CHN-LIB-LAN          PIC ZZ9.
           05  FILLER               PIC X(07)  VALUE " TERM.:".
           05  CHN-LIB-TER          PIC ZZ9.
           05  FILLER               PIC X(09)  VALUE " ECHECS:".
           05  CHN-LIB-ECH          PIC ZZ9.
           05  FILLER               PIC X(10)  VALUE " SAUTEES:".
           05  CHN-LIB-SAU          PIC ZZ9.
       COPY WKTABTVA.
       COPY WKMESSAGE.
      *
       PROCEDURE                   DIVISION.
       ACLCHN100-DEBUT.
           MOVE "ACLCHN100"         TO  WK-MESSAGE-LOG-JOB.
           ACCEPT WK-CHN-SYSDATE    FROM DATE.
           MOVE 20000000            TO  WK-CHN-DATJOUR.
           ADD  WK-CHN-SYSDATE      TO  WK-CHN-DATJOUR.
           OPEN INPUT               FTVACHN.
           IF WK-CHN-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-TVACHN STATUT :"
                       WK-CHN-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           OPEN OUTPUT              QTVACHN.
           IF WK-IMP-STAT NOT = "00"
                STRING "ERREUR OUVERTURE Q-TVACHN STATUT :"
                       WK-IMP-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           MOVE WK-CHN-DATJOUR      TO  CHN-ENT-DATE.
           WRITE QTVACHN-LIGNE      FROM  WK-CHN-ENTETE.
           MOVE SPACE               TO  QTVACHN-LIGNE.
           WRITE QTVACHN-LIGNE.
           WRITE QTVACHN-LIGNE      FROM  WK-CHN-COLONNES.
      *
      *    CHARGEMENT ET CONTROLE DE LA DEFINITION DE LA CHAINE :
      *    ETAPES CROISSANTES, PREDECESSEURS DEJA DEFINIS. UNE
      *    DEFINITION INCOHERENTE ARRETE TOUT AVANT LA PREMIERE
      *    ETAPE.
      *
       ACLCHN100-CHARGE.
           READ FTVACHN  END  GO TO ACLCHN100-CHARGE-FIN.
           IF WK-CHN-NB NOT < WK-CHN-NBMAX
                MOVE "TABLE DES ETAPES DE LA CHAINE INSUFFISANTE"
                     TO  WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                SET WK-MSGFAM-CAPACITE  TO  TRUE
                PERFORM TILT        THRU  TILT-EXIT.
           IF CHN-ETAPE NOT > WK-CHN-ETAPEPREC
                STRING "ETAPES DE LA CHAINE NON CROISSANTES : "
                       CHN-ETAPE
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           MOVE CHN-ETAPE           TO  WK-CHN-ETAPEPREC.
           ADD  1                   TO  WK-CHN-NB.
           SET IN-CHN TO WK-CHN-NB.
           MOVE CHN-ETAPE           TO  WK-CHN-TETAPE (IN-CHN).
           MOVE CHN-PROGRAMME       TO  WK-CHN-TPGM   (IN-CHN).
           MOVE CHN-COMMANDE        TO  WK-CHN-TCMD   (IN-CHN).
           MOVE SPACE               TO  WK-CHN-TETAT  (IN-CHN).
           MOVE SPACE               TO  WK-CHN-TCODE  (IN-CHN).
           MOVE 1                   TO  WK-CHN-J.
       ACLCHN100-CHARGE-PRED.
           MOVE CHN-PRED (WK-CHN-J)
                                    TO  WK-CHN-TPRED (IN-CHN WK-CHN-J).
           MOVE CHN-CODEOK (WK-CHN-J)
                                TO  WK-CHN-TCODEOK (IN-CHN WK-CHN-J).
           IF CHN-PRED (WK-CHN-J) NOT = ZERO
                MOVE CHN-PRED (WK-CHN-J)  TO  WK-CHN-PRDNO
                PERFORM ACLCHN100-TROUVE  THRU  ACLCHN100-TROUVE-EXIT
                IF NOT CHN-PRD-TROUVE
                     STRING "ETAPE " CHN-ETAPE
                            " : PREDECESSEUR " WK-CHN-PRDNO
                            " INCONNU OU POSTERIEUR"
                            DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                     MOVE "F"       TO  WK-MESSAGE-SEV
                     MOVE SPACE     TO  WK-MESSAGE-REP
                     PERFORM TILT   THRU  TILT-EXIT.
           IF WK-CHN-J < 5
                ADD  1              TO  WK-CHN-J
                GO TO ACLCHN100-CHARGE-PRED.
           GO TO ACLCHN100-CHARGE.
       ACLCHN100-CHARGE-FIN.
           CLOSE FTVACHN.
           IF WK-CHN-NB = ZERO
                MOVE "AUCUNE ETAPE DANS LA DEFINITION DE LA CHAINE"
                     TO  WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           SET IN-CHN TO 1.
      *
      *    UNE ETAPE N'EST LANCEE QUE SI TOUS SES PREDECESSEURS SONT
      *    TERMINES AVEC UN CODE ADMIS ; UNE ETAPE SAUTEE BLOQUE A
      *    SON TOUR SES PROPRES DEPENDANTES.
      *
       ACLCHN100-ETAPE.
           MOVE WK-CHN-TETAPE (IN-CHN)  TO  CHN-L-ETAPE.
           MOVE WK-CHN-TPGM (IN-CHN)    TO  CHN-L-PGM.
           PERFORM ACLCHN100-PRED   THRU  ACLCHN100-PRED-EXIT.
           IF CHN-ETAPE-BLOQUEE
                MOVE "S"            TO  WK-CHN-TETAT (IN-CHN)
                ADD  1              TO  WK-CHN-NBSAUT
                MOVE "SAUTEE"       TO  CHN-L-ETAT
                MOVE SPACE          TO  CHN-L-HDEB  CHN-L-HFIN
                                        CHN-L-CODE  CHN-L-MOTIF
                STRING "PREDECESSEUR " WK-CHN-PRDNO " NON TERMINE"
                       DELIMITED BY SIZE INTO CHN-L-MOTIF
                WRITE QTVACHN-LIGNE FROM  WK-CHN-LIGNE
                GO TO ACLCHN100-SUIV.
           ACCEPT WK-CHN-SYSDATE    FROM DATE.
           ACCEPT WK-CHN-SYSTIME    FROM TIME.
           MOVE 20000000            TO  WK-CHN-DDEB.
           ADD  WK-CHN-SYSDATE      TO  WK-CHN-DDEB.
           MOVE WK-CHN-SYSTIME (1:6) TO  WK-CHN-HDEB.
           ADD  1                   TO  WK-CHN-NBLANC.
           MOVE "LANCEE"            TO  CHN-L-ETAT.
           MOVE WK-CHN-HDEB         TO  CHN-L-HDEB.
           MOVE SPACE               TO  CHN-L-HFIN  CHN-L-CODE
                                        CHN-L-MOTIF.
           WRITE QTVACHN-LIGNE      FROM  WK-CHN-LIGNE.
           MOVE WK-CHN-TCMD (IN-CHN)  TO  WK-CHN-CMD.
           MOVE "N"                 TO  WK-CHN-EXCEPT.
           CALL "QCMDEXC"           USING  WK-CHN-CMD
                                           WK-CHN-CMDLG
                ON EXCEPTION
                   MOVE "O"         TO  WK-CHN-EXCEPT.
           ACCEPT WK-CHN-SYSTIME    FROM TIME.
           MOVE WK-CHN-SYSTIME (1:6) TO  WK-CHN-HFIN.
           PERFORM ACLCHN100-STATUT THRU  ACLCHN100-STATUT-EXIT.
           PERFORM ACLCHN100-CODE   THRU  ACLCHN100-CODE-EXIT.
           MOVE WK-CHN-CODEX        TO  WK-CHN-TCODE (IN-CHN).
           MOVE WK-CHN-HFIN         TO  CHN-L-HFIN.
           MOVE WK-CHN-CODEX        TO  CHN-L-CODE.
           MOVE SPACE               TO  CHN-L-MOTIF.
           IF CHN-CMD-EXCEPTION
                MOVE "COMMANDE NON EXECUTABLE"  TO  CHN-L-MOTIF.
           IF CHN-LU-ANORMALE
                MOVE "FIN ANORMALE SIGNALEE DANS FJOBSTAT"
                     TO  CHN-L-MOTIF.
           IF CHN-LU-AVERT
                MOVE "FIN AVEC AVERTISSEMENT"  TO  CHN-L-MOTIF.
           IF CHN-CODE-ADMIS
                MOVE "T"            TO  WK-CHN-TETAT (IN-CHN)
                ADD  1              TO  WK-CHN-NBTERM
                MOVE "TERMINEE"     TO  CHN-L-ETAT
           ELSE
                MOVE "E"            TO  WK-CHN-TETAT (IN-CHN)
                ADD  1              TO  WK-CHN-NBECHEC
                MOVE "ECHEC"        TO  CHN-L-ETAT.
           WRITE QTVACHN-LIGNE      FROM  WK-CHN-LIGNE.
       ACLCHN100-SUIV.
           IF IN-CHN < WK-CHN-NB
                SET IN-CHN UP BY 1
                GO TO ACLCHN100-ETAPE.
           GO TO ACLCHN100-FIN.
      *
      *    RECHERCHE DE L'ETAPE WK-CHN-PRDNO PARMI LES ETAPES QUI
      *    PRECEDENT L'ETAPE IN-CHN ; IN-PRD LA DESIGNE SI TROUVEE.
      *
       ACLCHN100-TROUVE.
           MOVE "N"                 TO  WK-CHN-TROUVE.
           SET IN-PRD TO 1.
       ACLCHN100-TROUVE-BOUCLE.
           IF IN-PRD NOT < IN-CHN
                GO TO ACLCHN100-TROUVE-EXIT.
           IF WK-CHN-TETAPE (IN-PRD) = WK-CHN-PRDNO
                MOVE "O"            TO  WK-CHN-TROUVE
                GO TO ACLCHN100-TROUVE-EXIT.
           SET IN-PRD UP BY 1.
           GO TO ACLCHN100-TROUVE-BOUCLE.
       ACLCHN100-TROUVE-EXIT.
           EXIT.
      *
       ACLCHN100-PRED.
           MOVE "N"                 TO  WK-CHN-BLOQUE.
           MOVE 1                   TO  WK-CHN-J.
       ACLCHN100-PRED-BOUCLE.
           IF WK-CHN-TPRED (IN-CHN WK-CHN-J) = ZERO
                GO TO ACLCHN100-PRED-SUIV.
           MOVE WK-CHN-TPRED (IN-CHN WK-CHN-J)  TO  WK-CHN-PRDNO.
           PERFORM ACLCHN100-TROUVE THRU  ACLCHN100-TROUVE-EXIT.
           IF NOT CHN-PRD-TROUVE
                MOVE "O"            TO  WK-CHN-BLOQUE
                GO TO ACLCHN100-PRED-EXIT.
           IF NOT CHN-T-TERMINEE (IN-PRD)
                MOVE "O"            TO  WK-CHN-BLOQUE
                GO TO ACLCHN100-PRED-EXIT.
       ACLCHN100-PRED-SUIV.
           IF WK-CHN-J < 5
                ADD  1              TO  WK-CHN-J
                GO TO ACLCHN100-PRED-BOUCLE.
       ACLCHN100-PRED-EXIT.
           EXIT.
      *
      *    FIN DE L'ETAPE : ENREGISTREMENTS FJOBSTAT DU PROGRAMME
      *    HORODATES DEPUIS SON LANCEMENT. UNE FIN ANORMALE L'EMPORTE
      *    SUR UN AVERTISSEMENT ; SANS ENREGISTREMENT, LA FIN EST
      *    NORMALE (TILT N'ECRIT QUE LES FINS ANORMALES ET LES
      *    AVERTISSEMENTS).
      *
       ACLCHN100-STATUT.
           MOVE SPACE               TO  WK-CHN-ETATLU.
           MOVE ZERO                TO  WK-CHN-CODE.
           OPEN INPUT               FJOBSTAT.
           IF WK-STA-STAT = "35"
                GO TO ACLCHN100-STATUT-EXIT.
           IF WK-STA-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-JOBSTAT STATUT :"
                       WK-STA-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
       ACLCHN100-STATUT-LECT.
           READ FJOBSTAT  END  GO TO ACLCHN100-STATUT-FIN.
           IF STA-JOB NOT = WK-CHN-TPGM (IN-CHN)
                GO TO ACLCHN100-STATUT-LECT.
           MOVE STA-DATE            TO  WK-CHN-DSTA.
           MOVE STA-TIME            TO  WK-CHN-HSTA.
           IF WK-CHN-HOROSTA < WK-CHN-HORODEB
                GO TO ACLCHN100-STATUT-LECT.
           IF STA-ETAT = "F"
                MOVE "F"            TO  WK-CHN-ETATLU
                MOVE STA-CODE       TO  WK-CHN-CODE
                GO TO ACLCHN100-STATUT-LECT.
           IF STA-ETAT = "A"
             AND NOT CHN-LU-ANORMALE
                MOVE "A"            TO  WK-CHN-ETATLU.
           GO TO ACLCHN100-STATUT-LECT.
       ACLCHN100-STATUT-FIN.
           CLOSE FJOBSTAT.
       ACLCHN100-STATUT-EXIT.
           EXIT.
      *
      *    CODE FIN DE L'ETAPE CONFRONTE AUX CODES ADMIS DE LA
      *    DEFINITION ("00" SEUL SI AUCUN N'EST RENSEIGNE). UNE
      *    COMMANDE QUE QCMDEXC N'A PU EXECUTER REND "99".
      *
       ACLCHN100-CODE.
           IF CHN-CMD-EXCEPTION
             AND NOT CHN-LU-ANORMALE
                MOVE 99             TO  WK-CHN-CODE.
           MOVE "N"                 TO  WK-CHN-ADMIS.
           MOVE ZERO                TO  WK-CHN-NBLIST.
           MOVE 1                   TO  WK-CHN-J.
       ACLCHN100-CODE-BOUCLE.
           IF WK-CHN-TCODEOK (IN-CHN WK-CHN-J) NOT = SPACE
                ADD  1              TO  WK-CHN-NBLIST
                IF WK-CHN-TCODEOK (IN-CHN WK-CHN-J) = WK-CHN-CODEX
                     MOVE "O"       TO  WK-CHN-ADMIS
                     GO TO ACLCHN100-CODE-EXIT.
           IF WK-CHN-J < 5
                ADD  1              TO  WK-CHN-J
                GO TO ACLCHN100-CODE-BOUCLE.
           IF WK-CHN-NBLIST = ZERO
             AND WK-CHN-CODE = ZERO
                MOVE "O"            TO  WK-CHN-ADMIS.
       ACLCHN100-CODE-EXIT.
           EXIT.
      *
      *    FIN : TOTAUX DE LA FEUILLE DE MARCHE. UNE CHAINE
      *    INCOMPLETE (ECHEC OU ETAPE SAUTEE) TERMINE LE PILOTE EN
      *    ANOMALIE, POUR ALERTER L'EXPLOITATION.
      *
       ACLCHN100-FIN.
           MOVE WK-CHN-NB           TO  CHN-TOT-NB.
           MOVE WK-CHN-NBLANC       TO  CHN-TOT-LAN.
           MOVE WK-CHN-NBTERM       TO  CHN-TOT-TER.
           MOVE WK-CHN-NBECHEC      TO  CHN-TOT-ECH.
           MOVE WK-CHN-NBSAUT       TO  CHN-TOT-SAU.
           MOVE SPACE               TO  QTVACHN-LIGNE.
           WRITE QTVACHN-LIGNE.
           WRITE QTVACHN-LIGNE      FROM  WK-CHN-TOTAL.
           MOVE WK-CHN-NBLANC       TO  CHN-LIB-LAN.
           MOVE WK-CHN-NBTERM       TO  CHN-LIB-TER.
           MOVE WK-CHN-NBECHEC      TO  CHN-LIB-ECH.
           MOVE WK-CHN-NBSAUT       TO  CHN-LIB-SAU.
           MOVE WK-CHN-TOTLIB       TO  WK-MESSAGE-LIB.
           MOVE SPACE               TO  WK-MESSAGE-REP.
           PERFORM AFF-MESSAGE      THRU  AFF-MESSAGE-EXIT.
           CLOSE QTVACHN.
           IF WK-CHN-NBECHEC NOT = ZERO
             OR WK-CHN-NBSAUT NOT = ZERO
                STRING "CHAINE DE NUIT INCOMPLETE - ECHECS : "
                       WK-CHN-NBECHEC
                       " SAUTEES : " WK-CHN-NBSAUT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           STOP RUN.
      *
       COPY SRMSGBATCH.
