      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . ACLVTE100                     *
      * TYPE OF PROGRAM............: . MAIN PROGRAM (BATCH)          *
      * FUNCTION...................: . CONTROLLED INTAKE OF THE      *
      *         .                        FVENTIN SALES DELIVERY FROM *
      *         .                        BILLING : CHECK THE HEADER  *
      *         .                        AND THE CONTROL TRAILER     *
      *         .                        (LINE COUNT AND VTE-BASE    *
      *         .                        HASH TOTAL) AND REJECT THE  *
      *         .                        WHOLE DELIVERY WHEN THEY DO *
      *         .                        NOT BALANCE OR WHEN IT WAS  *
      *         .                        ALREADY TAKEN IN ; THEN     *
      *         .                        REJECT THE DUPLICATE LINES, *
      *         .                        THE LINES WHOSE RAC18/      *
      *         .                        SEQENR IS UNKNOWN IN        *
      *         .                        FINFODI AND THE LINES OF A  *
      *         .                        CLOSED PERIOD (FTVADEP),    *
      *         .                        PRINT THE REJECTS ON        *
      *         .                        QTVAREJ AND APPEND THE      *
      *         .                        ACCEPTED LINES TO FVENTES.  *
      *         .                        EVERY DELIVERY IS JOURNALED *
      *         .                        IN FTVAINT, WHICH GATES THE *
      *         .                        DECLARATION RUN ACLDCL100   *
      *         .                                                    *
      * FILES USED.................: . FVENTIN  (INPUT)              *
      *         .                      FVENTES  (INPUT / EXTEND)     *
      *         .                      FINFODI  (INPUT)              *
      *         .                      FTVADEP  (INPUT)              *
      *         .                      FTVAINT  (UPDATE)             *
      *         .                      QTVAREJ  (PRINTER)            *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: CREATION                       *
      *                                                              *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ACLVTE100.
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
           SELECT  FVENTIN         ASSIGN TO DATABASE-FVENTIN
                   FILE STATUS     WK-VTI-STAT.
           SELECT  FVENTES         ASSIGN TO DATABASE-FVENTES
                   FILE STATUS     WK-VTE-STAT.
           SELECT  FINFODI         ASSIGN TO DATABASE-FINFODI
                   ORGANIZATION    INDEXED
                   ACCESS          DYNAMIC
                   RECORD  KEY     INFCLE
                   FILE STATUS     WK-FINFODI-STAT.
           SELECT  FTVADEP         ASSIGN TO DATABASE-FTVADEP
                   ORGANIZATION    INDEXED
                   ACCESS          DYNAMIC
                   RECORD  KEY     DEP-CLE
                   FILE STATUS     WK-DEP-STAT.
           SELECT  FTVAINT         ASSIGN TO DATABASE-FTVAINT
                   ORGANIZATION    INDEXED
                   ACCESS          DYNAMIC
                   RECORD  KEY     INT-CLE
                   FILE STATUS     WK-INT-STAT.
           SELECT  QTVAREJ         ASSIGN TO PRINTER-QTVAREJ
                   FILE STATUS     WK-REJ-STAT.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  FVENTIN.
       COPY FDVENTIN.
       FD  FVENTES.
       COPY FDVENTES.
       FD  FINFODI.
       COPY FDINFODI.
       FD  FTVADEP.
       COPY FDTVADEP.
       FD  FTVAINT.
       COPY FDTVAINT.
       FD  QTVAREJ                 RECORDING MODE F.
       01  QTVAREJ-LIGNE           PIC X(132).
      *
       WORKING-STORAGE             SECTION.
       01  WK-VTI-STAT              PIC X(02) VALUE SPACE.
       01  WK-VTE-STAT              PIC X(02) VALUE SPACE.
       01  WK-FINFODI-STAT          PIC X(02) VALUE SPACE.
       01  WK-DEP-STAT              PIC X(02) VALUE SPACE.
       01  WK-INT-STAT              PIC X(02) VALUE SPACE.
       01  WK-REJ-STAT              PIC X(02) VALUE SPACE.
       01  WK-VTE-SYSDATE           PIC 9(06) VALUE ZERO.
       01  WK-VTE-SYSTIME           PIC 9(08) VALUE ZERO.
       01  WK-VTE-DATJOUR           PIC 9(08) VALUE ZERO.
      *
      *    CONTROLES DE LA LIVRAISON (PREMIERE PASSE) : CLE ET
      *    EMETTEUR DE L'ENTETE, NOMBRE DE LIGNES ET TOTAL DES
      *    VTE-BASE RECOMPTES, VALEURS ANNONCEES PAR LE CONTROLE DE
      *    FIN. WK-VTE-MOTIF PORTE LA CAUSE D'UN REJET EN BLOC.
      *
       01  WK-VTE-LIVCLE.
           05  WK-VTE-LIVDATE       PIC 9(08) VALUE ZERO.
           05  WK-VTE-LIVNO         PIC 9(06) VALUE ZERO.
       01  WK-VTE-EMETTEUR          PIC X(10) VALUE SPACE.
       01  WK-VTE-NBLIG             PIC 9(07) VALUE ZERO.
       01  WK-VTE-HASH              PIC S9(15)V9(02) VALUE ZERO.
       01  WK-VTE-CTLNB             PIC 9(07) VALUE ZERO.
       01  WK-VTE-CTLHASH           PIC S9(15)V9(02) VALUE ZERO.
       01  WK-VTE-FINVU             PIC X(01) VALUE "N".
           88  VTE-FIN-VUE          VALUE "O".
       01  WK-VTE-INTEXIST          PIC X(01) VALUE "N".
           88  VTE-INT-EXISTE       VALUE "O".
       01  WK-VTE-MOTIF             PIC X(40) VALUE SPACE.
       01  WK-VTE-NBACC             PIC 9(07) VALUE ZERO.
       01  WK-VTE-NBREJ             PIC 9(07) VALUE ZERO.
       01  WK-VTE-REGIE             PIC X(05) VALUE SPACE.
      *
      *    PERIODES PRESENTES DANS LA LIVRAISON (PREMIERE PASSE) :
      *    SEULES LES VENTES FVENTES DE CES PERIODES PEUVENT ETRE EN
      *    DOUBLE AVEC UNE LIGNE LIVREE.
      *
       01  WK-VTE-NBPER             PIC 9(03) VALUE ZERO.
       01  WK-VTE-NBPERMAX          PIC 9(03) VALUE 120.
       01  WK-VTE-PERIODES.
           05  WK-VTE-PERENT  OCCURS 120 TIMES INDEXED BY IN-PER.
               10  WK-VTE-PPERIODE  PIC 9(06).
       01  WK-VTE-PERCH             PIC 9(06) VALUE ZERO.
       01  WK-VTE-PERVUE            PIC X(01) VALUE "N".
           88  VTE-PERIODE-VUE      VALUE "O".
      *
      *    CLES DES VENTES DEJA PRESENTES (FVENTES, PERIODES DE LA
      *    LIVRAISON SEULEMENT) PUIS DES LIGNES ACCEPTEES DE LA
      *    LIVRAISON : UNE LIGNE DE MEME RAC18, SEQENR, DATE ET
      *    PERIODE EST UN DOUBLON. TABLE PLEINE : ARRET EN CAPACITE,
      *    COMME ACLDCL100.
      *
       01  WK-VTE-NBCLE             PIC 9(05) VALUE ZERO.
       01  WK-VTE-NBCLEMAX          PIC 9(05) VALUE 9999.
       01  WK-VTE-CLES.
           05  WK-VTE-CLE  OCCURS 9999 TIMES INDEXED BY IN-CLE.
               10  WK-VTE-CRAC18    PIC X(18).
               10  WK-VTE-CSEQENR   PIC 9(09).
               10  WK-VTE-CDATE     PIC 9(08).
               10  WK-VTE-CPERIODE  PIC 9(06).
       01  WK-VTE-DOUBLON           PIC X(01) VALUE "N".
           88  VTE-EST-DOUBLON      VALUE "O".
       01  WK-VTE-ENTETE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(42)  VALUE
               "INTEGRATION LIVRAISON FVENTES".
           05  FILLER               PIC X(12)  VALUE "DATE DU RUN:".
           05  VTE-ENT-DATE         PIC 9(08).
       01  WK-VTE-LIVLIGNE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(12)  VALUE "LIVRAISON :".
           05  VTE-LIV-DATE         PIC 9(08).
           05  FILLER               PIC X(01)  VALUE "/".
           05  VTE-LIV-NO           PIC 9(06).
           05  FILLER               PIC X(12)  VALUE "  EMETTEUR :".
           05  VTE-LIV-EMET         PIC X(10).
       01  WK-VTE-COLONNES.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(20)  VALUE "RAC18".
           05  FILLER               PIC X(11)  VALUE "SEQENR".
           05  FILLER               PIC X(10)  VALUE "DATE".
           05  FILLER               PIC X(08)  VALUE "PERIODE".
           05  FILLER               PIC X(20)  VALUE "BASE".
           05  FILLER               PIC X(40)  VALUE "MOTIF DU REJET".
       01  WK-VTE-LIGNE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  VTE-RAC              PIC X(18).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  VTE-SEQ              PIC 9(09).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  VTE-DAT              PIC 9(08).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  VTE-PER              PIC 9(06).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  VTE-BAS              PIC Z(10)9.99-.
           05  FILLER               PIC X(03)  VALUE SPACE.
           05  VTE-MOT              PIC X(40).
       01  WK-VTE-REJLIGNE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(30)  VALUE
               "*** LIVRAISON REJETEE :".
           05  VTE-REJ-MOTIF        PIC X(40).
       01  WK-VTE-CTLLIGNE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(16)  VALUE "LIGNES LUES :".
           05  VTE-CTL-NB           PIC ZZZZZZ9.
           05  FILLER               PIC X(12)  VALUE "  ANNONCE :".
           05  VTE-CTL-NBA          PIC ZZZZZZ9.
           05  FILLER               PIC X(12)  VALUE "  TOTAL :".
           05  VTE-CTL-HASH         PIC Z(14)9.99-.
           05  FILLER               PIC X(12)  VALUE "  ANNONCE :".
           05  VTE-CTL-HASHA        PIC Z(14)9.99-.
       01  WK-VTE-TOTAL.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(16)  VALUE "LIGNES ACCEPT.:".
           05  VTE-TOT-ACC          PIC ZZZZZZ9.
           05  FILLER               PIC X(14)  VALUE "  REJETEES :".
           05  VTE-TOT-REJ          PIC ZZZZZZ9.
       01  WK-VTE-TOTLIB.
           05  FILLER               PIC X(24)  VALUE
               "INTEGRATION FVENTES LUS:".
           05  VTE-LIB-LUS          PIC ZZZZZZ9.
           05  FILLER               PIC X(11)  VALUE " ACCEPTES:".
           05  VTE-LIB-ACC          PIC ZZZZZZ9.
           05  FILLER               PIC X(10)  VALUE " REJETES:".
           05  VTE-LIB-REJ          PIC ZZZZZZ9.
       COPY WKTABTVA.
       COPY WKMESSAGE.
      *
       PROCEDURE                   DIVISION.
       ACLVTE100-DEBUT.
           MOVE "ACLVTE100"         TO  WK-MESSAGE-LOG-JOB.
           ACCEPT WK-VTE-SYSDATE    FROM DATE.
           MOVE 20000000            TO  WK-VTE-DATJOUR.
           ADD  WK-VTE-SYSDATE      TO  WK-VTE-DATJOUR.
           OPEN INPUT               FVENTIN.
           IF WK-VTI-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-VENTIN STATUT :"
                       WK-VTI-STAT
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
           OPEN INPUT               FTVADEP.
           IF WK-DEP-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-TVADEP STATUT :"
                       WK-DEP-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           OPEN I-O                 FTVAINT.
           IF WK-INT-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-TVAINT STATUT :"
                       WK-INT-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           OPEN OUTPUT              QTVAREJ.
           IF WK-REJ-STAT NOT = "00"
                STRING "ERREUR OUVERTURE Q-TVAREJ STATUT :"
                       WK-REJ-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           MOVE WK-VTE-DATJOUR      TO  VTE-ENT-DATE.
           WRITE QTVAREJ-LIGNE      FROM  WK-VTE-ENTETE.
      *
      *    PREMIERE PASSE : STRUCTURE ET CONTROLES DE LA LIVRAISON.
      *    UNE LIVRAISON SANS ENTETE EST JOURNALISEE SOUS LA DATE
      *    DU JOUR ET LE NUMERO 999999, POUR QU'ELLE BLOQUE QUAND
      *    MEME LA DECLARATION ; ACLDCL100 RETIENT L'INTEGRATION LA
      *    PLUS RECENTE, UNE LIVRAISON ACCEPTEE ENSUITE LA LEVE.
      *
           MOVE WK-VTE-DATJOUR      TO  WK-VTE-LIVDATE.
           MOVE 999999              TO  WK-VTE-LIVNO.
           READ FVENTIN  END
                MOVE "LIVRAISON VIDE"  TO  WK-VTE-MOTIF
                GO TO ACLVTE100-REJET.
           IF NOT VTI-ENTETE
                MOVE "ENTETE DE LIVRAISON ABSENT"  TO  WK-VTE-MOTIF
                GO TO ACLVTE100-REJET.
           MOVE VTI-LIVCLE          TO  WK-VTE-LIVCLE.
           MOVE VTI-EMETTEUR        TO  WK-VTE-EMETTEUR.
       ACLVTE100-CTL.
           READ FVENTIN  END  GO TO ACLVTE100-CTL-FIN.
           IF VTE-FIN-VUE
                MOVE "ENREGISTREMENT APRES LE CONTROLE DE FIN"
                     TO  WK-VTE-MOTIF
                GO TO ACLVTE100-REJET.
           IF VTI-DETAIL
                IF VTI-BASE NOT NUMERIC
                     MOVE "LIGNE A BASE NON NUMERIQUE"
                          TO  WK-VTE-MOTIF
                     GO TO ACLVTE100-REJET
                END-IF
                ADD  1              TO  WK-VTE-NBLIG
                ADD  VTI-BASE       TO  WK-VTE-HASH
                PERFORM ACLVTE100-AJPER  THRU  ACLVTE100-AJPER-EXIT
                GO TO ACLVTE100-CTL.
           IF VTI-FIN
                MOVE "O"            TO  WK-VTE-FINVU
                MOVE VTI-NBLIG      TO  WK-VTE-CTLNB
                MOVE VTI-HASH       TO  WK-VTE-CTLHASH
                GO TO ACLVTE100-CTL.
           IF VTI-ENTETE
                MOVE "ENTETE EN DOUBLE"  TO  WK-VTE-MOTIF
                GO TO ACLVTE100-REJET.
           MOVE "TYPE D'ENREGISTREMENT INCONNU"  TO  WK-VTE-MOTIF.
           GO TO ACLVTE100-REJET.
       ACLVTE100-CTL-FIN.
           IF NOT VTE-FIN-VUE
                MOVE "CONTROLE DE FIN ABSENT"  TO  WK-VTE-MOTIF
                GO TO ACLVTE100-REJET.
           IF WK-VTE-NBLIG NOT = WK-VTE-CTLNB
                MOVE "NOMBRE DE LIGNES DIFFERENT DU CONTROLE"
                     TO  WK-VTE-MOTIF
                GO TO ACLVTE100-REJET.
           IF WK-VTE-HASH NOT = WK-VTE-CTLHASH
                MOVE "TOTAL DES BASES DIFFERENT DU CONTROLE"
                     TO  WK-VTE-MOTIF
                GO TO ACLVTE100-REJET.
           PERFORM ACLVTE100-JOURNAL-LU
                   THRU  ACLVTE100-JOURNAL-LU-EXIT.
           IF VTE-INT-EXISTE
             AND INT-ACCEPTEE
                MOVE "LIVRAISON DEJA INTEGREE"  TO  WK-VTE-MOTIF
                GO TO ACLVTE100-REJET.
           PERFORM ACLVTE100-EDIT-LIV THRU  ACLVTE100-EDIT-LIV-EXIT.
           WRITE QTVAREJ-LIGNE      FROM  WK-VTE-COLONNES.
           MOVE SPACE               TO  QTVAREJ-LIGNE.
           WRITE QTVAREJ-LIGNE.
           CLOSE FVENTIN.
           OPEN INPUT               FVENTIN.
           IF WK-VTI-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-VENTIN STATUT :"
                       WK-VTI-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           PERFORM ACLVTE100-CHARGE THRU  ACLVTE100-CHARGE-EXIT.
      *
      *    SECONDE PASSE : LIVRAISON EQUILIBREE, CONTROLE LIGNE A
      *    LIGNE ; LES LIGNES ACCEPTEES SONT AJOUTEES A FVENTES.
      *
       ACLVTE100-LECT.
           READ FVENTIN  END  GO TO ACLVTE100-FIN.
           IF NOT VTI-DETAIL GO TO ACLVTE100-LECT.
           PERFORM ACLVTE100-CHDBL  THRU  ACLVTE100-CHDBL-EXIT.
           IF VTE-EST-DOUBLON
                MOVE "LIGNE EN DOUBLE"  TO  WK-VTE-MOTIF
                GO TO ACLVTE100-REJLIG.
           MOVE VTI-RAC18           TO  INF-CLE-RAC18.
           MOVE VTI-SEQENR          TO  INF-CLE-SEQENR9.
           MOVE INF-CLE-SEQENR9     TO  INF-CLE-SEQENR.
           READ FINFODI KEY IS INFCLE INVALID KEY
                MOVE "CODE TVA INCONNU DANS FINFODI"
                     TO  WK-VTE-MOTIF
                GO TO ACLVTE100-REJLIG.
      *
      *    PERIODE CLOSE : MEME REGIE DE RATTACHEMENT QUE DANS
      *    ACLDCL100 ("*AUC." POUR UN CODE SANS REGIE, JAMAIS CLOS).
      *
           MOVE "*AUC."             TO  WK-VTE-REGIE.
           IF FDIN-TVA-REGIE NOT = SPACE
                MOVE FDIN-TVA-REGIE TO  WK-VTE-REGIE.
           MOVE WK-VTE-REGIE        TO  DEP-REGIE.
           MOVE VTI-PERIODE         TO  DEP-PERIODE.
           READ FTVADEP KEY IS DEP-CLE INVALID KEY
                GO TO ACLVTE100-ACCEPTE.
           IF DEP-CLOSE
                MOVE "PERIODE DEJA DECLAREE (CLOSE)"
                     TO  WK-VTE-MOTIF
                GO TO ACLVTE100-REJLIG.
       ACLVTE100-ACCEPTE.
           MOVE VTI-DONNEES         TO  FVENTES-REC.
           WRITE FVENTES-REC.
           IF WK-VTE-STAT NOT = "00"
                STRING "ERREUR ECRITURE F-VENTES STATUT :"
                       WK-VTE-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           ADD  1                   TO  WK-VTE-NBACC.
           MOVE VTI-RAC18           TO  VTE-RAC18.
           MOVE VTI-SEQENR          TO  VTE-SEQENR.
           MOVE VTI-DATE            TO  VTE-DATE.
           MOVE VTI-PERIODE         TO  VTE-PERIODE.
           PERFORM ACLVTE100-AJCLE  THRU  ACLVTE100-AJCLE-EXIT.
           GO TO ACLVTE100-LECT.
       ACLVTE100-REJLIG.
           ADD  1                   TO  WK-VTE-NBREJ.
           MOVE VTI-RAC18           TO  VTE-RAC.
           MOVE VTI-SEQENR          TO  VTE-SEQ.
           MOVE VTI-DATE            TO  VTE-DAT.
           MOVE VTI-PERIODE         TO  VTE-PER.
           MOVE VTI-BASE            TO  VTE-BAS.
           MOVE WK-VTE-MOTIF        TO  VTE-MOT.
           WRITE QTVAREJ-LIGNE      FROM  WK-VTE-LIGNE.
           GO TO ACLVTE100-LECT.
      *
      *    CHARGEMENT DES CLES DE FVENTES POUR LES SEULES PERIODES
      *    DE LA LIVRAISON, PUIS REOUVERTURE EN AJOUT POUR LES LIGNES
      *    ACCEPTEES.
      *
       ACLVTE100-CHARGE.
           OPEN INPUT               FVENTES.
           IF WK-VTE-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-VENTES STATUT :"
                       WK-VTE-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
       ACLVTE100-CHARGE-LECT.
           READ FVENTES  END  GO TO ACLVTE100-CHARGE-FIN.
           MOVE VTE-PERIODE         TO  WK-VTE-PERCH.
           PERFORM ACLVTE100-CHPER  THRU  ACLVTE100-CHPER-EXIT.
           IF NOT VTE-PERIODE-VUE
                GO TO ACLVTE100-CHARGE-LECT.
           PERFORM ACLVTE100-AJCLE  THRU  ACLVTE100-AJCLE-EXIT.
           GO TO ACLVTE100-CHARGE-LECT.
       ACLVTE100-CHARGE-FIN.
           CLOSE FVENTES.
           OPEN EXTEND              FVENTES.
           IF WK-VTE-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-VENTES STATUT :"
                       WK-VTE-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
       ACLVTE100-CHARGE-EXIT.
           EXIT.
      *
       ACLVTE100-AJPER.
           MOVE VTI-PERIODE         TO  WK-VTE-PERCH.
           PERFORM ACLVTE100-CHPER  THRU  ACLVTE100-CHPER-EXIT.
           IF VTE-PERIODE-VUE
                GO TO ACLVTE100-AJPER-EXIT.
           IF WK-VTE-NBPER NOT < WK-VTE-NBPERMAX
                MOVE "TABLE DES PERIODES LIVREES INSUFFISANTE"
                     TO  WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                SET WK-MSGFAM-CAPACITE  TO  TRUE
                PERFORM TILT        THRU  TILT-EXIT.
           ADD  1                   TO  WK-VTE-NBPER.
           SET IN-PER TO WK-VTE-NBPER.
           MOVE VTI-PERIODE         TO  WK-VTE-PPERIODE (IN-PER).
       ACLVTE100-AJPER-EXIT.
           EXIT.
      *
       ACLVTE100-CHPER.
           MOVE "N"                 TO  WK-VTE-PERVUE.
           IF WK-VTE-NBPER = ZERO
                GO TO ACLVTE100-CHPER-EXIT.
           SET IN-PER TO 1.
       ACLVTE100-CHPER-BOUCLE.
           IF WK-VTE-PPERIODE (IN-PER) = WK-VTE-PERCH
                MOVE "O"            TO  WK-VTE-PERVUE
                GO TO ACLVTE100-CHPER-EXIT.
           IF IN-PER < WK-VTE-NBPER
                SET IN-PER UP BY 1
                GO TO ACLVTE100-CHPER-BOUCLE.
       ACLVTE100-CHPER-EXIT.
           EXIT.
      *
       ACLVTE100-AJCLE.
           IF WK-VTE-NBCLE NOT < WK-VTE-NBCLEMAX
                MOVE "TABLE DES CLES FVENTES INSUFFISANTE"
                     TO  WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                SET WK-MSGFAM-CAPACITE  TO  TRUE
                PERFORM TILT        THRU  TILT-EXIT.
           ADD  1                   TO  WK-VTE-NBCLE.
           SET IN-CLE TO WK-VTE-NBCLE.
           MOVE VTE-RAC18           TO  WK-VTE-CRAC18   (IN-CLE).
           MOVE VTE-SEQENR          TO  WK-VTE-CSEQENR  (IN-CLE).
           MOVE VTE-DATE            TO  WK-VTE-CDATE    (IN-CLE).
           MOVE VTE-PERIODE         TO  WK-VTE-CPERIODE (IN-CLE).
       ACLVTE100-AJCLE-EXIT.
           EXIT.
      *
       ACLVTE100-CHDBL.
           MOVE "N"                 TO  WK-VTE-DOUBLON.
           IF WK-VTE-NBCLE = ZERO
                GO TO ACLVTE100-CHDBL-EXIT.
           SET IN-CLE TO 1.
       ACLVTE100-CHDBL-BOUCLE.
           IF WK-VTE-CRAC18 (IN-CLE) = VTI-RAC18
             AND WK-VTE-CSEQENR (IN-CLE) = VTI-SEQENR
             AND WK-VTE-CDATE (IN-CLE) = VTI-DATE
             AND WK-VTE-CPERIODE (IN-CLE) = VTI-PERIODE
                MOVE "O"            TO  WK-VTE-DOUBLON
                GO TO ACLVTE100-CHDBL-EXIT.
           IF IN-CLE < WK-VTE-NBCLE
                SET IN-CLE UP BY 1
                GO TO ACLVTE100-CHDBL-BOUCLE.
       ACLVTE100-CHDBL-EXIT.
           EXIT.
      *
       ACLVTE100-JOURNAL-LU.
           MOVE "N"                 TO  WK-VTE-INTEXIST.
           MOVE WK-VTE-LIVCLE       TO  INT-CLE.
           READ FTVAINT KEY IS INT-CLE INVALID KEY
                GO TO ACLVTE100-JOURNAL-LU-EXIT.
           MOVE "O"                 TO  WK-VTE-INTEXIST.
       ACLVTE100-JOURNAL-LU-EXIT.
           EXIT.
      *
      *    ECRITURE DU JOURNAL DE LA LIVRAISON (STATUT DEJA POSE) :
      *    UNE LIVRAISON REJETEE PUIS RELIVREE SOUS LE MEME NUMERO
      *    REMPLACE SON ENREGISTREMENT.
      *
       ACLVTE100-JOURNAL.
           ACCEPT WK-VTE-SYSTIME    FROM TIME.
           MOVE WK-VTE-LIVCLE       TO  INT-CLE.
           MOVE WK-VTE-EMETTEUR     TO  INT-EMETTEUR.
           MOVE WK-VTE-DATJOUR      TO  INT-DATE.
           MOVE WK-VTE-SYSTIME (1:6) TO  INT-TIME.
           MOVE WK-VTE-NBLIG        TO  INT-NBLIG.
           MOVE WK-VTE-HASH         TO  INT-HASH.
           MOVE WK-VTE-NBACC        TO  INT-NBACC.
           MOVE WK-VTE-NBREJ        TO  INT-NBREJ.
           MOVE WK-VTE-MOTIF        TO  INT-MOTIF.
           IF VTE-INT-EXISTE
                REWRITE FTVAINT-REC
           ELSE
                WRITE FTVAINT-REC.
           IF WK-INT-STAT NOT = "00"
                STRING "ERREUR ECRITURE F-TVAINT STATUT :"
                       WK-INT-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
       ACLVTE100-JOURNAL-EXIT.
           EXIT.
      *
       ACLVTE100-EDIT-LIV.
           MOVE WK-VTE-LIVDATE      TO  VTE-LIV-DATE.
           MOVE WK-VTE-LIVNO        TO  VTE-LIV-NO.
           MOVE WK-VTE-EMETTEUR     TO  VTE-LIV-EMET.
           WRITE QTVAREJ-LIGNE      FROM  WK-VTE-LIVLIGNE.
           MOVE WK-VTE-NBLIG        TO  VTE-CTL-NB.
           MOVE WK-VTE-CTLNB        TO  VTE-CTL-NBA.
           MOVE WK-VTE-HASH         TO  VTE-CTL-HASH.
           MOVE WK-VTE-CTLHASH      TO  VTE-CTL-HASHA.
           WRITE QTVAREJ-LIGNE      FROM  WK-VTE-CTLLIGNE.
       ACLVTE100-EDIT-LIV-EXIT.
           EXIT.
      *
      *    REJET EN BLOC : RIEN N'EST AJOUTE A FVENTES, LA LIVRAISON
      *    EST JOURNALISEE REJETEE (CE QUI INTERDIT LA DECLARATION)
      *    ET LE TRAITEMENT S'ARRETE EN ANOMALIE POUR QUE LA CHAINE
      *    N'ENCHAINE PAS.
      *
       ACLVTE100-REJET.
           PERFORM ACLVTE100-EDIT-LIV THRU  ACLVTE100-EDIT-LIV-EXIT.
           MOVE WK-VTE-MOTIF        TO  VTE-REJ-MOTIF.
           WRITE QTVAREJ-LIGNE      FROM  WK-VTE-REJLIGNE.
           IF NOT VTE-INT-EXISTE
                PERFORM ACLVTE100-JOURNAL-LU
                        THRU  ACLVTE100-JOURNAL-LU-EXIT.
      *
      *    UNE LIVRAISON DEJA ACCEPTEE ET RELIVREE GARDE SON
      *    JOURNAL : LE REJET DU DOUBLON NE DOIT PAS BLOQUER LA
      *    DECLARATION DE LA LIVRAISON LEGITIME.
      *
           IF VTE-INT-EXISTE
             AND INT-ACCEPTEE
                GO TO ACLVTE100-REJET-ARRET.
           MOVE "R"                 TO  INT-STATUT.
           MOVE ZERO                TO  WK-VTE-NBACC  WK-VTE-NBREJ.
           PERFORM ACLVTE100-JOURNAL THRU  ACLVTE100-JOURNAL-EXIT.
       ACLVTE100-REJET-ARRET.
           CLOSE FVENTIN  FINFODI  FTVADEP  FTVAINT  QTVAREJ.
           STRING "LIVRAISON FVENTES REJETEE : "  WK-VTE-MOTIF
                  DELIMITED BY SIZE INTO WK-MESSAGE-LIB.
           MOVE "F"                 TO  WK-MESSAGE-SEV.
           MOVE SPACE               TO  WK-MESSAGE-REP.
           PERFORM TILT             THRU  TILT-EXIT.
      *
       ACLVTE100-FIN.
           MOVE "A"                 TO  INT-STATUT.
           MOVE SPACE               TO  WK-VTE-MOTIF.
           PERFORM ACLVTE100-JOURNAL THRU  ACLVTE100-JOURNAL-EXIT.
           MOVE WK-VTE-NBACC        TO  VTE-TOT-ACC.
           MOVE WK-VTE-NBREJ        TO  VTE-TOT-REJ.
           MOVE SPACE               TO  QTVAREJ-LIGNE.
           WRITE QTVAREJ-LIGNE.
           WRITE QTVAREJ-LIGNE      FROM  WK-VTE-TOTAL.
           MOVE WK-VTE-NBLIG        TO  VTE-LIB-LUS.
           MOVE WK-VTE-NBACC        TO  VTE-LIB-ACC.
           MOVE WK-VTE-NBREJ        TO  VTE-LIB-REJ.
           MOVE WK-VTE-TOTLIB       TO  WK-MESSAGE-LIB.
           MOVE SPACE               TO  WK-MESSAGE-REP.
           PERFORM AFF-MESSAGE      THRU  AFF-MESSAGE-EXIT.
           CLOSE FVENTIN  FVENTES  FINFODI  FTVADEP  FTVAINT  QTVAREJ.
           STOP RUN.
      *
       COPY SRMSGBATCH.
