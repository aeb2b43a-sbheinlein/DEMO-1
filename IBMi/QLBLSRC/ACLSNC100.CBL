      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . ACLSNC100                     *
      * TYPE OF PROGRAM............: . MAIN PROGRAM (BATCH)          *
      * FUNCTION...................: . COMPARE TWO FINFODI SNAPSHOTS *
      *         .                        OF FTVASNP AND PRINT, PER   *
      *         .                        RAC18, THE CODES ADDED,     *
      *         .                        REMOVED AND CHANGED, FIELD  *
      *         .                        BY FIELD, ON QTVASNC        *
      *         .                                                    *
      * FILES USED.................: . FTVASNP  (INPUT, 1ERE PHOTO)  *
      *         .                      FTVASNP  (INPUT, 2EME PHOTO,  *
      *         .                                SELECT FTVASNB)     *
      *         .                      QTVASNC  (PRINTER)            *
      *         .                                                    *
      * INPUT PARAMETERS...........: . DATE DE LA PHOTO DE REFERENCE *
      *         .                      (ANCIENNE) AAAAMMJJ           *
      *         .                    . DATE DE LA PHOTO COMPAREE     *
      *         .                      (NOUVELLE) AAAAMMJJ           *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: CREATION                       *
      *                                                              *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ACLSNC100.
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
           SELECT  FTVASNP         ASSIGN TO DATABASE-FTVASNP
                   ORGANIZATION    INDEXED
                   ACCESS          DYNAMIC
                   RECORD  KEY     SNP-CLE
                   FILE STATUS     WK-SNP-STAT.
           SELECT  FTVASNB         ASSIGN TO DATABASE-FTVASNP
                   ORGANIZATION    INDEXED
                   ACCESS          DYNAMIC
                   RECORD  KEY     SNB-CLE
                   FILE STATUS     WK-SNB-STAT.
           SELECT  QTVASNC         ASSIGN TO PRINTER-QTVASNC
                   FILE STATUS     WK-SNC-STAT.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  FTVASNP.
       COPY FDTVASNP.
      *
      *    SECOND CURSEUR SUR FTVASNP POUR LA PHOTO COMPAREE : LE
      *    LAYOUT FDTVASNP NE PEUT ETRE RECOPIE DEUX FOIS, SEULE LA
      *    CLE EST DECRITE ICI, LE RESTE EST LU DANS WK-SNC-ENRB.
      *
       FD  FTVASNB.
       01  FTVASNB-ENR.
           05  SNB-CLE              PIC X(35).
           05  FILLER               PIC X(261).
      *
       FD  QTVASNC                 RECORDING MODE F.
       01  QTVASNC-LIGNE           PIC X(132).
      *
       WORKING-STORAGE             SECTION.
       01  WK-SNP-STAT              PIC X(02) VALUE SPACE.
       01  WK-SNB-STAT              PIC X(02) VALUE SPACE.
       01  WK-SNC-STAT              PIC X(02) VALUE SPACE.
       01  WK-SNC-SYSDATE           PIC 9(06) VALUE ZERO.
       01  WK-SNC-DATJOUR           PIC 9(08) VALUE ZERO.
       01  WK-SNC-DATEA             PIC 9(08) VALUE ZERO.
       01  WK-SNC-DATEB             PIC 9(08) VALUE ZERO.
      *
      *    MIROIR DE FTVASNP-REC POUR LA PHOTO COMPAREE.
      *
       01  WK-SNC-ENRB.
           05  WK-SNC-B-DATE        PIC 9(08).
           05  WK-SNC-B-RAC18       PIC X(18).
           05  WK-SNC-B-SEQENR      PIC X(09).
           05  WK-SNC-B-TYPE        PIC X(01).
           05  FILLER               PIC X(24).
           05  WK-SNC-B-INFODI      PIC X(236).
      *
      *    CLES ET IMAGES COURANTES DES DEUX PHOTOS ; HIGH-VALUE EN
      *    FIN DE PHOTO.
      *
       01  WK-SNC-CLEA.
           05  WK-SNC-CLEA-RAC      PIC X(18).
           05  WK-SNC-CLEA-SEQ      PIC X(09).
       01  WK-SNC-CLEB.
           05  WK-SNC-CLEB-RAC      PIC X(18).
           05  WK-SNC-CLEB-SEQ      PIC X(09).
       01  WK-SNC-IMGA              PIC X(236) VALUE SPACE.
       01  WK-SNC-IMGB              PIC X(236) VALUE SPACE.
       01  WK-SNC-TYPEA             PIC X(01) VALUE SPACE.
       01  WK-SNC-TYPEB             PIC X(01) VALUE SPACE.
      *
      *    ZONES DE FINFODI-REC COMPAREES (POSITION ET LONGUEUR DANS
      *    L'IMAGE, "N" = TAUX S9(3)V9(4) EDITE). INF-MAJ-DATE ET
      *    INF-MSG, ZONES TECHNIQUES DE MISE A JOUR, NE SONT PAS
      *    COMPAREES.
      *
       01  WK-SNC-CHAMPS-V.
           05  FILLER   PIC X(16)  VALUE "LIBELLE   04330X".
           05  FILLER   PIC X(16)  VALUE "TVAT      07307N".
           05  FILLER   PIC X(16)  VALUE "TVATL     08010X".
           05  FILLER   PIC X(16)  VALUE "TVAE      09008X".
           05  FILLER   PIC X(16)  VALUE "TVAM      09807N".
           05  FILLER   PIC X(16)  VALUE "TVAML     10510X".
           05  FILLER   PIC X(16)  VALUE "TVVT      11507N".
           05  FILLER   PIC X(16)  VALUE "TVVTL     12210X".
           05  FILLER   PIC X(16)  VALUE "TVVE      13208X".
           05  FILLER   PIC X(16)  VALUE "TVVM      14007N".
           05  FILLER   PIC X(16)  VALUE "TVVML     14710X".
           05  FILLER   PIC X(16)  VALUE "ACTIF     15701X".
           05  FILLER   PIC X(16)  VALUE "REGIE     15805X".
           05  FILLER   PIC X(16)  VALUE "CORRES    16318X".
           05  FILLER   PIC X(16)  VALUE "NTVAT     18107N".
           05  FILLER   PIC X(16)  VALUE "NTVATL    18810X".
           05  FILLER   PIC X(16)  VALUE "NTVAE     19808X".
           05  FILLER   PIC X(16)  VALUE "NTVVT     20607N".
           05  FILLER   PIC X(16)  VALUE "NTVVTL    21310X".
           05  FILLER   PIC X(16)  VALUE "NTVVE     22308X".
           05  FILLER   PIC X(16)  VALUE "CATFIS    23106X".
       01  WK-SNC-CHAMPS  REDEFINES  WK-SNC-CHAMPS-V.
           05  WK-SNC-CHP  OCCURS 21 TIMES INDEXED BY IN-CHP.
               10  WK-SNC-CHP-NOM   PIC X(10).
               10  WK-SNC-CHP-POS   PIC 9(03).
               10  WK-SNC-CHP-LG    PIC 9(02).
               10  WK-SNC-CHP-TYP   PIC X(01).
       01  WK-SNC-NBCHP             PIC 9(02) VALUE 21.
       01  WK-SNC-POS               PIC 9(03) VALUE ZERO.
       01  WK-SNC-LG                PIC 9(02) VALUE ZERO.
       01  WK-SNC-TAUXX             PIC X(07) VALUE ZERO.
       01  WK-SNC-TAUX  REDEFINES  WK-SNC-TAUXX
                                    PIC S9(3)V9(4).
       01  WK-SNC-TAUXED            PIC -ZZ9.9999.
       01  WK-SNC-VALEUR            PIC X(30) VALUE SPACE.
       01  WK-SNC-MODIF             PIC X(01) VALUE "N".
           88  SNC-MODIFIE          VALUE "O".
       01  WK-SNC-RACED             PIC X(18) VALUE SPACE.
      *
      *    RECAPITULATIF PAR RAC18 (LES PHOTOS SONT LUES DANS L'ORDRE
      *    DES CLES, UN POSTE EST OUVERT A CHAQUE NOUVEAU RAC18).
      *
       01  WK-SNC-NBREC             PIC 9(03) VALUE ZERO.
       01  WK-SNC-NBRECMAX          PIC 9(03) VALUE 500.
       01  WK-SNC-RECAP.
           05  WK-SNC-REC  OCCURS 500 TIMES INDEXED BY IN-REC.
               10  WK-SNC-RRAC18    PIC X(18).
               10  WK-SNC-RAJO      PIC 9(05).
               10  WK-SNC-RSUP      PIC 9(05).
               10  WK-SNC-RMOD      PIC 9(05).
       01  WK-SNC-NBAJO             PIC 9(07) VALUE ZERO.
       01  WK-SNC-NBSUP             PIC 9(07) VALUE ZERO.
       01  WK-SNC-NBMOD             PIC 9(07) VALUE ZERO.
       01  WK-SNC-NBIDEM            PIC 9(07) VALUE ZERO.
       01  WK-SNC-ENTETE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(30)  VALUE
               "COMPARATIF PHOTOS FINFODI DU".
           05  SNC-ENT-DATEA        PIC 9(08).
           05  FILLER               PIC X(02)  VALUE " (".
           05  SNC-ENT-TYPEA        PIC X(01).
           05  FILLER               PIC X(06)  VALUE ") AU ".
           05  SNC-ENT-DATEB        PIC 9(08).
           05  FILLER               PIC X(02)  VALUE " (".
           05  SNC-ENT-TYPEB        PIC X(01).
           05  FILLER               PIC X(16)  VALUE ")  DATE DU RUN:".
           05  SNC-ENT-DATE         PIC 9(08).
       01  WK-SNC-TITRE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  SNC-TIT-LIB          PIC X(60).
       01  WK-SNC-COLCOD.
           05  FILLER               PIC X(03)  VALUE SPACE.
           05  FILLER               PIC X(11)  VALUE "SEQENR".
           05  FILLER               PIC X(12)  VALUE "ETAT".
           05  FILLER               PIC X(32)  VALUE "LIBELLE".
           05  FILLER               PIC X(07)  VALUE "REGIE".
       01  WK-SNC-COLCHP.
           05  FILLER               PIC X(16)  VALUE SPACE.
           05  FILLER               PIC X(12)  VALUE "ZONE".
           05  FILLER               PIC X(32)  VALUE "AVANT".
           05  FILLER               PIC X(30)  VALUE "APRES".
       01  WK-SNC-LIGRAC.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(08)  VALUE "RAC18 :".
           05  SNC-RAC-RAC          PIC X(18).
       01  WK-SNC-LIGCOD.
           05  FILLER               PIC X(03)  VALUE SPACE.
           05  SNC-COD-SEQ          PIC X(09).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  SNC-COD-ETAT         PIC X(10).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  SNC-COD-LIB          PIC X(30).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  SNC-COD-REGIE        PIC X(05).
       01  WK-SNC-LIGCHP.
           05  FILLER               PIC X(16)  VALUE SPACE.
           05  SNC-CHP-NOM          PIC X(10).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  SNC-CHP-AVANT        PIC X(30).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  SNC-CHP-APRES        PIC X(30).
       01  WK-SNC-COLREC.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(20)  VALUE "RAC18".
           05  FILLER               PIC X(10)  VALUE "AJOUTES".
           05  FILLER               PIC X(10)  VALUE "SUPPRIMES".
           05  FILLER               PIC X(10)  VALUE "MODIFIES".
       01  WK-SNC-LIGREC.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  SNC-REC-RAC          PIC X(18).
           05  FILLER               PIC X(04)  VALUE SPACE.
           05  SNC-REC-AJO          PIC ZZZZ9.
           05  FILLER               PIC X(05)  VALUE SPACE.
           05  SNC-REC-SUP          PIC ZZZZ9.
           05  FILLER               PIC X(05)  VALUE SPACE.
           05  SNC-REC-MOD          PIC ZZZZ9.
       01  WK-SNC-AUCUN.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(30)  VALUE
               "  (AUCUNE DIFFERENCE)".
       01  WK-SNC-TOTLIB.
           05  FILLER               PIC X(20)  VALUE
               "COMPARATIF PHOTOS :".
           05  SNC-LIB-AJO          PIC ZZZZZZ9.
           05  FILLER               PIC X(09)  VALUE " AJOUTES,".
           05  SNC-LIB-SUP          PIC ZZZZZZ9.
           05  FILLER               PIC X(11)  VALUE " SUPPRIMES,".
           05  SNC-LIB-MOD          PIC ZZZZZZ9.
           05  FILLER               PIC X(11)  VALUE " MODIFIES,".
           05  SNC-LIB-IDEM         PIC ZZZZZZ9.
           05  FILLER               PIC X(10)  VALUE " INCHANGES".
       COPY WKTABTVA.
       COPY WKMESSAGE.
      *
       LINKAGE                     SECTION.
       01  WK-SNC-DATEAPRM          PIC 9(08).
       01  WK-SNC-DATEBPRM          PIC 9(08).
      *
       PROCEDURE                   DIVISION  USING  WK-SNC-DATEAPRM
                                                    WK-SNC-DATEBPRM.
       ACLSNC100-DEBUT.
           MOVE "ACLSNC100"         TO  WK-MESSAGE-LOG-JOB.
           ACCEPT WK-SNC-SYSDATE    FROM DATE.
           MOVE 20000000            TO  WK-SNC-DATJOUR.
           ADD  WK-SNC-SYSDATE      TO  WK-SNC-DATJOUR.
           MOVE WK-SNC-DATEAPRM     TO  WK-SNC-DATEA.
           MOVE WK-SNC-DATEBPRM     TO  WK-SNC-DATEB.
           IF WK-SNC-DATEA = ZERO OR WK-SNC-DATEB = ZERO
             OR WK-SNC-DATEA = WK-SNC-DATEB
                MOVE "DATES DES PHOTOS A COMPARER INCORRECTES"
                                    TO  WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           OPEN INPUT               FTVASNP.
           IF WK-SNP-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-TVASNP STATUT :"
                       WK-SNP-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           OPEN INPUT               FTVASNB.
           IF WK-SNB-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-TVASNP STATUT :"
                       WK-SNB-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           OPEN OUTPUT              QTVASNC.
           IF WK-SNC-STAT NOT = "00"
                STRING "ERREUR OUVERTURE Q-TVASNC STATUT :"
                       WK-SNC-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           MOVE SPACE               TO  WK-SNC-RECAP
                                        WK-SNC-CLEA  WK-SNC-CLEB.
      *
      *    POSITIONNEMENT DES DEUX CURSEURS SUR LEUR PHOTO ; UNE DATE
      *    SANS PHOTO ARRETE LE TRAITEMENT.
      *
           MOVE WK-SNC-DATEA        TO  SNP-DATE.
           MOVE SPACE               TO  SNP-RAC18.
           MOVE ZERO                TO  SNP-SEQENR.
           START FTVASNP KEY NOT < SNP-CLE INVALID KEY
                MOVE HIGH-VALUE     TO  WK-SNC-CLEA.
           IF WK-SNC-CLEA NOT = HIGH-VALUE
                PERFORM ACLSNC100-LECTA  THRU  ACLSNC100-LECTA-EXIT.
           MOVE WK-SNC-DATEB        TO  WK-SNC-B-DATE.
           MOVE SPACE               TO  WK-SNC-B-RAC18.
           MOVE ZERO                TO  WK-SNC-B-SEQENR.
           MOVE WK-SNC-ENRB (1:35)  TO  SNB-CLE.
           START FTVASNB KEY NOT < SNB-CLE INVALID KEY
                MOVE HIGH-VALUE     TO  WK-SNC-CLEB.
           IF WK-SNC-CLEB NOT = HIGH-VALUE
                PERFORM ACLSNC100-LECTB  THRU  ACLSNC100-LECTB-EXIT.
           IF WK-SNC-CLEA = HIGH-VALUE
                STRING "PHOTO FINFODI INEXISTANTE AU " WK-SNC-DATEA
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           IF WK-SNC-CLEB = HIGH-VALUE
                STRING "PHOTO FINFODI INEXISTANTE AU " WK-SNC-DATEB
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           MOVE WK-SNC-DATEA        TO  SNC-ENT-DATEA.
           MOVE WK-SNC-TYPEA        TO  SNC-ENT-TYPEA.
           MOVE WK-SNC-DATEB        TO  SNC-ENT-DATEB.
           MOVE WK-SNC-TYPEB        TO  SNC-ENT-TYPEB.
           MOVE WK-SNC-DATJOUR      TO  SNC-ENT-DATE.
           WRITE QTVASNC-LIGNE      FROM  WK-SNC-ENTETE.
           MOVE SPACE               TO  QTVASNC-LIGNE.
           WRITE QTVASNC-LIGNE.
           MOVE "1. CODES AJOUTES, SUPPRIMES ET MODIFIES PAR RAC18"
                                    TO  SNC-TIT-LIB.
           WRITE QTVASNC-LIGNE      FROM  WK-SNC-TITRE.
           WRITE QTVASNC-LIGNE      FROM  WK-SNC-COLCOD.
           WRITE QTVASNC-LIGNE      FROM  WK-SNC-COLCHP.
      *
      *    RAPPROCHEMENT DES DEUX PHOTOS DANS L'ORDRE RAC18 / SEQENR.
      *
       ACLSNC100-RAPPROCHE.
           IF WK-SNC-CLEA = HIGH-VALUE AND WK-SNC-CLEB = HIGH-VALUE
                GO TO ACLSNC100-RECAP.
           IF WK-SNC-CLEA < WK-SNC-CLEB
                PERFORM ACLSNC100-SUPPRIME
                        THRU  ACLSNC100-SUPPRIME-EXIT
                PERFORM ACLSNC100-LECTA  THRU  ACLSNC100-LECTA-EXIT
                GO TO ACLSNC100-RAPPROCHE.
           IF WK-SNC-CLEA > WK-SNC-CLEB
                PERFORM ACLSNC100-AJOUTE
                        THRU  ACLSNC100-AJOUTE-EXIT
                PERFORM ACLSNC100-LECTB  THRU  ACLSNC100-LECTB-EXIT
                GO TO ACLSNC100-RAPPROCHE.
           PERFORM ACLSNC100-COMPARE  THRU  ACLSNC100-COMPARE-EXIT.
           PERFORM ACLSNC100-LECTA    THRU  ACLSNC100-LECTA-EXIT.
           PERFORM ACLSNC100-LECTB    THRU  ACLSNC100-LECTB-EXIT.
           GO TO ACLSNC100-RAPPROCHE.
      *
       ACLSNC100-RECAP.
           IF WK-SNC-NBREC = ZERO
                WRITE QTVASNC-LIGNE FROM  WK-SNC-AUCUN.
           MOVE SPACE               TO  QTVASNC-LIGNE.
           WRITE QTVASNC-LIGNE.
           MOVE "2. RECAPITULATIF PAR RAC18"  TO  SNC-TIT-LIB.
           WRITE QTVASNC-LIGNE      FROM  WK-SNC-TITRE.
           WRITE QTVASNC-LIGNE      FROM  WK-SNC-COLREC.
           IF WK-SNC-NBREC = ZERO
                WRITE QTVASNC-LIGNE FROM  WK-SNC-AUCUN
                GO TO ACLSNC100-FIN.
           SET IN-REC TO 1.
       ACLSNC100-RECAP-EDIT.
           MOVE WK-SNC-RRAC18 (IN-REC)   TO  SNC-REC-RAC.
           MOVE WK-SNC-RAJO (IN-REC)     TO  SNC-REC-AJO.
           MOVE WK-SNC-RSUP (IN-REC)     TO  SNC-REC-SUP.
           MOVE WK-SNC-RMOD (IN-REC)     TO  SNC-REC-MOD.
           WRITE QTVASNC-LIGNE      FROM  WK-SNC-LIGREC.
           IF IN-REC < WK-SNC-NBREC
                SET IN-REC UP BY 1
                GO TO ACLSNC100-RECAP-EDIT.
           GO TO ACLSNC100-FIN.
      *
      *    LECTURE SUIVANTE DE LA PHOTO DE REFERENCE.
      *
       ACLSNC100-LECTA.
           READ FTVASNP NEXT  END
                MOVE HIGH-VALUE     TO  WK-SNC-CLEA
                GO TO ACLSNC100-LECTA-EXIT.
           IF SNP-DATE NOT = WK-SNC-DATEA
                MOVE HIGH-VALUE     TO  WK-SNC-CLEA
                GO TO ACLSNC100-LECTA-EXIT.
           MOVE SNP-RAC18           TO  WK-SNC-CLEA-RAC.
           MOVE SNP-SEQENR          TO  WK-SNC-CLEA-SEQ.
           MOVE SNP-INFODI          TO  WK-SNC-IMGA.
           MOVE SNP-TYPE            TO  WK-SNC-TYPEA.
       ACLSNC100-LECTA-EXIT.
           EXIT.
      *
      *    LECTURE SUIVANTE DE LA PHOTO COMPAREE.
      *
       ACLSNC100-LECTB.
           READ FTVASNB NEXT  END
                MOVE HIGH-VALUE     TO  WK-SNC-CLEB
                GO TO ACLSNC100-LECTB-EXIT.
           MOVE FTVASNB-ENR         TO  WK-SNC-ENRB.
           IF WK-SNC-B-DATE NOT = WK-SNC-DATEB
                MOVE HIGH-VALUE     TO  WK-SNC-CLEB
                GO TO ACLSNC100-LECTB-EXIT.
           MOVE WK-SNC-B-RAC18      TO  WK-SNC-CLEB-RAC.
           MOVE WK-SNC-B-SEQENR     TO  WK-SNC-CLEB-SEQ.
           MOVE WK-SNC-B-INFODI     TO  WK-SNC-IMGB.
           MOVE WK-SNC-B-TYPE       TO  WK-SNC-TYPEB.
       ACLSNC100-LECTB-EXIT.
           EXIT.
      *
      *    CODE PRESENT DANS LA SEULE PHOTO DE REFERENCE.
      *
       ACLSNC100-SUPPRIME.
           MOVE WK-SNC-CLEA-RAC     TO  WK-SNC-RACED.
           PERFORM ACLSNC100-RUPTURE  THRU  ACLSNC100-RUPTURE-EXIT.
           ADD  1                   TO  WK-SNC-NBSUP.
           ADD  1                   TO  WK-SNC-RSUP (IN-REC).
           MOVE WK-SNC-CLEA-SEQ     TO  SNC-COD-SEQ.
           MOVE "SUPPRIME"          TO  SNC-COD-ETAT.
           MOVE WK-SNC-IMGA (43:30) TO  SNC-COD-LIB.
           MOVE WK-SNC-IMGA (158:5) TO  SNC-COD-REGIE.
           WRITE QTVASNC-LIGNE      FROM  WK-SNC-LIGCOD.
       ACLSNC100-SUPPRIME-EXIT.
           EXIT.
      *
      *    CODE PRESENT DANS LA SEULE PHOTO COMPAREE.
      *
       ACLSNC100-AJOUTE.
           MOVE WK-SNC-CLEB-RAC     TO  WK-SNC-RACED.
           PERFORM ACLSNC100-RUPTURE  THRU  ACLSNC100-RUPTURE-EXIT.
           ADD  1                   TO  WK-SNC-NBAJO.
           ADD  1                   TO  WK-SNC-RAJO (IN-REC).
           MOVE WK-SNC-CLEB-SEQ     TO  SNC-COD-SEQ.
           MOVE "AJOUTE"            TO  SNC-COD-ETAT.
           MOVE WK-SNC-IMGB (43:30) TO  SNC-COD-LIB.
           MOVE WK-SNC-IMGB (158:5) TO  SNC-COD-REGIE.
           WRITE QTVASNC-LIGNE      FROM  WK-SNC-LIGCOD.
       ACLSNC100-AJOUTE-EXIT.
           EXIT.
      *
      *    CODE PRESENT DANS LES DEUX PHOTOS : UNE LIGNE PAR ZONE
      *    DIFFERENTE, PRECEDEE DE LA LIGNE DU CODE.
      *
       ACLSNC100-COMPARE.
           MOVE "N"                 TO  WK-SNC-MODIF.
           SET IN-CHP TO 1.
       ACLSNC100-COMPARE-ZONE.
           MOVE WK-SNC-CHP-POS (IN-CHP)  TO  WK-SNC-POS.
           MOVE WK-SNC-CHP-LG (IN-CHP)   TO  WK-SNC-LG.
           IF WK-SNC-IMGA (WK-SNC-POS:WK-SNC-LG) =
              WK-SNC-IMGB (WK-SNC-POS:WK-SNC-LG)
                GO TO ACLSNC100-COMPARE-SUIV.
           IF NOT SNC-MODIFIE
                MOVE "O"            TO  WK-SNC-MODIF
                MOVE WK-SNC-CLEB-RAC     TO  WK-SNC-RACED
                PERFORM ACLSNC100-RUPTURE
                        THRU  ACLSNC100-RUPTURE-EXIT
                ADD  1              TO  WK-SNC-NBMOD
                ADD  1              TO  WK-SNC-RMOD (IN-REC)
                MOVE WK-SNC-CLEB-SEQ     TO  SNC-COD-SEQ
                MOVE "MODIFIE"      TO  SNC-COD-ETAT
                MOVE WK-SNC-IMGB (43:30) TO  SNC-COD-LIB
                MOVE WK-SNC-IMGB (158:5) TO  SNC-COD-REGIE
                WRITE QTVASNC-LIGNE FROM  WK-SNC-LIGCOD.
           MOVE WK-SNC-CHP-NOM (IN-CHP)  TO  SNC-CHP-NOM.
           MOVE WK-SNC-IMGA (WK-SNC-POS:WK-SNC-LG)  TO  WK-SNC-VALEUR.
           PERFORM ACLSNC100-EDITE  THRU  ACLSNC100-EDITE-EXIT.
           MOVE WK-SNC-VALEUR       TO  SNC-CHP-AVANT.
           MOVE WK-SNC-IMGB (WK-SNC-POS:WK-SNC-LG)  TO  WK-SNC-VALEUR.
           PERFORM ACLSNC100-EDITE  THRU  ACLSNC100-EDITE-EXIT.
           MOVE WK-SNC-VALEUR       TO  SNC-CHP-APRES.
           WRITE QTVASNC-LIGNE      FROM  WK-SNC-LIGCHP.
       ACLSNC100-COMPARE-SUIV.
           IF IN-CHP < WK-SNC-NBCHP
                SET IN-CHP UP BY 1
                GO TO ACLSNC100-COMPARE-ZONE.
           IF NOT SNC-MODIFIE
                ADD  1              TO  WK-SNC-NBIDEM.
       ACLSNC100-COMPARE-EXIT.
           EXIT.
      *
      *    EDITION D'UN TAUX (ZONE "N") ; LES AUTRES ZONES SONT
      *    IMPRIMEES TELLES QUELLES.
      *
       ACLSNC100-EDITE.
           IF WK-SNC-CHP-TYP (IN-CHP) NOT = "N"
                GO TO ACLSNC100-EDITE-EXIT.
           MOVE WK-SNC-VALEUR (1:7) TO  WK-SNC-TAUXX.
           MOVE WK-SNC-TAUX         TO  WK-SNC-TAUXED.
           MOVE WK-SNC-TAUXED       TO  WK-SNC-VALEUR.
       ACLSNC100-EDITE-EXIT.
           EXIT.
      *
      *    RUPTURE SUR RAC18 : LIGNE DE TITRE DU RAC18 ET OUVERTURE
      *    DE SON POSTE DE RECAPITULATIF. EN SORTIE IN-REC POINTE
      *    LE POSTE DU RAC18 WK-SNC-RACED.
      *
       ACLSNC100-RUPTURE.
           IF WK-SNC-NBREC NOT = ZERO
                IF WK-SNC-RRAC18 (IN-REC) = WK-SNC-RACED
                     GO TO ACLSNC100-RUPTURE-EXIT.
           IF WK-SNC-NBREC NOT < WK-SNC-NBRECMAX
                MOVE "TABLE DU RECAPITULATIF RAC18 INSUFFISANTE"
                     TO  WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                SET WK-MSGFAM-CAPACITE  TO  TRUE
                PERFORM TILT        THRU  TILT-EXIT.
           ADD  1                   TO  WK-SNC-NBREC.
           SET IN-REC TO WK-SNC-NBREC.
           MOVE WK-SNC-RACED        TO  WK-SNC-RRAC18 (IN-REC).
           MOVE ZERO                TO  WK-SNC-RAJO (IN-REC)
                                        WK-SNC-RSUP (IN-REC)
                                        WK-SNC-RMOD (IN-REC).
           MOVE WK-SNC-RACED        TO  SNC-RAC-RAC.
           WRITE QTVASNC-LIGNE      FROM  WK-SNC-LIGRAC.
       ACLSNC100-RUPTURE-EXIT.
           EXIT.
      *
       ACLSNC100-FIN.
           MOVE WK-SNC-NBAJO        TO  SNC-LIB-AJO.
           MOVE WK-SNC-NBSUP        TO  SNC-LIB-SUP.
           MOVE WK-SNC-NBMOD        TO  SNC-LIB-MOD.
           MOVE WK-SNC-NBIDEM       TO  SNC-LIB-IDEM.
           MOVE WK-SNC-TOTLIB       TO  WK-MESSAGE-LIB.
           MOVE SPACE               TO  WK-MESSAGE-REP.
           PERFORM AFF-MESSAGE      THRU  AFF-MESSAGE-EXIT.
           CLOSE FTVASNP  FTVASNB  QTVASNC.
           STOP RUN.
      *
       COPY SRMSGBATCH.
