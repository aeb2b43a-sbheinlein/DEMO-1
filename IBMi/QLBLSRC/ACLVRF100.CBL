      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . ACLVRF100                     *
      * TYPE OF PROGRAM............: . MAIN PROGRAM (BATCH)          *
      * FUNCTION...................: . INTEGRITY CHECK OF THE RATE   *
      *         .                        HISTORY CHAIN READ BY       *
      *         .                        ACLTVP100 : WALK FTVACOUR,  *
      *         .                        FTVAHIST AND THE FTVAHISA   *
      *         .                        ARCHIVE TOGETHER, CODE BY   *
      *         .                        CODE, AND PRINT ON QTVAVRF  *
      *         .                        EVERY FAULT FOUND :         *
      *         .                        DUPLICATE CHANGE DATES,     *
      *         .                        LIVE / ARCHIVE OVERLAPS,    *
      *         .                        CHANGES WITH IDENTICAL      *
      *         .                        BEFORE AND AFTER RATES,     *
      *         .                        CURRENT CODES WITHOUT ANY   *
      *         .                        HISTORY, HISTORY OF CODES   *
      *         .                        MISSING FROM FINFODI        *
      *         .                                                    *
      * FILES USED.................: . FTVACOUR (INPUT)              *
      *         .                      FTVAHIST (INPUT)              *
      *         .                      FTVAHISA (INPUT)              *
      *         .                      FINFODI  (INPUT)              *
      *         .                      QTVAVRF  (PRINTER)            *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: CREATION                       *
      *                                                              *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ACLVRF100.
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
           SELECT  FINFODI         ASSIGN TO DATABASE-FINFODI
                   ORGANIZATION    INDEXED
                   ACCESS          DYNAMIC
                   RECORD  KEY     INFCLE
                   FILE STATUS     WK-FINFODI-STAT.
           SELECT  QTVAVRF         ASSIGN TO PRINTER-QTVAVRF
                   FILE STATUS     WK-VRF-STAT.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  FTVACOUR.
       COPY FDTVACOU.
       FD  FTVAHIST.
       COPY FDTVAHIS.
       FD  FTVAHISA.
       01  FTVAHISA-ENR            PIC X(111).
       FD  FINFODI.
       COPY FDINFODI.
       FD  QTVAVRF                 RECORDING MODE F.
       01  QTVAVRF-LIGNE           PIC X(132).
      *
       WORKING-STORAGE             SECTION.
       01  WK-COUR-STAT             PIC X(02) VALUE SPACE.
       01  WK-HIST-STAT             PIC X(02) VALUE SPACE.
       01  WK-HISA-STAT             PIC X(02) VALUE SPACE.
       01  WK-FINFODI-STAT          PIC X(02) VALUE SPACE.
       01  WK-VRF-STAT              PIC X(02) VALUE SPACE.
       01  WK-VRF-SYSDATE           PIC 9(06) VALUE ZERO.
       01  WK-VRF-DATJOUR           PIC 9(08) VALUE ZERO.
      *
      *    MIROIR DU LAYOUT FTVAHIST-REC POUR L'ARCHIVE FTVAHISA
      *    (FDTVAHIS NE PEUT ETRE RECOPIE DEUX FOIS, VOIR ACLTVP100).
      *
       01  WK-VRF-HISA.
           05  WK-VRF-HRAC          PIC X(18).
           05  WK-VRF-HSEQ          PIC 9(09).
           05  WK-VRF-HCHGDATE      PIC 9(08).
           05  WK-VRF-HTVAT         PIC S9(3)V9(4).
           05  WK-VRF-HTVATL        PIC X(10).
           05  WK-VRF-HTVAM         PIC S9(3)V9(4).
           05  WK-VRF-HTVAML        PIC X(10).
           05  WK-VRF-HTVVT         PIC S9(3)V9(4).
           05  WK-VRF-HTVVTL        PIC X(10).
           05  WK-VRF-HTVVM         PIC S9(3)V9(4).
           05  WK-VRF-HTVVML        PIC X(10).
           05  WK-VRF-HMAJDATE      PIC 9(08).
      *
      *    L'ARCHIVE N'EST PAS TRIEE (AJOUTS EN FIN A CHAQUE
      *    EPURATION) : ELLE EST CHARGEE ICI PUIS TRIEE SUR RAC18 /
      *    SEQENR / DATE D'EFFET, CE QUI PERMET DE LA PARCOURIR EN
      *    PARALLELE DE FTVACOUR ET FTVAHIST. SEULS LES TAUX ET
      *    MONTANTS SONT GARDES (LES LIBELLES NE SONT PAS CONTROLES).
      *    CAPACITE IDENTIQUE A CELLE DU MODE MASSE DE ACLTVP100
      *    (WK-ARM-NBMAX) : TOUTE MODIFICATION SE FAIT DANS LES DEUX
      *    PROGRAMMES.
      *
       01  WK-VRF-NBARC             PIC 9(05) VALUE ZERO.
       01  WK-VRF-NBARCMAX          PIC 9(05) VALUE 50000.
       01  WK-VRF-ARCHIVE.
           05  WK-VRF-ARC  OCCURS 50000 TIMES.
               10  WK-VRF-ACLE.
                   15  WK-VRF-ARAC      PIC X(18).
                   15  WK-VRF-ASEQ      PIC 9(09).
                   15  WK-VRF-ADATE     PIC 9(08).
               10  WK-VRF-ATAUX.
                   15  WK-VRF-ATVAT     PIC S9(3)V9(4).
                   15  WK-VRF-ATVAM     PIC S9(3)V9(4).
                   15  WK-VRF-ATVVT     PIC S9(3)V9(4).
                   15  WK-VRF-ATVVM     PIC S9(3)V9(4).
       01  WK-VRF-ATMP.
           05  WK-VRF-TCLE          PIC X(35).
           05  FILLER               PIC X(28).
      *
      *    TRI DE L'ARCHIVE (METHODE DE SHELL, ECART DIVISE PAR DEUX
      *    A CHAQUE PASSE).
      *
       01  WK-VRF-ECART             PIC 9(05) VALUE ZERO.
       01  WK-VRF-I                 PIC 9(05) VALUE ZERO.
       01  WK-VRF-J                 PIC 9(05) VALUE ZERO.
       01  WK-VRF-JE                PIC 9(05) VALUE ZERO.
      *
      *    CLES COURANTES DES TROIS SOURCES (HIGH-VALUE EN FIN) ET
      *    CODE EN COURS DE CONTROLE.
      *
       01  WK-VRF-KCOU.
           05  WK-VRF-KCOU-RAC      PIC X(18).
           05  WK-VRF-KCOU-SEQ      PIC 9(09).
       01  WK-VRF-KHIS.
           05  WK-VRF-KHIS-RAC      PIC X(18).
           05  WK-VRF-KHIS-SEQ      PIC 9(09).
       01  WK-VRF-KARC.
           05  WK-VRF-KARC-RAC      PIC X(18).
           05  WK-VRF-KARC-SEQ      PIC 9(09).
       01  WK-VRF-CODE.
           05  WK-VRF-CODE-RAC      PIC X(18).
           05  WK-VRF-CODE-SEQ      PIC 9(09).
       01  WK-VRF-IARC              PIC 9(05) VALUE ZERO.
       01  WK-VRF-ADEB              PIC 9(05) VALUE ZERO.
       01  WK-VRF-AFIN              PIC 9(05) VALUE ZERO.
       01  WK-VRF-NBA               PIC 9(05) VALUE ZERO.
       01  WK-VRF-COUR              PIC X(01) VALUE "N".
           88  VRF-COUR-PRESENT     VALUE "O".
       01  WK-VRF-COURDATE          PIC 9(08) VALUE ZERO.
       01  WK-VRF-COURTAUX.
           05  WK-VRF-CTVAT         PIC S9(3)V9(4).
           05  WK-VRF-CTVAM         PIC S9(3)V9(4).
           05  WK-VRF-CTVVT         PIC S9(3)V9(4).
           05  WK-VRF-CTVVM         PIC S9(3)V9(4).
      *
      *    HISTORIQUE VIVANT DU CODE, PUIS CHAINE FUSIONNEE (ARCHIVE
      *    ET VIVANT) DANS L'ORDRE DES DATES D'EFFET.
      *
       01  WK-VRF-NBL               PIC 9(05) VALUE ZERO.
       01  WK-VRF-NBLMAX            PIC 9(05) VALUE 500.
       01  WK-VRF-VIVANT.
           05  WK-VRF-LV  OCCURS 500 TIMES.
               10  WK-VRF-LDATE     PIC 9(08).
               10  WK-VRF-LTAUX.
                   15  WK-VRF-LTVAT     PIC S9(3)V9(4).
                   15  WK-VRF-LTVAM     PIC S9(3)V9(4).
                   15  WK-VRF-LTVVT     PIC S9(3)V9(4).
                   15  WK-VRF-LTVVM     PIC S9(3)V9(4).
       01  WK-VRF-NBC               PIC 9(05) VALUE ZERO.
       01  WK-VRF-NBCMAX            PIC 9(05) VALUE 1000.
       01  WK-VRF-CHAINE.
           05  WK-VRF-CH  OCCURS 1000 TIMES.
               10  WK-VRF-CDATE     PIC 9(08).
               10  WK-VRF-CSRC      PIC X(01).
               10  WK-VRF-CTAUX     PIC X(28).
       01  WK-VRF-IL                PIC 9(05) VALUE ZERO.
       01  WK-VRF-IA                PIC 9(05) VALUE ZERO.
       01  WK-VRF-IC                PIC 9(05) VALUE ZERO.
      *
      *    ANOMALIE A EDITER ET CUMULS PAR TYPE.
      *
       01  WK-VRF-TYPE              PIC 9(01) VALUE ZERO.
       01  WK-VRF-FDATE             PIC 9(08) VALUE ZERO.
       01  WK-VRF-FSRC              PIC X(01) VALUE SPACE.
       01  WK-VRF-FTAUX.
           05  WK-VRF-FTVAT         PIC S9(3)V9(4).
           05  WK-VRF-FTVAM         PIC S9(3)V9(4).
           05  WK-VRF-FTVVT         PIC S9(3)V9(4).
           05  WK-VRF-FTVVM         PIC S9(3)V9(4).
       01  WK-VRF-TYPES-V.
           05  FILLER   PIC X(32)  VALUE
               "DATE EN DOUBLE DANS L'ARCHIVE".
           05  FILLER   PIC X(32)  VALUE
               "MEME DATE EN VIVANT ET ARCHIVE".
           05  FILLER   PIC X(32)  VALUE
               "ARCHIVE POSTERIEURE AU VIVANT".
           05  FILLER   PIC X(32)  VALUE
               "DATE NON ANTERIEURE AU COURANT".
           05  FILLER   PIC X(32)  VALUE
               "CHANGEMENT SANS EFFET (IDEM)".
           05  FILLER   PIC X(32)  VALUE
               "CODE COURANT SANS HISTORIQUE".
           05  FILLER   PIC X(32)  VALUE
               "HISTORIQUE CODE ABSENT FINFODI".
           05  FILLER   PIC X(32)  VALUE
               "HISTORIQUE SANS TAUX COURANT".
       01  WK-VRF-TYPES  REDEFINES  WK-VRF-TYPES-V.
           05  WK-VRF-TYPLIB        PIC X(32)  OCCURS 8.
       01  WK-VRF-CUMULS.
           05  WK-VRF-TYPNB         PIC 9(07)  OCCURS 8.
       01  WK-VRF-NBTYP             PIC 9(01) VALUE 8.
       01  WK-VRF-NBCOD             PIC 9(07) VALUE ZERO.
       01  WK-VRF-NBANO             PIC 9(07) VALUE ZERO.
       01  WK-VRF-NBLU              PIC 9(07) VALUE ZERO.
       01  WK-VRF-ENTETE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(50)  VALUE
               "CONTROLE DE LA CHAINE HISTORIQUE DES TAUX TVA".
           05  FILLER               PIC X(12)  VALUE "DATE DU RUN:".
           05  VRF-ENT-DATE         PIC 9(08).
       01  WK-VRF-TITRE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  VRF-TIT-LIB          PIC X(60).
       01  WK-VRF-COLONNES.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(20)  VALUE "RAC18".
           05  FILLER               PIC X(11)  VALUE "SEQENR".
           05  FILLER               PIC X(10)  VALUE "DATE EFF.".
           05  FILLER               PIC X(10)  VALUE "SOURCE".
           05  FILLER               PIC X(34)  VALUE "ANOMALIE".
           05  FILLER               PIC X(11)  VALUE "T.V.A.".
           05  FILLER               PIC X(11)  VALUE "T.V.V.".
       01  WK-VRF-LIGNE.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  VRF-LIG-RAC          PIC X(18).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  VRF-LIG-SEQ          PIC 9(09).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  VRF-LIG-DATE         PIC 9(08).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  VRF-LIG-SRC          PIC X(08).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  VRF-LIG-ANO          PIC X(32).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  VRF-LIG-TVAT         PIC -ZZ9.9999.
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  VRF-LIG-TVVT         PIC -ZZ9.9999.
       01  WK-VRF-LIGTYP.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  VRF-TYP-LIB          PIC X(32).
           05  FILLER               PIC X(02)  VALUE SPACE.
           05  VRF-TYP-NB           PIC ZZZZZZ9.
       01  WK-VRF-AUCUN.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(40)  VALUE
               "  (AUCUNE ANOMALIE - CHAINE CONFORME)".
       01  WK-VRF-TOTLIB.
           05  FILLER               PIC X(24)  VALUE
               "CONTROLE HISTORIQUE :".
           05  VRF-LIB-COD          PIC ZZZZZZ9.
           05  FILLER               PIC X(08)  VALUE " CODES,".
           05  VRF-LIB-LU           PIC ZZZZZZ9.
           05  FILLER               PIC X(14)  VALUE " ENREG. HIST.,".
           05  VRF-LIB-ARC          PIC ZZZZ9.
           05  FILLER               PIC X(11)  VALUE " ARCHIVES,".
           05  VRF-LIB-ANO          PIC ZZZZZZ9.
           05  FILLER               PIC X(10)  VALUE " ANOMALIES".
       COPY WKTABTVA.
       COPY WKMESSAGE.
      *
       PROCEDURE                   DIVISION.
       ACLVRF100-DEBUT.
           MOVE "ACLVRF100"         TO  WK-MESSAGE-LOG-JOB.
           ACCEPT WK-VRF-SYSDATE    FROM DATE.
           MOVE 20000000            TO  WK-VRF-DATJOUR.
           ADD  WK-VRF-SYSDATE      TO  WK-VRF-DATJOUR.
           MOVE ZERO                TO  WK-VRF-CUMULS.
           OPEN INPUT               FTVACOUR.
           IF WK-COUR-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-TVACOUR STATUT :"
                       WK-COUR-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           OPEN INPUT               FTVAHIST.
           IF WK-HIST-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-TVAHIST STATUT :"
                       WK-HIST-STAT
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
           OPEN OUTPUT              QTVAVRF.
           IF WK-VRF-STAT NOT = "00"
                STRING "ERREUR OUVERTURE Q-TVAVRF STATUT :"
                       WK-VRF-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           PERFORM ACLVRF100-CHARGE  THRU  ACLVRF100-CHARGE-EXIT.
           PERFORM ACLVRF100-TRI     THRU  ACLVRF100-TRI-EXIT.
           MOVE WK-VRF-DATJOUR      TO  VRF-ENT-DATE.
           WRITE QTVAVRF-LIGNE      FROM  WK-VRF-ENTETE.
           MOVE SPACE               TO  QTVAVRF-LIGNE.
           WRITE QTVAVRF-LIGNE.
           MOVE "1. ANOMALIES PAR CODE"  TO  VRF-TIT-LIB.
           WRITE QTVAVRF-LIGNE      FROM  WK-VRF-TITRE.
           WRITE QTVAVRF-LIGNE      FROM  WK-VRF-COLONNES.
      *
      *    POSITIONNEMENT DES TROIS SOURCES SUR LEUR PREMIER CODE.
      *
           MOVE SPACE               TO  COUR-RAC.
           MOVE ZERO                TO  COUR-SEQ.
           START FTVACOUR KEY NOT < COUR-CLE INVALID KEY
                MOVE HIGH-VALUE     TO  WK-VRF-KCOU.
           IF WK-VRF-KCOU NOT = HIGH-VALUE
                PERFORM ACLVRF100-LCOUR  THRU  ACLVRF100-LCOUR-EXIT.
           MOVE SPACE               TO  HIST-RAC.
           MOVE ZERO                TO  HIST-SEQ  HIST-CHGDATE.
           START FTVAHIST KEY NOT < HIST-CLE INVALID KEY
                MOVE HIGH-VALUE     TO  WK-VRF-KHIS.
           IF WK-VRF-KHIS NOT = HIGH-VALUE
                PERFORM ACLVRF100-LHIST  THRU  ACLVRF100-LHIST-EXIT.
           MOVE 1                   TO  WK-VRF-IARC.
           PERFORM ACLVRF100-KARC   THRU  ACLVRF100-KARC-EXIT.
      *
      *    UN CODE A LA FOIS : LE PLUS PETIT DES TROIS RAC18/SEQENR.
      *
       ACLVRF100-CODE.
           IF WK-VRF-KCOU = HIGH-VALUE AND WK-VRF-KHIS = HIGH-VALUE
             AND WK-VRF-KARC = HIGH-VALUE
                GO TO ACLVRF100-RECAP.
           MOVE WK-VRF-KCOU         TO  WK-VRF-CODE.
           IF WK-VRF-KHIS < WK-VRF-CODE
                MOVE WK-VRF-KHIS    TO  WK-VRF-CODE.
           IF WK-VRF-KARC < WK-VRF-CODE
                MOVE WK-VRF-KARC    TO  WK-VRF-CODE.
           ADD  1                   TO  WK-VRF-NBCOD.
      *
      *    TAUX COURANT DU CODE.
      *
           MOVE "N"                 TO  WK-VRF-COUR.
           IF WK-VRF-KCOU = WK-VRF-CODE
                MOVE "O"            TO  WK-VRF-COUR
                MOVE COUR-MAJDATE   TO  WK-VRF-COURDATE
                MOVE COUR-TVAT      TO  WK-VRF-CTVAT
                MOVE COUR-TVAM      TO  WK-VRF-CTVAM
                MOVE COUR-TVVT      TO  WK-VRF-CTVVT
                MOVE COUR-TVVM      TO  WK-VRF-CTVVM
                PERFORM ACLVRF100-LCOUR  THRU  ACLVRF100-LCOUR-EXIT.
      *
      *    HISTORIQUE VIVANT DU CODE.
      *
           MOVE ZERO                TO  WK-VRF-NBL.
       ACLVRF100-CODE-VIV.
           IF WK-VRF-KHIS NOT = WK-VRF-CODE
                GO TO ACLVRF100-CODE-ARC.
           IF WK-VRF-NBL NOT < WK-VRF-NBLMAX
                MOVE "TABLE HISTORIQUE VIVANT D'UN CODE INSUFFISANTE"
                     TO  WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                SET WK-MSGFAM-CAPACITE  TO  TRUE
                PERFORM TILT        THRU  TILT-EXIT.
           ADD  1                   TO  WK-VRF-NBL.
           MOVE HIST-CHGDATE        TO  WK-VRF-LDATE (WK-VRF-NBL).
           MOVE HIST-TVAT           TO  WK-VRF-LTVAT (WK-VRF-NBL).
           MOVE HIST-TVAM           TO  WK-VRF-LTVAM (WK-VRF-NBL).
           MOVE HIST-TVVT           TO  WK-VRF-LTVVT (WK-VRF-NBL).
           MOVE HIST-TVVM           TO  WK-VRF-LTVVM (WK-VRF-NBL).
           PERFORM ACLVRF100-LHIST  THRU  ACLVRF100-LHIST-EXIT.
           GO TO ACLVRF100-CODE-VIV.
      *
      *    ARCHIVE DU CODE : POSTES WK-VRF-ADEB A WK-VRF-AFIN DE LA
      *    TABLE TRIEE.
      *
       ACLVRF100-CODE-ARC.
           MOVE WK-VRF-IARC         TO  WK-VRF-ADEB.
           MOVE ZERO                TO  WK-VRF-NBA.
       ACLVRF100-CODE-ARC2.
           IF WK-VRF-KARC NOT = WK-VRF-CODE
                GO TO ACLVRF100-CODE-CTL.
           ADD  1                   TO  WK-VRF-NBA.
           ADD  1                   TO  WK-VRF-IARC.
           PERFORM ACLVRF100-KARC   THRU  ACLVRF100-KARC-EXIT.
           GO TO ACLVRF100-CODE-ARC2.
       ACLVRF100-CODE-CTL.
           COMPUTE WK-VRF-AFIN = WK-VRF-ADEB + WK-VRF-NBA - 1.
           PERFORM ACLVRF100-CONTROLE  THRU  ACLVRF100-CONTROLE-EXIT.
           GO TO ACLVRF100-CODE.
      *
      *    RECAPITULATIF PAR TYPE D'ANOMALIE.
      *
       ACLVRF100-RECAP.
           IF WK-VRF-NBANO = ZERO
                WRITE QTVAVRF-LIGNE FROM  WK-VRF-AUCUN.
           MOVE SPACE               TO  QTVAVRF-LIGNE.
           WRITE QTVAVRF-LIGNE.
           MOVE "2. RECAPITULATIF PAR TYPE D'ANOMALIE"  TO  VRF-TIT-LIB.
           WRITE QTVAVRF-LIGNE      FROM  WK-VRF-TITRE.
           MOVE 1                   TO  WK-VRF-TYPE.
       ACLVRF100-RECAP-EDIT.
           MOVE WK-VRF-TYPLIB (WK-VRF-TYPE)  TO  VRF-TYP-LIB.
           MOVE WK-VRF-TYPNB (WK-VRF-TYPE)   TO  VRF-TYP-NB.
           WRITE QTVAVRF-LIGNE      FROM  WK-VRF-LIGTYP.
           IF WK-VRF-TYPE < WK-VRF-NBTYP
                ADD  1              TO  WK-VRF-TYPE
                GO TO ACLVRF100-RECAP-EDIT.
           GO TO ACLVRF100-FIN.
      *
      *    CHARGEMENT DE L'ARCHIVE. UNE ARCHIVE ABSENTE (STATUT 35,
      *    JAMAIS EPUREE) N'EST PAS UNE ERREUR : LE CONTROLE PORTE
      *    ALORS SUR LE SEUL HISTORIQUE VIVANT. TOUT AUTRE INCIDENT
      *    D'OUVERTURE ARRETE LE TRAITEMENT.
      *
       ACLVRF100-CHARGE.
           OPEN INPUT               FTVAHISA.
           IF WK-HISA-STAT = "35"
                GO TO ACLVRF100-CHARGE-EXIT.
           IF WK-HISA-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-TVAHISA STATUT :"
                       WK-HISA-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
       ACLVRF100-CHARGE-LECT.
           READ FTVAHISA  END  GO TO ACLVRF100-CHARGE-F.
           IF WK-VRF-NBARC NOT < WK-VRF-NBARCMAX
                MOVE "TABLE DE L'ARCHIVE F-TVAHISA INSUFFISANTE"
                     TO  WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                SET WK-MSGFAM-CAPACITE  TO  TRUE
                PERFORM TILT        THRU  TILT-EXIT.
           MOVE FTVAHISA-ENR        TO  WK-VRF-HISA.
           ADD  1                   TO  WK-VRF-NBARC.
           MOVE WK-VRF-HRAC         TO  WK-VRF-ARAC  (WK-VRF-NBARC).
           MOVE WK-VRF-HSEQ         TO  WK-VRF-ASEQ  (WK-VRF-NBARC).
           MOVE WK-VRF-HCHGDATE     TO  WK-VRF-ADATE (WK-VRF-NBARC).
           MOVE WK-VRF-HTVAT        TO  WK-VRF-ATVAT (WK-VRF-NBARC).
           MOVE WK-VRF-HTVAM        TO  WK-VRF-ATVAM (WK-VRF-NBARC).
           MOVE WK-VRF-HTVVT        TO  WK-VRF-ATVVT (WK-VRF-NBARC).
           MOVE WK-VRF-HTVVM        TO  WK-VRF-ATVVM (WK-VRF-NBARC).
           GO TO ACLVRF100-CHARGE-LECT.
       ACLVRF100-CHARGE-F.
           CLOSE FTVAHISA.
       ACLVRF100-CHARGE-EXIT.
           EXIT.
      *
       ACLVRF100-TRI.
           COMPUTE WK-VRF-ECART = WK-VRF-NBARC / 2.
       ACLVRF100-TRI-PASSE.
           IF WK-VRF-ECART = ZERO
                GO TO ACLVRF100-TRI-EXIT.
           COMPUTE WK-VRF-I = WK-VRF-ECART + 1.
       ACLVRF100-TRI-POSTE.
           IF WK-VRF-I > WK-VRF-NBARC
                COMPUTE WK-VRF-ECART = WK-VRF-ECART / 2
                GO TO ACLVRF100-TRI-PASSE.
           MOVE WK-VRF-ARC (WK-VRF-I)  TO  WK-VRF-ATMP.
           MOVE WK-VRF-I            TO  WK-VRF-J.
       ACLVRF100-TRI-DECALE.
           IF WK-VRF-J NOT > WK-VRF-ECART
                GO TO ACLVRF100-TRI-PLACE.
           COMPUTE WK-VRF-JE = WK-VRF-J - WK-VRF-ECART.
           IF WK-VRF-ACLE (WK-VRF-JE) NOT > WK-VRF-TCLE
                GO TO ACLVRF100-TRI-PLACE.
           MOVE WK-VRF-ARC (WK-VRF-JE)  TO  WK-VRF-ARC (WK-VRF-J).
           MOVE WK-VRF-JE           TO  WK-VRF-J.
           GO TO ACLVRF100-TRI-DECALE.
       ACLVRF100-TRI-PLACE.
           MOVE WK-VRF-ATMP         TO  WK-VRF-ARC (WK-VRF-J).
           ADD  1                   TO  WK-VRF-I.
           GO TO ACLVRF100-TRI-POSTE.
       ACLVRF100-TRI-EXIT.
           EXIT.
      *
       ACLVRF100-LCOUR.
           READ FTVACOUR NEXT  END
                MOVE HIGH-VALUE     TO  WK-VRF-KCOU
                GO TO ACLVRF100-LCOUR-EXIT.
           MOVE COUR-RAC            TO  WK-VRF-KCOU-RAC.
           MOVE COUR-SEQ            TO  WK-VRF-KCOU-SEQ.
       ACLVRF100-LCOUR-EXIT.
           EXIT.
      *
       ACLVRF100-LHIST.
           READ FTVAHIST NEXT  END
                MOVE HIGH-VALUE     TO  WK-VRF-KHIS
                GO TO ACLVRF100-LHIST-EXIT.
           ADD  1                   TO  WK-VRF-NBLU.
           MOVE HIST-RAC            TO  WK-VRF-KHIS-RAC.
           MOVE HIST-SEQ            TO  WK-VRF-KHIS-SEQ.
       ACLVRF100-LHIST-EXIT.
           EXIT.
      *
       ACLVRF100-KARC.
           IF WK-VRF-IARC > WK-VRF-NBARC
                MOVE HIGH-VALUE     TO  WK-VRF-KARC
                GO TO ACLVRF100-KARC-EXIT.
           MOVE WK-VRF-ARAC (WK-VRF-IARC)  TO  WK-VRF-KARC-RAC.
           MOVE WK-VRF-ASEQ (WK-VRF-IARC)  TO  WK-VRF-KARC-SEQ.
       ACLVRF100-KARC-EXIT.
           EXIT.
      *
      *    CONTROLES D'UN CODE.
      *
       ACLVRF100-CONTROLE.
           IF WK-VRF-NBL = ZERO AND WK-VRF-NBA = ZERO
                MOVE 6              TO  WK-VRF-TYPE
                MOVE WK-VRF-COURDATE     TO  WK-VRF-FDATE
                MOVE "C"            TO  WK-VRF-FSRC
                MOVE WK-VRF-COURTAUX     TO  WK-VRF-FTAUX
                PERFORM ACLVRF100-ANOM   THRU  ACLVRF100-ANOM-EXIT
                GO TO ACLVRF100-CONTROLE-EXIT.
           PERFORM ACLVRF100-FUSION THRU  ACLVRF100-FUSION-EXIT.
      *
      *    LE CODE DOIT EXISTER DANS FINFODI.
      *
           MOVE WK-VRF-CODE-RAC     TO  INF-CLE-RAC18.
           MOVE WK-VRF-CODE-SEQ     TO  INF-CLE-SEQENR9.
           MOVE INF-CLE-SEQENR9     TO  INF-CLE-SEQENR.
           READ FINFODI KEY IS INFCLE INVALID KEY
                MOVE 7              TO  WK-VRF-TYPE
                MOVE 1              TO  WK-VRF-IC
                PERFORM ACLVRF100-ANOMCH THRU  ACLVRF100-ANOMCH-EXIT.
      *
      *    DEUX MAILLONS SUCCESSIFS DE MEMES TAUX ET MONTANTS : LE
      *    SECOND N'EST PAS UN CHANGEMENT.
      *
           MOVE 2                   TO  WK-VRF-IC.
       ACLVRF100-CONTROLE-IDEM.
           IF WK-VRF-IC > WK-VRF-NBC
                GO TO ACLVRF100-CONTROLE-COUR.
           IF WK-VRF-CTAUX (WK-VRF-IC) = WK-VRF-CTAUX (WK-VRF-IC - 1)
             AND WK-VRF-CDATE (WK-VRF-IC) NOT =
                 WK-VRF-CDATE (WK-VRF-IC - 1)
                MOVE 5              TO  WK-VRF-TYPE
                PERFORM ACLVRF100-ANOMCH THRU  ACLVRF100-ANOMCH-EXIT.
           ADD  1                   TO  WK-VRF-IC.
           GO TO ACLVRF100-CONTROLE-IDEM.
      *
      *    LE DERNIER MAILLON PRECEDE LE TAUX COURANT.
      *
       ACLVRF100-CONTROLE-COUR.
           MOVE WK-VRF-NBC          TO  WK-VRF-IC.
           IF NOT VRF-COUR-PRESENT
                MOVE 8              TO  WK-VRF-TYPE
                PERFORM ACLVRF100-ANOMCH THRU  ACLVRF100-ANOMCH-EXIT
                GO TO ACLVRF100-CONTROLE-EXIT.
           IF WK-VRF-CDATE (WK-VRF-IC) NOT < WK-VRF-COURDATE
                MOVE 4              TO  WK-VRF-TYPE
                PERFORM ACLVRF100-ANOMCH THRU  ACLVRF100-ANOMCH-EXIT
                GO TO ACLVRF100-CONTROLE-EXIT.
           IF WK-VRF-CTAUX (WK-VRF-IC) = WK-VRF-COURTAUX
                MOVE 5              TO  WK-VRF-TYPE
                MOVE WK-VRF-COURDATE     TO  WK-VRF-FDATE
                MOVE "C"            TO  WK-VRF-FSRC
                MOVE WK-VRF-COURTAUX     TO  WK-VRF-FTAUX
                PERFORM ACLVRF100-ANOM   THRU  ACLVRF100-ANOM-EXIT.
       ACLVRF100-CONTROLE-EXIT.
           EXIT.
      *
      *    FUSION DE L'ARCHIVE (TRIEE) ET DU VIVANT EN UNE SEULE
      *    CHAINE DATEE. UNE DATE EN DOUBLE DANS L'ARCHIVE, UNE DATE
      *    PRESENTE AUX DEUX ENDROITS (ENREGISTREMENT RESTE DANS
      *    FTVAHIST APRES SON ARCHIVAGE) OU UNE DATE D'ARCHIVE
      *    POSTERIEURE A UN ENREGISTREMENT VIVANT SONT SIGNALEES ;
      *    DANS LES DEUX PREMIERS CAS LE DOUBLON N'ENTRE PAS DANS
      *    LA CHAINE.
      *
       ACLVRF100-FUSION.
           MOVE ZERO                TO  WK-VRF-NBC.
           MOVE 1                   TO  WK-VRF-IL.
           MOVE WK-VRF-ADEB         TO  WK-VRF-IA.
       ACLVRF100-FUSION-SUIV.
           IF WK-VRF-IL > WK-VRF-NBL AND WK-VRF-IA > WK-VRF-AFIN
                GO TO ACLVRF100-FUSION-EXIT.
           IF WK-VRF-IA > WK-VRF-AFIN
                GO TO ACLVRF100-FUSION-VIV.
           IF WK-VRF-IA > WK-VRF-ADEB
             AND WK-VRF-ADATE (WK-VRF-IA) = WK-VRF-ADATE (WK-VRF-IA - 1)
                MOVE 1              TO  WK-VRF-TYPE
                PERFORM ACLVRF100-ANOMAR THRU  ACLVRF100-ANOMAR-EXIT
                ADD  1              TO  WK-VRF-IA
                GO TO ACLVRF100-FUSION-SUIV.
           IF WK-VRF-IL > WK-VRF-NBL
                GO TO ACLVRF100-FUSION-ARC.
           IF WK-VRF-ADATE (WK-VRF-IA) = WK-VRF-LDATE (WK-VRF-IL)
                MOVE 2              TO  WK-VRF-TYPE
                PERFORM ACLVRF100-ANOMAR THRU  ACLVRF100-ANOMAR-EXIT
                ADD  1              TO  WK-VRF-IA
                GO TO ACLVRF100-FUSION-SUIV.
           IF WK-VRF-ADATE (WK-VRF-IA) > WK-VRF-LDATE (WK-VRF-IL)
                GO TO ACLVRF100-FUSION-VIV.
       ACLVRF100-FUSION-ARC.
           IF WK-VRF-IL > 1
                MOVE 3              TO  WK-VRF-TYPE
                PERFORM ACLVRF100-ANOMAR THRU  ACLVRF100-ANOMAR-EXIT.
           PERFORM ACLVRF100-PLACE  THRU  ACLVRF100-PLACE-EXIT.
           MOVE WK-VRF-ADATE (WK-VRF-IA)  TO  WK-VRF-CDATE (WK-VRF-NBC).
           MOVE "A"                 TO  WK-VRF-CSRC (WK-VRF-NBC).
           MOVE WK-VRF-ATAUX (WK-VRF-IA)  TO  WK-VRF-CTAUX (WK-VRF-NBC).
           ADD  1                   TO  WK-VRF-IA.
           GO TO ACLVRF100-FUSION-SUIV.
       ACLVRF100-FUSION-VIV.
           PERFORM ACLVRF100-PLACE  THRU  ACLVRF100-PLACE-EXIT.
           MOVE WK-VRF-LDATE (WK-VRF-IL)  TO  WK-VRF-CDATE (WK-VRF-NBC).
           MOVE "V"                 TO  WK-VRF-CSRC (WK-VRF-NBC).
           MOVE WK-VRF-LTAUX (WK-VRF-IL)  TO  WK-VRF-CTAUX (WK-VRF-NBC).
           ADD  1                   TO  WK-VRF-IL.
           GO TO ACLVRF100-FUSION-SUIV.
       ACLVRF100-FUSION-EXIT.
           EXIT.
      *
       ACLVRF100-PLACE.
           IF WK-VRF-NBC NOT < WK-VRF-NBCMAX
                MOVE "TABLE DE LA CHAINE D'UN CODE INSUFFISANTE"
                     TO  WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                SET WK-MSGFAM-CAPACITE  TO  TRUE
                PERFORM TILT        THRU  TILT-EXIT.
           ADD  1                   TO  WK-VRF-NBC.
       ACLVRF100-PLACE-EXIT.
           EXIT.
      *
      *    ANOMALIE SUR LE POSTE D'ARCHIVE WK-VRF-IA.
      *
       ACLVRF100-ANOMAR.
           MOVE WK-VRF-ADATE (WK-VRF-IA)  TO  WK-VRF-FDATE.
           MOVE "A"                 TO  WK-VRF-FSRC.
           MOVE WK-VRF-ATAUX (WK-VRF-IA)  TO  WK-VRF-FTAUX.
           PERFORM ACLVRF100-ANOM   THRU  ACLVRF100-ANOM-EXIT.
       ACLVRF100-ANOMAR-EXIT.
           EXIT.
      *
      *    ANOMALIE SUR LE MAILLON WK-VRF-IC DE LA CHAINE.
      *
       ACLVRF100-ANOMCH.
           MOVE WK-VRF-CDATE (WK-VRF-IC)  TO  WK-VRF-FDATE.
           MOVE WK-VRF-CSRC (WK-VRF-IC)   TO  WK-VRF-FSRC.
           MOVE WK-VRF-CTAUX (WK-VRF-IC)  TO  WK-VRF-FTAUX.
           PERFORM ACLVRF100-ANOM   THRU  ACLVRF100-ANOM-EXIT.
       ACLVRF100-ANOMCH-EXIT.
           EXIT.
      *
       ACLVRF100-ANOM.
           ADD  1                   TO  WK-VRF-NBANO.
           ADD  1                   TO  WK-VRF-TYPNB (WK-VRF-TYPE).
           MOVE WK-VRF-CODE-RAC     TO  VRF-LIG-RAC.
           MOVE WK-VRF-CODE-SEQ     TO  VRF-LIG-SEQ.
           MOVE WK-VRF-FDATE        TO  VRF-LIG-DATE.
           MOVE "COURANT"           TO  VRF-LIG-SRC.
           IF WK-VRF-FSRC = "V"
                MOVE "VIVANT"       TO  VRF-LIG-SRC.
           IF WK-VRF-FSRC = "A"
                MOVE "ARCHIVE"      TO  VRF-LIG-SRC.
           MOVE WK-VRF-TYPLIB (WK-VRF-TYPE)  TO  VRF-LIG-ANO.
           MOVE WK-VRF-FTVAT        TO  VRF-LIG-TVAT.
           MOVE WK-VRF-FTVVT        TO  VRF-LIG-TVVT.
           WRITE QTVAVRF-LIGNE      FROM  WK-VRF-LIGNE.
       ACLVRF100-ANOM-EXIT.
           EXIT.
      *
      *    FIN : UNE CHAINE NON CONFORME EST SIGNALEE EN
      *    AVERTISSEMENT (LE TRAITEMENT VA A SON TERME).
      *
       ACLVRF100-FIN.
           CLOSE FTVACOUR  FTVAHIST  FINFODI  QTVAVRF.
           IF WK-VRF-NBANO NOT = ZERO
                MOVE "CHAINE HISTORIQUE DES TAUX NON CONFORME"
                     TO  WK-MESSAGE-LIB
                MOVE "W"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           MOVE WK-VRF-NBCOD        TO  VRF-LIB-COD.
           MOVE WK-VRF-NBLU         TO  VRF-LIB-LU.
           MOVE WK-VRF-NBARC        TO  VRF-LIB-ARC.
           MOVE WK-VRF-NBANO        TO  VRF-LIB-ANO.
           MOVE WK-VRF-TOTLIB       TO  WK-MESSAGE-LIB.
           MOVE SPACE               TO  WK-MESSAGE-REP.
           PERFORM AFF-MESSAGE      THRU  AFF-MESSAGE-EXIT.
           STOP RUN.
      *
       COPY SRMSGBATCH.
