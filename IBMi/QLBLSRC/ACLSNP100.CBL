      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . ACLSNP100                     *
      * TYPE OF PROGRAM............: . MAIN PROGRAM (BATCH)          *
      * FUNCTION...................: . PERIOD-END SNAPSHOT : COPY    *
      *         .                        EVERY FINFODI ROW, AS IT    *
      *         .                        STANDS, INTO THE FTVASNP    *
      *         .                        SNAPSHOT FILE UNDER THE     *
      *         .                        SNAPSHOT DATE. A DATE       *
      *         .                        ALREADY PHOTOGRAPHED IS     *
      *         .                        REFUSED                     *
      *         .                                                    *
      * FILES USED.................: . FINFODI  (INPUT)              *
      *         .                      FTVASNP  (UPDATE)             *
      *         .                                                    *
      * INPUT PARAMETERS...........: . DATE DE LA PHOTO AAAAMMJJ     *
      *         .                      (0 = DATE DU JOUR ; TOUTE     *
      *         .                      AUTRE DATE QUE LE JOUR EST    *
      *         .                      REFUSEE : FINFODI N'EST LU    *
      *         .                      QUE TEL QU'IL EST CE JOUR)    *
      *         .                    . TYPE "M" FIN DE MOIS, "A" FIN *
      *         .                      D'EXERCICE, AUTRE = "D"       *
      *         .                      (A LA DEMANDE)                *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: CREATION                       *
      *                                                              *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ACLSNP100.
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
           SELECT  FTVASNP         ASSIGN TO DATABASE-FTVASNP
                   ORGANIZATION    INDEXED
                   ACCESS          DYNAMIC
                   RECORD  KEY     SNP-CLE
                   FILE STATUS     WK-SNP-STAT.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  FINFODI.
       COPY FDINFODI.
       FD  FTVASNP.
       COPY FDTVASNP.
      *
       WORKING-STORAGE             SECTION.
       01  WK-FINFODI-STAT          PIC X(02) VALUE SPACE.
       01  WK-SNP-STAT              PIC X(02) VALUE SPACE.
       01  WK-SNP-SYSDATE           PIC 9(06) VALUE ZERO.
       01  WK-SNP-SYSTIME           PIC 9(08) VALUE ZERO.
       01  WK-SNP-DATJOUR           PIC 9(08) VALUE ZERO.
       01  WK-SNP-HEURE             PIC 9(06) VALUE ZERO.
       01  WK-SNP-USER              PIC X(10) VALUE SPACE.
       01  WK-SNP-DATE              PIC 9(08) VALUE ZERO.
       01  WK-SNP-TYPE              PIC X(01) VALUE SPACE.
       01  WK-SNP-NBECR             PIC 9(07) VALUE ZERO.
       01  WK-SNP-NBERR             PIC 9(07) VALUE ZERO.
       01  WK-SNP-TOTLIB.
           05  FILLER               PIC X(18)  VALUE
               "PHOTO FINFODI DU ".
           05  SNP-LIB-DATE         PIC 9(08).
           05  FILLER               PIC X(07)  VALUE " TYPE ".
           05  SNP-LIB-TYPE         PIC X(01).
           05  FILLER               PIC X(02)  VALUE " :".
           05  SNP-LIB-ECR          PIC ZZZZZZ9.
           05  FILLER               PIC X(16)  VALUE " CODES ECRITS,".
           05  SNP-LIB-ERR          PIC ZZZZZZ9.
           05  FILLER               PIC X(15)  VALUE " EN ERREUR".
       COPY WKTABTVA.
       COPY WKMESSAGE.
      *
       LINKAGE                     SECTION.
       01  WK-SNP-DATEPRM           PIC 9(08).
       01  WK-SNP-TYPEPRM           PIC X(01).
      *
       PROCEDURE                   DIVISION  USING  WK-SNP-DATEPRM
                                                    WK-SNP-TYPEPRM.
       ACLSNP100-DEBUT.
           MOVE "ACLSNP100"         TO  WK-MESSAGE-LOG-JOB.
           ACCEPT WK-SNP-SYSDATE    FROM DATE.
           ACCEPT WK-SNP-SYSTIME    FROM TIME.
           MOVE 20000000            TO  WK-SNP-DATJOUR.
           ADD  WK-SNP-SYSDATE      TO  WK-SNP-DATJOUR.
           MOVE WK-SNP-SYSTIME (1:6) TO  WK-SNP-HEURE.
           MOVE WK-SNP-DATEPRM      TO  WK-SNP-DATE.
           IF WK-SNP-DATE = ZERO
                MOVE WK-SNP-DATJOUR TO  WK-SNP-DATE.
      *
      *    LA PHOTO EST LA COPIE DE FINFODI TEL QU'IL EST AU MOMENT
      *    DU TRAITEMENT : UNE DATE PASSEE OU FUTURE FIGERAIT SOUS
      *    CETTE DATE UNE TABLE QUI N'Y A JAMAIS EXISTE.
      *
           IF WK-SNP-DATE NOT = WK-SNP-DATJOUR
                MOVE "DATE DE PHOTO DIFFERENTE DE LA DATE DU JOUR"
                                    TO  WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           MOVE WK-SNP-TYPEPRM      TO  WK-SNP-TYPE.
           IF WK-SNP-TYPE NOT = "M" AND WK-SNP-TYPE NOT = "A"
                MOVE "D"            TO  WK-SNP-TYPE.
           CALL "ACLUSR100"         USING  WK-SNP-USER.
           OPEN INPUT               FINFODI.
           IF WK-FINFODI-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-INFODI STATUT :"
                       WK-FINFODI-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
           OPEN I-O                 FTVASNP.
           IF WK-SNP-STAT NOT = "00"
                STRING "ERREUR OUVERTURE F-TVASNP STATUT :"
                       WK-SNP-STAT
                       DELIMITED BY SIZE INTO WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
      *
      *    UNE PHOTO EST FIGEE : SI LA DATE EXISTE DEJA DANS FTVASNP
      *    LE TRAITEMENT EST REFUSE.
      *
           MOVE WK-SNP-DATE         TO  SNP-DATE.
           MOVE SPACE               TO  SNP-RAC18.
           MOVE ZERO                TO  SNP-SEQENR.
           START FTVASNP KEY NOT < SNP-CLE INVALID KEY
                GO TO ACLSNP100-PHOTO.
           READ FTVASNP NEXT  END  GO TO ACLSNP100-PHOTO.
           IF SNP-DATE = WK-SNP-DATE
                MOVE "PHOTO FINFODI DEJA PRISE A CETTE DATE"
                                    TO  WK-MESSAGE-LIB
                MOVE "F"            TO  WK-MESSAGE-SEV
                MOVE SPACE          TO  WK-MESSAGE-REP
                PERFORM TILT        THRU  TILT-EXIT.
       ACLSNP100-PHOTO.
           MOVE SPACE               TO  INF-CLE-RAC18.
           MOVE ZERO                TO  INF-CLE-SEQENR9.
           MOVE INF-CLE-SEQENR9     TO  INF-CLE-SEQENR.
           START FINFODI KEY NOT < INFCLE INVALID KEY
                GO TO ACLSNP100-FIN.
       ACLSNP100-LECT.
           READ FINFODI NEXT  END  GO TO ACLSNP100-FIN.
           MOVE WK-SNP-DATE         TO  SNP-DATE.
           MOVE INF-CLE-RAC18       TO  SNP-RAC18.
           MOVE INF-CLE-SEQENR      TO  SNP-SEQENR.
           MOVE WK-SNP-TYPE         TO  SNP-TYPE.
           MOVE WK-SNP-DATJOUR      TO  SNP-CREE-DATE.
           MOVE WK-SNP-HEURE        TO  SNP-CREE-TIME.
           MOVE WK-SNP-USER         TO  SNP-CREE-USER.
           MOVE FINFODI-REC         TO  SNP-INFODI.
           WRITE FTVASNP-REC INVALID KEY
                ADD  1              TO  WK-SNP-NBERR
                GO TO ACLSNP100-LECT.
           ADD  1                   TO  WK-SNP-NBECR.
           GO TO ACLSNP100-LECT.
      *
       ACLSNP100-FIN.
           MOVE WK-SNP-DATE         TO  SNP-LIB-DATE.
           MOVE WK-SNP-TYPE         TO  SNP-LIB-TYPE.
           MOVE WK-SNP-NBECR        TO  SNP-LIB-ECR.
           MOVE WK-SNP-NBERR        TO  SNP-LIB-ERR.
           MOVE WK-SNP-TOTLIB       TO  WK-MESSAGE-LIB.
           MOVE SPACE               TO  WK-MESSAGE-REP.
           CLOSE FINFODI  FTVASNP.
           IF WK-SNP-NBERR NOT = ZERO
                MOVE "F"            TO  WK-MESSAGE-SEV
                PERFORM TILT        THRU  TILT-EXIT.
           PERFORM AFF-MESSAGE      THRU  AFF-MESSAGE-EXIT.
           STOP RUN.
      *
       COPY SRMSGBATCH.
