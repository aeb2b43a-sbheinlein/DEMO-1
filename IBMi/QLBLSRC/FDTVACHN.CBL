      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDTVACHN                      *
      * COPY TYPE..................: . RECORD DESCRIPTION            *
      * FUNCTION...................: . RECORD LAYOUT OF THE FTVACHN  *
      *         .                        STEP-DEFINITION FILE OF THE *
      *         .                        NIGHT CHAIN, ONE RECORD PER *
      *         .                        STEP                        *
      * OTHER COPIES REQUIRED......: .                               *
      *         .                                                    *
      * COPY LOCATION..............: . FILE SECTION, UNDER           *
      *         .                        FD  FTVACHN                 *
      *         .                                                    *
      * UTILISATION................: .                               *
      *         .  LU PAR LE PILOTE DE CHAINE ACLCHN100, DANS        *
      *         .    L'ORDRE DES NUMEROS D'ETAPE (CROISSANTS).       *
      *         .  CHN-PROGRAMME EST LE NOM DE JOB QUE L'ETAPE       *
      *         .    ECRIT DANS FJOBSTAT (WK-MESSAGE-LOG-JOB) ;      *
      *         .    CHN-COMMANDE EST LA COMMANDE CL EXECUTEE, PAR   *
      *         .    EXEMPLE CALL PGM(ACLPND100) PARM('030' '090').  *
      *         .    LE PROGRAMME APPELE DOIT TOURNER DANS SON       *
      *         .    PROPRE GROUPE D'ACTIVATION (ACTGRP(*NEW)), SON  *
      *         .    STOP RUN NE DOIT PAS ARRETER LE PILOTE.         *
      *         .  CHN-PRED : NUMEROS DES ETAPES PRECEDENTES QUI     *
      *         .    DOIVENT ETRE TERMINEES (ZERO = INUTILISE) ; UNE *
      *         .    ETAPE NE PEUT DEPENDRE QUE D'UNE ETAPE DE       *
      *         .    NUMERO INFERIEUR.                               *
      *         .  CHN-CODEOK : CODES FIN QUI LAISSENT LA CHAINE     *
      *         .    CONTINUER ("00" FIN NORMALE OU AVEC             *
      *         .    AVERTISSEMENT, "10" "20" "30" "40" ARRETS       *
      *         .    FATALS DE TILT, "99" COMMANDE NON EXECUTABLE) ; *
      *         .    TOUS A BLANC = "00" SEUL.                       *
      *         .  CHAINE DE NUIT STANDARD :                         *
      *         .    010 ACLTVI100                                   *
      *         .    020 ACLPND100  APRES 010                        *
      *         .    030 ACLTVL100  APRES 010 020                    *
      *         .    040 ACLTVC100  APRES 030                        *
      *         .    050 ACLCNF100  APRES 030                        *
      *         .    060 ACLPUR100  APRES 040 050                    *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: CREATION                       *
      *                                                              *
      ****************************************************************
       01  FTVACHN-REC.
           05  CHN-ETAPE            PIC 9(03).
           05  CHN-PROGRAMME        PIC X(10).
           05  CHN-PREDS.
               10  CHN-PRED         PIC 9(03)  OCCURS 5.
           05  CHN-CODES.
               10  CHN-CODEOK       PIC X(02)  OCCURS 5.
           05  CHN-COMMANDE         PIC X(200).
      *
