      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDREGUL                       *
      * COPY TYPE..................: . RECORD DESCRIPTION            *
      * FUNCTION...................: . RECORD LAYOUT OF THE FREGUL   *
      *         .                        REGULARISATION FILE HANDED  *
      *         .                        TO BILLING AFTER A          *
      *         .                        BACKDATED RATE CHANGE       *
      * OTHER COPIES REQUIRED......: .                               *
      *         .                                                    *
      * COPY LOCATION..............: . FILE SECTION, UNDER           *
      *         .                        FD  FREGUL                  *
      *         .                                                    *
      * UTILISATION................: .                               *
      *         .  ECRIT PAR ACLRET100, UN ENREGISTREMENT PAR CODE   *
      *         .    TVA (RAC18/SEQENR) ET PAR PERIODE DE            *
      *         .    DECLARATION TOUCHES PAR UN CHANGEMENT DE TAUX   *
      *         .    RETROACTIF. LES ECARTS RGU-TVA / RGU-TVV SONT   *
      *         .    EXPRIMES EN "DU - FACTURE" : POSITIFS, ILS SONT *
      *         .    A FACTURER (RGU-TYPE "F", FACTURE               *
      *         .    RECTIFICATIVE) ; NEGATIFS, A REMBOURSER         *
      *         .    (RGU-TYPE "A", AVOIR). LE TYPE SUIT LE SIGNE DE *
      *         .    LA SOMME DES DEUX ECARTS.                       *
      *         .  RGU-EFFDATE EST LA DATE D'EFFET RETROACTIVE LA    *
      *         .    PLUS ANCIENNE DES DEUX TAXES ; RGU-DATCHG EST   *
      *         .    LA DATE DE CHARGEMENT DU CHANGEMENT.            *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: CREATION                       *
      *                                                              *
      ****************************************************************
       01  FREGUL-REC.
           05  RGU-RAC18            PIC X(18).
           05  RGU-SEQENR           PIC 9(09).
           05  RGU-PERIODE          PIC 9(06).
           05  RGU-REGIE            PIC X(05).
           05  RGU-TYPE             PIC X(01).
               88  RGU-FACTURE      VALUE "F".
               88  RGU-AVOIR        VALUE "A".
           05  RGU-BASE             PIC S9(11)V9(02).
           05  RGU-TVAT-ANC         PIC S9(3)V9(4).
           05  RGU-TVAT-NV          PIC S9(3)V9(4).
           05  RGU-TVA              PIC S9(11)V9(02).
           05  RGU-TVVT-ANC         PIC S9(3)V9(4).
           05  RGU-TVVT-NV          PIC S9(3)V9(4).
           05  RGU-TVV              PIC S9(11)V9(02).
           05  RGU-EFFDATE          PIC 9(08).
           05  RGU-DATCHG           PIC 9(08).
      *
