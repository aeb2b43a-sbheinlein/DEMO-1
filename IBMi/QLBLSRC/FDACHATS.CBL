      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDACHATS                      *
      * COPY TYPE..................: . RECORD DESCRIPTION            *
      * FUNCTION...................: . RECORD LAYOUT OF THE FACHATS  *
      *         .                        PERIOD FILE OF PURCHASES    *
      *         .                        DELIVERED BY ACCOUNTS       *
      *         .                        PAYABLE, READ BY THE V.A.T. *
      *         .                        DECLARATION RUN ACLDCL100   *
      * OTHER COPIES REQUIRED......: .                               *
      *         .                                                    *
      * COPY LOCATION..............: . FILE SECTION, UNDER           *
      *         .                        FD  FACHATS                 *
      *         .                                                    *
      * UTILISATION................: .                               *
      *         .  MEME DECOUPAGE QUE FVENTES : UN ENREGISTREMENT    *
      *         .    PAR CODE TVA ET PAR DATE D'ACHAT, ACH-BASE EST  *
      *         .    LA BASE HORS TAXES, ACH-PERIODE (AAAAMM) LA     *
      *         .    PERIODE DE DECLARATION ; LE TAUX EST CELUI EN   *
      *         .    VIGUEUR A ACH-DATE (ACLTVP100).                 *
      *         .  ACH-CODDED : "T" TAXE DEDUCTIBLE EN TOTALITE,     *
      *         .    "P" DEDUCTIBLE A ACH-PCTDED POUR CENT,          *
      *         .    "N" NON DEDUCTIBLE. ACH-PCTDED N'EST LU QU'EN   *
      *         .    DEDUCTION PARTIELLE.                            *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: CREATION                       *
      *                                                              *
      ****************************************************************
       01  FACHATS-REC.
           05  ACH-RAC18            PIC X(18).
           05  ACH-SEQENR           PIC 9(09).
           05  ACH-DATE             PIC 9(08).
           05  ACH-PERIODE          PIC 9(06).
           05  ACH-BASE             PIC S9(11)V9(02).
           05  ACH-CODDED           PIC X(01).
               88  ACH-DED-TOTALE   VALUE "T".
               88  ACH-DED-PARTIELLE VALUE "P".
               88  ACH-DED-NULLE    VALUE "N".
           05  ACH-PCTDED           PIC 9(03)V9(02).
      *
