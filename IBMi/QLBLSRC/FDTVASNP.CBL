      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDTVASNP                      *
      * COPY TYPE..................: . RECORD DESCRIPTION            *
      * FUNCTION...................: . RECORD LAYOUT OF THE FTVASNP  *
      *         .                        FILE OF THE DATED SNAPSHOTS *
      *         .                        (PHOTOS) OF THE FINFODI     *
      *         .                        TAX-CODE MASTER FILE        *
      * OTHER COPIES REQUIRED......: .                               *
      *         .                                                    *
      * COPY LOCATION..............: . FILE SECTION, UNDER           *
      *         .                        FD  FTVASNP                 *
      *         .                        (RECORD KEY SNP-CLE)        *
      *         .                                                    *
      * UTILISATION................: .                               *
      *         .  UN ENREGISTREMENT PAR LIGNE FINFODI ET PAR DATE   *
      *         .    DE PHOTO, ECRIT PAR ACLSNP100 ; SNP-INFODI EST  *
      *         .    L'IMAGE COMPLETE DE FINFODI-REC (TAUX PREVUS    *
      *         .    NTVA/NTVV ET CATFIS COMPRIS).                   *
      *         .  SNP-TYPE : "M" FIN DE MOIS  "A" FIN D'EXERCICE    *
      *         .    "D" PHOTO A LA DEMANDE.                         *
      *         .  UNE PHOTO N'EST JAMAIS REECRITE NI COMPLETEE : UNE *
      *         .    DATE DEJA PRESENTE EST REFUSEE PAR ACLSNP100.   *
      *         .  LE FICHIER N'EST PAS TRAITE PAR L'EPURATION       *
      *         .    ACLPUR100 : LES PHOTOS SONT CONSERVEES SANS     *
      *         .    LIMITE DE DUREE.                                *
      *         .  LE COMPARATIF DE DEUX PHOTOS EST ACLSNC100.       *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: CREATION                       *
      *                                                              *
      ****************************************************************
       01  FTVASNP-REC.
           05  SNP-CLE.
               10  SNP-DATE         PIC 9(08).
               10  SNP-RAC18        PIC X(18).
               10  SNP-SEQENR       PIC X(09).
           05  SNP-TYPE             PIC X(01).
               88  SNP-FIN-MOIS     VALUE "M".
               88  SNP-FIN-EXERCICE VALUE "A".
               88  SNP-DEMANDE      VALUE "D".
           05  SNP-CREE-DATE        PIC 9(08).
           05  SNP-CREE-TIME        PIC 9(06).
           05  SNP-CREE-USER        PIC X(10).
           05  SNP-INFODI           PIC X(236).
      *
