      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDVENTIN                      *
      * COPY TYPE..................: . RECORD DESCRIPTION            *
      * FUNCTION...................: . RECORD LAYOUT OF THE FVENTIN  *
      *         .                        SALES DELIVERY FILE SENT    *
      *         .                        BY BILLING, CONTROLLED BY   *
      *         .                        THE INTAKE RUN ACLVTE100    *
      *         .                        BEFORE BEING APPENDED TO    *
      *         .                        FVENTES                     *
      * OTHER COPIES REQUIRED......: .                               *
      *         .                                                    *
      * COPY LOCATION..............: . FILE SECTION, UNDER           *
      *         .                        FD  FVENTIN                 *
      *         .                                                    *
      * UTILISATION................: .                               *
      *         .  UNE LIVRAISON = UN ENTETE "E" (DATE ET NUMERO DE  *
      *         .    LIVRAISON, EMETTEUR), LES LIGNES "D" (IMAGE     *
      *         .    EXACTE D'UN ENREGISTREMENT FVENTES, VOIR        *
      *         .    FDVENTES), PUIS UN CONTROLE DE FIN "F" (NOMBRE  *
      *         .    DE LIGNES "D" ET TOTAL DE CONTROLE DES          *
      *         .    VTE-BASE).                                      *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: CREATION                       *
      *                                                              *
      ****************************************************************
       01  FVENTIN-REC.
           05  VTI-TYPE             PIC X(01).
               88  VTI-ENTETE       VALUE "E".
               88  VTI-DETAIL       VALUE "D".
               88  VTI-FIN          VALUE "F".
           05  VTI-DONNEES          PIC X(80).
           05  VTI-ENT-R  REDEFINES  VTI-DONNEES.
               10  VTI-LIVCLE.
                   15  VTI-LIVDATE  PIC 9(08).
                   15  VTI-LIVNO    PIC 9(06).
               10  VTI-EMETTEUR     PIC X(10).
               10  FILLER           PIC X(56).
           05  VTI-DET-R  REDEFINES  VTI-DONNEES.
               10  VTI-RAC18        PIC X(18).
               10  VTI-SEQENR       PIC 9(09).
               10  VTI-DATE         PIC 9(08).
               10  VTI-PERIODE      PIC 9(06).
               10  VTI-BASE         PIC S9(11)V9(02).
               10  VTI-TVAFACT      PIC S9(11)V9(02).
               10  VTI-TVVFACT      PIC S9(11)V9(02).
           05  VTI-FIN-R  REDEFINES  VTI-DONNEES.
               10  VTI-NBLIG        PIC 9(07).
               10  VTI-HASH         PIC S9(15)V9(02).
               10  FILLER           PIC X(56).
      *
