      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDTVAINT                      *
      * COPY TYPE..................: . RECORD DESCRIPTION            *
      * FUNCTION...................: . RECORD LAYOUT OF THE FTVAINT  *
      *         .                        JOURNAL OF THE FVENTES      *
      *         .                        DELIVERIES PROCESSED BY     *
      *         .                        THE INTAKE RUN ACLVTE100    *
      * OTHER COPIES REQUIRED......: .                               *
      *         .                                                    *
      * COPY LOCATION..............: . FILE SECTION, UNDER           *
      *         .                        FD  FTVAINT                 *
      *         .                        (RECORD KEY INT-CLE)        *
      *         .                                                    *
      * UTILISATION................: .                               *
      *         .  UN ENREGISTREMENT PAR LIVRAISON (DATE + NUMERO    *
      *         .    DE L'ENTETE FVENTIN). INT-STATUT "A" : CONTROLES *
      *         .    EQUILIBRES, LIGNES ACCEPTEES AJOUTEES A         *
      *         .    FVENTES ; "R" : LIVRAISON REJETEE EN BLOC       *
      *         .    (INT-MOTIF). UNE LIVRAISON ACCEPTEE N'EST PLUS  *
      *         .    JAMAIS REINTEGREE.                              *
      *         .  ACLDCL100 NE S'EXECUTE QUE SI LA DERNIERE         *
      *         .    LIVRAISON INTEGREE (INT-DATE / INT-TIME LES     *
      *         .    PLUS RECENTS, PAS LA PLUS GRANDE CLE) EST       *
      *         .    ACCEPTEE.                                       *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: CREATION                       *
      *                                                              *
      ****************************************************************
       01  FTVAINT-REC.
           05  INT-CLE.
               10  INT-LIVDATE      PIC 9(08).
               10  INT-LIVNO        PIC 9(06).
           05  INT-EMETTEUR         PIC X(10).
           05  INT-DATE             PIC 9(08).
           05  INT-TIME             PIC 9(06).
           05  INT-STATUT           PIC X(01).
               88  INT-ACCEPTEE     VALUE "A".
               88  INT-REJETEE      VALUE "R".
           05  INT-NBLIG            PIC 9(07).
           05  INT-HASH             PIC S9(15)V9(02).
           05  INT-NBACC            PIC 9(07).
           05  INT-NBREJ            PIC 9(07).
           05  INT-MOTIF            PIC X(40).
      *
