      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDTVADEP                      *
      * COPY TYPE..................: . RECORD DESCRIPTION            *
      * FUNCTION...................: . RECORD LAYOUT OF THE FTVADEP  *
      *         .                        LEDGER OF FILED V.A.T.      *
      *         .                        DECLARATIONS, ONE RECORD    *
      *         .                        PER REGIE AND PER PERIOD    *
      * OTHER COPIES REQUIRED......: .                               *
      *         .                                                    *
      * COPY LOCATION..............: . FILE SECTION, UNDER           *
      *         .                        FD  FTVADEP                 *
      *         .                        (RECORD KEY DEP-CLE)        *
      *         .                                                    *
      * UTILISATION................: .                               *
      *         .  ECRIT PAR ACLDCL100 EN MODE DEPOT ("D") : LES     *
      *         .    MONTANTS SONT CEUX DE LA DECLARATION ORIGINALE  *
      *         .    DEPOSEE, LA PERIODE EST DES LORS CLOSE          *
      *         .    (DEP-STATUT "C") ET N'EST PLUS JAMAIS EDITEE    *
      *         .    COMME ORIGINALE : ACLDCL100 EN REEDITE LES      *
      *         .    MONTANTS DEPOSES EN DUPLICATA, ET LE MODE       *
      *         .    RECTIFICATIF ("R") N'EDITE QUE LES ECARTS ENTRE *
      *         .    DEPOSE ET RECALCULE.                            *
      *         .  DEP-PROFIL EST LE PROFIL QUI A CLOS LA PERIODE.   *
      *         .  DEP-DEDUC EST LA TAXE DEDUCTIBLE SUR ACHATS,      *
      *         .    DEP-CRDANT LE CREDIT REPORTE DE LA PERIODE      *
      *         .    PRECEDENTE ; LA POSITION TVA + TVV - DEDUC -    *
      *         .    CRDANT DONNE SOIT DEP-NET A PAYER, SOIT         *
      *         .    DEP-CREDIT A REPORTER SUR LA PERIODE SUIVANTE.  *
      *         .                                                    *
      *         .  DEP-TELEDATE / DEP-TELENB : DATE DU DERNIER DEPOT *
      *         .    ELECTRONIQUE (FTVADCL) DE LA PERIODE ET NOMBRE  *
      *         .    DE DEPOTS (ORIGINAL PUIS RECTIFICATIFS).        *
      *         .  DEP-TELEPROF : PROFIL DU DERNIER DEPOT            *
      *         .    ELECTRONIQUE ; UN RECTIFICATIF NE MODIFIE PAS   *
      *         .    DEP-PROFIL (PROFIL DE CLOTURE).                 *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: AJOUT DE LA DATE, DU NOMBRE   *
      *                                  ET DU PROFIL DES DEPOTS     *
      *                                  ELECTRONIQUES               *
      *                                                              *
      ****************************************************************
       01  FTVADEP-REC.
           05  DEP-CLE.
               10  DEP-REGIE        PIC X(05).
               10  DEP-PERIODE      PIC 9(06).
           05  DEP-BASE             PIC S9(13)V9(02).
           05  DEP-TVA              PIC S9(13)V9(02).
           05  DEP-TVV              PIC S9(13)V9(02).
           05  DEP-DATE             PIC 9(08).
           05  DEP-TIME             PIC 9(06).
           05  DEP-PROFIL           PIC X(10).
           05  DEP-STATUT           PIC X(01).
               88  DEP-CLOSE        VALUE "C".
M49?V      05  DEP-DEDUC            PIC S9(13)V9(02).
M49?V      05  DEP-CRDANT           PIC S9(13)V9(02).
M49?V      05  DEP-NET              PIC S9(13)V9(02).
M49?V      05  DEP-CREDIT           PIC S9(13)V9(02).
M50?V      05  DEP-TELEDATE         PIC 9(08).
M50?V      05  DEP-TELENB           PIC 9(03).
M50?V      05  DEP-TELEPROF         PIC X(10).
      *
