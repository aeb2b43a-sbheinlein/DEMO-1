      *         .                 PROPAGE PAS A SON TOUR (SINON LES  *
      *         .                 CORRESPONDANCES CROISEES           *
      *         .                 BOUCLERAIENT)                      *
      *         .                 "B" = PROPOSITION GENEREE PAR UN   *
      *         .                 BATCH (DESACTIVATION DES CODES     *
      *         .                 DORMANTS ACLDRM100, CLONAGE D'UN   *
      *         .                 NOUVEAU SITE ACLCLO100) ; SUIT LE  *
      *         .                 CIRCUIT NORMAL D'APPROBATION MAIS  *
      *         .                 N'EST PAS PROPAGEE NON PLUS, LE    *
      *         .                 BATCH TRAITANT CHAQUE SITE POUR    *
      *         .                 LUI-MEME                           *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: ORIGINE "B" UTILISEE AUSSI PAR *
      *                                  LE CLONAGE DE SITE          *
      *                                  ACLCLO100                   *
      *                                                              *
      ****************************************************************
       01  FTVAPEND-REC.
           05  PEND-DECIDE-TIME     PIC 9(06).
M41?V      05  PEND-ORIGINE         PIC X(01).
M41?V          88  PEND-PROPAGE     VALUE "P".
M53?V          88  PEND-BATCH       VALUE "B".
      *
