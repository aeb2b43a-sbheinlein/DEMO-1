      * CALLED FROM................: . ACLTVM100 (ROLE "S"),         *
      *         .                      ACLTVA100 (ROLE "A"),         *
      *         .                      ACLRGM100, ACLHBM100          *
      *         .                      (ROLE "G"),                   *
      *         .                      ACLTLI100 (ROLE "C")          *
      * INPUT/OUTPUT PARAMETER.....: . WK-TVA-APARM     (WKTABTVA)   *
      *         .                                                    *
      * RETURN CODE WK-TVA-ARC.....: . "0" AUTORISE                  *
      *         .                          (PREMIERE MISE EN PLACE)  *
      *         .                      "9" ERREUR FICHIER            *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: ROLE "C" DEMANDE PAR ACLTLI100 *
      *                                                              *
      ****************************************************************
       IDENTIFICATION              DIVISION.
