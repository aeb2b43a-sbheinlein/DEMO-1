      * FILES USED.................: . FTVAPEND (UPDATE)             *
      *         .                      FINFODI  (UPDATE)             *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: LES PROPOSITIONS BATCH         *
      *                                  (FTVAPEND ORIGINE "B") NE   *
      *                                  SONT PAS PROPAGEES AUX      *
      *                                  SITES CORRESPONDANTS        *
      *                                                              *
      ****************************************************************
       IDENTIFICATION              DIVISION.
      *    CORRESPONDANTS ; UNE DEMANDE ELLE-MEME PROPAGEE ("P") NE
      *    L'EST PAS, POUR NE PAS BOUCLER SUR LES CORRESPONDANCES
      *    CROISEES. QTVASITE (ACLTVS100) RESTE LE FILET DE SECURITE.
      *    UNE PROPOSITION BATCH ("B") NE L'EST PAS NON PLUS : LE
      *    BATCH QUI L'A GENEREE A TRAITE CHAQUE SITE POUR LUI-MEME.
      *
M41?V      IF APB-DECISION-FAITE
M41?V        AND WK-APB-PORIG NOT = "P"
M53?V        AND WK-APB-PORIG NOT = "B"
M41?V           PERFORM ACLTVA100-PROPAGE
M41?V                   THRU ACLTVA100-PROPAGE-EXIT.
           IF WK-MESSAGE-LIB = SPACE
