      *         .    ANY ROW WHOSE TVAE OR TVVE IS LATER THAN THAT   *
      *         .    DATE ; LEAVE IT AT ZERO TO SKIP THIS CHECK.     *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: ADDED WK-TVA-PMODE ET          *
      *                                  WK-TVA-PARCETAT (MODE MASSE *
      *                                  DE ACLTVP100 : ARCHIVE      *
      *                                  FTVAHISA CHARGEE UNE FOIS   *
      *                                  EN MEMOIRE POUR LES         *
      *                                  APPELANTS BATCH)            *
      *                                                              *
      ****************************************************************
       01  WK-TVA-CLE.
      *         .                       DONNEE (AVOIRS, DUPLICATA    *
      *         .                       DE FACTURES)                 *
      *         .                       (CALL "ACLTVP100")           *
M54?V *         .  WK-TVA-PMODE : BLANC = APPEL UNITAIRE, "M" = MODE *
M54?V *         .  MASSE (BATCH) : L'ARCHIVE FTVAHISA EST CHARGEE   *
M54?V *         .  UNE SEULE FOIS EN TABLE AU PREMIER BESOIN, SANS  *
M54?V *         .  CHANGER LES REPONSES NI LES CODES RETOUR.        *
M54?V *         .  WK-TVA-PARCETAT (RENDU) : BLANC = TABLE NON      *
M54?V *         .  CHARGEE, "C" = CHARGEE, "S" = ARCHIVE TROP       *
M54?V *         .  VOLUMINEUSE, RETOUR AU BALAYAGE A CHAQUE APPEL.  *
      ****************************************************************
M18?V  01  WK-TVA-PPARM.
M18?V      10      WK-TVA-PCLE.
M18?V          88  WK-TVA-PRC-ANTERIEUR VALUE "2".
M18?V          88  WK-TVA-PRC-NTROUVE   VALUE "1".
M18?V          88  WK-TVA-PRC-ERR       VALUE "9".
M54?V      10      WK-TVA-PMODE         PIC X(01) VALUE SPACE.
M54?V          88  WK-TVA-PMODE-MASSE   VALUE "M".
M54?V      10      WK-TVA-PARCETAT      PIC X(01) VALUE SPACE.
M54?V          88  WK-TVA-PARC-CHARGEE  VALUE "C".
M54?V          88  WK-TVA-PARC-SATUREE  VALUE "S".
      ****************************************************************
      * FONCTION...................: . PARAMETRES DU JOURNAL D'AUDIT *
      *         .                       DES ACTIONS DE MAINTENANCE   *
