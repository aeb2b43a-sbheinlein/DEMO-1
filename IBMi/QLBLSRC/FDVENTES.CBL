      *         .    DECLARATION DE RATTACHEMENT ; VTE-DATE EST LA   *
      *         .    DATE DE TRANSACTION SERVANT A LA RECHERCHE DU   *
      *         .    TAUX EN VIGUEUR (ACLTVP100).                    *
      *         .  VTE-TVAFACT / VTE-TVVFACT SONT LES MONTANTS DE    *
      *         .    T.V.A. ET DE T.V.V. EFFECTIVEMENT FACTURES PAR  *
      *         .    LA FACTURATION SUR CETTE BASE ; ILS SONT        *
      *         .    CONFRONTES AU RECALCUL PAR L'AUDIT ACLVAR100.   *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: AJOUT DES MONTANTS FACTURES    *
      *                                  VTE-TVAFACT ET VTE-TVVFACT  *
      *                                  (LIVRES PAR LA FACTURATION).*
      *                                  RECORD 54 A 80 OCTETS,      *
      *                                  CONVERSION DU FICHIER       *
      *                                  PHYSIQUE REQUISE            *
      *                                                              *
      ****************************************************************
       01  FVENTES-REC.
           05  VTE-DATE             PIC 9(08).
           05  VTE-PERIODE          PIC 9(06).
           05  VTE-BASE             PIC S9(11)V9(02).
M47?V      05  VTE-TVAFACT          PIC S9(11)V9(02).
M47?V      05  VTE-TVVFACT          PIC S9(11)V9(02).
      *
