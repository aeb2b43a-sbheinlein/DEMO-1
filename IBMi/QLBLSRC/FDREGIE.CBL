      *         .    SRL-TVA, EN MAINTENANCE ACLTVM100 ET A          *
      *         .    L'IMPORT ACLTVI100). UN CODE INACTIF (REG-      *
      *         .    ACTIF "N") EST REFUSE COMME UN CODE INCONNU.    *
      *         .  CALENDRIER DECLARATIF : REG-PERIODIC "M" MENSUEL, *
      *         .    "T" TRIMESTRIEL, "A" ANNUEL (BLANC = REGIE NON  *
      *         .    PLANIFIEE) ; LA DECLARATION D'UNE PERIODE EST   *
      *         .    DUE LE JOUR REG-JOURECH DU MOIS QUI SUIT SA FIN *
      *         .    (RAMENE AU DERNIER JOUR DU MOIS SI BESOIN).     *
      *         .    EXPLOITE PAR L'ECHEANCIER ACLECH100.            *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: AJOUT DE LA PERIODICITE ET DU  *
      *                                  JOUR D'ECHEANCE DECLARATIFS *
      *                                  RECORD 36 A 39 OCTETS,      *
      *                                  CONVERSION DU FICHIER       *
      *                                  PHYSIQUE REQUISE            *
      *                                                              *
      ****************************************************************
       01  FREGIE-REC.
           05  REG-CODE             PIC X(05).
           05  REG-LIB              PIC X(30).
           05  REG-ACTIF            PIC X(01).
M51?V      05  REG-PERIODIC         PIC X(01).
M51?V          88  REG-MENSUELLE    VALUE "M".
M51?V          88  REG-TRIMESTRIELLE VALUE "T".
M51?V          88  REG-ANNUELLE     VALUE "A".
M51?V      05  REG-JOURECH          PIC 9(02).
      *
