      *         .                                                    *
      * FILES USED.................: . FREGIE   (UPDATE)             *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: SAISIE DE LA PERIODICITE ET DU *
      *                                  JOUR D'ECHEANCE DECLARATIFS *
      *                                  (REG-PERIODIC, REG-JOURECH) *
      *                                                              *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       01  WK-RGM-CRT-STAT          PIC 9(04) VALUE ZERO.
           88  RGM-KEY-F3           VALUE 1003.
       01  WK-RGM-CMD               PIC X(01) VALUE SPACE.
M51?V  01  WK-RGM-SAVE              PIC X(39).
M42?V  01  WK-RGM-USER              PIC X(10) VALUE SPACE.
M42?V  COPY WKTABTVA.
       COPY WKMESSAGE.
           05  LINE 05 COLUMN 28  PIC X(30)  USING REG-LIB.
           05  LINE 06 COLUMN 05  VALUE "ACTIF (O/N) . . . . :".
           05  LINE 06 COLUMN 28  PIC X(01)  USING REG-ACTIF.
M51?V      05  LINE 07 COLUMN 05  VALUE "PERIODICITE (M/T/A) :".
M51?V      05  LINE 07 COLUMN 28  PIC X(01)  USING REG-PERIODIC.
M51?V      05  LINE 08 COLUMN 05  VALUE "JOUR D'ECHEANCE . . :".
M51?V      05  LINE 08 COLUMN 28  PIC 9(02)  USING REG-JOURECH.
           05  LINE 20 COLUMN 05
                   VALUE "F3=FIN  L EN CMD=LISTE  ENTER=VALIDER/CREER".
           05  LINE 22 COLUMN 05  PIC X(40) USING WK-MESSAGE-LIB.
           OPEN I-O                FREGIE.
       ACLRGM100-BOUCLE.
           MOVE SPACE               TO  FREGIE-REC  WK-RGM-CMD.
M51?V      MOVE ZERO                TO  REG-JOURECH.
           DISPLAY ECR-RGM-ENTETE.
           ACCEPT  ECR-RGM-ENTETE.
           IF RGM-KEY-F3 MOVE "O" TO WK-RGM-FIN.
                MOVE "CODE REGIE A BLANC"  TO  WK-MESSAGE-LIB
                GO TO ACLRGM100-BOUCLE.
      *
      *    CALENDRIER DECLARATIF : PERIODICITE M, T, A OU BLANC (NON
      *    PLANIFIEE) ; UNE REGIE PLANIFIEE DOIT AVOIR UN JOUR
      *    D'ECHEANCE DE 01 A 31.
      *
M51?V      IF REG-PERIODIC NOT = SPACE
M51?V        AND NOT REG-MENSUELLE
M51?V        AND NOT REG-TRIMESTRIELLE
M51?V        AND NOT REG-ANNUELLE
M51?V           MOVE "PERIODICITE INVALIDE (M/T/A)"  TO  WK-MESSAGE-LIB
M51?V           GO TO ACLRGM100-BOUCLE.
M51?V      IF REG-PERIODIC NOT = SPACE
M51?V        AND (REG-JOURECH < 1 OR REG-JOURECH > 31)
M51?V           MOVE "JOUR D'ECHEANCE INVALIDE (01-31)"
M51?V                               TO  WK-MESSAGE-LIB
M51?V           GO TO ACLRGM100-BOUCLE.
      *
      *    LE READ CI-DESSOUS ECRASE FREGIE-REC ; LA SAISIE ECRAN
      *    (WK-RGM-SAVE) EST REAPPLIQUEE AVANT LE WRITE/REWRITE,
      *    MEME PRINCIPE QUE DANS ACLTVM100.
