      *         .                                                    *
      * CALLED FROM................: . BILLING (CREDIT NOTES AND     *
      *         .                        INVOICE REPRINTS)           *
      *         .                      ACLDCL100 (MODE MASSE "M"),   *
      *         .                        ACLRET100, ACLVAR100,       *
      *         .                        ACLTLI100                   *
      * INPUT/OUTPUT PARAMETER.....: . WK-TVA-PPARM     (WKTABTVA)   *
      *         .                                                    *
      * RETURN CODE WK-TVA-PRC.....: . "0" RATE FOUND FOR THE DATE   *
      *         .                      "1" RAC18/SEQENR UNKNOWN      *
      *         .                      "9" FILE ERROR                *
      *         .                                                    *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY DL                 *
      *  LAST MODIFICATION SUBJECT..: MODE MASSE (WK-TVA-PMODE "M")  *
      *                                  POUR LES APPELANTS BATCH :  *
      *                                  L'ARCHIVE FTVAHISA EST      *
      *                                  CHARGEE ET TRIEE UNE SEULE  *
      *                                  FOIS EN MEMOIRE PUIS        *
      *                                  CONSULTEE PAR DICHOTOMIE,   *
      *                                  AU LIEU D'UN BALAYAGE       *
      *                                  COMPLET A CHAQUE APPEL ;    *
      *                                  MEMES REPONSES ET MEMES     *
      *                                  CODES RETOUR                *
      *                                                              *
      ****************************************************************
       IDENTIFICATION              DIVISION.
M37?V      05  WK-ARC-ANC-TVVM      PIC S9(3)V9(4).
M37?V      05  WK-ARC-ANC-TVVML     PIC X(10).
M37?V      05  WK-ARC-ANC-DATE      PIC 9(08).
      *
      *    MODE MASSE : L'ARCHIVE EST CHARGEE AU PREMIER BESOIN PUIS
      *    TRIEE (METHODE DE SHELL, COMME DANS ACLVRF100) SUR RAC18 /
      *    SEQENR / DATE D'EFFET / RANG DE LECTURE. LE RANG GARDE,
      *    A DATE EGALE, L'ORDRE DU FICHIER : LE BALAYAGE UNITAIRE
      *    RETIENT LE PREMIER LU, LA TABLE AUSSI. TABLE TROP PETITE :
      *    ETAT "S" ET RETOUR AU BALAYAGE POUR LE RESTE DU TRAVAIL.
      *    CAPACITE IDENTIQUE A CELLE DE ACLVRF100 (WK-VRF-NBARCMAX) :
      *    TOUTE MODIFICATION SE FAIT DANS LES DEUX PROGRAMMES.
      *
M54?V  01  WK-ARM-ETAT              PIC X(01) VALUE SPACE.
M54?V      88  ARM-TABLE-CHARGEE    VALUE "C".
M54?V      88  ARM-TABLE-SATUREE    VALUE "S".
M54?V  01  WK-ARM-NB                PIC 9(05) VALUE ZERO.
M54?V  01  WK-ARM-NBMAX             PIC 9(05) VALUE 50000.
M54?V  01  WK-ARM-TABLE.
M54?V      05  WK-ARM-ENT  OCCURS 50000 TIMES.
M54?V          10  WK-ARM-TRI.
M54?V              15  WK-ARM-CLE.
M54?V                  20  WK-ARM-RAC   PIC X(18).
M54?V                  20  WK-ARM-SEQ   PIC 9(09).
M54?V              15  WK-ARM-DATE      PIC 9(08).
M54?V              15  WK-ARM-RANG      PIC 9(05).
M54?V          10  WK-ARM-TVAT          PIC S9(3)V9(4).
M54?V          10  WK-ARM-TVATL         PIC X(10).
M54?V          10  WK-ARM-TVAM          PIC S9(3)V9(4).
M54?V          10  WK-ARM-TVAML         PIC X(10).
M54?V          10  WK-ARM-TVVT          PIC S9(3)V9(4).
M54?V          10  WK-ARM-TVVTL         PIC X(10).
M54?V          10  WK-ARM-TVVM          PIC S9(3)V9(4).
M54?V          10  WK-ARM-TVVML         PIC X(10).
M54?V  01  WK-ARM-TMP.
M54?V      05  WK-ARM-TTRI          PIC X(40).
M54?V      05  FILLER               PIC X(68).
M54?V  01  WK-ARM-ECART             PIC 9(05) VALUE ZERO.
M54?V  01  WK-ARM-I                 PIC 9(05) VALUE ZERO.
M54?V  01  WK-ARM-J                 PIC 9(05) VALUE ZERO.
M54?V  01  WK-ARM-JE                PIC 9(05) VALUE ZERO.
M54?V  01  WK-ARM-BAS               PIC 9(05) VALUE ZERO.
M54?V  01  WK-ARM-HAUT              PIC 9(05) VALUE ZERO.
M54?V  01  WK-ARM-MIL               PIC 9(05) VALUE ZERO.
      *
       LINKAGE                     SECTION.
       COPY WKTABTVA.
                                        WK-TVA-PEFFDATE.
           MOVE  SPACE              TO  WK-TVA-PTVATL WK-TVA-PTVVTL
M36?V                                   WK-TVA-PTVAML WK-TVA-PTVVML.
M54?V      IF WK-TVA-PMODE-MASSE
M54?V           MOVE  WK-ARM-ETAT   TO  WK-TVA-PARCETAT.
           IF NOT PIT-EST-OUVERT
                OPEN  INPUT         FTVACOUR   FTVAHIST
                IF WK-COUR-STAT NOT = "00" OR WK-HIST-STAT NOT = "00"
M37?V      MOVE  "N"                TO  WK-ARC-TROUVE  WK-ARC-ANCFLG.
M37?V      MOVE  ZERO               TO  WK-ARC-CAND.
M37?V      MOVE  99999999           TO  WK-ARC-ANC-DATE.
M54?V      IF WK-TVA-PMODE-MASSE
M54?V           PERFORM ACLTVP100-ARCM  THRU  ACLTVP100-ARCM-EXIT
M54?V           MOVE  WK-ARM-ETAT   TO  WK-TVA-PARCETAT
M54?V           IF ARM-TABLE-CHARGEE
M54?V                GO TO ACLTVP100-ARCH-EXIT.
M37?V      OPEN  INPUT              FTVAHISA.
M37?V      IF WK-HISA-STAT NOT = "00"
M37?V           GO TO ACLTVP100-ARCH-EXIT.
M37?V      CLOSE FTVAHISA.
M37?V  ACLTVP100-ARCH-EXIT.
M37?V      EXIT.
      *
      *    MODE MASSE : CHARGEMENT UNIQUE DE L'ARCHIVE EN TABLE. UNE
      *    ARCHIVE ABSENTE DONNE UNE TABLE VIDE (MEME REPONSE QUE LE
      *    BALAYAGE : AUCUN CANDIDAT).
      *
M54?V  ACLTVP100-ARCM.
M54?V      IF ARM-TABLE-SATUREE
M54?V           GO TO ACLTVP100-ARCM-EXIT.
M54?V      IF ARM-TABLE-CHARGEE
M54?V           GO TO ACLTVP100-ARCM-RECH.
M54?V      MOVE  ZERO               TO  WK-ARM-NB.
M54?V      OPEN  INPUT              FTVAHISA.
M54?V      IF WK-HISA-STAT NOT = "00"
M54?V           MOVE "C"            TO  WK-ARM-ETAT
M54?V           GO TO ACLTVP100-ARCM-RECH.
M54?V  ACLTVP100-ARCM-LECT.
M54?V      READ  FTVAHISA  END  GO TO ACLTVP100-ARCM-TRI.
M54?V      IF WK-ARM-NB NOT < WK-ARM-NBMAX
M54?V           CLOSE FTVAHISA
M54?V           MOVE  ZERO          TO  WK-ARM-NB
M54?V           MOVE  "S"           TO  WK-ARM-ETAT
M54?V           GO TO ACLTVP100-ARCM-EXIT.
M54?V      MOVE  FTVAHISA-ENR       TO  WK-ARC-REC.
M54?V      ADD   1                  TO  WK-ARM-NB.
M54?V      MOVE  WK-ARC-RAC         TO  WK-ARM-RAC   (WK-ARM-NB).
M54?V      MOVE  WK-ARC-SEQ         TO  WK-ARM-SEQ   (WK-ARM-NB).
M54?V      MOVE  WK-ARC-CHGDATE     TO  WK-ARM-DATE  (WK-ARM-NB).
M54?V      MOVE  WK-ARM-NB          TO  WK-ARM-RANG  (WK-ARM-NB).
M54?V      MOVE  WK-ARC-TVAT        TO  WK-ARM-TVAT  (WK-ARM-NB).
M54?V      MOVE  WK-ARC-TVATL       TO  WK-ARM-TVATL (WK-ARM-NB).
M54?V      MOVE  WK-ARC-TVAM        TO  WK-ARM-TVAM  (WK-ARM-NB).
M54?V      MOVE  WK-ARC-TVAML       TO  WK-ARM-TVAML (WK-ARM-NB).
M54?V      MOVE  WK-ARC-TVVT        TO  WK-ARM-TVVT  (WK-ARM-NB).
M54?V      MOVE  WK-ARC-TVVTL       TO  WK-ARM-TVVTL (WK-ARM-NB).
M54?V      MOVE  WK-ARC-TVVM        TO  WK-ARM-TVVM  (WK-ARM-NB).
M54?V      MOVE  WK-ARC-TVVML       TO  WK-ARM-TVVML (WK-ARM-NB).
M54?V      GO TO ACLTVP100-ARCM-LECT.
M54?V  ACLTVP100-ARCM-TRI.
M54?V      CLOSE FTVAHISA.
M54?V      COMPUTE WK-ARM-ECART = WK-ARM-NB / 2.
M54?V  ACLTVP100-ARCM-PASSE.
M54?V      IF WK-ARM-ECART = ZERO
M54?V           MOVE "C"            TO  WK-ARM-ETAT
M54?V           GO TO ACLTVP100-ARCM-RECH.
M54?V      COMPUTE WK-ARM-I = WK-ARM-ECART + 1.
M54?V  ACLTVP100-ARCM-POSTE.
M54?V      IF WK-ARM-I > WK-ARM-NB
M54?V           COMPUTE WK-ARM-ECART = WK-ARM-ECART / 2
M54?V           GO TO ACLTVP100-ARCM-PASSE.
M54?V      MOVE  WK-ARM-ENT (WK-ARM-I)  TO  WK-ARM-TMP.
M54?V      MOVE  WK-ARM-I           TO  WK-ARM-J.
M54?V  ACLTVP100-ARCM-DECALE.
M54?V      IF WK-ARM-J NOT > WK-ARM-ECART
M54?V           GO TO ACLTVP100-ARCM-PLACE.
M54?V      COMPUTE WK-ARM-JE = WK-ARM-J - WK-ARM-ECART.
M54?V      IF WK-ARM-TRI (WK-ARM-JE) NOT > WK-ARM-TTRI
M54?V           GO TO ACLTVP100-ARCM-PLACE.
M54?V      MOVE  WK-ARM-ENT (WK-ARM-JE)  TO  WK-ARM-ENT (WK-ARM-J).
M54?V      MOVE  WK-ARM-JE          TO  WK-ARM-J.
M54?V      GO TO ACLTVP100-ARCM-DECALE.
M54?V  ACLTVP100-ARCM-PLACE.
M54?V      MOVE  WK-ARM-TMP         TO  WK-ARM-ENT (WK-ARM-J).
M54?V      ADD   1                  TO  WK-ARM-I.
M54?V      GO TO ACLTVP100-ARCM-POSTE.
      *
      *    RECHERCHE PAR DICHOTOMIE DU PREMIER POSTE DE LA CLE, PUIS
      *    PARCOURS DES POSTES DE LA CLE (DATES CROISSANTES) AVEC LES
      *    MEMES REGLES QUE LE BALAYAGE ACLTVP100-ARCH-LECT.
      *
M54?V  ACLTVP100-ARCM-RECH.
M54?V      MOVE  1                  TO  WK-ARM-BAS.
M54?V      COMPUTE WK-ARM-HAUT = WK-ARM-NB + 1.
M54?V  ACLTVP100-ARCM-DICHO.
M54?V      IF WK-ARM-BAS NOT < WK-ARM-HAUT
M54?V           MOVE  WK-ARM-BAS    TO  WK-ARM-I
M54?V           GO TO ACLTVP100-ARCM-POSTE-CLE.
M54?V      COMPUTE WK-ARM-MIL = (WK-ARM-BAS + WK-ARM-HAUT) / 2.
M54?V      IF WK-ARM-CLE (WK-ARM-MIL) < WK-TVA-PCLE
M54?V           COMPUTE WK-ARM-BAS = WK-ARM-MIL + 1
M54?V      ELSE
M54?V           MOVE  WK-ARM-MIL    TO  WK-ARM-HAUT.
M54?V      GO TO ACLTVP100-ARCM-DICHO.
M54?V  ACLTVP100-ARCM-POSTE-CLE.
M54?V      IF WK-ARM-I > WK-ARM-NB
M54?V           GO TO ACLTVP100-ARCM-EXIT.
M54?V      IF WK-ARM-CLE (WK-ARM-I) NOT = WK-TVA-PCLE
M54?V           GO TO ACLTVP100-ARCM-EXIT.
M54?V      IF WK-ARM-DATE (WK-ARM-I) < WK-ARC-ANC-DATE
M54?V           MOVE  "O"           TO  WK-ARC-ANCFLG
M54?V           MOVE  WK-ARM-TVAT  (WK-ARM-I)  TO  WK-ARC-ANC-TVAT
M54?V           MOVE  WK-ARM-TVATL (WK-ARM-I)  TO  WK-ARC-ANC-TVATL
M54?V           MOVE  WK-ARM-TVAM  (WK-ARM-I)  TO  WK-ARC-ANC-TVAM
M54?V           MOVE  WK-ARM-TVAML (WK-ARM-I)  TO  WK-ARC-ANC-TVAML
M54?V           MOVE  WK-ARM-TVVT  (WK-ARM-I)  TO  WK-ARC-ANC-TVVT
M54?V           MOVE  WK-ARM-TVVTL (WK-ARM-I)  TO  WK-ARC-ANC-TVVTL
M54?V           MOVE  WK-ARM-TVVM  (WK-ARM-I)  TO  WK-ARC-ANC-TVVM
M54?V           MOVE  WK-ARM-TVVML (WK-ARM-I)  TO  WK-ARC-ANC-TVVML
M54?V           MOVE  WK-ARM-DATE  (WK-ARM-I)  TO  WK-ARC-ANC-DATE.
M54?V      IF WK-ARM-DATE (WK-ARM-I) > WK-TVA-PDATE
M54?V           GO TO ACLTVP100-ARCM-SUIV.
M54?V      IF ARC-CANDIDAT-TROUVE
M54?V        AND WK-ARM-DATE (WK-ARM-I) NOT > WK-ARC-CAND-DATE
M54?V           GO TO ACLTVP100-ARCM-SUIV.
M54?V      MOVE  "O"                TO  WK-ARC-TROUVE.
M54?V      MOVE  WK-ARM-TVAT  (WK-ARM-I)  TO  WK-ARC-CAND-TVAT.
M54?V      MOVE  WK-ARM-TVATL (WK-ARM-I)  TO  WK-ARC-CAND-TVATL.
M54?V      MOVE  WK-ARM-TVAM  (WK-ARM-I)  TO  WK-ARC-CAND-TVAM.
M54?V      MOVE  WK-ARM-TVAML (WK-ARM-I)  TO  WK-ARC-CAND-TVAML.
M54?V      MOVE  WK-ARM-TVVT  (WK-ARM-I)  TO  WK-ARC-CAND-TVVT.
M54?V      MOVE  WK-ARM-TVVTL (WK-ARM-I)  TO  WK-ARC-CAND-TVVTL.
M54?V      MOVE  WK-ARM-TVVM  (WK-ARM-I)  TO  WK-ARC-CAND-TVVM.
M54?V      MOVE  WK-ARM-TVVML (WK-ARM-I)  TO  WK-ARC-CAND-TVVML.
M54?V      MOVE  WK-ARM-DATE  (WK-ARM-I)  TO  WK-ARC-CAND-DATE.
M54?V  ACLTVP100-ARCM-SUIV.
M54?V      ADD   1                  TO  WK-ARM-I.
M54?V      GO TO ACLTVP100-ARCM-POSTE-CLE.
M54?V  ACLTVP100-ARCM-EXIT.
M54?V      EXIT.
       ACLTVP100-FIN.
           GOBACK.
      *
