      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Ecran de recherche universelle, accessible depuis le menu      *
      * principal ("ecrmnprn") et le menu administrateur ("ecradm") :  *
      * un fragment de texte ou un nombre (nom, ville, téléphone,      *
      * e-mail, ID, numéro de facture, numéro de suivi) est cherché    *
      * d'un coup dans les pièces, clients, fournisseurs, livraisons,  *
      * factures et devis ("lirrch"), avec un filtre de type           *
      * facultatif. Le résultat choisi (O + numéro de ligne) ouvre     *
      * l'écran de consultation correspondant ("ecrrepie", "ecrrecli", *
      * "ecrrefou", "ecridliv", "ecrfac", "ecrdev") directement sur    *
      * l'identifiant trouvé (G-IDF-SEL, cf. "utiglb"), si le role a   *
      * le droit de consulter cette famille ("verfct").                *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; RCH=RECHERCHE; FRG=FRAGMENT; TYP=TYPE;              *
      * FCT=FONCTION; LIB=LIBELLE; DTL=DETAIL; IDF=IDENTIFIANT;        *
      * NUM=NUMERO; NBR=NOMBRE; CHX=CHOIX; CHC=CHERCHER; OUV=OUVRIR;   *
      * CHR=CHERCHER; DRT=DROIT; NIV=NIVEAU; CNS=CONSULTATION;         *
      * BCL=BOUCLE; AFF=AFFICHAGE; IDX=INDEX; NTT=ENTETE;              *
      * UND=UNDERSCORE; CND=CONDITION; ERR=ERREUR; SAI=SAISIE;         *
      * SEL=SELECTION.                                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrrch.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Table des résultats rendus par "lirrch".
       01 WS-TAB-RCH.
           05 WS-RCH             OCCURS 12 TIMES.
               10 WS-RCH-TYP     PIC X(03).
               10 WS-RCH-IDF     PIC 9(10).
               10 WS-RCH-LIB     PIC X(30).
               10 WS-RCH-DTL     PIC X(30).

      * Par type de résultat : fonction du catalogue "fctapp" qui
      * donne le droit de consulter, et libellé affiché.
       01 WS-TAB-TYP-VAL.
           05 FILLER             PIC X(21) VALUE "PIEPIECHRPiece      ".
           05 FILLER             PIC X(21) VALUE "CLICLICHRClient     ".
           05 FILLER             PIC X(21) VALUE "FOUFOUCHRFournisseur".
           05 FILLER             PIC X(21) VALUE "LIVLIVCHRLivraison  ".
           05 FILLER             PIC X(21) VALUE "FACCLIFACFacture    ".
           05 FILLER             PIC X(21) VALUE "DEVCLIDEVDevis      ".
       01 WS-TAB-TYP REDEFINES WS-TAB-TYP-VAL.
           05 WS-TYP             OCCURS 6 TIMES.
               10 WS-TYP-COD     PIC X(03).
               10 WS-TYP-FCT     PIC X(06).
               10 WS-TYP-LIB     PIC X(12).
       77 WS-NBR-TYP             PIC 9(02) VALUE 6.
       77 WS-IDX-TYP             PIC 9(02).

       01 WS-UND-LIN             PIC X(78) VALUE ALL "_".

       01 WS-NTT-LIN.
           05 FILLER             PIC X(03) VALUE "No ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(12) VALUE " Type       ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(10) VALUE "    ID    ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(25) VALUE
               "         Libelle         ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(24) VALUE
               "         Detail         ".

       01 WS-RCH-LIN.
           05 WS-LIN-NUM         PIC Z9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-LIN-TYP         PIC X(12).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-LIN-IDF         PIC Z(09)9(01).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-LIN-LIB         PIC X(25).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-LIN-DTL         PIC X(24).

       77 WS-MAX-LIN             PIC 9(02) VALUE 11.
       77 WS-QTT-LIN             PIC 9(02) VALUE 0.
       77 WS-LIN-IDX             PIC 9(02).
       77 WS-IDX                 PIC 9(02).
       77 WS-IDX-RCH             PIC 9(02).

       01 WS-CHX                 PIC X(01) VALUE SPACE.
           88 WS-CHX-VID                  VALUE " ".
           88 WS-CHX-OUV                  VALUE "O", "o".

      * Saisie : fragment cherché, filtre de type, ligne à ouvrir.
       77 WS-FRG-SAI             PIC X(30).
       77 WS-TYP-SAI             PIC X(03).
       77 WS-NUM-SAI             PIC 9(02).

       01 WS-NIV-CNS             PIC 9(01) VALUE 0.
       01 WS-FCT-RET             PIC 9(01).
           88 WS-FCT-RET-OK               VALUE 0.

       01 WS-ERR-SAI             PIC X(76) VALUE
           "Saisir un nom, une ville, un telephone, un e-mail ou un N.".

       01 WS-ERR-VID             PIC X(76) VALUE
           "Aucun resultat".

       01 WS-ERR-NUM             PIC X(76) VALUE
           "Numero de ligne hors de la liste".

       01 WS-ERR-DRT             PIC X(76) VALUE
           "Consultation non autorisee pour votre role".

       01 WS-ERR-SQL             PIC X(76) VALUE
           "Une erreur est survenue durant la requete".

       COPY lirret REPLACING ==:PREFIX:== BY ==WS==.

       COPY ctxerr.

       COPY utiglb.

       01 WS-ETT-BCL             PIC 9(01).
           88 WS-ETT-BCL-ENC              VALUE 1.
           88 WS-ETT-BCL-FIN              VALUE 2.

       SCREEN SECTION.
       COPY ecrprn.
       01 S-MNU-RCH.
           COPY ecrutlin.
           05 LINE 05 COL 03 VALUE "Recherche universelle".
           05 LINE 06.
               10 COL 03 VALUE "Chercher [".
               10 COL 13 PIC X(30) USING WS-FRG-SAI.
               10 COL 43 VALUE "]".
               10 COL 45 VALUE "Type [".
               10 COL 51 PIC X(03) USING WS-TYP-SAI.
               10 COL 54 VALUE "]".
           05 LINE 07 COL 03 VALUE
               "Types : PIE CLI FOU LIV FAC DEV (vide = tous)".
           05 LINE 08 COL 02 FROM WS-UND-LIN.
           05 LINE 09 COL 02 FROM WS-NTT-LIN.
           05 LINE 10 COL 02 FROM WS-UND-LIN.
           05 LINE 22.
               10 COL 03 VALUE "Ligne a ouvrir [".
               10 COL 19 PIC Z9 USING WS-NUM-SAI.
               10 COL 21 VALUE "]".
           05 LINE 23.
               10 COL 03 VALUE
                   "vide=chercher  O+ligne=ouvrir  autre=retour".
               10 COL 70 VALUE "Ret [".
               10 COL 75 PIC X(01) USING WS-CHX.
               10 COL 76 VALUE "]".

       01 S-MSG-ERR.
           05 LINE 05 COLUMN 35 FROM WS-MSG-ERR.

       PROCEDURE DIVISION.

           PERFORM 0050-BCL-DEB
              THRU 0050-BCL-FIN.

           EXIT PROGRAM.

      ******************************************************************

       0050-BCL-DEB.
           SET WS-ETT-BCL-ENC TO TRUE.
           PERFORM UNTIL WS-ETT-BCL-FIN
               DISPLAY S-FND-ECR

               PERFORM 0900-AFF-ERR-CND-DEB
                  THRU 0900-AFF-ERR-CND-FIN

      * La liste reste affichée tant qu'une nouvelle recherche ne
      * l'a pas remplacée, pour ouvrir plusieurs résultats de suite.
               PERFORM 0600-AFF-RCH-DEB
                  THRU 0600-AFF-RCH-FIN

               ACCEPT S-MNU-RCH
               EVALUATE TRUE
                   WHEN WS-CHX-VID
                       PERFORM 0100-CHC-RCH-DEB
                          THRU 0100-CHC-RCH-FIN
                   WHEN WS-CHX-OUV
                       PERFORM 0200-OUV-RCH-DEB
                          THRU 0200-OUV-RCH-FIN
                       MOVE SPACE TO WS-CHX
                   WHEN OTHER
                       SET WS-ETT-BCL-FIN TO TRUE
               END-EVALUATE
           END-PERFORM.
       0050-BCL-FIN.

      *-----------------------------------------------------------------
       0100-CHC-RCH-DEB.
           MOVE 0 TO WS-QTT-LIN.

           IF WS-FRG-SAI = SPACES
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-SAI TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-MAX-LIN TO WS-QTT-LIN.

           CALL "lirrch"
               USING
               WS-FRG-SAI
               WS-TYP-SAI
               WS-TAB-RCH
               WS-QTT-LIN
               WS-LIR-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-LIR-RET-OK
                   CONTINUE
               WHEN WS-LIR-RET-VID
                   SET WS-CTX-AFF-ERR TO TRUE
                   MOVE WS-ERR-VID TO WS-MSG-ERR
               WHEN OTHER
                   MOVE 0 TO WS-QTT-LIN
                   SET WS-CTX-AFF-ERR TO TRUE
                   MOVE WS-ERR-SQL TO WS-MSG-ERR
           END-EVALUATE.
       0100-CHC-RCH-FIN.

      *-----------------------------------------------------------------
      * Ouvre l'écran de consultation du résultat choisi, si le role
      * a le droit de consulter cette famille ("verfct", niveau
      * consultation). La fonction est posée le temps de l'écran,
      * comme le font les menus.
       0200-OUV-RCH-DEB.
           IF WS-NUM-SAI = 0 OR WS-NUM-SAI > WS-QTT-LIN
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-NUM TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NUM-SAI TO WS-IDX-RCH.
           PERFORM 0300-CHR-TYP-DEB
              THRU 0300-CHR-TYP-FIN.

           CALL "verfct"
               USING
               WS-TYP-FCT(WS-IDX-TYP)
               WS-NIV-CNS
               WS-FCT-RET
           END-CALL.

           IF NOT WS-FCT-RET-OK
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-DRT TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TYP-FCT(WS-IDX-TYP) TO G-FCT-ACT.
           MOVE WS-RCH-IDF(WS-NUM-SAI) TO G-IDF-SEL.

           EVALUATE WS-RCH-TYP(WS-NUM-SAI)
               WHEN "PIE"
                   CALL "ecrrepie"
                   END-CALL
               WHEN "CLI"
                   CALL "ecrrecli"
                   END-CALL
               WHEN "FOU"
                   CALL "ecrrefou"
                   END-CALL
               WHEN "LIV"
                   CALL "ecridliv"
                   END-CALL
               WHEN "FAC"
                   CALL "ecrfac"
                   END-CALL
               WHEN "DEV"
                   CALL "ecrdev"
                   END-CALL
           END-EVALUATE.

           MOVE 0 TO G-IDF-SEL.
           MOVE SPACES TO G-FCT-ACT.
           MOVE 0 TO WS-NUM-SAI.
       0200-OUV-RCH-FIN.

      *-----------------------------------------------------------------
      * Retrouve dans la table des types celui du résultat choisi.
       0300-CHR-TYP-DEB.
           PERFORM VARYING WS-IDX-TYP FROM 1 BY 1
                   UNTIL WS-IDX-TYP >= WS-NBR-TYP
                      OR WS-TYP-COD(WS-IDX-TYP)
                         = WS-RCH-TYP(WS-IDX-RCH)
               CONTINUE
           END-PERFORM.
       0300-CHR-TYP-FIN.

      *-----------------------------------------------------------------
       0600-AFF-RCH-DEB.
           MOVE 11 TO WS-LIN-IDX.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTT-LIN

               MOVE WS-IDX TO WS-IDX-RCH
               PERFORM 0300-CHR-TYP-DEB
                  THRU 0300-CHR-TYP-FIN

               MOVE WS-IDX TO WS-LIN-NUM
               MOVE WS-TYP-LIB(WS-IDX-TYP) TO WS-LIN-TYP
               MOVE WS-RCH-IDF(WS-IDX) TO WS-LIN-IDF
               MOVE WS-RCH-LIB(WS-IDX) TO WS-LIN-LIB
               MOVE WS-RCH-DTL(WS-IDX) TO WS-LIN-DTL

               DISPLAY WS-RCH-LIN AT LINE WS-LIN-IDX COLUMN 2
               ADD 1 TO WS-LIN-IDX
           END-PERFORM.
       0600-AFF-RCH-FIN.

      *-----------------------------------------------------------------
       0900-AFF-ERR-CND-DEB.
           IF WS-CTX-AFF-ERR THEN
               DISPLAY S-MSG-ERR
               SET WS-CTX-OK TO TRUE
           END-IF.
       0900-AFF-ERR-CND-FIN.
