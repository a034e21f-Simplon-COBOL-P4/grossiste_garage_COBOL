      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Écran d'administration de fusion de deux fiches en doublon,    *
      * client ou fournisseur : saisie du type de fiche, de la fiche   *
      * conservée et de la fiche absorbée, vérification (noms des deux *
      * fiches affichés) puis fusion par "majfuscli" ou "majfusfou",   *
      * qui rattachent tout l'historique de la fiche absorbée à la     *
      * fiche conservée, reprennent son solde, la suppriment           *
      * logiquement et journalisent chaque table touchée. La fusion    *
      * n'est proposée que sur le couple vérifié juste avant. Même     *
      * ossature que "ecrmaspie".                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; FUS=FUSION; TYP=TYPE; FIC=FICHE; CLI=CLIENT;        *
      * FOU=FOURNISSEUR; SRV=CONSERVE (SURVIVANT); ABS=ABSORBE;        *
      * CTL=CONTROLE (VERIFICATION); MOD=MODE; MVT=MOUVEMENT (LIGNES   *
      * DEPLACEES); NBR=NOMBRE; EDT=EDITION; APL=APPLIQUER; CHX=CHOIX; *
      * UTI=UTILISATEUR; MSG=MESSAGE; CRG=CROCHET GAUCHE; CRD=CROCHET  *
      * DROIT; BCL=BOUCLE; EVA=EVALUATION; IDF=IDENTIFIANT.            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrfus.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Type de fiche : C = client ("majfuscli"), F = fournisseur
      * ("majfusfou").
       01 WS-TYP-FIC              PIC X(01).
           88 WS-TYP-FIC-CLI                  VALUE "C" "c".
           88 WS-TYP-FIC-FOU                  VALUE "F" "f".

      * Fiche conservée et fiche absorbée, avec leurs noms rendus par
      * la vérification.
       01 WS-IDF-SRV              PIC 9(10).
       01 WS-IDF-ABS              PIC 9(10).
       01 WS-NOM-SRV              PIC X(50).
       01 WS-NOM-ABS              PIC X(50).

      * Dernière vérification réussie : la fusion n'est lancée que sur
      * le couple vérifié et affiché, pas sur une saisie modifiée
      * depuis.
       01 WS-CTL-TYP              PIC X(01).
       01 WS-CTL-SRV              PIC 9(10).
       01 WS-CTL-ABS              PIC 9(10).

      * Mode de l'appel : 0 = vérification, 1 = fusion.
       01 WS-MOD                  PIC 9(01).

       01 WS-NBR-MVT              PIC 9(07).
       01 WS-NBR-EDT              PIC Z(06)9.
       COPY majret REPLACING ==:PREFIX:== BY ==WS==.
       COPY majretmsg REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-CHX-UTI              PIC X(01).
       01 WS-MSG                  PIC X(70).

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".

       COPY utiglb.

       SCREEN SECTION.
       COPY ecrprn.

       01 S-ECR-FUS.
           05 LINE 03 COLUMN 03 VALUE "Fusion de fiches en doublon".
           05 LINE 05 COLUMN 03 VALUE "Type fiche   : ".
           05 LINE 05 COLUMN 18 PIC X(01) FROM WS-CRG.
           05 LINE 05 COLUMN 19 PIC X(01) USING WS-TYP-FIC.
           05 LINE 05 COLUMN 20 PIC X(01) FROM WS-CRD.
           05 LINE 05 COLUMN 22 VALUE "C = client, F = fournisseur".
           05 LINE 07 COLUMN 03 VALUE "ID conserve  : ".
           05 LINE 07 COLUMN 18 PIC X(01) FROM WS-CRG.
           05 LINE 07 COLUMN 19 PIC Z(10) USING WS-IDF-SRV.
           05 LINE 07 COLUMN 29 PIC X(01) FROM WS-CRD.
           05 LINE 07 COLUMN 31 PIC X(40) FROM WS-NOM-SRV.
           05 LINE 08 COLUMN 03 VALUE "ID absorbe   : ".
           05 LINE 08 COLUMN 18 PIC X(01) FROM WS-CRG.
           05 LINE 08 COLUMN 19 PIC Z(10) USING WS-IDF-ABS.
           05 LINE 08 COLUMN 29 PIC X(01) FROM WS-CRD.
           05 LINE 08 COLUMN 31 PIC X(40) FROM WS-NOM-ABS.
           05 LINE 10 COLUMN 03 VALUE
               "L'historique de la fiche absorbee est rattache a la fich
      -        "e conservee,".
           05 LINE 11 COLUMN 03 VALUE
               "son solde est repris et elle est supprimee. Verifier ava
      -        "nt de fusionner.".
           05 LINE 20 COLUMN 03 PIC X(70) FROM WS-MSG.
           05 LINE 22 COLUMN 15 VALUE
               "1 - Verifier, 2 - Fusionner, 0 - Retour".
           05 LINE 23 COLUMN 40 PIC X(01) FROM WS-CRG.
           05 LINE 23 COLUMN 41 PIC X(01) USING WS-CHX-UTI.
           05 LINE 23 COLUMN 42 PIC X(01) FROM WS-CRD.

       PROCEDURE DIVISION.

           MOVE SPACES TO WS-TYP-FIC.
           MOVE 0 TO WS-IDF-SRV.
           MOVE 0 TO WS-IDF-ABS.
           MOVE SPACES TO WS-NOM-SRV.
           MOVE SPACES TO WS-NOM-ABS.
           MOVE SPACES TO WS-CTL-TYP.
           MOVE 0 TO WS-CTL-SRV.
           MOVE 0 TO WS-CTL-ABS.
           MOVE SPACES TO WS-MSG.
           MOVE SPACES TO WS-CHX-UTI.

           PERFORM 0100-BCL-ECR-DEB
              THRU 0100-BCL-ECR-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************
       0100-BCL-ECR-DEB.

      * Affichage en boucle de l'écran tant que l'utilisateur ne rentre
      * pas 0 pour revenir au menu ; la saisie reste affichée d'un
      * tour à l'autre (vérification puis fusion).
           PERFORM UNTIL WS-CHX-UTI = '0'

               DISPLAY S-FND-ECR
               DISPLAY S-ECR-FUS

               MOVE SPACES TO WS-CHX-UTI
               ACCEPT S-ECR-FUS

               MOVE SPACES TO WS-MSG

               PERFORM 0300-EVA-CHX-UTI-DEB
                  THRU 0300-EVA-CHX-UTI-FIN

           END-PERFORM.
           EXIT.
       0100-BCL-ECR-FIN.

      *-----------------------------------------------------------------

       0300-EVA-CHX-UTI-DEB.

           EVALUATE WS-CHX-UTI

               WHEN '1'
                   MOVE 0 TO WS-MOD
                   PERFORM 0400-APL-FUS-DEB
                      THRU 0400-APL-FUS-FIN

               WHEN '2'
                   IF WS-TYP-FIC = WS-CTL-TYP
                           AND WS-IDF-SRV = WS-CTL-SRV
                           AND WS-IDF-ABS = WS-CTL-ABS
                           AND WS-CTL-SRV NOT = 0
                       MOVE 1 TO WS-MOD
                       PERFORM 0400-APL-FUS-DEB
                          THRU 0400-APL-FUS-FIN
                   ELSE
                       MOVE "Verifier d'abord les deux fiches (1)"
                           TO WS-MSG
                   END-IF

               WHEN '0'
                   CONTINUE

               WHEN OTHER
                   MOVE "Veuillez saisir une des options existantes"
                       TO WS-MSG

           END-EVALUATE.

       0300-EVA-CHX-UTI-FIN.

      *-----------------------------------------------------------------
      * Vérification (mode 0) ou fusion (mode 1) par le sous-programme
      * du type de fiche.
       0400-APL-FUS-DEB.

           MOVE SPACES TO WS-NOM-SRV.
           MOVE SPACES TO WS-NOM-ABS.
           MOVE 0 TO WS-NBR-MVT.
           MOVE SPACES TO WS-MAJ-RET.

           EVALUATE TRUE
               WHEN WS-TYP-FIC-CLI
                   CALL "majfuscli"
                       USING
                       WS-MOD
                       WS-IDF-SRV
                       WS-IDF-ABS
                       WS-NOM-SRV
                       WS-NOM-ABS
                       G-UTI-ID
                       WS-NBR-MVT
                       WS-MAJ-RET
                   END-CALL
               WHEN WS-TYP-FIC-FOU
                   CALL "majfusfou"
                       USING
                       WS-MOD
                       WS-IDF-SRV
                       WS-IDF-ABS
                       WS-NOM-SRV
                       WS-NOM-ABS
                       G-UTI-ID
                       WS-NBR-MVT
                       WS-MAJ-RET
                   END-CALL
               WHEN OTHER
                   MOVE "Type de fiche : C ou F" TO WS-MSG
                   EXIT PARAGRAPH
           END-EVALUATE.

      * Toute issue autre qu'une vérification réussie oblige à
      * vérifier de nouveau avant de fusionner.
           MOVE SPACES TO WS-CTL-TYP.
           MOVE 0 TO WS-CTL-SRV.
           MOVE 0 TO WS-CTL-ABS.

           EVALUATE TRUE
               WHEN WS-MAJ-RET-OK AND WS-MOD = 0
                   MOVE WS-TYP-FIC TO WS-CTL-TYP
                   MOVE WS-IDF-SRV TO WS-CTL-SRV
                   MOVE WS-IDF-ABS TO WS-CTL-ABS
                   MOVE "Fiches verifiees : 2 pour fusionner" TO WS-MSG
               WHEN WS-MAJ-RET-OK
                   MOVE WS-NBR-MVT TO WS-NBR-EDT
                   STRING "Fusion effectuee : " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                          " ligne(s) rattachee(s), voir le journal"
                          DELIMITED BY SIZE
                          INTO WS-MSG
                   END-STRING
               WHEN WS-MAJ-RET-FK-ERR
                   MOVE "Fiche inconnue ou deja supprimee" TO WS-MSG
               WHEN WS-MAJ-RET-ROL-ERR
                   MOVE WS-MSG-MAJ-ROL-ERR TO WS-MSG
               WHEN WS-MOD = 0
                   MOVE "Saisir deux identifiants differents" TO WS-MSG
               WHEN OTHER
                   MOVE WS-MSG-MAJ-ERR TO WS-MSG
           END-EVALUATE.

       0400-APL-FUS-FIN.
