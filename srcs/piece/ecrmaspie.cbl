      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Écran de mise à jour en masse des données de base des pièces : *
      * sélection des pièces par catégorie, fournisseur principal,     *
      * dépôt de rattachement, début d'emplacement et/ou fragment du   *
      * nom, aperçu de la sélection avec les valeurs actuelles         *
      * ("lirselpie"), puis application d'un seul changement à toutes  *
      * les pièces sélectionnées - catégorie, fournisseur, dépôt,      *
      * emplacement, taux de TVA ou seuil - via "majmaspie", qui       *
      * contrôle le role, la version, historise et journalise pièce    *
      * par pièce, et produit l'édition "maj_masse_pie.txt". Même      *
      * ossature que "ecrrevpri".                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; MAS=MASSE; PIE=PIECE; SEL=SELECTION; CAT=CATEGORIE; *
      * FOU=FOURNISSEUR; ENT=ENTREPOT (DEPOT); EMP=EMPLACEMENT;        *
      * TVA=TAXE SUR LA VALEUR AJOUTEE; SUL=SEUIL; CHP=CHAMP;          *
      * VAL=VALEUR; NUM=NUMERIQUE; APE=APERCU; APL=APPLIQUER; MAJ=MISE *
      * A JOUR; REJ=REJET; TOT=TOTAL; LIN=LIGNE; MAX=MAXIMUM;          *
      * IDX=INDEX; NBE=NOMBRE D'ENTREES; NBR=NOMBRE; CHX=CHOIX;        *
      * UTI=UTILISATEUR; MSG=MESSAGE; CRG=CROCHET GAUCHE; CRD=CROCHET  *
      * DROIT; BCL=BOUCLE; EVA=EVALUATION; AFF=AFFICHAGE;              *
      * IDF=IDENTIFIANT.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrmaspie.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Filtre de sélection (voir "selpie").
       COPY selpie REPLACING ==:PREFIX:== BY ==WS==.

      * Changement à appliquer : champ (1 à 6) et nouvelle valeur.
       01 WS-CHP-MAS              PIC 9(01).
       01 WS-VAL-NUM              PIC 9(10).
       01 WS-VAL-TVA              PIC 9(02)V99.
       01 WS-VAL-EMP              PIC X(10).

      * Aperçu de la sélection ("lirselpie").
       01 WS-TAB-SEL.
           05 WS-SEL              OCCURS 6 TIMES.
               10 WS-SEL-IDF      PIC 9(10).
               10 WS-SEL-NOM-PIE  PIC X(30).
               10 WS-SEL-IDF-CAT  PIC 9(10).
               10 WS-SEL-IDF-FOU  PIC 9(10).
               10 WS-SEL-IDF-ENT  PIC 9(10).
               10 WS-SEL-EMP-PIE  PIC X(10).
               10 WS-SEL-TVA-PIE  PIC 9(02)V99.
               10 WS-SEL-SUL-PIE  PIC 9(10).
       77 WS-NBE                  PIC 9(02).
       77 WS-MAX-LIN              PIC 9(02) VALUE 6.
       77 WS-IDX                  PIC 9(02).
       77 WS-LIN-IDX              PIC 9(02).
       01 WS-NBR-TOT              PIC 9(05).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS==.

      * Ligne d'aperçu.
       01 WS-SEL-LIN.
           05 WS-LIN-IDF          PIC Z(09)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LIN-NOM          PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LIN-CAT          PIC Z(05)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LIN-FOU          PIC Z(05)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LIN-ENT          PIC Z(03)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LIN-EMP          PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LIN-TVA          PIC Z9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LIN-SUL          PIC Z(05)9.

      * Résultat de l'application ("majmaspie").
       01 WS-NBR-MAJ              PIC 9(05).
       01 WS-NBR-REJ              PIC 9(05).
       01 WS-NBR-EDT              PIC Z(04)9.
       01 WS-NBR-EDT2             PIC Z(04)9.
       COPY majret REPLACING ==:PREFIX:== BY ==WS==.
       COPY majretmsg REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-CHX-UTI              PIC X(01).
       01 WS-MSG                  PIC X(70).

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".

       COPY utiglb.

       SCREEN SECTION.
       COPY ecrprn.

       01 S-ECR-MAS.
           05 LINE 03 COLUMN 03 VALUE "Mise a jour en masse des pieces".
           05 LINE 05 COLUMN 03 VALUE "Selection".
           05 LINE 05 COLUMN 42 VALUE "Modification".
           05 LINE 06 COLUMN 03 VALUE "ID categorie : ".
           05 LINE 06 COLUMN 18 PIC X(01) FROM WS-CRG.
           05 LINE 06 COLUMN 19 PIC Z(10) USING WS-SEL-CAT.
           05 LINE 06 COLUMN 29 PIC X(01) FROM WS-CRD.
           05 LINE 07 COLUMN 03 VALUE "ID fourn.    : ".
           05 LINE 07 COLUMN 18 PIC X(01) FROM WS-CRG.
           05 LINE 07 COLUMN 19 PIC Z(10) USING WS-SEL-FOU.
           05 LINE 07 COLUMN 29 PIC X(01) FROM WS-CRD.
           05 LINE 08 COLUMN 03 VALUE "ID depot     : ".
           05 LINE 08 COLUMN 18 PIC X(01) FROM WS-CRG.
           05 LINE 08 COLUMN 19 PIC Z(10) USING WS-SEL-ENT.
           05 LINE 08 COLUMN 29 PIC X(01) FROM WS-CRD.
           05 LINE 09 COLUMN 03 VALUE "Emplacement  : ".
           05 LINE 09 COLUMN 18 PIC X(01) FROM WS-CRG.
           05 LINE 09 COLUMN 19 PIC X(10) USING WS-SEL-EMP.
           05 LINE 09 COLUMN 29 PIC X(01) FROM WS-CRD.
           05 LINE 10 COLUMN 03 VALUE "Nom contient : ".
           05 LINE 10 COLUMN 18 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 19 PIC X(30) USING WS-SEL-NOM.
           05 LINE 10 COLUMN 49 PIC X(01) FROM WS-CRD.
           05 LINE 06 COLUMN 42 VALUE "Champ       : ".
           05 LINE 06 COLUMN 56 PIC X(01) FROM WS-CRG.
           05 LINE 06 COLUMN 57 PIC 9(01) USING WS-CHP-MAS.
           05 LINE 06 COLUMN 58 PIC X(01) FROM WS-CRD.
           05 LINE 07 COLUMN 42 VALUE "Valeur      : ".
           05 LINE 07 COLUMN 56 PIC X(01) FROM WS-CRG.
           05 LINE 07 COLUMN 57 PIC Z(10) USING WS-VAL-NUM.
           05 LINE 07 COLUMN 67 PIC X(01) FROM WS-CRD.
           05 LINE 08 COLUMN 42 VALUE "Taux TVA (5): ".
           05 LINE 08 COLUMN 56 PIC X(01) FROM WS-CRG.
           05 LINE 08 COLUMN 57 PIC Z9.99 USING WS-VAL-TVA.
           05 LINE 08 COLUMN 62 PIC X(01) FROM WS-CRD.
           05 LINE 09 COLUMN 42 VALUE "Emplac. (4) : ".
           05 LINE 09 COLUMN 56 PIC X(01) FROM WS-CRG.
           05 LINE 09 COLUMN 57 PIC X(10) USING WS-VAL-EMP.
           05 LINE 09 COLUMN 67 PIC X(01) FROM WS-CRD.
           05 LINE 11 COLUMN 03 VALUE
               "Champ : 1=categorie 2=fournisseur 3=depot 4=emplacement 
      -        "5=TVA 6=seuil".
           05 LINE 13 COLUMN 03 VALUE
               "ID piece   Nom                    Cat. Fourn. Dep. Empl.
      -        "        TVA  Seuil".
           05 LINE 20 COLUMN 03 PIC X(70) FROM WS-MSG.
           05 LINE 22 COLUMN 15 VALUE
               "1 - Apercu, 2 - Appliquer (edition), 0 - Retour".
           05 LINE 23 COLUMN 40 PIC X(01) FROM WS-CRG.
           05 LINE 23 COLUMN 41 PIC X(01) USING WS-CHX-UTI.
           05 LINE 23 COLUMN 42 PIC X(01) FROM WS-CRD.

       PROCEDURE DIVISION.

           INITIALIZE WS-SEL-PIE.
           MOVE 0 TO WS-CHP-MAS.
           MOVE 0 TO WS-VAL-NUM.
           MOVE 0 TO WS-VAL-TVA.
           MOVE SPACES TO WS-VAL-EMP.
           MOVE 0 TO WS-NBE.
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
      * pas 0 pour revenir au menu ; la sélection et le changement
      * restent saisis d'un tour à l'autre (aperçu puis application).
           PERFORM UNTIL WS-CHX-UTI = '0'

               DISPLAY S-FND-ECR
               DISPLAY S-ECR-MAS

               PERFORM 0600-AFF-SEL-DEB
                  THRU 0600-AFF-SEL-FIN

               MOVE SPACES TO WS-CHX-UTI
               ACCEPT S-ECR-MAS

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
                   PERFORM 0400-APE-SEL-DEB
                      THRU 0400-APE-SEL-FIN

               WHEN '2'
                   PERFORM 0500-APL-MAS-DEB
                      THRU 0500-APL-MAS-FIN

               WHEN '0'
                   CONTINUE

               WHEN OTHER
                   MOVE "Veuillez saisir une des options existantes"
                       TO WS-MSG

           END-EVALUATE.

       0300-EVA-CHX-UTI-FIN.

      *-----------------------------------------------------------------
      * Aperçu : nombre de pièces sélectionnées et les premières avec
      * leurs valeurs actuelles.
       0400-APE-SEL-DEB.

           MOVE WS-MAX-LIN TO WS-NBE.

           CALL "lirselpie"
               USING
               WS-SEL-PIE
               WS-TAB-SEL
               WS-NBE
               WS-NBR-TOT
               WS-LIR-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-LIR-RET-OK
                   MOVE WS-NBR-TOT TO WS-NBR-EDT
                   STRING FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                          " piece(s) selectionnee(s)" DELIMITED BY SIZE
                          INTO WS-MSG
                   END-STRING
               WHEN WS-LIR-RET-VID
                   MOVE 0 TO WS-NBE
                   MOVE "Aucune piece ne repond a la selection"
                       TO WS-MSG
               WHEN OTHER
                   MOVE 0 TO WS-NBE
                   MOVE "Une erreur est survenue lors de la requete"
                       TO WS-MSG
           END-EVALUATE.

       0400-APE-SEL-FIN.

      *-----------------------------------------------------------------
      * Application du changement à toute la sélection ; le détail
      * part dans l'édition maj_masse_pie.txt.
       0500-APL-MAS-DEB.

           CALL "majmaspie"
               USING
               WS-SEL-PIE
               WS-CHP-MAS
               WS-VAL-NUM
               WS-VAL-TVA
               WS-VAL-EMP
               G-UTI-ID
               WS-NBR-MAJ
               WS-NBR-REJ
               WS-MAJ-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-MAJ-RET-OK
                   MOVE WS-NBR-MAJ TO WS-NBR-EDT
                   MOVE WS-NBR-REJ TO WS-NBR-EDT2
                   STRING FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                          " modifiee(s), " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-NBR-EDT2) DELIMITED BY SIZE
                          " en l'etat : maj_masse_pie.txt"
                          DELIMITED BY SIZE
                          INTO WS-MSG
                   END-STRING
      * L'aperçu affiché n'est plus à jour.
                   MOVE 0 TO WS-NBE
               WHEN WS-MAJ-RET-FK-ERR
                   MOVE "Categorie ou fournisseur inconnu" TO WS-MSG
               WHEN WS-MAJ-RET-ROL-ERR
                   MOVE WS-MSG-MAJ-ROL-ERR TO WS-MSG
               WHEN OTHER
                   MOVE
                   "Poser un critere, un champ (1-6) et une valeur"
                       TO WS-MSG
           END-EVALUATE.

       0500-APL-MAS-FIN.

      *-----------------------------------------------------------------
      * Lignes de l'aperçu, sous l'en-tête.
       0600-AFF-SEL-DEB.

           MOVE 14 TO WS-LIN-IDX.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-NBE
               MOVE WS-SEL-IDF(WS-IDX) TO WS-LIN-IDF
               MOVE WS-SEL-NOM-PIE(WS-IDX) TO WS-LIN-NOM
               MOVE WS-SEL-IDF-CAT(WS-IDX) TO WS-LIN-CAT
               MOVE WS-SEL-IDF-FOU(WS-IDX) TO WS-LIN-FOU
               MOVE WS-SEL-IDF-ENT(WS-IDX) TO WS-LIN-ENT
               MOVE WS-SEL-EMP-PIE(WS-IDX) TO WS-LIN-EMP
               MOVE WS-SEL-TVA-PIE(WS-IDX) TO WS-LIN-TVA
               MOVE WS-SEL-SUL-PIE(WS-IDX) TO WS-LIN-SUL

               DISPLAY WS-SEL-LIN AT LINE WS-LIN-IDX COLUMN 3
               ADD 1 TO WS-LIN-IDX
           END-PERFORM.

       0600-AFF-SEL-FIN.
