      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Atelier des rejets d'import : liste des lignes rejetées encore *
      * à traiter par les imports ("impcatpie", "impcmdweb",           *
      * "impasnfou", "impaccfou", "imprelbnq", "impregfactor",         *
      * "impdspfou", "impcycfou", "imprepdpx", "impfelfou",            *
      * "impstafel", "impsuitrn", "impdecass"), lues dans la table     *
      * commune rejet_import via "fetrej". Un rejet choisi ("lirrej")  *
      * est présenté champ par champ selon le format de son import ;   *
      * une fois corrigé, il est rejoué seul par son import            *
      * (G-REJ-RPR) - une facture fournisseur électronique est refaite *
      * en entier avec ses autres lignes rejetées -, avec les mêmes    *
      * contrôles qu'au passage de nuit : intégré, il passe "rejoué"   *
      * ("majrej") ; encore refusé, il reste à traiter avec son        *
      * nouveau motif. Un rejet peut aussi être écarté avec un         *
      * commentaire. Même ossature que "ecrenv" ; le nombre de rejets  *
      * à traiter s'affiche sur le bandeau du menu administrateur      *
      * ("verrej").                                                    *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; REJ=REJET; COM=COMMENTAIRE; ACT=ACTION; LGN=LIGNE;  *
      * NBR=NOMBRE; CHX=CHOIX; MSG=MESSAGE; CRG=CROCHET GAUCHE;        *
      * CRD=CROCHET DROIT; BCL=BOUCLE; EVA=EVALUATION;                 *
      * IDF=IDENTIFIANT; SRC=SOURCE; DAT=DATE; MOT=MOTIF;              *
      * DCP=DECOUPAGE; CHP=CHAMP; ECA=ECART;                           *
      * LIB=LIBELLE; VAL=VALEUR; POS=POSITION; LNG=LONGUEUR;           *
      * COR=CORRECTION; RPR=REPRISE; IDX=INDEX; CHR=CHERCHER;          *
      * CHG=CHARGER; LEC=LECTURE.                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrrej.
       AUTHOR. Benoit.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-IDF-REJ              PIC 9(10).
       01 WS-COM-REJ              PIC X(60).
       01 WS-ACT-REJ              PIC 9(01).

      * Liste des rejets à traiter via "fetrej".
       01 WS-LIR-IDF              PIC 9(10).
       01 WS-LIR-SRC              PIC X(12).
       01 WS-LIR-DAT              PIC X(10).
       01 WS-LIR-MOT              PIC X(120).
       01 WS-LIR-IDF-EDT          PIC Z(09)9.
       01 WS-LIR-MOT-EDT          PIC X(41).
       01 WS-LGN-LST              PIC X(78).
       01 WS-NBR-LGN              PIC 9(02).
       01 WS-LGN-ECR              PIC 9(02).

      * Rejet en cours de correction ("lirrej") et ligne corrigée.
       COPY rejimp REPLACING ==:PREFIX:== BY ==WS==.
       01 WS-LGN-COR              PIC X(300).
       01 WS-IDF-REJ-EDT          PIC Z(09)9.

      * Découpage en champs de la ligne brute de chaque import :
      * libellé affiché (avec la largeur du champ), position et
      * longueur dans la ligne, dans l'ordre des FD des imports.
       01 WS-TAB-DCP-VAL.
      * impcatpie : catalogue fournisseur.
           05 FILLER PIC X(12) VALUE "impcatpie".
           05 FILLER PIC 9(02) VALUE 9.
           05 FILLER PIC X(26) VALUE "Fournisseur (10)    001010".
           05 FILLER PIC X(26) VALUE "Nom piece (50)      011050".
           05 FILLER PIC X(26) VALUE "Seuil (10)          061010".
           05 FILLER PIC X(26) VALUE "Attribut 1 (20)     071020".
           05 FILLER PIC X(26) VALUE "Valeur 1 (20)       091020".
           05 FILLER PIC X(26) VALUE "Attribut 2 (20)     111020".
           05 FILLER PIC X(26) VALUE "Valeur 2 (20)       131020".
           05 FILLER PIC X(26) VALUE "Attribut 3 (20)     151020".
           05 FILLER PIC X(26) VALUE "Valeur 3 (20)       171020".
           05 FILLER PIC X(78) VALUE SPACES.
      * impcmdweb : commandes de la boutique en ligne.
           05 FILLER PIC X(12) VALUE "impcmdweb".
           05 FILLER PIC 9(02) VALUE 12.
           05 FILLER PIC X(26) VALUE "Commande web (10)   001010".
           05 FILLER PIC X(26) VALUE "Client (10)         011010".
           05 FILLER PIC X(26) VALUE "Nom client (50)     021050".
           05 FILLER PIC X(26) VALUE "Email (50)          071050".
           05 FILLER PIC X(26) VALUE "Indicatif (3)       121003".
           05 FILLER PIC X(26) VALUE "Telephone (10)      124010".
           05 FILLER PIC X(26) VALUE "Code postal (5)     134005".
           05 FILLER PIC X(26) VALUE "Ville (50)          139050".
           05 FILLER PIC X(26) VALUE "Adresse (50)        189050".
           05 FILLER PIC X(26) VALUE "Piece / ref (10)    239010".
           05 FILLER PIC X(26) VALUE "Quantite (10)       249010".
           05 FILLER PIC X(26) VALUE "Retrait 0/1 (1)     259001".
      * impasnfou : avis d'expedition fournisseur.
           05 FILLER PIC X(12) VALUE "impasnfou".
           05 FILLER PIC 9(02) VALUE 4.
           05 FILLER PIC X(26) VALUE "Livraison (10)      001010".
           05 FILLER PIC X(26) VALUE "Piece (10)          011010".
           05 FILLER PIC X(26) VALUE "Qte annoncee (10)   021010".
           05 FILLER PIC X(26) VALUE "Date arrivee (10)   031010".
           05 FILLER PIC X(208) VALUE SPACES.
      * impaccfou : accuses de commande fournisseur.
           05 FILLER PIC X(12) VALUE "impaccfou".
           05 FILLER PIC 9(02) VALUE 5.
           05 FILLER PIC X(26) VALUE "Livraison (10)      001010".
           05 FILLER PIC X(26) VALUE "Piece (10)          011010".
           05 FILLER PIC X(26) VALUE "Qte confirmee (10)  021010".
           05 FILLER PIC X(26) VALUE "Prix cts (10)       031010".
           05 FILLER PIC X(26) VALUE "Date confirmee (10) 041010".
           05 FILLER PIC X(182) VALUE SPACES.
      * imprelbnq : releve bancaire.
           05 FILLER PIC X(12) VALUE "imprelbnq".
           05 FILLER PIC 9(02) VALUE 3.
           05 FILLER PIC X(26) VALUE "Date mouvement (10) 001010".
           05 FILLER PIC X(26) VALUE "Montant cts (12)    011012".
           05 FILLER PIC X(26) VALUE "Reference (30)      023030".
           05 FILLER PIC X(234) VALUE SPACES.
      * impregfactor : reglements du factor.
           05 FILLER PIC X(12) VALUE "impregfactor".
           05 FILLER PIC 9(02) VALUE 4.
           05 FILLER PIC X(26) VALUE "Client (10)         001010".
           05 FILLER PIC X(26) VALUE "Date (10)           011010".
           05 FILLER PIC X(26) VALUE "Montant cts (12)    021012".
           05 FILLER PIC X(26) VALUE "Commission cts (10) 033010".
           05 FILLER PIC X(208) VALUE SPACES.
      * impdspfou : disponibilites fournisseur.
           05 FILLER PIC X(12) VALUE "impdspfou".
           05 FILLER PIC 9(02) VALUE 3.
           05 FILLER PIC X(26) VALUE "Fournisseur (10)    001010".
           05 FILLER PIC X(26) VALUE "Piece (10)          011010".
           05 FILLER PIC X(26) VALUE "Qte dispo (10)      021010".
           05 FILLER PIC X(234) VALUE SPACES.
      * impcycfou : avis de cycle de vie fournisseur.
           05 FILLER PIC X(12) VALUE "impcycfou".
           05 FILLER PIC 9(02) VALUE 5.
           05 FILLER PIC X(26) VALUE "Fournisseur (10)    001010".
           05 FILLER PIC X(26) VALUE "Piece (10)          011010".
           05 FILLER PIC X(26) VALUE "Statut 1/2 (1)      021001".
           05 FILLER PIC X(26) VALUE "Date effet (10)     022010".
           05 FILLER PIC X(26) VALUE "Remplacante (10)    032010".
           05 FILLER PIC X(182) VALUE SPACES.
      * imprepdpx : reponses aux demandes de prix.
           05 FILLER PIC X(12) VALUE "imprepdpx".
           05 FILLER PIC 9(02) VALUE 8.
           05 FILLER PIC X(26) VALUE "Demande (10)        001010".
           05 FILLER PIC X(26) VALUE "Fournisseur (10)    011010".
           05 FILLER PIC X(26) VALUE "Piece (10)          021010".
           05 FILLER PIC X(26) VALUE "Prix cts (10)       031010".
           05 FILLER PIC X(26) VALUE "Devise (3)          041003".
           05 FILLER PIC X(26) VALUE "Delai jours (5)     044005".
           05 FILLER PIC X(26) VALUE "Validite (10)       049010".
           05 FILLER PIC X(26) VALUE "Frais cts (10)      059010".
           05 FILLER PIC X(104) VALUE SPACES.
      * impfelfou : facture fournisseur electronique, entete puis ligne.
           05 FILLER PIC X(12) VALUE "impfelfou".
           05 FILLER PIC 9(02) VALUE 12.
           05 FILLER PIC X(26) VALUE "No facture (20)     002020".
           05 FILLER PIC X(26) VALUE "Date facture (10)   022010".
           05 FILLER PIC X(26) VALUE "Commande (10)       032010".
           05 FILLER PIC X(26) VALUE "Devise (3)          091003".
           05 FILLER PIC X(26) VALUE "HT cts (12)         094012".
           05 FILLER PIC X(26) VALUE "TVA cts (12)        106012".
           05 FILLER PIC X(26) VALUE "No ligne (4)        131004".
           05 FILLER PIC X(26) VALUE "Piece ach. (10)     135010".
           05 FILLER PIC X(26) VALUE "EAN (13)            145013".
           05 FILLER PIC X(26) VALUE "Libelle (50)        158050".
           05 FILLER PIC X(26) VALUE "Qte milliemes (13)  208013".
           05 FILLER PIC X(26) VALUE "Prix cts (10)       221010".
      * impstafel : statuts des factures electroniques.
           05 FILLER PIC X(12) VALUE "impstafel".
           05 FILLER PIC 9(02) VALUE 7.
           05 FILLER PIC X(26) VALUE "Type FAC/AVR (3)    001003".
           05 FILLER PIC X(26) VALUE "Numero (10)         004010".
           05 FILLER PIC X(26) VALUE "Code statut (3)     014003".
           05 FILLER PIC X(26) VALUE "Date statut (10)    017010".
           05 FILLER PIC X(26) VALUE "Motif 1/2 (40)      027040".
           05 FILLER PIC X(26) VALUE "Motif 2/2 (40)      067040".
           05 FILLER PIC X(26) VALUE "SIRET societe (14)  107014".
           05 FILLER PIC X(130) VALUE SPACES.
      * impsuitrn : numeros de suivi transporteur.
           05 FILLER PIC X(12) VALUE "impsuitrn".
           05 FILLER PIC 9(02) VALUE 2.
           05 FILLER PIC X(26) VALUE "SSCC (18)           001018".
           05 FILLER PIC X(26) VALUE "Suivi (30)          019030".
           05 FILLER PIC X(260) VALUE SPACES.
      * impdecass : decisions de l'assureur-credit.
           05 FILLER PIC X(12) VALUE "impdecass".
           05 FILLER PIC 9(02) VALUE 4.
           05 FILLER PIC X(26) VALUE "Client (10)         001010".
           05 FILLER PIC X(26) VALUE "Ref decision (20)   011020".
           05 FILLER PIC X(26) VALUE "Date (10)           031010".
           05 FILLER PIC X(26) VALUE "Montant cts (12)    041012".
           05 FILLER PIC X(208) VALUE SPACES.

       01 WS-TAB-DCP REDEFINES WS-TAB-DCP-VAL.
           05 WS-DCP                OCCURS 13 TIMES.
               10 WS-DCP-SRC        PIC X(12).
               10 WS-DCP-NBR        PIC 9(02).
               10 WS-DCP-CHP        OCCURS 12 TIMES.
                   15 WS-DCP-LIB    PIC X(20).
                   15 WS-DCP-POS    PIC 9(03).
                   15 WS-DCP-LNG    PIC 9(03).

       77 WS-NBR-DCP              PIC 9(02) VALUE 13.
       77 WS-IDX-DCP              PIC 9(02).
       77 WS-IDX-CHP              PIC 9(02).
       77 WS-POS                  PIC 9(03).
       77 WS-LNG                  PIC 9(03).

      * Champs présentés à la correction.
       01 WS-TAB-CHP.
           05 WS-CHP                OCCURS 12 TIMES.
               10 WS-CHP-LIB        PIC X(20).
               10 WS-CHP-VAL        PIC X(50).

       01 WS-CHX-UTI              PIC X(01).
       01 WS-CHX-COR              PIC X(01).
           88 WS-CHX-COR-RPR                 VALUE "R" "r".
       01 WS-MSG                  PIC X(60).

       COPY lirret REPLACING ==:PREFIX:== BY ==WS-FET==.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-LEC==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-REJ==.

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".

       COPY utiglb.

       SCREEN SECTION.
       COPY ecrprn.

       01 S-ECR-REJ.
           05 LINE 02 COLUMN 03 VALUE "Atelier des rejets d'import".
           05 LINE 03 COLUMN 03 VALUE
               "C=corriger et rejouer E=ecarter L=a traiter".
           05 LINE 05 COLUMN 03 VALUE "ID rejet (C/E)   : ".
           05 LINE 05 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 05 COLUMN 24 PIC Z(10) TO   WS-IDF-REJ.
           05 LINE 05 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 06 COLUMN 03 VALUE "Commentaire (E)  : ".
           05 LINE 07 COLUMN 03 PIC X(01) FROM WS-CRG.
           05 LINE 07 COLUMN 04 PIC X(60) TO   WS-COM-REJ.
           05 LINE 07 COLUMN 64 PIC X(01) FROM WS-CRD.
           05 LINE 09 COLUMN 03 PIC X(60) FROM WS-MSG.
           05 LINE 22 COLUMN 20 VALUE "C/E/L - Action, 0 - Retour".
           05 LINE 23 COLUMN 40 PIC X(01) FROM WS-CRG.
           05 LINE 23 COLUMN 41 PIC X(01) TO   WS-CHX-UTI.
           05 LINE 23 COLUMN 42 PIC X(01) FROM WS-CRD.

      * Correction champ par champ : seuls les champs du format de
      * l'import portent un libellé, les lignes au-delà restent vides.
       01 S-ECR-COR.
           05 LINE 02 COLUMN 03 VALUE "Correction du rejet ".
           05 LINE 02 COLUMN 23 PIC X(10) FROM WS-IDF-REJ-EDT.
           05 LINE 02 COLUMN 35 VALUE "- import ".
           05 LINE 02 COLUMN 44 PIC X(12) FROM WS-REJ-SRC.
           05 LINE 03 COLUMN 03 VALUE "Motif : ".
           05 LINE 03 COLUMN 11 PIC X(68) FROM WS-REJ-MOT.
           05 LINE 06 COLUMN 03 PIC X(20) FROM WS-CHP-LIB(1).
           05 LINE 06 COLUMN 24 PIC X(50) USING WS-CHP-VAL(1).
           05 LINE 07 COLUMN 03 PIC X(20) FROM WS-CHP-LIB(2).
           05 LINE 07 COLUMN 24 PIC X(50) USING WS-CHP-VAL(2).
           05 LINE 08 COLUMN 03 PIC X(20) FROM WS-CHP-LIB(3).
           05 LINE 08 COLUMN 24 PIC X(50) USING WS-CHP-VAL(3).
           05 LINE 09 COLUMN 03 PIC X(20) FROM WS-CHP-LIB(4).
           05 LINE 09 COLUMN 24 PIC X(50) USING WS-CHP-VAL(4).
           05 LINE 10 COLUMN 03 PIC X(20) FROM WS-CHP-LIB(5).
           05 LINE 10 COLUMN 24 PIC X(50) USING WS-CHP-VAL(5).
           05 LINE 11 COLUMN 03 PIC X(20) FROM WS-CHP-LIB(6).
           05 LINE 11 COLUMN 24 PIC X(50) USING WS-CHP-VAL(6).
           05 LINE 12 COLUMN 03 PIC X(20) FROM WS-CHP-LIB(7).
           05 LINE 12 COLUMN 24 PIC X(50) USING WS-CHP-VAL(7).
           05 LINE 13 COLUMN 03 PIC X(20) FROM WS-CHP-LIB(8).
           05 LINE 13 COLUMN 24 PIC X(50) USING WS-CHP-VAL(8).
           05 LINE 14 COLUMN 03 PIC X(20) FROM WS-CHP-LIB(9).
           05 LINE 14 COLUMN 24 PIC X(50) USING WS-CHP-VAL(9).
           05 LINE 15 COLUMN 03 PIC X(20) FROM WS-CHP-LIB(10).
           05 LINE 15 COLUMN 24 PIC X(50) USING WS-CHP-VAL(10).
           05 LINE 16 COLUMN 03 PIC X(20) FROM WS-CHP-LIB(11).
           05 LINE 16 COLUMN 24 PIC X(50) USING WS-CHP-VAL(11).
           05 LINE 17 COLUMN 03 PIC X(20) FROM WS-CHP-LIB(12).
           05 LINE 17 COLUMN 24 PIC X(50) USING WS-CHP-VAL(12).
           05 LINE 22 COLUMN 20 VALUE
               "R - Rejouer la ligne corrigee, autre - Abandon".
           05 LINE 23 COLUMN 40 PIC X(01) FROM WS-CRG.
           05 LINE 23 COLUMN 41 PIC X(01) TO   WS-CHX-COR.
           05 LINE 23 COLUMN 42 PIC X(01) FROM WS-CRD.

       PROCEDURE DIVISION.

           PERFORM 0100-BCL-ECR-DEB
              THRU 0100-BCL-ECR-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************
       0100-BCL-ECR-DEB.

      * Affichage en boucle de l'écran tant que l'utilisateur ne rentre
      * pas 0 pour revenir au menu.
           PERFORM UNTIL WS-CHX-UTI = '0'

               DISPLAY S-FND-ECR
               ACCEPT S-ECR-REJ

               MOVE SPACES TO WS-MSG

               PERFORM 0300-EVA-CHX-UTI-DEB
                  THRU 0300-EVA-CHX-UTI-FIN

           END-PERFORM.
           EXIT.
       0100-BCL-ECR-FIN.

      *-----------------------------------------------------------------

       0300-EVA-CHX-UTI-DEB.

           EVALUATE TRUE

               WHEN WS-CHX-UTI = 'C' OR WS-CHX-UTI = 'c'
                   PERFORM 0400-COR-REJ-DEB
                      THRU 0400-COR-REJ-FIN

               WHEN WS-CHX-UTI = 'E' OR WS-CHX-UTI = 'e'
                   PERFORM 0600-ECA-REJ-DEB
                      THRU 0600-ECA-REJ-FIN

               WHEN WS-CHX-UTI = 'L' OR WS-CHX-UTI = 'l'
                   PERFORM 0700-LST-REJ-DEB
                      THRU 0700-LST-REJ-FIN

               WHEN WS-CHX-UTI = '0'
                   CONTINUE

               WHEN OTHER
                   MOVE "Veuillez saisir une des options existantes"
                       TO WS-MSG

           END-EVALUATE.

       0300-EVA-CHX-UTI-FIN.

      *-----------------------------------------------------------------
      * Correction d'un rejet : relu par "lirrej", découpé selon le
      * format de son import, présenté à la saisie puis rejoué si
      * l'utilisateur le demande.
       0400-COR-REJ-DEB.

           IF WS-IDF-REJ = 0
               MOVE "Renseigner l'ID du rejet" TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           CALL "lirrej"
               USING
               WS-IDF-REJ
               WS-REJ
               WS-LEC-LIR-RET
           END-CALL.

           IF NOT WS-LEC-LIR-RET-OK
               MOVE "Rejet inconnu, ou deja rejoue ou ecarte"
                   TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0410-CHR-DCP-DEB
              THRU 0410-CHR-DCP-FIN.

           IF WS-IDX-DCP > WS-NBR-DCP
               MOVE "Import inconnu de l'atelier" TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0420-CHG-CHP-DEB
              THRU 0420-CHG-CHP-FIN.

           MOVE WS-IDF-REJ TO WS-IDF-REJ-EDT.
           MOVE SPACE TO WS-CHX-COR.

           DISPLAY S-FND-ECR.
           ACCEPT S-ECR-COR.

           IF WS-CHX-COR-RPR
               PERFORM 0500-RPR-REJ-DEB
                  THRU 0500-RPR-REJ-FIN
           ELSE
               MOVE "Correction abandonnee" TO WS-MSG
           END-IF.

       0400-COR-REJ-FIN.

      *-----------------------------------------------------------------
      * Format de l'import source du rejet dans la table de découpage
      * (WS-IDX-DCP au-delà de la table si l'import est inconnu).
       0410-CHR-DCP-DEB.

           PERFORM VARYING WS-IDX-DCP FROM 1 BY 1
                   UNTIL WS-IDX-DCP > WS-NBR-DCP
                      OR WS-DCP-SRC(WS-IDX-DCP) = WS-REJ-SRC
               CONTINUE
           END-PERFORM.

       0410-CHR-DCP-FIN.

      *-----------------------------------------------------------------
      * Découpe la ligne brute en champs à présenter.
       0420-CHG-CHP-DEB.

           INITIALIZE WS-TAB-CHP.

           PERFORM VARYING WS-IDX-CHP FROM 1 BY 1
                   UNTIL WS-IDX-CHP > WS-DCP-NBR(WS-IDX-DCP)
               MOVE WS-DCP-POS(WS-IDX-DCP, WS-IDX-CHP) TO WS-POS
               MOVE WS-DCP-LNG(WS-IDX-DCP, WS-IDX-CHP) TO WS-LNG
               MOVE WS-DCP-LIB(WS-IDX-DCP, WS-IDX-CHP)
                 TO WS-CHP-LIB(WS-IDX-CHP)
               MOVE WS-REJ-LGN(WS-POS:WS-LNG)
                 TO WS-CHP-VAL(WS-IDX-CHP)
           END-PERFORM.

       0420-CHG-CHP-FIN.

      *-----------------------------------------------------------------
      * Recompose la ligne corrigée et la fait rejouer par son import,
      * seule et avec les mêmes contrôles qu'au passage de nuit.
      * Intégrée, le rejet passe "rejoué" ; encore refusée, l'import a
      * déjà reporté le nouveau motif sur le rejet ("ajurej").
       0500-RPR-REJ-DEB.

           MOVE WS-REJ-LGN TO WS-LGN-COR.

           PERFORM VARYING WS-IDX-CHP FROM 1 BY 1
                   UNTIL WS-IDX-CHP > WS-DCP-NBR(WS-IDX-DCP)
               MOVE WS-DCP-POS(WS-IDX-DCP, WS-IDX-CHP) TO WS-POS
               MOVE WS-DCP-LNG(WS-IDX-DCP, WS-IDX-CHP) TO WS-LNG
               MOVE WS-CHP-VAL(WS-IDX-CHP)(1:WS-LNG)
                 TO WS-LGN-COR(WS-POS:WS-LNG)
           END-PERFORM.

           MOVE 1          TO G-REJ-RPR.
           MOVE WS-IDF-REJ TO G-REJ-IDF.
           MOVE WS-LGN-COR TO G-REJ-LGN.
           SET G-REJ-RET-OK TO TRUE.

           CALL WS-REJ-SRC
               ON EXCEPTION
                   SET G-REJ-RET-REJ TO TRUE
           END-CALL.

           MOVE 0 TO G-REJ-RPR.
           MOVE 0 TO G-REJ-IDF.

           IF G-REJ-RET-REJ
               CALL "lirrej"
                   USING
                   WS-IDF-REJ
                   WS-REJ
                   WS-LEC-LIR-RET
               END-CALL

               STRING "Encore rejetee : " DELIMITED BY SIZE
                      WS-REJ-MOT DELIMITED BY SIZE
                      INTO WS-MSG
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-ACT-REJ.

           CALL "majrej"
               USING
               WS-IDF-REJ
               WS-ACT-REJ
               WS-LGN-COR
               WS-COM-REJ
               G-UTI-ID
               WS-REJ-MAJ-RET
           END-CALL.

           IF WS-REJ-MAJ-RET-OK
               MOVE "Ligne rejouee et integree" TO WS-MSG
           ELSE
               MOVE "Ligne integree, rejet non solde (droits ?)"
                   TO WS-MSG
           END-IF.

       0500-RPR-REJ-FIN.

      *-----------------------------------------------------------------
      * Mise à l'écart d'un rejet, commentaire obligatoire.
       0600-ECA-REJ-DEB.

           IF WS-IDF-REJ = 0
               MOVE "Renseigner l'ID du rejet" TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           MOVE 2 TO WS-ACT-REJ.
           MOVE SPACES TO WS-LGN-COR.

           CALL "majrej"
               USING
               WS-IDF-REJ
               WS-ACT-REJ
               WS-LGN-COR
               WS-COM-REJ
               G-UTI-ID
               WS-REJ-MAJ-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-REJ-MAJ-RET-OK
                   MOVE "Rejet ecarte" TO WS-MSG
               WHEN WS-REJ-MAJ-RET-FK-ERR
                   MOVE "Rejet inconnu, ou deja rejoue ou ecarte"
                       TO WS-MSG
               WHEN WS-REJ-MAJ-RET-ROL-ERR
                   MOVE "Droits insuffisants" TO WS-MSG
               WHEN OTHER
                   MOVE "Le commentaire est obligatoire" TO WS-MSG
           END-EVALUATE.

       0600-ECA-REJ-FIN.

      *-----------------------------------------------------------------
      * Liste des rejets à traiter (15 au plus).
       0700-LST-REJ-DEB.

           DISPLAY S-FND-ECR.

           DISPLAY "Rejets d'import a traiter"
               AT LINE 04 COL 03.

           DISPLAY "Rejet      Import       Date       Motif"
               AT LINE 06 COL 03.

           MOVE 0 TO WS-NBR-LGN.
           MOVE SPACES TO WS-FET-LIR-RET.

           PERFORM UNTIL WS-FET-LIR-RET-OK OR WS-FET-LIR-RET-ERR
                            OR WS-NBR-LGN = 15
               CALL "fetrej"
                   USING
                   WS-LIR-IDF
                   WS-LIR-SRC
                   WS-LIR-DAT
                   WS-LIR-MOT
                   WS-FET-LIR-RET
               END-CALL

               IF NOT WS-FET-LIR-RET-OK
                       AND NOT WS-FET-LIR-RET-ERR
                   ADD 1 TO WS-NBR-LGN
                   COMPUTE WS-LGN-ECR = 6 + WS-NBR-LGN

                   MOVE WS-LIR-IDF TO WS-LIR-IDF-EDT
                   MOVE WS-LIR-MOT TO WS-LIR-MOT-EDT

                   STRING WS-LIR-IDF-EDT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-LIR-SRC DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-LIR-DAT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-LIR-MOT-EDT DELIMITED BY SIZE
                          INTO WS-LGN-LST
                   END-STRING
                   DISPLAY WS-LGN-LST
                       AT LINE WS-LGN-ECR COL 03
               END-IF
           END-PERFORM.

      * Épuise le curseur de "fetrej" au-delà des 15 lignes
      * affichées, comme "ecrenv" avec "fetenv".
           PERFORM UNTIL WS-FET-LIR-RET-OK OR WS-FET-LIR-RET-ERR
               CALL "fetrej"
                   USING
                   WS-LIR-IDF
                   WS-LIR-SRC
                   WS-LIR-DAT
                   WS-LIR-MOT
                   WS-FET-LIR-RET
               END-CALL
           END-PERFORM.

           IF WS-NBR-LGN = 0
               DISPLAY "Aucun rejet a traiter" AT LINE 08 COL 03
           END-IF.

           DISPLAY "Appuyez sur Entree pour revenir"
               AT LINE 23 COL 03.

           ACCEPT WS-CHX-UTI
               AT LINE 23 COL 36.

           MOVE SPACE TO WS-CHX-UTI.

       0700-LST-REJ-FIN.
