      *                             ENTÊTE                             *
      * Cet écran permet de choisir l’action à effectuer vis-à-vis des *
      * fournisseurs.                                                  *
      * Il n'affiche que les options dont la fonction (catalogue       *
      * "fctapp") est accordée au rôle connecté dans la matrice des    *
      * droits ("verfct"), et pose la fonction choisie dans G-FCT-ACT  *
      * le temps de l'écran appelé, pour le contrôle de "verrol".      *
      * L'argument principal (Role) n'est plus qu'affiché.             *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ACC=Accept                                                     *
      * FOU=Fournisseur                                                *
      * GS =Gestion                                                    *
      * UTL=Utilisateur                                                *
      * OPT=Option; FCT=Fonction; AUT=Autorisee; LIG=Ligne;            *
      * COL=Colonne; LIB=Libelle; NIV=Niveau; CNS=Consultation;        *
      * IDX=Index; APL=Appel; NUM=Numero                               *
      *                                                                *
      ******************************************************************
       
       WORKING-STORAGE SECTION.
       77 WS-CHO                PIC X(02).
       77 WS-ERR                PIC X(01).
       77 WS-NUM-CHO            PIC 9(02).

      * Options du menu, par numéro : position, fonction du catalogue
      * "fctapp" et libellé. Une option n'est affichée que si le rôle
      * a au moins le droit de consultation sur sa fonction.
      * Le libellé est affiché sans ses blancs de fin, pour ne pas
      * effacer l'option voisine de la même ligne.
       01 WS-TAB-OPT-VAL.
           05 FILLER             PIC X(42) VALUE
               "1330FOUAJU1 - Ajouter un fournisseur".
           05 FILLER             PIC X(42) VALUE
               "1430FOUCHR2 - Afficher un fournisseur".
           05 FILLER             PIC X(42) VALUE
               "1530FOUMAJ3 - Modifier un fournisseur".
           05 FILLER             PIC X(42) VALUE
               "1630FOUSUP4 - Supprimer un fournisseur".
           05 FILLER             PIC X(42) VALUE
               "1730FOUNOT5 - Notes de contact/suivi".
           05 FILLER             PIC X(42) VALUE
               "1830FOUCAT6 - Catalogue piece-fournisseur".
           05 FILLER             PIC X(42) VALUE
               "1360FOUDEV7 - Devises".
           05 FILLER             PIC X(42) VALUE
               "1460FOURET8 - Retours fournisseur".
           05 FILLER             PIC X(42) VALUE
               "1560FOUFAC9 - Factures fournisseurs".
           05 FILLER             PIC X(42) VALUE
               "1660FOUCAP10 - Couts d approche".
           05 FILLER             PIC X(42) VALUE
               "1760FOUVAL11 - Validation achats".
           05 FILLER             PIC X(42) VALUE
               "1860FOUBFA12 - BFA fournisseurs".
           05 FILLER             PIC X(42) VALUE
               "1960FOUEUE13 - Intra-UE (EMEBI)".
           05 FILLER             PIC X(42) VALUE
               "2060FOUREG14 - Paiements fournisseurs".
           05 FILLER             PIC X(42) VALUE
               "1930FOUHCH15 - Historique modifs".
           05 FILLER             PIC X(42) VALUE
               "2160FOUCSF16 - Depots fournisseurs".
           05 FILLER             PIC X(42) VALUE
               "1230FOUDPX17 - Demandes de prix".
       01 WS-TAB-OPT REDEFINES WS-TAB-OPT-VAL.
           05 WS-OPT             OCCURS 17 TIMES.
               10 WS-OPT-LIG     PIC 9(02).
               10 WS-OPT-COL     PIC 9(02).
               10 WS-OPT-FCT     PIC X(06).
               10 WS-OPT-LIB     PIC X(32).
       01 WS-TAB-AUT.
           05 WS-OPT-AUT         PIC 9(01) OCCURS 17 TIMES.
               88 WS-OPT-AUT-OUI              VALUE 1.
       77 WS-NBR-OPT             PIC 9(02) VALUE 17.
       77 WS-IDX                PIC 9(02).
       01 WS-NIV-CNS            PIC 9(01) VALUE 0.
       01 WS-FCT-RET            PIC 9(01).
           88 WS-FCT-RET-OK               VALUE 0.

       COPY utiglb.

       LINKAGE SECTION.
      * Arguments d'entrée.
           05 LINE 04 COL 03 VALUE 'Connecte en tant que : '.
           05 LINE 04 COL 26 PIC X(14) FROM LK-ROL.
           05 LINE 09 COL 30 VALUE 'Gestion des fournisseurs'.
           05 LINE 20 COL 30 VALUE '0 - Retour au menu'.
           05 LINE 22 COL 30 VALUE 'Entrez votre choix : [  ]'.

       01  S-ECR-CHO.
           05 LINE 22 COL 52 PIC X(02) TO WS-CHO AUTO.
       0100-AFC-ECR-DEB.
           DISPLAY S-FND-ECR.
           DISPLAY S-ECR-CMN.

           PERFORM 0400-AFC-OPT-DEB
              THRU 0400-AFC-OPT-FIN.

       0100-AFC-ECR-FIN.
           EXIT.
           MOVE ' ' TO WS-CHO.
           PERFORM UNTIL WS-CHO = '0'
             ACCEPT S-ECR-CHO

      * Numéro d'option saisi sur un ou deux caractères.
             MOVE 99 TO WS-NUM-CHO
             EVALUATE TRUE
                WHEN WS-CHO(1:1) IS NUMERIC AND WS-CHO(2:1) = SPACE
                     MOVE WS-CHO(1:1) TO WS-NUM-CHO
                WHEN WS-CHO IS NUMERIC
                     MOVE WS-CHO TO WS-NUM-CHO
             END-EVALUATE

             EVALUATE TRUE
                WHEN WS-CHO = '0'
                     CONTINUE
                WHEN WS-NUM-CHO = 0 OR WS-NUM-CHO > WS-NBR-OPT
                     PERFORM 0300-AFC-ERR-DEB
                        THRU 0300-AFC-ERR-FIN
                WHEN NOT WS-OPT-AUT-OUI(WS-NUM-CHO)
                     PERFORM 0300-AFC-ERR-DEB
                        THRU 0300-AFC-ERR-FIN
                WHEN OTHER
                     MOVE WS-OPT-FCT(WS-NUM-CHO) TO G-FCT-ACT
                     PERFORM 0250-APL-OPT-DEB
                        THRU 0250-APL-OPT-FIN
                     MOVE SPACES TO G-FCT-ACT
                     PERFORM 0100-AFC-ECR-DEB
                        THRU 0100-AFC-ECR-FIN
             END-EVALUATE
           END-PERFORM.

       0200-ACC-ECR-FIN.
           EXIT.

      * Appel de l'écran de l'option choisie (droit déjà vérifié).
       0250-APL-OPT-DEB.
           EVALUATE WS-NUM-CHO
                WHEN 1
                     CALL "ecrajfou"
                     END-CALL
                WHEN 2
                     CALL "ecrchfou"
                     END-CALL
                WHEN 3
                     CALL "ecrmjfou"
                     END-CALL
                WHEN 4
                     CALL "ecrspfou"
                     END-CALL
                WHEN 5
                     CALL "ecrnotfou"
                     END-CALL
                WHEN 6
                     CALL "ecrpiefou"
                     END-CALL
                WHEN 7
                     CALL "ecrdevise"
                     END-CALL
      * Retours fournisseur : creation, lignes, bon et cloture.
                WHEN 8
                     CALL "ecrretfou"
                     END-CALL
      * Factures fournisseurs : saisie et rapprochement.
                WHEN 9
                     CALL "ecrfacfou"
                     END-CALL
      * Couts d'approche des receptions : saisie et repartition.
                WHEN 10
                     CALL "ecrcoutapp"
                     END-CALL
      * Validation (admin) des engagements d'achat au-dela du seuil.
                WHEN 11
                     CALL "ecrvalach"
                     END-CALL
      * BFA fournisseurs : paliers, suivi et edition annuelle.
                WHEN 12
                     CALL "ecrbfa"
                     END-CALL
      * Declaration intra-UE (EMEBI) : drapeau UE et edition.
                WHEN 13
                     CALL "ecremebi"
                     END-CALL
      * Paiements fournisseurs : reglements, RIB, remise de virements
      * SEPA et grand livre.
                WHEN 14
                     CALL "ecrregfou"
                     END-CALL
      * Historique des modifications d'un fournisseur (fiche, prix
      * d'achat du catalogue).
                WHEN 15
                     CALL "ecrhch"
                         USING
                         "FOU"
                     END-CALL
      * Depots fournisseurs (stock consigne) : seuil et cible de
      * reassort, quantites en depot et a autofacturer.
                WHEN 16
                     CALL "ecrcsf"
                     END-CALL
      * Demandes de prix a plusieurs fournisseurs : envoi, reponses,
      * comparatif et commande a l'offre retenue.
                WHEN 17
                     CALL "ecrdpx"
                     END-CALL
           END-EVALUATE.

       0250-APL-OPT-FIN.
           EXIT.

       0300-AFC-ERR-DEB.
                                                              23 COL 30. 
       0300-AFC-ERR-FIN.
           EXIT.

      * Affiche les options accordées au rôle et note lesquelles
      * peuvent être choisies.
       0400-AFC-OPT-DEB.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-NBR-OPT
               CALL "verfct"
                   USING
                   WS-OPT-FCT(WS-IDX)
                   WS-NIV-CNS
                   WS-FCT-RET
               END-CALL

               IF WS-FCT-RET-OK
                   MOVE 1 TO WS-OPT-AUT(WS-IDX)
                   DISPLAY FUNCTION TRIM(WS-OPT-LIB(WS-IDX)
                                         TRAILING)
                       AT LINE WS-OPT-LIG(WS-IDX)
                       COLUMN WS-OPT-COL(WS-IDX)
               ELSE
                   MOVE 0 TO WS-OPT-AUT(WS-IDX)
               END-IF
           END-PERFORM.
       0400-AFC-OPT-FIN.
           EXIT.
