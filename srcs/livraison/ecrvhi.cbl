      * saisie d'une dépense carburant ou entretien ("ajudepvhi", le   *
      * compteur relevé avance le fourgon), recul des échéances après  *
      * passage ("majvhidat") et édition du carnet avec alertes et     *
      * coûts au kilomètre / par tournée ("edtvhi"), et affectation du *
      * dépôt qui porte le stock embarqué du fourgon pour la vente en  *
      * tournée ("majentvhi"). Le compteur se relève aussi à la        *
      * clôture des tournées ("ecrtou"/"tertou"). Même ossature que    *
      * "ecrreg".                                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; VHI=VEHICULE INTERNE; IMM=IMMATRICULATION;          *
      * KM=KILOMETRAGE; CT=CONTROLE TECHNIQUE; REV=REVISION;           *
      * DEP=DEPENSE; TYP=TYPE; MNT=MONTANT; CHX=CHOIX; MSG=MESSAGE;    *
      * CRG=CROCHET GAUCHE; CRD=CROCHET DROIT; BCL=BOUCLE;             *
      * EVA=EVALUATION; ENT=ENTREPOT; IDF=IDENTIFIANT.                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-IDF-VHI              PIC 9(10).
       01 WS-TYP-DEP              PIC X(10).
       01 WS-MNT-DEP              PIC 9(07)V99.
      * Dépôt qui porte le stock embarqué du fourgon (vente en
      * tournée).
       01 WS-IDF-ENT              PIC 9(10).

       01 WS-IDF-NOU              PIC 9(10).
       01 WS-IDF-EDT              PIC Z(10).
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-VHI==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DEP==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-DAT==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-ENT==.

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".
           05 LINE 02 COLUMN 03 VALUE "Carnet de flotte".
           05 LINE 03 COLUMN 03 VALUE
               "1=creer 2=depense 3=echeances 4=editer le carnet".
           05 LINE 04 COLUMN 03 VALUE
               "5=affecter le depot du stock embarque".
           05 LINE 05 COLUMN 03 VALUE "Nom fourgon (1)  : ".
           05 LINE 05 COLUMN 23 PIC X(30) TO   WS-NOM-VHI.
           05 LINE 06 COLUMN 03 VALUE "Immatric. (1)    : ".
           05 LINE 09 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 09 COLUMN 24 PIC X(10) TO   WS-DAT-REV.
           05 LINE 09 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 10 COLUMN 03 VALUE "ID fourgon (2/3/5): ".
           05 LINE 10 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 24 PIC Z(10) TO   WS-IDF-VHI.
           05 LINE 10 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 12 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 12 COLUMN 24 PIC Z(05)9.99 TO WS-MNT-DEP.
           05 LINE 12 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 13 COLUMN 03 VALUE "ID depot (5)     : ".
           05 LINE 13 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 13 COLUMN 24 PIC Z(10) TO   WS-IDF-ENT.
           05 LINE 13 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 14 COLUMN 03 PIC X(60) FROM WS-MSG.
           05 LINE 22 COLUMN 20 VALUE "1 a 5 - Action, 0 - Retour".
           05 LINE 23 COLUMN 40 PIC X(01) FROM WS-CRG.
           05 LINE 23 COLUMN 41 PIC X(01) TO   WS-CHX-UTI.
           05 LINE 23 COLUMN 42 PIC X(01) FROM WS-CRD.
                   END-CALL
                   MOVE "Carnet edite : carnet_flotte.txt" TO WS-MSG

               WHEN '5'
                   PERFORM 0700-ENT-VHI-DEB
                      THRU 0700-ENT-VHI-FIN

               WHEN '0'
                   CONTINUE

           END-IF.

       0600-DAT-VHI-FIN.

      *-----------------------------------------------------------------
      * Affectation du dépôt qui porte le stock embarqué du fourgon
      * (chargé et retourné depuis "ecrtou").
       0700-ENT-VHI-DEB.

           IF WS-IDF-VHI = 0 OR WS-IDF-ENT = 0
               MOVE "Renseigner l'ID fourgon et l'ID depot" TO WS-MSG
           ELSE
               CALL "majentvhi"
                   USING
                   WS-IDF-VHI
                   WS-IDF-ENT
                   G-UTI-ID
                   WS-ENT-MAJ-RET
               END-CALL

               EVALUATE TRUE
                   WHEN WS-ENT-MAJ-RET-OK
                       MOVE "Depot embarque affecte au fourgon"
                           TO WS-MSG
                   WHEN WS-ENT-MAJ-RET-FK-ERR
                       MOVE "Fourgon inconnu" TO WS-MSG
                   WHEN WS-ENT-MAJ-RET-ROL-ERR
                       MOVE "Droits insuffisants" TO WS-MSG
                   WHEN OTHER
                       MOVE "Depot deja affecte a un autre fourgon"
                           TO WS-MSG
               END-EVALUATE
           END-IF.

       0700-ENT-VHI-FIN.
