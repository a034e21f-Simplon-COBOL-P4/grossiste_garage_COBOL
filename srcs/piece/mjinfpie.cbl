      * MJ=MISE A JOUR; INF=INFO; PIE=PIECE; IDF=IDENTIFIANT;          *
      * SUL= SEUIL; FOU=FOURNISSEUR; VAR=VARIABLE; INI= INITIALISATION;*
      * MSG=MESSAGE; EDT=EDITION; APL=APPEL; CRE=CREATION;             *
      * UTI=UTILISATEUR; TVA=TAXE SUR LA VALEUR AJOUTEE;               *
      * HCH=HISTORIQUE DE CHAMP; LEC=LECTURE; VAL=VALEUR; ANC=ANCIENNE *
      * VALEUR; ENR=ENREGISTREMENT; CHP=CHAMP.                         *
      *                                                                *
      * Chaque champ modifie (prix, TVA, seuil, fournisseur...) est    *
      * historise (ancienne et nouvelle valeur, utilisateur,           *
      * horodatage) via "ajuhch", dans la meme transaction que la mise *
      * a jour.                                                        *
      ******************************************************************
       
       IDENTIFICATION DIVISION.

       COPY ajuret REPLACING ==:PREFIX:== BY ==WS==.

      * Historique des champs ("ajuhch") : champs suivis, valeurs
      * en clair relues avant (WS-ANC) et apres (WS-VAL) l'ecriture.
       01 WS-TAB-CHP-VAL.
           05 FILLER            PIC X(30) VALUE "nom_pie".
           05 FILLER            PIC X(30) VALUE "seuil_pie".
           05 FILLER            PIC X(30) VALUE "id_fou".
           05 FILLER            PIC X(30) VALUE "prix_pie".
           05 FILLER            PIC X(30) VALUE "taux_tva_pie".
           05 FILLER            PIC X(30) VALUE "id_cat_pie".
           05 FILLER            PIC X(30) VALUE "date_exp_pie".
           05 FILLER            PIC X(30) VALUE "emplacement_pie".
       01 WS-TAB-CHP REDEFINES WS-TAB-CHP-VAL.
           05 WS-CHP-NOM        PIC X(30) OCCURS 8 TIMES.
       01 WS-TAB-VAL.
           05 WS-VAL            PIC X(60) OCCURS 8 TIMES.
       01 WS-TAB-ANC.
           05 WS-ANC            PIC X(60) OCCURS 8 TIMES.
       77 WS-NBR-CHP            PIC 9(02) VALUE 8.
       77 WS-IDX-CHP            PIC 9(02).
       COPY hchchp REPLACING ==:PREFIX:== BY ==WS==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-HCH==.

      * Déclaration des variables correspondant aux attributs id_pie,
      * nom_pie, seuil_pie, id_fou.

       01 PG-VER                   PIC X(26).
       01 PG-VER-CRT               PIC X(26).

      * Valeurs en clair des champs suivis (historique des champs).
       01 PG-VAL-01             PIC X(60).
       01 PG-VAL-02             PIC X(60).
       01 PG-VAL-03             PIC X(60).
       01 PG-VAL-04             PIC X(60).
       01 PG-VAL-05             PIC X(60).
       01 PG-VAL-06             PIC X(60).
       01 PG-VAL-07             PIC X(60).
       01 PG-VAL-08             PIC X(60).

       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           EXIT.
       0150-CTL-VER-FIN.

      *-----------------------------------------------------------------
      * Relit en clair les champs suivis de la ligne (avant et apres
      * l'ecriture, pour "ajuhch") ; ligne absente = valeurs a blanc.
       0180-LEC-VAL-DEB.
           MOVE SPACES TO WS-TAB-VAL.
           SET WS-HCH-AJU-RET-OK TO TRUE.

           EXEC SQL
               SELECT
                      COALESCE(CAST(nom_pie AS VARCHAR), ''),
                      COALESCE(CAST(seuil_pie AS VARCHAR), ''),
                      COALESCE(CAST(id_fou AS VARCHAR), ''),
                      COALESCE(CAST(prix_pie AS VARCHAR), ''),
                      COALESCE(CAST(taux_tva_pie AS VARCHAR), ''),
                      COALESCE(CAST(id_cat_pie AS VARCHAR), ''),
                      COALESCE(CAST(date_exp_pie AS VARCHAR), ''),
                      COALESCE(CAST(emplacement_pie AS VARCHAR), '')
               INTO :PG-VAL-01, :PG-VAL-02, :PG-VAL-03, :PG-VAL-04,
                    :PG-VAL-05, :PG-VAL-06, :PG-VAL-07, :PG-VAL-08
               FROM piece
               WHERE id_pie = :PG-IDF-PIE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE PG-VAL-01 TO WS-VAL(1)
                   MOVE PG-VAL-02 TO WS-VAL(2)
                   MOVE PG-VAL-03 TO WS-VAL(3)
                   MOVE PG-VAL-04 TO WS-VAL(4)
                   MOVE PG-VAL-05 TO WS-VAL(5)
                   MOVE PG-VAL-06 TO WS-VAL(6)
                   MOVE PG-VAL-07 TO WS-VAL(7)
                   MOVE PG-VAL-08 TO WS-VAL(8)
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET WS-HCH-AJU-RET-ERR TO TRUE
           END-EVALUATE.
       0180-LEC-VAL-FIN.

      *-----------------------------------------------------------------
       0200-SQL-DEB.
           PERFORM 0180-LEC-VAL-DEB
              THRU 0180-LEC-VAL-FIN.

           IF NOT WS-HCH-AJU-RET-OK
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TAB-VAL TO WS-TAB-ANC.

           
      * Mise à jour des informations sur la pièce avec les informations
      * saisies par l'utilisateur. NULLIF évite de soumettre une chaine
               SET LK-MAJ-RET-CNC TO TRUE
           ELSE
           IF SQLCODE = 0
               PERFORM 0250-ENR-HCH-DEB
                  THRU 0250-ENR-HCH-FIN
               IF NOT WS-HCH-AJU-RET-OK
                   EXEC SQL ROLLBACK END-EXEC
                   SET LK-MAJ-RET-ERR TO TRUE
                   EXIT PARAGRAPH
               END-IF
               EXEC SQL COMMIT END-EXEC
               SET LK-MAJ-RET-OK TO TRUE
           ELSE
           EXIT.
       0200-SQL-FIN.

      *-----------------------------------------------------------------
      * Historique des champs modifies par l'ecriture qui vient d'etre
      * faite (meme transaction : annule avec elle en cas d'erreur).
       0250-ENR-HCH-DEB.
           PERFORM 0180-LEC-VAL-DEB
              THRU 0180-LEC-VAL-FIN.

           IF NOT WS-HCH-AJU-RET-OK
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-HCH.
           MOVE PG-IDF-PIE TO WS-HCH-PIE.

           PERFORM VARYING WS-IDX-CHP FROM 1 BY 1
                   UNTIL WS-IDX-CHP > WS-NBR-CHP
                      OR NOT WS-HCH-AJU-RET-OK
               MOVE WS-CHP-NOM(WS-IDX-CHP) TO WS-HCH-CHP
               MOVE WS-ANC(WS-IDX-CHP)     TO WS-HCH-ANC
               MOVE WS-VAL(WS-IDX-CHP)     TO WS-HCH-NOU

               CALL "ajuhch"
                   USING
                   WS-HCH
                   WS-HCH-AJU-RET
               END-CALL
           END-PERFORM.
       0250-ENR-HCH-FIN.

      *----------------------------------------------------------------- 
       
       0300-GEN-LOG-DEB.
