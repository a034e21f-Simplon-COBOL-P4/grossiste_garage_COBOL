      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; PIE=PIECE; FOU=FOURNISSEUR; PRI=PRIX;         *
      * ACH=ACHAT; DEL=DELAI; QTE=QUANTITE; MIN=MINIMUM;               *
      * IDF=IDENTIFIANT; SUP=SUPPRESSION; HCH=HISTORIQUE DE CHAMP;     *
      * LEC=LECTURE; VAL=VALEUR; ANC=ANCIENNE VALEUR;                  *
      * ENR=ENREGISTREMENT; CHP=CHAMP; EDT=EDITION.                    *
      *                                                                *
      * Chaque champ modifie de la ligne (prix d'achat, delai...) est  *
      * historise sur la piece et sur le fournisseur (ancienne et      *
      * nouvelle valeur, utilisateur, horodatage) via "ajuhch", dans   *
      * la meme transaction.                                           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-DEL-PF            PIC 9(05).
       01 PG-QTE-MIN           PIC 9(10).
       01 PG-CND-PF            PIC 9(05).
      * Valeurs en clair des champs suivis (historique des champs).
       01 PG-VAL-01             PIC X(60).
       01 PG-VAL-02             PIC X(60).
       01 PG-VAL-03             PIC X(60).
       01 PG-VAL-04             PIC X(60).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           88 WS-ROL-RET-OK               VALUE 0.
           88 WS-ROL-RET-REF              VALUE 1.

      * Historique des champs ("ajuhch") : champs suivis, valeurs
      * en clair relues avant (WS-ANC) et apres (WS-VAL) l'ecriture.
       01 WS-TAB-CHP-VAL.
           05 FILLER            PIC X(30) VALUE "prix_achat_pf".
           05 FILLER            PIC X(30) VALUE "delai_pf".
           05 FILLER            PIC X(30) VALUE "qte_min_pf".
           05 FILLER            PIC X(30) VALUE "cond_pf".
       01 WS-TAB-CHP REDEFINES WS-TAB-CHP-VAL.
           05 WS-CHP-NOM        PIC X(30) OCCURS 4 TIMES.
       01 WS-TAB-VAL.
           05 WS-VAL            PIC X(60) OCCURS 4 TIMES.
       01 WS-TAB-ANC.
           05 WS-ANC            PIC X(60) OCCURS 4 TIMES.
       77 WS-NBR-CHP            PIC 9(02) VALUE 4.
       77 WS-IDX-CHP            PIC 9(02).
       COPY hchchp REPLACING ==:PREFIX:== BY ==WS==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-HCH==.
       01 WS-IDF-EDT            PIC Z(09)9(01).
       01 WS-IDF-FOU-EDT        PIC Z(09)9(01).

       LINKAGE SECTION.
      * Arguments d'entrée : le couple (pièce, fournisseur), le prix
      * d'achat (0 = retirer la ligne), le délai en jours et la
               MOVE LK-QTE-MIN TO PG-QTE-MIN
               MOVE LK-CND-PF  TO PG-CND-PF

      * Valeurs avant ecriture, pour l'historique des champs.
               PERFORM 0300-LEC-VAL-DEB
                  THRU 0300-LEC-VAL-FIN
               MOVE WS-TAB-VAL TO WS-TAB-ANC

               IF NOT WS-HCH-AJU-RET-OK
                   EXEC SQL ROLLBACK END-EXEC
                   SET LK-MAJ-RET-ERR TO TRUE
               ELSE
               IF LK-PRI-ACH = 0
                   PERFORM 0200-SUP-PF-DEB
                      THRU 0200-SUP-PF-FIN
                   PERFORM 0100-MAJ-PF-DEB
                      THRU 0100-MAJ-PF-FIN
               END-IF
               END-IF
           END-IF.

           EXIT PROGRAM.
           END-IF.

           IF SQLCODE = 0
               PERFORM 0400-ENR-HCH-DEB
                  THRU 0400-ENR-HCH-FIN
               IF NOT WS-HCH-AJU-RET-OK
                   EXEC SQL ROLLBACK END-EXEC
                   SET LK-MAJ-RET-ERR TO TRUE
                   EXIT PARAGRAPH
               END-IF
               EXEC SQL COMMIT END-EXEC
               SET LK-MAJ-RET-OK TO TRUE
           ELSE
           END-EXEC.

           IF SQLCODE = 0 OR SQLCODE = 100
               PERFORM 0400-ENR-HCH-DEB
                  THRU 0400-ENR-HCH-FIN
               IF NOT WS-HCH-AJU-RET-OK
                   EXEC SQL ROLLBACK END-EXEC
                   SET LK-MAJ-RET-ERR TO TRUE
                   EXIT PARAGRAPH
               END-IF
               EXEC SQL COMMIT END-EXEC
               SET LK-MAJ-RET-OK TO TRUE
           ELSE
           END-IF.

       0200-SUP-PF-FIN.

      *-----------------------------------------------------------------
      * Relit en clair les champs suivis de la ligne (avant et apres
      * l'ecriture, pour "ajuhch") ; ligne absente = valeurs a blanc.
       0300-LEC-VAL-DEB.
           MOVE SPACES TO WS-TAB-VAL.
           SET WS-HCH-AJU-RET-OK TO TRUE.

           EXEC SQL
               SELECT
                      COALESCE(CAST(prix_achat_pf AS VARCHAR), ''),
                      COALESCE(CAST(delai_pf AS VARCHAR), ''),
                      COALESCE(CAST(qte_min_pf AS VARCHAR), ''),
                      COALESCE(CAST(cond_pf AS VARCHAR), '')
               INTO :PG-VAL-01, :PG-VAL-02, :PG-VAL-03, :PG-VAL-04
               FROM piece_fournisseur
               WHERE id_pie = :PG-IDF-PIE
                 AND id_fou = :PG-IDF-FOU
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE PG-VAL-01 TO WS-VAL(1)
                   MOVE PG-VAL-02 TO WS-VAL(2)
                   MOVE PG-VAL-03 TO WS-VAL(3)
                   MOVE PG-VAL-04 TO WS-VAL(4)
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET WS-HCH-AJU-RET-ERR TO TRUE
           END-EVALUATE.
       0300-LEC-VAL-FIN.

      *-----------------------------------------------------------------
      * Historique des champs modifies par l'ecriture qui vient d'etre
      * faite (meme transaction : annule avec elle en cas d'erreur).
       0400-ENR-HCH-DEB.
           PERFORM 0300-LEC-VAL-DEB
              THRU 0300-LEC-VAL-FIN.

           IF NOT WS-HCH-AJU-RET-OK
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-HCH.
           MOVE PG-IDF-PIE TO WS-HCH-PIE.
           MOVE PG-IDF-FOU TO WS-HCH-FOU.
           MOVE PG-IDF-PIE TO WS-IDF-EDT.
           MOVE PG-IDF-FOU TO WS-IDF-FOU-EDT.
           STRING "piece " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                  " fourn. " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-FOU-EDT) DELIMITED BY SIZE
                  INTO WS-HCH-CLE
           END-STRING.

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
       0400-ENR-HCH-FIN.
