      * MAJ = mise à jour; CLI=client; IDN=identifiant; TEL=telephone; *
      * EMA=email; INF=indicatif; CP=code postal; VI=ville;            *
      * INI=initialisation; VAR=variable; ADR=adresse; PLF=plafond de *
      * credit; HCH=historique de champ; LEC=lecture; VAL=valeur;      *
      * ANC=ancienne valeur; ENR=enregistrement; CHP=champ.            *
      *                                                                *
      * Chaque champ modifie est historise (ancienne et nouvelle       *
      * valeur, utilisateur, horodatage) via "ajuhch", dans la meme    *
      * transaction que la mise a jour.                                *
      ******************************************************************
       
       IDENTIFICATION DIVISION.
       01 PG-VER                PIC X(26).
       01 PG-VER-CRT            PIC X(26).

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

           88 WS-ROL-RET-OK                VALUE 0.
           88 WS-ROL-RET-REF               VALUE 1.

      * Historique des champs ("ajuhch") : champs suivis, valeurs
      * en clair relues avant (WS-ANC) et apres (WS-VAL) l'ecriture.
       01 WS-TAB-CHP-VAL.
           05 FILLER            PIC X(30) VALUE "nom_cli".
           05 FILLER            PIC X(30) VALUE "adresse_cli".
           05 FILLER            PIC X(30) VALUE "ville_cli".
           05 FILLER            PIC X(30) VALUE "cp_cli".
           05 FILLER            PIC X(30) VALUE "tel_cli".
           05 FILLER            PIC X(30) VALUE "mail_cli".
           05 FILLER            PIC X(30) VALUE "indic_cli".
           05 FILLER            PIC X(30) VALUE "plafond_cli".
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

       LINKAGE SECTION.
      * Arguments d'entrée.
       01 LK-IDN                PIC 9(10).

       0150-CTL-VER-FIN.

      *-----------------------------------------------------------------
      * Relit en clair les champs suivis de la ligne (avant et apres
      * l'ecriture, pour "ajuhch") ; ligne absente = valeurs a blanc.
       0180-LEC-VAL-DEB.
           MOVE SPACES TO WS-TAB-VAL.
           SET WS-HCH-AJU-RET-OK TO TRUE.

           EXEC SQL
               SELECT
                      COALESCE(CAST(nom_cli AS VARCHAR), ''),
                      COALESCE(CAST(adresse_cli AS VARCHAR), ''),
                      COALESCE(CAST(ville_cli AS VARCHAR), ''),
                      COALESCE(CAST(cp_cli AS VARCHAR), ''),
                      COALESCE(CAST(tel_cli AS VARCHAR), ''),
                      COALESCE(CAST(mail_cli AS VARCHAR), ''),
                      COALESCE(CAST(indic_cli AS VARCHAR), ''),
                      COALESCE(CAST(plafond_cli AS VARCHAR), '')
               INTO :PG-VAL-01, :PG-VAL-02, :PG-VAL-03, :PG-VAL-04,
                    :PG-VAL-05, :PG-VAL-06, :PG-VAL-07, :PG-VAL-08
               FROM client
               WHERE id_cli = :PG-IDN
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

       0200-SQL-DEB.
           PERFORM 0180-LEC-VAL-DEB
              THRU 0180-LEC-VAL-FIN.

           IF NOT WS-HCH-AJU-RET-OK
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TAB-VAL TO WS-TAB-ANC.

           EXEC SQL
               UPDATE client
               SET nom_cli  = :PG-NOM,
               SET LK-MAJ-RET-CNC TO TRUE
           ELSE
           IF SQLCODE = 0
      * Historique des champs modifies, puis validation de l'ensemble.
               PERFORM 0250-ENR-HCH-DEB
                  THRU 0250-ENR-HCH-FIN
               IF WS-HCH-AJU-RET-OK
      * L'utilisateur est modifié avec succès.
                   EXEC SQL COMMIT END-EXEC
                   SET LK-MAJ-RET-OK TO TRUE
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   SET LK-MAJ-RET-ERR TO TRUE
               END-IF
           ELSE
      * L'utilisateur n'est pas dans la table ou la table n'existe pas.
               EXEC SQL ROLLBACK END-EXEC
           END-IF.
           
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
           MOVE PG-IDN TO WS-HCH-CLI.

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
