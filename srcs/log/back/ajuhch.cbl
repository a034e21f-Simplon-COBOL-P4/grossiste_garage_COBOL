      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme d'historique des champs : enregistre dans la    *
      * table "historique_champ" l'ancienne et la nouvelle valeur d'un *
      * champ modifié d'une fiche pièce, client ou fournisseur (ou     *
      * d'une ligne rattachée : remise client, prix d'achat            *
      * fournisseur), avec l'utilisateur connecté (G-UTI-ID) et        *
      * l'horodatage. Rien n'est écrit si la valeur n'a pas changé.    *
      * Appelé par les programmes de mise à jour entre leur UPDATE et  *
      * leur COMMIT : pas de COMMIT ici, l'historique part ou revient  *
      * avec la modification elle-même (contrairement à "ajulog").     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; HCH=HISTORIQUE DE CHAMP; PIE=PIECE; CLI=CLIENT;     *
      * FOU=FOURNISSEUR; CLE=PRECISION; CHP=CHAMP; ANC=ANCIENNE        *
      * VALEUR; NOU=NOUVELLE VALEUR; UTI=UTILISATEUR.                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ajuhch.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-PIE                 PIC 9(10).
       01 PG-CLI                 PIC 9(10).
       01 PG-FOU                 PIC 9(10).
       01 PG-CLE                 PIC X(30).
       01 PG-CHP                 PIC X(30).
       01 PG-ANC                 PIC X(60).
       01 PG-NOU                 PIC X(60).
       01 PG-UTI                 PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY utiglb.

       LINKAGE SECTION.
      * Argument d'entrée : la ligne d'historique.
       COPY hchchp REPLACING ==:PREFIX:== BY ==LK==.
      * Argument de sortie.
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-HCH,
                                LK-AJU-RET.

           SET LK-AJU-RET-OK TO TRUE.

           IF LK-HCH-ANC = LK-HCH-NOU
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-INI-VAR-DEB
              THRU 0100-INI-VAR-FIN.

           PERFORM 0200-INS-HCH-DEB
              THRU 0200-INS-HCH-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-INI-VAR-DEB.
           MOVE LK-HCH-PIE TO PG-PIE.
           MOVE LK-HCH-CLI TO PG-CLI.
           MOVE LK-HCH-FOU TO PG-FOU.
           MOVE LK-HCH-CLE TO PG-CLE.
           MOVE LK-HCH-CHP TO PG-CHP.
           MOVE LK-HCH-ANC TO PG-ANC.
           MOVE LK-HCH-NOU TO PG-NOU.
      * Traitement sans utilisateur connecté (batch) : pas d'auteur.
           IF G-UTI-ID IS NUMERIC
               MOVE G-UTI-ID TO PG-UTI
           ELSE
               MOVE 0 TO PG-UTI
           END-IF.
       0100-INI-VAR-FIN.

      *-----------------------------------------------------------------
      * Les identifiants à 0 et l'utilisateur absent sont écrits à
      * NULL ; la date et l'heure sont posées par la base.
       0200-INS-HCH-DEB.
           EXEC SQL
               INSERT INTO historique_champ
                   (id_pie, id_cli, id_fou, cle_hch, champ_hch,
                    anc_val_hch, nou_val_hch, id_uti)
               VALUES
                   (NULLIF(:PG-PIE, 0), NULLIF(:PG-CLI, 0),
                    NULLIF(:PG-FOU, 0), BTRIM(:PG-CLE),
                    BTRIM(:PG-CHP), BTRIM(:PG-ANC), BTRIM(:PG-NOU),
                    NULLIF(:PG-UTI, 0))
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-AJU-RET-ERR TO TRUE
           END-IF.
       0200-INS-HCH-FIN.
