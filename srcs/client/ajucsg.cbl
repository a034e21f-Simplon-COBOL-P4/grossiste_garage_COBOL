      * une livraison sortante dédiée (csg_liv = 1) d'une ligne pour   *
      * le client et la clôture aussitôt par "majliv", qui décrémente  *
      * le stock et alimente le rack du client (consigne_cli) au lieu  *
      * de son encours : la marchandise part chez lui mais reste notre *
      * propriété jusqu'à sa déclaration de consommation. La livraison *
      * est créée dans la société de travail de l'utilisateur          *
      * (id_soc).                                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; CSG=CONSIGNATION; CLI=CLIENT; PIE=PIECE;            *
      * QTE=QUANTITE; LIV=LIVRAISON; IDF=IDENTIFIANT; DAT=DATE;        *
      * UTI=UTILISATEUR; VER=VERSION; SOC=SOCIETE.                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-PRP==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-LIV==.

      * Quantité de la ligne livraison_piece, en unité de vente
      * ("ajulivpi", "majlivpi") : la consignation se compte en pièces
      * entières.
       01 WS-QTE-LGN             PIC 9(07)V9(03).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-IDF-LIV             PIC 9(10).
      * Societe de travail de l'utilisateur connecte (G-SOC-ID).
       01 PG-IDF-SOC             PIC 9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY utiglb.

       LINKAGE SECTION.
      * Arguments d'entrée.
       01 LK-IDF-CLI             PIC 9(10).
           END-IF.

           MOVE LK-IDF-CLI TO PG-IDF-CLI.
           MOVE G-SOC-ID   TO PG-IDF-SOC.

      * Livraison de consignation : sortante dédiée, préparée
      * d'office (l'envoi part du comptoir), clôturée dans la foulée,
      * dans la société de travail.
           EXEC SQL
               INSERT INTO livraison
                   (date_deb_liv, date_fin_liv, statut_liv, id_cli,
                    csg_liv, prep_liv, id_soc)
               VALUES (CURRENT_DATE, CURRENT_DATE, 0, :PG-IDF-CLI,
                       1, 1, COALESCE(NULLIF(:PG-IDF-SOC, 0), 1))
               RETURNING id_liv INTO :PG-IDF-LIV
           END-EXEC.


           EXEC SQL COMMIT END-EXEC.

           MOVE LK-QTE TO WS-QTE-LGN.

           CALL "ajulivpi"
               USING
               PG-IDF-LIV
               LK-IDF-PIE
               WS-QTE-LGN
               WS-PCE-AJU-RET
           END-CALL.

               USING
               PG-IDF-LIV
               LK-IDF-PIE
               WS-QTE-LGN
               WS-RCP-MAJ-RET
           END-CALL.

