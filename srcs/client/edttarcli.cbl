      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Édition du tarif personnalisé d'un client, par catégorie de    *
      * pièces (une catégorie, ou toutes si 0) : pour chaque pièce du  *
      * catalogue (hors pièces supprimées et pièces provisoires de     *
      * commande spéciale), le prix catalogue, la remise du client     *
      * (tarif_cli), la promotion active (promo_pie, avec sa date de   *
      * fin), le prix net qui en découle - tous trois servis par       *
      * "calprixpie", la même valorisation qu'au comptoir - et le      *
      * disponible à la vente tous dépôts ("lirdsppie"). Deux sorties  *
      * du même passage : le document imprimable                       *
      * tarif_<client>_<AAAAMMJJ>.txt, rupture par catégorie, et le    *
      * fichier tarif_<client>_<AAAAMMJJ>.csv (une ligne par pièce,    *
      * séparateur virgule, ligne d'en-tête) que le garage charge dans *
      * son logiciel d'atelier. Les deux sont inscrits au registre des *
      * documents ("ajudoc", types TRF et TRC) et mis en file d'envoi, *
      * par mail quand le client en a un. Appelé depuis l'écran de la  *
      * grille tarifaire ("ecrtarcli") et, pour les clients abonnés,   *
      * par la chaîne de nuit ("gentarcli") chaque début de mois.      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITION; TAR=TARIF; CLI=CLIENT; CAT=CATEGORIE; PIE=PIECE;  *
      * PRI=PRIX; REM=REMISE; PCT=POURCENTAGE; NET=NET; PRM=PROMOTION; *
      * TVA=TAXE SUR LA VALEUR AJOUTEE; DSP=DISPONIBLE; QTE=QUANTITE;  *
      * EAN=CODE-BARRES; EML=MAIL; FIC=FICHIER; CSV=FICHIER A          *
      * SEPARATEUR; LGN=LIGNE; TIT=TITRE; DOC=DOCUMENT; CPY=COPIE;     *
      * TYP=TYPE; NBR=NOMBRE; DAT=DATE; JOU=JOUR; ENT=ENTREPOT;        *
      * LCT=LECTURE; ETT=ETAT; CUR=CURSEUR; IDF=IDENTIFIANT.           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edttarcli.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-TAR ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FIC-CSV ASSIGN TO WS-NOM-CSV
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Document imprimable : une ligne par pièce, rupture par
      * catégorie.
       FD  FIC-TAR.
       01  FD-LGN-TAR                 PIC X(120).
      * Fichier pour le logiciel d'atelier : id,ean,designation,
      * categorie,prix catalogue,remise,fin de promotion,prix net,
      * taux de TVA,disponible.
       FD  FIC-CSV.
       01  FD-LGN-CSV                 PIC X(200).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-CLI              PIC 9(10).
       01 PG-NOM-CLI              PIC X(50).
       01 PG-EML-CLI              PIC X(50).
       01 PG-IDF-CAT              PIC 9(10).
       01 PG-NOM-CAT              PIC X(50).
       01 PG-IDF-PIE              PIC 9(10).
       01 PG-NOM-PIE              PIC X(50).
       01 PG-EAN-PIE              PIC X(20).
       01 PG-CAT-PIE              PIC 9(10).
       01 PG-CAT-NOM              PIC X(50).
       01 PG-DAT-JOU              PIC X(10).
       01 PG-FIN-PRM              PIC X(10).
       01 PG-NOM-FIC              PIC X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Pièces du tarif, par catégorie (nom) puis désignation.
       EXEC SQL
           DECLARE CUR-TAR CURSOR FOR
               SELECT p.id_pie, p.nom_pie,
                      COALESCE(p.ean_pie, ' '),
                      COALESCE(p.id_cat_pie, 0),
                      COALESCE(c.nom_cat_pie, 'SANS CATEGORIE')
               FROM piece p
                   LEFT JOIN categorie_pie c
                       ON c.id_cat_pie = p.id_cat_pie
               WHERE p.supprime_le = ''
                 AND COALESCE(p.provisoire_pie, 0) = 0
                 AND (:PG-IDF-CAT = 0
                      OR p.id_cat_pie = :PG-IDF-CAT)
               ORDER BY 5, p.nom_pie, p.id_pie
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

       01 WS-NOM-FIC              PIC X(40).
       01 WS-NOM-CSV              PIC X(40).
       01 WS-DAT-JOU              PIC X(08).
       01 WS-IDF-CLI-EDT          PIC Z(10).
       01 WS-CAT-PRC              PIC 9(10).
       01 WS-NBR-PIE              PIC 9(05) VALUE 0.
       01 WS-NBR-EDT              PIC Z(04)9.

      * Valorisation de la pièce pour le client ("calprixpie").
       01 WS-PRI-CAT              PIC 9(08)V99.
       01 WS-PCT-REM              PIC 9(02)V99.
       01 WS-PRI-NET              PIC 9(08)V99.
       01 WS-TVA-PIE              PIC 9(02)V99.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-PRI==.

      * Disponible à la vente tous dépôts ("lirdsppie").
       01 WS-IDF-ENT              PIC 9(10) VALUE 0.
       01 WS-NOM-DSP              PIC X(50).
       01 WS-QTE-DSP              PIC 9(07)V9(03).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-DSP==.

      * Ligne pièce du document imprimable.
       01 WS-LGN-PIE.
           05 WS-LGN-IDF          PIC Z(09)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LGN-NOM          PIC X(34).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LGN-CAT          PIC Z(07)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LGN-REM          PIC Z9.99.
           05 FILLER              PIC X(02) VALUE "% ".
           05 WS-LGN-PRM          PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LGN-NET          PIC Z(07)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LGN-DSP          PIC Z(06)9.999.
       01 WS-LGN-ENT.
           05 FILLER              PIC X(11) VALUE "Piece".
           05 FILLER              PIC X(36) VALUE "Designation".
           05 FILLER              PIC X(12) VALUE "  Prix cat.".
           05 FILLER              PIC X(07) VALUE "Rem.%".
           05 FILLER              PIC X(15) VALUE "Promotion".
           05 FILLER              PIC X(12) VALUE "   Prix net".
           05 FILLER              PIC X(11) VALUE " Disponible".

      * Zones éditées de la ligne CSV.
       01 WS-IDF-PIE-EDT          PIC Z(09)9.
       01 WS-PRI-CAT-EDT          PIC Z(07)9.99.
       01 WS-PCT-REM-EDT          PIC Z9.99.
       01 WS-PRI-NET-EDT          PIC Z(07)9.99.
       01 WS-TVA-PIE-EDT          PIC Z9.99.
       01 WS-QTE-DSP-EDT          PIC Z(06)9.999.

      * Inscription au registre des documents : TRF document
      * imprimable, TRC fichier pour le logiciel d'atelier.
       01 WS-TYP-DOC              PIC X(03).
       01 WS-NUM-CPY              PIC 9(03) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DOC==.

       LINKAGE SECTION.
      * Arguments d'entrée : le client et la catégorie (0 = toutes).
       01 LK-IDF-CLI              PIC 9(10).
       01 LK-IDF-CAT              PIC 9(10).
      * Arguments de sortie : nom du document imprimable (le fichier
      * porte le même nom en .csv), code retour (VI client ou
      * catégorie inconnu).
       01 LK-NOM-FIC              PIC X(40).
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-CLI,
                                LK-IDF-CAT,
                                LK-NOM-FIC,
                                LK-LIR-RET.

           MOVE SPACES TO LK-NOM-FIC.

           PERFORM 0100-LIR-CLI-DEB
              THRU 0100-LIR-CLI-FIN.

           IF NOT LK-LIR-RET-OK
               EXIT PROGRAM
           END-IF.

           PERFORM 0200-OUV-FIC-DEB
              THRU 0200-OUV-FIC-FIN.

           EXEC SQL OPEN CUR-TAR END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM 0300-LCT-PIE-DEB
              THRU 0300-LCT-PIE-FIN
               UNTIL WS-ETT-LCT-FIN.

           EXEC SQL CLOSE CUR-TAR END-EXEC.

           PERFORM 0500-FRM-FIC-DEB
              THRU 0500-FRM-FIC-FIN.

           PERFORM 0600-REG-DOC-DEB
              THRU 0600-REG-DOC-FIN.

           MOVE WS-NOM-FIC TO LK-NOM-FIC.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Client (nom, mail) et, si demandée, catégorie : inconnus =
      * rien n'est édité (VI).
       0100-LIR-CLI-DEB.

           MOVE LK-IDF-CLI TO PG-IDF-CLI.
           MOVE LK-IDF-CAT TO PG-IDF-CAT.

           EXEC SQL
               SELECT nom_cli, COALESCE(mail_cli, ' ')
               INTO :PG-NOM-CLI, :PG-EML-CLI
               FROM client
               WHERE id_cli = :PG-IDF-CLI
                 AND supprime_le = ''
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   SET LK-LIR-RET-OK TO TRUE
               WHEN 100
                   SET LK-LIR-RET-VID TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   SET LK-LIR-RET-ERR TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE "TOUTES" TO PG-NOM-CAT.

           IF PG-IDF-CAT > 0
               EXEC SQL
                   SELECT nom_cat_pie
                   INTO :PG-NOM-CAT
                   FROM categorie_pie
                   WHERE id_cat_pie = :PG-IDF-CAT
               END-EXEC

               IF SQLCODE NOT = 0
                   SET LK-LIR-RET-VID TO TRUE
               END-IF
           END-IF.

       0100-LIR-CLI-FIN.

      *-----------------------------------------------------------------
      * Noms des deux sorties, ouverture et en-têtes.
       0200-OUV-FIC-DEB.

           ACCEPT WS-DAT-JOU FROM DATE YYYYMMDD.
           MOVE WS-DAT-JOU TO PG-DAT-JOU.

           MOVE PG-IDF-CLI TO WS-IDF-CLI-EDT.
           MOVE SPACES TO WS-NOM-FIC WS-NOM-CSV.

           STRING "tarif_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-CLI-EDT) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-DAT-JOU DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-FIC
           END-STRING.

           STRING "tarif_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-CLI-EDT) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-DAT-JOU DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
                  INTO WS-NOM-CSV
           END-STRING.

           OPEN OUTPUT FIC-TAR.
           OPEN OUTPUT FIC-CSV.

           MOVE SPACES TO FD-LGN-TAR.
           STRING "TARIF CLIENT - " DELIMITED BY SIZE
                  FUNCTION TRIM(PG-NOM-CLI) DELIMITED BY SIZE
                  INTO FD-LGN-TAR
           END-STRING.
           WRITE FD-LGN-TAR.

           MOVE SPACES TO FD-LGN-TAR.
           STRING "Client n. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-CLI-EDT) DELIMITED BY SIZE
                  "   Tarif du " DELIMITED BY SIZE
                  WS-DAT-JOU(7:2) "/" WS-DAT-JOU(5:2) "/"
                  WS-DAT-JOU(1:4) DELIMITED BY SIZE
                  "   Categorie : " DELIMITED BY SIZE
                  FUNCTION TRIM(PG-NOM-CAT) DELIMITED BY SIZE
                  INTO FD-LGN-TAR
           END-STRING.
           WRITE FD-LGN-TAR.

           MOVE "Prix unitaires HT en euros, remise et promotions du jo
      -        "ur comprises." TO FD-LGN-TAR.
           WRITE FD-LGN-TAR.

           MOVE "id_pie,ean,designation,categorie,prix_catalogue,remis
      -        "e_pct,fin_promotion,prix_net,taux_tva,disponible"
               TO FD-LGN-CSV.
           WRITE FD-LGN-CSV.

           MOVE 9999999999 TO WS-CAT-PRC.

       0200-OUV-FIC-FIN.

      *-----------------------------------------------------------------
       0300-LCT-PIE-DEB.

           EXEC SQL
               FETCH CUR-TAR
               INTO :PG-IDF-PIE, :PG-NOM-PIE, :PG-EAN-PIE,
                    :PG-CAT-PIE, :PG-CAT-NOM
           END-EXEC.

           IF SQLCODE = 0
               PERFORM 0400-TRT-PIE-DEB
                  THRU 0400-TRT-PIE-FIN
           ELSE
               SET WS-ETT-LCT-FIN TO TRUE
           END-IF.

       0300-LCT-PIE-FIN.

      *-----------------------------------------------------------------
      * Une pièce : valorisation pour le client, promotion active,
      * disponible, ligne imprimée (rupture de catégorie) et ligne
      * CSV. Une pièce que "calprixpie" ne sait pas valoriser est
      * sautée.
       0400-TRT-PIE-DEB.

           CALL "calprixpie"
               USING
               PG-IDF-PIE
               PG-IDF-CLI
               WS-PRI-CAT
               WS-PCT-REM
               WS-PRI-NET
               WS-TVA-PIE
               WS-PRI-LIR-RET
           END-CALL.

           IF NOT WS-PRI-LIR-RET-OK
               EXIT PARAGRAPH
           END-IF.

      * Promotion active (même règle que "calprixpie") : seule sa
      * date de fin est imprimée, le prix net en tient déjà compte.
           MOVE SPACES TO PG-FIN-PRM.

           EXEC SQL
               SELECT CAST(date_fin_promo AS VARCHAR(10))
               INTO :PG-FIN-PRM
               FROM promo_pie
               WHERE (id_pie = :PG-IDF-PIE
                      OR (id_pie = 0
                          AND id_cat_pie = :PG-CAT-PIE
                          AND id_cat_pie <> 0))
                 AND date_deb_promo <= :PG-DAT-JOU
                 AND date_fin_promo >= :PG-DAT-JOU
               ORDER BY id_pie DESC
               LIMIT 1
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES TO PG-FIN-PRM
           END-IF.

           CALL "lirdsppie"
               USING
               PG-IDF-PIE
               WS-IDF-ENT
               WS-NOM-DSP
               WS-QTE-DSP
               WS-DSP-LIR-RET
           END-CALL.

           IF NOT WS-DSP-LIR-RET-OK
               MOVE 0 TO WS-QTE-DSP
           END-IF.

           IF PG-CAT-PIE NOT = WS-CAT-PRC
               MOVE PG-CAT-PIE TO WS-CAT-PRC
               MOVE SPACES TO FD-LGN-TAR
               WRITE FD-LGN-TAR
               MOVE SPACES TO FD-LGN-TAR
               STRING "== " DELIMITED BY SIZE
                      FUNCTION TRIM(PG-CAT-NOM) DELIMITED BY SIZE
                      " ==" DELIMITED BY SIZE
                      INTO FD-LGN-TAR
               END-STRING
               WRITE FD-LGN-TAR
               MOVE WS-LGN-ENT TO FD-LGN-TAR
               WRITE FD-LGN-TAR
           END-IF.

           MOVE PG-IDF-PIE TO WS-LGN-IDF.
           MOVE PG-NOM-PIE TO WS-LGN-NOM.
           MOVE WS-PRI-CAT TO WS-LGN-CAT.
           MOVE WS-PCT-REM TO WS-LGN-REM.
           MOVE SPACES     TO WS-LGN-PRM.
           IF PG-FIN-PRM NOT = SPACES
               STRING "jusq. " DELIMITED BY SIZE
                      PG-FIN-PRM DELIMITED BY SPACE
                      INTO WS-LGN-PRM
               END-STRING
           END-IF.
           MOVE WS-PRI-NET TO WS-LGN-NET.
           MOVE WS-QTE-DSP TO WS-LGN-DSP.
           MOVE WS-LGN-PIE TO FD-LGN-TAR.
           WRITE FD-LGN-TAR.

           MOVE PG-IDF-PIE TO WS-IDF-PIE-EDT.
           MOVE WS-PRI-CAT TO WS-PRI-CAT-EDT.
           MOVE WS-PCT-REM TO WS-PCT-REM-EDT.
           MOVE WS-PRI-NET TO WS-PRI-NET-EDT.
           MOVE WS-TVA-PIE TO WS-TVA-PIE-EDT.
           MOVE WS-QTE-DSP TO WS-QTE-DSP-EDT.
           MOVE SPACES TO FD-LGN-CSV.

           STRING FUNCTION TRIM(WS-IDF-PIE-EDT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PG-EAN-PIE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PG-NOM-PIE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PG-CAT-NOM) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRI-CAT-EDT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCT-REM-EDT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PG-FIN-PRM) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRI-NET-EDT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TVA-PIE-EDT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QTE-DSP-EDT) DELIMITED BY SIZE
                  INTO FD-LGN-CSV
           END-STRING.
           WRITE FD-LGN-CSV.

           ADD 1 TO WS-NBR-PIE.

       0400-TRT-PIE-FIN.

      *-----------------------------------------------------------------
      * Pied du document imprimable et fermeture des deux sorties.
       0500-FRM-FIC-DEB.

           MOVE WS-NBR-PIE TO WS-NBR-EDT.

           MOVE SPACES TO FD-LGN-TAR.
           WRITE FD-LGN-TAR.
           MOVE SPACES TO FD-LGN-TAR.
           STRING FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  " piece(s) au tarif. Disponible indicatif, tous de"
                  DELIMITED BY SIZE
                  "pots, a la date d'edition." DELIMITED BY SIZE
                  INTO FD-LGN-TAR
           END-STRING.
           WRITE FD-LGN-TAR.

           CLOSE FIC-TAR.
           CLOSE FIC-CSV.

       0500-FRM-FIC-FIN.

      *-----------------------------------------------------------------
      * Inscrit les deux sorties au registre des documents ; chaque
      * entrée de la file d'envoi part par mail au client s'il en a
      * un (canal par défaut sinon).
       0600-REG-DOC-DEB.

           MOVE "TRF" TO WS-TYP-DOC.
           MOVE WS-NOM-FIC TO PG-NOM-FIC.

           PERFORM 0650-AJU-DOC-DEB
              THRU 0650-AJU-DOC-FIN.

           MOVE "TRC" TO WS-TYP-DOC.
           MOVE WS-NOM-CSV TO PG-NOM-FIC.

           PERFORM 0650-AJU-DOC-DEB
              THRU 0650-AJU-DOC-FIN.

       0600-REG-DOC-FIN.

      *-----------------------------------------------------------------
       0650-AJU-DOC-DEB.

           CALL "ajudoc"
               USING
               WS-TYP-DOC
               PG-IDF-CLI
               PG-NOM-FIC
               WS-NUM-CPY
               WS-DOC-AJU-RET
           END-CALL.

           IF NOT WS-DOC-AJU-RET-OK OR PG-EML-CLI = SPACES
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE file_envoi
               SET canal_env = 'MAIL',
                   destinataire = :PG-EML-CLI
               WHERE statut_env = 0
                 AND id_doc =
                     (SELECT MAX(dg.id_doc)
                      FROM document_genere dg
                      WHERE dg.nom_fic = :PG-NOM-FIC)
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

       0650-AJU-DOC-FIN.
