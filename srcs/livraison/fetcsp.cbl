      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme pour récupérer ligne par ligne les commandes         *
      * spéciales ("ajucsp") en attente - commandées chez le           *
      * fournisseur ou arrivées et pas encore retirées - de la plus    *
      * ancienne à la plus récente, sur le modèle de "fetretrait" :    *
      * client, pièce, quantité commandée et quantité déjà reçue.      *
      * C'est la liste que l'écran du comptoir ("ecrcsp") affiche.     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * FET=FETCH; CSP=COMMANDE SPECIALE; CLI=CLIENT; PIE=PIECE;       *
      * NOM=NOM; QTE=QUANTITE; RCP=RECUE; DAT=DATE; CRE=CREATION;      *
      * CUR=CURSEUR; ETA=ETAT; OUV=OUVERT; FER=FERME; DEC=DECLARER;    *
      * ERR=ERREUR; IDF=IDENTIFIANT.                                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. fetcsp.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  PG-IDF-CSP              PIC 9(10).
       01  PG-DAT-CRE              PIC X(10).
       01  PG-NOM-CLI              PIC X(50).
       01  PG-NOM-PIE              PIC X(50).
       01  PG-QTE-CSP              PIC 9(10).
       01  PG-QTE-RCP              PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Curseur ouvert ou fermer
       01  WS-CUR-ETA              PIC X VALUE 'N'.
           88 WS-CUR-FER           VALUE 'N'.
           88 WS-CUR-OUV           VALUE 'Y'.

       LINKAGE SECTION.

      * Arguments de sortie
       01  LK-IDF-CSP              PIC 9(10).
       01  LK-DAT-CRE              PIC X(10).
       01  LK-NOM-CLI              PIC X(50).
       01  LK-NOM-PIE              PIC X(50).
       01  LK-QTE-CSP              PIC 9(10).
       01  LK-QTE-RCP              PIC 9(10).

       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-CSP,
                                LK-DAT-CRE,
                                LK-NOM-CLI,
                                LK-NOM-PIE,
                                LK-QTE-CSP,
                                LK-QTE-RCP,
                                LK-LIR-RET.

           PERFORM 0100-DEC-CUR-DEB
              THRU 0100-DEC-CUR-FIN.

           PERFORM 0200-OUV-CUR-DEB
              THRU 0200-OUV-CUR-FIN.

           PERFORM 0300-FET-CSP-DEB
              THRU 0300-FET-CSP-FIN.

           PERFORM 0400-FER-CUR-DEB
              THRU 0400-FER-CUR-FIN.

           EXIT PROGRAM.

      * Déclaration du curseur
       0100-DEC-CUR-DEB.
           IF WS-CUR-FER
               EXEC SQL
                   DECLARE CUR_CSP CURSOR FOR
                   SELECT cs.id_csp,
                          CAST(cs.date_cre_csp AS VARCHAR),
                          c.nom_cli, p.nom_pie,
                          cs.qte_csp, cs.qte_rcp_csp
                   FROM commande_speciale cs
                       JOIN client c ON c.id_cli = cs.id_cli
                       JOIN piece p ON p.id_pie = cs.id_pie
                   WHERE cs.statut_csp IN (0, 1)
                   ORDER BY cs.date_cre_csp, cs.id_csp
               END-EXEC
           END-IF.
       0100-DEC-CUR-FIN.

      * Ouverture du curseur
       0200-OUV-CUR-DEB.
           IF WS-CUR-FER
               EXEC SQL
                   OPEN CUR_CSP
               END-EXEC
               IF SQLCODE NOT = 0
                   SET LK-LIR-RET-ERR TO TRUE
               END-IF
               SET WS-CUR-OUV TO TRUE
           END-IF.
       0200-OUV-CUR-FIN.

      * Lecture d'une ligne
       0300-FET-CSP-DEB.
           EXEC SQL
               FETCH CUR_CSP INTO :PG-IDF-CSP, :PG-DAT-CRE,
                   :PG-NOM-CLI, :PG-NOM-PIE, :PG-QTE-CSP, :PG-QTE-RCP
           END-EXEC.

           IF SQLCODE = 0
               MOVE PG-IDF-CSP TO LK-IDF-CSP
               MOVE PG-DAT-CRE TO LK-DAT-CRE
               MOVE PG-NOM-CLI TO LK-NOM-CLI
               MOVE PG-NOM-PIE TO LK-NOM-PIE
               MOVE PG-QTE-CSP TO LK-QTE-CSP
               MOVE PG-QTE-RCP TO LK-QTE-RCP
           ELSE
               IF SQLCODE = 100
                   SET LK-LIR-RET-OK TO TRUE
                   SET WS-CUR-FER    TO TRUE
               ELSE
                   SET LK-LIR-RET-ERR TO TRUE
                   SET WS-CUR-FER     TO TRUE
               END-IF
           END-IF.
       0300-FET-CSP-FIN.

      * Fermeture du curseur
       0400-FER-CUR-DEB.
           IF WS-CUR-FER
               EXEC SQL
                   CLOSE CUR_CSP
               END-EXEC
               IF SQLCODE NOT = 0
                   SET LK-LIR-RET-ERR TO TRUE
               END-IF
           END-IF.
       0400-FER-CUR-FIN.
