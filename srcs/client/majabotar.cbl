      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme d'abonnement d'un client au tarif personnalisé  *
      * mensuel (colonnes abo_tar_cli, 1 abonné / 0 non, et            *
      * cat_abo_cli, catégorie de pièces du tarif, 0 = toutes, de la   *
      * table client) : chaque 1er jour ouvré du mois, "gentarcli"     *
      * édite le tarif des clients abonnés ("edttarcli") et le dépose  *
      * dans la file d'envoi. Client inconnu : code FK. L'ancienne et  *
      * la nouvelle valeur de l'abonnement sont écrites dans           *
      * l'historique des champs ("ajuhch") dans la même transaction.   *
      * Journalisé via "ajulog".                                       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; ABO=ABONNEMENT; TAR=TARIF; CLI=CLIENT;        *
      * CAT=CATEGORIE; IDF=IDENTIFIANT; UTI=UTILISATEUR; ANC=ANCIEN;   *
      * HCH=HISTORIQUE DE CHAMP; MSG=MESSAGE; EDT=EDITION.             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majabotar.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-ABO-TAR             PIC 9(01).
       01 PG-CAT-ABO             PIC 9(10).
       01 PG-ANC-ABO             PIC 9(01).
       01 PG-ANC-CAT             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Historique des champs ("ajuhch") de l'abonnement.
       COPY hchchp REPLACING ==:PREFIX:== BY ==WS==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-HCH==.
       01 WS-CAT-EDT             PIC Z(09)9.

      * Message et type de log du réglage.
       01 WS-IDF-CLI-EDT         PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "tarif_cli".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : le client, l'abonnement (1 abonné, 0
      * désabonné) et la catégorie du tarif envoyé (0 = toutes).
       01 LK-IDF-CLI             PIC 9(10).
       01 LK-ABO-TAR             PIC 9(01).
       01 LK-CAT-ABO             PIC 9(10).
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : OK, FK (client ou catégorie inconnu),
      * ER (valeur invalide ou erreur SQL), RO (droits).
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-CLI,
                                LK-ABO-TAR,
                                LK-CAT-ABO,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           IF LK-ABO-TAR > 1
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-MAJ-ABO-DEB
              THRU 0100-MAJ-ABO-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Porte l'abonnement sur la fiche avec son historique de champ,
      * d'un seul COMMIT, puis journalise. Un désabonnement remet la
      * catégorie à 0.
       0100-MAJ-ABO-DEB.

           MOVE LK-IDF-CLI TO PG-IDF-CLI.
           MOVE LK-ABO-TAR TO PG-ABO-TAR.

           IF LK-ABO-TAR = 1
               MOVE LK-CAT-ABO TO PG-CAT-ABO
           ELSE
               MOVE 0 TO PG-CAT-ABO
           END-IF.

           EXEC SQL
               SELECT COALESCE(abo_tar_cli, 0),
                      COALESCE(cat_abo_cli, 0)
               INTO :PG-ANC-ABO, :PG-ANC-CAT
               FROM client
               WHERE id_cli = :PG-IDF-CLI
                 AND supprime_le = ''
               FOR UPDATE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET LK-MAJ-RET-FK-ERR TO TRUE
                   EXIT PARAGRAPH
               WHEN SQLCODE NOT = 0
                   SET LK-MAJ-RET-ERR TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF PG-CAT-ABO > 0
               EXEC SQL
                   SELECT id_cat_pie
                   INTO :PG-ANC-CAT
                   FROM categorie_pie
                   WHERE id_cat_pie = :PG-CAT-ABO
               END-EXEC

               IF SQLCODE NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   SET LK-MAJ-RET-FK-ERR TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EXEC SQL
               UPDATE client
               SET abo_tar_cli = :PG-ABO-TAR,
                   cat_abo_cli = :PG-CAT-ABO
               WHERE id_cli = :PG-IDF-CLI
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               IF SQLSTATE = 23503
                   SET LK-MAJ-RET-FK-ERR TO TRUE
               ELSE
                   SET LK-MAJ-RET-ERR TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-HCH.
           MOVE PG-IDF-CLI    TO WS-HCH-CLI.
           MOVE PG-CAT-ABO    TO WS-CAT-EDT.
           STRING "categorie " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAT-EDT) DELIMITED BY SIZE
                  INTO WS-HCH-CLE
           END-STRING.
           MOVE "abo_tar_cli" TO WS-HCH-CHP.
           MOVE PG-ANC-ABO    TO WS-HCH-ANC.
           MOVE PG-ABO-TAR    TO WS-HCH-NOU.

           CALL "ajuhch"
               USING
               WS-HCH
               WS-HCH-AJU-RET
           END-CALL.

           IF NOT WS-HCH-AJU-RET-OK
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.
           SET LK-MAJ-RET-OK TO TRUE.

           MOVE PG-IDF-CLI TO WS-IDF-CLI-EDT.
           MOVE SPACES TO WS-MSG-LOG.

           IF PG-ABO-TAR = 1
               STRING "client " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-CLI-EDT) DELIMITED BY SIZE
                      " abonne au tarif mensuel, categorie "
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAT-EDT) DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
           ELSE
               STRING "client " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-CLI-EDT) DELIMITED BY SIZE
                      " desabonne du tarif mensuel" DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
           END-IF.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0100-MAJ-ABO-FIN.
