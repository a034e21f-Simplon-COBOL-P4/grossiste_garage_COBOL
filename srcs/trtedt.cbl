      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch (exécution planifiée, à intervalle court dans  *
      * la journée) qui répartit la file d'édition (file_edition,      *
      * alimentée par "ajuedt" depuis les écrans) : les éditions en    *
      * attente sont lancées l'une après l'autre, dans l'ordre des     *
      * demandes, jusqu'à ce que la file soit vide. Chaque édition     *
      * tourne pour le compte de son demandeur (G-UTI-ID, G-SOC-ID) et *
      * prend ses paramètres dans la demande (G-EDT-FIL, G-EDT-PRM) ;  *
      * le fichier produit (G-EDT-FIC) est inscrit au registre des     *
      * documents ("ajudoc" : MRG marge mensuelle, VPD ventes perdues, *
      * BAG balance âgée, référence = la demande ; KDX kardex,         *
      * référence = la pièce) d'où le demandeur l'ouvre ("ecrdoc"), et *
      * la demande passe "prête" avec le nom du fichier - le bandeau   *
      * du menu l'annonce ("veredt"). Une édition qui ne produit rien  *
      * passe "en erreur". Un seul passage à la fois : le programme    *
      * prend un verrou consultatif de session (pg_try_advisory_lock)  *
      * et s'arrête aussitôt, sans rien toucher, si un autre passage   *
      * le tient. Seul le détenteur du verrou remet en attente les     *
      * demandes restées "en cours", forcément orphelines d'un passage *
      * interrompu ; le verrou est rendu en fin de passage.            *
      * Chaque édition est déchargée (CANCEL) après son passage pour   *
      * repartir de ses valeurs initiales à la demande suivante.       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * TRT=TRAITEMENT; EDT=EDITION; PRG=PROGRAMME; PRM=PARAMETRES;    *
      * UTI=UTILISATEUR; SOC=SOCIETE; IDF=IDENTIFIANT; STA=STATUT;     *
      * FIC=FICHIER; DOC=DOCUMENT; TYP=TYPE; REF=REFERENCE; CPY=COPIE; *
      * PIE=PIECE; KDX=KARDEX; NBR=NOMBRE; ERR=ERREUR; FIL=FILE;       *
      * ETT=ETAT; LAN=LANCEMENT; PRC=PROCHAINE; VRR=VERROU.            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. trtedt.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-EDT             PIC 9(10).
       01 PG-PRG-EDT             PIC X(10).
       01 PG-PRM-EDT             PIC X(20).
       01 PG-IDF-UTI             PIC 9(10).
       01 PG-IDF-SOC             PIC 9(02).
       01 PG-STA-EDT             PIC 9(01).
       01 PG-NOM-FIC             PIC X(40).
      * Verrou de la file (1 = obtenu / rendu).
       01 PG-VRR-EDT             PIC 9(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-ETT-FIL             PIC 9(01).
           88 WS-ETT-FIL-ENC                 VALUE 0.
           88 WS-ETT-FIL-FIN                 VALUE 1.

      * Inscription du fichier produit au registre ("ajudoc").
       01 WS-TYP-DOC             PIC X(03).
       01 WS-IDF-REF             PIC 9(10).
       01 WS-NOM-FIC             PIC X(40).
       01 WS-NUM-CPY             PIC 9(03) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DOC==.

      * Pièce du kardex ("edtkdxpie" est appelé avec son identifiant).
       01 WS-IDF-PIE             PIC 9(10).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-KDX==.

       01 WS-NBR-EDT             PIC 9(05) VALUE 0.
       01 WS-NBR-ERR             PIC 9(05) VALUE 0.

       COPY utiglb.

       PROCEDURE DIVISION.

           PERFORM 0050-RPR-ENC-DEB
              THRU 0050-RPR-ENC-FIN.

      * Un autre passage tient la file : il la videra lui-même.
           IF PG-VRR-EDT = 0
               DISPLAY "trtedt : file d'edition deja traitee par un "
                   "autre passage, rien a faire"
               MOVE 0 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           SET WS-ETT-FIL-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-FIL-FIN
               PERFORM 0100-PRC-EDT-DEB
                  THRU 0100-PRC-EDT-FIN

               IF WS-ETT-FIL-ENC
                   PERFORM 0200-LAN-EDT-DEB
                      THRU 0200-LAN-EDT-FIN

                   PERFORM 0300-STA-EDT-DEB
                      THRU 0300-STA-EDT-FIN
               END-IF
           END-PERFORM.

           MOVE 0      TO G-EDT-FIL.
           MOVE SPACES TO G-EDT-PRM.
           MOVE 0      TO G-UTI-ID.
           MOVE 0      TO G-SOC-ID.

           EXEC SQL
               SELECT CASE WHEN pg_advisory_unlock(hashtext('trtedt'))
                           THEN 1 ELSE 0 END
               INTO :PG-VRR-EDT
           END-EXEC.

           DISPLAY "trtedt : " WS-NBR-EDT " edition(s) produite(s), "
               WS-NBR-ERR " en erreur".

           MOVE 0 TO RETURN-CODE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Prend le verrou de la file (PG-VRR-EDT à 0 s'il est déjà
      * tenu). Le détenteur est seul à traiter la file : une demande
      * "en cours" vient alors d'un passage interrompu et repart en
      * attente.
       0050-RPR-ENC-DEB.

           EXEC SQL
               SELECT CASE WHEN pg_try_advisory_lock(hashtext('trtedt'))
                           THEN 1 ELSE 0 END
               INTO :PG-VRR-EDT
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-VRR-EDT
           END-IF.

           IF PG-VRR-EDT = 0
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE file_edition
               SET statut_edt = 0
               WHERE statut_edt = 1
           END-EXEC.

           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

       0050-RPR-ENC-FIN.

      *-----------------------------------------------------------------
      * Prochaine demande en attente, la plus ancienne d'abord ; elle
      * passe "en cours" avant le lancement.
       0100-PRC-EDT-DEB.

           EXEC SQL
               SELECT id_edt, prog_edt, prm_edt, id_uti,
                      COALESCE(id_soc, 1)
               INTO :PG-IDF-EDT, :PG-PRG-EDT, :PG-PRM-EDT,
                    :PG-IDF-UTI, :PG-IDF-SOC
               FROM file_edition
               WHERE statut_edt = 0
               ORDER BY id_edt
               LIMIT 1
               FOR UPDATE
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET WS-ETT-FIL-FIN TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE file_edition
               SET statut_edt = 1
               WHERE id_edt = :PG-IDF-EDT
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET WS-ETT-FIL-FIN TO TRUE
           END-IF.

       0100-PRC-EDT-FIN.

      *-----------------------------------------------------------------
      * Lance l'édition demandée pour le compte du demandeur, avec les
      * paramètres de la demande, puis la décharge.
       0200-LAN-EDT-DEB.

           MOVE 1          TO G-EDT-FIL.
           MOVE PG-PRM-EDT TO G-EDT-PRM.
           MOVE SPACES     TO G-EDT-FIC.
           MOVE PG-IDF-UTI TO G-UTI-ID.
           MOVE PG-IDF-SOC TO G-SOC-ID.

           MOVE PG-IDF-EDT TO WS-IDF-REF.

           EVALUATE PG-PRG-EDT
               WHEN "edtmarge"
                   MOVE "MRG" TO WS-TYP-DOC
                   CALL "edtmarge"
                   END-CALL
                   CANCEL "edtmarge"
               WHEN "edtvp"
                   MOVE "VPD" TO WS-TYP-DOC
                   CALL "edtvp"
                   END-CALL
                   CANCEL "edtvp"
               WHEN "edtbalage"
                   MOVE "BAG" TO WS-TYP-DOC
                   CALL "edtbalage"
                   END-CALL
                   CANCEL "edtbalage"
      * Kardex : la pièce est le paramètre de la demande, et la
      * référence du document au registre.
               WHEN "edtkdxpie"
                   MOVE "KDX" TO WS-TYP-DOC
                   IF PG-PRM-EDT(1:10) IS NUMERIC
                       MOVE PG-PRM-EDT(1:10) TO WS-IDF-PIE
                       MOVE WS-IDF-PIE TO WS-IDF-REF
                       CALL "edtkdxpie"
                           USING
                           WS-IDF-PIE
                           WS-KDX-LIR-RET
                       END-CALL
                       CANCEL "edtkdxpie"
                       IF NOT WS-KDX-LIR-RET-OK
                           MOVE SPACES TO G-EDT-FIC
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE 0 TO G-EDT-FIL.
           MOVE 0 TO RETURN-CODE.

       0200-LAN-EDT-FIN.

      *-----------------------------------------------------------------
      * Fichier produit : inscrit au registre au nom du demandeur, la
      * demande passe "prête" ; sinon elle passe "en erreur".
       0300-STA-EDT-DEB.

           IF G-EDT-FIC = SPACES
               MOVE 3      TO PG-STA-EDT
               MOVE SPACES TO PG-NOM-FIC
               ADD 1 TO WS-NBR-ERR
               DISPLAY "trtedt : demande " PG-IDF-EDT " ("
                   FUNCTION TRIM(PG-PRG-EDT) ") en erreur"
           ELSE
               MOVE G-EDT-FIC TO WS-NOM-FIC
               MOVE G-EDT-FIC TO PG-NOM-FIC
               CALL "ajudoc"
                   USING
                   WS-TYP-DOC
                   WS-IDF-REF
                   WS-NOM-FIC
                   WS-NUM-CPY
                   WS-DOC-AJU-RET
               END-CALL
               MOVE 2 TO PG-STA-EDT
               ADD 1 TO WS-NBR-EDT
           END-IF.

           EXEC SQL
               UPDATE file_edition
               SET statut_edt = :PG-STA-EDT,
                   nom_fic_edt = :PG-NOM-FIC,
                   date_fin_edt = CURRENT_TIMESTAMP
               WHERE id_edt = :PG-IDF-EDT
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

       0300-STA-EDT-FIN.
