      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de mise en file d'une édition longue demandée   *
      * depuis un écran ("edtmarge", "edtvp", "edtkdxpie",             *
      * "edtbalage") : la demande est inscrite dans la table           *
      * file_edition (id_edt, prog_edt, prm_edt = paramètres de        *
      * l'édition, id_uti demandeur, id_soc, statut_edt : 0 en         *
      * attente, 1 en cours, 2 prête, 3 en erreur ; date_dem_edt,      *
      * date_fin_edt, nom_fic_edt, vu_edt) et l'écran rend la main     *
      * aussitôt. Le répartiteur "trtedt" lance les éditions en        *
      * attente l'une après l'autre et inscrit le fichier produit au   *
      * registre des documents ("ecrdoc") ; le demandeur en est avisé  *
      * au bandeau de son menu ("veredt"). Une demande identique du    *
      * même utilisateur encore en attente n'est pas doublée (code     *
      * DP). Validé par son propre COMMIT, comme "ajurej".             *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; EDT=EDITION; PRG=PROGRAMME; PRM=PARAMETRES;         *
      * UTI=UTILISATEUR; SOC=SOCIETE; IDF=IDENTIFIANT; NBR=NOMBRE.     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ajuedt.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-PRG-EDT             PIC X(10).
       01 PG-PRM-EDT             PIC X(20).
       01 PG-IDF-UTI             PIC 9(10).
       01 PG-IDF-SOC             PIC 9(02).
       01 PG-NBR-EDT             PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY utiglb.

       LINKAGE SECTION.
      * Arguments d'entrée : programme d'édition et ses paramètres.
       01 LK-PRG-EDT             PIC X(10).
       01 LK-PRM-EDT             PIC X(20).
      * Argument de sortie.
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-PRG-EDT,
                                LK-PRM-EDT,
                                LK-AJU-RET.

           SET LK-AJU-RET-OK TO TRUE.

           MOVE LK-PRG-EDT TO PG-PRG-EDT.
           MOVE LK-PRM-EDT TO PG-PRM-EDT.
           MOVE G-UTI-ID   TO PG-IDF-UTI.

           IF G-SOC-ID = 0
               MOVE 1 TO PG-IDF-SOC
           ELSE
               MOVE G-SOC-ID TO PG-IDF-SOC
           END-IF.

           PERFORM 0100-CTL-DUP-DEB
              THRU 0100-CTL-DUP-FIN.

           IF LK-AJU-RET-OK
               PERFORM 0200-AJU-EDT-DEB
                  THRU 0200-AJU-EDT-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * La même édition avec les mêmes paramètres est-elle déjà en
      * attente pour cet utilisateur ?
       0100-CTL-DUP-DEB.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-EDT
               FROM file_edition
               WHERE prog_edt = :PG-PRG-EDT
                 AND prm_edt = :PG-PRM-EDT
                 AND id_uti = :PG-IDF-UTI
                 AND statut_edt = 0
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET LK-AJU-RET-ERR TO TRUE
               WHEN PG-NBR-EDT > 0
                   SET LK-AJU-RET-DUP TO TRUE
           END-EVALUATE.

       0100-CTL-DUP-FIN.

      *-----------------------------------------------------------------
      * Inscrit la demande en attente.
       0200-AJU-EDT-DEB.

           EXEC SQL
               INSERT INTO file_edition
                   (prog_edt, prm_edt, id_uti, id_soc, statut_edt,
                    date_dem_edt, vu_edt)
               VALUES
                   (:PG-PRG-EDT, :PG-PRM-EDT, :PG-IDF-UTI,
                    :PG-IDF-SOC, 0, CURRENT_TIMESTAMP, 0)
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
           END-IF.

       0200-AJU-EDT-FIN.
