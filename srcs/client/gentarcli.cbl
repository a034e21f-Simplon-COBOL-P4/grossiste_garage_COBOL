      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch de la chaîne de nuit ("chnbat") qui envoie le  *
      * tarif personnalisé du mois aux clients abonnés : chaque 1er    *
      * jour ouvré du mois (même règle que "genrelcli"), pour chaque   *
      * client actif abonné (client.abo_tar_cli = 1, réglé par         *
      * "majabotar"), le tarif de sa catégorie (cat_abo_cli, 0 =       *
      * toutes) est édité par "edttarcli" - document imprimable et     *
      * fichier pour son logiciel d'atelier - inscrit au registre des  *
      * documents et déposé dans la file d'envoi, que "trtenv" emporte *
      * plus loin dans la même nuit. Les autres nuits, le programme ne *
      * fait rien. Journalisé via "ajulog".                            *
      *                                                                *
      *                           TRIGRAMMES                           *
      * GEN=GENERATION; TAR=TARIF; CLI=CLIENT; CAT=CATEGORIE;          *
      * ABO=ABONNEMENT; NBR=NOMBRE; OUV=OUVRE; ERR=ERREUR; FIC=FICHIER;*
      * CHG=CHARGEMENT; TRT=TRAITEMENT; JRN=JOURNAL; CTL=CONTROLE;     *
      * JOU=JOUR; LCT=LECTURE; ETT=ETAT; CUR=CURSEUR; IDX=INDEX;       *
      * MSG=MESSAGE; UTI=UTILISATEUR; IDF=IDENTIFIANT; EDT=EDITE.      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gentarcli.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-NBR-OUV              PIC 9(05).
       01 PG-IDF-CLI              PIC 9(10).
       01 PG-CAT-ABO              PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Clients actifs abonnés au tarif mensuel.
       EXEC SQL
           DECLARE CUR-ABO CURSOR FOR
               SELECT id_cli, COALESCE(cat_abo_cli, 0)
               FROM client
               WHERE supprime_le = ''
                 AND COALESCE(abo_tar_cli, 0) = 1
               ORDER BY id_cli
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Abonnés chargés avant le premier COMMIT (celui de "ajudoc"),
      * 500 au plus ; le reste attend le mois suivant.
       01 WS-TAB-ABO.
           05 WS-ABO              OCCURS 500 TIMES.
               10 WS-ABO-CLI      PIC 9(10).
               10 WS-ABO-CAT      PIC 9(10).
       77 WS-NBR-ABO              PIC 9(03) VALUE 0.
       77 WS-IDX                  PIC 9(03).

      * Édition du tarif ("edttarcli").
       01 WS-NOM-FIC              PIC X(40).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-TAR==.

       01 WS-NBR-TAR              PIC 9(05) VALUE 0.
       01 WS-NBR-ERR              PIC 9(05) VALUE 0.
       01 WS-NBR-EDT              PIC Z(04)9.
       01 WS-NBR-EDT2             PIC Z(04)9.

      * Message et type de log du passage.
       01 WS-MSG-LOG              PIC X(100).
       01 WS-TYP-LOG              PIC X(12) VALUE "tarif_cli".
       01 WS-UTI-ID               PIC 9(10) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       PROCEDURE DIVISION.

      * Le tarif part le 1er jour ouvre du mois : rien a faire tant
      * qu'un jour ouvre du mois est deja passe avant aujourd'hui.
           PERFORM 0050-CTL-JOU-DEB
              THRU 0050-CTL-JOU-FIN.

           IF PG-NBR-OUV > 0
               DISPLAY "gentarcli : pas le 1er jour ouvre du mois,"
                   " rien a faire"
               MOVE 0 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-CHG-ABO-DEB
              THRU 0100-CHG-ABO-FIN.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-NBR-ABO
               PERFORM 0200-TRT-ABO-DEB
                  THRU 0200-TRT-ABO-FIN
           END-PERFORM.

           PERFORM 0300-JRN-DEB
              THRU 0300-JRN-FIN.

           DISPLAY "gentarcli : " WS-NBR-TAR " tarif(s) envoye(s), "
               WS-NBR-ERR " erreur(s)".

           MOVE 0 TO RETURN-CODE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Compte les jours ouvres du mois deja passes avant aujourd'hui
      * (ouvre = pas dans jour_ferme pour toute la maison) : zero =
      * aujourd'hui est le premier jour ouvre du mois.
       0050-CTL-JOU-DEB.

           MOVE 0 TO PG-NBR-OUV.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-OUV
               FROM generate_series(
                        DATE_TRUNC('month', CURRENT_DATE),
                        CURRENT_DATE - 1, '1 day') AS g(d)
               WHERE NOT EXISTS
                   (SELECT 1 FROM jour_ferme jf
                    WHERE jf.date_jof = CAST(g.d AS DATE)
                      AND jf.id_ent = 0)
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-NBR-OUV
           END-IF.

       0050-CTL-JOU-FIN.

      *-----------------------------------------------------------------
      * Charge les abonnés : le curseur est refermé avant le premier
      * COMMIT.
       0100-CHG-ABO-DEB.

           EXEC SQL OPEN CUR-ABO END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-ABO
                   INTO :PG-IDF-CLI, :PG-CAT-ABO
               END-EXEC

               IF SQLCODE = 0 AND WS-NBR-ABO < 500
                   ADD 1 TO WS-NBR-ABO
                   MOVE PG-IDF-CLI TO WS-ABO-CLI(WS-NBR-ABO)
                   MOVE PG-CAT-ABO TO WS-ABO-CAT(WS-NBR-ABO)
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-ABO END-EXEC.

       0100-CHG-ABO-FIN.

      *-----------------------------------------------------------------
      * Un abonné : édition, inscription au registre et mise en file
      * d'envoi par "edttarcli". Une catégorie supprimée depuis
      * l'abonnement compte en erreur.
       0200-TRT-ABO-DEB.

           CALL "edttarcli"
               USING
               WS-ABO-CLI(WS-IDX)
               WS-ABO-CAT(WS-IDX)
               WS-NOM-FIC
               WS-TAR-LIR-RET
           END-CALL.

           IF WS-TAR-LIR-RET-OK
               ADD 1 TO WS-NBR-TAR
           ELSE
               ADD 1 TO WS-NBR-ERR
               DISPLAY "gentarcli : tarif du client "
                   WS-ABO-CLI(WS-IDX) " non edite"
           END-IF.

       0200-TRT-ABO-FIN.

      *-----------------------------------------------------------------
      * Journalise le passage.
       0300-JRN-DEB.

           MOVE WS-NBR-TAR TO WS-NBR-EDT.
           MOVE WS-NBR-ERR TO WS-NBR-EDT2.

           STRING "tarifs mensuels : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  " envoye(s), " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT2) DELIMITED BY SIZE
                  " en erreur" DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               WS-UTI-ID,
                               WS-LOG-AJU-RET
           END-CALL.

       0300-JRN-FIN.
