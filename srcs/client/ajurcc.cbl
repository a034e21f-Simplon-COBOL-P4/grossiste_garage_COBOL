      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme d'enregistrement d'une réclamation client qui   *
      * ne porte pas sur la marchandise (retard de livraison, erreur   *
      * de facture, accueil, pièce manquante d'un kit... catégories    *
      * du copybook "catrcc") dans la table reclamation_client :       *
      * id_rcc, id_cli, id_liv, id_fac et id_uti_cnc (livraison,       *
      * facture et utilisateur mis en cause, facultatifs), cat_rcc,    *
      * objet_rcc, id_uti_rsp (responsable du traitement, celui qui    *
      * saisit à défaut), date_ouv_rcc, delai_rcc et date_lim_rcc      *
      * (échéance de réponse), statut_rcc (0 ouverte, 1 prise en       *
      * charge, 2 résolue), resolution_rcc, date_clo_rcc, id_uti       *
      * (saisie). L'échéance se compte en jours ouvrés à partir du     *
      * lendemain, selon le calendrier d'ouverture (même règle que     *
      * "lirjouvr" : ni dimanche, ni fermeture générale de la table    *
      * jour_ferme) ; le délai vient de la saisie, à défaut de la clé  *
      * "delai_rcc" de parametre_secu (5 jours ouvrés à défaut). La    *
      * livraison et la facture mises en cause doivent être celles du  *
      * client. "majrcc" fait vivre la réclamation, "edtrccrtd" liste  *
      * celles en retard et "edtrccsta" en fait la statistique du      *
      * mois. Journalisé via "ajulog".                                 *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; RCC=RECLAMATION CLIENT; CLI=CLIENT; LIV=LIVRAISON;  *
      * FAC=FACTURE; UTI=UTILISATEUR; CNC=MIS EN CAUSE;                *
      * RSP=RESPONSABLE; CAT=CATEGORIE; OBJ=OBJET; DEL=DELAI;          *
      * DAT=DATE; LIM=LIMITE; IDF=IDENTIFIANT; NBR=NOMBRE; IDX=INDEX;  *
      * CTL=CONTROLE; ECH=ECHEANCE.                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ajurcc.
       AUTHOR. Benoit.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-IDF-LIV             PIC 9(10).
       01 PG-IDF-FAC             PIC 9(10).
       01 PG-IDF-UTI-CNC         PIC 9(10).
       01 PG-IDF-UTI-RSP         PIC 9(10).
       01 PG-IDF-UTI             PIC 9(10).
       01 PG-CAT-RCC             PIC X(03).
       01 PG-OBJ-RCC             PIC X(60).
       01 PG-DEL-RCC             PIC 9(02).
       01 PG-DAT-LIM             PIC X(10).
       01 PG-IDF-RCC             PIC 9(10).
       01 PG-NBR                 PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY catrcc.
       77 WS-IDX                 PIC 9(02).

      * Message et type de log de l'enregistrement.
       01 WS-IDF-RCC-EDT         PIC Z(10).
       01 WS-IDF-CLI-EDT         PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "reclamation".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : le client, la livraison, la facture et
      * l'utilisateur mis en cause (0 = sans), la catégorie, le
      * responsable (0 = l'utilisateur connecté), l'objet et le délai
      * de réponse en jours ouvrés (0 = délai configuré).
       01 LK-IDF-CLI             PIC 9(10).
       01 LK-IDF-LIV             PIC 9(10).
       01 LK-IDF-FAC             PIC 9(10).
       01 LK-IDF-UTI-CNC         PIC 9(10).
       01 LK-CAT-RCC             PIC X(03).
       01 LK-IDF-UTI-RSP         PIC 9(10).
       01 LK-OBJ-RCC             PIC X(60).
       01 LK-DEL-RCC             PIC 9(02).
      * Identifiant de l'utilisateur connecté, pour la saisie et le
      * log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : la réclamation et son échéance.
       01 LK-IDF-RCC             PIC 9(10).
       01 LK-DAT-LIM             PIC X(10).
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-CLI,
                                LK-IDF-LIV,
                                LK-IDF-FAC,
                                LK-IDF-UTI-CNC,
                                LK-CAT-RCC,
                                LK-IDF-UTI-RSP,
                                LK-OBJ-RCC,
                                LK-DEL-RCC,
                                LK-IDF-UTI,
                                LK-IDF-RCC,
                                LK-DAT-LIM,
                                LK-AJU-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           MOVE 0      TO LK-IDF-RCC.
           MOVE SPACES TO LK-DAT-LIM.

           IF WS-ROL-RET-REF
               SET LK-AJU-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-CTL-SAI-DEB
                  THRU 0100-CTL-SAI-FIN

               IF LK-AJU-RET-OK
                   PERFORM 0200-CTL-LIE-DEB
                      THRU 0200-CTL-LIE-FIN
               END-IF

               IF LK-AJU-RET-OK
                   PERFORM 0300-CAL-ECH-DEB
                      THRU 0300-CAL-ECH-FIN
               END-IF

               IF LK-AJU-RET-OK
                   PERFORM 0400-CRE-RCC-DEB
                      THRU 0400-CRE-RCC-FIN
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Catégorie connue du copybook "catrcc" et objet renseigné ;
      * le client doit exister.
       0100-CTL-SAI-DEB.

           MOVE LK-IDF-CLI     TO PG-IDF-CLI.
           MOVE LK-IDF-LIV     TO PG-IDF-LIV.
           MOVE LK-IDF-FAC     TO PG-IDF-FAC.
           MOVE LK-IDF-UTI-CNC TO PG-IDF-UTI-CNC.
           MOVE LK-CAT-RCC     TO PG-CAT-RCC.
           MOVE LK-OBJ-RCC     TO PG-OBJ-RCC.
           MOVE LK-IDF-UTI     TO PG-IDF-UTI.

           IF LK-IDF-UTI-RSP = 0
               MOVE LK-IDF-UTI     TO PG-IDF-UTI-RSP
           ELSE
               MOVE LK-IDF-UTI-RSP TO PG-IDF-UTI-RSP
           END-IF.

           SET LK-AJU-RET-ERR TO TRUE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-RCC-NBE
               IF WS-CAT-RCC-COD(WS-IDX) = PG-CAT-RCC
                   SET LK-AJU-RET-OK TO TRUE
               END-IF
           END-PERFORM.

           IF NOT LK-AJU-RET-OK OR PG-OBJ-RCC = SPACES
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR
               FROM client
               WHERE id_cli = :PG-IDF-CLI
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET LK-AJU-RET-ERR TO TRUE
               WHEN PG-NBR = 0
                   SET LK-AJU-RET-FK-ERR TO TRUE
           END-EVALUATE.

       0100-CTL-SAI-FIN.

      *-----------------------------------------------------------------
      * Livraison et facture mises en cause : celles du client ;
      * utilisateurs mis en cause et responsable : existants.
       0200-CTL-LIE-DEB.

           IF PG-IDF-LIV NOT = 0
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :PG-NBR
                   FROM livraison
                   WHERE id_liv = :PG-IDF-LIV
                     AND id_cli = :PG-IDF-CLI
               END-EXEC

               IF SQLCODE NOT = 0 OR PG-NBR = 0
                   SET LK-AJU-RET-FK-ERR TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF PG-IDF-FAC NOT = 0
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :PG-NBR
                   FROM facture
                   WHERE id_fac = :PG-IDF-FAC
                     AND id_cli = :PG-IDF-CLI
               END-EXEC

               IF SQLCODE NOT = 0 OR PG-NBR = 0
                   SET LK-AJU-RET-FK-ERR TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF PG-IDF-UTI-CNC NOT = 0
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :PG-NBR
                   FROM utilisateur
                   WHERE id_uti = :PG-IDF-UTI-CNC
               END-EXEC

               IF SQLCODE NOT = 0 OR PG-NBR = 0
                   SET LK-AJU-RET-FK-ERR TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR
               FROM utilisateur
               WHERE id_uti = :PG-IDF-UTI-RSP
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR = 0
               SET LK-AJU-RET-FK-ERR TO TRUE
           END-IF.

       0200-CTL-LIE-FIN.

      *-----------------------------------------------------------------
      * Échéance de réponse : le N-ième jour ouvré après aujourd'hui,
      * ni dimanche ni fermeture générale (id_ent 0) du calendrier.
       0300-CAL-ECH-DEB.

           IF LK-DEL-RCC NOT = 0
               MOVE LK-DEL-RCC TO PG-DEL-RCC
           ELSE
               EXEC SQL
                   SELECT valeur_prm
                   INTO :PG-DEL-RCC
                   FROM parametre_secu
                   WHERE cle_prm = 'delai_rcc'
               END-EXEC

               IF SQLCODE NOT = 0 OR PG-DEL-RCC = 0
                   MOVE 5 TO PG-DEL-RCC
               END-IF
           END-IF.

           EXEC SQL
               SELECT CAST(CAST(g.d AS DATE) AS VARCHAR)
               INTO :PG-DAT-LIM
               FROM generate_series(CURRENT_DATE + 1,
                                    CURRENT_DATE + 200,
                                    '1 day') AS g(d)
               WHERE EXTRACT(DOW FROM g.d) <> 0
                 AND NOT EXISTS
                     (SELECT 1
                      FROM jour_ferme jf
                      WHERE jf.date_jof = CAST(g.d AS DATE)
                        AND jf.id_ent = 0)
               ORDER BY g.d
               OFFSET :PG-DEL-RCC - 1
               LIMIT 1
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-AJU-RET-ERR TO TRUE
           END-IF.

       0300-CAL-ECH-FIN.

      *-----------------------------------------------------------------
      * Enregistre la réclamation, ouverte du jour. Journalisé.
       0400-CRE-RCC-DEB.

           EXEC SQL
               INSERT INTO reclamation_client
                   (id_cli, id_liv, id_fac, id_uti_cnc, cat_rcc,
                    objet_rcc, id_uti_rsp, date_ouv_rcc, delai_rcc,
                    date_lim_rcc, statut_rcc, resolution_rcc, id_uti)
               VALUES
                   (:PG-IDF-CLI, NULLIF(:PG-IDF-LIV, 0),
                    NULLIF(:PG-IDF-FAC, 0), NULLIF(:PG-IDF-UTI-CNC, 0),
                    :PG-CAT-RCC, :PG-OBJ-RCC, :PG-IDF-UTI-RSP,
                    CURRENT_DATE, :PG-DEL-RCC,
                    CAST(:PG-DAT-LIM AS DATE), 0, '',
                    NULLIF(:PG-IDF-UTI, 0))
               RETURNING id_rcc INTO :PG-IDF-RCC
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               MOVE PG-IDF-RCC TO LK-IDF-RCC
               MOVE PG-DAT-LIM TO LK-DAT-LIM

               MOVE PG-IDF-RCC TO WS-IDF-RCC-EDT
               MOVE PG-IDF-CLI TO WS-IDF-CLI-EDT
               STRING "reclamation n. " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-RCC-EDT) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      PG-CAT-RCC DELIMITED BY SIZE
                      ") du client " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-CLI-EDT) DELIMITED BY SIZE
                      ", echeance " DELIMITED BY SIZE
                      PG-DAT-LIM DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING

               CALL "ajulog" USING WS-MSG-LOG,
                                   WS-TYP-LOG,
                                   LK-IDF-UTI,
                                   WS-LOG-AJU-RET
               END-CALL
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
           END-IF.

       0400-CRE-RCC-FIN.
