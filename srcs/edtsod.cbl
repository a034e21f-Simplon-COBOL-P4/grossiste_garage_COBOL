      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch (exécution planifiée, mensuelle) qui édite le  *
      * rapport de séparation des tâches : la liste des documents du   *
      * mois sur lesquels un même utilisateur a réalisé deux étapes    *
      * déclarées incompatibles. Les étapes (catalogue "etpsod") sont  *
      * relues là où elles sont tracées :                              *
      *   - circuit achat, par facture fournisseur : création du       *
      *     fournisseur (logs "creation du fournisseur"), saisie de la *
      *     facture (facture_fournisseur.id_uti, à défaut logs de      *
      *     "ajufacfou"), validation de l'achat (validation_achat) ;   *
      *   - avoir client, par retour : création du client (logs        *
      *     "creation du client"), émission de l'avoir                 *
      *     (retour_client.id_uti) ;                                   *
      *   - passage en perte, par facture : création du client,        *
      *     avoirs émis au client jusqu'à la date de la perte, passage *
      *     en perte (passage_perte).                                  *
      * Un document appartient au mois de sa dernière étape métier     *
      * (validation de l'achat, à défaut date de la facture ; date de  *
      * l'avoir ; date de la perte). Les règles de conflit sont celles *
      * de la table "regle_conflit" (écran "ecrrgc") ; tant qu'elle    *
      * est vide, le jeu par défaut du catalogue s'applique. Une étape *
      * sans auteur connu (traitement batch, logs archivés) n'est      *
      * jamais signalée. Le mois est lu en entrée (AAAAMM) ; à défaut  *
      * le mois précédent, comme "edtbmois". Code retour 8 si les      *
      * règles ne peuvent être lues.                                   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; SOD=SEPARATION DES TACHES; RGC=REGLE DE CONFLIT;   *
      * ETP=ETAPE; DOC=DOCUMENT; TYP=TYPE; REF=REFERENCE;              *
      * UTI=UTILISATEUR; NOM=NOM; LIB=LIBELLE; MOI=MOIS; ANN=ANNEE;    *
      * DAT=DATE; DEB=DEBUT; FIN=FIN; FIC=FICHIER; LGN=LIGNE;          *
      * LCT=LECTURE; ETT=ETAT; CUR=CURSEUR; NBR=NOMBRE; SIG=SIGNALE;   *
      * SAI=SAISIE; IDX=INDEX; JOU=JOUR; CHG=CHARGEMENT; DEF=DEFAUT.   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtsod.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-SOD ASSIGN TO "conflits_taches.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-SOD.
       01  FD-LGN-SOD                 PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-DAT-DEB              PIC X(10).
       01 PG-DAT-FIN              PIC X(10).
       01 PG-ETP-A                PIC X(06).
       01 PG-ETP-B                PIC X(06).
       01 PG-TYP-DOC              PIC X(06).
       01 PG-REF-DOC              PIC X(20).
       01 PG-IDF-UTI              PIC 9(10).
       01 PG-NOM-UTI              PIC X(20).
       01 PG-DAT-ETP-A            PIC X(10).
       01 PG-DAT-ETP-B            PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Etapes tracées, une ligne par (document, étape, auteur), avec
      * la date de l'étape et la date de rattachement du document au
      * mois ; puis les couples d'étapes de la règle courante faites
      * par le même auteur sur le même document.
       EXEC SQL
           DECLARE CUR-SOD CURSOR FOR
               WITH etp AS (
                   SELECT 'FACFOU' AS typ_doc, ff.id_fac_fou AS id_doc,
                          ff.num_fac_fou AS ref_doc,
                          'CREFOU' AS etape, l.id_uti AS id_uti,
                          l.date_log AS date_etp,
                          COALESCE(va.date_val, ff.date_fac_fou)
                              AS date_doc
                   FROM facture_fournisseur ff
                       LEFT JOIN validation_achat va
                           ON va.id_liv = ff.id_liv
                       JOIN logs l
                           ON l.type_log = 'fournisseur'
                          AND l.detail_log = 'creation du fournisseur '
                              || CAST(ff.id_fou AS VARCHAR)
                   UNION ALL
                   SELECT 'FACFOU', ff.id_fac_fou, ff.num_fac_fou,
                          'SAIFAF',
                          COALESCE(ff.id_uti,
                              (SELECT l.id_uti FROM logs l
                               WHERE l.type_log = 'facfou'
                                 AND l.detail_log =
                                     'saisie de la facture fournisseur '
                                     || BTRIM(ff.num_fac_fou)
                               ORDER BY l.id_log
                               LIMIT 1)),
                          ff.date_fac_fou,
                          COALESCE(va.date_val, ff.date_fac_fou)
                   FROM facture_fournisseur ff
                       LEFT JOIN validation_achat va
                           ON va.id_liv = ff.id_liv
                   UNION ALL
                   SELECT 'FACFOU', ff.id_fac_fou, ff.num_fac_fou,
                          'VALACH', va.id_uti, va.date_val, va.date_val
                   FROM facture_fournisseur ff
                       JOIN validation_achat va
                           ON va.id_liv = ff.id_liv
                   UNION ALL
                   SELECT 'AVOIR', rc.id_rcl,
                          CAST(rc.num_avr AS VARCHAR),
                          'CRECLI', l.id_uti, l.date_log, rc.date_rcl
                   FROM retour_client rc
                       JOIN logs l
                           ON l.type_log = 'client'
                          AND l.detail_log = 'creation du client '
                              || CAST(rc.id_cli AS VARCHAR)
                   UNION ALL
                   SELECT 'AVOIR', rc.id_rcl,
                          CAST(rc.num_avr AS VARCHAR),
                          'AVRCLI', rc.id_uti, rc.date_rcl, rc.date_rcl
                   FROM retour_client rc
                   UNION ALL
                   SELECT 'PERTE', pp.id_fac,
                          CAST(pp.id_fac AS VARCHAR),
                          'CRECLI', l.id_uti, l.date_log, pp.date_perte
                   FROM passage_perte pp
                       JOIN facture f ON f.id_fac = pp.id_fac
                       JOIN logs l
                           ON l.type_log = 'client'
                          AND l.detail_log = 'creation du client '
                              || CAST(f.id_cli AS VARCHAR)
                   UNION ALL
                   SELECT 'PERTE', pp.id_fac,
                          CAST(pp.id_fac AS VARCHAR),
                          'AVRCLI', rc.id_uti, rc.date_rcl,
                          pp.date_perte
                   FROM passage_perte pp
                       JOIN facture f ON f.id_fac = pp.id_fac
                       JOIN retour_client rc
                           ON rc.id_cli = f.id_cli
                          AND rc.date_rcl <= pp.date_perte
                   UNION ALL
                   SELECT 'PERTE', pp.id_fac,
                          CAST(pp.id_fac AS VARCHAR),
                          'PERCLI', pp.id_uti, pp.date_perte,
                          pp.date_perte
                   FROM passage_perte pp
               )
               SELECT a.typ_doc, COALESCE(a.ref_doc, ''), a.id_uti,
                      COALESCE(MAX(u.nom_uti), ''),
                      TO_CHAR(MIN(a.date_etp), 'YYYY-MM-DD'),
                      TO_CHAR(MIN(b.date_etp), 'YYYY-MM-DD')
               FROM etp a
                   JOIN etp b
                       ON b.typ_doc = a.typ_doc
                      AND b.id_doc = a.id_doc
                      AND b.id_uti = a.id_uti
                      AND b.etape = :PG-ETP-B
                   LEFT JOIN utilisateur u ON u.id_uti = a.id_uti
               WHERE a.etape = :PG-ETP-A
                 AND a.id_uti IS NOT NULL
                 AND a.id_uti <> 0
                 AND a.date_doc >= :PG-DAT-DEB
                 AND a.date_doc < :PG-DAT-FIN
               GROUP BY a.typ_doc, a.id_doc, a.ref_doc, a.id_uti
               ORDER BY a.typ_doc, a.id_doc, a.id_uti
               FOR READ ONLY
       END-EXEC.

      * Règles de conflit (via "lirrgc", à défaut jeu par défaut).
       01 WS-TAB-RGC.
           05 WS-RGC             OCCURS 20 TIMES.
               10 WS-RGC-A       PIC X(06).
               10 WS-RGC-B       PIC X(06).
               10 WS-RGC-LIB     PIC X(40).
       77 WS-NBR-RGC             PIC 9(02).
       77 WS-IDX                 PIC 9(02).

       COPY etpsod.

       COPY lirret REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Mois traité : saisi (AAAAMM) ou mois précédent par défaut.
       01 WS-MOI-SAI              PIC X(06).
       01 WS-MOI-EDT.
           05 WS-MOI-EDT-ANN      PIC 9(04).
           05 WS-MOI-EDT-MOI      PIC 9(02).
       01 WS-DAT-JOU.
           05 WS-ANN-JOU          PIC 9(04).
           05 WS-MOI-JOU          PIC 9(02).
           05 FILLER              PIC 9(02).
       01 WS-ANN                  PIC 9(04).
       01 WS-MOI                  PIC 9(02).

       01 WS-IDF-UTI-EDT          PIC Z(10).
       01 WS-NBR-EDT              PIC Z(04)9.
       01 WS-NBR-SIG              PIC 9(05) VALUE 0.
       01 WS-NBR-SIG-RGC          PIC 9(05).

       PROCEDURE DIVISION.

           PERFORM 0100-INI-MOI-DEB
              THRU 0100-INI-MOI-FIN.

           OPEN OUTPUT FIC-SOD.

           MOVE "SEPARATION DES TACHES - CONFLITS DU MOIS"
               TO FD-LGN-SOD.
           WRITE FD-LGN-SOD.

           STRING "Mois : " DELIMITED BY SIZE
                  WS-MOI-EDT DELIMITED BY SIZE
                  INTO FD-LGN-SOD
           END-STRING.
           WRITE FD-LGN-SOD.

           MOVE " " TO FD-LGN-SOD.
           WRITE FD-LGN-SOD.

           PERFORM 0200-CHG-RGC-DEB
              THRU 0200-CHG-RGC-FIN.

           IF WS-LIR-RET-ERR
               MOVE "Lecture des regles de conflit impossible"
                   TO FD-LGN-SOD
               WRITE FD-LGN-SOD
               CLOSE FIC-SOD
               DISPLAY "edtsod : regles de conflit illisibles"
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NBR-RGC
               PERFORM 0300-RGL-RGC-DEB
                  THRU 0300-RGL-RGC-FIN
           END-PERFORM.

           MOVE WS-NBR-SIG TO WS-NBR-EDT.

           STRING "Nombre de conflits : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  INTO FD-LGN-SOD
           END-STRING.
           WRITE FD-LGN-SOD.

           CLOSE FIC-SOD.

           DISPLAY "edtsod : " WS-NBR-SIG " conflit(s), voir "
               "conflits_taches.txt".

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Détermine le mois traité et ses bornes (haute exclusive),
      * comme "edtbmois".
       0100-INI-MOI-DEB.

           ACCEPT WS-MOI-SAI.

           IF WS-MOI-SAI IS NUMERIC AND WS-MOI-SAI NOT = "000000"
               MOVE WS-MOI-SAI TO WS-MOI-EDT
           ELSE
               ACCEPT WS-DAT-JOU FROM DATE YYYYMMDD
               MOVE WS-ANN-JOU TO WS-ANN
               MOVE WS-MOI-JOU TO WS-MOI
               IF WS-MOI = 1
                   SUBTRACT 1 FROM WS-ANN
                   MOVE 12 TO WS-MOI
               ELSE
                   SUBTRACT 1 FROM WS-MOI
               END-IF
               MOVE WS-ANN TO WS-MOI-EDT-ANN
               MOVE WS-MOI TO WS-MOI-EDT-MOI
           END-IF.

           STRING WS-MOI-EDT DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
                  INTO PG-DAT-DEB
           END-STRING.

           MOVE WS-MOI-EDT-ANN TO WS-ANN.
           MOVE WS-MOI-EDT-MOI TO WS-MOI.

           IF WS-MOI = 12
               ADD 1 TO WS-ANN
               MOVE 1 TO WS-MOI
           ELSE
               ADD 1 TO WS-MOI
           END-IF.

           MOVE WS-ANN TO WS-MOI-EDT-ANN.
           MOVE WS-MOI TO WS-MOI-EDT-MOI.

           STRING WS-MOI-EDT DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
                  INTO PG-DAT-FIN
           END-STRING.

      * On remet l'affichage sur le mois traité.
           MOVE PG-DAT-DEB(1:6) TO WS-MOI-EDT.

       0100-INI-MOI-FIN.

      *-----------------------------------------------------------------
      * Charge les règles configurées ; table vide : jeu par défaut
      * du catalogue, signalé en tête du rapport.
       0200-CHG-RGC-DEB.

           MOVE 20 TO WS-NBR-RGC.

           CALL "lirrgc"
               USING
               WS-TAB-RGC
               WS-NBR-RGC
               WS-LIR-RET
           END-CALL.

           IF WS-LIR-RET-VID
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-RGC-DEF-NBE
                   MOVE WS-RGC-DEF-A(WS-IDX)   TO WS-RGC-A(WS-IDX)
                   MOVE WS-RGC-DEF-B(WS-IDX)   TO WS-RGC-B(WS-IDX)
                   MOVE WS-RGC-DEF-LIB(WS-IDX) TO WS-RGC-LIB(WS-IDX)
               END-PERFORM
               MOVE WS-RGC-DEF-NBE TO WS-NBR-RGC

               MOVE "Aucune regle configuree : regles par defaut"
                   TO FD-LGN-SOD
               WRITE FD-LGN-SOD
               MOVE " " TO FD-LGN-SOD
               WRITE FD-LGN-SOD
           END-IF.

       0200-CHG-RGC-FIN.

      *-----------------------------------------------------------------
      * Une règle : les documents où le même utilisateur a fait ses
      * deux étapes.
       0300-RGL-RGC-DEB.

           MOVE WS-RGC-A(WS-IDX) TO PG-ETP-A.
           MOVE WS-RGC-B(WS-IDX) TO PG-ETP-B.
           MOVE 0 TO WS-NBR-SIG-RGC.

           STRING PG-ETP-A DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  PG-ETP-B DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-RGC-LIB(WS-IDX) DELIMITED BY SIZE
                  INTO FD-LGN-SOD
           END-STRING.
           WRITE FD-LGN-SOD.

           EXEC SQL OPEN CUR-SOD END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SOD
                   INTO :PG-TYP-DOC, :PG-REF-DOC, :PG-IDF-UTI,
                        :PG-NOM-UTI, :PG-DAT-ETP-A, :PG-DAT-ETP-B
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-IDF-UTI TO WS-IDF-UTI-EDT

                   STRING "  " DELIMITED BY SIZE
                          PG-TYP-DOC DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PG-REF-DOC DELIMITED BY SIZE
                          " utilisateur " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-UTI-EDT)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PG-NOM-UTI DELIMITED BY SIZE
                          " : " DELIMITED BY SIZE
                          PG-ETP-A DELIMITED BY SIZE
                          " le " DELIMITED BY SIZE
                          PG-DAT-ETP-A DELIMITED BY SIZE
                          ", " DELIMITED BY SIZE
                          PG-ETP-B DELIMITED BY SIZE
                          " le " DELIMITED BY SIZE
                          PG-DAT-ETP-B DELIMITED BY SIZE
                          INTO FD-LGN-SOD
                   END-STRING
                   WRITE FD-LGN-SOD

                   ADD 1 TO WS-NBR-SIG-RGC
                   ADD 1 TO WS-NBR-SIG
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SOD END-EXEC.

           IF WS-NBR-SIG-RGC = 0
               MOVE "  Aucun conflit" TO FD-LGN-SOD
               WRITE FD-LGN-SOD
           END-IF.

           MOVE " " TO FD-LGN-SOD.
           WRITE FD-LGN-SOD.

       0300-RGL-RGC-FIN.
