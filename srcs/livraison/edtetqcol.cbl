      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous programme qui édite les étiquettes colis d'une livraison  *
      * sortante préparée (etiquettes_colis_<id>.txt) : une étiquette  *
      * par colis avec l'expéditeur (table societe, société de la      *
      * livraison), le transporteur affecté par "majtrnliv", le        *
      * destinataire (adresse du carnet adresse_cli choisie par        *
      * "majadrliv", à défaut celle de la fiche client), le numéro de  *
      * colis, son poids, son numéro SSCC, le numéro de suivi quand le *
      * transporteur l'a attribué et les marques ADR des pièces        *
      * (numéro UN, classe, groupe d'emballage, quantité limitée,      *
      * posés par "majadr"). Les colis sont tenus dans la table colis  *
      * (id_col, id_liv, num_col, sscc_col, poids_col, date_col,       *
      * num_suivi_col, date_man_col, id_trn_col) : créés au nombre     *
      * demandé, le poids de la livraison (poids_liv s'il est figé,    *
      * sinon quantités prélevées par poids des pièces) étant réparti  *
      * entre eux ; une réimpression rend les mêmes SSCC, et des colis *
      * déjà remis au transporteur ne sont plus recréés. Le SSCC (18   *
      * chiffres) est formé du préfixe d'entreprise GS1 (clé           *
      * "prefixe_gs1" de parametre_secu), de l'identifiant du colis et *
      * de sa clé modulo 10. Les colis partent ensuite dans le         *
      * manifeste de fin de journée ("genmantrn") et reçoivent leur    *
      * numéro de suivi par "impsuitrn". Inscrit au registre des       *
      * documents (type ETQ) et journalisé via "ajulog". Pour une      *
      * expédition regroupant plusieurs livraisons ("ajuexp"), les     *
      * colis sont ceux de sa livraison principale, le poids et le     *
      * nombre de colis par défaut ceux de l'expédition, l'étiquette   *
      * porte le numéro d'expédition et les marques ADR de toutes ses  *
      * livraisons.                                                    *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; ETQ=ETIQUETTE; COL=COLIS; LIV=LIVRAISON;           *
      * CLI=CLIENT; NOM=NOM; ADR=ADRESSE OU ACCORD TRANSPORT           *
      * MARCHANDISES DANGEREUSES; CP=CODE POSTAL; VIL=VILLE;           *
      * TRN=TRANSPORTEUR; SUI=SUIVI; PDS=POIDS; RAI=RAISON SOCIALE;    *
      * SOC=SOCIETE; PFX=PREFIXE; GS1=CODIFICATION GS1; SSC=SSCC;      *
      * EXT=EXTENSION; SER=SERIE; CLE=CLE DE CONTROLE; CHF=CHIFFRES;   *
      * DGT=CHIFFRE; SOM=SOMME; QUO=QUOTIENT; RST=RESTE;               *
      * MAN=MANIFESTE; UNI=UNITAIRE; CUM=CUMUL; UN=NUMERO UN;          *
      * CLA=CLASSE; GRP=GROUPE D'EMBALLAGE; LQ=QUANTITE LIMITEE;       *
      * SUP=SUPPLEMENTAIRE; NUM=NUMERO; NBR=NOMBRE; IDX=INDEX;         *
      * FIC=FICHIER; LGN=LIGNE; CUR=CURSEUR; ETT=ETAT; LCT=LECTURE;    *
      * ENC=EN COURS; ERR=ERREUR; CRE=CREATION; AJU=AJOUT; LIR=LIRE;   *
      * NIV=NIVEAU; REQ=REQUIS; ROL=ROLE; DOC=DOCUMENT; CPY=COPIE;     *
      * TYP=TYPE; EXP=EXPEDITION; MSG=MESSAGE; IDF=IDENTIFIANT;        *
      * UTI=UTILISATEUR.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtetqcol.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-ETQ ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ETQ.
       01  FD-LGN-ETQ                PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-LIV              PIC 9(10).
       01 PG-NOM-CLI              PIC X(50).
       01 PG-ADR-LIV              PIC X(50).
       01 PG-CP-LIV               PIC 9(05).
       01 PG-VIL-LIV              PIC X(50).
       01 PG-NOM-TRN              PIC X(50).
       01 PG-SUI-LIV              PIC X(30).
       01 PG-PDS-LIV              PIC 9(07)V999.
       01 PG-RAI-SOC              PIC X(60).
       01 PG-ADR-SOC              PIC X(60).
       01 PG-CP-SOC               PIC X(05).
       01 PG-VIL-SOC              PIC X(50).
       01 PG-PFX-GS1              PIC 9(07).
       01 PG-NBR-COL              PIC 9(03).
       01 PG-NBR-MAN              PIC 9(03).
       01 PG-NUM-COL              PIC 9(03).
       01 PG-IDF-COL              PIC 9(10).
       01 PG-PDS-COL              PIC 9(07)V999.
       01 PG-SSC-COL              PIC X(18).
       01 PG-SUI-COL              PIC X(30).
       01 PG-UN-ADR               PIC X(04).
       01 PG-CLA-ADR              PIC X(03).
       01 PG-GRP-ADR              PIC X(03).
       01 PG-LQ-ADR               PIC 9(01).
       01 PG-IDF-EXP              PIC 9(10).
       01 PG-PDS-EXP              PIC 9(07)V999.
       01 PG-NBR-COL-EXP          PIC 9(03).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Marques ADR des pièces de la livraison, ou de toutes les
      * livraisons de l'expédition (une par numéro UN).
       EXEC SQL
           DECLARE CUR-ADR CURSOR FOR
               SELECT DISTINCT p.un_pie,
                      COALESCE(p.classe_adr_pie, ' '),
                      COALESCE(p.grp_emb_pie, ' '),
                      COALESCE(p.lq_pie, 0)
               FROM livraison_piece lp
                   JOIN piece p ON p.id_pie = lp.id_pie
                   JOIN livraison l ON l.id_liv = lp.id_liv
               WHERE (lp.id_liv = :PG-IDF-LIV
                      OR l.id_exp_liv = :PG-IDF-EXP)
                 AND COALESCE(p.un_pie, '') <> ''
               ORDER BY 1
               FOR READ ONLY
       END-EXEC.

      * Colis de la livraison, dans l'ordre de leur numéro.
       EXEC SQL
           DECLARE CUR-COL CURSOR FOR
               SELECT num_col, sscc_col, poids_col,
                      COALESCE(num_suivi_col, ' ')
               FROM colis
               WHERE id_liv = :PG-IDF-LIV
               ORDER BY num_col
               FOR READ ONLY
       END-EXEC.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ              PIC 9(01) VALUE 0.
       01 WS-ROL-RET              PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Positionné à OUI à la première erreur SQL : tout est annulé.
       01 WS-ETT-ERR              PIC 9(01).
           88 WS-ETT-ERR-NON                 VALUE 0.
           88 WS-ETT-ERR-OUI                 VALUE 1.

      * Numéro SSCC d'un colis : chiffre d'extension, préfixe
      * d'entreprise GS1, référence série (identifiant du colis) et
      * clé de contrôle modulo 10.
       01 WS-SSC.
           05 WS-SSC-EXT          PIC 9(01) VALUE 0.
           05 WS-SSC-PFX          PIC 9(07).
           05 WS-SSC-SER          PIC 9(09).
           05 WS-SSC-CLE          PIC 9(01).
       01 WS-SSC-CHF REDEFINES WS-SSC.
           05 WS-SSC-DGT          PIC 9(01) OCCURS 18 TIMES.
       01 WS-SSC-SOM              PIC 9(04).
       01 WS-SSC-QUO              PIC 9(04).
       01 WS-SSC-RST              PIC 9(01).
       01 WS-IDX                  PIC 9(02).

      * Répartition du poids de la livraison entre ses colis, le
      * dernier prenant l'arrondi.
       01 WS-NBR-COL              PIC 9(03).
       01 WS-PDS-UNI              PIC 9(07)V999.
       01 WS-PDS-CUM              PIC 9(07)V999.

      * Marques ADR retenues (10 numéros UN au plus sur l'étiquette).
       01 WS-NBR-ADR              PIC 9(02) VALUE 0.
       01 WS-ADR-SUP              PIC 9(01) VALUE 0.
       01 WS-TAB-ADR.
           05 WS-ADR-LGN          PIC X(60) OCCURS 10 TIMES.

       01 WS-NOM-FIC              PIC X(40).
       01 WS-IDF-LIV-EDT          PIC Z(09)9.
       01 WS-IDF-EXP-EDT          PIC Z(09)9.
       01 WS-NUM-COL-EDT          PIC Z(02)9.
       01 WS-NBR-COL-EDT          PIC Z(02)9.
       01 WS-PDS-EDT              PIC Z(06)9.999.

      * Inscription des étiquettes au registre des documents.
       01 WS-TYP-DOC              PIC X(03) VALUE "ETQ".
       01 WS-NUM-CPY              PIC 9(03) VALUE 0.
       01 WS-IDF-DOC              PIC 9(10).
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DOC==.

      * Message et type de log de l'édition.
       01 WS-MSG-LOG              PIC X(100).
       01 WS-TYP-LOG              PIC X(12) VALUE "expedition".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       LINKAGE SECTION.
      * Arguments d'entrée : la livraison sortante préparée (ou
      * l'une des livraisons d'une expédition), le nombre de colis
      * (0 = réimprimer les colis existants ; s'il n'y en a pas
      * encore, ceux de l'expédition, un seul à défaut) et
      * l'utilisateur connecté.
       01 LK-IDF-LIV              PIC 9(10).
       01 LK-NBR-COL              PIC 9(03).
       01 LK-IDF-UTI              PIC 9(10).
      * Arguments de sortie : nombre d'étiquettes imprimées et OK, FK
      * (pas une sortante préparée et ouverte), RO (droits) ou ER.
       01 LK-NBR-ETQ              PIC 9(03).
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-LIV,
                                LK-NBR-COL,
                                LK-IDF-UTI,
                                LK-NBR-ETQ,
                                LK-AJU-RET.

           MOVE 0 TO LK-NBR-ETQ.
           SET WS-ETT-ERR-NON TO TRUE.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-AJU-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-LIR-LIV-DEB
              THRU 0100-LIR-LIV-FIN.

           IF NOT LK-AJU-RET-OK
               EXIT PROGRAM
           END-IF.

           PERFORM 0200-CRE-COL-DEB
              THRU 0200-CRE-COL-FIN.

           IF WS-ETT-ERR-OUI
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 0400-LIR-ADR-DEB
              THRU 0400-LIR-ADR-FIN.

           PERFORM 0500-EDT-ETQ-DEB
              THRU 0500-EDT-ETQ-FIN.

           SET LK-AJU-RET-OK TO TRUE.

           MOVE PG-IDF-LIV TO WS-IDF-DOC.

           CALL "ajudoc"
               USING
               WS-TYP-DOC
               WS-IDF-DOC
               WS-NOM-FIC
               WS-NUM-CPY
               WS-DOC-AJU-RET
           END-CALL.

           MOVE LK-NBR-ETQ TO WS-NBR-COL-EDT.
           STRING "etiquettes colis livraison " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-LIV-EDT) DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-COL-EDT) DELIMITED BY SIZE
                  " colis" DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Livraison sortante ouverte, préparée et non retirée sur place :
      * destinataire (adresse du carnet choisie par "majadrliv", à
      * défaut celle de la fiche client), transporteur affecté par
      * "majtrnliv", poids (poids_liv s'il est déjà figé, sinon somme
      * des quantités prélevées par le poids des pièces). Puis
      * l'expéditeur (société de la livraison) et le préfixe GS1. Une
      * livraison regroupée dans une expédition ("ajuexp") est
      * remplacée par la livraison principale de l'expédition, qui
      * porte les colis, et le poids est celui de l'expédition.
       0100-LIR-LIV-DEB.

           MOVE LK-IDF-LIV TO PG-IDF-LIV.
           MOVE 0 TO PG-IDF-EXP.
           MOVE 0 TO PG-NBR-COL-EXP.

           EXEC SQL
               SELECT e.id_exp, e.id_liv_exp, e.poids_exp,
                      COALESCE(e.nb_col_exp, 0)
               INTO :PG-IDF-EXP, :PG-IDF-LIV, :PG-PDS-EXP,
                    :PG-NBR-COL-EXP
               FROM livraison l
                   JOIN expedition e ON e.id_exp = l.id_exp_liv
               WHERE l.id_liv = :PG-IDF-LIV
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE LK-IDF-LIV TO PG-IDF-LIV
               MOVE 0 TO PG-IDF-EXP
               MOVE 0 TO PG-NBR-COL-EXP
           END-IF.

           MOVE PG-IDF-LIV TO WS-IDF-LIV-EDT.
           MOVE PG-IDF-EXP TO WS-IDF-EXP-EDT.

           EXEC SQL
               SELECT c.nom_cli,
                      COALESCE(a.adresse_adr, c.adresse_cli),
                      COALESCE(a.cp_adr, c.cp_cli),
                      COALESCE(a.ville_adr, c.ville_cli),
                      COALESCE(t.nom_trn, ' '),
                      COALESCE(l.num_suivi_liv, ' '),
                      CASE WHEN COALESCE(l.poids_liv, 0) > 0
                           THEN l.poids_liv
                           ELSE (SELECT COALESCE(SUM(
                                     COALESCE(lp.qt_recue_pie,
                                              lp.qt_liv_pie)
                                     * COALESCE(p.poids_pie, 0)), 0)
                                 FROM livraison_piece lp
                                     JOIN piece p
                                         ON p.id_pie = lp.id_pie
                                 WHERE lp.id_liv = l.id_liv)
                      END
               INTO :PG-NOM-CLI, :PG-ADR-LIV, :PG-CP-LIV,
                    :PG-VIL-LIV, :PG-NOM-TRN, :PG-SUI-LIV,
                    :PG-PDS-LIV
               FROM livraison l
                   JOIN client c ON c.id_cli = l.id_cli
                   LEFT JOIN adresse_cli a ON a.id_adr = l.id_adr_liv
                   LEFT JOIN transporteur t ON t.id_trn = l.id_trn_liv
               WHERE l.id_liv = :PG-IDF-LIV
                 AND l.statut_liv = 0
                 AND l.supprime_le = ''
                 AND COALESCE(l.prep_liv, 0) = 1
                 AND COALESCE(l.retrait_liv, 0) = 0
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-AJU-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-IDF-EXP NOT = 0
               MOVE PG-PDS-EXP TO PG-PDS-LIV
           END-IF.

           EXEC SQL
               SELECT raison_soc, COALESCE(adresse_soc, ' '),
                      COALESCE(cp_soc, ' '), COALESCE(ville_soc, ' ')
               INTO :PG-RAI-SOC, :PG-ADR-SOC, :PG-CP-SOC,
                    :PG-VIL-SOC
               FROM societe
               WHERE COALESCE(id_soc, 1) =
                     COALESCE((SELECT l.id_soc
                               FROM livraison l
                               WHERE l.id_liv = :PG-IDF-LIV), 1)
               ORDER BY id_soc
               LIMIT 1
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES TO PG-RAI-SOC
               MOVE SPACES TO PG-ADR-SOC
               MOVE SPACES TO PG-CP-SOC
               MOVE SPACES TO PG-VIL-SOC
           END-IF.

      * Préfixe d'entreprise GS1 (clé "prefixe_gs1" de
      * parametre_secu), à renseigner pour des SSCC reconnus par les
      * transporteurs.
           EXEC SQL
               SELECT valeur_prm
               INTO :PG-PFX-GS1
               FROM parametre_secu
               WHERE cle_prm = 'prefixe_gs1'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-PFX-GS1
           END-IF.

           SET LK-AJU-RET-OK TO TRUE.

       0100-LIR-LIV-FIN.

      *-----------------------------------------------------------------
      * Colis de la livraison : les colis existants sont réimprimés
      * (nombre demandé à 0 ou inchangé, ou colis déjà remis au
      * transporteur) ; sinon ils sont recréés au nombre demandé,
      * chacun avec son SSCC et sa part du poids.
       0200-CRE-COL-DEB.

           EXEC SQL
               SELECT COUNT(*),
                      COUNT(date_man_col)
               INTO :PG-NBR-COL, :PG-NBR-MAN
               FROM colis
               WHERE id_liv = :PG-IDF-LIV
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ETT-ERR-OUI TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-NBR-COL > 0
               AND (LK-NBR-COL = 0 OR LK-NBR-COL = PG-NBR-COL
                    OR PG-NBR-MAN > 0)
               EXIT PARAGRAPH
           END-IF.

           IF PG-NBR-COL > 0
               EXEC SQL
                   DELETE FROM colis
                   WHERE id_liv = :PG-IDF-LIV
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-ETT-ERR-OUI TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE LK-NBR-COL TO WS-NBR-COL.
           IF WS-NBR-COL = 0
               MOVE PG-NBR-COL-EXP TO WS-NBR-COL
           END-IF.
           IF WS-NBR-COL = 0
               MOVE 1 TO WS-NBR-COL
           END-IF.

           COMPUTE WS-PDS-UNI ROUNDED = PG-PDS-LIV / WS-NBR-COL.
           MOVE 0 TO WS-PDS-CUM.

           PERFORM VARYING PG-NUM-COL FROM 1 BY 1
                   UNTIL PG-NUM-COL > WS-NBR-COL OR WS-ETT-ERR-OUI
               PERFORM 0300-AJU-COL-DEB
                  THRU 0300-AJU-COL-FIN
           END-PERFORM.

       0200-CRE-COL-FIN.

      *-----------------------------------------------------------------
      * Crée un colis et lui attribue son SSCC : extension 0, préfixe
      * GS1, identifiant du colis sur 9 chiffres, clé modulo 10
      * (poids 3 et 1 en alternance, 3 sur le chiffre le plus à
      * droite).
       0300-AJU-COL-DEB.

           IF PG-NUM-COL = WS-NBR-COL
               COMPUTE PG-PDS-COL = PG-PDS-LIV - WS-PDS-CUM
           ELSE
               MOVE WS-PDS-UNI TO PG-PDS-COL
               ADD WS-PDS-UNI TO WS-PDS-CUM
           END-IF.

           EXEC SQL
               INSERT INTO colis (id_liv, num_col, poids_col,
                   date_col)
               VALUES (:PG-IDF-LIV, :PG-NUM-COL, :PG-PDS-COL,
                   CURRENT_DATE)
               RETURNING id_col INTO :PG-IDF-COL
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ETT-ERR-OUI TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE PG-PFX-GS1 TO WS-SSC-PFX.
           MOVE PG-IDF-COL TO WS-SSC-SER.
           MOVE 0 TO WS-SSC-SOM.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 17
               DIVIDE WS-IDX BY 2 GIVING WS-SSC-QUO
                   REMAINDER WS-SSC-RST
               IF WS-SSC-RST = 1
                   COMPUTE WS-SSC-SOM = WS-SSC-SOM
                                      + 3 * WS-SSC-DGT(WS-IDX)
               ELSE
                   ADD WS-SSC-DGT(WS-IDX) TO WS-SSC-SOM
               END-IF
           END-PERFORM.

           DIVIDE WS-SSC-SOM BY 10 GIVING WS-SSC-QUO
               REMAINDER WS-SSC-RST.

           IF WS-SSC-RST = 0
               MOVE 0 TO WS-SSC-CLE
           ELSE
               COMPUTE WS-SSC-CLE = 10 - WS-SSC-RST
           END-IF.

           MOVE WS-SSC TO PG-SSC-COL.

           EXEC SQL
               UPDATE colis
               SET sscc_col = :PG-SSC-COL
               WHERE id_col = :PG-IDF-COL
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ETT-ERR-OUI TO TRUE
           END-IF.

       0300-AJU-COL-FIN.

      *-----------------------------------------------------------------
      * Marques ADR des pièces de la livraison, reprises sur chaque
      * étiquette comme sur le bon de livraison ("edtblvcli").
       0400-LIR-ADR-DEB.

           EXEC SQL OPEN CUR-ADR END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN

               EXEC SQL
                   FETCH CUR-ADR
                   INTO :PG-UN-ADR, :PG-CLA-ADR, :PG-GRP-ADR,
                        :PG-LQ-ADR
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       SET WS-ETT-LCT-FIN TO TRUE
                   WHEN WS-NBR-ADR >= 10
                       MOVE 1 TO WS-ADR-SUP
                   WHEN OTHER
                       ADD 1 TO WS-NBR-ADR
                       MOVE SPACES TO WS-ADR-LGN(WS-NBR-ADR)
                       IF PG-LQ-ADR = 1
                           STRING "ADR UN " DELIMITED BY SIZE
                                  PG-UN-ADR DELIMITED BY SIZE
                                  " CLASSE " DELIMITED BY SIZE
                                  PG-CLA-ADR DELIMITED BY SIZE
                                  " GE " DELIMITED BY SIZE
                                  PG-GRP-ADR DELIMITED BY SIZE
                                  " (QUANTITE LIMITEE)"
                                  DELIMITED BY SIZE
                                  INTO WS-ADR-LGN(WS-NBR-ADR)
                           END-STRING
                       ELSE
                           STRING "ADR UN " DELIMITED BY SIZE
                                  PG-UN-ADR DELIMITED BY SIZE
                                  " CLASSE " DELIMITED BY SIZE
                                  PG-CLA-ADR DELIMITED BY SIZE
                                  " GE " DELIMITED BY SIZE
                                  PG-GRP-ADR DELIMITED BY SIZE
                                  INTO WS-ADR-LGN(WS-NBR-ADR)
                           END-STRING
                       END-IF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CUR-ADR END-EXEC.

       0400-LIR-ADR-FIN.

      *-----------------------------------------------------------------
      * Une étiquette par colis dans etiquettes_colis_<id>.txt.
       0500-EDT-ETQ-DEB.

           MOVE SPACES TO WS-NOM-FIC.
           STRING "etiquettes_colis_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-LIV-EDT) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-FIC
           END-STRING.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-COL
               FROM colis
               WHERE id_liv = :PG-IDF-LIV
           END-EXEC.

           MOVE PG-NBR-COL TO WS-NBR-COL-EDT.

           OPEN OUTPUT FIC-ETQ.

           EXEC SQL OPEN CUR-COL END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN

               EXEC SQL
                   FETCH CUR-COL
                   INTO :PG-NUM-COL, :PG-SSC-COL, :PG-PDS-COL,
                        :PG-SUI-COL
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0550-ETQ-COL-DEB
                      THRU 0550-ETQ-COL-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-COL END-EXEC.

           MOVE ALL "-" TO FD-LGN-ETQ.
           WRITE FD-LGN-ETQ.

           CLOSE FIC-ETQ.

       0500-EDT-ETQ-FIN.

      *-----------------------------------------------------------------
       0550-ETQ-COL-DEB.

           ADD 1 TO LK-NBR-ETQ.

           MOVE ALL "-" TO FD-LGN-ETQ.
           WRITE FD-LGN-ETQ.

           MOVE SPACES TO FD-LGN-ETQ.
           STRING "EXPEDITEUR   : " DELIMITED BY SIZE
                  PG-RAI-SOC DELIMITED BY SIZE
                  INTO FD-LGN-ETQ
           END-STRING.
           WRITE FD-LGN-ETQ.

           MOVE SPACES TO FD-LGN-ETQ.
           STRING "               " DELIMITED BY SIZE
                  PG-ADR-SOC DELIMITED BY SIZE
                  INTO FD-LGN-ETQ
           END-STRING.
           WRITE FD-LGN-ETQ.

           MOVE SPACES TO FD-LGN-ETQ.
           STRING "               " DELIMITED BY SIZE
                  PG-CP-SOC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-VIL-SOC DELIMITED BY SIZE
                  INTO FD-LGN-ETQ
           END-STRING.
           WRITE FD-LGN-ETQ.

           MOVE SPACES TO FD-LGN-ETQ.
           STRING "TRANSPORTEUR : " DELIMITED BY SIZE
                  PG-NOM-TRN DELIMITED BY SIZE
                  INTO FD-LGN-ETQ
           END-STRING.
           WRITE FD-LGN-ETQ.

           MOVE " " TO FD-LGN-ETQ.
           WRITE FD-LGN-ETQ.

           MOVE SPACES TO FD-LGN-ETQ.
           STRING "DESTINATAIRE : " DELIMITED BY SIZE
                  PG-NOM-CLI DELIMITED BY SIZE
                  INTO FD-LGN-ETQ
           END-STRING.
           WRITE FD-LGN-ETQ.

           MOVE SPACES TO FD-LGN-ETQ.
           STRING "               " DELIMITED BY SIZE
                  PG-ADR-LIV DELIMITED BY SIZE
                  INTO FD-LGN-ETQ
           END-STRING.
           WRITE FD-LGN-ETQ.

           MOVE SPACES TO FD-LGN-ETQ.
           STRING "               " DELIMITED BY SIZE
                  PG-CP-LIV DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-VIL-LIV DELIMITED BY SIZE
                  INTO FD-LGN-ETQ
           END-STRING.
           WRITE FD-LGN-ETQ.

           MOVE " " TO FD-LGN-ETQ.
           WRITE FD-LGN-ETQ.

           MOVE PG-NUM-COL TO WS-NUM-COL-EDT.
           MOVE PG-PDS-COL TO WS-PDS-EDT.
           MOVE SPACES TO FD-LGN-ETQ.
           STRING "LIVRAISON N. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-LIV-EDT) DELIMITED BY SIZE
                  "   COLIS " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-COL-EDT) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-COL-EDT) DELIMITED BY SIZE
                  "   POIDS " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PDS-EDT) DELIMITED BY SIZE
                  " KG" DELIMITED BY SIZE
                  INTO FD-LGN-ETQ
           END-STRING.
           WRITE FD-LGN-ETQ.

           IF PG-IDF-EXP NOT = 0
               MOVE SPACES TO FD-LGN-ETQ
               STRING "EXPEDITION N. " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-EXP-EDT) DELIMITED BY SIZE
                      " (PLUSIEURS LIVRAISONS, VOIR LA LISTE DE "
                      DELIMITED BY SIZE
                      "COLISAGE)" DELIMITED BY SIZE
                      INTO FD-LGN-ETQ
               END-STRING
               WRITE FD-LGN-ETQ
           END-IF.

           MOVE SPACES TO FD-LGN-ETQ.
           STRING "SSCC (00) " DELIMITED BY SIZE
                  PG-SSC-COL DELIMITED BY SIZE
                  INTO FD-LGN-ETQ
           END-STRING.
           WRITE FD-LGN-ETQ.

           IF PG-SUI-COL = SPACES
               MOVE PG-SUI-LIV TO PG-SUI-COL
           END-IF.

           MOVE SPACES TO FD-LGN-ETQ.
           IF PG-SUI-COL = SPACES
               MOVE "SUIVI        : attribue par le transporteur"
                   TO FD-LGN-ETQ
           ELSE
               STRING "SUIVI        : " DELIMITED BY SIZE
                      PG-SUI-COL DELIMITED BY SIZE
                      INTO FD-LGN-ETQ
               END-STRING
           END-IF.
           WRITE FD-LGN-ETQ.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NBR-ADR
               MOVE WS-ADR-LGN(WS-IDX) TO FD-LGN-ETQ
               WRITE FD-LGN-ETQ
           END-PERFORM.

           IF WS-ADR-SUP = 1
               MOVE "ADR : AUTRES NUMEROS UN, VOIR LE BON DE LIVRAISON"
                   TO FD-LGN-ETQ
               WRITE FD-LGN-ETQ
           END-IF.

       0550-ETQ-COL-FIN.
