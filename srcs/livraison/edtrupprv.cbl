      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch de la chaîne de nuit ("chnbat") qui édite les  *
      * ruptures prévisionnelles des 8 semaines à venir : là où        *
      * "genreapp" ne réagit qu'une fois le seuil franchi et "edtprm"  *
      * ne voit que les backorders déjà posés, le stock de chaque      *
      * pièce est projeté semaine par semaine (semaine 1 = du jour au  *
      * jour + 6). Départ : le disponible à la vente ("lirdsppie",     *
      * tous dépôts, réservations des sortantes déjà déduites). Sont   *
      * retirés : la part des sortantes en cours que la réservation ne *
      * couvre pas (semaine 1), les passages à venir des commandes     *
      * permanentes (commande_permanente, à leur date, un passage en   *
      * retard tombant en semaine 1 comme le rattrapage de             *
      * "gencmdper") et les appels attendus des commandes ouvertes     *
      * (commande_ouverte : reste à appeler, diminué des sortantes en  *
      * cours du client sur la pièce, étalé uniformément jusqu'à la    *
      * fin du contrat). Sont ajoutées les entrantes en cours à leur   *
      * fin prévue (date_fin_liv, une entrante en retard en semaine    *
      * 1 ; hors retours et livraisons directes, comme "edtprm").      *
      * Chaque pièce dont le stock projeté passe sous zéro avant sa    *
      * prochaine réception est listée avec la semaine de la rupture,  *
      * la quantité manquante à cette semaine et la semaine de la      *
      * prochaine réception attendue, dans                             *
      * ruptures_previsionnelles.txt : les acheteurs relancent ou      *
      * changent de source avant qu'un client ne soit refusé.          *
      * Quantités en unité de vente de la pièce.                       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; RUP=RUPTURE; PRV=PREVISIONNELLE; PIE=PIECE;        *
      * SEM=SEMAINE; SOR=SORTIES; ENT=ENTREES; PRJ=PROJECTION;         *
      * DSP=DISPONIBLE; MNQ=MANQUANT; RCP=RECEPTION; QTE=QUANTITE;     *
      * DAT=DATE; FIC=FICHIER; LGN=LIGNE; LCT=LECTURE; ETT=ETAT;       *
      * CUR=CURSEUR; NBR=NOMBRE; IDF=IDENTIFIANT; IDX=INDEX;           *
      * CRT=COURANTE; DEC=DECALAGE; NOM=NOM; JOU=JOUR.                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtrupprv.
       AUTHOR. siboryg.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-RUP ASSIGN TO "ruptures_previsionnelles.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-RUP.
       01  FD-LGN-RUP                 PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-DAT-JOU              PIC X(10).
       01 PG-IDF-PIE              PIC 9(10).
       01 PG-SEM                  PIC 9(02).
       01 PG-QTE-SOR              PIC S9(09)V9(03).
       01 PG-QTE-ENT              PIC S9(09)V9(03).
       01 PG-DEC-JOU              PIC 9(03).
       01 PG-DAT-SEM              PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Mouvements prévus par pièce et par semaine (1 à 8) : sorties
      * (sortantes non couvertes, commandes permanentes, appels des
      * commandes ouvertes) et entrées (entrantes en cours).
       EXEC SQL
           DECLARE CUR-MVT CURSOR FOR
               SELECT m.id_pie, m.sem, SUM(m.qte_sor), SUM(m.qte_ent)
               FROM (
      * Sortantes en cours au-delà de ce que la réservation couvre
      * (le disponible de départ a déjà retiré les réservations).
                   SELECT lp.id_pie AS id_pie, 1 AS sem,
                          GREATEST(SUM(lp.qt_liv_pie)
                              - COALESCE(MAX(p.qt_rsv_pie), 0), 0)
                              AS qte_sor,
                          0 AS qte_ent
                   FROM livraison l
                       JOIN livraison_piece lp ON lp.id_liv = l.id_liv
                       JOIN piece p ON p.id_pie = lp.id_pie
                   WHERE l.statut_liv = 0
                     AND COALESCE(l.id_cli, 0) > 0
                     AND l.supprime_le = ''
                     AND COALESCE(l.directe_liv, 0) = 0
                   GROUP BY lp.id_pie
                   UNION ALL
      * Passages à venir des commandes permanentes actives.
                   SELECT cpp.id_pie,
                          CAST((GREATEST(cp.date_proch
                                   + k.n * cp.freq_jours,
                                   CURRENT_DATE)
                                - CURRENT_DATE) / 7 AS INTEGER) + 1,
                          cpp.qte_cmp, 0
                   FROM commande_permanente cp
                       JOIN commande_permanente_piece cpp
                           ON cpp.id_cmp = cp.id_cmp
                       CROSS JOIN generate_series(0, 56) AS k(n)
                   WHERE cp.actif_cmp = 1
                     AND cp.freq_jours > 0
                     AND cp.date_proch + k.n * cp.freq_jours
                         < CURRENT_DATE + 56
                     AND (k.n = 0
                          OR cp.date_proch + k.n * cp.freq_jours
                             > CURRENT_DATE)
                   UNION ALL
      * Appels attendus des commandes ouvertes : reste à appeler,
      * moins les sortantes en cours du client sur la pièce (elles
      * le consommeront à leur clôture), au prorata des jours du
      * contrat dans la semaine.
                   SELECT cop.id_pie, s.n,
                          GREATEST(cop.qt_contrat - cop.qt_appelee
                              - COALESCE(
                                  (SELECT SUM(lp2.qt_liv_pie)
                                   FROM livraison l2
                                       JOIN livraison_piece lp2
                                           ON lp2.id_liv = l2.id_liv
                                   WHERE l2.id_cli = co.id_cli
                                     AND lp2.id_pie = cop.id_pie
                                     AND l2.statut_liv = 0
                                     AND l2.supprime_le = ''), 0), 0)
                          * GREATEST(LEAST(co.date_fin_cou,
                                           CURRENT_DATE + 7 * s.n - 1)
                                     - GREATEST(co.date_deb_cou,
                                           CURRENT_DATE
                                           + 7 * (s.n - 1))
                                     + 1, 0)
                          / (co.date_fin_cou
                             - GREATEST(co.date_deb_cou, CURRENT_DATE)
                             + 1),
                          0
                   FROM commande_ouverte co
                       JOIN commande_ouverte_piece cop
                           ON cop.id_cou = co.id_cou
                       CROSS JOIN generate_series(1, 8) AS s(n)
                   WHERE co.date_fin_cou >= CURRENT_DATE
                     AND co.date_deb_cou < CURRENT_DATE + 56
                     AND cop.qt_appelee < cop.qt_contrat
                   UNION ALL
      * Entrantes en cours, à leur fin prévue.
                   SELECT lp.id_pie,
                          CAST((GREATEST(l.date_fin_liv, CURRENT_DATE)
                                - CURRENT_DATE) / 7 AS INTEGER) + 1,
                          0, lp.qt_liv_pie
                   FROM livraison l
                       JOIN livraison_piece lp ON lp.id_liv = l.id_liv
                   WHERE l.id_fou IS NOT NULL
                     AND l.statut_liv = 0
                     AND l.supprime_le = ''
                     AND COALESCE(l.retour_liv, 0) = 0
                     AND COALESCE(l.directe_liv, 0) = 0
                     AND l.date_fin_liv < CURRENT_DATE + 56
               ) m
               WHERE m.sem BETWEEN 1 AND 8
               GROUP BY m.id_pie, m.sem
               ORDER BY m.id_pie, m.sem
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Semaines de l'horizon : date de début et mouvements prévus
      * de la pièce courante.
       01 WS-TAB-SEM.
           05 WS-SEM              OCCURS 8 TIMES.
               10 WS-SEM-DAT      PIC X(10).
               10 WS-SEM-SOR      PIC S9(09)V9(03).
               10 WS-SEM-ENT      PIC S9(09)V9(03).
       77 WS-IDX                  PIC 9(02).
       77 WS-IDX-RUP              PIC 9(02).
       77 WS-IDX-RCP              PIC 9(02).

       01 WS-IDF-PIE-CRT          PIC 9(10) VALUE 0.

      * Disponible de départ ("lirdsppie", tous dépôts).
       01 WS-IDF-ENT              PIC 9(10) VALUE 0.
       01 WS-NOM-PIE              PIC X(50).
       01 WS-QTE-DSP              PIC 9(07)V9(03).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-DSP==.

       01 WS-QTE-PRJ              PIC S9(09)V9(03).
       01 WS-QTE-MNQ              PIC S9(09)V9(03).

       01 WS-NBR-PIE              PIC 9(05) VALUE 0.
       01 WS-NBR-RUP              PIC 9(05) VALUE 0.

       01 WS-IDF-EDT              PIC Z(09)9.
       01 WS-NOM-EDT              PIC X(30).
       01 WS-QTE-EDT              PIC Z(06)9.999.
       01 WS-QTE-EDT2             PIC Z(06)9.999.
       01 WS-SEM-EDT              PIC 9(01).
       01 WS-RCP-EDT              PIC X(14).

       PROCEDURE DIVISION.

           ACCEPT PG-DAT-JOU FROM DATE YYYYMMDD.

           PERFORM 0050-INI-SEM-DEB
              THRU 0050-INI-SEM-FIN.

           OPEN OUTPUT FIC-RUP.

           MOVE "RUPTURES PREVISIONNELLES A 8 SEMAINES" TO FD-LGN-RUP.
           WRITE FD-LGN-RUP.

           MOVE SPACES TO FD-LGN-RUP.
           STRING "Date : " DELIMITED BY SIZE
                  PG-DAT-JOU DELIMITED BY SIZE
                  "   (semaine 1 = du " DELIMITED BY SIZE
                  WS-SEM-DAT(1) DELIMITED BY SIZE
                  " au jour + 6)" DELIMITED BY SIZE
                  INTO FD-LGN-RUP
           END-STRING.
           WRITE FD-LGN-RUP.

           MOVE " " TO FD-LGN-RUP.
           WRITE FD-LGN-RUP.

           MOVE
      -    "     Piece  Designation                      Disponible
      -    " Rupture             Manquant  Proch. recept."
               TO FD-LGN-RUP.
           WRITE FD-LGN-RUP.

           PERFORM 0150-RAZ-SEM-DEB
              THRU 0150-RAZ-SEM-FIN.

           EXEC SQL OPEN CUR-MVT END-EXEC.

           PERFORM 0100-LCT-MVT-DEB
              THRU 0100-LCT-MVT-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN

      * Rupture de pièce : la précédente est projetée.
               IF PG-IDF-PIE NOT = WS-IDF-PIE-CRT
                   IF WS-IDF-PIE-CRT NOT = 0
                       PERFORM 0200-PRJ-PIE-DEB
                          THRU 0200-PRJ-PIE-FIN
                   END-IF
                   PERFORM 0150-RAZ-SEM-DEB
                      THRU 0150-RAZ-SEM-FIN
                   MOVE PG-IDF-PIE TO WS-IDF-PIE-CRT
               END-IF

               ADD PG-QTE-SOR TO WS-SEM-SOR(PG-SEM)
               ADD PG-QTE-ENT TO WS-SEM-ENT(PG-SEM)

               PERFORM 0100-LCT-MVT-DEB
                  THRU 0100-LCT-MVT-FIN
           END-PERFORM.

           IF WS-IDF-PIE-CRT NOT = 0
               PERFORM 0200-PRJ-PIE-DEB
                  THRU 0200-PRJ-PIE-FIN
           END-IF.

           EXEC SQL CLOSE CUR-MVT END-EXEC.

           IF WS-NBR-RUP = 0
               MOVE "Aucune rupture prevue sur 8 semaines."
                   TO FD-LGN-RUP
               WRITE FD-LGN-RUP
           END-IF.

           CLOSE FIC-RUP.

           DISPLAY "edtrupprv : " WS-NBR-PIE " piece(s) projetee(s), "
               WS-NBR-RUP " rupture(s) prevue(s), edition dans"
               " ruptures_previsionnelles.txt".

           MOVE 0 TO RETURN-CODE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Date de début de chaque semaine de l'horizon (jour + 7 x n).
       0050-INI-SEM-DEB.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               COMPUTE PG-DEC-JOU = (WS-IDX - 1) * 7

               EXEC SQL
                   SELECT CAST(CURRENT_DATE + :PG-DEC-JOU AS VARCHAR)
                   INTO :PG-DAT-SEM
               END-EXEC

               IF SQLCODE = 0
                   MOVE PG-DAT-SEM TO WS-SEM-DAT(WS-IDX)
               ELSE
                   MOVE SPACES TO WS-SEM-DAT(WS-IDX)
               END-IF
           END-PERFORM.

       0050-INI-SEM-FIN.

      *-----------------------------------------------------------------
       0100-LCT-MVT-DEB.

           EXEC SQL
               FETCH CUR-MVT
               INTO :PG-IDF-PIE, :PG-SEM, :PG-QTE-SOR, :PG-QTE-ENT
           END-EXEC.

           IF SQLCODE = 0
               SET WS-ETT-LCT-ENC TO TRUE
           ELSE
               SET WS-ETT-LCT-FIN TO TRUE
           END-IF.

       0100-LCT-MVT-FIN.

      *-----------------------------------------------------------------
      * Remet à zéro les mouvements des 8 semaines.
       0150-RAZ-SEM-DEB.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE 0 TO WS-SEM-SOR(WS-IDX)
               MOVE 0 TO WS-SEM-ENT(WS-IDX)
           END-PERFORM.

       0150-RAZ-SEM-FIN.

      *-----------------------------------------------------------------
      * Projette le stock de la pièce courante semaine par semaine à
      * partir de son disponible : la première semaine où il passe
      * sous zéro est la rupture, la quantité manquante est son
      * découvert à cette semaine. Une pièce supprimée ou inconnue
      * n'est pas projetée.
       0200-PRJ-PIE-DEB.

           CALL "lirdsppie"
               USING
               WS-IDF-PIE-CRT
               WS-IDF-ENT
               WS-NOM-PIE
               WS-QTE-DSP
               WS-DSP-LIR-RET
           END-CALL.

           IF NOT WS-DSP-LIR-RET-OK
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NBR-PIE.

           MOVE WS-QTE-DSP TO WS-QTE-PRJ.
           MOVE 0 TO WS-IDX-RUP.
           MOVE 0 TO WS-IDX-RCP.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 8 OR WS-IDX-RUP > 0
               COMPUTE WS-QTE-PRJ = WS-QTE-PRJ
                                  + WS-SEM-ENT(WS-IDX)
                                  - WS-SEM-SOR(WS-IDX)
               IF WS-QTE-PRJ < 0
                   MOVE WS-IDX TO WS-IDX-RUP
                   COMPUTE WS-QTE-MNQ = 0 - WS-QTE-PRJ
               END-IF
           END-PERFORM.

           IF WS-IDX-RUP = 0
               EXIT PARAGRAPH
           END-IF.

      * Prochaine réception attendue après la semaine de rupture.
           PERFORM VARYING WS-IDX FROM WS-IDX-RUP BY 1
                   UNTIL WS-IDX > 8 OR WS-IDX-RCP > 0
               IF WS-IDX > WS-IDX-RUP AND WS-SEM-ENT(WS-IDX) > 0
                   MOVE WS-IDX TO WS-IDX-RCP
               END-IF
           END-PERFORM.

           PERFORM 0300-LGN-RUP-DEB
              THRU 0300-LGN-RUP-FIN.

       0200-PRJ-PIE-FIN.

      *-----------------------------------------------------------------
      * Ligne de l'édition : pièce, disponible de départ, semaine de
      * rupture (et sa date de début), manquant, prochaine réception.
       0300-LGN-RUP-DEB.

           MOVE WS-IDF-PIE-CRT TO WS-IDF-EDT.
           MOVE WS-NOM-PIE     TO WS-NOM-EDT.
           MOVE WS-QTE-DSP     TO WS-QTE-EDT.
           MOVE WS-QTE-MNQ     TO WS-QTE-EDT2.
           MOVE WS-IDX-RUP     TO WS-SEM-EDT.

           IF WS-IDX-RCP = 0
               MOVE "aucune" TO WS-RCP-EDT
           ELSE
               MOVE SPACES TO WS-RCP-EDT
               STRING "S" DELIMITED BY SIZE
                      WS-IDX-RCP(2:1) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SEM-DAT(WS-IDX-RCP) DELIMITED BY SIZE
                      INTO WS-RCP-EDT
               END-STRING
           END-IF.

           MOVE SPACES TO FD-LGN-RUP.
           STRING WS-IDF-EDT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-NOM-EDT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-QTE-EDT DELIMITED BY SIZE
                  "  S" DELIMITED BY SIZE
                  WS-SEM-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SEM-DAT(WS-IDX-RUP) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-QTE-EDT2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RCP-EDT DELIMITED BY SIZE
                  INTO FD-LGN-RUP
           END-STRING.
           WRITE FD-LGN-RUP.

           ADD 1 TO WS-NBR-RUP.

       0300-LGN-RUP-FIN.
