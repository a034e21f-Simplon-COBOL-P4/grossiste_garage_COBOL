      * fin), émet une écriture équilibrée par livraison terminée      *
      * (ventes : client TTC au débit, ventes HT et TVA collectée par  *
      * taux au crédit ; achats : achats HT et TVA déductible au       *
      * débit, fournisseur TTC au crédit, valorisés au prix d'achat du *
      * catalogue piece_fournisseur à défaut prix_pie) et par          *
      * règlement (banque au débit, client au crédit). Les numéros de  *
      * comptes sont configurables dans la table param_compta (code,   *
      * compte), avec des comptes PCG par défaut à défaut de           *
      * paramétrage. Même discipline de point de reprise que les       *
      * parcours paginés ("lirckp"/"ajuckp") : l'avancement est borné  *
      * tous les 100 mouvements, et une relance après incident reprend *
      * le fichier en l'état (ouverture en ajout) au dernier point     *
      * borné au lieu de tout refaire - un trimestre de 20 000         *
      * mouvements peut ainsi redémarrer en plein fichier. Un export   *
      * par société : la société (NN) est lue après les dates (01 à    *
      * défaut, contrôlée par "lirsoc"), seuls ses mouvements (id_soc  *
      * ; avoirs par la livraison d'origine, pertes par la facture)    *
      * sont exportés, le point de reprise porte la société et le      *
      * fichier est suffixé "_NN" (ecritures.csv pour la société 1).   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EXP=EXPORT; ECR=ECRITURE; CPT=COMPTE; VNT=VENTE; ACH=ACHAT;    *
      * REG=REGLEMENT; LIV=LIVRAISON; CLI=CLIENT; FOU=FOURNISSEUR;     *
      * TVA=TAXE SUR LA VALEUR AJOUTEE; HT=HORS TAXE; TTC=TOUTES TAXES *
      * COMPRISES; CKP=CHECKPOINT; OFS=OFFSET; DAT=DATE; DEB=DEBUT;    *
      * FIN=FIN; LCT=LECTURE; ETT=ETAT; NBR=NOMBRE; MNT=MONTANT;       *
      * LGN=LIGNE; BNQ=BANQUE; SOC=SOCIETE; RAI=RAISON SOCIALE;        *
      * SAI=SAISIE; BAS=BASE; FIL=FILTRE.                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-ECR ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       01 PG-IDF-RVD              PIC 9(10).
       01 PG-DAT-RVD              PIC X(10).
       01 PG-ECT-RVD              PIC S9(12)V99.
      * Société exportée : chaque société a sa propre comptabilité.
       01 PG-IDF-SOC              PIC 9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

               WHERE l.id_cli IS NOT NULL
                 AND l.statut_liv = 1
                 AND COALESCE(l.csg_liv, 0) = 0
                 AND COALESCE(l.id_soc, 1) = :PG-IDF-SOC
                 AND l.date_fin_liv >= :PG-DAT-DEB
                 AND l.date_fin_liv <= :PG-DAT-FIN
                 AND l.id_liv > :PG-OFS
       END-EXEC.

      * Livraisons entrantes terminées de la plage, au-delà du point
      * de reprise. Une réception en dépôt fournisseur (csg_liv = 1)
      * n'est pas un achat : c'est l'entrante d'autofacturation de
      * la consommation (csg_liv = 2) qui le porte.
       EXEC SQL
           DECLARE CUR-ACH CURSOR FOR
               SELECT l.id_liv, l.date_fin_liv, l.id_fou
               WHERE l.id_fou IS NOT NULL
                 AND l.statut_liv = 1
                 AND COALESCE(l.retour_liv, 0) = 0
                 AND COALESCE(l.csg_liv, 0) <> 1
                 AND COALESCE(l.id_soc, 1) = :PG-IDF-SOC
                 AND l.date_fin_liv >= :PG-DAT-DEB
                 AND l.date_fin_liv <= :PG-DAT-FIN
                 AND l.id_liv > :PG-OFS
               WHERE NOT EXISTS
                   (SELECT 1 FROM facture_livraison fl
                    WHERE fl.id_fac = f.id_fac)
                 AND COALESCE(f.id_soc, 1) = :PG-IDF-SOC
                 AND f.date_fac >= :PG-DAT-DEB
                 AND f.date_fac <= :PG-DAT-FIN
                 AND f.id_fac > :PG-OFS

      * Avoirs emis sur retours clients ("ajuretcli") de la plage,
      * au-delà du point de reprise, avec le taux de TVA de la ligne
      * d'origine pour reconstituer la part HT. Un avoir appartient à
      * la société de la livraison d'origine.
       EXEC SQL
           DECLARE CUR-AVR CURSOR FOR
               SELECT r.id_rcl,
                       ON lp.id_liv = r.id_liv_orig
                      AND lp.id_pie = r.id_pie
                   JOIN piece p ON p.id_pie = r.id_pie
                   JOIN livraison l ON l.id_liv = r.id_liv_orig
               WHERE r.date_rcl >= :PG-DAT-DEB
                 AND r.date_rcl <= :PG-DAT-FIN
                 AND COALESCE(l.id_soc, 1) = :PG-IDF-SOC
                 AND r.id_rcl > :PG-OFS
               ORDER BY r.id_rcl
       END-EXEC.
               FROM reglement r
               WHERE r.date_reg >= :PG-DAT-DEB
                 AND r.date_reg <= :PG-DAT-FIN
                 AND COALESCE(r.id_soc, 1) = :PG-IDF-SOC
                 AND r.id_reg > :PG-OFS
               ORDER BY r.id_reg
       END-EXEC.

      * Passages en perte de la plage ("ajuperte"), au-delà du
      * point de reprise : créance irrécouvrable HT au débit, TVA
      * collectée à récupérer au débit, client TTC au crédit. La
      * perte appartient à la société de la facture abandonnée.
       EXEC SQL
           DECLARE CUR-PRT CURSOR FOR
               SELECT pp.id_prt,
                      COALESCE(CAST(pp.date_perte AS VARCHAR), ''),
                      pp.mnt_perte, pp.mnt_tva_perte
               FROM passage_perte pp
                   JOIN facture f ON f.id_fac = pp.id_fac
               WHERE COALESCE(f.id_soc, 1) = :PG-IDF-SOC
                 AND pp.date_perte >= :PG-DAT-DEB
                 AND pp.date_perte <= :PG-DAT-FIN
                 AND pp.id_prt > :PG-OFS
               ORDER BY pp.id_prt

      * Réévaluations de change de la plage ("revdev"), au-delà du
      * point de reprise : gain (crédit 766) ou perte (débit 666)
      * contre le compte fournisseur. Le solde fournisseur est commun
      * aux sociétés : la réévaluation reste dans la comptabilité
      * de la société 1.
       EXEC SQL
           DECLARE CUR-RVD CURSOR FOR
               SELECT rc.id_rev,
                      COALESCE(CAST(rc.date_rev AS VARCHAR), ''),
                      rc.mnt_ecart
               FROM revalorisation_change rc
               WHERE :PG-IDF-SOC = 1
                 AND rc.date_rev >= :PG-DAT-DEB
                 AND rc.date_rev <= :PG-DAT-FIN
                 AND rc.id_rev > :PG-OFS
               ORDER BY rc.id_rev
       01 WS-IDF-FIL-CKP          PIC 9(10).
       01 WS-DAT-DEB-CKP          PIC X(10).
       01 WS-DAT-FIN-CKP          PIC X(10).
      * Le point de reprise porte la société exportée (idf_fil_ckp) :
      * il ne vaut que pour une relance de la même société.
       01 WS-FIL-SOC-CKP          PIC 9(01) VALUE 0.
       01 WS-IDF-SOC-CKP          PIC 9(10).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-CKP==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-SAV==.

       01 WS-NBR-MVT              PIC 9(08) VALUE 0.
       01 WS-NBR-DEP-CKP          PIC 9(03) VALUE 0.

      * Société exportée (NN lu en entrée après les dates, 01 à
      * défaut) : son fichier porte le suffixe "_NN" ("calnomcpt"),
      * sauf la société 1 qui garde le nom d'origine.
       01 WS-SOC-SAI              PIC X(02).
       01 WS-RAI-SOC              PIC X(50).
       01 WS-NOM-BAS              PIC X(20) VALUE "ecritures".
       01 WS-NOM-SOC              PIC X(20).
       01 WS-NOM-FIC              PIC X(40).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-SOC==.

       PROCEDURE DIVISION.

           ACCEPT PG-DAT-DEB.
           ACCEPT PG-DAT-FIN.

           PERFORM 0050-LIR-SOC-DEB
              THRU 0050-LIR-SOC-FIN.

           IF RETURN-CODE = 8
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-LIR-CPT-DEB
              THRU 0100-LIR-CPT-FIN.

           CLOSE FIC-ECR.

           DISPLAY "expecr : " WS-NBR-MVT " mouvement(s) exporte(s)"
               " dans " FUNCTION TRIM(WS-NOM-FIC).

           EXIT PROGRAM.

      *                         PARAGRAPHES                            *
      ******************************************************************

      * Société exportée : lue en entrée après les dates (01 à
      * défaut) et contrôlée par "lirsoc" ; une société inconnue
      * arrête l'export (code retour 8). Nom du fichier de la
      * société.
       0050-LIR-SOC-DEB.

           ACCEPT WS-SOC-SAI.

           IF WS-SOC-SAI IS NUMERIC
               MOVE WS-SOC-SAI TO PG-IDF-SOC
           ELSE
               MOVE 1 TO PG-IDF-SOC
           END-IF.

           CALL "lirsoc"
               USING
               PG-IDF-SOC
               WS-RAI-SOC
               WS-SOC-LIR-RET
           END-CALL.

           IF NOT WS-SOC-LIR-RET-OK
               DISPLAY "expecr : societe " PG-IDF-SOC " inconnue"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE PG-IDF-SOC TO WS-IDF-SOC-CKP.

           CALL "calnomcpt"
               USING
               WS-NOM-BAS
               PG-IDF-SOC
               WS-NOM-SOC
           END-CALL.

           MOVE SPACES TO WS-NOM-FIC.
           STRING FUNCTION TRIM(WS-NOM-SOC) ".csv" DELIMITED BY SIZE
                  INTO WS-NOM-FIC
           END-STRING.

       0050-LIR-SOC-FIN.

      *-----------------------------------------------------------------
      * Charge les numéros de comptes configurés (param_compta) ; un
      * code absent conserve son compte PCG par défaut.
       0100-LIR-CPT-DEB.

      *-----------------------------------------------------------------
      * Positionne WS-ETT-RPR-OUI si un point de reprise non nul
      * existe pour le flux WS-TYP-CKP sur la même plage de dates et
      * la même société.
       0160-LIR-CKP-DEB.

           CALL "lirckp"
                   AND WS-OFS-CKP > 0
                   AND WS-DAT-DEB-CKP = PG-DAT-DEB
                   AND WS-DAT-FIN-CKP = PG-DAT-FIN
                   AND WS-IDF-FIL-CKP = WS-IDF-SOC-CKP
               SET WS-ETT-RPR-OUI TO TRUE
           END-IF.


      *-----------------------------------------------------------------
      * Relit le point de reprise du flux WS-TYP-CKP dans PG-OFS (0 si
      * absent ou posé sur une autre plage de dates ou une autre
      * société).
       0170-CHG-OFS-DEB.

           MOVE 0 TO PG-OFS.
           IF WS-CKP-LIR-RET-OK
                   AND WS-DAT-DEB-CKP = PG-DAT-DEB
                   AND WS-DAT-FIN-CKP = PG-DAT-FIN
                   AND WS-IDF-FIL-CKP = WS-IDF-SOC-CKP
               MOVE WS-OFS-CKP TO PG-OFS
           END-IF.

               WS-IDF-UTI
               WS-TYP-CKP
               PG-OFS
               WS-FIL-SOC-CKP
               WS-IDF-SOC-CKP
               PG-DAT-DEB
               PG-DAT-FIN
               WS-SAV-AJU-RET
