      * signalé et le programme se termine avec le code retour 4.      *
      * Toutes les tables des chantiers recents (voir "savbase") sont  *
      * rechargees aussi, les representants avant les clients qui      *
      * portent leur cle. Les societes passent juste apres les         *
      * categories et sont mises a jour plutot que purgees : table de  *
      * reference, comme les depots. Les fichiers complementaires      *
      * "sauvegarde_<table>_cpl.txt" repassent ensuite en mise a jour  *
      * les colonnes ajoutees aux tables deja rechargees ; une ligne   *
      * sans enregistrement correspondant compte comme un ecart au     *
      * manifeste.                                                     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * RST=RESTAURATION; SAV=SAUVEGARDE; FIC=FICHIER; MAN=MANIFESTE;  *
      * CHP=CHAMP; PTR=POINTEUR; SEQ=SEQUENCE; CTS=CENTIMES;           *
      * PIE=PIECE; FOU=FOURNISSEUR; CLI=CLIENT; UTI=UTILISATEUR;       *
      * CAT=CATEGORIE; LIV=LIVRAISON; LP=LIVRAISON_PIECE; EQU=PIECE    *
      * EQUIVALENTE; BKO=BACKORDER; CKP=POINT DE REPRISE; IDX=INDEX;   *
      * LNG=LONG.                                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-SAV.
       01  FD-LGN-SAV                 PIC X(800).
       FD  FIC-MAN.
       01  FD-LGN-MAN                 PIC X(60).

       01 PG-TXT-4               PIC X(100).
       01 PG-TXT-5               PIC X(100).
       01 PG-TXT-6               PIC X(100).
       01 PG-TXT-7               PIC X(100).
       01 PG-NBR-1               PIC 9(10).
       01 PG-NBR-2               PIC 9(10).
       01 PG-NBR-3               PIC 9(10).
       01 PG-G-T6                PIC X(100).
      * Zone generique signee (ecarts de caisse, ecarts de change).
       01 PG-G-S1                PIC S9(14).
      * Zones supplementaires des tables larges (prospects, chaine
      * des ventes, clotures) : quantites en milliemes, textes longs
      * (300) pour les rejets d'import et les donnees signees.
       01 PG-G-N10               PIC 9(14).
       01 PG-G-N11               PIC 9(14).
       01 PG-G-N12               PIC 9(14).
       01 PG-G-T7                PIC X(100).
       01 PG-G-T8                PIC X(100).
       01 PG-G-T9                PIC X(100).
       01 PG-G-T10               PIC X(100).
       01 PG-G-T11               PIC X(100).
       01 PG-G-T12               PIC X(100).
       01 PG-G-T13               PIC X(100).
       01 PG-G-T14               PIC X(100).
       01 PG-G-S2                PIC S9(14).
       01 PG-G-S3                PIC S9(14).
       01 PG-G-S4                PIC S9(14).
       01 PG-G-L1                PIC X(300).
       01 PG-G-L2                PIC X(300).
       01 PG-SEQ-MAX             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-CHP-18              PIC X(100).
       01 WS-CHP-19              PIC X(100).
       01 WS-CHP-20              PIC X(100).
       01 WS-CHP-21              PIC X(100).
       01 WS-CHP-22              PIC X(100).
       01 WS-CHP-23              PIC X(100).
       01 WS-CHP-24              PIC X(100).
       01 WS-CHP-25              PIC X(100).
       01 WS-CHP-26              PIC X(100).
      * Champ long (motif d'un rejet d'import, resolution d'une
      * reclamation).
       01 WS-CHP-LNG             PIC X(300).
       01 WS-PTR                 PIC 9(04).

      * Manifeste chargé en mémoire : un fichier = un comptage.
       01 WS-TAB-MAN.
           05 WS-MAN             OCCURS 200 TIMES.
               10 WS-MAN-FIC     PIC X(40).
               10 WS-MAN-NBR     PIC 9(08).
       01 WS-NBR-MAN             PIC 9(03) VALUE 0.
           PERFORM 1000-RST-CAT-DEB
              THRU 1000-RST-CAT-FIN.

      * Les societes avant les livraisons, factures et reglements qui
      * portent leur cle.
           PERFORM 3660-RST-DEB
              THRU 3660-RST-FIN.

           PERFORM 1100-RST-FOU-DEB
              THRU 1100-RST-FOU-FIN.

              THRU 3640-RST-FIN.
           PERFORM 3650-RST-DEB
              THRU 3650-RST-FIN.
           PERFORM 3670-RST-DEB
              THRU 3670-RST-FIN.
           PERFORM 3680-RST-DEB
              THRU 3680-RST-FIN.
           PERFORM 3690-RST-DEB
              THRU 3690-RST-FIN.
           PERFORM 3700-RST-DEB
              THRU 3700-RST-FIN.
           PERFORM 3710-RST-DEB
              THRU 3710-RST-FIN.
           PERFORM 3720-RST-DEB
              THRU 3720-RST-FIN.
           PERFORM 3730-RST-DEB
              THRU 3730-RST-FIN.
           PERFORM 3740-RST-DEB
              THRU 3740-RST-FIN.
           PERFORM 3750-RST-DEB
              THRU 3750-RST-FIN.
           PERFORM 3760-RST-DEB
              THRU 3760-RST-FIN.
           PERFORM 3770-RST-DEB
              THRU 3770-RST-FIN.
           PERFORM 3780-RST-DEB
              THRU 3780-RST-FIN.
           PERFORM 3790-RST-DEB
              THRU 3790-RST-FIN.
           PERFORM 3800-RST-DEB
              THRU 3800-RST-FIN.
           PERFORM 3810-RST-DEB
              THRU 3810-RST-FIN.
           PERFORM 3820-RST-DEB
              THRU 3820-RST-FIN.
           PERFORM 3830-RST-DEB
              THRU 3830-RST-FIN.
           PERFORM 3840-RST-DEB
              THRU 3840-RST-FIN.
           PERFORM 3850-RST-DEB
              THRU 3850-RST-FIN.
           PERFORM 3860-RST-DEB
              THRU 3860-RST-FIN.
           PERFORM 3870-RST-DEB
              THRU 3870-RST-FIN.
           PERFORM 3880-RST-DEB
              THRU 3880-RST-FIN.
           PERFORM 3890-RST-DEB
              THRU 3890-RST-FIN.
           PERFORM 3900-RST-DEB
              THRU 3900-RST-FIN.
           PERFORM 3910-RST-DEB
              THRU 3910-RST-FIN.
           PERFORM 3920-RST-DEB
              THRU 3920-RST-FIN.
           PERFORM 3930-RST-DEB
              THRU 3930-RST-FIN.
           PERFORM 3940-RST-DEB
              THRU 3940-RST-FIN.
           PERFORM 3950-RST-DEB
              THRU 3950-RST-FIN.
           PERFORM 3960-RST-DEB
              THRU 3960-RST-FIN.
           PERFORM 3970-RST-DEB
              THRU 3970-RST-FIN.
           PERFORM 3980-RST-DEB
              THRU 3980-RST-FIN.
           PERFORM 3990-RST-DEB
              THRU 3990-RST-FIN.
           PERFORM 4000-RST-DEB
              THRU 4000-RST-FIN.
           PERFORM 4010-RST-DEB
              THRU 4010-RST-FIN.
           PERFORM 4020-RST-DEB
              THRU 4020-RST-FIN.
           PERFORM 4030-RST-DEB
              THRU 4030-RST-FIN.
           PERFORM 4040-RST-DEB
              THRU 4040-RST-FIN.
           PERFORM 4050-RST-DEB
              THRU 4050-RST-FIN.
           PERFORM 4060-RST-DEB
              THRU 4060-RST-FIN.
           PERFORM 4070-RST-DEB
              THRU 4070-RST-FIN.
           PERFORM 4080-RST-DEB
              THRU 4080-RST-FIN.
           PERFORM 4090-RST-DEB
              THRU 4090-RST-FIN.
           PERFORM 4100-RST-DEB
              THRU 4100-RST-FIN.
           PERFORM 4110-RST-DEB
              THRU 4110-RST-FIN.
           PERFORM 4120-RST-DEB
              THRU 4120-RST-FIN.

      * Colonnes ajoutees aux tables deja rechargees, une fois
      * toutes les tables qu'elles designent en place.
           PERFORM 4200-RST-DEB
              THRU 4200-RST-FIN.
           PERFORM 4210-RST-DEB
              THRU 4210-RST-FIN.
           PERFORM 4220-RST-DEB
              THRU 4220-RST-FIN.
           PERFORM 4230-RST-DEB
              THRU 4230-RST-FIN.
           PERFORM 4240-RST-DEB
              THRU 4240-RST-FIN.
           PERFORM 4250-RST-DEB
              THRU 4250-RST-FIN.
           PERFORM 4260-RST-DEB
              THRU 4260-RST-FIN.
           PERFORM 4270-RST-DEB
              THRU 4270-RST-FIN.
           PERFORM 4280-RST-DEB
              THRU 4280-RST-FIN.
           PERFORM 4290-RST-DEB
              THRU 4290-RST-FIN.
           PERFORM 4300-RST-DEB
              THRU 4300-RST-FIN.
           PERFORM 4310-RST-DEB
              THRU 4310-RST-FIN.
           PERFORM 4320-RST-DEB
              THRU 4320-RST-FIN.
           PERFORM 4330-RST-DEB
              THRU 4330-RST-FIN.
           PERFORM 4340-RST-DEB
              THRU 4340-RST-FIN.
           PERFORM 4350-RST-DEB
              THRU 4350-RST-FIN.

           PERFORM 2000-RST-LOG-DEB
              THRU 2000-RST-LOG-FIN.
                   AT END
                       SET WS-ETT-LCT-FIN TO TRUE
                   NOT AT END
                       IF WS-NBR-MAN < 200
                           ADD 1 TO WS-NBR-MAN
                           UNSTRING FD-LGN-MAN
                               DELIMITED BY "|"
      * d'abord.
       0200-PRG-TAB-DEB.

      * Les livraisons et numeros de serie designent des expeditions,
      * tournees de vente et campagnes de rappel purgees avant eux.
           EXEC SQL
               UPDATE livraison
               SET id_exp_liv = NULL,
                   id_tou_vte = NULL
           END-EXEC.
           EXEC SQL
               UPDATE serie_piece
               SET id_rap_ser = NULL
           END-EXEC.

           EXEC SQL DELETE FROM archive_vente END-EXEC.
           EXEC SQL DELETE FROM cloture_vente END-EXEC.
           EXEC SQL DELETE FROM chaine_signature END-EXEC.
           EXEC SQL DELETE FROM historique_mdp END-EXEC.
           EXEC SQL DELETE FROM historique_champ END-EXEC.
           EXEC SQL DELETE FROM rejet_import END-EXEC.
           EXEC SQL DELETE FROM file_edition END-EXEC.
           EXEC SQL DELETE FROM association_pie END-EXEC.
           EXEC SQL DELETE FROM visite_prospect END-EXEC.
           EXEC SQL DELETE FROM prospect END-EXEC.
           EXEC SQL DELETE FROM remise_fds END-EXEC.
           EXEC SQL DELETE FROM reclamation_client END-EXEC.
           EXEC SQL DELETE FROM declaration_assur END-EXEC.
           EXEC SQL DELETE FROM statut_fel_hist END-EXEC.
           EXEC SQL DELETE FROM facture_electronique END-EXEC.
           EXEC SQL DELETE FROM changement_rib_fou END-EXEC.
           EXEC SQL DELETE FROM virement_fournisseur END-EXEC.
           EXEC SQL DELETE FROM reglement_ffou END-EXEC.
           EXEC SQL DELETE FROM reglement_fournisseur END-EXEC.
           EXEC SQL DELETE FROM derogation_prix END-EXEC.
           EXEC SQL DELETE FROM reponse_prix END-EXEC.
           EXEC SQL DELETE FROM demande_prix_piece END-EXEC.
           EXEC SQL DELETE FROM demande_prix_fou END-EXEC.
           EXEC SQL DELETE FROM demande_prix END-EXEC.
           EXEC SQL DELETE FROM commande_speciale END-EXEC.
           EXEC SQL DELETE FROM expedition END-EXEC.
           EXEC SQL DELETE FROM colis END-EXEC.
           EXEC SQL DELETE FROM carcasse_rcp END-EXEC.
           EXEC SQL DELETE FROM carcasse_cli END-EXEC.
           EXEC SQL DELETE FROM retour_carcasse END-EXEC.
           EXEC SQL DELETE FROM rappel_client END-EXEC.
           EXEC SQL DELETE FROM campagne_rappel_cible END-EXEC.
           EXEC SQL DELETE FROM campagne_rappel END-EXEC.
           EXEC SQL DELETE FROM consigne_fou_conso END-EXEC.
           EXEC SQL DELETE FROM consigne_fou END-EXEC.
           EXEC SQL DELETE FROM stock_tournee END-EXEC.
           EXEC SQL DELETE FROM tache_reappro END-EXEC.
           EXEC SQL DELETE FROM emplacement_reserve END-EXEC.
           EXEC SQL DELETE FROM stock_depot END-EXEC.
           EXEC SQL DELETE FROM valeur_att_pie END-EXEC.
           EXEC SQL DELETE FROM attribut_cat END-EXEC.
           EXEC SQL DELETE FROM piece_traduction END-EXEC.
           EXEC SQL DELETE FROM texte_document END-EXEC.
           EXEC SQL DELETE FROM regle_conflit END-EXEC.
           EXEC SQL DELETE FROM role_fonction END-EXEC.
           EXEC SQL DELETE FROM role_app END-EXEC.
           EXEC SQL DELETE FROM param_compta END-EXEC.
           EXEC SQL DELETE FROM jour_ferme END-EXEC.
           EXEC SQL DELETE FROM commande_ouverte_piece END-EXEC.
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
      * Sauvegardes antérieures à la désactivation des comptes ou au
      * sel des mots de passe : champs absents, le compte est restauré
      * actif et non salé (il sera migré à sa prochaine connexion).
                   MOVE SPACES TO WS-CHP-07
                   MOVE SPACES TO WS-CHP-08
                   MOVE SPACES TO WS-CHP-09
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                            WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                            WS-CHP-09
                   END-UNSTRING

                   COMPUTE PG-ID-1 =
                   COMPUTE PG-NBR-1 =
                       FUNCTION NUMVAL(WS-CHP-05)
                   MOVE WS-CHP-06 TO PG-TXT-4
                   MOVE WS-CHP-07 TO PG-TXT-5
                   MOVE WS-CHP-08 TO PG-TXT-6
                   MOVE WS-CHP-09 TO PG-TXT-7

                   EXEC SQL
                       INSERT INTO utilisateur
                           (id_uti, nom_uti, mdp_uti, role_uti,
                            tentatives_uti, verrouille_jusqua_uti,
                            desactive_le_uti, sel_uti,
                            mdp_maj_le_uti)
                       VALUES (:PG-ID-1, :PG-TXT-1, :PG-TXT-2,
                               :PG-TXT-3, :PG-NBR-1,
                               CAST(NULLIF(:PG-TXT-4, '')
                                   AS TIMESTAMP),
                               CAST(NULLIF(:PG-TXT-5, '')
                                   AS TIMESTAMP),
                               NULLIF(:PG-TXT-6, ''),
                               CAST(NULLIF(:PG-TXT-7, '')
                                   AS TIMESTAMP))
                   END-EXEC

               FROM commande_ouverte
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('attribut_cat', 'id_att'),
                   GREATEST(COALESCE(MAX(id_att), 0), 1))
               INTO :PG-SEQ-MAX
               FROM attribut_cat
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('emplacement_reserve',
                       'id_emr'),
                   GREATEST(COALESCE(MAX(id_emr), 0), 1))
               INTO :PG-SEQ-MAX
               FROM emplacement_reserve
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('tache_reappro', 'id_tra'),
                   GREATEST(COALESCE(MAX(id_tra), 0), 1))
               INTO :PG-SEQ-MAX
               FROM tache_reappro
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('campagne_rappel', 'id_rap'),
                   GREATEST(COALESCE(MAX(id_rap), 0), 1))
               INTO :PG-SEQ-MAX
               FROM campagne_rappel
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('retour_carcasse', 'id_rcs'),
                   GREATEST(COALESCE(MAX(id_rcs), 0), 1))
               INTO :PG-SEQ-MAX
               FROM retour_carcasse
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('carcasse_cli', 'id_crs'),
                   GREATEST(COALESCE(MAX(id_crs), 0), 1))
               INTO :PG-SEQ-MAX
               FROM carcasse_cli
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('colis', 'id_col'),
                   GREATEST(COALESCE(MAX(id_col), 0), 1))
               INTO :PG-SEQ-MAX
               FROM colis
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('expedition', 'id_exp'),
                   GREATEST(COALESCE(MAX(id_exp), 0), 1))
               INTO :PG-SEQ-MAX
               FROM expedition
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('commande_speciale',
                       'id_csp'),
                   GREATEST(COALESCE(MAX(id_csp), 0), 1))
               INTO :PG-SEQ-MAX
               FROM commande_speciale
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('demande_prix', 'id_dpx'),
                   GREATEST(COALESCE(MAX(id_dpx), 0), 1))
               INTO :PG-SEQ-MAX
               FROM demande_prix
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('derogation_prix', 'id_drg'),
                   GREATEST(COALESCE(MAX(id_drg), 0), 1))
               INTO :PG-SEQ-MAX
               FROM derogation_prix
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('reglement_fournisseur',
                       'id_reg_fou'),
                   GREATEST(COALESCE(MAX(id_reg_fou), 0), 1))
               INTO :PG-SEQ-MAX
               FROM reglement_fournisseur
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('virement_fournisseur',
                       'id_vir'),
                   GREATEST(COALESCE(MAX(id_vir), 0), 1))
               INTO :PG-SEQ-MAX
               FROM virement_fournisseur
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('changement_rib_fou',
                       'id_crib'),
                   GREATEST(COALESCE(MAX(id_crib), 0), 1))
               INTO :PG-SEQ-MAX
               FROM changement_rib_fou
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('facture_electronique',
                       'id_fel'),
                   GREATEST(COALESCE(MAX(id_fel), 0), 1))
               INTO :PG-SEQ-MAX
               FROM facture_electronique
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('statut_fel_hist', 'id_sfh'),
                   GREATEST(COALESCE(MAX(id_sfh), 0), 1))
               INTO :PG-SEQ-MAX
               FROM statut_fel_hist
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('reclamation_client',
                       'id_rcc'),
                   GREATEST(COALESCE(MAX(id_rcc), 0), 1))
               INTO :PG-SEQ-MAX
               FROM reclamation_client
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('prospect', 'id_pro'),
                   GREATEST(COALESCE(MAX(id_pro), 0), 1))
               INTO :PG-SEQ-MAX
               FROM prospect
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('visite_prospect', 'id_vis'),
                   GREATEST(COALESCE(MAX(id_vis), 0), 1))
               INTO :PG-SEQ-MAX
               FROM visite_prospect
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('file_edition', 'id_edt'),
                   GREATEST(COALESCE(MAX(id_edt), 0), 1))
               INTO :PG-SEQ-MAX
               FROM file_edition
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('rejet_import', 'id_rej'),
                   GREATEST(COALESCE(MAX(id_rej), 0), 1))
               INTO :PG-SEQ-MAX
               FROM rejet_import
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('historique_mdp', 'id_hmd'),
                   GREATEST(COALESCE(MAX(id_hmd), 0), 1))
               INTO :PG-SEQ-MAX
               FROM historique_mdp
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('chaine_signature', 'id_sig'),
                   GREATEST(COALESCE(MAX(id_sig), 0), 1))
               INTO :PG-SEQ-MAX
               FROM chaine_signature
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('cloture_vente', 'id_clo'),
                   GREATEST(COALESCE(MAX(id_clo), 0), 1))
               INTO :PG-SEQ-MAX
               FROM cloture_vente
           END-EXEC.

           EXEC SQL
               SELECT setval(
                   pg_get_serial_sequence('archive_vente', 'id_arc'),
                   GREATEST(COALESCE(MAX(id_arc), 0), 1))
               INTO :PG-SEQ-MAX
               FROM archive_vente
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

       2100-SEQ-FIN.
              THRU 0300-CTL-NBR-FIN.

       3650-RST-FIN.

      *-----------------------------------------------------------------
      * Societes (entites juridiques) ; table de reference non purgee,
      * rechargee en mise a jour.
       3660-RST-DEB.

           MOVE "sauvegarde_societe.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   MOVE WS-CHP-02 TO PG-G-T1
                   MOVE WS-CHP-03 TO PG-G-T2
                   MOVE WS-CHP-04 TO PG-G-T3
                   MOVE WS-CHP-05 TO PG-G-T4
                   MOVE WS-CHP-06 TO PG-G-T5
                   MOVE WS-CHP-07 TO PG-G-T6
                   MOVE WS-CHP-08 TO PG-G-T7

                   EXEC SQL
                       INSERT INTO societe
                           (id_soc, raison_soc, adresse_soc, cp_soc,
                            ville_soc, siren_soc, siret_soc, tva_soc)
                       VALUES (:PG-G-N1, :PG-G-T1, NULLIF(:PG-G-T2, ''),
                           :PG-G-T3, NULLIF(:PG-G-T4, ''),
                           NULLIF(:PG-G-T5, ''), NULLIF(:PG-G-T6, ''),
                           NULLIF(:PG-G-T7, ''))
                       ON CONFLICT (id_soc) DO UPDATE
                           SET raison_soc = EXCLUDED.raison_soc,
                               adresse_soc = EXCLUDED.adresse_soc,
                               cp_soc = EXCLUDED.cp_soc,
                               ville_soc = EXCLUDED.ville_soc,
                               siren_soc = EXCLUDED.siren_soc,
                               siret_soc = EXCLUDED.siret_soc,
                               tva_soc = EXCLUDED.tva_soc
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3660-RST-FIN.

      *-----------------------------------------------------------------
      * Roles applicatifs.
       3670-RST-DEB.

           MOVE "sauvegarde_role_app.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02
                   END-UNSTRING

                   MOVE WS-CHP-01 TO PG-G-T1
                   MOVE WS-CHP-02 TO PG-G-T2

                   EXEC SQL
                       INSERT INTO role_app
                           (code_rle, libelle_rle)
                       VALUES (:PG-G-T1, NULLIF(:PG-G-T2, ''))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3670-RST-FIN.

      *-----------------------------------------------------------------
      * Matrice des droits role / fonction.
       3680-RST-DEB.

           MOVE "sauvegarde_role_fonction.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03
                   END-UNSTRING

                   MOVE WS-CHP-01 TO PG-G-T1
                   MOVE WS-CHP-02 TO PG-G-T2
                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-03)

                   EXEC SQL
                       INSERT INTO role_fonction
                           (code_rle, code_fct, niveau_rfc)
                       VALUES (:PG-G-T1, :PG-G-T2, :PG-G-N1)
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3680-RST-FIN.

      *-----------------------------------------------------------------
      * Regles de separation des taches.
       3690-RST-DEB.

           MOVE "sauvegarde_regle_conflit.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03
                   END-UNSTRING

                   MOVE WS-CHP-01 TO PG-G-T1
                   MOVE WS-CHP-02 TO PG-G-T2
                   MOVE WS-CHP-03 TO PG-G-T3

                   EXEC SQL
                       INSERT INTO regle_conflit
                           (etape_a, etape_b, lib_rgc)
                       VALUES (:PG-G-T1, :PG-G-T2, NULLIF(:PG-G-T3, ''))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3690-RST-FIN.

      *-----------------------------------------------------------------
      * Textes des documents par langue.
       3700-RST-DEB.

           MOVE "sauvegarde_texte_document.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                   END-UNSTRING

                   MOVE WS-CHP-01 TO PG-G-T1
                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   MOVE WS-CHP-03 TO PG-G-T2
                   MOVE WS-CHP-04 TO PG-G-T3

                   EXEC SQL
                       INSERT INTO texte_document
                           (typ_doc, num_txt, langue_txt, lib_txt)
                       VALUES (:PG-G-T1, :PG-G-N1, :PG-G-T2,
                           NULLIF(:PG-G-T3, ''))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3700-RST-FIN.

      *-----------------------------------------------------------------
      * Noms de pieces traduits.
       3710-RST-DEB.

           MOVE "sauvegarde_piece_traduction.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   MOVE WS-CHP-02 TO PG-G-T1
                   MOVE WS-CHP-03 TO PG-G-T2

                   EXEC SQL
                       INSERT INTO piece_traduction
                           (id_pie, langue_trd, nom_pie_trd)
                       VALUES (:PG-G-N1, :PG-G-T1, :PG-G-T2)
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3710-RST-FIN.

      *-----------------------------------------------------------------
      * Attributs techniques des categories.
       3720-RST-DEB.

           MOVE "sauvegarde_attribut_cat.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   MOVE WS-CHP-03 TO PG-G-T1
                   MOVE WS-CHP-04 TO PG-G-T2

                   EXEC SQL
                       INSERT INTO attribut_cat
                           (id_att, id_cat_pie, nom_att, unite_att)
                       VALUES (:PG-G-N1, :PG-G-N2, :PG-G-T1,
                           NULLIF(:PG-G-T2, ''))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3720-RST-FIN.

      *-----------------------------------------------------------------
      * Valeurs d'attributs des pieces.
       3730-RST-DEB.

           MOVE "sauvegarde_valeur_att_pie.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   MOVE WS-CHP-03 TO PG-G-T1

                   EXEC SQL
                       INSERT INTO valeur_att_pie
                           (id_pie, id_att, val_att)
                       VALUES (:PG-G-N1, :PG-G-N2, NULLIF(:PG-G-T1, ''))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3730-RST-FIN.

      *-----------------------------------------------------------------
      * Stock par depot (quantites en milliemes).
       3740-RST-DEB.

           MOVE "sauvegarde_stock_depot.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-03)

                   EXEC SQL
                       INSERT INTO stock_depot
                           (id_pie, id_entrepot, qt_stk)
                       VALUES (:PG-G-N1, :PG-G-N2, :PG-G-N3 / 1000.0)
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3740-RST-FIN.

      *-----------------------------------------------------------------
      * Emplacements de reserve (quantites en milliemes).
       3750-RST-DEB.

           MOVE "sauvegarde_emplacement_reserve.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   MOVE WS-CHP-04 TO PG-G-T1
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-05)

                   EXEC SQL
                       INSERT INTO emplacement_reserve
                           (id_emr, id_pie, id_entrepot, code_emr,
                            qte_emr)
                       VALUES (:PG-G-N1, :PG-G-N2, :PG-G-N3, :PG-G-T1,
                           :PG-G-N4 / 1000.0)
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3750-RST-FIN.

      *-----------------------------------------------------------------
      * Taches de reapprovisionnement des casiers.
       3760-RST-DEB.

           MOVE "sauvegarde_tache_reappro.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                           WS-CHP-09
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-04)
                   COMPUTE PG-G-N5 =
                       FUNCTION NUMVAL(WS-CHP-05)
                   COMPUTE PG-G-N6 =
                       FUNCTION NUMVAL(WS-CHP-06)
                   MOVE WS-CHP-07 TO PG-G-T1
                   MOVE WS-CHP-08 TO PG-G-T2
                   COMPUTE PG-G-N7 =
                       FUNCTION NUMVAL(WS-CHP-09)

                   EXEC SQL
                       INSERT INTO tache_reappro
                           (id_tra, id_pie, id_entrepot, id_emr,
                            qte_tra, statut_tra, date_cre_tra,
                            date_fin_tra, id_uti_tra)
                       VALUES (:PG-G-N1, :PG-G-N2, :PG-G-N3,
                           NULLIF(:PG-G-N4, 0), :PG-G-N5 / 1000.0,
                           :PG-G-N6,
                           CAST(NULLIF(:PG-G-T1, '') AS TIMESTAMP),
                           CAST(NULLIF(:PG-G-T2, '') AS TIMESTAMP),
                           NULLIF(:PG-G-N7, 0))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3760-RST-FIN.

      *-----------------------------------------------------------------
      * Chargements et retours des tournees de vente.
       3770-RST-DEB.

           MOVE "sauvegarde_stock_tournee.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-04)

                   EXEC SQL
                       INSERT INTO stock_tournee
                           (id_tou, id_pie, qt_chg_stt, qt_ret_stt)
                       VALUES (:PG-G-N1, :PG-G-N2, :PG-G-N3 / 1000.0,
                           :PG-G-N4 / 1000.0)
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3770-RST-FIN.

      *-----------------------------------------------------------------
      * Stock en depot fournisseur.
       3780-RST-DEB.

           MOVE "sauvegarde_consigne_fou.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-04)
                   COMPUTE PG-G-N5 =
                       FUNCTION NUMVAL(WS-CHP-05)

                   EXEC SQL
                       INSERT INTO consigne_fou
                           (id_fou, id_pie, qte_csf, seuil_csf,
                            cible_csf)
                       VALUES (:PG-G-N1, :PG-G-N2, :PG-G-N3, :PG-G-N4,
                           :PG-G-N5)
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3780-RST-FIN.

      *-----------------------------------------------------------------
      * Consommations du depot fournisseur.
       3790-RST-DEB.

           MOVE "sauvegarde_consigne_fou_conso.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-04)
                   MOVE WS-CHP-05 TO PG-G-T1
                   COMPUTE PG-G-N5 =
                       FUNCTION NUMVAL(WS-CHP-06)
                   COMPUTE PG-G-N6 =
                       FUNCTION NUMVAL(WS-CHP-07)

                   EXEC SQL
                       INSERT INTO consigne_fou_conso
                           (id_fou, id_pie, qte_cns, prix_cns, date_cns,
                            id_uti, id_fac_fou)
                       VALUES (:PG-G-N1, :PG-G-N2, :PG-G-N3,
                           :PG-G-N4 / 100.0,
                           CAST(NULLIF(:PG-G-T1, '') AS DATE),
                           NULLIF(:PG-G-N5, 0), NULLIF(:PG-G-N6, 0))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3790-RST-FIN.

      *-----------------------------------------------------------------
      * Campagnes de rappel constructeur.
       3800-RST-DEB.

           MOVE "sauvegarde_campagne_rappel.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                           WS-CHP-09
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   MOVE WS-CHP-02 TO PG-G-T1
                   MOVE WS-CHP-03 TO PG-G-T2
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-04)
                   MOVE WS-CHP-05 TO PG-G-T3
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-06)
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-07)
                   MOVE WS-CHP-08 TO PG-G-T4
                   MOVE WS-CHP-09 TO PG-G-T5

                   EXEC SQL
                       INSERT INTO campagne_rappel
                           (id_rap, ref_rap, motif_rap, id_fou_rap,
                            date_ouv_rap, statut_rap, id_uti_rap,
                            date_rcl_rap, date_clo_rap)
                       VALUES (:PG-G-N1, :PG-G-T1, NULLIF(:PG-G-T2, ''),
                           NULLIF(:PG-G-N2, 0),
                           CAST(NULLIF(:PG-G-T3, '') AS DATE), :PG-G-N3,
                           NULLIF(:PG-G-N4, 0),
                           CAST(NULLIF(:PG-G-T4, '') AS DATE),
                           CAST(NULLIF(:PG-G-T5, '') AS DATE))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3800-RST-FIN.

      *-----------------------------------------------------------------
      * Lots et numeros de serie vises par un rappel.
       3810-RST-DEB.

           MOVE "sauvegarde_campagne_rappel_cible.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   MOVE WS-CHP-03 TO PG-G-T1
                   MOVE WS-CHP-04 TO PG-G-T2
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-05)

                   EXEC SQL
                       INSERT INTO campagne_rappel_cible
                           (id_rap, id_pie, num_lot_cbl, num_ser_cbl,
                            qte_qrn_cbl)
                       VALUES (:PG-G-N1, :PG-G-N2, NULLIF(:PG-G-T1, ''),
                           NULLIF(:PG-G-T2, ''), :PG-G-N3 / 1000.0)
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3810-RST-FIN.

      *-----------------------------------------------------------------
      * Clients concernes par un rappel.
       3820-RST-DEB.

           MOVE "sauvegarde_rappel_client.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-04)
                   COMPUTE PG-G-N5 =
                       FUNCTION NUMVAL(WS-CHP-05)
                   COMPUTE PG-G-N6 =
                       FUNCTION NUMVAL(WS-CHP-06)
                   MOVE WS-CHP-07 TO PG-G-T1

                   EXEC SQL
                       INSERT INTO rappel_client
                           (id_rap, id_cli, id_pie, qte_liv_rcl,
                            qte_ret_rcl, solde_rcl, date_avi_rcl)
                       VALUES (:PG-G-N1, :PG-G-N2, :PG-G-N3,
                           :PG-G-N4 / 1000.0, :PG-G-N5 / 1000.0,
                           :PG-G-N6, CAST(NULLIF(:PG-G-T1, '') AS DATE))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3820-RST-FIN.

      *-----------------------------------------------------------------
      * Renvois de carcasses au reconditionneur.
       3830-RST-DEB.

           MOVE "sauvegarde_retour_carcasse.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-04)
                   COMPUTE PG-G-N5 =
                       FUNCTION NUMVAL(WS-CHP-05)
                   MOVE WS-CHP-06 TO PG-G-T1
                   MOVE WS-CHP-07 TO PG-G-T2
                   COMPUTE PG-G-N6 =
                       FUNCTION NUMVAL(WS-CHP-08)

                   EXEC SQL
                       INSERT INTO retour_carcasse
                           (id_rcs, id_fou, qte_rcs, mnt_att_rcs,
                            mnt_avr_rcs, date_rcs, date_avr_rcs, id_uti)
                       VALUES (:PG-G-N1, :PG-G-N2, :PG-G-N3,
                           :PG-G-N4 / 100.0, :PG-G-N5 / 100.0,
                           CAST(NULLIF(:PG-G-T1, '') AS DATE),
                           CAST(NULLIF(:PG-G-T2, '') AS DATE),
                           NULLIF(:PG-G-N6, 0))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3830-RST-FIN.

      *-----------------------------------------------------------------
      * Carcasses dues par les clients.
       3840-RST-DEB.

           MOVE "sauvegarde_carcasse_cli.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                           WS-CHP-09 WS-CHP-10
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-04)
                   COMPUTE PG-G-N5 =
                       FUNCTION NUMVAL(WS-CHP-05)
                   COMPUTE PG-G-N6 =
                       FUNCTION NUMVAL(WS-CHP-06)
                   COMPUTE PG-G-N7 =
                       FUNCTION NUMVAL(WS-CHP-07)
                   MOVE WS-CHP-08 TO PG-G-T1
                   COMPUTE PG-G-N8 =
                       FUNCTION NUMVAL(WS-CHP-09)
                   COMPUTE PG-G-N9 =
                       FUNCTION NUMVAL(WS-CHP-10)

                   EXEC SQL
                       INSERT INTO carcasse_cli
                           (id_crs, id_cli, id_pie, id_fac, qte_crs,
                            val_crs, taux_tva_crs, date_crs,
                            qte_rcp_crs, qte_rej_crs)
                       VALUES (:PG-G-N1, :PG-G-N2, :PG-G-N3,
                           NULLIF(:PG-G-N4, 0), :PG-G-N5,
                           :PG-G-N6 / 100.0, :PG-G-N7 / 10000.0,
                           CAST(NULLIF(:PG-G-T1, '') AS DATE), :PG-G-N8,
                           :PG-G-N9)
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3840-RST-FIN.

      *-----------------------------------------------------------------
      * Receptions de carcasses.
       3850-RST-DEB.

           MOVE "sauvegarde_carcasse_rcp.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-04)
                   COMPUTE PG-G-N5 =
                       FUNCTION NUMVAL(WS-CHP-05)
                   MOVE WS-CHP-06 TO PG-G-T1
                   COMPUTE PG-G-N6 =
                       FUNCTION NUMVAL(WS-CHP-07)
                   COMPUTE PG-G-N7 =
                       FUNCTION NUMVAL(WS-CHP-08)

                   EXEC SQL
                       INSERT INTO carcasse_rcp
                           (id_crs, qte_rcp, acc_rcp, num_avr, mnt_avr,
                            date_rcp, id_uti, id_rcs)
                       VALUES (:PG-G-N1, :PG-G-N2, :PG-G-N3,
                           NULLIF(:PG-G-N4, 0), :PG-G-N5 / 100.0,
                           CAST(NULLIF(:PG-G-T1, '') AS DATE),
                           NULLIF(:PG-G-N6, 0), NULLIF(:PG-G-N7, 0))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3850-RST-FIN.

      *-----------------------------------------------------------------
      * Colis des livraisons (poids en milliemes).
       3860-RST-DEB.

           MOVE "sauvegarde_colis.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                           WS-CHP-09
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   MOVE WS-CHP-04 TO PG-G-T1
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-05)
                   MOVE WS-CHP-06 TO PG-G-T2
                   MOVE WS-CHP-07 TO PG-G-T3
                   MOVE WS-CHP-08 TO PG-G-T4
                   COMPUTE PG-G-N5 =
                       FUNCTION NUMVAL(WS-CHP-09)

                   EXEC SQL
                       INSERT INTO colis
                           (id_col, id_liv, num_col, sscc_col,
                            poids_col, date_col, num_suivi_col,
                            date_man_col, id_trn_col)
                       VALUES (:PG-G-N1, :PG-G-N2, :PG-G-N3,
                           NULLIF(:PG-G-T1, ''), :PG-G-N4 / 1000.0,
                           CAST(NULLIF(:PG-G-T2, '') AS DATE),
                           NULLIF(:PG-G-T3, ''),
                           CAST(NULLIF(:PG-G-T4, '') AS DATE),
                           NULLIF(:PG-G-N5, 0))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3860-RST-FIN.

      *-----------------------------------------------------------------
      * Expeditions regroupees.
       3870-RST-DEB.

           MOVE "sauvegarde_expedition.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                           WS-CHP-09 WS-CHP-10
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-04)
                   COMPUTE PG-G-N5 =
                       FUNCTION NUMVAL(WS-CHP-05)
                   COMPUTE PG-G-N6 =
                       FUNCTION NUMVAL(WS-CHP-06)
                   COMPUTE PG-G-N7 =
                       FUNCTION NUMVAL(WS-CHP-07)
                   MOVE WS-CHP-08 TO PG-G-T1
                   COMPUTE PG-G-N8 =
                       FUNCTION NUMVAL(WS-CHP-09)
                   COMPUTE PG-G-N9 =
                       FUNCTION NUMVAL(WS-CHP-10)

                   EXEC SQL
                       INSERT INTO expedition
                           (id_exp, id_cli, id_adr_exp, id_trn_exp,
                            id_liv_exp, poids_exp, nb_col_exp, date_exp,
                            id_uti, id_fac_prt_exp)
                       VALUES (:PG-G-N1, NULLIF(:PG-G-N2, 0),
                           NULLIF(:PG-G-N3, 0), NULLIF(:PG-G-N4, 0),
                           NULLIF(:PG-G-N5, 0), :PG-G-N6 / 1000.0,
                           :PG-G-N7, CAST(NULLIF(:PG-G-T1, '') AS DATE),
                           NULLIF(:PG-G-N8, 0), NULLIF(:PG-G-N9, 0))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3870-RST-FIN.

      *-----------------------------------------------------------------
      * Commandes speciales client.
       3880-RST-DEB.

           MOVE "sauvegarde_commande_speciale.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                           WS-CHP-09 WS-CHP-10 WS-CHP-11 WS-CHP-12
                           WS-CHP-13 WS-CHP-14 WS-CHP-15
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-04)
                   COMPUTE PG-G-N5 =
                       FUNCTION NUMVAL(WS-CHP-05)
                   COMPUTE PG-G-N6 =
                       FUNCTION NUMVAL(WS-CHP-06)
                   COMPUTE PG-G-N7 =
                       FUNCTION NUMVAL(WS-CHP-07)
                   COMPUTE PG-G-N8 =
                       FUNCTION NUMVAL(WS-CHP-08)
                   COMPUTE PG-G-N9 =
                       FUNCTION NUMVAL(WS-CHP-09)
                   COMPUTE PG-G-N10 =
                       FUNCTION NUMVAL(WS-CHP-10)
                   COMPUTE PG-G-N11 =
                       FUNCTION NUMVAL(WS-CHP-11)
                   MOVE WS-CHP-12 TO PG-G-T1
                   MOVE WS-CHP-13 TO PG-G-T2
                   MOVE WS-CHP-14 TO PG-G-T3
                   MOVE WS-CHP-15 TO PG-G-T4

                   EXEC SQL
                       INSERT INTO commande_speciale
                           (id_csp, id_cli, id_pie, id_fou, qte_csp,
                            qte_rcp_csp, statut_csp, id_liv_ent,
                            id_liv_sor, id_entrepot, id_uti,
                            date_cre_csp, date_rcp_csp, date_avi_csp,
                            date_ret_csp)
                       VALUES (:PG-G-N1, NULLIF(:PG-G-N2, 0), :PG-G-N3,
                           NULLIF(:PG-G-N4, 0), :PG-G-N5, :PG-G-N6,
                           :PG-G-N7, NULLIF(:PG-G-N8, 0),
                           NULLIF(:PG-G-N9, 0), NULLIF(:PG-G-N10, 0),
                           NULLIF(:PG-G-N11, 0),
                           CAST(NULLIF(:PG-G-T1, '') AS DATE),
                           CAST(NULLIF(:PG-G-T2, '') AS DATE),
                           CAST(NULLIF(:PG-G-T3, '') AS DATE),
                           CAST(NULLIF(:PG-G-T4, '') AS DATE))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3880-RST-FIN.

      *-----------------------------------------------------------------
      * Demandes de prix fournisseurs.
       3890-RST-DEB.

           MOVE "sauvegarde_demande_prix.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   MOVE WS-CHP-02 TO PG-G-T1
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-04)
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-05)
                   COMPUTE PG-G-N5 =
                       FUNCTION NUMVAL(WS-CHP-06)
                   COMPUTE PG-G-N6 =
                       FUNCTION NUMVAL(WS-CHP-07)

                   EXEC SQL
                       INSERT INTO demande_prix
                           (id_dpx, date_dpx, statut_dpx, id_uti_dpx,
                            id_entrepot_dpx, id_fou_ret_dpx, id_liv_dpx)
                       VALUES (:PG-G-N1,
                           CAST(NULLIF(:PG-G-T1, '') AS DATE), :PG-G-N2,
                           NULLIF(:PG-G-N3, 0), NULLIF(:PG-G-N4, 0),
                           NULLIF(:PG-G-N5, 0), NULLIF(:PG-G-N6, 0))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3890-RST-FIN.

      *-----------------------------------------------------------------
      * Fournisseurs consultes par demande de prix.
       3900-RST-DEB.

           MOVE "sauvegarde_demande_prix_fou.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   MOVE WS-CHP-03 TO PG-G-T1
                   MOVE WS-CHP-04 TO PG-G-T2
                   MOVE WS-CHP-05 TO PG-G-T3
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-06)
                   MOVE WS-CHP-07 TO PG-G-T4
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-08)

                   EXEC SQL
                       INSERT INTO demande_prix_fou
                           (id_dpx, id_fou, date_env_dpf, date_rep_dpf,
                            devise_dpf, delai_dpf, validite_dpf,
                            frais_dpf)
                       VALUES (:PG-G-N1, :PG-G-N2,
                           CAST(NULLIF(:PG-G-T1, '') AS DATE),
                           CAST(NULLIF(:PG-G-T2, '') AS DATE),
                           NULLIF(:PG-G-T3, ''), :PG-G-N3,
                           CAST(NULLIF(:PG-G-T4, '') AS DATE),
                           :PG-G-N4 / 100.0)
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3900-RST-FIN.

      *-----------------------------------------------------------------
      * Pieces des demandes de prix.
       3910-RST-DEB.

           MOVE "sauvegarde_demande_prix_piece.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-03)

                   EXEC SQL
                       INSERT INTO demande_prix_piece
                           (id_dpx, id_pie, qte_dpp)
                       VALUES (:PG-G-N1, :PG-G-N2, :PG-G-N3 / 1000.0)
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3910-RST-FIN.

      *-----------------------------------------------------------------
      * Prix remis par les fournisseurs consultes.
       3920-RST-DEB.

           MOVE "sauvegarde_reponse_prix.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-04)

                   EXEC SQL
                       INSERT INTO reponse_prix
                           (id_dpx, id_fou, id_pie, prix_rep)
                       VALUES (:PG-G-N1, :PG-G-N2, :PG-G-N3,
                           :PG-G-N4 / 100.0)
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3920-RST-FIN.

      *-----------------------------------------------------------------
      * Derogations de prix sous le plancher.
       3930-RST-DEB.

           MOVE "sauvegarde_derogation_prix.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                           WS-CHP-09 WS-CHP-10 WS-CHP-11 WS-CHP-12
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   MOVE WS-CHP-04 TO PG-G-T1
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-05)
                   COMPUTE PG-G-N5 =
                       FUNCTION NUMVAL(WS-CHP-06)
                   COMPUTE PG-G-N6 =
                       FUNCTION NUMVAL(WS-CHP-07)
                   MOVE WS-CHP-08 TO PG-G-T2
                   COMPUTE PG-G-N7 =
                       FUNCTION NUMVAL(WS-CHP-09)
                   COMPUTE PG-G-N8 =
                       FUNCTION NUMVAL(WS-CHP-10)
                   MOVE WS-CHP-11 TO PG-G-T3
                   COMPUTE PG-G-N9 =
                       FUNCTION NUMVAL(WS-CHP-12)

                   EXEC SQL
                       INSERT INTO derogation_prix
                           (id_drg, id_cli, id_pie, canal_drg,
                            prix_net_drg, cump_drg, plancher_drg,
                            motif_drg, id_uti_dem, id_uti_drg, date_drg,
                            id_liv_drg)
                       VALUES (:PG-G-N1, :PG-G-N2, :PG-G-N3, :PG-G-T1,
                           :PG-G-N4 / 100.0, :PG-G-N5 / 100.0,
                           :PG-G-N6 / 100.0, NULLIF(:PG-G-T2, ''),
                           NULLIF(:PG-G-N7, 0), NULLIF(:PG-G-N8, 0),
                           CAST(NULLIF(:PG-G-T3, '') AS DATE),
                           NULLIF(:PG-G-N9, 0))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3930-RST-FIN.

      *-----------------------------------------------------------------
      * Reglements fournisseurs.
       3940-RST-DEB.

           MOVE "sauvegarde_reglement_fournisseur.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   MOVE WS-CHP-03 TO PG-G-T1
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-04)
                   MOVE WS-CHP-05 TO PG-G-T2
                   MOVE WS-CHP-06 TO PG-G-T3

                   EXEC SQL
                       INSERT INTO reglement_fournisseur
                           (id_reg_fou, id_fou, date_reg_fou,
                            mnt_reg_fou, mode_reg_fou, ref_reg_fou)
                       VALUES (:PG-G-N1, :PG-G-N2,
                           CAST(NULLIF(:PG-G-T1, '') AS DATE),
                           :PG-G-N3 / 100.0, NULLIF(:PG-G-T2, ''),
                           NULLIF(:PG-G-T3, ''))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3940-RST-FIN.

      *-----------------------------------------------------------------
      * Imputations des reglements fournisseurs.
       3950-RST-DEB.

           MOVE "sauvegarde_reglement_ffou.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-03)

                   EXEC SQL
                       INSERT INTO reglement_ffou
                           (id_reg_fou, id_fac_fou, mnt_imp_ffou)
                       VALUES (:PG-G-N1, :PG-G-N2, :PG-G-N3 / 100.0)
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3950-RST-FIN.

      *-----------------------------------------------------------------
      * Virements fournisseurs.
       3960-RST-DEB.

           MOVE "sauvegarde_virement_fournisseur.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-04)
                   MOVE WS-CHP-05 TO PG-G-T1
                   COMPUTE PG-G-N5 =
                       FUNCTION NUMVAL(WS-CHP-06)

                   EXEC SQL
                       INSERT INTO virement_fournisseur
                           (id_vir, id_fou, id_reg_fou, mnt_vir,
                            date_exec_vir, statut_vir)
                       VALUES (:PG-G-N1, :PG-G-N2, NULLIF(:PG-G-N3, 0),
                           :PG-G-N4 / 100.0,
                           CAST(NULLIF(:PG-G-T1, '') AS DATE), :PG-G-N5)
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3960-RST-FIN.

      *-----------------------------------------------------------------
      * Changements de RIB fournisseurs.
       3970-RST-DEB.

           MOVE "sauvegarde_changement_rib_fou.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                           WS-CHP-09 WS-CHP-10 WS-CHP-11 WS-CHP-12
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   MOVE WS-CHP-03 TO PG-G-T1
                   MOVE WS-CHP-04 TO PG-G-T2
                   MOVE WS-CHP-05 TO PG-G-T3
                   MOVE WS-CHP-06 TO PG-G-T4
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-07)
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-08)
                   MOVE WS-CHP-09 TO PG-G-T5
                   COMPUTE PG-G-N5 =
                       FUNCTION NUMVAL(WS-CHP-10)
                   MOVE WS-CHP-11 TO PG-G-T6
                   MOVE WS-CHP-12 TO PG-G-T7

                   EXEC SQL
                       INSERT INTO changement_rib_fou
                           (id_crib, id_fou, anc_iban_crib,
                            anc_bic_crib, nou_iban_crib, nou_bic_crib,
                            statut_crib, id_uti_dem, date_dem_crib,
                            id_uti_cnf, date_cnf_crib, note_rpl_crib)
                       VALUES (:PG-G-N1, :PG-G-N2, NULLIF(:PG-G-T1, ''),
                           NULLIF(:PG-G-T2, ''), NULLIF(:PG-G-T3, ''),
                           NULLIF(:PG-G-T4, ''), :PG-G-N3,
                           NULLIF(:PG-G-N4, 0),
                           CAST(NULLIF(:PG-G-T5, '') AS DATE),
                           NULLIF(:PG-G-N5, 0),
                           CAST(NULLIF(:PG-G-T6, '') AS DATE),
                           NULLIF(:PG-G-T7, ''))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3970-RST-FIN.

      *-----------------------------------------------------------------
      * Suivi des factures electroniques.
       3980-RST-DEB.

           MOVE "sauvegarde_facture_electronique.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                           WS-CHP-09 WS-CHP-10
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   MOVE WS-CHP-02 TO PG-G-T1
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-04)
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-05)
                   MOVE WS-CHP-06 TO PG-G-T2
                   COMPUTE PG-G-N5 =
                       FUNCTION NUMVAL(WS-CHP-07)
                   MOVE WS-CHP-08 TO PG-G-T3
                   MOVE WS-CHP-09 TO PG-G-T4
                   MOVE WS-CHP-10 TO PG-G-T5

                   EXEC SQL
                       INSERT INTO facture_electronique
                           (id_fel, typ_fel, num_doc, id_cli, id_soc,
                            nom_fic_fel, statut_fel, date_gen_fel,
                            date_sta_fel, motif_fel)
                       VALUES (:PG-G-N1, :PG-G-T1, :PG-G-N2,
                           NULLIF(:PG-G-N3, 0), NULLIF(:PG-G-N4, 0),
                           NULLIF(:PG-G-T2, ''), :PG-G-N5,
                           CAST(NULLIF(:PG-G-T3, '') AS DATE),
                           CAST(NULLIF(:PG-G-T4, '') AS DATE),
                           NULLIF(:PG-G-T5, ''))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3980-RST-FIN.

      *-----------------------------------------------------------------
      * Historique des statuts des factures electroniques.
       3990-RST-DEB.

           MOVE "sauvegarde_statut_fel_hist.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   MOVE WS-CHP-04 TO PG-G-T1
                   MOVE WS-CHP-05 TO PG-G-T2
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-06)
                   MOVE WS-CHP-07 TO PG-G-T3

                   EXEC SQL
                       INSERT INTO statut_fel_hist
                           (id_sfh, id_fel, statut_sfh, date_sfh,
                            motif_sfh, id_uti, date_sai_sfh)
                       VALUES (:PG-G-N1, :PG-G-N2, :PG-G-N3,
                           CAST(NULLIF(:PG-G-T1, '') AS DATE),
                           NULLIF(:PG-G-T2, ''), NULLIF(:PG-G-N4, 0),
                           CAST(NULLIF(:PG-G-T3, '') AS DATE))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       3990-RST-FIN.

      *-----------------------------------------------------------------
      * Declarations a l'assureur-credit.
       4000-RST-DEB.

           MOVE "sauvegarde_declaration_assur.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                           WS-CHP-09
                   END-UNSTRING

                   MOVE WS-CHP-01 TO PG-G-T1
                   MOVE WS-CHP-02 TO PG-G-T2
                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-04)
                   COMPUTE PG-G-S1 =
                       FUNCTION NUMVAL(WS-CHP-05)
                   MOVE WS-CHP-06 TO PG-G-T3
                   MOVE WS-CHP-07 TO PG-G-T4
                   MOVE WS-CHP-08 TO PG-G-T5
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-09)

                   EXEC SQL
                       INSERT INTO declaration_assur
                           (type_dec, periode_dec, id_cli, id_fac,
                            mnt_dec, date_dec, date_lim_dec, fic_dec,
                            id_uti)
                       VALUES (:PG-G-T1, :PG-G-T2, NULLIF(:PG-G-N1, 0),
                           NULLIF(:PG-G-N2, 0), :PG-G-S1 / 100.0,
                           CAST(NULLIF(:PG-G-T3, '') AS DATE),
                           CAST(NULLIF(:PG-G-T4, '') AS DATE),
                           NULLIF(:PG-G-T5, ''), NULLIF(:PG-G-N3, 0))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4000-RST-FIN.

      *-----------------------------------------------------------------
      * Reclamations clients.
       4010-RST-DEB.

           MOVE "sauvegarde_reclamation_client.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                           WS-CHP-09 WS-CHP-10 WS-CHP-11 WS-CHP-12
                           WS-CHP-13 WS-CHP-14 WS-CHP-LNG
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-04)
                   COMPUTE PG-G-N5 =
                       FUNCTION NUMVAL(WS-CHP-05)
                   MOVE WS-CHP-06 TO PG-G-T1
                   MOVE WS-CHP-07 TO PG-G-T2
                   COMPUTE PG-G-N6 =
                       FUNCTION NUMVAL(WS-CHP-08)
                   COMPUTE PG-G-N7 =
                       FUNCTION NUMVAL(WS-CHP-09)
                   COMPUTE PG-G-N8 =
                       FUNCTION NUMVAL(WS-CHP-10)
                   MOVE WS-CHP-11 TO PG-G-T3
                   COMPUTE PG-G-N9 =
                       FUNCTION NUMVAL(WS-CHP-12)
                   MOVE WS-CHP-13 TO PG-G-T4
                   MOVE WS-CHP-14 TO PG-G-T5
                   MOVE WS-CHP-LNG TO PG-G-L1

                   EXEC SQL
                       INSERT INTO reclamation_client
                           (id_rcc, id_cli, id_liv, id_fac, id_uti_cnc,
                            cat_rcc, objet_rcc, id_uti_rsp, id_uti,
                            statut_rcc, date_ouv_rcc, delai_rcc,
                            date_lim_rcc, date_clo_rcc, resolution_rcc)
                       VALUES (:PG-G-N1, NULLIF(:PG-G-N2, 0),
                           NULLIF(:PG-G-N3, 0), NULLIF(:PG-G-N4, 0),
                           NULLIF(:PG-G-N5, 0), :PG-G-T1,
                           NULLIF(:PG-G-T2, ''), NULLIF(:PG-G-N6, 0),
                           NULLIF(:PG-G-N7, 0), :PG-G-N8,
                           CAST(NULLIF(:PG-G-T3, '') AS DATE), :PG-G-N9,
                           CAST(NULLIF(:PG-G-T4, '') AS DATE),
                           CAST(NULLIF(:PG-G-T5, '') AS DATE),
                           NULLIF(:PG-G-L1, ''))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4010-RST-FIN.

      *-----------------------------------------------------------------
      * Remises des fiches de donnees de securite.
       4020-RST-DEB.

           MOVE "sauvegarde_remise_fds.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   MOVE WS-CHP-03 TO PG-G-T1
                   MOVE WS-CHP-04 TO PG-G-T2
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-05)
                   MOVE WS-CHP-06 TO PG-G-T3
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-07)

                   EXEC SQL
                       INSERT INTO remise_fds
                           (id_cli, id_pie, ver_fds, date_fds, id_liv,
                            date_rem, id_doc)
                       VALUES (:PG-G-N1, :PG-G-N2, NULLIF(:PG-G-T1, ''),
                           CAST(NULLIF(:PG-G-T2, '') AS DATE),
                           NULLIF(:PG-G-N3, 0),
                           CAST(NULLIF(:PG-G-T3, '') AS DATE),
                           NULLIF(:PG-G-N4, 0))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4020-RST-FIN.

      *-----------------------------------------------------------------
      * Prospects.
       4030-RST-DEB.

           MOVE "sauvegarde_prospect.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                           WS-CHP-09 WS-CHP-10 WS-CHP-11 WS-CHP-12
                           WS-CHP-13 WS-CHP-14 WS-CHP-15 WS-CHP-16
                           WS-CHP-17 WS-CHP-18 WS-CHP-19 WS-CHP-20
                           WS-CHP-21 WS-CHP-22 WS-CHP-23 WS-CHP-24
                           WS-CHP-25 WS-CHP-26
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   MOVE WS-CHP-02 TO PG-G-T1
                   MOVE WS-CHP-03 TO PG-G-T2
                   MOVE WS-CHP-04 TO PG-G-T3
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-05)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-06)
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-07)
                   MOVE WS-CHP-08 TO PG-G-T4
                   MOVE WS-CHP-09 TO PG-G-T5
                   COMPUTE PG-G-N5 =
                       FUNCTION NUMVAL(WS-CHP-10)
                   MOVE WS-CHP-11 TO PG-G-T6
                   COMPUTE PG-G-N6 =
                       FUNCTION NUMVAL(WS-CHP-12)
                   MOVE WS-CHP-13 TO PG-G-T7
                   MOVE WS-CHP-14 TO PG-G-T8
                   MOVE WS-CHP-15 TO PG-G-T9
                   MOVE WS-CHP-16 TO PG-G-T10
                   COMPUTE PG-G-N7 =
                       FUNCTION NUMVAL(WS-CHP-17)
                   COMPUTE PG-G-N8 =
                       FUNCTION NUMVAL(WS-CHP-18)
                   COMPUTE PG-G-N9 =
                       FUNCTION NUMVAL(WS-CHP-19)
                   COMPUTE PG-G-N10 =
                       FUNCTION NUMVAL(WS-CHP-20)
                   MOVE WS-CHP-21 TO PG-G-T11
                   COMPUTE PG-G-N11 =
                       FUNCTION NUMVAL(WS-CHP-22)
                   COMPUTE PG-G-N12 =
                       FUNCTION NUMVAL(WS-CHP-23)
                   MOVE WS-CHP-24 TO PG-G-T12
                   MOVE WS-CHP-25 TO PG-G-T13
                   MOVE WS-CHP-26 TO PG-G-T14

                   EXEC SQL
                       INSERT INTO prospect
                           (id_pro, nom_pro, contact_pro, mail_pro,
                            indic_pro, tel_pro, cp_pro, ville_pro,
                            adresse_pro, id_rep, source_pro, statut_pro,
                            kbis_pro, iban_pro, rum_pro,
                            date_mandat_pro, plafond_dem_pro,
                            plafond_acc_pro, statut_plf_pro,
                            id_uti_plf_pro, date_plf_pro, id_cli,
                            id_uti, date_cre_pro, date_sta_pro,
                            date_cnv_pro)
                       VALUES (:PG-G-N1, :PG-G-T1, NULLIF(:PG-G-T2, ''),
                           NULLIF(:PG-G-T3, ''), :PG-G-N2, :PG-G-N3,
                           :PG-G-N4, NULLIF(:PG-G-T4, ''),
                           NULLIF(:PG-G-T5, ''), NULLIF(:PG-G-N5, 0),
                           :PG-G-T6, :PG-G-N6, :PG-G-T7,
                           NULLIF(:PG-G-T8, ''), NULLIF(:PG-G-T9, ''),
                           CAST(NULLIF(:PG-G-T10, '') AS DATE),
                           :PG-G-N7 / 100.0, :PG-G-N8 / 100.0, :PG-G-N9,
                           NULLIF(:PG-G-N10, 0),
                           CAST(NULLIF(:PG-G-T11, '') AS DATE),
                           NULLIF(:PG-G-N11, 0), NULLIF(:PG-G-N12, 0),
                           CAST(NULLIF(:PG-G-T12, '') AS DATE),
                           CAST(NULLIF(:PG-G-T13, '') AS DATE),
                           CAST(NULLIF(:PG-G-T14, '') AS DATE))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4030-RST-FIN.

      *-----------------------------------------------------------------
      * Visites des prospects.
       4040-RST-DEB.

           MOVE "sauvegarde_visite_prospect.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   MOVE WS-CHP-04 TO PG-G-T1
                   MOVE WS-CHP-05 TO PG-G-T2
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-06)

                   EXEC SQL
                       INSERT INTO visite_prospect
                           (id_vis, id_pro, id_rep, date_vis, cr_vis,
                            id_uti)
                       VALUES (:PG-G-N1, :PG-G-N2, NULLIF(:PG-G-N3, 0),
                           CAST(NULLIF(:PG-G-T1, '') AS DATE),
                           NULLIF(:PG-G-T2, ''), NULLIF(:PG-G-N4, 0))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4040-RST-FIN.

      *-----------------------------------------------------------------
      * Ventes associees calculees.
       4050-RST-DEB.

           MOVE "sauvegarde_association_pie.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-04)
                   COMPUTE PG-G-N5 =
                       FUNCTION NUMVAL(WS-CHP-05)
                   MOVE WS-CHP-06 TO PG-G-T1

                   EXEC SQL
                       INSERT INTO association_pie
                           (id_pie, id_pie_ass, nbr_liv_ass,
                            nbr_liv_pie, pct_ass, calcule_le)
                       VALUES (:PG-G-N1, :PG-G-N2, :PG-G-N3, :PG-G-N4,
                           :PG-G-N5, CAST(NULLIF(:PG-G-T1, '') AS DATE))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4050-RST-FIN.

      *-----------------------------------------------------------------
      * File des editions differees.
       4060-RST-DEB.

           MOVE "sauvegarde_file_edition.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                           WS-CHP-09 WS-CHP-10
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   MOVE WS-CHP-02 TO PG-G-T1
                   MOVE WS-CHP-03 TO PG-G-T2
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-04)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-05)
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-06)
                   MOVE WS-CHP-07 TO PG-G-T3
                   MOVE WS-CHP-08 TO PG-G-T4
                   MOVE WS-CHP-09 TO PG-G-T5
                   COMPUTE PG-G-N5 =
                       FUNCTION NUMVAL(WS-CHP-10)

                   EXEC SQL
                       INSERT INTO file_edition
                           (id_edt, prog_edt, prm_edt, id_uti, id_soc,
                            statut_edt, date_dem_edt, date_fin_edt,
                            nom_fic_edt, vu_edt)
                       VALUES (:PG-G-N1, :PG-G-T1, NULLIF(:PG-G-T2, ''),
                           NULLIF(:PG-G-N2, 0), NULLIF(:PG-G-N3, 0),
                           :PG-G-N4,
                           CAST(NULLIF(:PG-G-T3, '') AS TIMESTAMP),
                           CAST(NULLIF(:PG-G-T4, '') AS TIMESTAMP),
                           NULLIF(:PG-G-T5, ''), :PG-G-N5)
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4060-RST-FIN.

      *-----------------------------------------------------------------
      * Rejets des imports ; la ligne rejetee, qui peut porter des
      * separateurs, vient en dernier.
       4070-RST-DEB.

           MOVE "sauvegarde_rejet_import.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   MOVE 1 TO WS-PTR
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-LNG WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                       WITH POINTER WS-PTR
                   END-UNSTRING

                   MOVE FD-LGN-SAV(WS-PTR:) TO PG-G-L2

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   MOVE WS-CHP-02 TO PG-G-T1
                   MOVE WS-CHP-LNG TO PG-G-L1
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-04)
                   MOVE WS-CHP-05 TO PG-G-T2
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-06)
                   MOVE WS-CHP-07 TO PG-G-T3
                   MOVE WS-CHP-08 TO PG-G-T4

                   EXEC SQL
                       INSERT INTO rejet_import
                           (id_rej, source_rej, motif_rej, statut_rej,
                            date_rej, id_uti_trt, date_trt,
                            commentaire_rej, ligne_rej)
                       VALUES (:PG-G-N1, :PG-G-T1, NULLIF(:PG-G-L1, ''),
                           :PG-G-N2,
                           CAST(NULLIF(:PG-G-T2, '') AS TIMESTAMP),
                           NULLIF(:PG-G-N3, 0),
                           CAST(NULLIF(:PG-G-T3, '') AS TIMESTAMP),
                           NULLIF(:PG-G-T4, ''), NULLIF(:PG-G-L2, ''))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4070-RST-FIN.

      *-----------------------------------------------------------------
      * Historique des modifications de fiches.
       4080-RST-DEB.

           MOVE "sauvegarde_historique_champ.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                           WS-CHP-09 WS-CHP-10
                   END-UNSTRING

                   MOVE WS-CHP-01 TO PG-G-T1
                   MOVE WS-CHP-02 TO PG-G-T2
                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-04)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-05)
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-06)
                   MOVE WS-CHP-07 TO PG-G-T3
                   MOVE WS-CHP-08 TO PG-G-T4
                   MOVE WS-CHP-09 TO PG-G-T5
                   MOVE WS-CHP-10 TO PG-G-T6

                   EXEC SQL
                       INSERT INTO historique_champ
                           (date_hch, heure_hch, id_uti, id_pie, id_cli,
                            id_fou, cle_hch, champ_hch, anc_val_hch,
                            nou_val_hch)
                       VALUES (CAST(NULLIF(:PG-G-T1, '') AS DATE),
                           CAST(NULLIF(:PG-G-T2, '') AS TIME),
                           NULLIF(:PG-G-N1, 0), NULLIF(:PG-G-N2, 0),
                           NULLIF(:PG-G-N3, 0), NULLIF(:PG-G-N4, 0),
                           NULLIF(:PG-G-T3, ''), :PG-G-T4,
                           NULLIF(:PG-G-T5, ''), NULLIF(:PG-G-T6, ''))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4080-RST-FIN.

      *-----------------------------------------------------------------
      * Historique des mots de passe.
       4090-RST-DEB.

           MOVE "sauvegarde_historique_mdp.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   MOVE WS-CHP-03 TO PG-G-T1
                   MOVE WS-CHP-04 TO PG-G-T2
                   MOVE WS-CHP-05 TO PG-G-T3

                   EXEC SQL
                       INSERT INTO historique_mdp
                           (id_hmd, id_uti, sel_hmd, mdp_hmd, date_hmd)
                       VALUES (:PG-G-N1, :PG-G-N2, NULLIF(:PG-G-T1, ''),
                           :PG-G-T2,
                           CAST(NULLIF(:PG-G-T3, '') AS TIMESTAMP))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4090-RST-FIN.

      *-----------------------------------------------------------------
      * Chaine inalterable des ventes ; les donnees signees, qui portent
      * des separateurs, viennent en dernier.
       4100-RST-DEB.

           MOVE "sauvegarde_chaine_signature.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   MOVE 1 TO WS-PTR
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                           WS-CHP-09
                       WITH POINTER WS-PTR
                   END-UNSTRING

                   MOVE FD-LGN-SAV(WS-PTR:) TO PG-G-L2

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   MOVE WS-CHP-03 TO PG-G-T1
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-04)
                   COMPUTE PG-G-S1 =
                       FUNCTION NUMVAL(WS-CHP-05)
                   COMPUTE PG-G-S2 =
                       FUNCTION NUMVAL(WS-CHP-06)
                   MOVE WS-CHP-07 TO PG-G-T2
                   MOVE WS-CHP-08 TO PG-G-T3
                   MOVE WS-CHP-09 TO PG-G-T4

                   EXEC SQL
                       INSERT INTO chaine_signature
                           (id_sig, id_soc, type_sig, id_ori, mnt_sig,
                            gt_sig, sig, sig_prec, date_sig,
                            donnees_sig)
                       VALUES (:PG-G-N1, NULLIF(:PG-G-N2, 0), :PG-G-T1,
                           :PG-G-N3, :PG-G-S1 / 100.0, :PG-G-S2 / 100.0,
                           NULLIF(:PG-G-T2, ''), NULLIF(:PG-G-T3, ''),
                           CAST(NULLIF(:PG-G-T4, '') AS TIMESTAMP),
                           NULLIF(:PG-G-L2, ''))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4100-RST-FIN.

      *-----------------------------------------------------------------
      * Clotures des ventes.
       4110-RST-DEB.

           MOVE "sauvegarde_cloture_vente.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                           WS-CHP-09 WS-CHP-10
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   MOVE WS-CHP-03 TO PG-G-T1
                   MOVE WS-CHP-04 TO PG-G-T2
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-05)
                   COMPUTE PG-G-S1 =
                       FUNCTION NUMVAL(WS-CHP-06)
                   COMPUTE PG-G-S2 =
                       FUNCTION NUMVAL(WS-CHP-07)
                   COMPUTE PG-G-S3 =
                       FUNCTION NUMVAL(WS-CHP-08)
                   COMPUTE PG-G-S4 =
                       FUNCTION NUMVAL(WS-CHP-09)
                   MOVE WS-CHP-10 TO PG-G-T3

                   EXEC SQL
                       INSERT INTO cloture_vente
                           (id_clo, id_soc, type_clo, periode_clo,
                            nbr_doc_clo, tot_fac_clo, tot_vcp_clo,
                            gt_fac_clo, gt_vcp_clo, date_clo)
                       VALUES (:PG-G-N1, NULLIF(:PG-G-N2, 0), :PG-G-T1,
                           :PG-G-T2, :PG-G-N3, :PG-G-S1 / 100.0,
                           :PG-G-S2 / 100.0, :PG-G-S3 / 100.0,
                           :PG-G-S4 / 100.0,
                           CAST(NULLIF(:PG-G-T3, '') AS TIMESTAMP))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4110-RST-FIN.

      *-----------------------------------------------------------------
      * Archives periodiques des ventes.
       4120-RST-DEB.

           MOVE "sauvegarde_archive_vente.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   MOVE WS-CHP-03 TO PG-G-T1
                   MOVE WS-CHP-04 TO PG-G-T2
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-05)
                   MOVE WS-CHP-06 TO PG-G-T3
                   MOVE WS-CHP-07 TO PG-G-T4

                   EXEC SQL
                       INSERT INTO archive_vente
                           (id_arc, id_soc, periode_arc, nom_fic_arc,
                            nbr_sig_arc, sig_arc, date_arc)
                       VALUES (:PG-G-N1, NULLIF(:PG-G-N2, 0), :PG-G-T1,
                           NULLIF(:PG-G-T2, ''), :PG-G-N3,
                           NULLIF(:PG-G-T3, ''),
                           CAST(NULLIF(:PG-G-T4, '') AS TIMESTAMP))
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4120-RST-FIN.

      *-----------------------------------------------------------------
      * Sessions de caisse : societe.
       4200-RST-DEB.

           MOVE "sauvegarde_caisse_session_cpl.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)

                   EXEC SQL
                       UPDATE caisse_session
                       SET id_soc = NULLIF(:PG-G-N2, 0)
                       WHERE id_ses = :PG-G-N1
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4200-RST-FIN.

      *-----------------------------------------------------------------
      * Categories : marge minimale.
       4210-RST-DEB.

           MOVE "sauvegarde_categorie_pie_cpl.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   MOVE WS-CHP-02 TO PG-G-T1

                   EXEC SQL
                       UPDATE categorie_pie
                       SET marge_min_cat =
                               CAST(NULLIF(:PG-G-T1, '') AS NUMERIC)
                                   / 100.0
                       WHERE id_cat_pie = :PG-G-N1
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4210-RST-FIN.

      *-----------------------------------------------------------------
      * Clients : conditions, langue, fiscalite, assurance-credit et
      * abonnement tarifaire.
       4220-RST-DEB.

           MOVE "sauvegarde_client_cpl.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                           WS-CHP-09 WS-CHP-10 WS-CHP-11
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   MOVE WS-CHP-02 TO PG-G-T1
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   MOVE WS-CHP-04 TO PG-G-T2
                   MOVE WS-CHP-05 TO PG-G-T3
                   MOVE WS-CHP-06 TO PG-G-T4
                   MOVE WS-CHP-07 TO PG-G-T5
                   MOVE WS-CHP-08 TO PG-G-T6
                   MOVE WS-CHP-09 TO PG-G-T7
                   MOVE WS-CHP-10 TO PG-G-T8
                   MOVE WS-CHP-11 TO PG-G-T9

                   EXEC SQL
                       UPDATE client
                       SET abo_tar_cli =
                               CAST(NULLIF(:PG-G-T1, '') AS NUMERIC),
                           cat_abo_cli = NULLIF(:PG-G-N2, 0),
                           cond_pai_cli = NULLIF(:PG-G-T2, ''),
                           langue_cli = NULLIF(:PG-G-T3, ''),
                           num_tva_cli = NULLIF(:PG-G-T4, ''),
                           siren_cli = NULLIF(:PG-G-T5, ''),
                           regime_tva_cli =
                               CAST(NULLIF(:PG-G-T6, '') AS NUMERIC),
                           assur_plf_cli =
                               CAST(NULLIF(:PG-G-T7, '') AS NUMERIC)
                                   / 100.0,
                           assur_ref_cli = NULLIF(:PG-G-T8, ''),
                           assur_dat_cli =
                               CAST(NULLIF(:PG-G-T9, '') AS DATE)
                       WHERE id_cli = :PG-G-N1
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4220-RST-FIN.

      *-----------------------------------------------------------------
      * Factures : echeance, societe, consigne de carcasses et regime de
      * TVA fige.
       4230-RST-DEB.

           MOVE "sauvegarde_facture_cpl.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   MOVE WS-CHP-02 TO PG-G-T1
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   MOVE WS-CHP-04 TO PG-G-T2
                   MOVE WS-CHP-05 TO PG-G-T3

                   EXEC SQL
                       UPDATE facture
                       SET date_ech_fac =
                               CAST(NULLIF(:PG-G-T1, '') AS DATE),
                           id_soc = NULLIF(:PG-G-N2, 0),
                           mnt_crs_fac =
                               CAST(NULLIF(:PG-G-T2, '') AS NUMERIC)
                                   / 100.0,
                           regime_tva_fac =
                               CAST(NULLIF(:PG-G-T3, '') AS NUMERIC)
                       WHERE id_fac = :PG-G-N1
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4230-RST-FIN.

      *-----------------------------------------------------------------
      * Factures fournisseurs : echeance, societe, saisie et TVA.
       4240-RST-DEB.

           MOVE "sauvegarde_facture_fournisseur_cpl.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   MOVE WS-CHP-02 TO PG-G-T1
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-03)
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-04)
                   MOVE WS-CHP-05 TO PG-G-T2

                   EXEC SQL
                       UPDATE facture_fournisseur
                       SET date_ech_ffou =
                               CAST(NULLIF(:PG-G-T1, '') AS DATE),
                           id_soc = NULLIF(:PG-G-N2, 0),
                           id_uti = NULLIF(:PG-G-N3, 0),
                           mnt_tva_ffou =
                               CAST(NULLIF(:PG-G-T2, '') AS NUMERIC)
                                   / 100.0
                       WHERE id_fac_fou = :PG-G-N1
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4240-RST-FIN.

      *-----------------------------------------------------------------
      * Fournisseurs : RIB, conditions de paiement et solde.
       4250-RST-DEB.

           MOVE "sauvegarde_fournisseur_cpl.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   MOVE WS-CHP-02 TO PG-G-T1
                   MOVE WS-CHP-03 TO PG-G-T2
                   MOVE WS-CHP-04 TO PG-G-T3
                   MOVE WS-CHP-05 TO PG-G-T4
                   COMPUTE PG-G-S1 =
                       FUNCTION NUMVAL(WS-CHP-06)

                   EXEC SQL
                       UPDATE fournisseur
                       SET iban_fou = NULLIF(:PG-G-T1, ''),
                           bic_fou = NULLIF(:PG-G-T2, ''),
                           date_rib_fou =
                               CAST(NULLIF(:PG-G-T3, '') AS DATE),
                           cond_pai_fou = NULLIF(:PG-G-T4, ''),
                           solde_fou = :PG-G-S1 / 100.0
                       WHERE id_fou = :PG-G-N1
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4250-RST-FIN.

      *-----------------------------------------------------------------
      * Livraisons : societe, directes, expedition, tournee de vente et
      * preuve de sortie.
       4260-RST-DEB.

           MOVE "sauvegarde_livraison_cpl.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                           WS-CHP-09
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   MOVE WS-CHP-03 TO PG-G-T1
                   MOVE WS-CHP-04 TO PG-G-T2
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-05)
                   COMPUTE PG-G-N4 =
                       FUNCTION NUMVAL(WS-CHP-06)
                   COMPUTE PG-G-N5 =
                       FUNCTION NUMVAL(WS-CHP-07)
                   MOVE WS-CHP-08 TO PG-G-T3
                   MOVE WS-CHP-09 TO PG-G-T4

                   EXEC SQL
                       UPDATE livraison
                       SET id_soc = NULLIF(:PG-G-N2, 0),
                           date_ter_liv =
                               CAST(NULLIF(:PG-G-T1, '') AS DATE),
                           directe_liv =
                               CAST(NULLIF(:PG-G-T2, '') AS NUMERIC),
                           id_liv_dir = NULLIF(:PG-G-N3, 0),
                           id_exp_liv = NULLIF(:PG-G-N4, 0),
                           id_tou_vte = NULLIF(:PG-G-N5, 0),
                           date_sortie_liv =
                               CAST(NULLIF(:PG-G-T3, '') AS DATE),
                           ref_sortie_liv = NULLIF(:PG-G-T4, '')
                       WHERE id_liv = :PG-G-N1
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4260-RST-FIN.

      *-----------------------------------------------------------------
      * Lignes de livraison : confirmation fournisseur et preparation.
       4270-RST-DEB.

           MOVE "sauvegarde_livraison_piece_cpl.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                           WS-CHP-09 WS-CHP-10 WS-CHP-11 WS-CHP-12
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   MOVE WS-CHP-03 TO PG-G-T1
                   MOVE WS-CHP-04 TO PG-G-T2
                   MOVE WS-CHP-05 TO PG-G-T3
                   MOVE WS-CHP-06 TO PG-G-T4
                   MOVE WS-CHP-07 TO PG-G-T5
                   MOVE WS-CHP-08 TO PG-G-T6
                   MOVE WS-CHP-09 TO PG-G-T7
                   MOVE WS-CHP-10 TO PG-G-T8
                   MOVE WS-CHP-11 TO PG-G-T9
                   COMPUTE PG-G-N3 =
                       FUNCTION NUMVAL(WS-CHP-12)

                   EXEC SQL
                       UPDATE livraison_piece
                       SET date_dem_pie =
                               CAST(NULLIF(:PG-G-T1, '') AS DATE),
                           prix_cmd_pie =
                               CAST(NULLIF(:PG-G-T2, '') AS NUMERIC)
                                   / 100.0,
                           date_cnf_pie =
                               CAST(NULLIF(:PG-G-T3, '') AS DATE),
                           qt_cnf_pie =
                               CAST(NULLIF(:PG-G-T4, '') AS NUMERIC),
                           prix_cnf_pie =
                               CAST(NULLIF(:PG-G-T5, '') AS NUMERIC)
                                   / 100.0,
                           ecart_cnf_pie = NULLIF(:PG-G-T6, ''),
                           date_acc_pie =
                               CAST(NULLIF(:PG-G-T7, '') AS DATE),
                           date_deb_trt =
                               CAST(NULLIF(:PG-G-T8, '') AS TIMESTAMP),
                           date_fin_trt =
                               CAST(NULLIF(:PG-G-T9, '') AS TIMESTAMP),
                           id_uti_trt = NULLIF(:PG-G-N3, 0)
                       WHERE id_liv = :PG-G-N1
                         AND id_pie = :PG-G-N2
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4270-RST-FIN.

      *-----------------------------------------------------------------
      * Mouvements de stock : depot.
       4280-RST-DEB.

           MOVE "sauvegarde_mouvement_stock_cpl.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)

                   EXEC SQL
                       UPDATE mouvement_stock
                       SET id_entrepot = NULLIF(:PG-G-N2, 0)
                       WHERE id_mvt = :PG-G-N1
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4280-RST-FIN.

      *-----------------------------------------------------------------
      * Pieces : unites, casier, cycle de vie, remplacement, FDS et
      * consigne.
       4290-RST-DEB.

           MOVE "sauvegarde_piece_cpl.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03 WS-CHP-04
                           WS-CHP-05 WS-CHP-06 WS-CHP-07 WS-CHP-08
                           WS-CHP-09 WS-CHP-10 WS-CHP-11 WS-CHP-12
                           WS-CHP-13 WS-CHP-14
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   MOVE WS-CHP-02 TO PG-G-T1
                   MOVE WS-CHP-03 TO PG-G-T2
                   MOVE WS-CHP-04 TO PG-G-T3
                   MOVE WS-CHP-05 TO PG-G-T4
                   MOVE WS-CHP-06 TO PG-G-T5
                   MOVE WS-CHP-07 TO PG-G-T6
                   MOVE WS-CHP-08 TO PG-G-T7
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-09)
                   MOVE WS-CHP-10 TO PG-G-T8
                   MOVE WS-CHP-11 TO PG-G-T9
                   MOVE WS-CHP-12 TO PG-G-T10
                   MOVE WS-CHP-13 TO PG-G-T11
                   MOVE WS-CHP-14 TO PG-G-T12

                   EXEC SQL
                       UPDATE piece
                       SET unite_vte_pie = NULLIF(:PG-G-T1, ''),
                           unite_stk_pie = NULLIF(:PG-G-T2, ''),
                           fct_cnv_pie =
                               CAST(NULLIF(:PG-G-T3, '') AS NUMERIC)
                                   / 1000.0,
                           min_prl_pie =
                               CAST(NULLIF(:PG-G-T4, '') AS NUMERIC)
                                   / 1000.0,
                           max_prl_pie =
                               CAST(NULLIF(:PG-G-T5, '') AS NUMERIC)
                                   / 1000.0,
                           statut_cyc_pie =
                               CAST(NULLIF(:PG-G-T6, '') AS NUMERIC),
                           date_cyc_pie =
                               CAST(NULLIF(:PG-G-T7, '') AS DATE),
                           id_pie_rmp = NULLIF(:PG-G-N2, 0),
                           provisoire_pie =
                               CAST(NULLIF(:PG-G-T8, '') AS NUMERIC),
                           fds_ver_pie = NULLIF(:PG-G-T9, ''),
                           fds_date_pie =
                               CAST(NULLIF(:PG-G-T10, '') AS DATE),
                           fds_fic_pie = NULLIF(:PG-G-T11, ''),
                           val_crs_pie =
                               CAST(NULLIF(:PG-G-T12, '') AS NUMERIC)
                                   / 100.0
                       WHERE id_pie = :PG-G-N1
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4290-RST-FIN.

      *-----------------------------------------------------------------
      * Prets d'outils : societe.
       4300-RST-DEB.

           MOVE "sauvegarde_pret_outil_cpl.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)

                   EXEC SQL
                       UPDATE pret_outil
                       SET id_soc = NULLIF(:PG-G-N2, 0)
                       WHERE id_prt_out = :PG-G-N1
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4300-RST-FIN.

      *-----------------------------------------------------------------
      * Reglements : societe.
       4310-RST-DEB.

           MOVE "sauvegarde_reglement_cpl.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)

                   EXEC SQL
                       UPDATE reglement
                       SET id_soc = NULLIF(:PG-G-N2, 0)
                       WHERE id_reg = :PG-G-N1
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4310-RST-FIN.

      *-----------------------------------------------------------------
      * Retours clients : saisie et erreur de preparation.
       4320-RST-DEB.

           MOVE "sauvegarde_retour_client_cpl.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)
                   MOVE WS-CHP-03 TO PG-G-T1

                   EXEC SQL
                       UPDATE retour_client
                       SET id_uti = NULLIF(:PG-G-N2, 0),
                           erreur_prep_rcl =
                               CAST(NULLIF(:PG-G-T1, '') AS NUMERIC)
                       WHERE id_rcl = :PG-G-N1
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4320-RST-FIN.

      *-----------------------------------------------------------------
      * Numeros de serie : campagne de rappel.
       4330-RST-DEB.

           MOVE "sauvegarde_serie_piece_cpl.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02 WS-CHP-03
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   MOVE WS-CHP-02 TO PG-G-T1
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-03)

                   EXEC SQL
                       UPDATE serie_piece
                       SET id_rap_ser = NULLIF(:PG-G-N2, 0)
                       WHERE id_pie = :PG-G-N1
                         AND num_serie = :PG-G-T1
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4330-RST-FIN.

      *-----------------------------------------------------------------
      * Tournees : chauffeur.
       4340-RST-DEB.

           MOVE "sauvegarde_tournee_cpl.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)

                   EXEC SQL
                       UPDATE tournee
                       SET id_uti_chf = NULLIF(:PG-G-N2, 0)
                       WHERE id_tou = :PG-G-N1
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4340-RST-FIN.

      *-----------------------------------------------------------------
      * Vehicules internes : depot.
       4350-RST-DEB.

           MOVE "sauvegarde_vehicule_interne_cpl.txt" TO WS-NOM-FIC.
           PERFORM 0400-OUV-FIC-DEB
              THRU 0400-OUV-FIC-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0500-LIR-LGN-DEB
                  THRU 0500-LIR-LGN-FIN

               IF NOT WS-ETT-LCT-FIN
                   UNSTRING FD-LGN-SAV
                       DELIMITED BY "|"
                       INTO
                           WS-CHP-01 WS-CHP-02
                   END-UNSTRING

                   COMPUTE PG-G-N1 =
                       FUNCTION NUMVAL(WS-CHP-01)
                   COMPUTE PG-G-N2 =
                       FUNCTION NUMVAL(WS-CHP-02)

                   EXEC SQL
                       UPDATE vehicule_interne
                       SET id_entrepot_vhi = NULLIF(:PG-G-N2, 0)
                       WHERE id_vhi = :PG-G-N1
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-NBR-LGN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FIC-SAV.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CTL-NBR-DEB
              THRU 0300-CTL-NBR-FIN.

       4350-RST-FIN.
