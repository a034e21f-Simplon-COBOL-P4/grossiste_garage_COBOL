      * taux de change, compatibilités véhicule, journal des          *
      * mouvements, devis, registre des documents, motifs, règles de  *
      * sécurité, barème RFA et historique de la chaîne batch, ainsi  *
      * que toutes les tables des chantiers recents : series, factures *
      * fournisseurs, garanties, emballages, SEPA, representants et    *
      * commissions, litiges transport, couts d'approche, OEM,         *
      * validations d'achat, caisse, commandes permanentes et          *
      * ouvertes, references clients, penalites, pertes, acomptes,     *
      * assemblages, qualite, revisions de prix, ventes perdues, BFA,  *
      * change, grilles de port, clotures, outillage, dechets, dispo   *
      * fournisseurs, budgets, flotte, file d'envoi, factor,           *
      * calendrier, comptes configurables, societes, roles et droits,  *
      * textes et traductions, attributs, stock par depot, reserves et *
      * reapprovisionnement, tournees de vente, depots fournisseurs,   *
      * rappels constructeur, carcasses, colis et expeditions,         *
      * commandes speciales, demandes de prix, derogations, reglements *
      * et virements fournisseurs, changements de RIB, factures        *
      * electroniques, assurance-credit, reclamations, FDS, prospects, *
      * ventes associees, file des editions, rejets d'import,          *
      * historiques, chaine inalterable des ventes, clotures et        *
      * archives des ventes. Les colonnes ajoutees depuis aux tables   *
      * deja sauvegardees (societe, echeances, regime de TVA fige,     *
      * unites et casiers, RIB, confirmations fournisseurs...)         *
      * voyagent dans un fichier complementaire                        *
      * "sauvegarde_<table>_cpl.txt" (cle puis colonnes) que "rstbase" *
      * repasse en mise a jour apres le rechargement. Les quantites    *
      * fractionnaires des nouvelles tables voyagent en milliemes ;    *
      * une valeur facultative dont l'absence a un sens (regime de TVA *
      * fige, plafond, unite de conversion...) reste vide quand elle   *
      * est NULL.                                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * SAV=SAUVEGARDE; FIC=FICHIER; MAN=MANIFESTE; LGN=LIGNE;         *
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-SAV.
       01  FD-LGN-SAV                 PIC X(800).
       FD  FIC-MAN.
       01  FD-LGN-MAN                 PIC X(60).

       01 PG-RLE-UTI             PIC X(14).
       01 PG-TNT-UTI             PIC 9(02).
       01 PG-VRR-UTI             PIC X(19).
       01 PG-DSA-UTI             PIC X(19).
       01 PG-SEL-UTI             PIC X(16).
       01 PG-MDP-MAJ-UTI         PIC X(19).
      * Catégorie.
       01 PG-NOM-CAT             PIC X(50).
       01 PG-SEU-CAT             PIC 9(10).
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
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-G7                  PIC Z(14).
       01 WS-G8                  PIC Z(14).
       01 WS-G9                  PIC Z(14).
       01 WS-G10                 PIC Z(14).
       01 WS-G11                 PIC Z(14).
       01 WS-G12                 PIC Z(14).
       01 WS-S1                  PIC -(13)9.
       01 WS-S2                  PIC -(13)9.
       01 WS-S3                  PIC -(13)9.
       01 WS-S4                  PIC -(13)9.

       PROCEDURE DIVISION.

           PERFORM 3650-SAV-DEB
              THRU 3650-SAV-FIN.

           PERFORM 3660-SAV-DEB
              THRU 3660-SAV-FIN.
           PERFORM 3670-SAV-DEB
              THRU 3670-SAV-FIN.
           PERFORM 3680-SAV-DEB
              THRU 3680-SAV-FIN.
           PERFORM 3690-SAV-DEB
              THRU 3690-SAV-FIN.
           PERFORM 3700-SAV-DEB
              THRU 3700-SAV-FIN.
           PERFORM 3710-SAV-DEB
              THRU 3710-SAV-FIN.
           PERFORM 3720-SAV-DEB
              THRU 3720-SAV-FIN.
           PERFORM 3730-SAV-DEB
              THRU 3730-SAV-FIN.
           PERFORM 3740-SAV-DEB
              THRU 3740-SAV-FIN.
           PERFORM 3750-SAV-DEB
              THRU 3750-SAV-FIN.
           PERFORM 3760-SAV-DEB
              THRU 3760-SAV-FIN.
           PERFORM 3770-SAV-DEB
              THRU 3770-SAV-FIN.
           PERFORM 3780-SAV-DEB
              THRU 3780-SAV-FIN.
           PERFORM 3790-SAV-DEB
              THRU 3790-SAV-FIN.
           PERFORM 3800-SAV-DEB
              THRU 3800-SAV-FIN.
           PERFORM 3810-SAV-DEB
              THRU 3810-SAV-FIN.
           PERFORM 3820-SAV-DEB
              THRU 3820-SAV-FIN.
           PERFORM 3830-SAV-DEB
              THRU 3830-SAV-FIN.
           PERFORM 3840-SAV-DEB
              THRU 3840-SAV-FIN.
           PERFORM 3850-SAV-DEB
              THRU 3850-SAV-FIN.
           PERFORM 3860-SAV-DEB
              THRU 3860-SAV-FIN.
           PERFORM 3870-SAV-DEB
              THRU 3870-SAV-FIN.
           PERFORM 3880-SAV-DEB
              THRU 3880-SAV-FIN.
           PERFORM 3890-SAV-DEB
              THRU 3890-SAV-FIN.
           PERFORM 3900-SAV-DEB
              THRU 3900-SAV-FIN.
           PERFORM 3910-SAV-DEB
              THRU 3910-SAV-FIN.
           PERFORM 3920-SAV-DEB
              THRU 3920-SAV-FIN.
           PERFORM 3930-SAV-DEB
              THRU 3930-SAV-FIN.
           PERFORM 3940-SAV-DEB
              THRU 3940-SAV-FIN.
           PERFORM 3950-SAV-DEB
              THRU 3950-SAV-FIN.
           PERFORM 3960-SAV-DEB
              THRU 3960-SAV-FIN.
           PERFORM 3970-SAV-DEB
              THRU 3970-SAV-FIN.
           PERFORM 3980-SAV-DEB
              THRU 3980-SAV-FIN.
           PERFORM 3990-SAV-DEB
              THRU 3990-SAV-FIN.
           PERFORM 4000-SAV-DEB
              THRU 4000-SAV-FIN.
           PERFORM 4010-SAV-DEB
              THRU 4010-SAV-FIN.
           PERFORM 4020-SAV-DEB
              THRU 4020-SAV-FIN.
           PERFORM 4030-SAV-DEB
              THRU 4030-SAV-FIN.
           PERFORM 4040-SAV-DEB
              THRU 4040-SAV-FIN.
           PERFORM 4050-SAV-DEB
              THRU 4050-SAV-FIN.
           PERFORM 4060-SAV-DEB
              THRU 4060-SAV-FIN.
           PERFORM 4070-SAV-DEB
              THRU 4070-SAV-FIN.
           PERFORM 4080-SAV-DEB
              THRU 4080-SAV-FIN.
           PERFORM 4090-SAV-DEB
              THRU 4090-SAV-FIN.
           PERFORM 4100-SAV-DEB
              THRU 4100-SAV-FIN.
           PERFORM 4110-SAV-DEB
              THRU 4110-SAV-FIN.
           PERFORM 4120-SAV-DEB
              THRU 4120-SAV-FIN.

           PERFORM 4200-SAV-DEB
              THRU 4200-SAV-FIN.
           PERFORM 4210-SAV-DEB
              THRU 4210-SAV-FIN.
           PERFORM 4220-SAV-DEB
              THRU 4220-SAV-FIN.
           PERFORM 4230-SAV-DEB
              THRU 4230-SAV-FIN.
           PERFORM 4240-SAV-DEB
              THRU 4240-SAV-FIN.
           PERFORM 4250-SAV-DEB
              THRU 4250-SAV-FIN.
           PERFORM 4260-SAV-DEB
              THRU 4260-SAV-FIN.
           PERFORM 4270-SAV-DEB
              THRU 4270-SAV-FIN.
           PERFORM 4280-SAV-DEB
              THRU 4280-SAV-FIN.
           PERFORM 4290-SAV-DEB
              THRU 4290-SAV-FIN.
           PERFORM 4300-SAV-DEB
              THRU 4300-SAV-FIN.
           PERFORM 4310-SAV-DEB
              THRU 4310-SAV-FIN.
           PERFORM 4320-SAV-DEB
              THRU 4320-SAV-FIN.
           PERFORM 4330-SAV-DEB
              THRU 4330-SAV-FIN.
           PERFORM 4340-SAV-DEB
              THRU 4340-SAV-FIN.
           PERFORM 4350-SAV-DEB
              THRU 4350-SAV-FIN.

           CLOSE FIC-MAN.

           DISPLAY "savbase : sauvegarde terminee, voir "

           MOVE WS-NBR-LGN TO WS-NBR-LGN-EDT.

           MOVE SPACES TO FD-LGN-MAN.
           STRING FUNCTION TRIM(WS-NOM-FIC) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-LGN-EDT) DELIMITED BY SIZE
               ELSE
                   MOVE PG-IDF-CAT TO WS-N1
                   MOVE PG-SEU-CAT TO WS-N2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-N1) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                   MOVE PG-TEL     TO WS-N4
                   MOVE PG-DEL-FOU TO WS-N7
                   MOVE PG-QTE-MIN TO WS-N8
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-N1) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                   MOVE PG-G-N3    TO WS-G3
                   MOVE PG-G-N4    TO WS-G4
                   MOVE PG-G-N5    TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-N1) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                   SELECT id_uti, nom_uti, mdp_uti, role_uti,
                          COALESCE(tentatives_uti, 0),
                          COALESCE(CAST(verrouille_jusqua_uti
                              AS VARCHAR), ''),
                          COALESCE(CAST(desactive_le_uti
                              AS VARCHAR), ''),
                          COALESCE(sel_uti, ''),
                          COALESCE(CAST(mdp_maj_le_uti
                              AS VARCHAR), '')
                   FROM utilisateur
                   ORDER BY id_uti
               EXEC SQL
                   FETCH CUR-SAV-UTI
                   INTO :PG-IDF-UTI, :PG-NOM-UTI, :PG-MDP-UTI,
                        :PG-RLE-UTI, :PG-TNT-UTI, :PG-VRR-UTI,
                        :PG-DSA-UTI, :PG-SEL-UTI, :PG-MDP-MAJ-UTI
               END-EXEC

               IF SQLCODE NOT = 0
               ELSE
                   MOVE PG-IDF-UTI TO WS-N1
                   MOVE PG-TNT-UTI TO WS-N2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-N1) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-N2) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-VRR-UTI) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-DSA-UTI) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-SEL-UTI) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-MDP-MAJ-UTI) DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   MOVE PG-IDF-CAT TO WS-N7
                   MOVE PG-QTE-QRN TO WS-N8
                   MOVE PG-QTE-RSV TO WS-N9
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-N1) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
               ELSE
                   MOVE PG-IDF-PIE   TO WS-N1
                   MOVE PG-IDF-PIE-B TO WS-N2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-N1) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                   MOVE PG-IDF-TRN TO WS-N8
                   MOVE PG-CHG-CTS TO WS-N5
                   MOVE PG-ORG-LIV TO WS-N9
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-N1) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                   MOVE PG-VAL-2-CTS TO WS-M2
                   MOVE PG-VAL-3-CTS TO WS-M3
                   MOVE PG-VAL-4-CTS TO WS-M4
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-N1) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                   MOVE PG-IDF-PIE TO WS-N2
                   MOVE PG-QTE-BKO TO WS-N3
                   MOVE PG-IDF-CLI TO WS-N4
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-N1) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                   MOVE PG-IDF-UTI TO WS-N1
                   MOVE PG-OFS-CKP TO WS-N2
                   MOVE PG-IDF-FIL TO WS-N3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-N1) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
               ELSE
                   MOVE PG-IDF-LOG TO WS-N1
                   MOVE PG-IDF-UTI TO WS-N2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-N1) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-VAL-CPT TO WS-N1
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(PG-NOM-CPT) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                   MOVE PG-MNT-1-CTS TO WS-M1
                   MOVE PG-MNT-2-CTS TO WS-M2
                   MOVE PG-MNT-3-CTS TO WS-M3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-N1) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
               ELSE
                   MOVE PG-IDF-FAC TO WS-N1
                   MOVE PG-IDF-LIV TO WS-N2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-N1) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                   MOVE PG-IDF-REG   TO WS-N1
                   MOVE PG-IDF-CLI   TO WS-N2
                   MOVE PG-MNT-1-CTS TO WS-M1
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-N1) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                   MOVE PG-IDF-REG   TO WS-N1
                   MOVE PG-IDF-FAC   TO WS-N2
                   MOVE PG-MNT-1-CTS TO WS-M1
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-N1) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                   MOVE PG-QTE-LIV   TO WS-N5
                   MOVE PG-NUM-AVR   TO WS-N6
                   MOVE PG-MNT-1-CTS TO WS-M1
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-N1) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                   MOVE PG-IDF-PIE TO WS-N2
                   MOVE PG-QTE-LIV TO WS-N3
                   MOVE PG-QTE-RCP TO WS-N4
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-N1) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                   MOVE PG-IDF-PIE   TO WS-N2
                   MOVE PG-QTE-LIV   TO WS-N3
                   MOVE PG-MNT-1-CTS TO WS-M1
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-N1) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE PG-G-N6 TO WS-G6
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N5 TO WS-G5
                   MOVE PG-G-N6 TO WS-G6
                   MOVE PG-G-N7 TO WS-G7
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE PG-G-N6 TO WS-G6
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE PG-G-N6 TO WS-G6
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N6 TO WS-G6
                   MOVE PG-G-N7 TO WS-G7
                   MOVE PG-G-N8 TO WS-G8
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-S1 TO WS-S1
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE

                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE

                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
              THRU 0100-ECR-MAN-FIN.

       3650-SAV-FIN.

      *-----------------------------------------------------------------
      * Societes (entites juridiques) ; table de reference non purgee,
      * rechargee en mise a jour.
       3660-SAV-DEB.

           MOVE "sauvegarde_societe.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3660 CURSOR FOR
                   SELECT
                       COALESCE(id_soc, 0),
                       COALESCE(raison_soc, ''),
                       COALESCE(adresse_soc, ''),
                       COALESCE(CAST(cp_soc AS VARCHAR), ''),
                       COALESCE(ville_soc, ''),
                       COALESCE(siren_soc, ''),
                       COALESCE(siret_soc, ''),
                       COALESCE(tva_soc, '')
                   FROM societe
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3660 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3660
                   INTO :PG-G-N1, :PG-G-T1, :PG-G-T2, :PG-G-T3,
                       :PG-G-T4, :PG-G-T5, :PG-G-T6, :PG-G-T7
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T6)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T7)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3660 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3660-SAV-FIN.

      *-----------------------------------------------------------------
      * Roles applicatifs.
       3670-SAV-DEB.

           MOVE "sauvegarde_role_app.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3670 CURSOR FOR
                   SELECT
                       COALESCE(code_rle, ''),
                       COALESCE(libelle_rle, '')
                   FROM role_app
                   ORDER BY 1, 2
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3670 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3670
                   INTO :PG-G-T1, :PG-G-T2
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3670 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3670-SAV-FIN.

      *-----------------------------------------------------------------
      * Matrice des droits role / fonction.
       3680-SAV-DEB.

           MOVE "sauvegarde_role_fonction.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3680 CURSOR FOR
                   SELECT
                       COALESCE(code_rle, ''),
                       COALESCE(code_fct, ''),
                       COALESCE(niveau_rfc, 0)
                   FROM role_fonction
                   ORDER BY 1, 2, 3
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3680 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3680
                   INTO :PG-G-T1, :PG-G-T2, :PG-G-N1
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3680 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3680-SAV-FIN.

      *-----------------------------------------------------------------
      * Regles de separation des taches.
       3690-SAV-DEB.

           MOVE "sauvegarde_regle_conflit.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3690 CURSOR FOR
                   SELECT
                       COALESCE(etape_a, ''),
                       COALESCE(etape_b, ''),
                       COALESCE(lib_rgc, '')
                   FROM regle_conflit
                   ORDER BY 1, 2, 3
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3690 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3690
                   INTO :PG-G-T1, :PG-G-T2, :PG-G-T3
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3690 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3690-SAV-FIN.

      *-----------------------------------------------------------------
      * Textes des documents par langue.
       3700-SAV-DEB.

           MOVE "sauvegarde_texte_document.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3700 CURSOR FOR
                   SELECT
                       COALESCE(typ_doc, ''),
                       COALESCE(num_txt, 0),
                       COALESCE(langue_txt, ''),
                       COALESCE(lib_txt, '')
                   FROM texte_document
                   ORDER BY 1, 2, 3
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3700 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3700
                   INTO :PG-G-T1, :PG-G-N1, :PG-G-T2, :PG-G-T3
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3700 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3700-SAV-FIN.

      *-----------------------------------------------------------------
      * Noms de pieces traduits.
       3710-SAV-DEB.

           MOVE "sauvegarde_piece_traduction.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3710 CURSOR FOR
                   SELECT
                       COALESCE(id_pie, 0),
                       COALESCE(langue_trd, ''),
                       COALESCE(nom_pie_trd, '')
                   FROM piece_traduction
                   ORDER BY 1, 2, 3
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3710 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3710
                   INTO :PG-G-N1, :PG-G-T1, :PG-G-T2
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3710 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3710-SAV-FIN.

      *-----------------------------------------------------------------
      * Attributs techniques des categories.
       3720-SAV-DEB.

           MOVE "sauvegarde_attribut_cat.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3720 CURSOR FOR
                   SELECT
                       COALESCE(id_att, 0),
                       COALESCE(id_cat_pie, 0),
                       COALESCE(nom_att, ''),
                       COALESCE(unite_att, '')
                   FROM attribut_cat
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3720 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3720
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-T1, :PG-G-T2
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3720 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3720-SAV-FIN.

      *-----------------------------------------------------------------
      * Valeurs d'attributs des pieces.
       3730-SAV-DEB.

           MOVE "sauvegarde_valeur_att_pie.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3730 CURSOR FOR
                   SELECT
                       COALESCE(id_pie, 0),
                       COALESCE(id_att, 0),
                       COALESCE(val_att, '')
                   FROM valeur_att_pie
                   ORDER BY 1, 2, 3
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3730 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3730
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-T1
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3730 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3730-SAV-FIN.

      *-----------------------------------------------------------------
      * Stock par depot (quantites en milliemes).
       3740-SAV-DEB.

           MOVE "sauvegarde_stock_depot.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3740 CURSOR FOR
                   SELECT
                       COALESCE(id_pie, 0),
                       COALESCE(id_entrepot, 0),
                       CAST(COALESCE(qt_stk, 0) * 1000
                           AS NUMERIC(14,0))
                   FROM stock_depot
                   ORDER BY 1, 2, 3
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3740 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3740
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-N3
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3740 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3740-SAV-FIN.

      *-----------------------------------------------------------------
      * Emplacements de reserve (quantites en milliemes).
       3750-SAV-DEB.

           MOVE "sauvegarde_emplacement_reserve.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3750 CURSOR FOR
                   SELECT
                       COALESCE(id_emr, 0),
                       COALESCE(id_pie, 0),
                       COALESCE(id_entrepot, 0),
                       COALESCE(code_emr, ''),
                       CAST(COALESCE(qte_emr, 0) * 1000
                           AS NUMERIC(14,0))
                   FROM emplacement_reserve
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3750 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3750
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-N3, :PG-G-T1, :PG-G-N4
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3750 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3750-SAV-FIN.

      *-----------------------------------------------------------------
      * Taches de reapprovisionnement des casiers.
       3760-SAV-DEB.

           MOVE "sauvegarde_tache_reappro.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3760 CURSOR FOR
                   SELECT
                       COALESCE(id_tra, 0),
                       COALESCE(id_pie, 0),
                       COALESCE(id_entrepot, 0),
                       COALESCE(id_emr, 0),
                       CAST(COALESCE(qte_tra, 0) * 1000
                           AS NUMERIC(14,0)),
                       COALESCE(statut_tra, 0),
                       COALESCE(CAST(date_cre_tra AS VARCHAR), ''),
                       COALESCE(CAST(date_fin_tra AS VARCHAR), ''),
                       COALESCE(id_uti_tra, 0)
                   FROM tache_reappro
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3760 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3760
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-N3, :PG-G-N4,
                       :PG-G-N5, :PG-G-N6, :PG-G-T1, :PG-G-T2, :PG-G-N7
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE PG-G-N6 TO WS-G6
                   MOVE PG-G-N7 TO WS-G7
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G6)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G7)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3760 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3760-SAV-FIN.

      *-----------------------------------------------------------------
      * Chargements et retours des tournees de vente.
       3770-SAV-DEB.

           MOVE "sauvegarde_stock_tournee.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3770 CURSOR FOR
                   SELECT
                       COALESCE(id_tou, 0),
                       COALESCE(id_pie, 0),
                       CAST(COALESCE(qt_chg_stt, 0) * 1000
                           AS NUMERIC(14,0)),
                       CAST(COALESCE(qt_ret_stt, 0) * 1000
                           AS NUMERIC(14,0))
                   FROM stock_tournee
                   ORDER BY 1, 2, 3
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3770 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3770
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-N3, :PG-G-N4
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3770 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3770-SAV-FIN.

      *-----------------------------------------------------------------
      * Stock en depot fournisseur.
       3780-SAV-DEB.

           MOVE "sauvegarde_consigne_fou.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3780 CURSOR FOR
                   SELECT
                       COALESCE(id_fou, 0),
                       COALESCE(id_pie, 0),
                       COALESCE(qte_csf, 0),
                       COALESCE(seuil_csf, 0),
                       COALESCE(cible_csf, 0)
                   FROM consigne_fou
                   ORDER BY 1, 2, 3
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3780 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3780
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-N3, :PG-G-N4, :PG-G-N5
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G5)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3780 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3780-SAV-FIN.

      *-----------------------------------------------------------------
      * Consommations du depot fournisseur.
       3790-SAV-DEB.

           MOVE "sauvegarde_consigne_fou_conso.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3790 CURSOR FOR
                   SELECT
                       COALESCE(id_fou, 0),
                       COALESCE(id_pie, 0),
                       COALESCE(qte_cns, 0),
                       CAST(COALESCE(prix_cns, 0) * 100
                           AS NUMERIC(14,0)),
                       COALESCE(CAST(date_cns AS VARCHAR), ''),
                       COALESCE(id_uti, 0),
                       COALESCE(id_fac_fou, 0)
                   FROM consigne_fou_conso
                   ORDER BY 1, 2, 3
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3790 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3790
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-N3, :PG-G-N4,
                       :PG-G-T1, :PG-G-N5, :PG-G-N6
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE PG-G-N6 TO WS-G6
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G6)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3790 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3790-SAV-FIN.

      *-----------------------------------------------------------------
      * Campagnes de rappel constructeur.
       3800-SAV-DEB.

           MOVE "sauvegarde_campagne_rappel.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3800 CURSOR FOR
                   SELECT
                       COALESCE(id_rap, 0),
                       COALESCE(ref_rap, ''),
                       COALESCE(motif_rap, ''),
                       COALESCE(id_fou_rap, 0),
                       COALESCE(CAST(date_ouv_rap AS VARCHAR), ''),
                       COALESCE(statut_rap, 0),
                       COALESCE(id_uti_rap, 0),
                       COALESCE(CAST(date_rcl_rap AS VARCHAR), ''),
                       COALESCE(CAST(date_clo_rap AS VARCHAR), '')
                   FROM campagne_rappel
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3800 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3800
                   INTO :PG-G-N1, :PG-G-T1, :PG-G-T2, :PG-G-N2,
                       :PG-G-T3, :PG-G-N3, :PG-G-N4, :PG-G-T4, :PG-G-T5
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T5)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3800 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3800-SAV-FIN.

      *-----------------------------------------------------------------
      * Lots et numeros de serie vises par un rappel.
       3810-SAV-DEB.

           MOVE "sauvegarde_campagne_rappel_cible.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3810 CURSOR FOR
                   SELECT
                       COALESCE(id_rap, 0),
                       COALESCE(id_pie, 0),
                       COALESCE(num_lot_cbl, ''),
                       COALESCE(num_ser_cbl, ''),
                       CAST(COALESCE(qte_qrn_cbl, 0) * 1000
                           AS NUMERIC(14,0))
                   FROM campagne_rappel_cible
                   ORDER BY 1, 2, 3
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3810 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3810
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-T1, :PG-G-T2, :PG-G-N3
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3810 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3810-SAV-FIN.

      *-----------------------------------------------------------------
      * Clients concernes par un rappel.
       3820-SAV-DEB.

           MOVE "sauvegarde_rappel_client.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3820 CURSOR FOR
                   SELECT
                       COALESCE(id_rap, 0),
                       COALESCE(id_cli, 0),
                       COALESCE(id_pie, 0),
                       CAST(COALESCE(qte_liv_rcl, 0) * 1000
                           AS NUMERIC(14,0)),
                       CAST(COALESCE(qte_ret_rcl, 0) * 1000
                           AS NUMERIC(14,0)),
                       COALESCE(solde_rcl, 0),
                       COALESCE(CAST(date_avi_rcl AS VARCHAR), '')
                   FROM rappel_client
                   ORDER BY 1, 2, 3
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3820 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3820
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-N3, :PG-G-N4,
                       :PG-G-N5, :PG-G-N6, :PG-G-T1
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE PG-G-N6 TO WS-G6
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G6)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3820 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3820-SAV-FIN.

      *-----------------------------------------------------------------
      * Renvois de carcasses au reconditionneur.
       3830-SAV-DEB.

           MOVE "sauvegarde_retour_carcasse.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3830 CURSOR FOR
                   SELECT
                       COALESCE(id_rcs, 0),
                       COALESCE(id_fou, 0),
                       COALESCE(qte_rcs, 0),
                       CAST(COALESCE(mnt_att_rcs, 0) * 100
                           AS NUMERIC(14,0)),
                       CAST(COALESCE(mnt_avr_rcs, 0) * 100
                           AS NUMERIC(14,0)),
                       COALESCE(CAST(date_rcs AS VARCHAR), ''),
                       COALESCE(CAST(date_avr_rcs AS VARCHAR), ''),
                       COALESCE(id_uti, 0)
                   FROM retour_carcasse
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3830 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3830
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-N3, :PG-G-N4,
                       :PG-G-N5, :PG-G-T1, :PG-G-T2, :PG-G-N6
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE PG-G-N6 TO WS-G6
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G6)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3830 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3830-SAV-FIN.

      *-----------------------------------------------------------------
      * Carcasses dues par les clients.
       3840-SAV-DEB.

           MOVE "sauvegarde_carcasse_cli.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3840 CURSOR FOR
                   SELECT
                       COALESCE(id_crs, 0),
                       COALESCE(id_cli, 0),
                       COALESCE(id_pie, 0),
                       COALESCE(id_fac, 0),
                       COALESCE(qte_crs, 0),
                       CAST(COALESCE(val_crs, 0) * 100
                           AS NUMERIC(14,0)),
                       CAST(COALESCE(taux_tva_crs, 0) * 10000
                           AS NUMERIC(14,0)),
                       COALESCE(CAST(date_crs AS VARCHAR), ''),
                       COALESCE(qte_rcp_crs, 0),
                       COALESCE(qte_rej_crs, 0)
                   FROM carcasse_cli
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3840 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3840
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-N3, :PG-G-N4,
                       :PG-G-N5, :PG-G-N6, :PG-G-N7, :PG-G-T1, :PG-G-N8,
                       :PG-G-N9
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE PG-G-N6 TO WS-G6
                   MOVE PG-G-N7 TO WS-G7
                   MOVE PG-G-N8 TO WS-G8
                   MOVE PG-G-N9 TO WS-G9
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G6)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G7)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G8)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G9)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3840 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3840-SAV-FIN.

      *-----------------------------------------------------------------
      * Receptions de carcasses.
       3850-SAV-DEB.

           MOVE "sauvegarde_carcasse_rcp.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3850 CURSOR FOR
                   SELECT
                       COALESCE(id_crs, 0),
                       COALESCE(qte_rcp, 0),
                       COALESCE(acc_rcp, 0),
                       COALESCE(num_avr, 0),
                       CAST(COALESCE(mnt_avr, 0) * 100
                           AS NUMERIC(14,0)),
                       COALESCE(CAST(date_rcp AS VARCHAR), ''),
                       COALESCE(id_uti, 0),
                       COALESCE(id_rcs, 0)
                   FROM carcasse_rcp
                   ORDER BY 1, 2, 3
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3850 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3850
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-N3, :PG-G-N4,
                       :PG-G-N5, :PG-G-T1, :PG-G-N6, :PG-G-N7
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE PG-G-N6 TO WS-G6
                   MOVE PG-G-N7 TO WS-G7
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G6)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G7)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3850 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3850-SAV-FIN.

      *-----------------------------------------------------------------
      * Colis des livraisons (poids en milliemes).
       3860-SAV-DEB.

           MOVE "sauvegarde_colis.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3860 CURSOR FOR
                   SELECT
                       COALESCE(id_col, 0),
                       COALESCE(id_liv, 0),
                       COALESCE(num_col, 0),
                       COALESCE(sscc_col, ''),
                       CAST(COALESCE(poids_col, 0) * 1000
                           AS NUMERIC(14,0)),
                       COALESCE(CAST(date_col AS VARCHAR), ''),
                       COALESCE(num_suivi_col, ''),
                       COALESCE(CAST(date_man_col AS VARCHAR), ''),
                       COALESCE(id_trn_col, 0)
                   FROM colis
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3860 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3860
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-N3, :PG-G-T1,
                       :PG-G-N4, :PG-G-T2, :PG-G-T3, :PG-G-T4, :PG-G-N5
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G5)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3860 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3860-SAV-FIN.

      *-----------------------------------------------------------------
      * Expeditions regroupees.
       3870-SAV-DEB.

           MOVE "sauvegarde_expedition.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3870 CURSOR FOR
                   SELECT
                       COALESCE(id_exp, 0),
                       COALESCE(id_cli, 0),
                       COALESCE(id_adr_exp, 0),
                       COALESCE(id_trn_exp, 0),
                       COALESCE(id_liv_exp, 0),
                       CAST(COALESCE(poids_exp, 0) * 1000
                           AS NUMERIC(14,0)),
                       COALESCE(nb_col_exp, 0),
                       COALESCE(CAST(date_exp AS VARCHAR), ''),
                       COALESCE(id_uti, 0),
                       COALESCE(id_fac_prt_exp, 0)
                   FROM expedition
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3870 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3870
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-N3, :PG-G-N4,
                       :PG-G-N5, :PG-G-N6, :PG-G-N7, :PG-G-T1, :PG-G-N8,
                       :PG-G-N9
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE PG-G-N6 TO WS-G6
                   MOVE PG-G-N7 TO WS-G7
                   MOVE PG-G-N8 TO WS-G8
                   MOVE PG-G-N9 TO WS-G9
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G6)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G7)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G8)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G9)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3870 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3870-SAV-FIN.

      *-----------------------------------------------------------------
      * Commandes speciales client.
       3880-SAV-DEB.

           MOVE "sauvegarde_commande_speciale.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3880 CURSOR FOR
                   SELECT
                       COALESCE(id_csp, 0),
                       COALESCE(id_cli, 0),
                       COALESCE(id_pie, 0),
                       COALESCE(id_fou, 0),
                       COALESCE(qte_csp, 0),
                       COALESCE(qte_rcp_csp, 0),
                       COALESCE(statut_csp, 0),
                       COALESCE(id_liv_ent, 0),
                       COALESCE(id_liv_sor, 0),
                       COALESCE(id_entrepot, 0),
                       COALESCE(id_uti, 0),
                       COALESCE(CAST(date_cre_csp AS VARCHAR), ''),
                       COALESCE(CAST(date_rcp_csp AS VARCHAR), ''),
                       COALESCE(CAST(date_avi_csp AS VARCHAR), ''),
                       COALESCE(CAST(date_ret_csp AS VARCHAR), '')
                   FROM commande_speciale
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3880 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3880
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-N3, :PG-G-N4,
                       :PG-G-N5, :PG-G-N6, :PG-G-N7, :PG-G-N8, :PG-G-N9,
                       :PG-G-N10, :PG-G-N11, :PG-G-T1, :PG-G-T2,
                       :PG-G-T3, :PG-G-T4
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE PG-G-N6 TO WS-G6
                   MOVE PG-G-N7 TO WS-G7
                   MOVE PG-G-N8 TO WS-G8
                   MOVE PG-G-N9 TO WS-G9
                   MOVE PG-G-N10 TO WS-G10
                   MOVE PG-G-N11 TO WS-G11
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G6)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G7)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G8)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G9)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G10)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G11)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T4)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3880 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3880-SAV-FIN.

      *-----------------------------------------------------------------
      * Demandes de prix fournisseurs.
       3890-SAV-DEB.

           MOVE "sauvegarde_demande_prix.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3890 CURSOR FOR
                   SELECT
                       COALESCE(id_dpx, 0),
                       COALESCE(CAST(date_dpx AS VARCHAR), ''),
                       COALESCE(statut_dpx, 0),
                       COALESCE(id_uti_dpx, 0),
                       COALESCE(id_entrepot_dpx, 0),
                       COALESCE(id_fou_ret_dpx, 0),
                       COALESCE(id_liv_dpx, 0)
                   FROM demande_prix
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3890 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3890
                   INTO :PG-G-N1, :PG-G-T1, :PG-G-N2, :PG-G-N3,
                       :PG-G-N4, :PG-G-N5, :PG-G-N6
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE PG-G-N6 TO WS-G6
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G6)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3890 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3890-SAV-FIN.

      *-----------------------------------------------------------------
      * Fournisseurs consultes par demande de prix.
       3900-SAV-DEB.

           MOVE "sauvegarde_demande_prix_fou.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3900 CURSOR FOR
                   SELECT
                       COALESCE(id_dpx, 0),
                       COALESCE(id_fou, 0),
                       COALESCE(CAST(date_env_dpf AS VARCHAR), ''),
                       COALESCE(CAST(date_rep_dpf AS VARCHAR), ''),
                       COALESCE(devise_dpf, ''),
                       COALESCE(delai_dpf, 0),
                       COALESCE(CAST(validite_dpf AS VARCHAR), ''),
                       CAST(COALESCE(frais_dpf, 0) * 100
                           AS NUMERIC(14,0))
                   FROM demande_prix_fou
                   ORDER BY 1, 2, 3
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3900 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3900
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-T1, :PG-G-T2,
                       :PG-G-T3, :PG-G-N3, :PG-G-T4, :PG-G-N4
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3900 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3900-SAV-FIN.

      *-----------------------------------------------------------------
      * Pieces des demandes de prix.
       3910-SAV-DEB.

           MOVE "sauvegarde_demande_prix_piece.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3910 CURSOR FOR
                   SELECT
                       COALESCE(id_dpx, 0),
                       COALESCE(id_pie, 0),
                       CAST(COALESCE(qte_dpp, 0) * 1000
                           AS NUMERIC(14,0))
                   FROM demande_prix_piece
                   ORDER BY 1, 2, 3
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3910 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3910
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-N3
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3910 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3910-SAV-FIN.

      *-----------------------------------------------------------------
      * Prix remis par les fournisseurs consultes.
       3920-SAV-DEB.

           MOVE "sauvegarde_reponse_prix.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3920 CURSOR FOR
                   SELECT
                       COALESCE(id_dpx, 0),
                       COALESCE(id_fou, 0),
                       COALESCE(id_pie, 0),
                       CAST(COALESCE(prix_rep, 0) * 100
                           AS NUMERIC(14,0))
                   FROM reponse_prix
                   ORDER BY 1, 2, 3
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3920 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3920
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-N3, :PG-G-N4
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3920 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3920-SAV-FIN.

      *-----------------------------------------------------------------
      * Derogations de prix sous le plancher.
       3930-SAV-DEB.

           MOVE "sauvegarde_derogation_prix.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3930 CURSOR FOR
                   SELECT
                       COALESCE(id_drg, 0),
                       COALESCE(id_cli, 0),
                       COALESCE(id_pie, 0),
                       COALESCE(canal_drg, ''),
                       CAST(COALESCE(prix_net_drg, 0) * 100
                           AS NUMERIC(14,0)),
                       CAST(COALESCE(cump_drg, 0) * 100
                           AS NUMERIC(14,0)),
                       CAST(COALESCE(plancher_drg, 0) * 100
                           AS NUMERIC(14,0)),
                       COALESCE(motif_drg, ''),
                       COALESCE(id_uti_dem, 0),
                       COALESCE(id_uti_drg, 0),
                       COALESCE(CAST(date_drg AS VARCHAR), ''),
                       COALESCE(id_liv_drg, 0)
                   FROM derogation_prix
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3930 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3930
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-N3, :PG-G-T1,
                       :PG-G-N4, :PG-G-N5, :PG-G-N6, :PG-G-T2, :PG-G-N7,
                       :PG-G-N8, :PG-G-T3, :PG-G-N9
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE PG-G-N6 TO WS-G6
                   MOVE PG-G-N7 TO WS-G7
                   MOVE PG-G-N8 TO WS-G8
                   MOVE PG-G-N9 TO WS-G9
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G6)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G7)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G8)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G9)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3930 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3930-SAV-FIN.

      *-----------------------------------------------------------------
      * Reglements fournisseurs.
       3940-SAV-DEB.

           MOVE "sauvegarde_reglement_fournisseur.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3940 CURSOR FOR
                   SELECT
                       COALESCE(id_reg_fou, 0),
                       COALESCE(id_fou, 0),
                       COALESCE(CAST(date_reg_fou AS VARCHAR), ''),
                       CAST(COALESCE(mnt_reg_fou, 0) * 100
                           AS NUMERIC(14,0)),
                       COALESCE(mode_reg_fou, ''),
                       COALESCE(ref_reg_fou, '')
                   FROM reglement_fournisseur
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3940 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3940
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-T1, :PG-G-N3,
                       :PG-G-T2, :PG-G-T3
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3940 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3940-SAV-FIN.

      *-----------------------------------------------------------------
      * Imputations des reglements fournisseurs.
       3950-SAV-DEB.

           MOVE "sauvegarde_reglement_ffou.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3950 CURSOR FOR
                   SELECT
                       COALESCE(id_reg_fou, 0),
                       COALESCE(id_fac_fou, 0),
                       CAST(COALESCE(mnt_imp_ffou, 0) * 100
                           AS NUMERIC(14,0))
                   FROM reglement_ffou
                   ORDER BY 1, 2, 3
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3950 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3950
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-N3
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3950 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3950-SAV-FIN.

      *-----------------------------------------------------------------
      * Virements fournisseurs.
       3960-SAV-DEB.

           MOVE "sauvegarde_virement_fournisseur.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3960 CURSOR FOR
                   SELECT
                       COALESCE(id_vir, 0),
                       COALESCE(id_fou, 0),
                       COALESCE(id_reg_fou, 0),
                       CAST(COALESCE(mnt_vir, 0) * 100
                           AS NUMERIC(14,0)),
                       COALESCE(CAST(date_exec_vir AS VARCHAR), ''),
                       COALESCE(statut_vir, 0)
                   FROM virement_fournisseur
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3960 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3960
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-N3, :PG-G-N4,
                       :PG-G-T1, :PG-G-N5
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G5)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3960 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3960-SAV-FIN.

      *-----------------------------------------------------------------
      * Changements de RIB fournisseurs.
       3970-SAV-DEB.

           MOVE "sauvegarde_changement_rib_fou.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3970 CURSOR FOR
                   SELECT
                       COALESCE(id_crib, 0),
                       COALESCE(id_fou, 0),
                       COALESCE(anc_iban_crib, ''),
                       COALESCE(anc_bic_crib, ''),
                       COALESCE(nou_iban_crib, ''),
                       COALESCE(nou_bic_crib, ''),
                       COALESCE(statut_crib, 0),
                       COALESCE(id_uti_dem, 0),
                       COALESCE(CAST(date_dem_crib AS VARCHAR), ''),
                       COALESCE(id_uti_cnf, 0),
                       COALESCE(CAST(date_cnf_crib AS VARCHAR), ''),
                       COALESCE(note_rpl_crib, '')
                   FROM changement_rib_fou
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3970 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3970
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-T1, :PG-G-T2,
                       :PG-G-T3, :PG-G-T4, :PG-G-N3, :PG-G-N4, :PG-G-T5,
                       :PG-G-N5, :PG-G-T6, :PG-G-T7
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T6)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T7)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3970 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3970-SAV-FIN.

      *-----------------------------------------------------------------
      * Suivi des factures electroniques.
       3980-SAV-DEB.

           MOVE "sauvegarde_facture_electronique.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3980 CURSOR FOR
                   SELECT
                       COALESCE(id_fel, 0),
                       COALESCE(typ_fel, ''),
                       COALESCE(num_doc, 0),
                       COALESCE(id_cli, 0),
                       COALESCE(id_soc, 0),
                       COALESCE(nom_fic_fel, ''),
                       COALESCE(statut_fel, 0),
                       COALESCE(CAST(date_gen_fel AS VARCHAR), ''),
                       COALESCE(CAST(date_sta_fel AS VARCHAR), ''),
                       COALESCE(motif_fel, '')
                   FROM facture_electronique
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3980 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3980
                   INTO :PG-G-N1, :PG-G-T1, :PG-G-N2, :PG-G-N3,
                       :PG-G-N4, :PG-G-T2, :PG-G-N5, :PG-G-T3, :PG-G-T4,
                       :PG-G-T5
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T5)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3980 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3980-SAV-FIN.

      *-----------------------------------------------------------------
      * Historique des statuts des factures electroniques.
       3990-SAV-DEB.

           MOVE "sauvegarde_statut_fel_hist.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-3990 CURSOR FOR
                   SELECT
                       COALESCE(id_sfh, 0),
                       COALESCE(id_fel, 0),
                       COALESCE(statut_sfh, 0),
                       COALESCE(CAST(date_sfh AS VARCHAR), ''),
                       COALESCE(motif_sfh, ''),
                       COALESCE(id_uti, 0),
                       COALESCE(CAST(date_sai_sfh AS VARCHAR), '')
                   FROM statut_fel_hist
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-3990 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-3990
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-N3, :PG-G-T1,
                       :PG-G-T2, :PG-G-N4, :PG-G-T3
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-3990 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       3990-SAV-FIN.

      *-----------------------------------------------------------------
      * Declarations a l'assureur-credit.
       4000-SAV-DEB.

           MOVE "sauvegarde_declaration_assur.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4000 CURSOR FOR
                   SELECT
                       COALESCE(type_dec, ''),
                       COALESCE(periode_dec, ''),
                       COALESCE(id_cli, 0),
                       COALESCE(id_fac, 0),
                       CAST(COALESCE(mnt_dec, 0) * 100
                           AS NUMERIC(14,0)),
                       COALESCE(CAST(date_dec AS VARCHAR), ''),
                       COALESCE(CAST(date_lim_dec AS VARCHAR), ''),
                       COALESCE(fic_dec, ''),
                       COALESCE(id_uti, 0)
                   FROM declaration_assur
                   ORDER BY 1, 2, 3
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4000 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4000
                   INTO :PG-G-T1, :PG-G-T2, :PG-G-N1, :PG-G-N2,
                       :PG-G-S1, :PG-G-T3, :PG-G-T4, :PG-G-T5, :PG-G-N3
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-S1 TO WS-S1
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-S1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4000 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4000-SAV-FIN.

      *-----------------------------------------------------------------
      * Reclamations clients.
       4010-SAV-DEB.

           MOVE "sauvegarde_reclamation_client.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4010 CURSOR FOR
                   SELECT
                       COALESCE(id_rcc, 0),
                       COALESCE(id_cli, 0),
                       COALESCE(id_liv, 0),
                       COALESCE(id_fac, 0),
                       COALESCE(id_uti_cnc, 0),
                       COALESCE(cat_rcc, ''),
                       COALESCE(objet_rcc, ''),
                       COALESCE(id_uti_rsp, 0),
                       COALESCE(id_uti, 0),
                       COALESCE(statut_rcc, 0),
                       COALESCE(CAST(date_ouv_rcc AS VARCHAR), ''),
                       COALESCE(delai_rcc, 0),
                       COALESCE(CAST(date_lim_rcc AS VARCHAR), ''),
                       COALESCE(CAST(date_clo_rcc AS VARCHAR), ''),
                       COALESCE(resolution_rcc, '')
                   FROM reclamation_client
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4010 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4010
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-N3, :PG-G-N4,
                       :PG-G-N5, :PG-G-T1, :PG-G-T2, :PG-G-N6, :PG-G-N7,
                       :PG-G-N8, :PG-G-T3, :PG-G-N9, :PG-G-T4, :PG-G-T5,
                       :PG-G-L1
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE PG-G-N6 TO WS-G6
                   MOVE PG-G-N7 TO WS-G7
                   MOVE PG-G-N8 TO WS-G8
                   MOVE PG-G-N9 TO WS-G9
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G6)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G7)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G8)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G9)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-L1)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4010 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4010-SAV-FIN.

      *-----------------------------------------------------------------
      * Remises des fiches de donnees de securite.
       4020-SAV-DEB.

           MOVE "sauvegarde_remise_fds.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4020 CURSOR FOR
                   SELECT
                       COALESCE(id_cli, 0),
                       COALESCE(id_pie, 0),
                       COALESCE(ver_fds, ''),
                       COALESCE(CAST(date_fds AS VARCHAR), ''),
                       COALESCE(id_liv, 0),
                       COALESCE(CAST(date_rem AS VARCHAR), ''),
                       COALESCE(id_doc, 0)
                   FROM remise_fds
                   ORDER BY 1, 2, 3
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4020 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4020
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-T1, :PG-G-T2,
                       :PG-G-N3, :PG-G-T3, :PG-G-N4
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4020 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4020-SAV-FIN.

      *-----------------------------------------------------------------
      * Prospects.
       4030-SAV-DEB.

           MOVE "sauvegarde_prospect.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4030 CURSOR FOR
                   SELECT
                       COALESCE(id_pro, 0),
                       COALESCE(nom_pro, ''),
                       COALESCE(contact_pro, ''),
                       COALESCE(mail_pro, ''),
                       COALESCE(indic_pro, 0),
                       COALESCE(tel_pro, 0),
                       COALESCE(cp_pro, 0),
                       COALESCE(ville_pro, ''),
                       COALESCE(adresse_pro, ''),
                       COALESCE(id_rep, 0),
                       COALESCE(source_pro, ''),
                       COALESCE(statut_pro, 0),
                       COALESCE(kbis_pro, ''),
                       COALESCE(iban_pro, ''),
                       COALESCE(rum_pro, ''),
                       COALESCE(CAST(date_mandat_pro AS VARCHAR), ''),
                       CAST(COALESCE(plafond_dem_pro, 0) * 100
                           AS NUMERIC(14,0)),
                       CAST(COALESCE(plafond_acc_pro, 0) * 100
                           AS NUMERIC(14,0)),
                       COALESCE(statut_plf_pro, 0),
                       COALESCE(id_uti_plf_pro, 0),
                       COALESCE(CAST(date_plf_pro AS VARCHAR), ''),
                       COALESCE(id_cli, 0),
                       COALESCE(id_uti, 0),
                       COALESCE(CAST(date_cre_pro AS VARCHAR), ''),
                       COALESCE(CAST(date_sta_pro AS VARCHAR), ''),
                       COALESCE(CAST(date_cnv_pro AS VARCHAR), '')
                   FROM prospect
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4030 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4030
                   INTO :PG-G-N1, :PG-G-T1, :PG-G-T2, :PG-G-T3,
                       :PG-G-N2, :PG-G-N3, :PG-G-N4, :PG-G-T4, :PG-G-T5,
                       :PG-G-N5, :PG-G-T6, :PG-G-N6, :PG-G-T7, :PG-G-T8,
                       :PG-G-T9, :PG-G-T10, :PG-G-N7, :PG-G-N8,
                       :PG-G-N9, :PG-G-N10, :PG-G-T11, :PG-G-N11,
                       :PG-G-N12, :PG-G-T12, :PG-G-T13, :PG-G-T14
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE PG-G-N6 TO WS-G6
                   MOVE PG-G-N7 TO WS-G7
                   MOVE PG-G-N8 TO WS-G8
                   MOVE PG-G-N9 TO WS-G9
                   MOVE PG-G-N10 TO WS-G10
                   MOVE PG-G-N11 TO WS-G11
                   MOVE PG-G-N12 TO WS-G12
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T6)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G6)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T7)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T8)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T9)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T10)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G7)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G8)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G9)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G10)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T11)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G11)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G12)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T12)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T13)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T14)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4030 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4030-SAV-FIN.

      *-----------------------------------------------------------------
      * Visites des prospects.
       4040-SAV-DEB.

           MOVE "sauvegarde_visite_prospect.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4040 CURSOR FOR
                   SELECT
                       COALESCE(id_vis, 0),
                       COALESCE(id_pro, 0),
                       COALESCE(id_rep, 0),
                       COALESCE(CAST(date_vis AS VARCHAR), ''),
                       COALESCE(cr_vis, ''),
                       COALESCE(id_uti, 0)
                   FROM visite_prospect
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4040 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4040
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-N3, :PG-G-T1,
                       :PG-G-T2, :PG-G-N4
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4040 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4040-SAV-FIN.

      *-----------------------------------------------------------------
      * Ventes associees calculees.
       4050-SAV-DEB.

           MOVE "sauvegarde_association_pie.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4050 CURSOR FOR
                   SELECT
                       COALESCE(id_pie, 0),
                       COALESCE(id_pie_ass, 0),
                       COALESCE(nbr_liv_ass, 0),
                       COALESCE(nbr_liv_pie, 0),
                       COALESCE(pct_ass, 0),
                       COALESCE(CAST(calcule_le AS VARCHAR), '')
                   FROM association_pie
                   ORDER BY 1, 2, 3
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4050 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4050
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-N3, :PG-G-N4,
                       :PG-G-N5, :PG-G-T1
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4050 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4050-SAV-FIN.

      *-----------------------------------------------------------------
      * File des editions differees.
       4060-SAV-DEB.

           MOVE "sauvegarde_file_edition.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4060 CURSOR FOR
                   SELECT
                       COALESCE(id_edt, 0),
                       COALESCE(prog_edt, ''),
                       COALESCE(prm_edt, ''),
                       COALESCE(id_uti, 0),
                       COALESCE(id_soc, 0),
                       COALESCE(statut_edt, 0),
                       COALESCE(CAST(date_dem_edt AS VARCHAR), ''),
                       COALESCE(CAST(date_fin_edt AS VARCHAR), ''),
                       COALESCE(nom_fic_edt, ''),
                       COALESCE(vu_edt, 0)
                   FROM file_edition
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4060 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4060
                   INTO :PG-G-N1, :PG-G-T1, :PG-G-T2, :PG-G-N2,
                       :PG-G-N3, :PG-G-N4, :PG-G-T3, :PG-G-T4, :PG-G-T5,
                       :PG-G-N5
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G5)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4060 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4060-SAV-FIN.

      *-----------------------------------------------------------------
      * Rejets des imports ; la ligne rejetee, qui peut porter des
      * separateurs, vient en dernier.
       4070-SAV-DEB.

           MOVE "sauvegarde_rejet_import.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4070 CURSOR FOR
                   SELECT
                       COALESCE(id_rej, 0),
                       COALESCE(source_rej, ''),
                       COALESCE(motif_rej, ''),
                       COALESCE(statut_rej, 0),
                       COALESCE(CAST(date_rej AS VARCHAR), ''),
                       COALESCE(id_uti_trt, 0),
                       COALESCE(CAST(date_trt AS VARCHAR), ''),
                       COALESCE(commentaire_rej, ''),
                       COALESCE(ligne_rej, '')
                   FROM rejet_import
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4070 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4070
                   INTO :PG-G-N1, :PG-G-T1, :PG-G-L1, :PG-G-N2,
                       :PG-G-T2, :PG-G-N3, :PG-G-T3, :PG-G-T4, :PG-G-L2
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-L1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-L2)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4070 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4070-SAV-FIN.

      *-----------------------------------------------------------------
      * Historique des modifications de fiches.
       4080-SAV-DEB.

           MOVE "sauvegarde_historique_champ.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4080 CURSOR FOR
                   SELECT
                       COALESCE(CAST(date_hch AS VARCHAR), ''),
                       COALESCE(CAST(heure_hch AS VARCHAR), ''),
                       COALESCE(id_uti, 0),
                       COALESCE(id_pie, 0),
                       COALESCE(id_cli, 0),
                       COALESCE(id_fou, 0),
                       COALESCE(cle_hch, ''),
                       COALESCE(champ_hch, ''),
                       COALESCE(anc_val_hch, ''),
                       COALESCE(nou_val_hch, '')
                   FROM historique_champ
                   ORDER BY 1, 2, 3
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4080 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4080
                   INTO :PG-G-T1, :PG-G-T2, :PG-G-N1, :PG-G-N2,
                       :PG-G-N3, :PG-G-N4, :PG-G-T3, :PG-G-T4, :PG-G-T5,
                       :PG-G-T6
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T6)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4080 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4080-SAV-FIN.

      *-----------------------------------------------------------------
      * Historique des mots de passe.
       4090-SAV-DEB.

           MOVE "sauvegarde_historique_mdp.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4090 CURSOR FOR
                   SELECT
                       COALESCE(id_hmd, 0),
                       COALESCE(id_uti, 0),
                       COALESCE(sel_hmd, ''),
                       COALESCE(mdp_hmd, ''),
                       COALESCE(CAST(date_hmd AS VARCHAR), '')
                   FROM historique_mdp
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4090 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4090
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-T1, :PG-G-T2, :PG-G-T3
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4090 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4090-SAV-FIN.

      *-----------------------------------------------------------------
      * Chaine inalterable des ventes ; les donnees signees, qui portent
      * des separateurs, viennent en dernier.
       4100-SAV-DEB.

           MOVE "sauvegarde_chaine_signature.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4100 CURSOR FOR
                   SELECT
                       COALESCE(id_sig, 0),
                       COALESCE(id_soc, 0),
                       COALESCE(type_sig, ''),
                       COALESCE(id_ori, 0),
                       CAST(COALESCE(mnt_sig, 0) * 100
                           AS NUMERIC(14,0)),
                       CAST(COALESCE(gt_sig, 0) * 100
                           AS NUMERIC(14,0)),
                       COALESCE(sig, ''),
                       COALESCE(sig_prec, ''),
                       COALESCE(CAST(date_sig AS VARCHAR), ''),
                       COALESCE(donnees_sig, '')
                   FROM chaine_signature
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4100 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4100
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-T1, :PG-G-N3,
                       :PG-G-S1, :PG-G-S2, :PG-G-T2, :PG-G-T3, :PG-G-T4,
                       :PG-G-L2
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-S1 TO WS-S1
                   MOVE PG-G-S2 TO WS-S2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-S1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-S2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-L2)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4100 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4100-SAV-FIN.

      *-----------------------------------------------------------------
      * Clotures des ventes.
       4110-SAV-DEB.

           MOVE "sauvegarde_cloture_vente.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4110 CURSOR FOR
                   SELECT
                       COALESCE(id_clo, 0),
                       COALESCE(id_soc, 0),
                       COALESCE(type_clo, ''),
                       COALESCE(periode_clo, ''),
                       COALESCE(nbr_doc_clo, 0),
                       CAST(COALESCE(tot_fac_clo, 0) * 100
                           AS NUMERIC(14,0)),
                       CAST(COALESCE(tot_vcp_clo, 0) * 100
                           AS NUMERIC(14,0)),
                       CAST(COALESCE(gt_fac_clo, 0) * 100
                           AS NUMERIC(14,0)),
                       CAST(COALESCE(gt_vcp_clo, 0) * 100
                           AS NUMERIC(14,0)),
                       COALESCE(CAST(date_clo AS VARCHAR), '')
                   FROM cloture_vente
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4110 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4110
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-T1, :PG-G-T2,
                       :PG-G-N3, :PG-G-S1, :PG-G-S2, :PG-G-S3, :PG-G-S4,
                       :PG-G-T3
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-S1 TO WS-S1
                   MOVE PG-G-S2 TO WS-S2
                   MOVE PG-G-S3 TO WS-S3
                   MOVE PG-G-S4 TO WS-S4
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-S1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-S2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-S3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-S4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4110 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4110-SAV-FIN.

      *-----------------------------------------------------------------
      * Archives periodiques des ventes.
       4120-SAV-DEB.

           MOVE "sauvegarde_archive_vente.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4120 CURSOR FOR
                   SELECT
                       COALESCE(id_arc, 0),
                       COALESCE(id_soc, 0),
                       COALESCE(periode_arc, ''),
                       COALESCE(nom_fic_arc, ''),
                       COALESCE(nbr_sig_arc, 0),
                       COALESCE(sig_arc, ''),
                       COALESCE(CAST(date_arc AS VARCHAR), '')
                   FROM archive_vente
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4120 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4120
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-T1, :PG-G-T2,
                       :PG-G-N3, :PG-G-T3, :PG-G-T4
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T4)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4120 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4120-SAV-FIN.

      *-----------------------------------------------------------------
      * Sessions de caisse : societe.
       4200-SAV-DEB.

           MOVE "sauvegarde_caisse_session_cpl.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4200 CURSOR FOR
                   SELECT
                       COALESCE(id_ses, 0),
                       COALESCE(id_soc, 0)
                   FROM caisse_session
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4200 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4200
                   INTO :PG-G-N1, :PG-G-N2
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4200 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4200-SAV-FIN.

      *-----------------------------------------------------------------
      * Categories : marge minimale.
       4210-SAV-DEB.

           MOVE "sauvegarde_categorie_pie_cpl.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4210 CURSOR FOR
                   SELECT
                       COALESCE(id_cat_pie, 0),
                       COALESCE(CAST(CAST(marge_min_cat * 100
                           AS NUMERIC(14,0)) AS VARCHAR), '')
                   FROM categorie_pie
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4210 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4210
                   INTO :PG-G-N1, :PG-G-T1
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4210 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4210-SAV-FIN.

      *-----------------------------------------------------------------
      * Clients : conditions, langue, fiscalite, assurance-credit et
      * abonnement tarifaire.
       4220-SAV-DEB.

           MOVE "sauvegarde_client_cpl.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4220 CURSOR FOR
                   SELECT
                       COALESCE(id_cli, 0),
                       COALESCE(CAST(abo_tar_cli AS VARCHAR), ''),
                       COALESCE(cat_abo_cli, 0),
                       COALESCE(cond_pai_cli, ''),
                       COALESCE(langue_cli, ''),
                       COALESCE(num_tva_cli, ''),
                       COALESCE(siren_cli, ''),
                       COALESCE(CAST(regime_tva_cli AS VARCHAR), ''),
                       COALESCE(CAST(CAST(assur_plf_cli * 100
                           AS NUMERIC(14,0)) AS VARCHAR), ''),
                       COALESCE(assur_ref_cli, ''),
                       COALESCE(CAST(assur_dat_cli AS VARCHAR), '')
                   FROM client
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4220 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4220
                   INTO :PG-G-N1, :PG-G-T1, :PG-G-N2, :PG-G-T2,
                       :PG-G-T3, :PG-G-T4, :PG-G-T5, :PG-G-T6, :PG-G-T7,
                       :PG-G-T8, :PG-G-T9
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T6)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T7)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T8)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T9)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4220 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4220-SAV-FIN.

      *-----------------------------------------------------------------
      * Factures : echeance, societe, consigne de carcasses et regime de
      * TVA fige.
       4230-SAV-DEB.

           MOVE "sauvegarde_facture_cpl.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4230 CURSOR FOR
                   SELECT
                       COALESCE(id_fac, 0),
                       COALESCE(CAST(date_ech_fac AS VARCHAR), ''),
                       COALESCE(id_soc, 0),
                       COALESCE(CAST(CAST(mnt_crs_fac * 100
                           AS NUMERIC(14,0)) AS VARCHAR), ''),
                       COALESCE(CAST(regime_tva_fac AS VARCHAR), '')
                   FROM facture
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4230 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4230
                   INTO :PG-G-N1, :PG-G-T1, :PG-G-N2, :PG-G-T2, :PG-G-T3
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4230 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4230-SAV-FIN.

      *-----------------------------------------------------------------
      * Factures fournisseurs : echeance, societe, saisie et TVA.
       4240-SAV-DEB.

           MOVE "sauvegarde_facture_fournisseur_cpl.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4240 CURSOR FOR
                   SELECT
                       COALESCE(id_fac_fou, 0),
                       COALESCE(CAST(date_ech_ffou AS VARCHAR), ''),
                       COALESCE(id_soc, 0),
                       COALESCE(id_uti, 0),
                       COALESCE(CAST(CAST(mnt_tva_ffou * 100
                           AS NUMERIC(14,0)) AS VARCHAR), '')
                   FROM facture_fournisseur
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4240 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4240
                   INTO :PG-G-N1, :PG-G-T1, :PG-G-N2, :PG-G-N3, :PG-G-T2
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4240 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4240-SAV-FIN.

      *-----------------------------------------------------------------
      * Fournisseurs : RIB, conditions de paiement et solde.
       4250-SAV-DEB.

           MOVE "sauvegarde_fournisseur_cpl.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4250 CURSOR FOR
                   SELECT
                       COALESCE(id_fou, 0),
                       COALESCE(iban_fou, ''),
                       COALESCE(bic_fou, ''),
                       COALESCE(CAST(date_rib_fou AS VARCHAR), ''),
                       COALESCE(cond_pai_fou, ''),
                       CAST(COALESCE(solde_fou, 0) * 100
                           AS NUMERIC(14,0))
                   FROM fournisseur
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4250 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4250
                   INTO :PG-G-N1, :PG-G-T1, :PG-G-T2, :PG-G-T3,
                       :PG-G-T4, :PG-G-S1
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-S1 TO WS-S1
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-S1)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4250 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4250-SAV-FIN.

      *-----------------------------------------------------------------
      * Livraisons : societe, directes, expedition, tournee de vente et
      * preuve de sortie.
       4260-SAV-DEB.

           MOVE "sauvegarde_livraison_cpl.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4260 CURSOR FOR
                   SELECT
                       COALESCE(id_liv, 0),
                       COALESCE(id_soc, 0),
                       COALESCE(CAST(date_ter_liv AS VARCHAR), ''),
                       COALESCE(CAST(directe_liv AS VARCHAR), ''),
                       COALESCE(id_liv_dir, 0),
                       COALESCE(id_exp_liv, 0),
                       COALESCE(id_tou_vte, 0),
                       COALESCE(CAST(date_sortie_liv AS VARCHAR), ''),
                       COALESCE(ref_sortie_liv, '')
                   FROM livraison
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4260 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4260
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-T1, :PG-G-T2,
                       :PG-G-N3, :PG-G-N4, :PG-G-N5, :PG-G-T3, :PG-G-T4
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE PG-G-N4 TO WS-G4
                   MOVE PG-G-N5 TO WS-G5
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T4)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4260 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4260-SAV-FIN.

      *-----------------------------------------------------------------
      * Lignes de livraison : confirmation fournisseur et preparation.
       4270-SAV-DEB.

           MOVE "sauvegarde_livraison_piece_cpl.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4270 CURSOR FOR
                   SELECT
                       COALESCE(id_liv, 0),
                       COALESCE(id_pie, 0),
                       COALESCE(CAST(date_dem_pie AS VARCHAR), ''),
                       COALESCE(CAST(CAST(prix_cmd_pie * 100
                           AS NUMERIC(14,0)) AS VARCHAR), ''),
                       COALESCE(CAST(date_cnf_pie AS VARCHAR), ''),
                       COALESCE(CAST(qt_cnf_pie AS VARCHAR), ''),
                       COALESCE(CAST(CAST(prix_cnf_pie * 100
                           AS NUMERIC(14,0)) AS VARCHAR), ''),
                       COALESCE(ecart_cnf_pie, ''),
                       COALESCE(CAST(date_acc_pie AS VARCHAR), ''),
                       COALESCE(CAST(date_deb_trt AS VARCHAR), ''),
                       COALESCE(CAST(date_fin_trt AS VARCHAR), ''),
                       COALESCE(id_uti_trt, 0)
                   FROM livraison_piece
                   ORDER BY 1, 2
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4270 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4270
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-T1, :PG-G-T2,
                       :PG-G-T3, :PG-G-T4, :PG-G-T5, :PG-G-T6, :PG-G-T7,
                       :PG-G-T8, :PG-G-T9, :PG-G-N3
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE PG-G-N3 TO WS-G3
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T6)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T7)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T8)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T9)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G3)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4270 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4270-SAV-FIN.

      *-----------------------------------------------------------------
      * Mouvements de stock : depot.
       4280-SAV-DEB.

           MOVE "sauvegarde_mouvement_stock_cpl.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4280 CURSOR FOR
                   SELECT
                       COALESCE(id_mvt, 0),
                       COALESCE(id_entrepot, 0)
                   FROM mouvement_stock
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4280 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4280
                   INTO :PG-G-N1, :PG-G-N2
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4280 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4280-SAV-FIN.

      *-----------------------------------------------------------------
      * Pieces : unites, casier, cycle de vie, remplacement, FDS et
      * consigne.
       4290-SAV-DEB.

           MOVE "sauvegarde_piece_cpl.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4290 CURSOR FOR
                   SELECT
                       COALESCE(id_pie, 0),
                       COALESCE(unite_vte_pie, ''),
                       COALESCE(unite_stk_pie, ''),
                       COALESCE(CAST(CAST(fct_cnv_pie * 1000
                           AS NUMERIC(14,0)) AS VARCHAR), ''),
                       COALESCE(CAST(CAST(min_prl_pie * 1000
                           AS NUMERIC(14,0)) AS VARCHAR), ''),
                       COALESCE(CAST(CAST(max_prl_pie * 1000
                           AS NUMERIC(14,0)) AS VARCHAR), ''),
                       COALESCE(CAST(statut_cyc_pie AS VARCHAR), ''),
                       COALESCE(CAST(date_cyc_pie AS VARCHAR), ''),
                       COALESCE(id_pie_rmp, 0),
                       COALESCE(CAST(provisoire_pie AS VARCHAR), ''),
                       COALESCE(fds_ver_pie, ''),
                       COALESCE(CAST(fds_date_pie AS VARCHAR), ''),
                       COALESCE(fds_fic_pie, ''),
                       COALESCE(CAST(CAST(val_crs_pie * 100
                           AS NUMERIC(14,0)) AS VARCHAR), '')
                   FROM piece
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4290 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4290
                   INTO :PG-G-N1, :PG-G-T1, :PG-G-T2, :PG-G-T3,
                       :PG-G-T4, :PG-G-T5, :PG-G-T6, :PG-G-T7, :PG-G-N2,
                       :PG-G-T8, :PG-G-T9, :PG-G-T10, :PG-G-T11,
                       :PG-G-T12
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T3)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T4)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T5)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T6)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T7)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T8)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T9)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T10)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T11)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T12)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4290 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4290-SAV-FIN.

      *-----------------------------------------------------------------
      * Prets d'outils : societe.
       4300-SAV-DEB.

           MOVE "sauvegarde_pret_outil_cpl.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4300 CURSOR FOR
                   SELECT
                       COALESCE(id_prt_out, 0),
                       COALESCE(id_soc, 0)
                   FROM pret_outil
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4300 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4300
                   INTO :PG-G-N1, :PG-G-N2
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4300 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4300-SAV-FIN.

      *-----------------------------------------------------------------
      * Reglements : societe.
       4310-SAV-DEB.

           MOVE "sauvegarde_reglement_cpl.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4310 CURSOR FOR
                   SELECT
                       COALESCE(id_reg, 0),
                       COALESCE(id_soc, 0)
                   FROM reglement
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4310 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4310
                   INTO :PG-G-N1, :PG-G-N2
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4310 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4310-SAV-FIN.

      *-----------------------------------------------------------------
      * Retours clients : saisie et erreur de preparation.
       4320-SAV-DEB.

           MOVE "sauvegarde_retour_client_cpl.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4320 CURSOR FOR
                   SELECT
                       COALESCE(id_rcl, 0),
                       COALESCE(id_uti, 0),
                       COALESCE(CAST(erreur_prep_rcl AS VARCHAR), '')
                   FROM retour_client
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4320 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4320
                   INTO :PG-G-N1, :PG-G-N2, :PG-G-T1
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4320 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4320-SAV-FIN.

      *-----------------------------------------------------------------
      * Numeros de serie : campagne de rappel.
       4330-SAV-DEB.

           MOVE "sauvegarde_serie_piece_cpl.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4330 CURSOR FOR
                   SELECT
                       COALESCE(id_pie, 0),
                       COALESCE(num_serie, ''),
                       COALESCE(id_rap_ser, 0)
                   FROM serie_piece
                   ORDER BY 1, 2
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4330 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4330
                   INTO :PG-G-N1, :PG-G-T1, :PG-G-N2
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PG-G-T1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4330 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4330-SAV-FIN.

      *-----------------------------------------------------------------
      * Tournees : chauffeur.
       4340-SAV-DEB.

           MOVE "sauvegarde_tournee_cpl.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4340 CURSOR FOR
                   SELECT
                       COALESCE(id_tou, 0),
                       COALESCE(id_uti_chf, 0)
                   FROM tournee
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4340 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4340
                   INTO :PG-G-N1, :PG-G-N2
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4340 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4340-SAV-FIN.

      *-----------------------------------------------------------------
      * Vehicules internes : depot.
       4350-SAV-DEB.

           MOVE "sauvegarde_vehicule_interne_cpl.txt" TO WS-NOM-FIC.
           OPEN OUTPUT FIC-SAV.
           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-LCT-ENC TO TRUE.

           EXEC SQL
               DECLARE CUR-SAV-4350 CURSOR FOR
                   SELECT
                       COALESCE(id_vhi, 0),
                       COALESCE(id_entrepot_vhi, 0)
                   FROM vehicule_interne
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SAV-4350 END-EXEC.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SAV-4350
                   INTO :PG-G-N1, :PG-G-N2
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-G-N1 TO WS-G1
                   MOVE PG-G-N2 TO WS-G2
                   MOVE SPACES TO FD-LGN-SAV
                   STRING
                       FUNCTION TRIM(WS-G1)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-G2)
                           DELIMITED BY SIZE
                       INTO FD-LGN-SAV
                   END-STRING
                   WRITE FD-LGN-SAV
                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SAV-4350 END-EXEC.
           CLOSE FIC-SAV.

           PERFORM 0100-ECR-MAN-DEB
              THRU 0100-ECR-MAN-FIN.

       4350-SAV-FIN.
