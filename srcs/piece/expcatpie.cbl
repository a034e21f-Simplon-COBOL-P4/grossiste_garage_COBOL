      * e-commerce sans lui donner d'accès direct à la base de         *
      * données opérationnelle.                                        *
      *                                                                *
      * Les pièces arrêtées par le fabricant (cycle de vie "majcyc",   *
      * statut 2 en vigueur) ne sont plus publiées ; une colonne       *
      * "cycle" signale les fins de série (FIN_SERIE, ACTIF sinon)     *
      * pour que la boutique les mette en déstockage.                  *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EXP=EXPORT; CAT=CATALOGUE; PIE=PIECE; FOU=FOURNISSEUR;         *
      * SUL=SEUIL; PRI=PRIX; LIG=LIGNE; ETT=ETAT; ENC=ENCOURS;         *
      * FIN=FIN; CUR=CURSEUR; EDT=EDITION; NBR=NOMBRE; CYC=CYCLE DE    *
      * VIE.                                                           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
      * Une ligne CSV par pièce : id,nom,quantite,seuil,id_fou,nom_fou,
      * prix, vehicules, refs OEM, cycle de vie.
       FD  FIC-CAT-CSV.
       01  FD-LIG-CSV                 PIC X(580).

      * points-virgules : la boutique en ligne retrouve la piece par
      * le numero d'origine comme l'ecran de recherche.
       01 PG-OEM-PIE             PIC X(200).
      * Cycle de vie en vigueur de la piece ("majcyc") : ACTIF ou
      * FIN_SERIE (les pieces arretees ne sont pas exportees).
       01 PG-CYC-PIE             PIC X(09).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.


           STRING "id_pie,nom_pie,qt_pie,seuil_pie,id_fou,nom_fou,"
                  DELIMITED BY SIZE
                  "prix_pie,vehicules,refs_oem,cycle"
                  DELIMITED BY SIZE
                  INTO FD-LIG-CSV
           END-STRING.
                               COALESCE(o.constructeur_oem, '')
                               || ' ' || o.ref_oem, ';')
                            FROM ref_oem o
                            WHERE o.id_pie = p.id_pie), ''),
                       CASE WHEN COALESCE(p.statut_cyc_pie, 0) = 1
                             AND COALESCE(p.date_cyc_pie, CURRENT_DATE)
                                 <= CURRENT_DATE
                            THEN 'FIN_SERIE' ELSE 'ACTIF' END
                   FROM piece p
                       JOIN fournisseur f ON p.id_fou = f.id_fou
      * Une piece arretee par le fabricant ne se vend plus en ligne.
                   WHERE NOT (COALESCE(p.statut_cyc_pie, 0) = 2
                              AND COALESCE(p.date_cyc_pie, CURRENT_DATE)
                                  <= CURRENT_DATE)
                   ORDER BY p.id_pie ASC
                   FOR READ ONLY
           END-EXEC.
               FETCH curseur_cat
               INTO :PG-IDF-PIE, :PG-NOM-PIE, :PG-QTE-PIE,
                   :PG-SUL-PIE, :PG-IDF-FOU, :PG-NOM-FOU, :PG-PRI-PIE,
                   :PG-VHC-PIE, :PG-OEM-PIE, :PG-CYC-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
                  FUNCTION TRIM (PG-VHC-PIE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM (PG-OEM-PIE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM (PG-CYC-PIE) DELIMITED BY SIZE
                  INTO FD-LIG-CSV
           END-STRING.

