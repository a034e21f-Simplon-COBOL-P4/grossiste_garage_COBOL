      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Édition de l'exposition clients au regard de                   *
      * l'assurance-crédit (exposition_assurance.txt). Pour chaque     *
      * client garanti ou exposé : montant garanti par l'assureur et   *
      * date de sa décision (posés par "majasscli" / "impdecass"),     *
      * encours (solde_cli), livraisons sortantes encore ouvertes      *
      * (valorisées au prix catalogue TTC, même règle que              *
      * "lirexpass"), exposition et part non garantie, avec l'alerte   *
      * DEPASSEMENT (client garanti au-delà de son montant) ou NON     *
      * GARANTI (client exposé sans garantie), puis les totaux.        *
      * Suivent les échéances de déclaration, dont l'oubli fait tomber *
      * la garantie : la déclaration de chiffre d'affaires du mois     *
      * précédent ("gendcaass" ; déclarée, à déclarer avant sa date    *
      * limite, ou hors délai) et les factures des clients garantis à  *
      * déclarer en menace de sinistre ("genmdsass") ou qui approchent *
      * du seuil (moins de 15 jours), avec leur date limite. Mêmes     *
      * clés de parametre_secu et mêmes défauts que les programmes de  *
      * déclaration.                                                   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITION; EXP=EXPOSITION; ASS=ASSURANCE-CREDIT; CLI=CLIENT; *
      * NOM=NOM; PLF=PLAFOND GARANTI; DAT=DATE; SLD=SOLDE (ENCOURS);   *
      * MNT=MONTANT; OUV=OUVERT; DEP=DEPASSEMENT; ALR=ALERTE;          *
      * DEL=DELAI; SEU=SEUIL; DCA=DECLARATION DE CHIFFRE D'AFFAIRES;   *
      * MDS=MENACE DE SINISTRE; ECH=ECHEANCE; LIM=LIMITE; HRS=HORS;    *
      * MOI=MOIS; ANN=ANNEE; JOU=JOUR; FIN=FIN; FAC=FACTURE;           *
      * NUM=NUMERO; RST=RESTE; RTD=RETARD; TOT=TOTAL; NBR=NOMBRE;      *
      * FIC=FICHIER; LGN=LIGNE; CUR=CURSEUR; ETT=ETAT; LCT=LECTURE;    *
      * ENC=EN COURS; LIR=LIRE; PRM=PARAMETRE; IDF=IDENTIFIANT.        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtexpass.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-EXP ASSIGN TO "exposition_assurance.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-EXP.
       01  FD-LGN-EXP                 PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-CLI              PIC 9(10).
       01 PG-NOM-CLI              PIC X(20).
       01 PG-PLF-ASS              PIC 9(08)V99.
       01 PG-DAT-ASS              PIC X(10).
       01 PG-SLD-CLI              PIC S9(08)V99.
       01 PG-MNT-OUV              PIC 9(08)V99.
       01 PG-DEL-DCA              PIC 9(03).
       01 PG-SEU-MDS              PIC 9(03).
       01 PG-DEL-MDS              PIC 9(03).
       01 PG-MOI-DCA              PIC X(06).
       01 PG-DAT-DCA              PIC X(10).
       01 PG-DAT-LIM              PIC X(10).
       01 PG-HRS-DEL              PIC 9(01).
       01 PG-NUM-FAC              PIC 9(10).
       01 PG-DAT-ECH              PIC X(10).
       01 PG-RST-FAC              PIC 9(10)V99.
       01 PG-NBR-RTD              PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Clients garantis ou exposés : encours plus livraisons
      * sortantes ouvertes valorisées au prix catalogue TTC (même
      * règle que "lirexpass"), face au montant garanti.
       EXEC SQL
           DECLARE CUR-EXP CURSOR FOR
               SELECT x.id_cli, CAST(x.nom_cli AS VARCHAR(20)),
                      x.plf, x.dat, x.sld, x.ouv
               FROM (SELECT c.id_cli, c.nom_cli,
                            COALESCE(c.assur_plf_cli, 0) AS plf,
                            COALESCE(CAST(c.assur_dat_cli AS VARCHAR),
                                     ' ') AS dat,
                            COALESCE(c.solde_cli, 0) AS sld,
                            COALESCE(
                                (SELECT SUM(lp.qt_liv_pie * p.prix_pie
                                        * (1 + p.taux_tva_pie / 100))
                                 FROM livraison l
                                     JOIN livraison_piece lp
                                         ON lp.id_liv = l.id_liv
                                     JOIN piece p
                                         ON p.id_pie = lp.id_pie
                                 WHERE l.id_cli = c.id_cli
                                   AND l.statut_liv = 0
                                   AND l.supprime_le = ''
                                   AND COALESCE(l.retour_liv, 0) = 0
                                   AND COALESCE(l.csg_liv, 0) = 0), 0)
                                AS ouv
                     FROM client c) x
               WHERE x.plf > 0 OR x.sld + x.ouv > 0
               ORDER BY x.id_cli
               FOR READ ONLY
       END-EXEC.

      * Factures impayées des clients garantis, pas encore déclarées
      * en menace de sinistre, dont le retard atteint le seuil de
      * déclaration moins 15 jours.
       EXEC SQL
           DECLARE CUR-MDS CURSOR FOR
               SELECT x.num_fac, CAST(c.nom_cli AS VARCHAR(20)),
                      CAST(x.ech AS VARCHAR), x.reste,
                      CURRENT_DATE - x.ech,
                      CAST(x.ech + :PG-DEL-MDS AS VARCHAR)
               FROM (SELECT f.id_fac, f.num_fac, f.id_cli,
                            f.mnt_ttc_fac - COALESCE(
                                (SELECT SUM(rf.mnt_imp_reg)
                                 FROM reglement_facture rf
                                 WHERE rf.id_fac = f.id_fac), 0)
                                AS reste,
                            COALESCE(f.date_ech_fac,
                                COALESCE(
                                (SELECT MIN(l.date_fin_liv)
                                 FROM facture_livraison fl
                                     JOIN livraison l
                                         ON l.id_liv = fl.id_liv
                                 WHERE fl.id_fac = f.id_fac),
                                f.date_fac) + 30) AS ech
                     FROM facture f
                     WHERE COALESCE(f.perte_fac, 0) = 0) x
                   JOIN client c ON c.id_cli = x.id_cli
               WHERE x.reste > 0
                 AND COALESCE(c.assur_plf_cli, 0) > 0
                 AND CURRENT_DATE - x.ech > :PG-SEU-MDS - 15
                 AND NOT EXISTS
                     (SELECT 1 FROM declaration_assur d
                      WHERE d.type_dec = 'MDS'
                        AND d.id_fac = x.id_fac)
               ORDER BY x.ech, x.num_fac
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Mois dont le chiffre d'affaires est à déclarer : le mois
      * précédent.
       01 WS-MOI-EDT.
           05 WS-MOI-EDT-ANN      PIC 9(04).
           05 WS-MOI-EDT-MOI      PIC 9(02).
       01 WS-DAT-JOU.
           05 WS-ANN-JOU          PIC 9(04).
           05 WS-MOI-JOU          PIC 9(02).
           05 FILLER              PIC 9(02).
       01 WS-DAT-FIN              PIC X(10).

       01 WS-MNT-EXP              PIC S9(08)V99.
       01 WS-MNT-DEP              PIC 9(08)V99.
       01 WS-NBR-CLI              PIC 9(05) VALUE 0.
       01 WS-NBR-DEP              PIC 9(05) VALUE 0.
       01 WS-NBR-MDS              PIC 9(05) VALUE 0.
       01 WS-TOT-PLF              PIC 9(12)V99 VALUE 0.
       01 WS-TOT-EXP              PIC S9(12)V99 VALUE 0.
       01 WS-TOT-DEP              PIC 9(12)V99 VALUE 0.
       01 WS-TOT-EDT              PIC -(11)9.99.

      * Ligne client : montant garanti, date de décision, encours,
      * sortantes ouvertes, exposition, part non garantie, alerte.
       01 WS-LGN-EDT.
           05 WS-CLI-EDT          PIC Z(09)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-NOM-EDT          PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-PLF-EDT          PIC Z(07)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-DAT-EDT          PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SLD-EDT          PIC -(08)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-OUV-EDT          PIC Z(07)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-EXP-EDT          PIC -(08)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-DEP-EDT          PIC Z(07)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-ALR-EDT          PIC X(11).

      * Ligne de facture approchant ou dépassant le seuil de menace
      * de sinistre.
       01 WS-LGN-MDS.
           05 WS-MDS-FAC-EDT      PIC Z(09)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-MDS-NOM-EDT      PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-MDS-ECH-EDT      PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-MDS-RST-EDT      PIC Z(08)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-MDS-RTD-EDT      PIC Z(04)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-MDS-LIM-EDT      PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-MDS-ALR-EDT      PIC X(12).

       PROCEDURE DIVISION.

           PERFORM 0100-LIR-PRM-DEB
              THRU 0100-LIR-PRM-FIN.

           OPEN OUTPUT FIC-EXP.

           MOVE "EXPOSITION CLIENTS ET ASSURANCE-CREDIT" TO FD-LGN-EXP.
           WRITE FD-LGN-EXP.

           ACCEPT WS-DAT-JOU FROM DATE YYYYMMDD.
           STRING "Date : " DELIMITED BY SIZE
                  WS-DAT-JOU DELIMITED BY SIZE
                  INTO FD-LGN-EXP
           END-STRING.
           WRITE FD-LGN-EXP.

           PERFORM 0200-EDT-CLI-DEB
              THRU 0200-EDT-CLI-FIN.

           PERFORM 0300-ECH-DCA-DEB
              THRU 0300-ECH-DCA-FIN.

           PERFORM 0400-ECH-MDS-DEB
              THRU 0400-ECH-MDS-FIN.

           CLOSE FIC-EXP.

           DISPLAY "edtexpass : " WS-NBR-CLI " client(s), "
               WS-NBR-DEP " au-dela de la garantie, " WS-NBR-MDS
               " facture(s) a surveiller, edition dans"
               " exposition_assurance.txt".

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Délais de déclaration (mêmes clés et défauts que "gendcaass"
      * et "genmdsass").
       0100-LIR-PRM-DEB.

           EXEC SQL
               SELECT valeur_prm
               INTO :PG-DEL-DCA
               FROM parametre_secu
               WHERE cle_prm = 'delai_dca_ass'
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-DEL-DCA = 0
               MOVE 15 TO PG-DEL-DCA
           END-IF.

           EXEC SQL
               SELECT valeur_prm
               INTO :PG-SEU-MDS
               FROM parametre_secu
               WHERE cle_prm = 'seuil_mds_ass'
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-SEU-MDS = 0
               MOVE 60 TO PG-SEU-MDS
           END-IF.

           EXEC SQL
               SELECT valeur_prm
               INTO :PG-DEL-MDS
               FROM parametre_secu
               WHERE cle_prm = 'delai_mds_ass'
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-DEL-MDS = 0
               MOVE 90 TO PG-DEL-MDS
           END-IF.

       0100-LIR-PRM-FIN.

      *-----------------------------------------------------------------
      * Une ligne par client garanti ou exposé, puis les totaux.
       0200-EDT-CLI-DEB.

           MOVE " " TO FD-LGN-EXP.
           WRITE FD-LGN-EXP.
           MOVE "PAR CLIENT" TO FD-LGN-EXP.
           WRITE FD-LGN-EXP.
           MOVE
      -    "    Client Nom                      Garanti Decision        
      -    "Encours   Sortantes   Exposition Non garanti Alerte"
               TO FD-LGN-EXP.
           WRITE FD-LGN-EXP.

           EXEC SQL OPEN CUR-EXP END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN

               EXEC SQL
                   FETCH CUR-EXP
                   INTO :PG-IDF-CLI, :PG-NOM-CLI, :PG-PLF-ASS,
                        :PG-DAT-ASS, :PG-SLD-CLI, :PG-MNT-OUV
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0250-LGN-CLI-DEB
                      THRU 0250-LGN-CLI-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-EXP END-EXEC.

           MOVE " " TO FD-LGN-EXP.
           WRITE FD-LGN-EXP.

           MOVE WS-TOT-PLF TO WS-TOT-EDT.
           STRING "Total garanti      : " DELIMITED BY SIZE
                  WS-TOT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-EXP
           END-STRING.
           WRITE FD-LGN-EXP.

           MOVE SPACES TO FD-LGN-EXP.
           MOVE WS-TOT-EXP TO WS-TOT-EDT.
           STRING "Total exposition   : " DELIMITED BY SIZE
                  WS-TOT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-EXP
           END-STRING.
           WRITE FD-LGN-EXP.

           MOVE SPACES TO FD-LGN-EXP.
           MOVE WS-TOT-DEP TO WS-TOT-EDT.
           STRING "Total non garanti  : " DELIMITED BY SIZE
                  WS-TOT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-EXP
           END-STRING.
           WRITE FD-LGN-EXP.

       0200-EDT-CLI-FIN.

      *-----------------------------------------------------------------
      * Ligne d'un client : exposition et part au-delà de la
      * garantie ; DEPASSEMENT pour un client garanti au-delà de son
      * montant, NON GARANTI pour un client exposé sans garantie.
       0250-LGN-CLI-DEB.

           ADD 1 TO WS-NBR-CLI.

           COMPUTE WS-MNT-EXP = PG-SLD-CLI + PG-MNT-OUV.
           MOVE 0 TO WS-MNT-DEP.
           MOVE SPACES TO WS-ALR-EDT.

           IF WS-MNT-EXP > PG-PLF-ASS
               COMPUTE WS-MNT-DEP = WS-MNT-EXP - PG-PLF-ASS
               IF PG-PLF-ASS > 0
                   MOVE "DEPASSEMENT" TO WS-ALR-EDT
                   ADD 1 TO WS-NBR-DEP
               ELSE
                   MOVE "NON GARANTI" TO WS-ALR-EDT
               END-IF
           END-IF.

           ADD PG-PLF-ASS TO WS-TOT-PLF.
           ADD WS-MNT-EXP TO WS-TOT-EXP.
           ADD WS-MNT-DEP TO WS-TOT-DEP.

           MOVE PG-IDF-CLI TO WS-CLI-EDT.
           MOVE PG-NOM-CLI TO WS-NOM-EDT.
           MOVE PG-PLF-ASS TO WS-PLF-EDT.
           MOVE PG-DAT-ASS TO WS-DAT-EDT.
           MOVE PG-SLD-CLI TO WS-SLD-EDT.
           MOVE PG-MNT-OUV TO WS-OUV-EDT.
           MOVE WS-MNT-EXP TO WS-EXP-EDT.
           MOVE WS-MNT-DEP TO WS-DEP-EDT.
           MOVE WS-LGN-EDT TO FD-LGN-EXP.
           WRITE FD-LGN-EXP.

       0250-LGN-CLI-FIN.

      *-----------------------------------------------------------------
      * Échéance de la déclaration de chiffre d'affaires du mois
      * précédent : déclarée (date), à déclarer avant la date limite,
      * ou hors délai.
       0300-ECH-DCA-DEB.

           IF WS-MOI-JOU = 1
               SUBTRACT 1 FROM WS-ANN-JOU GIVING WS-MOI-EDT-ANN
               MOVE 12 TO WS-MOI-EDT-MOI
           ELSE
               MOVE WS-ANN-JOU TO WS-MOI-EDT-ANN
               SUBTRACT 1 FROM WS-MOI-JOU GIVING WS-MOI-EDT-MOI
           END-IF.

           MOVE WS-MOI-EDT TO PG-MOI-DCA.

           MOVE SPACES TO WS-DAT-FIN.
           STRING WS-ANN-JOU DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MOI-JOU DELIMITED BY SIZE
                  "-01" DELIMITED BY SIZE
                  INTO WS-DAT-FIN
           END-STRING.
           MOVE WS-DAT-FIN TO PG-DAT-LIM.

           EXEC SQL
               SELECT COALESCE(
                          (SELECT CAST(MAX(d.date_dec) AS VARCHAR)
                           FROM declaration_assur d
                           WHERE d.type_dec = 'CA'
                             AND d.periode_dec = :PG-MOI-DCA), ' '),
                      CAST(CAST(:PG-DAT-LIM AS DATE) + :PG-DEL-DCA
                           AS VARCHAR),
                      CASE WHEN CURRENT_DATE
                                > CAST(:PG-DAT-LIM AS DATE)
                                  + :PG-DEL-DCA
                           THEN 1 ELSE 0 END
               INTO :PG-DAT-DCA, :PG-DAT-LIM, :PG-HRS-DEL
           END-EXEC.

           MOVE " " TO FD-LGN-EXP.
           WRITE FD-LGN-EXP.
           MOVE "ECHEANCES DE DECLARATION" TO FD-LGN-EXP.
           WRITE FD-LGN-EXP.

           MOVE SPACES TO FD-LGN-EXP.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   STRING "CA du mois " DELIMITED BY SIZE
                          WS-MOI-EDT DELIMITED BY SIZE
                          " : echeance illisible" DELIMITED BY SIZE
                          INTO FD-LGN-EXP
                   END-STRING
               WHEN PG-DAT-DCA NOT = SPACES
                   STRING "CA du mois " DELIMITED BY SIZE
                          WS-MOI-EDT DELIMITED BY SIZE
                          " : declare le " DELIMITED BY SIZE
                          PG-DAT-DCA DELIMITED BY SIZE
                          INTO FD-LGN-EXP
                   END-STRING
               WHEN PG-HRS-DEL = 1
                   STRING "CA du mois " DELIMITED BY SIZE
                          WS-MOI-EDT DELIMITED BY SIZE
                          " : *** NON DECLARE, HORS DELAI DEPUIS LE "
                          DELIMITED BY SIZE
                          PG-DAT-LIM DELIMITED BY SIZE
                          " ***" DELIMITED BY SIZE
                          INTO FD-LGN-EXP
                   END-STRING
               WHEN OTHER
                   STRING "CA du mois " DELIMITED BY SIZE
                          WS-MOI-EDT DELIMITED BY SIZE
                          " : A DECLARER avant le " DELIMITED BY SIZE
                          PG-DAT-LIM DELIMITED BY SIZE
                          INTO FD-LGN-EXP
                   END-STRING
           END-EVALUATE.
           WRITE FD-LGN-EXP.

       0300-ECH-DCA-FIN.

      *-----------------------------------------------------------------
      * Factures des clients garantis à déclarer en menace de
      * sinistre (seuil atteint) ou qui l'approchent (moins de 15
      * jours), avec leur date limite de déclaration.
       0400-ECH-MDS-DEB.

           MOVE " " TO FD-LGN-EXP.
           WRITE FD-LGN-EXP.
           MOVE "MENACES DE SINISTRE A DECLARER OU A SURVEILLER"
               TO FD-LGN-EXP.
           WRITE FD-LGN-EXP.
           MOVE
      -    "   Facture Client               Echeance       Reste du Jour
      -    "s Limite     Etat"
               TO FD-LGN-EXP.
           WRITE FD-LGN-EXP.

           EXEC SQL OPEN CUR-MDS END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN

               EXEC SQL
                   FETCH CUR-MDS
                   INTO :PG-NUM-FAC, :PG-NOM-CLI, :PG-DAT-ECH,
                        :PG-RST-FAC, :PG-NBR-RTD, :PG-DAT-LIM
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0450-LGN-MDS-DEB
                      THRU 0450-LGN-MDS-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-MDS END-EXEC.

       0400-ECH-MDS-FIN.

      *-----------------------------------------------------------------
       0450-LGN-MDS-DEB.

           ADD 1 TO WS-NBR-MDS.

           EVALUATE TRUE
               WHEN PG-NBR-RTD > PG-DEL-MDS
                   MOVE "HORS DELAI" TO WS-MDS-ALR-EDT
               WHEN PG-NBR-RTD > PG-SEU-MDS
                   MOVE "A DECLARER" TO WS-MDS-ALR-EDT
               WHEN OTHER
                   MOVE "PROCHE SEUIL" TO WS-MDS-ALR-EDT
           END-EVALUATE.

           MOVE PG-NUM-FAC TO WS-MDS-FAC-EDT.
           MOVE PG-NOM-CLI TO WS-MDS-NOM-EDT.
           MOVE PG-DAT-ECH TO WS-MDS-ECH-EDT.
           MOVE PG-RST-FAC TO WS-MDS-RST-EDT.
           MOVE PG-NBR-RTD TO WS-MDS-RTD-EDT.
           MOVE PG-DAT-LIM TO WS-MDS-LIM-EDT.
           MOVE WS-LGN-MDS TO FD-LGN-EXP.
           WRITE FD-LGN-EXP.

       0450-LGN-MDS-FIN.
