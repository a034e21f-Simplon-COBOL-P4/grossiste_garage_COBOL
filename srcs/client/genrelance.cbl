      * Programme batch (exécution planifiée, mensuelle) qui génère    *
      * les lettres de relance des clients en retard de paiement :     *
      * pour chaque client dont l'encours ouvert (factures non         *
      * soldées, mêmes règles que "edtbalage") a dépassé son échéance  *
      * (date_ech_fac, issue des conditions de paiement du client ; 30 *
      * jours après la référence d'ancienneté pour les factures        *
      * antérieures sans échéance stockée), une lettre texte est       *
      * produite avec son adresse complète (nom_cli, adresse_cli,      *
      * cp_cli, ville_cli, comme l'export publipostage de "expcli"),   *
      * le niveau de relance s'aggravant avec le retard sur l'échéance *
      * : niveau 1 (échue), niveau 2 (30 j de retard), niveau 3 (60 j  *
      * de retard et plus). Chaque lettre émise est journalisée via    *
      * "ajulog" pour que le commercial voie qui a été relancé et      *
      * quand. Les textes fixes des lettres sont lus dans la langue du *
      * client (type RLC de texte_document, par "lirtxtdoc", français  *
      * à défaut) ; la mise en demeure du niveau 3 est imprimée en     *
      * français puis dans la langue du client.                        *
      *                                                                *
      *                           TRIGRAMMES                           *
      * GEN=GENERATION; REL=RELANCE; CLI=CLIENT; FAC=FACTURE;          *
      * NIV=NIVEAU; AGE=ANCIENNETE; MNT=MONTANT; RST=RESTE; ADR=       *
      * ADRESSE; VIL=VILLE; FIC=FICHIER; LGN=LIGNE; LCT=LECTURE;       *
      * ETT=ETAT; CUR=CURSEUR; NBR=NOMBRE; MSG=MESSAGE; LOG=LOG;       *
      * RTD=RETARD; ECH=ECHEANCE; LIB=LIBELLE; TXT=TEXTE; LNG=LANGUE;  *
      * MED=MISE EN DEMEURE; OBJ=OBJET; OUT=OUTIL; ATT=ATTENDU;        *
      * SAV=SAUVEGARDE.                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-CP-CLI               PIC 9(05).
       01 PG-VIL-CLI              PIC X(50).
       01 PG-MNT-RTD              PIC 9(10)V99.
       01 PG-RTD-MAX              PIC 9(05).
      * Prets d'outils en retard du client en cours de relance.
       01 PG-NOM-OUT              PIC X(50).
       01 PG-DAT-DUE              PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Curseur des clients en retard : encours ouvert échu (mêmes
      * restes dus et même échéance que "edtbalage"), avec le montant
      * en retard et le retard le plus fort sur l'échéance, qui
      * détermine le niveau de relance. Une échéance qui tombe un
      * dimanche ou un jour fermé du calendrier ("ajucal") est
      * reportée au prochain jour ouvré : la relance ne part qu'une
       EXEC SQL
           DECLARE CUR-REL CURSOR FOR
               SELECT x.id_cli, c.nom_cli, c.adresse_cli, c.cp_cli,
                      c.ville_cli, SUM(x.reste), MAX(x.rtd)
               FROM (SELECT f.id_cli, f.id_fac,
                            f.mnt_ttc_fac - COALESCE(
                                (SELECT SUM(rf.mnt_imp_reg)
                                 FROM reglement_facture rf
                                 WHERE rf.id_fac = f.id_fac), 0)
                                AS reste,
                            CURRENT_DATE - COALESCE(f.date_ech_fac,
                                COALESCE(
                                (SELECT MIN(l.date_fin_liv)
                                 FROM facture_livraison fl
                                     JOIN livraison l
                                         ON l.id_liv = fl.id_liv
                                 WHERE fl.id_fac = f.id_fac),
                                f.date_fac) + 30) AS rtd
                     FROM facture f
                     WHERE COALESCE(f.perte_fac, 0) = 0
                       AND COALESCE(f.cede_fac, 0) = 0) x
                   JOIN client c ON c.id_cli = x.id_cli
               WHERE x.reste > 0
                 AND x.rtd >= 0
                 AND CURRENT_DATE >
                     (SELECT MIN(CAST(g.d AS DATE))
                      FROM generate_series(
                               CURRENT_DATE - x.rtd,
                               CURRENT_DATE - x.rtd + 60,
                               '1 day') AS g(d)
                      WHERE EXTRACT(DOW FROM g.d) <> 0
                        AND NOT EXISTS
       01 WS-UTI-ID               PIC 9(10) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Textes fixes des lettres (type RLC de texte_document) :
      * libellés français par défaut, numérotés dans l'ordre, que
      * "lirtxtdoc" remplace par ceux de la langue du client. La mise
      * en demeure est imprimée en français puis dans la langue du
      * client.
       01 WS-LIB-FR.
      *    01 : objet de la relance de factures.
           05 FILLER              PIC X(80) VALUE
               "Objet : relance niveau".
      *    02 à 06 : niveau 1 (04 suit le montant).
           05 FILLER              PIC X(80) VALUE
               "Sauf erreur de notre part, les factures".
           05 FILLER              PIC X(80) VALUE
               "ci-dessous restent impayees pour un total de".
           05 FILLER              PIC X(80) VALUE "EUR.".
           05 FILLER              PIC X(80) VALUE
               "Nous vous remercions de regulariser sous".
           05 FILLER              PIC X(80) VALUE "quinzaine.".
      *    07 à 12 : niveau 2 (08 suit le montant).
           05 FILLER              PIC X(80) VALUE
               "Malgre notre precedente relance, un solde de".
           05 FILLER              PIC X(80) VALUE "EUR".
           05 FILLER              PIC X(80) VALUE
               "reste du plus de 30 jours apres echeance.".
           05 FILLER              PIC X(80) VALUE
               "Nous vous demandons un reglement sous 8".
           05 FILLER              PIC X(80) VALUE
               "jours, faute de quoi les livraisons seront".
           05 FILLER              PIC X(80) VALUE "suspendues.".
      *    13 à 18 : niveau 3, mise en demeure (14 suit le montant).
           05 FILLER              PIC X(80) VALUE
               "MISE EN DEMEURE : un solde de".
           05 FILLER              PIC X(80) VALUE "EUR reste du".
           05 FILLER              PIC X(80) VALUE
               "plus de 60 jours apres echeance. Sans".
           05 FILLER              PIC X(80) VALUE
               "reglement sous 48 heures, le dossier sera".
           05 FILLER              PIC X(80) VALUE "transmis au".
           05 FILLER              PIC X(80) VALUE "contentieux.".
      *    19 à 22 : lettre des outils prêtés non rendus.
           05 FILLER              PIC X(80) VALUE
               "Objet : outils pretes non rendus -".
           05 FILLER              PIC X(80) VALUE
               "Merci de nous retourner les outils suivants,".
           05 FILLER              PIC X(80) VALUE
               "faute de quoi la caution sera facturee :".
           05 FILLER              PIC X(80) VALUE "(attendu le".
       COPY txtdoc REPLACING ==:PREFIX:== BY ==WS==.
       01 WS-LIB-RLC REDEFINES WS-TAB-TXT.
           05 WS-LIB-OBJ          PIC X(80).
           05 WS-LIB-N1-L1        PIC X(80).
           05 WS-LIB-N1-L2        PIC X(80).
           05 WS-LIB-N1-EUR       PIC X(80).
           05 WS-LIB-N1-L3        PIC X(80).
           05 WS-LIB-N1-L4        PIC X(80).
           05 WS-LIB-N2-L1        PIC X(80).
           05 WS-LIB-N2-EUR       PIC X(80).
           05 WS-LIB-N2-L2        PIC X(80).
           05 WS-LIB-N2-L3        PIC X(80).
           05 WS-LIB-N2-L4        PIC X(80).
           05 WS-LIB-N2-L5        PIC X(80).
           05 WS-LIB-N3-L1        PIC X(80).
           05 WS-LIB-N3-EUR       PIC X(80).
           05 WS-LIB-N3-L2        PIC X(80).
           05 WS-LIB-N3-L3        PIC X(80).
           05 WS-LIB-N3-L4        PIC X(80).
           05 WS-LIB-N3-L5        PIC X(80).
           05 WS-LIB-OUT-OBJ      PIC X(80).
           05 WS-LIB-OUT-L1       PIC X(80).
           05 WS-LIB-OUT-L2       PIC X(80).
           05 WS-LIB-OUT-ATT      PIC X(80).
      * Textes dans la langue du client, mis de côté le temps
      * d'imprimer la mise en demeure en français.
       01 WS-TAB-TXT-SAV          PIC X(2400).
       01 WS-TYP-TXT              PIC X(03) VALUE "RLC".
       01 WS-NBR-TXT              PIC 9(02) VALUE 22.
       01 WS-LNG-CLI              PIC X(02).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-TXT==.

      * Clients ayant au moins un outil prete en retard.
       EXEC SQL
           DECLARE CUR-OUT-RTD CURSOR FOR
               FETCH CUR-REL
               INTO :PG-IDF-CLI, :PG-NOM-CLI, :PG-ADR-CLI,
                    :PG-CP-CLI, :PG-VIL-CLI, :PG-MNT-RTD,
                    :PG-RTD-MAX
           END-EXEC.

           IF SQLCODE = 0

       0100-LCT-FIN.

      *-----------------------------------------------------------------
      * Textes fixes des lettres dans la langue du client en cours
      * ("lirtxtdoc" part des libellés français).
       0150-LIR-TXT-DEB.

           MOVE WS-LIB-FR TO WS-TAB-TXT.

           CALL "lirtxtdoc"
               USING
               WS-TYP-TXT
               PG-IDF-CLI
               WS-NBR-TXT
               WS-TAB-TXT
               WS-LNG-CLI
               WS-TXT-LIR-RET
           END-CALL.

       0150-LIR-TXT-FIN.

      *-----------------------------------------------------------------
      * Génère la lettre de relance du client en cours, au niveau
      * correspondant au retard le plus fort de son encours.
       0200-GEN-LET-DEB.

           EVALUATE TRUE
               WHEN PG-RTD-MAX >= 60
                   MOVE 3 TO WS-NIV-REL
               WHEN PG-RTD-MAX >= 30
                   MOVE 2 TO WS-NIV-REL
               WHEN OTHER
                   MOVE 1 TO WS-NIV-REL
           END-EVALUATE.

           PERFORM 0150-LIR-TXT-DEB
              THRU 0150-LIR-TXT-FIN.

           MOVE PG-IDF-CLI TO WS-IDF-CLI-EDT.

           STRING "relance_"

           MOVE WS-NIV-REL TO WS-NIV-REL-EDT.

           MOVE SPACES TO FD-LGN-REL.
           STRING FUNCTION TRIM(WS-LIB-OBJ) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NIV-REL-EDT DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  PG-DAT-JOU DELIMITED BY SIZE

           EVALUATE WS-NIV-REL
               WHEN 1
                   MOVE WS-LIB-N1-L1 TO FD-LGN-REL
                   WRITE FD-LGN-REL
                   MOVE SPACES TO FD-LGN-REL
                   STRING FUNCTION TRIM(WS-LIB-N1-L2)
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-MNT-EDT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LIB-N1-EUR)
                          DELIMITED BY SIZE
                          INTO FD-LGN-REL
                   END-STRING
                   WRITE FD-LGN-REL
                   MOVE WS-LIB-N1-L3 TO FD-LGN-REL
                   WRITE FD-LGN-REL
                   MOVE WS-LIB-N1-L4 TO FD-LGN-REL
                   WRITE FD-LGN-REL
               WHEN 2
                   MOVE SPACES TO FD-LGN-REL
                   STRING FUNCTION TRIM(WS-LIB-N2-L1)
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-MNT-EDT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LIB-N2-EUR)
                          DELIMITED BY SIZE
                          INTO FD-LGN-REL
                   END-STRING
                   WRITE FD-LGN-REL
                   MOVE WS-LIB-N2-L2 TO FD-LGN-REL
                   WRITE FD-LGN-REL
                   MOVE WS-LIB-N2-L3 TO FD-LGN-REL
                   WRITE FD-LGN-REL
                   MOVE WS-LIB-N2-L4 TO FD-LGN-REL
                   WRITE FD-LGN-REL
                   MOVE WS-LIB-N2-L5 TO FD-LGN-REL
                   WRITE FD-LGN-REL
               WHEN 3
      *            La mise en demeure fait foi en français : elle est
      *            imprimée en français, puis dans la langue du client.
                   IF WS-LNG-CLI NOT = "FR"
                       MOVE WS-TAB-TXT TO WS-TAB-TXT-SAV
                       MOVE WS-LIB-FR  TO WS-TAB-TXT
                       PERFORM 0250-MED-DEB
                          THRU 0250-MED-FIN
                       MOVE " " TO FD-LGN-REL
                       WRITE FD-LGN-REL
                       MOVE WS-TAB-TXT-SAV TO WS-TAB-TXT
                   END-IF
                   PERFORM 0250-MED-DEB
                      THRU 0250-MED-FIN
           END-EVALUATE.

           CLOSE FIC-REL.

       0200-GEN-LET-FIN.

      *-----------------------------------------------------------------
      * Corps de la mise en demeure (niveau 3), dans la langue des
      * textes en place.
       0250-MED-DEB.

           MOVE SPACES TO FD-LGN-REL.
           STRING FUNCTION TRIM(WS-LIB-N3-L1) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MNT-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIB-N3-EUR) DELIMITED BY SIZE
                  INTO FD-LGN-REL
           END-STRING.
           WRITE FD-LGN-REL.
           MOVE WS-LIB-N3-L2 TO FD-LGN-REL.
           WRITE FD-LGN-REL.
           MOVE WS-LIB-N3-L3 TO FD-LGN-REL.
           WRITE FD-LGN-REL.
           MOVE WS-LIB-N3-L4 TO FD-LGN-REL.
           WRITE FD-LGN-REL.
           MOVE WS-LIB-N3-L5 TO FD-LGN-REL.
           WRITE FD-LGN-REL.

       0250-MED-FIN.

      *-----------------------------------------------------------------
      * Journalise la lettre émise via "ajulog", pour que le
      * commercial voie qui a été relancé, quand et à quel niveau.
      *-----------------------------------------------------------------
       0450-LET-OUT-DEB.

           PERFORM 0150-LIR-TXT-DEB
              THRU 0150-LIR-TXT-FIN.

           MOVE PG-IDF-CLI TO WS-IDF-CLI-EDT.

           STRING "relance_outil_"
           MOVE " " TO FD-LGN-REL.
           WRITE FD-LGN-REL.

           MOVE SPACES TO FD-LGN-REL.
           STRING FUNCTION TRIM(WS-LIB-OUT-OBJ) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-DAT-JOU DELIMITED BY SIZE
                  INTO FD-LGN-REL
           END-STRING.
           MOVE " " TO FD-LGN-REL.
           WRITE FD-LGN-REL.

           MOVE WS-LIB-OUT-L1 TO FD-LGN-REL.
           WRITE FD-LGN-REL.
           MOVE WS-LIB-OUT-L2 TO FD-LGN-REL.
           WRITE FD-LGN-REL.

           EXEC SQL OPEN CUR-OUT-DTL END-EXEC.
               END-EXEC

               IF SQLCODE = 0
                   MOVE SPACES TO FD-LGN-REL
                   STRING "  - " DELIMITED BY SIZE
                          FUNCTION TRIM(PG-NOM-OUT)
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LIB-OUT-ATT)
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PG-DAT-DUE DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO FD-LGN-REL
