      *                             ENTÊTE                             *
      *                                                                *
      * Programme d'édition du relevé de compte mensuel d'un client    *
      * (mois écoulé) : solde d'ouverture reconstitué (solde_cli moins *
      * le net des mouvements du mois), puis chaque facture, avoir et  *
      * règlement du mois en ordre de date, et le solde de clôture     *
      * (solde_cli). Les règlements de mode AVOIR sont écartés : ce    *
      * sont les imputations comptables des avoirs déjà listés par     *
      * "ajuretcli", pas un paiement du client. Appelé par client par  *
      * la chaîne de nuit ("genrelcli") et par la réédition du         *
      * registre des documents ("ecrdoc"), comme "edtblvcli" pour les  *
      * bons de livraison. Chaque facture porte son échéance de        *
      * paiement (date_ech_fac, selon les conditions du client ; règle *
      * historique plus ancienne livraison + 30 jours pour une facture *
      * sans échéance stockée). Les textes fixes et la nature des      *
      * mouvements sont imprimés dans la langue du client (type REL de *
      * texte_document, "lirtxtdoc").                                  *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; REL=RELEVE; CLI=CLIENT; MOI=MOIS; FAC=FACTURE;     *
      * AVR=AVOIR; REG=REGLEMENT; MVT=MOUVEMENT; SLD=SOLDE;            *
      * OUV=OUVERTURE; CLO=CLOTURE; MNT=MONTANT; FIC=FICHIER;          *
      * LGN=LIGNE; LCT=LECTURE; ETT=ETAT; CUR=CURSEUR; DAT=DATE;       *
      * ANN=ANNEE; DEB=DEBUT; FIN=FIN; LIB=LIBELLE; IDF=IDENTIFIANT;   *
      * ECH=ECHEANCE; TXT=TEXTE; LNG=LANGUE; TIT=TITRE; TYP=TYPE;      *
      * REF=REFERENCE; NBR=NOMBRE; FR=FRANCAIS.                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-DAT-MVT              PIC X(10).
       01 PG-LIB-MVT              PIC X(30).
       01 PG-MNT-MVT              PIC S9(10)V99.
      * Échéance de la facture (à blanc pour un avoir ou un règlement).
       01 PG-DAT-ECH              PIC X(10).
      * Nature du mouvement (1 facture, 2 avoir, 3 règlement) et sa
      * référence (numéro ou mode de règlement), pour le libellé
      * imprimé dans la langue du client.
       01 PG-TYP-MVT              PIC 9(01).
       01 PG-REF-MVT              PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Mouvements du mois du client, en ordre de date : factures (au
      * débit, avec leur échéance), avoirs et règlements (au crédit).
       EXEC SQL
           DECLARE CUR-MVT CURSOR FOR
               SELECT CAST(m.dat AS VARCHAR), m.lib, m.mnt, m.ech,
                      m.typ, m.ref
               FROM (
                   SELECT CAST(f.date_fac AS DATE) AS dat,
                          'FACTURE ' || CAST(f.num_fac AS VARCHAR)
                              AS lib,
                          f.mnt_ttc_fac AS mnt,
                          CAST(COALESCE(f.date_ech_fac,
                              COALESCE((SELECT MIN(l.date_fin_liv)
                                        FROM facture_livraison fl
                                            JOIN livraison l
                                              ON l.id_liv = fl.id_liv
                                        WHERE fl.id_fac = f.id_fac),
                                       f.date_fac) + 30)
                               AS VARCHAR(10)) AS ech,
                          1 AS typ,
                          CAST(f.num_fac AS VARCHAR) AS ref
                   FROM facture f
                   WHERE f.id_cli = :PG-IDF-CLI
                     AND f.date_fac >= :PG-DAT-DEB
                   UNION ALL
                   SELECT CAST(r.date_rcl AS DATE),
                          'AVOIR ' || CAST(r.num_avr AS VARCHAR),
                          -r.mnt_avr, ' ',
                          2, CAST(r.num_avr AS VARCHAR)
                   FROM retour_client r
                   WHERE r.id_cli = :PG-IDF-CLI
                     AND r.date_rcl >= :PG-DAT-DEB
                   UNION ALL
                   SELECT CAST(g.date_reg AS DATE),
                          'REGLEMENT ' || g.mode_reg,
                          -g.mnt_reg, ' ',
                          3, g.mode_reg
                   FROM reglement g
                   WHERE g.id_cli = :PG-IDF-CLI
                     AND g.date_reg >= :PG-DAT-DEB
       01 WS-IDF-CLI-EDT          PIC Z(10).
       01 WS-SLD-EDT              PIC -(09)9.99.
       01 WS-MNT-EDT              PIC -(09)9.99.
      * Position d'écriture dans la ligne de mouvement.
       01 WS-PTR                  PIC 9(03).

      * Textes fixes du relevé (type REL de texte_document) :
      * libellés français par défaut, numérotés dans l'ordre, que
      * "lirtxtdoc" remplace par ceux de la langue du client.
       01 WS-LIB-FR.
      *    01 et 02 : titre et mois.
           05 FILLER              PIC X(80) VALUE "RELEVE DE COMPTE -".
           05 FILLER              PIC X(80) VALUE "Mois :".
      *    03 et 04 : soldes, libellés alignés sur 20 caractères.
           05 FILLER              PIC X(80) VALUE
               "SOLDE D'OUVERTURE : ".
           05 FILLER              PIC X(80) VALUE
               "SOLDE DE CLOTURE  : ".
      *    05 à 08 : nature des mouvements et échéance.
           05 FILLER              PIC X(80) VALUE "FACTURE".
           05 FILLER              PIC X(80) VALUE "AVOIR".
           05 FILLER              PIC X(80) VALUE "REGLEMENT".
           05 FILLER              PIC X(80) VALUE "echeance".
       COPY txtdoc REPLACING ==:PREFIX:== BY ==WS==.
       01 WS-LIB-REL REDEFINES WS-TAB-TXT.
           05 WS-LIB-TIT          PIC X(80).
           05 WS-LIB-MOI          PIC X(80).
           05 WS-LIB-OUV          PIC X(80).
           05 WS-LIB-CLO          PIC X(80).
           05 WS-LIB-FAC          PIC X(80).
           05 WS-LIB-AVR          PIC X(80).
           05 WS-LIB-REG          PIC X(80).
           05 WS-LIB-ECH          PIC X(80).
       01 WS-TYP-TXT              PIC X(03) VALUE "REL".
       01 WS-NBR-TXT              PIC 9(02) VALUE 8.
       01 WS-LNG-CLI              PIC X(02).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-TXT==.

       LINKAGE SECTION.
      * Arguments d'entrée : le client à éditer.
              THRU 0200-LIR-CLI-FIN.

           IF NOT LK-LIR-RET-VID AND NOT LK-LIR-RET-ERR
               PERFORM 0250-LIR-TXT-DEB
                  THRU 0250-LIR-TXT-FIN
               PERFORM 0300-EDT-REL-DEB
                  THRU 0300-EDT-REL-FIN
           END-IF.

       0200-LIR-CLI-FIN.

      *-----------------------------------------------------------------
      * Textes fixes du relevé dans la langue du client ("lirtxtdoc"
      * part des libellés français).
       0250-LIR-TXT-DEB.

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

       0250-LIR-TXT-FIN.

      *-----------------------------------------------------------------
      * Écrit le relevé : entête, ouverture, mouvements, clôture.
       0300-EDT-REL-DEB.

           OPEN OUTPUT FIC-REL.

           MOVE SPACES TO FD-LGN-REL.
           STRING FUNCTION TRIM(WS-LIB-TIT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PG-NOM-CLI) DELIMITED BY SIZE
                  INTO FD-LGN-REL
           END-STRING.
           WRITE FD-LGN-REL.

           MOVE SPACES TO FD-LGN-REL.
           STRING FUNCTION TRIM(WS-LIB-MOI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MOI-EDT DELIMITED BY SIZE
                  INTO FD-LGN-REL
           END-STRING.
           WRITE FD-LGN-REL.

           MOVE WS-SLD-OUV TO WS-SLD-EDT.
           STRING WS-LIB-OUV(1:20) DELIMITED BY SIZE
                  WS-SLD-EDT DELIMITED BY SIZE
                  INTO FD-LGN-REL
           END-STRING.
           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-MVT
                   INTO :PG-DAT-MVT, :PG-LIB-MVT, :PG-MNT-MVT,
                        :PG-DAT-ECH, :PG-TYP-MVT, :PG-REF-MVT
               END-EXEC

               IF SQLCODE = 0
      *            Libellé du mouvement dans la langue du client.
                   MOVE SPACES TO PG-LIB-MVT
                   EVALUATE PG-TYP-MVT
                       WHEN 1
                           STRING FUNCTION TRIM(WS-LIB-FAC)
                                  DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(PG-REF-MVT)
                                  DELIMITED BY SIZE
                                  INTO PG-LIB-MVT
                           END-STRING
                       WHEN 2
                           STRING FUNCTION TRIM(WS-LIB-AVR)
                                  DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(PG-REF-MVT)
                                  DELIMITED BY SIZE
                                  INTO PG-LIB-MVT
                           END-STRING
                       WHEN OTHER
                           STRING FUNCTION TRIM(WS-LIB-REG)
                                  DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(PG-REF-MVT)
                                  DELIMITED BY SIZE
                                  INTO PG-LIB-MVT
                           END-STRING
                   END-EVALUATE
                   MOVE PG-MNT-MVT TO WS-MNT-EDT
                   MOVE SPACES TO FD-LGN-REL
                   MOVE 1 TO WS-PTR
                   STRING PG-DAT-MVT DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          PG-LIB-MVT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-MNT-EDT DELIMITED BY SIZE
                          INTO FD-LGN-REL
                          WITH POINTER WS-PTR
                   END-STRING
                   IF PG-DAT-ECH NOT = SPACES
                       STRING "  " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-LIB-ECH)
                              DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              PG-DAT-ECH DELIMITED BY SIZE
                              INTO FD-LGN-REL
                              WITH POINTER WS-PTR
                       END-STRING
                   END-IF
                   WRITE FD-LGN-REL
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
           WRITE FD-LGN-REL.

           MOVE PG-SLD-CLI TO WS-SLD-EDT.
           STRING WS-LIB-CLO(1:20) DELIMITED BY SIZE
                  WS-SLD-EDT DELIMITED BY SIZE
                  INTO FD-LGN-REL
           END-STRING.
