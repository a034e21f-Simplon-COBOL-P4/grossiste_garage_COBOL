      *                                                                *
      * Sous programme qui édite le document texte d'une facture       *
      * client, dans le style de "edtblvcli" : entête avec le numéro   *
      * légal, le client et son adresse (via "liridcli"), la liste des *
      * livraisons facturées, puis la ventilation HT / TVA / TTC par   *
      * taux de TVA distinct (taux_tva_pie) et les totaux. L'échéance  *
      * de paiement stockée sur la facture (date_ech_fac, calculée par *
      * "calech" selon les conditions du client) est imprimée sous le  *
      * numéro ; une facture plus ancienne, sans échéance stockée,     *
      * garde la règle historique (plus ancienne livraison couverte +  *
      * 30 jours). Les mentions de la facturation électronique (SIREN  *
      * du client, catégorie de l'opération) suivent l'adresse ; le    *
      * fichier structuré transmis à la plateforme est produit par     *
      * "edtfel". Les textes fixes sont imprimés dans la langue du     *
      * client (type FAC de texte_document, "lirtxtdoc") ; le titre et *
      * les mentions légales restent aussi en français.                *
      * Une facture exonérée de TVA (régime figé par "ajufac" dans     *
      * regime_tva_fac) porte en pied la mention légale d'exonération  *
      * - article 262 ter I du CGI avec le numéro de TVA               *
      * intracommunautaire du client (num_tva_cli) pour une livraison  *
      * intracommunautaire, article 262 I du CGI pour un export hors   *
      * UE.                                                            *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; FAC=FACTURE; CLI=CLIENT; LIV=LIVRAISON; PIE=PIECE; *
      * NUM=NUMERO; MNT=MONTANT; VNT=VENTILATION; TAU=TAUX;            *
      * IDF=IDENTIFIANT; FIC=FICHIER; NTE=ENTETE; LGN=LIGNE; HT=HORS   *
      * TAXE; TVA=TAXE SUR LA VALEUR AJOUTEE; TTC=TOUTES TAXES         *
      * COMPRISES; CUR=CURSEUR; LCT=LECTURE; ETT=ETAT; ECH=ECHEANCE;   *
      * SIR=SIREN; CRS=CARCASSE; LIB=LIBELLE; TXT=TEXTE; LNG=LANGUE;   *
      * TIT=TITRE; OPE=OPERATION; PRT=PORT; ECO=ECO-PARTICIPATION;     *
      * ACO=ACOMPTE; NAP=NET A PAYER; TYP=TYPE; NBR=NOMBRE;            *
      * FR=FRANCAIS; REG=REGIME; EXO=EXONERATION; MEN=MENTION.         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-NUM-FAC              PIC 9(10).
       01 PG-IDF-CLI              PIC 9(10).
       01 PG-DAT-FAC              PIC X(10).
       01 PG-DAT-ECH              PIC X(10).
       01 PG-MNT-HT               PIC 9(10)V99.
       01 PG-MNT-TVA              PIC 9(10)V99.
       01 PG-MNT-TTC              PIC 9(10)V99.
      * SIREN du client, mention obligatoire depuis la reforme de la
      * facturation electronique (blanc tant qu'il n'est pas saisi).
       01 PG-SIR-CLI              PIC X(09).
      * Regime de TVA fige sur la facture (0 taxable, 1 livraison
      * intracommunautaire, 2 export) et numero de TVA du client.
       01 PG-REG-TVA              PIC 9(01).
       01 PG-NUM-TVA              PIC X(14).
      * Acomptes deja imputes sur la facture (reglements de mode
      * ACOMPTE appliques par "ajufac") : deduits en pied.
       01 PG-MNT-ACO              PIC 9(10)V99.
       01 PG-MNT-PRT              PIC 9(10)V99.
      * Eco-participation, en ligne propre elle aussi.
       01 PG-MNT-ECO              PIC 9(10)V99.
      * Consigne des carcasses (echange standard), en ligne propre.
       01 PG-MNT-CRS              PIC 9(10)V99.
      * Une livraison facturée (curseur CUR-FAC-LIV).
       01 PG-IDF-LIV              PIC 9(10).
       01 PG-DAT-LIV              PIC X(10).
       01 WS-MNT-EDT2             PIC Z(08)9.99.
       01 WS-MNT-EDT3             PIC Z(08)9.99.

      * Textes fixes de la facture (type FAC de texte_document) :
      * libellés français par défaut, numérotés dans l'ordre, que
      * "lirtxtdoc" remplace par ceux de la langue du client. Les
      * mentions légales (titre, SIREN, catégorie de l'opération)
      * sont imprimées en français puis dans la langue du client.
       01 WS-LIB-FR.
      *    01 : titre.
           05 WS-LIB-FR-TIT       PIC X(80) VALUE "FACTURE".
      *    02 à 05 : numéro, date, échéance, client.
           05 FILLER              PIC X(80) VALUE "Facture n.".
           05 FILLER              PIC X(80) VALUE "du".
           05 FILLER              PIC X(80) VALUE "Echeance :".
           05 FILLER              PIC X(80) VALUE "Client :".
      *    06 et 07 : mentions de la facturation électronique.
           05 WS-LIB-FR-SIR       PIC X(80) VALUE "SIREN client :".
           05 WS-LIB-FR-OPE       PIC X(80) VALUE
               "Operation : livraison de biens".
      *    08 et 09 : livraisons facturées.
           05 FILLER              PIC X(80) VALUE
               "Livraisons facturees :".
           05 FILLER              PIC X(80) VALUE "Livraison n.".
      *    10 : entête de la ventilation par taux.
           05 FILLER              PIC X(80) VALUE
               "Taux TVA   Base HT      TVA          TTC".
      *    11 à 18 : pied, libellés alignés sur 22 caractères.
           05 FILLER              PIC X(80) VALUE
               "Port (HT)           : ".
           05 FILLER              PIC X(80) VALUE
               "Eco-participation   : ".
           05 FILLER              PIC X(80) VALUE
               "Consigne carcasses  : ".
           05 FILLER              PIC X(80) VALUE
               "Montant total (HT)  : ".
           05 FILLER              PIC X(80) VALUE
               "Montant total (TVA) : ".
           05 FILLER              PIC X(80) VALUE
               "Montant total (TTC) : ".
           05 FILLER              PIC X(80) VALUE
               "Acomptes deduits    : ".
           05 FILLER              PIC X(80) VALUE
               "NET A PAYER         : ".
       COPY txtdoc REPLACING ==:PREFIX:== BY ==WS==.
       01 WS-LIB-FAC REDEFINES WS-TAB-TXT.
           05 WS-LIB-TIT          PIC X(80).
           05 WS-LIB-NUM          PIC X(80).
           05 WS-LIB-DU           PIC X(80).
           05 WS-LIB-ECH          PIC X(80).
           05 WS-LIB-CLI          PIC X(80).
           05 WS-LIB-SIR          PIC X(80).
           05 WS-LIB-OPE          PIC X(80).
           05 WS-LIB-LST-LIV      PIC X(80).
           05 WS-LIB-LIV          PIC X(80).
           05 WS-LIB-VNT          PIC X(80).
           05 WS-LIB-PRT          PIC X(80).
           05 WS-LIB-ECO          PIC X(80).
           05 WS-LIB-CRS          PIC X(80).
           05 WS-LIB-HT           PIC X(80).
           05 WS-LIB-TVA          PIC X(80).
           05 WS-LIB-TTC          PIC X(80).
           05 WS-LIB-ACO          PIC X(80).
           05 WS-LIB-NAP          PIC X(80).
       01 WS-TYP-TXT              PIC X(03) VALUE "FAC".
       01 WS-NBR-TXT              PIC 9(02) VALUE 18.
       01 WS-LNG-CLI              PIC X(02).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-TXT==.

       LINKAGE SECTION.
      * Argument d'entrée.
       01 LK-IDF-FAC              PIC 9(10).
           PERFORM 0200-LIR-CLI-DEB
              THRU 0200-LIR-CLI-FIN.

           PERFORM 0250-LIR-TXT-DEB
              THRU 0250-LIR-TXT-FIN.

           PERFORM 0300-OUV-FIC-DEB
              THRU 0300-OUV-FIC-FIN.

           PERFORM 0700-PID-FAC-DEB
              THRU 0700-PID-FAC-FIN.

           IF PG-REG-TVA > 0
               PERFORM 0750-MEN-EXO-DEB
                  THRU 0750-MEN-EXO-FIN
           END-IF.

           CLOSE FIC-FAC.

           SET LK-LIR-RET-OK TO TRUE.
           MOVE LK-IDF-FAC TO PG-IDF-FAC.

           EXEC SQL
               SELECT f.num_fac, f.id_cli, f.date_fac,
                      CAST(COALESCE(f.date_ech_fac,
                          COALESCE((SELECT MIN(l.date_fin_liv)
                                    FROM facture_livraison fl
                                        JOIN livraison l
                                          ON l.id_liv = fl.id_liv
                                    WHERE fl.id_fac = f.id_fac),
                                   f.date_fac) + 30) AS VARCHAR(10)),
                      f.mnt_ht_fac, f.mnt_tva_fac, f.mnt_ttc_fac,
                      COALESCE((SELECT c.siren_cli
                                FROM client c
                                WHERE c.id_cli = f.id_cli), ' '),
                      COALESCE(f.regime_tva_fac, 0),
                      COALESCE((SELECT c.num_tva_cli
                                FROM client c
                                WHERE c.id_cli = f.id_cli), ' ')
               INTO :PG-NUM-FAC, :PG-IDF-CLI, :PG-DAT-FAC,
                    :PG-DAT-ECH,
                    :PG-MNT-HT, :PG-MNT-TVA, :PG-MNT-TTC,
                    :PG-SIR-CLI, :PG-REG-TVA, :PG-NUM-TVA
               FROM facture f
               WHERE f.id_fac = :PG-IDF-FAC
           END-EXEC.

           IF SQLCODE = 0

       0200-LIR-CLI-FIN.

      *-----------------------------------------------------------------
      * Textes fixes de la facture dans la langue du client ("lirtxtdoc"
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
       0300-OUV-FIC-DEB.

      * Écrit l'entête de la facture : numéro légal, date, client.
       0400-NTE-FAC-DEB.

      * Titre en français, suivi de sa traduction pour un client
      * étranger.
           MOVE SPACES TO FD-LGN-FAC.
           IF WS-LNG-CLI NOT = "FR" AND WS-LIB-TIT NOT = WS-LIB-FR-TIT
               STRING FUNCTION TRIM(WS-LIB-FR-TIT) DELIMITED BY SIZE
                      " / " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LIB-TIT) DELIMITED BY SIZE
                      INTO FD-LGN-FAC
               END-STRING
           ELSE
               MOVE WS-LIB-FR-TIT TO FD-LGN-FAC
           END-IF.
           WRITE FD-LGN-FAC.

           MOVE SPACES TO FD-LGN-FAC.
           STRING FUNCTION TRIM(WS-LIB-NUM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-FAC-EDT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIB-DU) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-DAT-FAC DELIMITED BY SIZE
                  INTO FD-LGN-FAC
           END-STRING.
           WRITE FD-LGN-FAC.

           MOVE SPACES TO FD-LGN-FAC.
           STRING FUNCTION TRIM(WS-LIB-ECH) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-DAT-ECH DELIMITED BY SIZE
                  INTO FD-LGN-FAC
           END-STRING.
           WRITE FD-LGN-FAC.

           MOVE " " TO FD-LGN-FAC.
           WRITE FD-LGN-FAC.

           STRING FUNCTION TRIM(WS-LIB-CLI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOM-CLI DELIMITED BY SIZE
                  INTO FD-LGN-FAC
           END-STRING.
           END-STRING.
           WRITE FD-LGN-FAC.

      * Mentions obligatoires de la facturation electronique : SIREN
      * du client et categorie de l'operation, en français puis dans
      * la langue du client.
           MOVE SPACES TO FD-LGN-FAC.
           STRING FUNCTION TRIM(WS-LIB-FR-SIR) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-SIR-CLI DELIMITED BY SIZE
                  INTO FD-LGN-FAC
           END-STRING.
           WRITE FD-LGN-FAC.

           IF WS-LNG-CLI NOT = "FR" AND WS-LIB-SIR NOT = WS-LIB-FR-SIR
               MOVE SPACES TO FD-LGN-FAC
               STRING FUNCTION TRIM(WS-LIB-SIR) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PG-SIR-CLI DELIMITED BY SIZE
                      INTO FD-LGN-FAC
               END-STRING
               WRITE FD-LGN-FAC
           END-IF.

           MOVE WS-LIB-FR-OPE TO FD-LGN-FAC.
           WRITE FD-LGN-FAC.

           IF WS-LNG-CLI NOT = "FR" AND WS-LIB-OPE NOT = WS-LIB-FR-OPE
               MOVE WS-LIB-OPE TO FD-LGN-FAC
               WRITE FD-LGN-FAC
           END-IF.

           MOVE " " TO FD-LGN-FAC.
           WRITE FD-LGN-FAC.

      * Liste les livraisons couvertes par la facture.
       0500-LST-LIV-DEB.

           MOVE WS-LIB-LST-LIV TO FD-LGN-FAC.
           WRITE FD-LGN-FAC.

           EXEC SQL OPEN CUR-FAC-LIV END-EXEC.

               IF SQLCODE = 0
                   MOVE PG-IDF-LIV TO WS-IDF-LIV-EDT
                   MOVE SPACES TO FD-LGN-FAC
                   STRING "  " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LIB-LIV) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-LIV-EDT)
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LIB-DU) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PG-DAT-LIV DELIMITED BY SIZE
                          INTO FD-LGN-FAC
                   END-STRING
      * Ventile les montants par taux de TVA distinct.
       0600-VNT-TVA-DEB.

           MOVE WS-LIB-VNT TO FD-LGN-FAC.
           WRITE FD-LGN-FAC.

           EXEC SQL OPEN CUR-FAC-TVA END-EXEC.
           IF SQLCODE = 0 AND PG-MNT-PRT > 0
               MOVE PG-MNT-PRT TO WS-MNT-EDT

               STRING WS-LIB-PRT(1:22) DELIMITED BY SIZE
                      WS-MNT-EDT DELIMITED BY SIZE
                      INTO FD-LGN-FAC
               END-STRING
           IF SQLCODE = 0 AND PG-MNT-ECO > 0
               MOVE PG-MNT-ECO TO WS-MNT-EDT

               STRING WS-LIB-ECO(1:22) DELIMITED BY SIZE
                      WS-MNT-EDT DELIMITED BY SIZE
                      INTO FD-LGN-FAC
               END-STRING
               WRITE FD-LGN-FAC
           END-IF.

      * La consigne des carcasses des pieces vendues en echange
      * standard sort en ligne propre : elle est remboursee au
      * retour de la vieille piece.
           MOVE 0 TO PG-MNT-CRS.

           EXEC SQL
               SELECT COALESCE(mnt_crs_fac, 0)
               INTO :PG-MNT-CRS
               FROM facture
               WHERE id_fac = :PG-IDF-FAC
           END-EXEC.

           IF SQLCODE = 0 AND PG-MNT-CRS > 0
               MOVE PG-MNT-CRS TO WS-MNT-EDT

               STRING WS-LIB-CRS(1:22) DELIMITED BY SIZE
                      WS-MNT-EDT DELIMITED BY SIZE
                      INTO FD-LGN-FAC
               END-STRING

           MOVE PG-MNT-HT TO WS-MNT-EDT.

           STRING WS-LIB-HT(1:22) DELIMITED BY SIZE
                  WS-MNT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-FAC
           END-STRING.

           MOVE PG-MNT-TVA TO WS-MNT-EDT.

           STRING WS-LIB-TVA(1:22) DELIMITED BY SIZE
                  WS-MNT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-FAC
           END-STRING.

           MOVE PG-MNT-TTC TO WS-MNT-EDT.

           STRING WS-LIB-TTC(1:22) DELIMITED BY SIZE
                  WS-MNT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-FAC
           END-STRING.
           IF SQLCODE = 0 AND PG-MNT-ACO > 0
               MOVE PG-MNT-ACO TO WS-MNT-EDT

               STRING WS-LIB-ACO(1:22) DELIMITED BY SIZE
                      WS-MNT-EDT DELIMITED BY SIZE
                      INTO FD-LGN-FAC
               END-STRING
               COMPUTE PG-MNT-ACO = PG-MNT-TTC - PG-MNT-ACO
               MOVE PG-MNT-ACO TO WS-MNT-EDT

               STRING WS-LIB-NAP(1:22) DELIMITED BY SIZE
                      WS-MNT-EDT DELIMITED BY SIZE
                      INTO FD-LGN-FAC
               END-STRING
           END-IF.

       0700-PID-FAC-FIN.

      *-----------------------------------------------------------------
      * Mention légale d'exonération de TVA, en français : obligatoire
      * sur une facture sans TVA, elle justifie l'absence de taxe.
       0750-MEN-EXO-DEB.

           MOVE " " TO FD-LGN-FAC.
           WRITE FD-LGN-FAC.

           IF PG-REG-TVA = 1
               MOVE "Exoneration de TVA, article 262 ter I du CGI"
                   TO FD-LGN-FAC
               WRITE FD-LGN-FAC
               MOVE "(livraison intracommunautaire)" TO FD-LGN-FAC
               WRITE FD-LGN-FAC
               MOVE SPACES TO FD-LGN-FAC
               STRING "N. TVA intracommunautaire du client : "
                      DELIMITED BY SIZE
                      PG-NUM-TVA DELIMITED BY SIZE
                      INTO FD-LGN-FAC
               END-STRING
               WRITE FD-LGN-FAC
           ELSE
               MOVE "Exoneration de TVA, article 262 I du CGI"
                   TO FD-LGN-FAC
               WRITE FD-LGN-FAC
               MOVE "(exportation hors Union europeenne)"
                   TO FD-LGN-FAC
               WRITE FD-LGN-FAC
           END-IF.

       0750-MEN-EXO-FIN.
