      * texte formaté, une ligne par pièce livrée. Même structure que   *
      * "edtbcmfou", côté client plutôt que fournisseur.                *
      *                                                                *
      * Les quantités sont en unité de vente de la pièce et s'éditent  *
      * avec trois décimales. Les textes fixes et les noms de pièces   *
      * traduits sont imprimés dans la langue du client (type BLV de   *
      * texte_document par "lirtxtdoc", piece_traduction par           *
      * "lirtrdpie") ; le titre reste aussi en français.               *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; BLV=BON DE LIVRAISON; CLI=CLIENT; LIV=LIVRAISON;   *
      * PIE=PIECE; IDF=IDENTIFIANT; NOM=NOM; QTE=QUANTITE; PRI=PRIX;   *
      * TOT=TOTAL; FIC=FICHIER; NTE=ENTETE; LGN=LIGNE; ETT=ETAT;       *
      * ENC=ENCOURS; FIN=FIN; DEB=DEBUT; TVA=TAXE SUR LA VALEUR        *
      * AJOUTEE; TTC=TOUTES TAXES COMPRISES; LIB=LIBELLE; TXT=TEXTE;   *
      * LNG=LANGUE; TIT=TITRE; TRD=TRADUCTION; FR=FRANCAIS.            *
      ******************************************************************

       IDENTIFICATION DIVISION.

      * Infos d'une ligne livraison_piece (via "fetlivpi").
       01 WS-IDF-PIE              PIC 9(10).
       01 WS-QTE-PIE              PIC 9(07)V9(03).
       01 WS-QTE-RCP              PIC 9(07)V9(03).
       01 WS-ECA-PIE              PIC 9(01).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-PCE==.

       01 WS-PRI-NET              PIC 9(08)V99.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-PRI==.

       01 WS-QTE-EDT              PIC Z(05)9.999.
       01 WS-PRI-EDT              PIC Z(07)9.99.
       01 WS-REM-EDT              PIC Z9.99.
       01 WS-PRI-NET-EDT          PIC Z(07)9.99.
       01 WS-NUM-SUI              PIC X(30).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-TRN==.

      * Textes fixes du bon (type BLV de texte_document) : libellés
      * français par défaut, numérotés dans l'ordre, que "lirtxtdoc"
      * remplace par ceux de la langue du client. Le titre est
      * imprimé en français puis dans la langue du client.
       01 WS-LIB-FR.
      *    01 : titre.
           05 WS-LIB-FR-TIT       PIC X(80) VALUE "BON DE LIVRAISON".
      *    02 à 04 : duplicata, numéro et date.
           05 FILLER              PIC X(80) VALUE "DUPLICATA n.".
           05 FILLER              PIC X(80) VALUE "Livraison n.".
           05 FILLER              PIC X(80) VALUE "du".
      *    05 à 09 : client, téléphone, mail, expédition.
           05 FILLER              PIC X(80) VALUE "Client :".
           05 FILLER              PIC X(80) VALUE "Tel : +".
           05 FILLER              PIC X(80) VALUE "Email :".
           05 FILLER              PIC X(80) VALUE "Transporteur :".
           05 FILLER              PIC X(80) VALUE "Suivi :".
      *    10 : entête des lignes.
           05 FILLER              PIC X(80) VALUE
      -    "Piece       Quantite  PrixCat.  Rem.%  PrixNet  Montant(HT) 
      -    "Montant(TTC)".
      *    11 à 13 : pied, libellés alignés sur 22 caractères.
           05 FILLER              PIC X(80) VALUE
               "Eco-participation  : ".
           05 FILLER              PIC X(80) VALUE
               "Montant total (HT) : ".
           05 FILLER              PIC X(80) VALUE
               "Montant total (TTC) : ".
       COPY txtdoc REPLACING ==:PREFIX:== BY ==WS==.
       01 WS-LIB-BLV REDEFINES WS-TAB-TXT.
           05 WS-LIB-TIT          PIC X(80).
           05 WS-LIB-DUP          PIC X(80).
           05 WS-LIB-NUM          PIC X(80).
           05 WS-LIB-DU           PIC X(80).
           05 WS-LIB-CLI          PIC X(80).
           05 WS-LIB-TEL          PIC X(80).
           05 WS-LIB-EML          PIC X(80).
           05 WS-LIB-TRN          PIC X(80).
           05 WS-LIB-SUI          PIC X(80).
           05 WS-LIB-LGN          PIC X(80).
           05 WS-LIB-ECO          PIC X(80).
           05 WS-LIB-HT           PIC X(80).
           05 WS-LIB-TTC          PIC X(80).
       01 WS-TYP-TXT              PIC X(03) VALUE "BLV".
       01 WS-NBR-TXT              PIC 9(02) VALUE 13.
       01 WS-LNG-CLI              PIC X(02).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-TXT==.

       LINKAGE SECTION.
      * Argument d'entrée.
       01 LK-IDF-LIV              PIC 9(10).
           PERFORM 0250-LIR-ADR-LIV-DEB
              THRU 0250-LIR-ADR-LIV-FIN.

           PERFORM 0270-LIR-TXT-DEB
              THRU 0270-LIR-TXT-FIN.

           PERFORM 0300-OUV-FIC-DEB
              THRU 0300-OUV-FIC-FIN.


       0250-LIR-ADR-LIV-FIN.

      *-----------------------------------------------------------------
      * Textes fixes du bon dans la langue du client ("lirtxtdoc" part
      * des libellés français).
       0270-LIR-TXT-DEB.

           MOVE WS-LIB-FR TO WS-TAB-TXT.

           CALL "lirtxtdoc"
               USING
               WS-TYP-TXT
               WS-IDF-CLI
               WS-NBR-TXT
               WS-TAB-TXT
               WS-LNG-CLI
               WS-TXT-LIR-RET
           END-CALL.

       0270-LIR-TXT-FIN.

      *-----------------------------------------------------------------
       0300-OUV-FIC-DEB.

      * et de la livraison.
       0400-NTE-BLV-DEB.

      * Titre en français, suivi de sa traduction pour un client
      * étranger.
           MOVE SPACES TO FD-LGN-BLV.
           IF WS-LNG-CLI NOT = "FR" AND WS-LIB-TIT NOT = WS-LIB-FR-TIT
               STRING FUNCTION TRIM(WS-LIB-FR-TIT) DELIMITED BY SIZE
                      " / " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LIB-TIT) DELIMITED BY SIZE
                      INTO FD-LGN-BLV
               END-STRING
           ELSE
               MOVE WS-LIB-FR-TIT TO FD-LGN-BLV
           END-IF.
           WRITE FD-LGN-BLV.

      * Copie tiree depuis le registre des documents : le duplicata
      * est marque comme tel avec son numero d'ordre.
           IF G-DOC-DUP > 0
               MOVE G-DOC-DUP TO WS-DUP-EDT
               MOVE SPACES TO FD-LGN-BLV
               STRING FUNCTION TRIM(WS-LIB-DUP) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DUP-EDT) DELIMITED BY SIZE
                      INTO FD-LGN-BLV
               END-STRING
               WRITE FD-LGN-BLV
           END-IF.

           MOVE SPACES TO FD-LGN-BLV.
           STRING FUNCTION TRIM(WS-LIB-NUM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-LIV-EDT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIB-DU) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DAT-LIV DELIMITED BY SIZE
                  INTO FD-LGN-BLV
           END-STRING.
           MOVE " " TO FD-LGN-BLV.
           WRITE FD-LGN-BLV.

           STRING FUNCTION TRIM(WS-LIB-CLI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOM-CLI DELIMITED BY SIZE
                  INTO FD-LGN-BLV
           END-STRING.
           END-STRING.
           WRITE FD-LGN-BLV.

           MOVE SPACES TO FD-LGN-BLV.
           STRING FUNCTION TRIM(WS-LIB-TEL) DELIMITED BY SIZE
                  WS-IND-CLI DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TEL-CLI DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIB-EML) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EML-CLI DELIMITED BY SIZE
                  INTO FD-LGN-BLV
           END-STRING.
           END-CALL.

           IF WS-TRN-LIR-RET-OK
               MOVE SPACES TO FD-LGN-BLV
               STRING FUNCTION TRIM(WS-LIB-TRN) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NOM-TRN) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LIB-SUI) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NUM-SUI DELIMITED BY SIZE
                      INTO FD-LGN-BLV
               END-STRING
           MOVE " " TO FD-LGN-BLV.
           WRITE FD-LGN-BLV.

           MOVE WS-LIB-LGN TO FD-LGN-BLV.
           WRITE FD-LGN-BLV.

       0400-NTE-BLV-FIN.
               WS-TVA-PIE
           END-CALL.

      * Nom de la pièce dans la langue du client quand il est traduit.
           CALL "lirtrdpie"
               USING
               WS-IDF-PIE
               WS-LNG-CLI
               WS-NOM-PIE
           END-CALL.

      * Valorisation de la ligne au prix net du client (prix catalogue
      * moins la remise de sa grille tarifaire), comme "majliv" : le
      * prix catalogue et la remise restent visibles sur le document.
           IF SQLCODE = 0 AND PG-MNT-ECO > 0
               MOVE PG-MNT-ECO TO WS-MNT-TOT-EDT

               STRING WS-LIB-ECO(1:21) DELIMITED BY SIZE
                      WS-MNT-TOT-EDT DELIMITED BY SIZE
                      INTO FD-LGN-BLV
               END-STRING

           MOVE WS-MNT-TOT TO WS-MNT-TOT-EDT.

           STRING WS-LIB-HT(1:21) DELIMITED BY SIZE
                  WS-MNT-TOT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-BLV
           END-STRING.

           MOVE WS-MNT-TOT-TTC TO WS-MNT-TOT-TTC-EDT.

           STRING WS-LIB-TTC(1:22) DELIMITED BY SIZE
                  WS-MNT-TOT-TTC-EDT DELIMITED BY SIZE
                  INTO FD-LGN-BLV
           END-STRING.
