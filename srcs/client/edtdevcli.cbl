      * que "edtblvcli", le chiffrage (prix_pie, taux_tva_pie) étant   *
      * le même que celui appliqué par "majliv" au calcul de val_liv.  *
      *                                                                *
      * Les quantités sont en unité de vente de la pièce, avec trois   *
      * décimales. Les textes fixes et les noms de pièces traduits     *
      * sont imprimés dans la langue du client (type DEV de            *
      * texte_document par "lirtxtdoc", piece_traduction par           *
      * "lirtrdpie") ; le titre reste aussi en français.               *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; DEV=DEVIS; CLI=CLIENT; PIE=PIECE; IDF=IDENTIFIANT; *
      * NOM=NOM; QTE=QUANTITE; PRI=PRIX; TOT=TOTAL; FIC=FICHIER;       *
      * NTE=ENTETE; LGN=LIGNE; VAL=VALIDITE; STA=STATUT; FIN=FIN;      *
      * DEB=DEBUT; TVA=TAXE SUR LA VALEUR AJOUTEE; TTC=TOUTES TAXES    *
      * COMPRISES; LIB=LIBELLE; TXT=TEXTE; LNG=LANGUE; TIT=TITRE;      *
      * TRD=TRADUCTION; FR=FRANCAIS.                                   *
      ******************************************************************

       IDENTIFICATION DIVISION.

      * Infos d'une ligne devis_piece (via "fetdevpi").
       01 WS-IDF-PIE              PIC 9(10).
       01 WS-QTE-PIE              PIC 9(07)V9(03).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-PCE==.

      * Infos de la pièce (via "liridpie").
       01 WS-IDT-CLI-PRI          PIC 9(10).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-PRI==.

       01 WS-QTE-EDT              PIC Z(05)9.999.
       01 WS-PRI-EDT              PIC Z(07)9.99.
       01 WS-REM-EDT              PIC Z9.99.
       01 WS-PRI-NET-EDT          PIC Z(07)9.99.

       01 WS-NBR-LGN              PIC 9(05) VALUE 0.

      * Textes fixes du devis (type DEV de texte_document) : libellés
      * français par défaut, numérotés dans l'ordre, que "lirtxtdoc"
      * remplace par ceux de la langue du client. Le titre est
      * imprimé en français puis dans la langue du client.
       01 WS-LIB-FR.
      *    01 : titre.
           05 WS-LIB-FR-TIT       PIC X(80) VALUE "DEVIS".
      *    02 à 05 : numéro, date, validité, client.
           05 FILLER              PIC X(80) VALUE "Devis n.".
           05 FILLER              PIC X(80) VALUE "du".
           05 FILLER              PIC X(80) VALUE "Valable jusqu'au".
           05 FILLER              PIC X(80) VALUE "Client :".
      *    06 : entête des lignes.
           05 FILLER              PIC X(80) VALUE
      -    "Piece       Quantite  PrixCat.  Rem.%  PrixNet  Montant(HT) 
      -    "Montant(TTC)".
      *    07 à 09 : pied, libellés alignés sur 22 caractères.
           05 FILLER              PIC X(80) VALUE
               "Eco-participation  : ".
           05 FILLER              PIC X(80) VALUE
               "Montant total (HT) : ".
           05 FILLER              PIC X(80) VALUE
               "Montant total (TTC) : ".
       COPY txtdoc REPLACING ==:PREFIX:== BY ==WS==.
       01 WS-LIB-DEV REDEFINES WS-TAB-TXT.
           05 WS-LIB-TIT          PIC X(80).
           05 WS-LIB-NUM          PIC X(80).
           05 WS-LIB-DU           PIC X(80).
           05 WS-LIB-VAL          PIC X(80).
           05 WS-LIB-CLI          PIC X(80).
           05 WS-LIB-LGN          PIC X(80).
           05 WS-LIB-ECO          PIC X(80).
           05 WS-LIB-HT           PIC X(80).
           05 WS-LIB-TTC          PIC X(80).
       01 WS-TYP-TXT              PIC X(03) VALUE "DEV".
       01 WS-NBR-TXT              PIC 9(02) VALUE 9.
       01 WS-LNG-CLI              PIC X(02).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-TXT==.

       LINKAGE SECTION.
      * Argument d'entrée.
       01 LK-IDF-DEV              PIC 9(10).
           PERFORM 0200-LIR-CLI-DEB
              THRU 0200-LIR-CLI-FIN.

           PERFORM 0250-LIR-TXT-DEB
              THRU 0250-LIR-TXT-FIN.

           PERFORM 0300-OUV-FIC-DEB
              THRU 0300-OUV-FIC-FIN.


       0200-LIR-CLI-FIN.

      *-----------------------------------------------------------------
      * Textes fixes du devis dans la langue du client ("lirtxtdoc"
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

      * devis et date limite de validité.
       0400-NTE-DEV-DEB.

      * Titre en français, suivi de sa traduction pour un client
      * étranger.
           MOVE SPACES TO FD-LGN-DEV.
           IF WS-LNG-CLI NOT = "FR" AND WS-LIB-TIT NOT = WS-LIB-FR-TIT
               STRING FUNCTION TRIM(WS-LIB-FR-TIT) DELIMITED BY SIZE
                      " / " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LIB-TIT) DELIMITED BY SIZE
                      INTO FD-LGN-DEV
               END-STRING
           ELSE
               MOVE WS-LIB-FR-TIT TO FD-LGN-DEV
           END-IF.
           WRITE FD-LGN-DEV.

           MOVE SPACES TO FD-LGN-DEV.
           STRING FUNCTION TRIM(WS-LIB-NUM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-DEV-EDT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIB-DU) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-DAT-DEV DELIMITED BY SIZE
                  INTO FD-LGN-DEV
           END-STRING.
           WRITE FD-LGN-DEV.

           MOVE SPACES TO FD-LGN-DEV.
           STRING FUNCTION TRIM(WS-LIB-VAL) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-DAT-VAL DELIMITED BY SIZE
                  INTO FD-LGN-DEV
           END-STRING.
           MOVE " " TO FD-LGN-DEV.
           WRITE FD-LGN-DEV.

           STRING FUNCTION TRIM(WS-LIB-CLI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOM-CLI DELIMITED BY SIZE
                  INTO FD-LGN-DEV
           END-STRING.
           MOVE " " TO FD-LGN-DEV.
           WRITE FD-LGN-DEV.

           MOVE WS-LIB-LGN TO FD-LGN-DEV.
           WRITE FD-LGN-DEV.

       0400-NTE-DEV-FIN.
               WS-TVA-PIE
           END-CALL.

      * Nom de la pièce dans la langue du client quand il est traduit.
           CALL "lirtrdpie"
               USING
               WS-IDF-PIE
               WS-LNG-CLI
               WS-NOM-PIE
           END-CALL.

      * Valorisation de la ligne au prix net du client, comme
      * "majliv" : prix catalogue et remise restent visibles.
           MOVE PG-IDF-CLI TO WS-IDT-CLI-PRI.
           IF SQLCODE = 0 AND PG-MNT-ECO > 0
               MOVE PG-MNT-ECO TO WS-MNT-TOT-EDT

               STRING WS-LIB-ECO(1:21) DELIMITED BY SIZE
                      WS-MNT-TOT-EDT DELIMITED BY SIZE
                      INTO FD-LGN-DEV
               END-STRING

           MOVE WS-MNT-TOT TO WS-MNT-TOT-EDT.

           STRING WS-LIB-HT(1:21) DELIMITED BY SIZE
                  WS-MNT-TOT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-DEV
           END-STRING.

           MOVE WS-MNT-TOT-TTC TO WS-MNT-TOT-TTC-EDT.

           STRING WS-LIB-TTC(1:22) DELIMITED BY SIZE
                  WS-MNT-TOT-TTC-EDT DELIMITED BY SIZE
                  INTO FD-LGN-DEV
           END-STRING.
