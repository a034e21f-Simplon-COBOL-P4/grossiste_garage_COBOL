      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme qui édite l'avoir client (document texte, même  *
      * structure que la facture "edtfaccli") : coordonnées du client, *
      * SIREN du client et catégorie de l'opération (mentions de la    *
      * facturation électronique), référence de la livraison           *
      * d'origine, pièce rendue, quantité et montant crédité. L'avoir  *
      * est retrouvé par son numéro légal (séquence du compteur        *
      * "avoir"). Les textes fixes et le nom de la pièce traduit sont  *
      * imprimés dans la langue du client (type AVR de texte_document  *
      * par "lirtxtdoc", piece_traduction par "lirtrdpie") ; le titre  *
      * et les mentions légales restent aussi en français.             *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; AVR=AVOIR; CLI=CLIENT; LIV=LIVRAISON; ORG=ORIGINE; *
      * PIE=PIECE; QTE=QUANTITE; MNT=MONTANT; NUM=NUMERO; FIC=FICHIER; *
      * LGN=LIGNE; DAT=DATE; NOM=NOM; SIR=SIREN; LIB=LIBELLE;          *
      * TXT=TEXTE; LNG=LANGUE; TIT=TITRE; OPE=OPERATION; RND=RENDUE;   *
      * TRD=TRADUCTION; IDF=IDENTIFIANT; FR=FRANCAIS.                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-ADR-CLI              PIC X(50).
       01 PG-CP-CLI               PIC 9(05).
       01 PG-VIL-CLI              PIC X(50).
      * SIREN du client, mention obligatoire depuis la reforme de la
      * facturation electronique (blanc tant qu'il n'est pas saisi).
       01 PG-SIR-CLI              PIC X(09).
      * Client et pièce de l'avoir, pour la langue des textes et le
      * nom traduit de la pièce.
       01 PG-IDF-CLI              PIC 9(10).
       01 PG-IDF-PIE              PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 G-DOC-DUP               PIC 9(03) EXTERNAL.
       01 WS-DUP-EDT              PIC Z(03).

      * Textes fixes de l'avoir (type AVR de texte_document) :
      * libellés français par défaut, numérotés dans l'ordre, que
      * "lirtxtdoc" remplace par ceux de la langue du client. Les
      * mentions légales (titre, SIREN, catégorie de l'opération)
      * sont imprimées en français puis dans la langue du client.
       01 WS-LIB-FR.
      *    01 : titre.
           05 WS-LIB-FR-TIT       PIC X(80) VALUE "AVOIR".
      *    02 à 06 : duplicata, numéro, date, origine, client.
           05 FILLER              PIC X(80) VALUE "DUPLICATA n.".
           05 FILLER              PIC X(80) VALUE "Avoir n.".
           05 FILLER              PIC X(80) VALUE "du".
           05 FILLER              PIC X(80) VALUE
               "(livraison d'origine :".
           05 FILLER              PIC X(80) VALUE "Client :".
      *    07 et 08 : mentions de la facturation électronique.
           05 WS-LIB-FR-SIR       PIC X(80) VALUE "SIREN client :".
           05 WS-LIB-FR-OPE       PIC X(80) VALUE
               "Operation : livraison de biens".
      *    09 et 10 : ligne de la pièce rendue, montant.
           05 FILLER              PIC X(80) VALUE "rendue(s)".
           05 FILLER              PIC X(80) VALUE
               "Montant credite (TTC) :".
       COPY txtdoc REPLACING ==:PREFIX:== BY ==WS==.
       01 WS-LIB-AVR REDEFINES WS-TAB-TXT.
           05 WS-LIB-TIT          PIC X(80).
           05 WS-LIB-DUP          PIC X(80).
           05 WS-LIB-NUM          PIC X(80).
           05 WS-LIB-DU           PIC X(80).
           05 WS-LIB-ORG          PIC X(80).
           05 WS-LIB-CLI          PIC X(80).
           05 WS-LIB-SIR          PIC X(80).
           05 WS-LIB-OPE          PIC X(80).
           05 WS-LIB-RND          PIC X(80).
           05 WS-LIB-MNT          PIC X(80).
       01 WS-TYP-TXT              PIC X(03) VALUE "AVR".
       01 WS-NBR-TXT              PIC 9(02) VALUE 10.
       01 WS-LNG-CLI              PIC X(02).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-TXT==.

       LINKAGE SECTION.
      * Argument d'entrée : le numéro d'avoir.
       01 LK-NUM-AVR              PIC 9(08).
                      r.qte_rcl, r.mnt_avr, p.nom_pie,
                      c.nom_cli, COALESCE(c.adresse_cli, ''),
                      COALESCE(c.cp_cli, 0),
                      COALESCE(c.ville_cli, ''),
                      COALESCE(c.siren_cli, ' '),
                      r.id_cli, r.id_pie
               INTO :PG-IDF-ORG, :PG-DAT-RCL, :PG-QTE-RCL,
                    :PG-MNT-AVR, :PG-NOM-PIE, :PG-NOM-CLI,
                    :PG-ADR-CLI, :PG-CP-CLI, :PG-VIL-CLI,
                    :PG-SIR-CLI, :PG-IDF-CLI, :PG-IDF-PIE
               FROM retour_client r
                   JOIN piece p ON p.id_pie = r.id_pie
                   JOIN client c ON c.id_cli = r.id_cli
               EXIT PROGRAM
           END-IF.

      * Textes fixes dans la langue du client ("lirtxtdoc" part des
      * libellés français) et nom traduit de la pièce.
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

           CALL "lirtrdpie"
               USING
               PG-IDF-PIE
               WS-LNG-CLI
               PG-NOM-PIE
           END-CALL.

           MOVE LK-NUM-AVR TO WS-NUM-AVR-EDT.

           STRING "avoir_" DELIMITED BY SIZE

           OPEN OUTPUT FIC-AVR.

      * Titre en français, suivi de sa traduction pour un client
      * étranger.
           MOVE SPACES TO FD-LGN-AVR.
           IF WS-LNG-CLI NOT = "FR" AND WS-LIB-TIT NOT = WS-LIB-FR-TIT
               STRING FUNCTION TRIM(WS-LIB-FR-TIT) DELIMITED BY SIZE
                      " / " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LIB-TIT) DELIMITED BY SIZE
                      INTO FD-LGN-AVR
               END-STRING
           ELSE
               MOVE WS-LIB-FR-TIT TO FD-LGN-AVR
           END-IF.
           WRITE FD-LGN-AVR.

      * Copie tiree depuis le registre des documents : le duplicata
      * est marque comme tel avec son numero d'ordre.
           IF G-DOC-DUP > 0
               MOVE G-DOC-DUP TO WS-DUP-EDT
               MOVE SPACES TO FD-LGN-AVR
               STRING FUNCTION TRIM(WS-LIB-DUP) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DUP-EDT) DELIMITED BY SIZE
                      INTO FD-LGN-AVR
               END-STRING

           MOVE PG-IDF-ORG TO WS-IDF-ORG-EDT.

           MOVE SPACES TO FD-LGN-AVR.
           STRING FUNCTION TRIM(WS-LIB-NUM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-AVR-EDT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIB-DU) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-DAT-RCL DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIB-ORG) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-ORG-EDT) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO FD-LGN-AVR
           MOVE " " TO FD-LGN-AVR.
           WRITE FD-LGN-AVR.

           STRING FUNCTION TRIM(WS-LIB-CLI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-NOM-CLI DELIMITED BY SIZE
                  INTO FD-LGN-AVR
           END-STRING.
           END-STRING.
           WRITE FD-LGN-AVR.

      * Mentions obligatoires de la facturation electronique : SIREN
      * du client et categorie de l'operation, en français puis dans
      * la langue du client.
           MOVE SPACES TO FD-LGN-AVR.
           STRING FUNCTION TRIM(WS-LIB-FR-SIR) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-SIR-CLI DELIMITED BY SIZE
                  INTO FD-LGN-AVR
           END-STRING.
           WRITE FD-LGN-AVR.

           IF WS-LNG-CLI NOT = "FR" AND WS-LIB-SIR NOT = WS-LIB-FR-SIR
               MOVE SPACES TO FD-LGN-AVR
               STRING FUNCTION TRIM(WS-LIB-SIR) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PG-SIR-CLI DELIMITED BY SIZE
                      INTO FD-LGN-AVR
               END-STRING
               WRITE FD-LGN-AVR
           END-IF.

           MOVE WS-LIB-FR-OPE TO FD-LGN-AVR.
           WRITE FD-LGN-AVR.

           IF WS-LNG-CLI NOT = "FR" AND WS-LIB-OPE NOT = WS-LIB-FR-OPE
               MOVE WS-LIB-OPE TO FD-LGN-AVR
               WRITE FD-LGN-AVR
           END-IF.

           MOVE " " TO FD-LGN-AVR.
           WRITE FD-LGN-AVR.

           STRING FUNCTION TRIM(PG-NOM-PIE) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-QTE-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIB-RND) DELIMITED BY SIZE
                  INTO FD-LGN-AVR
           END-STRING.
           WRITE FD-LGN-AVR.
           MOVE " " TO FD-LGN-AVR.
           WRITE FD-LGN-AVR.

           STRING FUNCTION TRIM(WS-LIB-MNT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MNT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-AVR
           END-STRING.
