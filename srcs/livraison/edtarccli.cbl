      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous programme qui édite l'accusé de réception d'une commande  *
      * client (document texte) dès la création de la livraison        *
      * sortante ("ecrajliv", "ecrvcomp", "impcmdweb") : chaque ligne  *
      * avec sa quantité commandée, la part réservée dès maintenant    *
      * (stock que les autres réservations laissent libre), le         *
      * reliquat en attente et sa date promise ("lirdatprm"), le prix  *
      * net du client ("calprixpie") ; l'adresse de livraison retenue  *
      * (carnet d'adresses ou fiche client) ou la mention retrait au   *
      * comptoir. L'original est inscrit au registre des documents     *
      * ("ajudoc", type ARC) et mis en file d'envoi par mail à         *
      * l'adresse email de la fiche client ; "ecrdoc" en tire les      *
      * duplicatas. Même structure que "edtblvcli".                    *
      *                                                                *
      * Les quantités (commandée, réservée, en attente) sont en unité  *
      * de vente de la pièce, éditées avec trois décimales.            *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; ARC=ACCUSE DE RECEPTION DE COMMANDE; CLI=CLIENT;   *
      * LIV=LIVRAISON; PIE=PIECE; IDF=IDENTIFIANT; QTE=QUANTITE;       *
      * RSV=RESERVEE; BKO=BACKORDER (RELIQUAT EN ATTENTE);             *
      * PRM=PROMESSE; DAT=DATE; PRI=PRIX; MNT=MONTANT; TOT=TOTAL;      *
      * FIC=FICHIER; NTE=ENTETE; PID=PIED; LGN=LIGNE; ADR=ADRESSE;     *
      * ENV=ENVOI; EML=EMAIL; DUP=DUPLICATA; DSP=DISPONIBLE;           *
      * RET=RETRAIT.                                                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtarccli.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-ARC ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ARC.
       01  FD-LGN-ARC                PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-LIV              PIC 9(10).
      * Adresse de livraison choisie au carnet d'adresses du client
      * (id_adr_liv posé par "majadrliv"), et drapeau retrait au
      * comptoir de la commande.
       01 PG-LIB-ADR              PIC X(30).
       01 PG-ADR-ADR              PIC X(50).
       01 PG-CP-ADR               PIC 9(05).
       01 PG-VIL-ADR              PIC X(50).
       01 PG-RET-LIV              PIC 9(01).
      * Disponible tous dépôts de la pièce de la ligne en cours, la
      * réservation de la ligne elle-même remise au pot (signé : les
      * réservations peuvent dépasser le stock).
       01 PG-IDF-PIE              PIC 9(10).
       01 PG-QTE-LGN              PIC 9(07)V9(03).
       01 PG-QTE-DSP              PIC S9(07)V9(03).
      * Envoi de l'accusé par mail au client.
       01 PG-NOM-FIC              PIC X(40).
       01 PG-EML-CLI              PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-NOM-FIC              PIC X(40).
       01 WS-IDF-LIV-EDT          PIC Z(10).

      * Infos livraison (via "liridliv").
       01 WS-DAT-LIV              PIC X(10).
       01 WS-STA-LIV              PIC 9(01).
           88 WS-STA-LIV-ENC                VALUE 0.
           88 WS-STA-LIV-TER                VALUE 1.
       01 WS-TYP-LIV              PIC 9(01).
           88 WS-TYP-LIV-ENT                VALUE 0.
           88 WS-TYP-LIV-SOR                VALUE 1.
       01 WS-IDF-CLI              PIC 9(10).
       01 WS-NOM-CLI-LIV          PIC X(50).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-LIV==.

      * Infos client (via "liridcli").
       01 WS-IDT-CLI              PIC 9(09).
       01 WS-NOM-CLI              PIC X(50).
       01 WS-EML-CLI              PIC X(50).
       01 WS-IND-CLI              PIC 9(03).
       01 WS-TEL-CLI              PIC 9(10).
       01 WS-CP-CLI               PIC 9(05).
       01 WS-VIL-CLI              PIC X(50).
       01 WS-ADR-CLI              PIC X(50).
       01 WS-SLD-CLI              PIC 9(08)V99.
       01 WS-PLF-CLI              PIC 9(08)V99.

      * Adresse de livraison imprimée (carnet ou fiche client).
       01 WS-NOM-ADR              PIC X(80).
       01 WS-ADR-LIV              PIC X(50).
       01 WS-CP-LIV               PIC 9(05).
       01 WS-VIL-LIV              PIC X(50).

      * Infos d'une ligne livraison_piece (via "fetlivpi").
       01 WS-IDF-PIE              PIC 9(10).
       01 WS-QTE-PIE              PIC 9(07)V9(03).
       01 WS-QTE-RCP              PIC 9(07)V9(03).
       01 WS-ECA-PIE              PIC 9(01).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-PCE==.

      * Infos de la pièce (via "liridpie").
       01 WS-NOM-PIE              PIC X(50).
       01 WS-QNT-PIE              PIC 9(10).
       01 WS-SEU-PIE              PIC 9(10).
       01 WS-IDF-FOR-PIE          PIC 9(10).
       01 WS-NOM-FOR-PIE          PIC X(50).
       01 WS-PRI-PIE              PIC 9(08)V99.
       01 WS-TVA-PIE              PIC 9(02)V99.

      * Valorisation unitaire rendue par "calprixpie".
       01 WS-PRI-CAT              PIC 9(08)V99.
       01 WS-PCT-REM              PIC 9(02)V99.
       01 WS-PRI-NET              PIC 9(08)V99.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-PRI==.

      * Répartition de la ligne : quantité réservée dès maintenant et
      * reliquat en attente, avec sa date promise ("lirdatprm").
       01 WS-QTE-RSV              PIC 9(07)V9(03).
       01 WS-QTE-BKO              PIC 9(07)V9(03).
       01 WS-DAT-PRM              PIC X(10).
       01 WS-SRC-PRM              PIC 9(01).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-PRM==.

       01 WS-QTE-EDT              PIC Z(06)9.999.
       01 WS-RSV-EDT              PIC Z(06)9.999.
       01 WS-BKO-EDT              PIC Z(06)9.999.
       01 WS-PRI-NET-EDT          PIC Z(07)9.99.
       01 WS-MNT-LGN              PIC 9(10)V99.
       01 WS-MNT-LGN-EDT          PIC Z(08)9.99.
       01 WS-MNT-TOT              PIC 9(10)V99 VALUE 0.
       01 WS-MNT-TOT-EDT          PIC Z(08)9.99.
       01 WS-MNT-TOT-TTC          PIC 9(10)V99 VALUE 0.
       01 WS-MNT-TOT-TTC-EDT      PIC Z(08)9.99.
       01 WS-NOM-PIE-LGN          PIC X(30).

       01 WS-NBR-LGN              PIC 9(05) VALUE 0.
       01 WS-NBR-BKO              PIC 9(05) VALUE 0.

      * Indicateur partagé avec l'écran du registre des documents
      * ("ecrdoc") : numéro de duplicata à imprimer (0 = original).
      * Seul l'original est inscrit au registre et mis en file
      * d'envoi ici ; "ecrdoc" inscrit lui-même ses duplicatas.
       01 G-DOC-DUP               PIC 9(03) EXTERNAL.
       01 WS-DUP-EDT              PIC Z(03).

       01 WS-TYP-DOC              PIC X(03) VALUE "ARC".
       01 WS-NUM-CPY              PIC 9(03) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DOC==.

       LINKAGE SECTION.
      * Argument d'entrée : la livraison sortante qui vient d'être
      * créée.
       01 LK-IDF-LIV              PIC 9(10).
      * Argument de sortie.
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-LIV,
                                LK-LIR-RET.

      * Appelé une fois par commande dans un même passage
      * ("impcmdweb") : les cumuls repartent de zéro.
           MOVE 0 TO WS-MNT-TOT, WS-MNT-TOT-TTC, WS-NBR-LGN,
                     WS-NBR-BKO.

           PERFORM 0100-LIR-LIV-DEB
              THRU 0100-LIR-LIV-FIN.

           IF NOT WS-LIV-LIR-RET-OK OR NOT WS-TYP-LIV-SOR
               SET LK-LIR-RET-VID TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0200-LIR-CLI-DEB
              THRU 0200-LIR-CLI-FIN.

           PERFORM 0250-LIR-ADR-LIV-DEB
              THRU 0250-LIR-ADR-LIV-FIN.

           PERFORM 0300-OUV-FIC-DEB
              THRU 0300-OUV-FIC-FIN.

           PERFORM 0400-NTE-ARC-DEB
              THRU 0400-NTE-ARC-FIN.

           PERFORM 0500-LGN-PIE-DEB
              THRU 0500-LGN-PIE-FIN.

           PERFORM UNTIL WS-PCE-LIR-RET-OK

               PERFORM 0600-AFC-LGN-DEB
                  THRU 0600-AFC-LGN-FIN

               PERFORM 0500-LGN-PIE-DEB
                  THRU 0500-LGN-PIE-FIN
           END-PERFORM.

           PERFORM 0700-PID-ARC-DEB
              THRU 0700-PID-ARC-FIN.

           CLOSE FIC-ARC.

           IF G-DOC-DUP = 0
               PERFORM 0800-ENV-ARC-DEB
                  THRU 0800-ENV-ARC-FIN
           END-IF.

           SET LK-LIR-RET-OK TO TRUE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Relit la livraison pour vérifier qu'elle existe et qu'elle est
      * bien sortante, et récupérer son client.
       0100-LIR-LIV-DEB.

           CALL "liridliv"
               USING
               LK-IDF-LIV
               WS-DAT-LIV
               WS-STA-LIV
               WS-TYP-LIV
               WS-IDF-CLI
               WS-NOM-CLI-LIV
               WS-LIV-LIR-RET
           END-CALL.

       0100-LIR-LIV-FIN.

      *-----------------------------------------------------------------
      * Relit le client par son ID pour obtenir son adresse et son
      * email.
       0200-LIR-CLI-DEB.

           MOVE WS-IDF-CLI TO WS-IDT-CLI.

           CALL "liridcli"
               USING
               WS-IDT-CLI
               WS-NOM-CLI
               WS-EML-CLI
               WS-IND-CLI
               WS-TEL-CLI
               WS-CP-CLI
               WS-VIL-CLI
               WS-ADR-CLI
               WS-SLD-CLI
               WS-PLF-CLI
           END-CALL.

       0200-LIR-CLI-FIN.

      *-----------------------------------------------------------------
      * Adresse de livraison retenue : celle du carnet d'adresses si
      * une a été choisie pour la livraison, sinon l'adresse de la
      * fiche client, comme sur le bon de livraison ("edtblvcli").
       0250-LIR-ADR-LIV-DEB.

           MOVE LK-IDF-LIV TO PG-IDF-LIV.
           MOVE WS-NOM-CLI TO WS-NOM-ADR.
           MOVE WS-ADR-CLI TO WS-ADR-LIV.
           MOVE WS-CP-CLI  TO WS-CP-LIV.
           MOVE WS-VIL-CLI TO WS-VIL-LIV.

           EXEC SQL
               SELECT COALESCE(retrait_liv, 0)
               INTO :PG-RET-LIV
               FROM livraison
               WHERE id_liv = :PG-IDF-LIV
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-RET-LIV
           END-IF.

           EXEC SQL
               SELECT a.libelle_adr, a.adresse_adr, a.cp_adr,
                      a.ville_adr
               INTO :PG-LIB-ADR, :PG-ADR-ADR, :PG-CP-ADR,
                    :PG-VIL-ADR
               FROM livraison l
                   JOIN adresse_cli a ON a.id_adr = l.id_adr_liv
               WHERE l.id_liv = :PG-IDF-LIV
           END-EXEC.

           IF SQLCODE = 0
               MOVE PG-ADR-ADR TO WS-ADR-LIV
               MOVE PG-CP-ADR  TO WS-CP-LIV
               MOVE PG-VIL-ADR TO WS-VIL-LIV

               MOVE SPACES TO WS-NOM-ADR
               STRING FUNCTION TRIM(WS-NOM-CLI) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      PG-LIB-ADR DELIMITED BY SIZE
                      INTO WS-NOM-ADR
               END-STRING
           END-IF.

       0250-LIR-ADR-LIV-FIN.

      *-----------------------------------------------------------------
       0300-OUV-FIC-DEB.

           MOVE LK-IDF-LIV TO WS-IDF-LIV-EDT.
           MOVE SPACES TO WS-NOM-FIC.

           STRING "accuse_reception_"
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IDF-LIV-EDT) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOM-FIC
           END-STRING.

           OPEN OUTPUT FIC-ARC.

       0300-OUV-FIC-FIN.

      *-----------------------------------------------------------------
      * Écrit l'entête de l'accusé : commande, client et adresse de
      * livraison retenue.
       0400-NTE-ARC-DEB.

           MOVE "ACCUSE DE RECEPTION DE COMMANDE" TO FD-LGN-ARC.
           WRITE FD-LGN-ARC.

           IF G-DOC-DUP > 0
               MOVE G-DOC-DUP TO WS-DUP-EDT
               MOVE SPACES TO FD-LGN-ARC
               STRING "DUPLICATA n. " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DUP-EDT) DELIMITED BY SIZE
                      INTO FD-LGN-ARC
               END-STRING
               WRITE FD-LGN-ARC
           END-IF.

           MOVE SPACES TO FD-LGN-ARC.
           STRING "Commande n. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-LIV-EDT) DELIMITED BY SIZE
                  " du " DELIMITED BY SIZE
                  WS-DAT-LIV DELIMITED BY SIZE
                  INTO FD-LGN-ARC
           END-STRING.
           WRITE FD-LGN-ARC.

           MOVE " " TO FD-LGN-ARC.
           WRITE FD-LGN-ARC.

           MOVE SPACES TO FD-LGN-ARC.
           STRING "Client : " DELIMITED BY SIZE
                  WS-NOM-CLI DELIMITED BY SIZE
                  INTO FD-LGN-ARC
           END-STRING.
           WRITE FD-LGN-ARC.

           MOVE SPACES TO FD-LGN-ARC.
           STRING "Tel : +" DELIMITED BY SIZE
                  WS-IND-CLI DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TEL-CLI DELIMITED BY SIZE
                  "   Email : " DELIMITED BY SIZE
                  WS-EML-CLI DELIMITED BY SIZE
                  INTO FD-LGN-ARC
           END-STRING.
           WRITE FD-LGN-ARC.

           MOVE " " TO FD-LGN-ARC.
           WRITE FD-LGN-ARC.

      * Une commande à retirer au comptoir n'a pas d'adresse de
      * livraison.
           IF PG-RET-LIV = 1
               MOVE "Retrait au comptoir : vous serez prevenu"
                   TO FD-LGN-ARC
               WRITE FD-LGN-ARC
           ELSE
               MOVE SPACES TO FD-LGN-ARC
               STRING "Livraison a : " DELIMITED BY SIZE
                      WS-NOM-ADR DELIMITED BY SIZE
                      INTO FD-LGN-ARC
               END-STRING
               WRITE FD-LGN-ARC

               MOVE SPACES TO FD-LGN-ARC
               STRING "              " DELIMITED BY SIZE
                      WS-ADR-LIV DELIMITED BY SIZE
                      INTO FD-LGN-ARC
               END-STRING
               WRITE FD-LGN-ARC

               MOVE SPACES TO FD-LGN-ARC
               STRING "              " DELIMITED BY SIZE
                      WS-VIL-LIV DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CP-LIV DELIMITED BY SIZE
                      INTO FD-LGN-ARC
               END-STRING
               WRITE FD-LGN-ARC
           END-IF.

           MOVE " " TO FD-LGN-ARC.
           WRITE FD-LGN-ARC.

           MOVE
      -    "Piece                             Commande     Reserve
      -    "Attente    PrixNet  Montant(HT)  Date promise"
               TO FD-LGN-ARC.
           WRITE FD-LGN-ARC.

       0400-NTE-ARC-FIN.

      *-----------------------------------------------------------------
      * Lit la prochaine ligne livraison_piece.
       0500-LGN-PIE-DEB.

           CALL "fetlivpi"
               USING
               LK-IDF-LIV
               WS-IDF-PIE
               WS-QTE-PIE
               WS-QTE-RCP
               WS-ECA-PIE
               WS-PCE-LIR-RET
           END-CALL.

       0500-LGN-PIE-FIN.

      *-----------------------------------------------------------------
      * Écrit une ligne de l'accusé : quantité commandée, part
      * réservée dès maintenant, reliquat en attente avec sa date
      * promise, prix net du client ("calprixpie") et montant HT.
       0600-AFC-LGN-DEB.

           CALL "liridpie"
               USING
               WS-IDF-PIE
               WS-NOM-PIE
               WS-QNT-PIE
               WS-SEU-PIE
               WS-IDF-FOR-PIE
               WS-NOM-FOR-PIE
               WS-PRI-PIE
               WS-TVA-PIE
           END-CALL.

           CALL "calprixpie"
               USING
               WS-IDF-PIE
               WS-IDF-CLI
               WS-PRI-CAT
               WS-PCT-REM
               WS-PRI-NET
               WS-TVA-PIE
               WS-PRI-LIR-RET
           END-CALL.

      * Sur une commande encore en cours, la ligne a posé sa
      * réservation ("ajulivpi") : elle est couverte à hauteur du
      * stock que les autres réservations laissent libre. Une
      * commande déjà soldée (vente comptoir) est entièrement servie.
           MOVE WS-QTE-PIE TO WS-QTE-RSV.
           MOVE 0          TO WS-QTE-BKO.

           IF WS-STA-LIV-ENC
               MOVE WS-IDF-PIE TO PG-IDF-PIE
               MOVE WS-QTE-PIE TO PG-QTE-LGN

               EXEC SQL
                   SELECT qt_pie - COALESCE(qt_rsv_pie, 0)
                          + :PG-QTE-LGN
                   INTO :PG-QTE-DSP
                   FROM piece
                   WHERE id_pie = :PG-IDF-PIE
               END-EXEC

               IF SQLCODE NOT = 0 OR PG-QTE-DSP < 0
                   MOVE 0 TO PG-QTE-DSP
               END-IF

               IF PG-QTE-DSP < WS-QTE-PIE
                   MOVE PG-QTE-DSP TO WS-QTE-RSV
                   COMPUTE WS-QTE-BKO = WS-QTE-PIE - WS-QTE-RSV
               END-IF
           END-IF.

           MOVE SPACES TO WS-DAT-PRM.

           IF WS-QTE-BKO > 0
               ADD 1 TO WS-NBR-BKO

               CALL "lirdatprm"
                   USING
                   WS-IDF-PIE
                   WS-QTE-BKO
                   WS-DAT-PRM
                   WS-SRC-PRM
                   WS-PRM-LIR-RET
               END-CALL

               IF NOT WS-PRM-LIR-RET-OK
                   MOVE "a confirmer" TO WS-DAT-PRM
               END-IF
           END-IF.

           COMPUTE WS-MNT-LGN = WS-QTE-PIE * WS-PRI-NET.
           ADD WS-MNT-LGN TO WS-MNT-TOT.
           COMPUTE WS-MNT-TOT-TTC = WS-MNT-TOT-TTC
               + WS-MNT-LGN * (1 + WS-TVA-PIE / 100).

           MOVE WS-NOM-PIE     TO WS-NOM-PIE-LGN.
           MOVE WS-QTE-PIE     TO WS-QTE-EDT.
           MOVE WS-QTE-RSV     TO WS-RSV-EDT.
           MOVE WS-QTE-BKO     TO WS-BKO-EDT.
           MOVE WS-PRI-NET     TO WS-PRI-NET-EDT.
           MOVE WS-MNT-LGN     TO WS-MNT-LGN-EDT.

           MOVE SPACES TO FD-LGN-ARC.
           STRING WS-NOM-PIE-LGN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTE-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RSV-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BKO-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PRI-NET-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MNT-LGN-EDT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DAT-PRM DELIMITED BY SIZE
                  INTO FD-LGN-ARC
           END-STRING.
           WRITE FD-LGN-ARC.

           ADD 1 TO WS-NBR-LGN.

       0600-AFC-LGN-FIN.

      *-----------------------------------------------------------------
      * Écrit le pied de l'accusé : totaux et rappel des reliquats.
       0700-PID-ARC-DEB.

           MOVE " " TO FD-LGN-ARC.
           WRITE FD-LGN-ARC.

           MOVE WS-MNT-TOT TO WS-MNT-TOT-EDT.
           MOVE SPACES TO FD-LGN-ARC.
           STRING "Montant total (HT) : " DELIMITED BY SIZE
                  WS-MNT-TOT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-ARC
           END-STRING.
           WRITE FD-LGN-ARC.

           MOVE WS-MNT-TOT-TTC TO WS-MNT-TOT-TTC-EDT.
           MOVE SPACES TO FD-LGN-ARC.
           STRING "Montant total (TTC) : " DELIMITED BY SIZE
                  WS-MNT-TOT-TTC-EDT DELIMITED BY SIZE
                  INTO FD-LGN-ARC
           END-STRING.
           WRITE FD-LGN-ARC.

           MOVE " " TO FD-LGN-ARC.
           WRITE FD-LGN-ARC.

           IF WS-NBR-BKO = 0
               MOVE "Toutes les pieces sont reservees pour vous."
                   TO FD-LGN-ARC
           ELSE
               MOVE "Le reliquat en attente partira a la date promise."
                   TO FD-LGN-ARC
           END-IF.
           WRITE FD-LGN-ARC.

           MOVE "Montants indicatifs : la facture fait foi."
               TO FD-LGN-ARC.
           WRITE FD-LGN-ARC.

       0700-PID-ARC-FIN.

      *-----------------------------------------------------------------
      * Inscrit l'accusé au registre des documents ("ajudoc", type
      * ARC) et l'adresse par mail au client : la ligne mise en file
      * d'envoi par "ajudoc" prend le canal MAIL et l'email de la
      * fiche client. Un client sans email garde la ligne "a definir"
      * pour être complétée via "ecrenv".
       0800-ENV-ARC-DEB.

           CALL "ajudoc"
               USING
               WS-TYP-DOC
               LK-IDF-LIV
               WS-NOM-FIC
               WS-NUM-CPY
               WS-DOC-AJU-RET
           END-CALL.

           IF NOT WS-DOC-AJU-RET-OK OR WS-EML-CLI = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NOM-FIC TO PG-NOM-FIC.
           MOVE WS-EML-CLI TO PG-EML-CLI.

           EXEC SQL
               UPDATE file_envoi
               SET canal_env = 'MAIL',
                   destinataire = :PG-EML-CLI
               WHERE statut_env = 0
                 AND id_doc =
                     (SELECT MAX(dg.id_doc)
                      FROM document_genere dg
                      WHERE dg.nom_fic = :PG-NOM-FIC)
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

       0800-ENV-ARC-FIN.
