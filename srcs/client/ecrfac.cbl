      *                                                                *
      * Écran de facturation client : génère une facture à partir des  *
      * livraisons sortantes terminées non encore facturées d'un       *
      * client (via "ajufac") et édite le document texte d'une facture *
      * existante (via "edtfaccli"). Saisie du SIREN du client (via    *
      * "majsircli"), obligatoire pour ses factures électroniques, et  *
      * accès au suivi des factures électroniques ("ecrfel"). Régime   *
      * de TVA du client et numéro de TVA intracommunautaire (via      *
      * "majregtva") ; preuve de sortie de l'UE d'une livraison        *
      * exportée, référence douanière et date (via "majprvexp"). Même  *
      * ossature que "ecrgendoc".                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; FAC=FACTURE; CLI=CLIENT; NUM=NUMERO; NBR=NOMBRE;    *
      * IDF=IDENTIFIANT; CHX=CHOIX; UTI=UTILISATEUR; MSG=MESSAGE;      *
      * CRG=CROCHET GAUCHE; CRD=CROCHET DROIT; BCL=BOUCLE;             *
      * EVA=EVALUATION; LIV=LIVRAISON; SIR=SIREN; REG=REGIME;          *
      * TVA=TAXE SUR LA VALEUR AJOUTEE; PRV=PREUVE; REF=REFERENCE;     *
      * SRT=SORTIE; DAT=DATE.                                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-MOD-FAC              PIC 9(01).
       COPY majret REPLACING ==:PREFIX:== BY ==WS-MOD==.

      * SIREN du client, mention obligatoire des factures
      * electroniques, regle via "majsircli".
       01 WS-SIR-CLI              PIC X(09).
       COPY majret REPLACING ==:PREFIX:== BY ==WS-SIR==.

      * Regime de TVA du client (0=France, 1=intracommunautaire,
      * 2=export) et son numero de TVA, regles via "majregtva".
       01 WS-REG-TVA              PIC 9(01).
       01 WS-NUM-TVA              PIC X(14).
       COPY majret REPLACING ==:PREFIX:== BY ==WS-REG==.

      * Preuve de sortie de l'UE d'une livraison exportee, reglee
      * via "majprvexp" (date vide = aujourd'hui).
       01 WS-IDF-LIV              PIC 9(10).
       01 WS-REF-SRT              PIC X(20).
       01 WS-DAT-SRT              PIC X(10).
       COPY majret REPLACING ==:PREFIX:== BY ==WS-PRV==.

      * Passage en perte (admin) : motif obligatoire et montant
      * constate rendu par "ajuperte".
       01 WS-MOT-PRT              PIC X(76).
           05 LINE 10 COLUMN 32 PIC X(01) FROM WS-CRD.
           05 LINE 11 COLUMN 03 VALUE "Motif (3)      : ".
           05 LINE 11 COLUMN 21 PIC X(55) TO   WS-MOT-PRT.
           05 LINE 14 COLUMN 03 VALUE
               "5 - SIREN du client (factures electroniques)".
           05 LINE 14 COLUMN 51 PIC X(01) FROM WS-CRG.
           05 LINE 14 COLUMN 52 PIC X(09) TO   WS-SIR-CLI.
           05 LINE 14 COLUMN 61 PIC X(01) FROM WS-CRD.
           05 LINE 15 COLUMN 03 VALUE
               "6 - Factures electroniques (suivi, a corriger)".
           05 LINE 16 COLUMN 03 VALUE
               "7 - Regime TVA (0=Fr 1=UE 2=Export), n. TVA".
           05 LINE 16 COLUMN 51 PIC X(01) FROM WS-CRG.
           05 LINE 16 COLUMN 52 PIC 9(01) TO   WS-REG-TVA.
           05 LINE 16 COLUMN 53 PIC X(01) FROM WS-CRD.
           05 LINE 16 COLUMN 55 PIC X(01) FROM WS-CRG.
           05 LINE 16 COLUMN 56 PIC X(14) TO   WS-NUM-TVA.
           05 LINE 16 COLUMN 70 PIC X(01) FROM WS-CRD.
           05 LINE 17 COLUMN 03 PIC X(60) FROM WS-MSG.
           05 LINE 19 COLUMN 03 VALUE
               "8 - Preuve de sortie UE, ID livraison :".
           05 LINE 19 COLUMN 43 PIC X(01) FROM WS-CRG.
           05 LINE 19 COLUMN 44 PIC Z(10) TO   WS-IDF-LIV.
           05 LINE 19 COLUMN 54 PIC X(01) FROM WS-CRD.
           05 LINE 20 COLUMN 07 VALUE "Ref. douane :".
           05 LINE 20 COLUMN 21 PIC X(01) FROM WS-CRG.
           05 LINE 20 COLUMN 22 PIC X(20) TO   WS-REF-SRT.
           05 LINE 20 COLUMN 42 PIC X(01) FROM WS-CRD.
           05 LINE 20 COLUMN 45 VALUE "Date sortie :".
           05 LINE 20 COLUMN 59 PIC X(01) FROM WS-CRG.
           05 LINE 20 COLUMN 60 PIC X(10) TO   WS-DAT-SRT.
           05 LINE 20 COLUMN 70 PIC X(01) FROM WS-CRD.
           05 LINE 22 COLUMN 20 VALUE
               "1/2/3/4/5/6/7/8 - Action, 0 - Retour".
           05 LINE 23 COLUMN 40 PIC X(01) FROM WS-CRG.
           05 LINE 23 COLUMN 41 PIC X(01) TO   WS-CHX-UTI.
           05 LINE 23 COLUMN 42 PIC X(01) FROM WS-CRD.

      * Affichage en boucle de l'écran tant que l'utilisateur ne rentre
      * pas 0 pour revenir au menu.

      * Facture pré-sélectionnée par la recherche universelle
      * ("ecrrch") : son document est édité d'emblée (action 2).
           IF G-IDF-SEL > 0
               MOVE G-IDF-SEL TO WS-IDF-FAC
               MOVE 0 TO G-IDF-SEL
               PERFORM 0500-EDT-FAC-DEB
                  THRU 0500-EDT-FAC-FIN
           END-IF.

           PERFORM UNTIL WS-CHX-UTI = '0'

               DISPLAY S-FND-ECR
                   PERFORM 0700-MOD-FAC-DEB
                      THRU 0700-MOD-FAC-FIN

               WHEN '5'
                   PERFORM 0800-SIR-CLI-DEB
                      THRU 0800-SIR-CLI-FIN

               WHEN '6'
                   CALL "ecrfel" END-CALL

               WHEN '7'
                   PERFORM 0900-REG-TVA-DEB
                      THRU 0900-REG-TVA-FIN

               WHEN '8'
                   PERFORM 1000-PRV-SRT-DEB
                      THRU 1000-PRV-SRT-FIN

               WHEN '0'
                   CONTINUE

           END-IF.

       0700-MOD-FAC-FIN.

      *-----------------------------------------------------------------
      * Saisie du SIREN du client : tant qu'il manque, ses factures
      * et avoirs sont bloques a l'export en facture electronique.
       0800-SIR-CLI-DEB.

           IF WS-IDF-CLI = 0
               MOVE "Renseigner l'ID client" TO WS-MSG
           ELSE
               CALL "majsircli"
                   USING
                   WS-IDF-CLI
                   WS-SIR-CLI
                   G-UTI-ID
                   WS-SIR-MAJ-RET
               END-CALL

               EVALUATE TRUE
                   WHEN WS-SIR-MAJ-RET-OK
                       MOVE "SIREN du client enregistre" TO WS-MSG
                   WHEN WS-SIR-MAJ-RET-FK-ERR
                       MOVE "Client inconnu" TO WS-MSG
                   WHEN WS-SIR-MAJ-RET-ROL-ERR
                       MOVE "Droits insuffisants" TO WS-MSG
                   WHEN OTHER
                       MOVE "SIREN invalide (9 chiffres, cle fausse)"
                           TO WS-MSG
               END-EVALUATE
           END-IF.

       0800-SIR-CLI-FIN.

      *-----------------------------------------------------------------
      * Regime de TVA du client : un client UE avec son numero de TVA
      * ou un client export est facture sans TVA, avec la mention
      * d'exoneration.
       0900-REG-TVA-DEB.

           IF WS-IDF-CLI = 0
               MOVE "Renseigner l'ID client" TO WS-MSG
           ELSE
               CALL "majregtva"
                   USING
                   WS-IDF-CLI
                   WS-REG-TVA
                   WS-NUM-TVA
                   G-UTI-ID
                   WS-REG-MAJ-RET
               END-CALL

               EVALUATE TRUE
                   WHEN WS-REG-MAJ-RET-OK
                       MOVE "Regime de TVA du client enregistre"
                           TO WS-MSG
                   WHEN WS-REG-MAJ-RET-FK-ERR
                       MOVE "Client inconnu" TO WS-MSG
                   WHEN WS-REG-MAJ-RET-ROL-ERR
                       MOVE "Droits insuffisants" TO WS-MSG
                   WHEN OTHER
                       MOVE "Regime invalide (UE : n. TVA etranger)"
                           TO WS-MSG
               END-EVALUATE
           END-IF.

       0900-REG-TVA-FIN.

      *-----------------------------------------------------------------
      * Preuve de sortie de l'UE d'une livraison exportee : sans elle,
      * la facture reste dans l'edition "edtprvexp".
       1000-PRV-SRT-DEB.

           IF WS-IDF-LIV = 0
               MOVE "Renseigner l'ID livraison" TO WS-MSG
           ELSE
               CALL "majprvexp"
                   USING
                   WS-IDF-LIV
                   WS-REF-SRT
                   WS-DAT-SRT
                   G-UTI-ID
                   WS-PRV-MAJ-RET
               END-CALL

               EVALUATE TRUE
                   WHEN WS-PRV-MAJ-RET-OK
                       MOVE "Preuve de sortie enregistree" TO WS-MSG
                   WHEN WS-PRV-MAJ-RET-FK-ERR
                       MOVE "Livraison sortante terminee introuvable"
                           TO WS-MSG
                   WHEN WS-PRV-MAJ-RET-ROL-ERR
                       MOVE "Droits insuffisants" TO WS-MSG
                   WHEN OTHER
                       MOVE "Reference vide ou date invalide/future"
                           TO WS-MSG
               END-EVALUATE
           END-IF.

       1000-PRV-SRT-FIN.
