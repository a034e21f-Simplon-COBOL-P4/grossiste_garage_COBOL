      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Écran des paiements fournisseurs : saisie d'un paiement fait   *
      * à un fournisseur, imputé sur ses factures rapprochées          *
      * ("ajuregfou"), coordonnées bancaires IBAN/BIC en double        *
      * contrôle (écran "ecrribfou" : demande de changement, puis      *
      * confirmation par un autre utilisateur après rappel du          *
      * fournisseur), génération de la remise hebdomadaire de          *
      * virements SEPA des factures arrivant à échéance                *
      * ("genvirfou"), confirmation d'une remise débitée,              *
      * comptabilisée virement par virement ("majvirfou"), et édition  *
      * du grand livre fournisseurs ("edtgrlfou"). Règle aussi les     *
      * conditions de paiement du fournisseur ("majcndfou" : CPT, 30N, *
      * 45F, 60N), d'où est tirée l'échéance de ses factures. Même     *
      * ossature que "ecrmdt".                                         *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; REG=REGLEMENT; FOU=FOURNISSEUR; MOD=MODE;           *
      * MNT=MONTANT; REF=REFERENCE; BIC=CODE BANQUE; DAT=DATE;         *
      * EXE=EXECUTION; VIR=VIREMENT; NBR=NOMBRE; CHX=CHOIX;            *
      * MSG=MESSAGE; CRG=CROCHET GAUCHE; CRD=CROCHET DROIT;            *
      * BCL=BOUCLE; EVA=EVALUATION; RIB=RELEVE D'IDENTITE BANCAIRE;    *
      * GRL=GRAND LIVRE; CFM=CONFIRMATION; CND=CONDITION (DE           *
      * PAIEMENT); COD=CODE.                                           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrregfou.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-IDF-FOU              PIC 9(10).
       01 WS-DAT-REG              PIC X(10).
       01 WS-MOD-REG              PIC X(10).
       01 WS-MNT-REG              PIC 9(08)V99.
       01 WS-MNT-REG-AJU          PIC 9(10)V99.
       01 WS-REF-REG              PIC X(20).
       01 WS-IDF-REG              PIC 9(10).
       01 WS-DAT-EXE              PIC X(10).
       01 WS-COD-CND              PIC X(03).

       01 WS-NBR-VIR              PIC 9(05).
       01 WS-NBR-CFM              PIC 9(05).
       01 WS-NBR-EDT              PIC Z(05).
       01 WS-IDF-REG-EDT          PIC Z(10).

       01 WS-CHX-UTI              PIC X(01).
       01 WS-MSG                  PIC X(60).

       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-REG==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-GEN==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-CFM==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-CND==.

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".

       COPY utiglb.

       SCREEN SECTION.
       COPY ecrprn.

       01 S-ECR-REG-FOU.
           05 LINE 03 COLUMN 03 VALUE "Paiements fournisseurs".
           05 LINE 04 COLUMN 03 VALUE
               "1 - Saisir un paiement (impute sur factures a payer)".
           05 LINE 05 COLUMN 03 VALUE
               "2 - IBAN/BIC d'un fournisseur (double controle)".
           05 LINE 06 COLUMN 03 VALUE
               "3 - Generer la remise de virements (echeance J+7)".
           05 LINE 07 COLUMN 03 VALUE
               "4 - Confirmer une remise debitee (comptabilise)".
           05 LINE 08 COLUMN 03 VALUE
               "5 - Editer le grand livre fournisseurs".
           05 LINE 08 COLUMN 45 VALUE
               "6 - Conditions de paiement".
           05 LINE 10 COLUMN 03 VALUE "ID fourn.(1/2/6) : ".
           05 LINE 10 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 24 PIC Z(10) TO   WS-IDF-FOU.
           05 LINE 10 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 11 COLUMN 03 VALUE "Date paiem. (1)  : ".
           05 LINE 11 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 24 PIC X(10) TO   WS-DAT-REG.
           05 LINE 11 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 11 COLUMN 40 VALUE "Mode : ".
           05 LINE 11 COLUMN 47 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 48 PIC X(10) TO   WS-MOD-REG.
           05 LINE 11 COLUMN 58 PIC X(01) FROM WS-CRD.
           05 LINE 12 COLUMN 03 VALUE "Montant (1)      : ".
           05 LINE 12 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 12 COLUMN 24 PIC Z(08)9.99 TO WS-MNT-REG.
           05 LINE 12 COLUMN 36 PIC X(01) FROM WS-CRD.
           05 LINE 12 COLUMN 40 VALUE "Ref. : ".
           05 LINE 12 COLUMN 47 PIC X(01) FROM WS-CRG.
           05 LINE 12 COLUMN 48 PIC X(20) TO   WS-REF-REG.
           05 LINE 12 COLUMN 68 PIC X(01) FROM WS-CRD.
           05 LINE 15 COLUMN 03 VALUE "Date exec. (3/4) : ".
           05 LINE 15 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 15 COLUMN 24 PIC X(10) TO   WS-DAT-EXE.
           05 LINE 15 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 16 COLUMN 03 VALUE "Conditions (6)   : ".
           05 LINE 16 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 16 COLUMN 24 PIC X(03) TO   WS-COD-CND.
           05 LINE 16 COLUMN 27 PIC X(01) FROM WS-CRD.
           05 LINE 16 COLUMN 30 VALUE
               "CPT, 30N, 45F (fin de mois), 60N".
           05 LINE 18 COLUMN 03 PIC X(60) FROM WS-MSG.
           05 LINE 22 COLUMN 20 VALUE "1 a 6 - Action, 0 - Retour".
           05 LINE 23 COLUMN 40 PIC X(01) FROM WS-CRG.
           05 LINE 23 COLUMN 41 PIC X(01) TO   WS-CHX-UTI.
           05 LINE 23 COLUMN 42 PIC X(01) FROM WS-CRD.

       PROCEDURE DIVISION.

           PERFORM 0100-BCL-ECR-DEB
              THRU 0100-BCL-ECR-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************
       0100-BCL-ECR-DEB.

      * Affichage en boucle de l'écran tant que l'utilisateur ne rentre
      * pas 0 pour revenir au menu.
           PERFORM UNTIL WS-CHX-UTI = '0'

               DISPLAY S-FND-ECR
               ACCEPT S-ECR-REG-FOU

               MOVE SPACES TO WS-MSG

               PERFORM 0300-EVA-CHX-UTI-DEB
                  THRU 0300-EVA-CHX-UTI-FIN

           END-PERFORM.
           EXIT.
       0100-BCL-ECR-FIN.

      *-----------------------------------------------------------------

       0300-EVA-CHX-UTI-DEB.

           EVALUATE WS-CHX-UTI

               WHEN '1'
                   PERFORM 0400-AJU-REG-DEB
                      THRU 0400-AJU-REG-FIN

               WHEN '2'
                   PERFORM 0500-MAJ-RIB-DEB
                      THRU 0500-MAJ-RIB-FIN

               WHEN '3'
                   PERFORM 0600-GEN-VIR-DEB
                      THRU 0600-GEN-VIR-FIN

               WHEN '4'
                   PERFORM 0700-CFM-VIR-DEB
                      THRU 0700-CFM-VIR-FIN

               WHEN '5'
                   CALL "edtgrlfou"
                   END-CALL
                   MOVE "Grand livre edite" TO WS-MSG

               WHEN '6'
                   PERFORM 0800-MAJ-CND-DEB
                      THRU 0800-MAJ-CND-FIN

               WHEN '0'
                   CONTINUE

               WHEN OTHER
                   MOVE "Veuillez saisir une des options existantes"
                       TO WS-MSG

           END-EVALUATE.

       0300-EVA-CHX-UTI-FIN.

      *-----------------------------------------------------------------
      * Saisie d'un paiement fait au fournisseur.
       0400-AJU-REG-DEB.

           IF WS-IDF-FOU = 0 OR WS-DAT-REG = SPACES
                   OR WS-MNT-REG = 0
               MOVE "Renseigner fournisseur, date et montant"
                   TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-MNT-REG TO WS-MNT-REG-AJU.

           CALL "ajuregfou"
               USING
               WS-IDF-FOU
               WS-DAT-REG
               WS-MOD-REG
               WS-MNT-REG-AJU
               WS-REF-REG
               G-UTI-ID
               WS-IDF-REG
               WS-REG-AJU-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-REG-AJU-RET-OK
                   MOVE WS-IDF-REG TO WS-IDF-REG-EDT
                   STRING "Paiement enregistre, ID : "
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-REG-EDT)
                          DELIMITED BY SIZE
                          INTO WS-MSG
                   END-STRING
               WHEN WS-REG-AJU-RET-ROL-ERR
                   MOVE "Droits insuffisants" TO WS-MSG
               WHEN OTHER
                   MOVE "Paiement refuse (periode close ou erreur)"
                       TO WS-MSG
           END-EVALUATE.

       0400-AJU-REG-FIN.

      *-----------------------------------------------------------------
      * Coordonnées bancaires du fournisseur : demande, confirmation
      * et historique des changements sur leur écran propre.
       0500-MAJ-RIB-DEB.

           CALL "ecrribfou"
               USING
               WS-IDF-FOU
           END-CALL.

       0500-MAJ-RIB-FIN.

      *-----------------------------------------------------------------
      * Génération de la remise pour la date d'exécution saisie.
       0600-GEN-VIR-DEB.

           IF WS-DAT-EXE = SPACES
               MOVE "Renseigner la date d'execution" TO WS-MSG
           ELSE
               CALL "genvirfou"
                   USING
                   WS-DAT-EXE
                   G-UTI-ID
                   WS-NBR-VIR
                   WS-GEN-AJU-RET
               END-CALL

               IF WS-GEN-AJU-RET-OK
                   MOVE WS-NBR-VIR TO WS-NBR-EDT
                   STRING FUNCTION TRIM(WS-NBR-EDT)
                          DELIMITED BY SIZE
                          " virement(s) emis dans la remise"
                          DELIMITED BY SIZE
                          INTO WS-MSG
                   END-STRING
               ELSE
                   MOVE "Generation de la remise impossible"
                       TO WS-MSG
               END-IF
           END-IF.

       0600-GEN-VIR-FIN.

      *-----------------------------------------------------------------
      * Confirmation d'une remise débitée : comptabilisation par
      * la logique d'imputation de "ajuregfou".
       0700-CFM-VIR-DEB.

           IF WS-DAT-EXE = SPACES
               MOVE "Renseigner la date d'execution" TO WS-MSG
           ELSE
               CALL "majvirfou"
                   USING
                   WS-DAT-EXE
                   G-UTI-ID
                   WS-NBR-CFM
                   WS-CFM-MAJ-RET
               END-CALL

               IF WS-CFM-MAJ-RET-OK
                   MOVE WS-NBR-CFM TO WS-NBR-EDT
                   STRING FUNCTION TRIM(WS-NBR-EDT)
                          DELIMITED BY SIZE
                          " virement(s) comptabilise(s)"
                          DELIMITED BY SIZE
                          INTO WS-MSG
                   END-STRING
               ELSE
                   MOVE "Confirmation interrompue : relancer"
                       TO WS-MSG
               END-IF
           END-IF.

       0700-CFM-VIR-FIN.

      *-----------------------------------------------------------------
      * Réglage des conditions de paiement du fournisseur.
       0800-MAJ-CND-DEB.

           IF WS-IDF-FOU = 0
               MOVE "Renseigner l'ID fournisseur" TO WS-MSG
           ELSE
               CALL "majcndfou"
                   USING
                   WS-IDF-FOU
                   WS-COD-CND
                   G-UTI-ID
                   WS-CND-MAJ-RET
               END-CALL

               EVALUATE TRUE
                   WHEN WS-CND-MAJ-RET-OK
                       MOVE "Conditions de paiement reglees"
                           TO WS-MSG
                   WHEN WS-CND-MAJ-RET-FK-ERR
                       MOVE "Fournisseur inconnu" TO WS-MSG
                   WHEN WS-CND-MAJ-RET-ROL-ERR
                       MOVE "Droits insuffisants" TO WS-MSG
                   WHEN OTHER
                       MOVE "Code inconnu : CPT, 30N, 45F ou 60N"
                           TO WS-MSG
               END-EVALUATE
           END-IF.

       0800-MAJ-CND-FIN.
