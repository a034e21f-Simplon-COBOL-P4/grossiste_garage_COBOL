      * règlements ("ajureg") : un paiement dans la fenêtre qui        *
      * couvre le reste dû escompte déduit solde la facture, la        *
      * différence part en ligne ESCOMPTE. Même ossature que "ecrreg". *
      * Règle aussi les conditions de paiement du client               *
      * ("majcndcli" : CPT, 30N, 45F, 60N), d'où est tirée l'échéance  *
      * de ses factures.                                               *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; ESC=ESCOMPTE; CLI=CLIENT; PCT=POURCENT; JRS=JOURS;  *
      * CHX=CHOIX; MSG=MESSAGE; CRG=CROCHET GAUCHE; CRD=CROCHET        *
      * DROIT; BCL=BOUCLE; EVA=EVALUATION; IDF=IDENTIFIANT;            *
      * CND=CONDITION (DE PAIEMENT); COD=CODE.                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-IDF-CLI              PIC 9(10).
       01 WS-PCT-ESC              PIC 9(02)V99.
       01 WS-JRS-ESC              PIC 9(03).
       01 WS-COD-CND              PIC X(03).

       01 WS-CHX-UTI              PIC X(01).
       01 WS-MSG                  PIC X(60).

       COPY majret REPLACING ==:PREFIX:== BY ==WS-ESC==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-CND==.

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".
       01 S-ECR-ESC.
           05 LINE 03 COLUMN 03 VALUE "Escompte clients".
           05 LINE 05 COLUMN 03 VALUE
               "1 - Regler les conditions d'escompte d'un client".
           05 LINE 06 COLUMN 03 VALUE
               "2 - Regler ses conditions de paiement (echeance)".
           05 LINE 07 COLUMN 03 VALUE "ID client        : ".
           05 LINE 07 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 07 COLUMN 24 PIC Z(10) TO   WS-IDF-CLI.
           05 LINE 09 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 09 COLUMN 24 PIC Z(03) TO   WS-JRS-ESC.
           05 LINE 09 COLUMN 27 PIC X(01) FROM WS-CRD.
           05 LINE 10 COLUMN 03 VALUE "Conditions (2)   : ".
           05 LINE 10 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 24 PIC X(03) TO   WS-COD-CND.
           05 LINE 10 COLUMN 27 PIC X(01) FROM WS-CRD.
           05 LINE 10 COLUMN 30 VALUE
               "CPT, 30N, 45F (fin de mois), 60N".
           05 LINE 12 COLUMN 03 PIC X(60) FROM WS-MSG.
           05 LINE 22 COLUMN 20 VALUE "1/2 - Action, 0 - Retour".
           05 LINE 23 COLUMN 40 PIC X(01) FROM WS-CRG.
           05 LINE 23 COLUMN 41 PIC X(01) TO   WS-CHX-UTI.
           05 LINE 23 COLUMN 42 PIC X(01) FROM WS-CRD.
                   PERFORM 0400-MAJ-ESC-DEB
                      THRU 0400-MAJ-ESC-FIN

               WHEN '2'
                   PERFORM 0500-MAJ-CND-DEB
                      THRU 0500-MAJ-CND-FIN

               WHEN '0'
                   CONTINUE

           END-IF.

       0400-MAJ-ESC-FIN.

      *-----------------------------------------------------------------
      * Réglage des conditions de paiement du client.
       0500-MAJ-CND-DEB.

           IF WS-IDF-CLI = 0
               MOVE "Renseigner l'ID client" TO WS-MSG
           ELSE
               CALL "majcndcli"
                   USING
                   WS-IDF-CLI
                   WS-COD-CND
                   G-UTI-ID
                   WS-CND-MAJ-RET
               END-CALL

               EVALUATE TRUE
                   WHEN WS-CND-MAJ-RET-OK
                       MOVE "Conditions de paiement reglees"
                           TO WS-MSG
                   WHEN WS-CND-MAJ-RET-FK-ERR
                       MOVE "Client inconnu" TO WS-MSG
                   WHEN OTHER
                       MOVE "Code inconnu : CPT, 30N, 45F ou 60N"
                           TO WS-MSG
               END-EVALUATE
           END-IF.

       0500-MAJ-CND-FIN.
