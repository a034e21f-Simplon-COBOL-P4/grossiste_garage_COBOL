      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Écran de dérogation au prix plancher, appelé par les écrans de *
      * vente ("ecrvcomp", "ecrajliv", "ecrdev") quand "verprimin"     *
      * refuse une ligne (client, pièce) dont le prix net passe sous   *
      * le coût moyen pondéré majoré de la marge minimale de la        *
      * catégorie. Relit la ligne par "verprimin" (rien à demander si  *
      * elle n'est plus sous le plancher), affiche la pièce, le        *
      * client, le prix net, le prix plancher et le coût moyen, puis   *
      * recueille l'accord d'un utilisateur habilité (identifiant, mot *
      * de passe, motif) et le transmet à "ajudrgpri", qui contrôle sa *
      * fonction LIVDRG et pose la dérogation. Identifiant à blanc =   *
      * abandon ; trois essais au plus. Rend l'identifiant de la       *
      * dérogation et le code retour (OK, ou PX si la ligne reste      *
      * refusée).                                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; DRG=DEROGATION; PRI=PRIX; APB=APPROBATEUR; MDP=MOT  *
      * DE PASSE; MOT=MOTIF; MSG=MESSAGE; NET=NET; PLC=PLANCHER;       *
      * CMP=COUT MOYEN PONDERE; EDT=EDITE; NBR=NOMBRE; ESS=ESSAI;      *
      * MAX=MAXIMUM; CRG=CROCHET GAUCHE; CRD=CROCHET DROIT;            *
      * CLI=CLIENT; PIE=PIECE; CNL=CANAL; BCL=BOUCLE;                  *
      * VER=VERIFICATION; LIV=LIVRAISON; AJU=AJOUT; IDF=IDENTIFIANT.   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrdrgpri.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-APB-NOM              PIC X(20).
       01 WS-APB-MDP              PIC X(20).
       01 WS-MOT-DRG              PIC X(60).
       01 WS-MSG                  PIC X(60).

      * Prix net, prix plancher et coût moyen de la ligne, relus par
      * "verprimin", et montants affichés.
       01 WS-IDF-LIV              PIC 9(10) VALUE 0.
       01 WS-PRI-NET              PIC 9(08)V99.
       01 WS-PRI-PLC              PIC 9(08)V99.
       01 WS-PRI-CMP              PIC 9(08)V99.
       01 WS-VER-RET              PIC 9(01).
           88 WS-VER-RET-REF                 VALUE 1.
       01 WS-PRI-NET-EDT          PIC Z(07)9.99.
       01 WS-PRI-PLC-EDT          PIC Z(07)9.99.
       01 WS-PRI-CMP-EDT          PIC Z(07)9.99.

      * Trois essais au plus avant de rendre la main à l'écran de
      * vente, ligne refusée.
       77 WS-NBR-ESS              PIC 9(01).
       77 WS-NBR-ESS-MAX          PIC 9(01) VALUE 3.

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".

       COPY utiglb.

       LINKAGE SECTION.
      * Arguments d'entrée : la ligne refusée (client, pièce) et le
      * canal de vente (LIV, VCP, DEV, WEB).
       01 LK-IDF-CLI              PIC 9(10).
       01 LK-IDF-PIE              PIC 9(10).
       01 LK-CNL-DRG              PIC X(03).
      * Arguments de sortie : la dérogation posée (0 si abandon).
       01 LK-IDF-DRG              PIC 9(10).
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       SCREEN SECTION.
       COPY ecrprn.

       01 S-ECR-DRG.
           05 LINE 03 COLUMN 03 VALUE
               "Derogation au prix plancher".
           05 LINE 05 COLUMN 03 VALUE "Piece            : ".
           05 LINE 05 COLUMN 22 PIC Z(09)9 FROM LK-IDF-PIE.
           05 LINE 06 COLUMN 03 VALUE "Client           : ".
           05 LINE 06 COLUMN 22 PIC Z(09)9 FROM LK-IDF-CLI.
           05 LINE 07 COLUMN 03 VALUE "Prix net         : ".
           05 LINE 07 COLUMN 22 PIC X(11) FROM WS-PRI-NET-EDT.
           05 LINE 08 COLUMN 03 VALUE "Prix plancher    : ".
           05 LINE 08 COLUMN 22 PIC X(11) FROM WS-PRI-PLC-EDT.
           05 LINE 09 COLUMN 03 VALUE "Cout moyen       : ".
           05 LINE 09 COLUMN 22 PIC X(11) FROM WS-PRI-CMP-EDT.
           05 LINE 11 COLUMN 03 VALUE
               "Accord d'un utilisateur habilite (identifiant a blanc".
           05 LINE 11 COLUMN 57 VALUE " = abandon)".
           05 LINE 13 COLUMN 03 VALUE "Identifiant      : ".
           05 LINE 13 COLUMN 22 PIC X(01) FROM WS-CRG.
           05 LINE 13 COLUMN 23 PIC X(20) TO WS-APB-NOM AUTO.
           05 LINE 13 COLUMN 43 PIC X(01) FROM WS-CRD.
           05 LINE 14 COLUMN 03 VALUE "Mot de passe     : ".
           05 LINE 14 COLUMN 22 PIC X(01) FROM WS-CRG.
           05 LINE 14 COLUMN 23 PIC X(20) TO WS-APB-MDP SECURE AUTO.
           05 LINE 14 COLUMN 43 PIC X(01) FROM WS-CRD.
           05 LINE 15 COLUMN 03 VALUE "Motif            : ".
           05 LINE 16 COLUMN 03 PIC X(01) FROM WS-CRG.
           05 LINE 16 COLUMN 04 PIC X(60) TO WS-MOT-DRG.
           05 LINE 16 COLUMN 64 PIC X(01) FROM WS-CRD.
           05 LINE 18 COLUMN 03 PIC X(60) FROM WS-MSG.

       PROCEDURE DIVISION USING LK-IDF-CLI,
                                LK-IDF-PIE,
                                LK-CNL-DRG,
                                LK-IDF-DRG,
                                LK-AJU-RET.

           MOVE 0      TO LK-IDF-DRG.
           MOVE 0      TO WS-NBR-ESS.
           MOVE SPACES TO WS-MSG.
           SET LK-AJU-RET-PRX TO TRUE.

      * Relit le prix de la ligne : si elle n'est plus sous le
      * plancher (ou déjà couverte), rien à demander.
           CALL "verprimin"
               USING
               LK-IDF-PIE
               LK-IDF-CLI
               WS-IDF-LIV
               WS-PRI-NET
               WS-PRI-PLC
               WS-PRI-CMP
               LK-IDF-DRG
               WS-VER-RET
           END-CALL.

           IF NOT WS-VER-RET-REF
               SET LK-AJU-RET-OK TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE WS-PRI-NET TO WS-PRI-NET-EDT.
           MOVE WS-PRI-PLC TO WS-PRI-PLC-EDT.
           MOVE WS-PRI-CMP TO WS-PRI-CMP-EDT.

           PERFORM 0100-BCL-ECR-DEB
              THRU 0100-BCL-ECR-FIN.

           IF NOT LK-AJU-RET-OK
               SET LK-AJU-RET-PRX TO TRUE
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Saisie de l'accord jusqu'à dérogation posée, abandon
      * (identifiant à blanc) ou épuisement des essais.
       0100-BCL-ECR-DEB.

           PERFORM UNTIL LK-AJU-RET-OK
                      OR WS-NBR-ESS >= WS-NBR-ESS-MAX

               MOVE SPACES TO WS-APB-NOM
               MOVE SPACES TO WS-APB-MDP
               MOVE SPACES TO WS-MOT-DRG

               DISPLAY S-FND-ECR
               DISPLAY S-ECR-DRG
               ACCEPT S-ECR-DRG

               IF WS-APB-NOM = SPACES
                   SET LK-AJU-RET-PRX TO TRUE
                   EXIT PERFORM
               END-IF

               ADD 1 TO WS-NBR-ESS

               PERFORM 0200-AJU-DRG-DEB
                  THRU 0200-AJU-DRG-FIN

           END-PERFORM.
           EXIT.
       0100-BCL-ECR-FIN.

      *-----------------------------------------------------------------
      * Pose de la dérogation par "ajudrgpri" (identification de
      * l'approbateur, fonction LIVDRG, motif obligatoire).
       0200-AJU-DRG-DEB.

           CALL "ajudrgpri"
               USING
               WS-APB-NOM
               WS-APB-MDP
               WS-MOT-DRG
               LK-IDF-CLI
               LK-IDF-PIE
               LK-CNL-DRG
               WS-PRI-NET
               WS-PRI-CMP
               WS-PRI-PLC
               LK-IDF-DRG
               LK-AJU-RET
           END-CALL.

           EVALUATE TRUE
               WHEN LK-AJU-RET-OK
                   CONTINUE
               WHEN LK-AJU-RET-ROL-ERR
                   MOVE "Identifiant invalide ou non habilite (LIVDRG)"
                       TO WS-MSG
               WHEN OTHER
                   MOVE "Le motif de la derogation est obligatoire"
                       TO WS-MSG
           END-EVALUATE.

       0200-AJU-DRG-FIN.
