      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de dérogation au prix plancher : quand          *
      * "verprimin" refuse une ligne de vente dont le prix net passe   *
      * sous le coût moyen pondéré majoré de la marge minimale, un     *
      * utilisateur habilité l'autorise en s'identifiant (nom et mot   *
      * de passe contrôlés par "letutl") et en donnant un motif.       *
      * L'approbateur doit avoir la fonction LIVDRG (niveau mise à     *
      * jour) dans la matrice des droits de son rôle ; l'utilisateur   *
      * connecté garde la sienne. La dérogation est posée dans la      *
      * table derogation_prix (id_drg, id_cli, id_pie, canal_drg       *
      * LIV/VCP/DEV/WEB, prix_net_drg, cump_drg, plancher_drg,         *
      * motif_drg, id_uti_dem, id_uti_drg, date_drg, id_liv_drg à NULL *
      * tant qu'aucune ligne de livraison ne l'a consommée), validée   *
      * et journalisée via "ajulog". Les dérogations du mois sont      *
      * éditées par "edtdrgpri".                                       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; DRG=DEROGATION; PRI=PRIX; APB=APPROBATEUR; MDP=MOT  *
      * DE PASSE; MOT=MOTIF; CLI=CLIENT; PIE=PIECE; CNL=CANAL;         *
      * NET=NET; CMP=COUT MOYEN PONDERE; PLC=PLANCHER; DEM=DEMANDEUR;  *
      * RLE=ROLE; SAV=SAUVEGARDE; FCT=FONCTION; NIV=NIVEAU; MAJ=MISE A *
      * JOUR; EXP=EXPIRE; EDT=EDITION; IDF=IDENTIFIANT.                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ajudrgpri.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-CNL-DRG             PIC X(03).
       01 PG-PRI-NET             PIC 9(08)V99.
       01 PG-PRI-CMP             PIC 9(08)V99.
       01 PG-PRI-PLC             PIC 9(08)V99.
       01 PG-MOT-DRG             PIC X(60).
       01 PG-IDF-DEM             PIC 9(10).
       01 PG-IDF-APB             PIC 9(10).
       01 PG-IDF-DRG             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Identification de l'utilisateur qui accorde la dérogation
      * ("letutl") et contrôle de sa fonction LIVDRG ("verfct", sous
      * le rôle de l'approbateur le temps de l'appel).
       01 WS-APB-RLE             PIC X(14).
       01 WS-APB-ID              PIC 9(10).
       01 WS-APB-MDP-EXP         PIC 9(01).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-APB==.
       01 WS-RLE-SAV             PIC X(14).
       01 WS-FCT-DRG             PIC X(06) VALUE "LIVDRG".
       01 WS-NIV-MAJ             PIC 9(01) VALUE 1.
       01 WS-FCT-RET             PIC 9(01).
           88 WS-FCT-RET-OK                  VALUE 0.

      * Message et type de log de la dérogation.
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "derogation".
       01 WS-IDF-PIE-EDT         PIC Z(09)9.
       01 WS-IDF-CLI-EDT         PIC Z(09)9.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       COPY utiglb.

       LINKAGE SECTION.
      * Arguments d'entrée : identifiant et mot de passe de
      * l'approbateur, motif, puis la ligne refusée (client, pièce,
      * canal LIV/VCP/DEV/WEB, prix net, coût moyen, prix plancher).
       01 LK-APB-NOM             PIC X(20).
       01 LK-APB-MDP             PIC X(20).
       01 LK-MOT-DRG             PIC X(60).
       01 LK-IDF-CLI             PIC 9(10).
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-CNL-DRG             PIC X(03).
       01 LK-PRI-NET             PIC 9(08)V99.
       01 LK-PRI-CMP             PIC 9(08)V99.
       01 LK-PRI-PLC             PIC 9(08)V99.
      * Arguments de sortie : la dérogation posée.
       01 LK-IDF-DRG             PIC 9(10).
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-APB-NOM,
                                LK-APB-MDP,
                                LK-MOT-DRG,
                                LK-IDF-CLI,
                                LK-IDF-PIE,
                                LK-CNL-DRG,
                                LK-PRI-NET,
                                LK-PRI-CMP,
                                LK-PRI-PLC,
                                LK-IDF-DRG,
                                LK-AJU-RET.

           MOVE 0 TO LK-IDF-DRG.

           PERFORM 0100-VER-APB-DEB
              THRU 0100-VER-APB-FIN.

           IF LK-AJU-RET-OK
               PERFORM 0200-AJU-DRG-DEB
                  THRU 0200-AJU-DRG-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * L'approbateur s'identifie (mot de passe contrôlé par "letutl")
      * et doit avoir la fonction LIVDRG au niveau mise à jour dans la
      * matrice des droits de son propre rôle. Un motif est exigé.
       0100-VER-APB-DEB.

           SET LK-AJU-RET-OK TO TRUE.

           IF LK-MOT-DRG = SPACES OR LK-APB-NOM = SPACES
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           CALL "letutl"
               USING
               LK-APB-NOM
               LK-APB-MDP
               WS-APB-RLE
               WS-APB-ID
               WS-APB-MDP-EXP
               WS-APB-LIR-RET
           END-CALL.

           IF NOT WS-APB-LIR-RET-OK
               SET LK-AJU-RET-ROL-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE G-UTI-RLE  TO WS-RLE-SAV.
           MOVE WS-APB-RLE TO G-UTI-RLE.

           CALL "verfct"
               USING
               WS-FCT-DRG
               WS-NIV-MAJ
               WS-FCT-RET
           END-CALL.

           MOVE WS-RLE-SAV TO G-UTI-RLE.

           IF NOT WS-FCT-RET-OK
               SET LK-AJU-RET-ROL-ERR TO TRUE
           END-IF.

       0100-VER-APB-FIN.

      *-----------------------------------------------------------------
      * Pose la dérogation (non consommée : id_liv_drg à NULL jusqu'à
      * ce qu'une ligne de livraison la rattache) et la journalise.
       0200-AJU-DRG-DEB.

           MOVE LK-IDF-CLI TO PG-IDF-CLI.
           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE LK-CNL-DRG TO PG-CNL-DRG.
           MOVE LK-PRI-NET TO PG-PRI-NET.
           MOVE LK-PRI-CMP TO PG-PRI-CMP.
           MOVE LK-PRI-PLC TO PG-PRI-PLC.
           MOVE LK-MOT-DRG TO PG-MOT-DRG.
           MOVE G-UTI-ID   TO PG-IDF-DEM.
           MOVE WS-APB-ID  TO PG-IDF-APB.

           EXEC SQL
               INSERT INTO derogation_prix (id_cli, id_pie, canal_drg,
                   prix_net_drg, cump_drg, plancher_drg, motif_drg,
                   id_uti_dem, id_uti_drg, date_drg)
               VALUES (:PG-IDF-CLI, :PG-IDF-PIE, :PG-CNL-DRG,
                   :PG-PRI-NET, :PG-PRI-CMP, :PG-PRI-PLC,
                   :PG-MOT-DRG, :PG-IDF-DEM, :PG-IDF-APB, CURRENT_DATE)
               RETURNING id_drg INTO :PG-IDF-DRG
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.
           MOVE PG-IDF-DRG TO LK-IDF-DRG.

           MOVE LK-IDF-PIE TO WS-IDF-PIE-EDT.
           MOVE LK-IDF-CLI TO WS-IDF-CLI-EDT.
           MOVE SPACES     TO WS-MSG-LOG.

           STRING 'derogation prix plancher piece '
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-PIE-EDT) DELIMITED BY SIZE
                  ' client ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-CLI-EDT) DELIMITED BY SIZE
                  ' par ' DELIMITED BY SIZE
                  FUNCTION TRIM(LK-APB-NOM) DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               PG-IDF-APB,
                               WS-LOG-AJU-RET
           END-CALL.

       0200-AJU-DRG-FIN.
