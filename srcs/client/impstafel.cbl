      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Batch d'import des statuts du cycle de vie des factures        *
      * électroniques retournés par la plateforme de dématérialisation *
      * (fichier "statuts_pdp.dat" : type FAC/AVR, numéro, code        *
      * statut, date, motif, SIRET de la société émettrice - absent,   *
      * la société 1). Le document est cherché dans la numérotation de *
      * sa société. Chaque statut connu du catalogue "stafel" met à    *
      * jour le statut courant de "facture_electronique" et ajoute une *
      * ligne à l'historique "statut_fel_hist" ; société, document     *
      * jamais transmis, type ou code inconnus : ligne écrite dans     *
      * "statuts_pdp_rejets.txt" avec son motif et inscrite dans la    *
      * table commune des rejets d'import ("ajurej"), d'où l'atelier   *
      * "ecrrej" la corrige et la fait rejouer seule par ce programme  *
      * (G-REJ-RPR, sans réédition de la liste). Écrit ensuite la      *
      * liste des factures et avoirs à corriger                        *
      * ("factures_el_a_corriger.txt" : bloqués faute de SIREN,        *
      * refusés par le client, rejetés par la plateforme, par          *
      * société). Étape de la chaîne "chnbat".                         *
      *                                                                *
      *                           TRIGRAMMES                           *
      * STA=STATUT; FEL=FACTURE ELECTRONIQUE; FIC=FICHIER; REJ=REJET;  *
      * COR=A CORRIGER; TYP=TYPE; DOC=DOCUMENT; NUM=NUMERO; COD=CODE;  *
      * DAT=DATE; MOT=MOTIF; IDF=IDENTIFIANT; CLI=CLIENT; LCT=LECTURE; *
      * ETT=ETAT; ENC=EN COURS; TRT=TRAITEMENT; LST=LISTE; LGN=LIGNE;  *
      * NBR=NOMBRE; MAJ=MISE A JOUR; EDT=EDITION; IDX=INDEX;           *
      * NBE=NOMBRE D'ENTREES; LIB=LIBELLE; RPR=REPRISE; SRC=SOURCE;    *
      * SOC=SOCIETE; SRT=SIRET.                                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. impstafel.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-STA ASSIGN TO "statuts_pdp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-FIC.

           SELECT FIC-REJ ASSIGN TO "statuts_pdp_rejets.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FIC-COR ASSIGN TO "factures_el_a_corriger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Statuts retournés par la plateforme : une ligne par
      * changement de statut d'un document. Le SIRET de la société
      * émettrice distingue les numérotations des sociétés ; absent
      * (fichiers antérieurs), c'est la société 1.
       FD  FIC-STA.
       01  FD-REC-STA.
           05 FD-TYP-DOC              PIC X(03).
           05 FD-NUM-DOC              PIC 9(10).
           05 FD-COD-STA              PIC 9(03).
           05 FD-DAT-STA              PIC X(10).
           05 FD-MOT-STA              PIC X(80).
           05 FD-SRT-SOC              PIC X(14).

      * Fichier de rejets : une ligne par statut inexploitable.
       FD  FIC-REJ.
       01  FD-LIG-REJ                 PIC X(120).

      * Liste des factures et avoirs à corriger.
       FD  FIC-COR.
       01  FD-LIG-COR                 PIC X(160).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-TYP-DOC             PIC X(03).
       01 PG-NUM-DOC             PIC 9(10).
       01 PG-IDF-FEL             PIC 9(10).
       01 PG-STA-FEL             PIC 9(03).
       01 PG-DAT-STA             PIC X(10).
       01 PG-MOT-STA             PIC X(80).
       01 PG-NOM-CLI             PIC X(50).
       01 PG-SRT-SOC             PIC X(14).
       01 PG-IDF-SOC             PIC 9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Documents dont le statut courant n'est ni "généré" ni "à
      * renvoyer" : ceux qui demandent une correction sont retenus
      * d'après le catalogue "stafel".
       EXEC SQL
           DECLARE CUR-COR CURSOR FOR
               SELECT COALESCE(fe.id_soc, 1), fe.typ_fel, fe.num_doc,
                      fe.statut_fel,
                      CAST(fe.date_sta_fel AS VARCHAR(10)),
                      COALESCE(fe.motif_fel, ' '), c.nom_cli
               FROM facture_electronique fe
                   JOIN client c ON c.id_cli = fe.id_cli
               WHERE fe.statut_fel NOT IN (0, 1)
               ORDER BY 1, fe.date_sta_fel, fe.typ_fel DESC,
                        fe.num_doc
               FOR READ ONLY
       END-EXEC.

      * Catalogue des statuts.
       COPY stafel.
       77 WS-IDX-STA             PIC 9(02).

       01 WS-STA-FIC             PIC X(02).

       01 WS-ETT-LCT             PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

       01 WS-MOT-REJ             PIC X(40).
       01 WS-NUM-EDT             PIC Z(10).
       01 WS-COD-EDT             PIC 9(03).

       01 WS-NBR-MAJ             PIC 9(05) VALUE 0.
       01 WS-NBR-REJ             PIC 9(05) VALUE 0.
       01 WS-NBR-COR             PIC 9(05) VALUE 0.

      * Rejet inscrit dans la table commune des rejets d'import
      * ("ajurej"), repris par l'atelier "ecrrej".
       COPY rejimp REPLACING ==:PREFIX:== BY ==WS==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-REJ==.

       COPY utiglb.

       PROCEDURE DIVISION.

      * Ligne rejouee depuis l'atelier des rejets : seul le statut
      * corrige est traite, sans lire le fichier ni refaire la liste.
           IF G-REJ-RPR-OUI
               PERFORM 0900-RPR-REJ-DEB
                  THRU 0900-RPR-REJ-FIN
               MOVE 0 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT FIC-REJ.

      * Pas de fichier ce soir (aucun retour de la plateforme) :
      * seule la liste à corriger est refaite.
           OPEN INPUT FIC-STA.

           IF WS-STA-FIC = "00"
               PERFORM 0100-LCT-DEB
                  THRU 0100-LCT-FIN

               PERFORM UNTIL WS-ETT-LCT-FIN

                   PERFORM 0200-TRT-STA-DEB
                      THRU 0200-TRT-STA-FIN

                   PERFORM 0100-LCT-DEB
                      THRU 0100-LCT-FIN
               END-PERFORM

               CLOSE FIC-STA
           END-IF.

           CLOSE FIC-REJ.

           PERFORM 0400-LST-COR-DEB
              THRU 0400-LST-COR-FIN.

           DISPLAY "impstafel : " WS-NBR-MAJ " statut(s) importe(s), "
               WS-NBR-REJ " rejet(s), " WS-NBR-COR
               " document(s) a corriger".

           MOVE 0 TO RETURN-CODE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LCT-DEB.

           READ FIC-STA
               AT END
                   SET WS-ETT-LCT-FIN TO TRUE
               NOT AT END
                   SET WS-ETT-LCT-ENC TO TRUE
           END-READ.

       0100-LCT-FIN.

      *-----------------------------------------------------------------
      * Un statut : code de plateforme connu du catalogue, document
      * suivi ; le statut courant et l'historique sont mis à jour
      * d'un seul COMMIT, sinon la ligne part en rejet.
       0200-TRT-STA-DEB.

           MOVE SPACES TO WS-MOT-REJ.

           PERFORM VARYING WS-IDX-STA FROM 1 BY 1
                   UNTIL WS-IDX-STA > WS-STA-NBE
                      OR WS-STA-COD(WS-IDX-STA) = FD-COD-STA
               CONTINUE
           END-PERFORM.

           EVALUATE TRUE
               WHEN FD-TYP-DOC NOT = "FAC" AND FD-TYP-DOC NOT = "AVR"
                   MOVE "type de document inconnu" TO WS-MOT-REJ
               WHEN FD-NUM-DOC IS NOT NUMERIC
                   MOVE "numero de document invalide" TO WS-MOT-REJ
               WHEN FD-COD-STA IS NOT NUMERIC
                    OR WS-IDX-STA > WS-STA-NBE
                    OR FD-COD-STA < 200
                   MOVE "code statut inconnu" TO WS-MOT-REJ
           END-EVALUATE.

           IF WS-MOT-REJ NOT = SPACES
               PERFORM 0300-REJ-STA-DEB
                  THRU 0300-REJ-STA-FIN
               EXIT PARAGRAPH
           END-IF.

      * Société émettrice : la 1 sans SIRET, sinon celle du SIRET.
           MOVE 1 TO PG-IDF-SOC.

           IF FD-SRT-SOC NOT = SPACES
               MOVE FD-SRT-SOC TO PG-SRT-SOC

               EXEC SQL
                   SELECT id_soc
                   INTO :PG-IDF-SOC
                   FROM societe
                   WHERE siret_soc = :PG-SRT-SOC
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE "societe (SIRET) inconnue" TO WS-MOT-REJ
                   PERFORM 0300-REJ-STA-DEB
                      THRU 0300-REJ-STA-FIN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE FD-TYP-DOC TO PG-TYP-DOC.
           MOVE FD-NUM-DOC TO PG-NUM-DOC.
           MOVE FD-COD-STA TO PG-STA-FEL.
           MOVE FD-DAT-STA TO PG-DAT-STA.
           MOVE FD-MOT-STA TO PG-MOT-STA.

           EXEC SQL
               SELECT id_fel
               INTO :PG-IDF-FEL
               FROM facture_electronique
               WHERE typ_fel = :PG-TYP-DOC
                 AND num_doc = :PG-NUM-DOC
                 AND COALESCE(id_soc, 1) = :PG-IDF-SOC
               FOR UPDATE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "document jamais transmis" TO WS-MOT-REJ
               PERFORM 0300-REJ-STA-DEB
                  THRU 0300-REJ-STA-FIN
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE facture_electronique
               SET statut_fel = :PG-STA-FEL,
                   date_sta_fel = COALESCE(
                       TO_DATE(NULLIF(BTRIM(:PG-DAT-STA), ''),
                               'YYYY-MM-DD'), CURRENT_DATE),
                   motif_fel = NULLIF(BTRIM(:PG-MOT-STA), '')
               WHERE id_fel = :PG-IDF-FEL
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO statut_fel_hist
                       (id_fel, statut_sfh, date_sfh, motif_sfh,
                        id_uti, date_sai_sfh)
                   VALUES
                       (:PG-IDF-FEL, :PG-STA-FEL,
                        COALESCE(TO_DATE(NULLIF(BTRIM(:PG-DAT-STA),
                                 ''), 'YYYY-MM-DD'), CURRENT_DATE),
                        NULLIF(BTRIM(:PG-MOT-STA), ''), NULL,
                        CURRENT_DATE)
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-NBR-MAJ
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "erreur a l'enregistrement" TO WS-MOT-REJ
               PERFORM 0300-REJ-STA-DEB
                  THRU 0300-REJ-STA-FIN
           END-IF.

       0200-TRT-STA-FIN.

      *-----------------------------------------------------------------
      * Inscrit la ligne rejetée et son motif dans la table commune
      * des rejets d'import ("ajurej") ; le fichier de rejets reste
      * alimenté au passage normal, pas au rejeu depuis l'atelier.
       0300-REJ-STA-DEB.

           ADD 1 TO WS-NBR-REJ.

           MOVE "impstafel" TO WS-REJ-SRC.
           MOVE FD-REC-STA  TO WS-REJ-LGN.
           MOVE WS-MOT-REJ  TO WS-REJ-MOT.
           SET WS-REJ-STA-OUV TO TRUE.

           CALL "ajurej"
               USING
               WS-REJ
               WS-REJ-AJU-RET
           END-CALL.

           IF G-REJ-RPR-OUI
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO FD-LIG-REJ.
           STRING FD-TYP-DOC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FD-NUM-DOC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FD-COD-STA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FD-DAT-STA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FD-SRT-SOC DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOT-REJ) DELIMITED BY SIZE
                  INTO FD-LIG-REJ
           END-STRING.
           WRITE FD-LIG-REJ.

       0300-REJ-STA-FIN.

      *-----------------------------------------------------------------
      * Liste des factures et avoirs à corriger : statut courant
      * marqué "à corriger" au catalogue (bloqué faute de SIREN,
      * refusé par le client, rejeté par la plateforme), avec le
      * motif. Une fois corrigé, le document est repassé "à renvoyer"
      * depuis l'écran "ecrfel".
       0400-LST-COR-DEB.

           OPEN OUTPUT FIC-COR.

           MOVE "FACTURES ELECTRONIQUES A CORRIGER" TO FD-LIG-COR.
           WRITE FD-LIG-COR.
           MOVE SPACES TO FD-LIG-COR.
           STRING "Soc Type Numero     Statut" DELIMITED BY SIZE
                  "                         Date" DELIMITED BY SIZE
                  INTO FD-LIG-COR
           END-STRING.
           WRITE FD-LIG-COR.

           EXEC SQL OPEN CUR-COR END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-COR
                   INTO :PG-IDF-SOC, :PG-TYP-DOC, :PG-NUM-DOC,
                        :PG-STA-FEL, :PG-DAT-STA, :PG-MOT-STA,
                        :PG-NOM-CLI
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0450-LGN-COR-DEB
                      THRU 0450-LGN-COR-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-COR END-EXEC.

           CLOSE FIC-COR.

       0400-LST-COR-FIN.

      *-----------------------------------------------------------------
      * Deux lignes par document à corriger : référence, statut et
      * date, puis client et motif.
       0450-LGN-COR-DEB.

           PERFORM VARYING WS-IDX-STA FROM 1 BY 1
                   UNTIL WS-IDX-STA > WS-STA-NBE
                      OR WS-STA-COD(WS-IDX-STA) = PG-STA-FEL
               CONTINUE
           END-PERFORM.

           IF WS-IDX-STA > WS-STA-NBE
               EXIT PARAGRAPH
           END-IF.

           IF WS-STA-COR(WS-IDX-STA) NOT = "C"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NBR-COR.
           MOVE PG-NUM-DOC TO WS-NUM-EDT.
           MOVE PG-STA-FEL TO WS-COD-EDT.

           MOVE SPACES TO FD-LIG-COR.
           STRING PG-IDF-SOC DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PG-TYP-DOC DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-NUM-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COD-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STA-LIB(WS-IDX-STA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-DAT-STA DELIMITED BY SIZE
                  INTO FD-LIG-COR
           END-STRING.
           WRITE FD-LIG-COR.

           MOVE SPACES TO FD-LIG-COR.
           STRING "         " DELIMITED BY SIZE
                  FUNCTION TRIM(PG-NOM-CLI) DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  FUNCTION TRIM(PG-MOT-STA) DELIMITED BY SIZE
                  INTO FD-LIG-COR
           END-STRING.
           WRITE FD-LIG-COR.

       0450-LGN-COR-FIN.

      *-----------------------------------------------------------------
      * Rejeu d'un statut corrigé dans l'atelier des rejets ("ecrrej")
      * : mêmes contrôles qu'une ligne du fichier.
       0900-RPR-REJ-DEB.

           MOVE G-REJ-LGN TO FD-REC-STA.

           PERFORM 0200-TRT-STA-DEB
              THRU 0200-TRT-STA-FIN.

       0900-RPR-REJ-FIN.
