      * fichier de réconciliation toute ligne qu'il n'a pas pu traiter *
      * (fournisseur inconnu, erreur SQL) pour correction manuelle.    *
      *                                                                *
      * Chaque ligne peut aussi porter jusqu'à trois caractéristiques  *
      * techniques (nom d'attribut de la catégorie de la pièce,        *
      * valeur), posées via "majatt" après la mise à jour ou la        *
      * création ; un attribut inconnu part au fichier de              *
      * réconciliation. Chaque rejet est aussi inscrit dans la table   *
      * commune des rejets d'import ("ajurej"), d'où l'atelier         *
      * "ecrrej" le corrige et le fait rejouer seul par ce programme   *
      * (G-REJ-RPR : la ligne corrigée remplace la lecture du          *
      * fichier).                                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * IMP=IMPORT; CAT=CATALOGUE; PIE=PIECE; FOU=FOURNISSEUR;         *
      * REC=ENREGISTREMENT; REJ=REJET; SUL=SEUIL; IDF=IDENTIFIANT;     *
      * NOM=NOM; LCT=LECTURE; ETT=ETAT; ENC=ENCOURS; FIN=FIN;          *
      * NBR=NOMBRE; MAJ=MISE A JOUR; UTI=UTILISATEUR; ATT=ATTRIBUT;    *
      * VAL=VALEUR; IDX=INDEX; CHG=CHARGER; LGN=LIGNE; AJU=AJOUT;      *
      * RPR=REPRISE; SRC=SOURCE; MOT=MOTIF; STA=STATUT; OUV=OUVERT.    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
      * Fichier plat reçu des fournisseurs : une ligne par pièce
      * (id_fou, nom_pie, seuil_pie), suivie de zéro à trois
      * caractéristiques techniques (nom de l'attribut dans la
      * catégorie de la pièce, valeur) ; une ligne courte à l'ancien
      * format arrive complétée à blanc, donc sans caractéristique.
       FD  FIC-CAT-FOU.
       01  FD-REC-CAT.
           05 FD-IDF-FOU              PIC 9(10).
           05 FD-NOM-PIE              PIC X(50).
           05 FD-SUL-PIE              PIC 9(10).
           05 FD-ATT-PIE              OCCURS 3 TIMES.
               10 FD-NOM-ATT          PIC X(20).
               10 FD-VAL-ATT          PIC X(20).

      * Fichier de réconciliation : une ligne par entrée du catalogue
      * que le programme n'a pas pu traiter.
       01 WS-NBR-MAJ             PIC 9(05) VALUE 0.
       01 WS-NBR-AJU             PIC 9(05) VALUE 0.
       01 WS-NBR-REJ             PIC 9(05) VALUE 0.
       01 WS-NBR-ATT             PIC 9(05) VALUE 0.

      * Caractéristiques de la ligne lue, posées via "majatt" une
      * fois la pièce mise à jour ou créée ; l'attribut est désigné
      * par son nom (identifiant à zéro).
       01 WS-TAB-ATT.
           05 WS-ATT-PIE             OCCURS 3 TIMES.
               10 WS-NOM-ATT         PIC X(20).
               10 WS-VAL-ATT         PIC X(20).
       77 WS-IDX-ATT             PIC 9(01).
       77 WS-TYP-ACT             PIC 9(01) VALUE 2.
       77 WS-IDF-ATT             PIC 9(10) VALUE 0.
       77 WS-IDF-CAT             PIC 9(10) VALUE 0.
       77 WS-UNI-ATT             PIC X(10) VALUE SPACES.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-ATT==.

       COPY ajuret REPLACING ==:PREFIX:== BY ==WS==.

      * Rejet inscrit dans la table commune des rejets d'import
      * ("ajurej"), repris par l'atelier "ecrrej".
       COPY rejimp REPLACING ==:PREFIX:== BY ==WS==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-REJ==.

       COPY utiglb.

       PROCEDURE DIVISION.

      * Ligne rejouee depuis l'atelier des rejets : seule la ligne
      * corrigee est traitee, sans lire le fichier.
           IF G-REJ-RPR-OUI
               PERFORM 0900-RPR-REJ-DEB
                  THRU 0900-RPR-REJ-FIN
               EXIT PROGRAM
           END-IF.

           OPEN INPUT FIC-CAT-FOU.
           OPEN OUTPUT FIC-REJ.

           CLOSE FIC-REJ.

           DISPLAY "impcatpie : " WS-NBR-MAJ " mise(s) a jour, "
               WS-NBR-AJU " ajout(s), " WS-NBR-REJ " rejet(s), "
               WS-NBR-ATT " caracteristique(s)".

           EXIT PROGRAM.

                   SET WS-ETT-LCT-FIN TO TRUE
               NOT AT END
                   SET WS-ETT-LCT-ENC TO TRUE
                   PERFORM 0150-CHG-LGN-DEB
                      THRU 0150-CHG-LGN-FIN
           END-READ.

       0100-LCT-FIN.

      *-----------------------------------------------------------------
      * Reprend les zones de la ligne lue (ou rejouée).
       0150-CHG-LGN-DEB.

           MOVE FD-IDF-FOU TO PG-IDF-FOU.
           MOVE FD-NOM-PIE TO PG-NOM-PIE.
           MOVE FD-SUL-PIE TO PG-SUL-PIE.

           PERFORM VARYING WS-IDX-ATT FROM 1 BY 1
                   UNTIL WS-IDX-ATT > 3
               MOVE FD-NOM-ATT(WS-IDX-ATT)
                 TO WS-NOM-ATT(WS-IDX-ATT)
               MOVE FD-VAL-ATT(WS-IDX-ATT)
                 TO WS-VAL-ATT(WS-IDX-ATT)
           END-PERFORM.

       0150-CHG-LGN-FIN.

      *-----------------------------------------------------------------
      * Recherche la pièce existante par id_fou + nom_pie : mise à jour
      * si elle existe déjà, création sinon.

           ADD 1 TO WS-NBR-MAJ.

           PERFORM 0600-ATT-PIE-DEB
              THRU 0600-ATT-PIE-FIN.

       0300-MAJ-PIE-FIN.

      *-----------------------------------------------------------------

           IF WS-AJU-RET-OK
               ADD 1 TO WS-NBR-AJU

      *        "ajupie" ne rend pas l'identifiant : on relit la pièce
      *        créée pour y poser ses caractéristiques.
               EXEC SQL
                   SELECT id_pie
                   INTO :PG-IDF-PIE
                   FROM piece
                   WHERE id_fou = :PG-IDF-FOU
                     AND nom_pie = :PG-NOM-PIE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 0600-ATT-PIE-DEB
                      THRU 0600-ATT-PIE-FIN
               END-IF
           ELSE
               PERFORM 0500-ECR-REJ-DEB
                  THRU 0500-ECR-REJ-FIN
                  INTO FD-LIG-REJ
           END-STRING.

           PERFORM 0800-AJU-REJ-DEB
              THRU 0800-AJU-REJ-FIN.

           ADD 1 TO WS-NBR-REJ.

       0500-ECR-REJ-FIN.

      *-----------------------------------------------------------------
      * Pose sur la pièce les caractéristiques techniques de la ligne.
      * Un attribut inconnu dans la catégorie de la pièce (ou une
      * pièce sans catégorie, cas d'une création) part au fichier de
      * réconciliation, sans bloquer le reste de la ligne.
       0600-ATT-PIE-DEB.

           PERFORM VARYING WS-IDX-ATT FROM 1 BY 1
                   UNTIL WS-IDX-ATT > 3

               IF WS-NOM-ATT(WS-IDX-ATT) NOT = SPACES
                       AND WS-VAL-ATT(WS-IDX-ATT) NOT = SPACES
                   CALL "majatt"
                       USING
                       WS-TYP-ACT
                       WS-IDF-ATT
                       WS-IDF-CAT
                       PG-IDF-PIE
                       WS-NOM-ATT(WS-IDX-ATT)
                       WS-UNI-ATT
                       WS-VAL-ATT(WS-IDX-ATT)
                       WS-IDF-UTI
                       WS-ATT-MAJ-RET
                   END-CALL

                   IF WS-ATT-MAJ-RET-OK
                       ADD 1 TO WS-NBR-ATT
                   ELSE
                       PERFORM 0700-REJ-ATT-DEB
                          THRU 0700-REJ-ATT-FIN
                   END-IF
               END-IF
           END-PERFORM.

       0600-ATT-PIE-FIN.

      *-----------------------------------------------------------------
      * Journalise une caractéristique non posée.
       0700-REJ-ATT-DEB.

           MOVE PG-IDF-FOU TO WS-IDF-FOU-EDT.
           MOVE SPACES TO FD-LIG-REJ.

           STRING "Fournisseur " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-FOU-EDT) DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  PG-NOM-PIE DELIMITED BY "  "
                  " : attribut " DELIMITED BY SIZE
                  WS-NOM-ATT(WS-IDX-ATT) DELIMITED BY "  "
                  " non pose (" DELIMITED BY SIZE
                  WS-ATT-MAJ-RET DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO FD-LIG-REJ
           END-STRING.

           PERFORM 0800-AJU-REJ-DEB
              THRU 0800-AJU-REJ-FIN.

           ADD 1 TO WS-NBR-REJ.

       0700-REJ-ATT-FIN.

      *-----------------------------------------------------------------
      * Inscrit la ligne et son motif dans la table commune des rejets
      * d'import ("ajurej") ; le fichier de réconciliation reste
      * alimenté au passage normal, pas au rejeu depuis l'atelier.
       0800-AJU-REJ-DEB.

           MOVE "impcatpie" TO WS-REJ-SRC.
           MOVE FD-REC-CAT  TO WS-REJ-LGN.
           MOVE FD-LIG-REJ  TO WS-REJ-MOT.
           SET WS-REJ-STA-OUV TO TRUE.

           CALL "ajurej"
               USING
               WS-REJ
               WS-REJ-AJU-RET
           END-CALL.

           IF NOT G-REJ-RPR-OUI
               WRITE FD-LIG-REJ
           END-IF.

       0800-AJU-REJ-FIN.

      *-----------------------------------------------------------------
      * Rejeu d'une ligne corrigée dans l'atelier des rejets
      * ("ecrrej") : mêmes contrôles et même traitement qu'une ligne
      * du fichier.
       0900-RPR-REJ-DEB.

           MOVE G-REJ-LGN TO FD-REC-CAT.

           PERFORM 0150-CHG-LGN-DEB
              THRU 0150-CHG-LGN-FIN.

           PERFORM 0200-CHR-PIE-DEB
              THRU 0200-CHR-PIE-FIN.

       0900-RPR-REJ-FIN.
