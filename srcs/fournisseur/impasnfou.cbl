      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch qui importe les avis d'expédition des          *
      * fournisseurs (fichier avis_expedition.dat) : pour chaque ligne *
      * annoncée (livraison, pièce, quantité expédiée, nouvelle date   *
      * d'arrivée), rapproche la livraison entrante encore "en cours", *
      * met à jour sa date de fin prévue (date_fin_liv) et enregistre  *
      * la quantité annoncée sur la ligne (qt_annoncee_pie) : le       *
      * rapport des retards ("lirretliv") et l'écran de réception      *
      * connaissent ainsi les expéditions partielles avant l'arrivée   *
      * du camion, au lieu de découvrir l'écart à quai. Toute ligne    *
      * irrattachable part dans un fichier de rejets, sur le modèle de *
      * "impcatpie", et dans la table commune des rejets d'import      *
      * ("ajurej"), d'où l'atelier "ecrrej" la corrige et la fait      *
      * rejouer seule par ce programme (G-REJ-RPR).                    *
      *                                                                *
      * Livraison directe ("ajulivdir") : l'expédition annoncée vaut   *
      * réception chez le client, la quantité annoncée est aussi       *
      * portée en quantité reçue ; en fin de fichier, chaque entrante  *
      * directe dont toutes les lignes sont annoncées est clôturée par *
      * "majliv", avec sa sortante qui devient facturable.             *
      *                                                                *
      *                           TRIGRAMMES                           *
      * IMP=IMPORT; ASN=AVIS D'EXPEDITION; FOU=FOURNISSEUR;            *
      * LIV=LIVRAISON; PIE=PIECE; QTE=QUANTITE; ANC=ANNONCEE;          *
      * DAT=DATE; REJ=REJET; LCT=LECTURE; ETT=ETAT; NBR=NOMBRE;        *
      * IDF=IDENTIFIANT; DIR=DIRECTE; CLO=CLOTURE; UTI=UTILISATEUR;    *
      * VER=VERSION; CHG=CHARGER; RPR=REPRISE; SRC=SOURCE; LGN=LIGNE;  *
      * MOT=MOTIF; STA=STATUT.                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-QTE-ANC             PIC 9(10).
       01 PG-DAT-ARR             PIC X(10).
       01 PG-NBR-LIV             PIC 9(05).
      * Livraison directe ("ajulivdir") : la quantite expediee par le
      * fournisseur est celle que recoit le client ; entrante a
      * cloturer une fois toutes ses lignes annoncees.
       01 PG-DIR-LIV             PIC 9(01).
       01 PG-IDF-LIV-CLO         PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-NBR-MAJ             PIC 9(05) VALUE 0.
       01 WS-NBR-REJ             PIC 9(05) VALUE 0.

      * Cloture des livraisons directes expediees ("majliv", sans
      * controle de version) : la sortante liee devient facturable.
       01 WS-NBR-DIR             PIC 9(05) VALUE 0.
       01 WS-IDF-UTI             PIC 9(10) VALUE 0.
       01 WS-VER                 PIC X(26) VALUE SPACES.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-CLO==.

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

           OPEN INPUT FIC-ASN.
           OPEN OUTPUT FIC-REJ.

           CLOSE FIC-ASN.
           CLOSE FIC-REJ.

           PERFORM 0500-CLO-DIR-DEB
              THRU 0500-CLO-DIR-FIN.

           DISPLAY "impasnfou : " WS-NBR-MAJ " annonce(s) prise(s)"
               " en compte, " WS-NBR-REJ " rejet(s), " WS-NBR-DIR
               " livraison(s) directe(s) expediee(s)".

           EXIT PROGRAM.

                   SET WS-ETT-LCT-FIN TO TRUE
               NOT AT END
                   SET WS-ETT-LCT-ENC TO TRUE
                   PERFORM 0150-CHG-ANC-DEB
                      THRU 0150-CHG-ANC-FIN
           END-READ.

       0100-LCT-FIN.

      *-----------------------------------------------------------------
      * Reprend les zones de l'annonce lue (ou rejouée).
       0150-CHG-ANC-DEB.

           MOVE FD-IDF-LIV TO PG-IDF-LIV.
           MOVE FD-IDF-PIE TO PG-IDF-PIE.
           MOVE FD-QTE-ANC TO PG-QTE-ANC.
           MOVE FD-DAT-ARR TO PG-DAT-ARR.

       0150-CHG-ANC-FIN.

      *-----------------------------------------------------------------
      * Rapproche l'annonce de la livraison entrante "en cours" ; si
      * elle existe, pose la date annoncée et la quantité annoncée sur
       0200-TRT-ANC-DEB.

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(directe_liv), 0)
               INTO :PG-NBR-LIV, :PG-DIR-LIV
               FROM livraison
               WHERE id_liv = :PG-IDF-LIV
                 AND id_fou IS NOT NULL
               END-EXEC
           END-IF.

      * Livraison directe : rien n'arrive a quai, la quantite
      * expediee chez le client vaut quantite recue (ecart constate
      * si l'expedition est partielle).
           IF SQLCODE = 0 AND PG-DIR-LIV = 1
               EXEC SQL
                   UPDATE livraison_piece
                   SET qt_recue_pie = :PG-QTE-ANC,
                       ecart_pie = CASE WHEN qt_liv_pie = :PG-QTE-ANC
                                        THEN 0 ELSE 1 END
                   WHERE id_liv = :PG-IDF-LIV
                     AND id_pie = :PG-IDF-PIE
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-NBR-MAJ
                  " ou ligne inconnue)" DELIMITED BY SIZE
                  INTO FD-LIG-REJ
           END-STRING.

      * L'annonce et son motif partent aussi dans la table commune
      * des rejets d'import ("ajurej") ; le fichier de rejets reste
      * alimenté au passage normal, pas au rejeu depuis l'atelier.
           MOVE "impasnfou" TO WS-REJ-SRC.
           MOVE FD-REC-ASN  TO WS-REJ-LGN.
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

           ADD 1 TO WS-NBR-REJ.

       0400-REJ-ANC-FIN.

      *-----------------------------------------------------------------
      * Livraisons directes ("ajulivdir") dont toutes les lignes ont
      * ete annoncees expediees : l'avis d'expedition vaut
      * confirmation de livraison, "majliv" cloture l'entrante et sa
      * sortante client (sans mouvement de stock), qui devient
      * facturable. Relues une a une par identifiant croissant, car
      * "majliv" valide chaque cloture par son propre COMMIT.
       0500-CLO-DIR-DEB.

           MOVE 0 TO PG-IDF-LIV-CLO.
           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   SELECT COALESCE(MIN(l.id_liv), 0)
                   INTO :PG-IDF-LIV-CLO
                   FROM livraison l
                   WHERE l.id_fou IS NOT NULL
                     AND COALESCE(l.directe_liv, 0) = 1
                     AND l.statut_liv = 0
                     AND l.supprime_le = ''
                     AND l.id_liv > :PG-IDF-LIV-CLO
                     AND EXISTS
                         (SELECT 1 FROM livraison_piece lp
                          WHERE lp.id_liv = l.id_liv)
                     AND NOT EXISTS
                         (SELECT 1 FROM livraison_piece lp
                          WHERE lp.id_liv = l.id_liv
                            AND lp.qt_annoncee_pie IS NULL)
               END-EXEC

               IF SQLCODE NOT = 0 OR PG-IDF-LIV-CLO = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   CALL "majliv"
                       USING
                       PG-IDF-LIV-CLO
                       WS-IDF-UTI
                       WS-VER
                       WS-CLO-MAJ-RET
                   END-CALL

                   IF WS-CLO-MAJ-RET-OK
                       ADD 1 TO WS-NBR-DIR
                   END-IF
               END-IF
           END-PERFORM.

       0500-CLO-DIR-FIN.

      *-----------------------------------------------------------------
      * Rejeu d'une annonce corrigée dans l'atelier des rejets
      * ("ecrrej") : mêmes contrôles qu'une ligne du fichier, puis
      * clôture des livraisons directes désormais toutes annoncées.
       0900-RPR-REJ-DEB.

           MOVE G-REJ-LGN TO FD-REC-ASN.

           PERFORM 0150-CHG-ANC-DEB
              THRU 0150-CHG-ANC-FIN.

           PERFORM 0200-TRT-ANC-DEB
              THRU 0200-TRT-ANC-FIN.

           PERFORM 0500-CLO-DIR-DEB
              THRU 0500-CLO-DIR-FIN.

       0900-RPR-REJ-FIN.
