      * par pièce commandée, les lignes d'une même commande web        *
      * (num_cmd_web) étant consécutives. Pour chaque commande, le     *
      * client est rapproché par son id, à défaut par son email, et à  *
      * défaut créé via "ajucli" (qui applique les mêmes contrôles que *
      * la saisie manuelle : vertel/vercop/verema et détection de      *
      * doublon) ; une livraison sortante "en cours" est créée via     *
      * "ajuliv" et ses lignes posées via "ajulivpi" (qui réserve le   *
      * stock). Toute ligne inexploitable (client irrattachable, pièce *
      * inconnue, prix net sous le prix plancher - voir "verprimin")   *
      * est journalisée dans un fichier de rejets, sur le modèle de    *
      * catalogue_rejets.txt ("impcatpie"). Une ligne sous le prix     *
      * plancher est aussi recyclée : "reccmdweb" la rejoue une fois   *
      * la dérogation accordée ("ecrmrgcat", canal WEB). Chaque        *
      * commande intégrée avec au moins une ligne donne lieu à un      *
      * accusé de réception adressé par mail au client ("edtarccli").  *
      * Chaque rejet est aussi inscrit dans la table commune des       *
      * rejets d'import ("ajurej" ; recyclé quand la ligne part au     *
      * recyclage), d'où l'atelier "ecrrej" le corrige et le fait      *
      * rejouer seul par ce programme (G-REJ-RPR : la ligne vaut alors *
      * une commande à elle seule).                                    *
      *                                                                *
      *                           TRIGRAMMES                           *
      * IMP=IMPORT; CMD=COMMANDE; WEB=BOUTIQUE EN LIGNE; CLI=CLIENT;   *
      * LIV=LIVRAISON; PIE=PIECE; QTE=QUANTITE; EML=EMAIL; REJ=REJET;  *
      * LCT=LECTURE; ETT=ETAT; NBR=NOMBRE; IDF=IDENTIFIANT;            *
      * CRS=COURANT; DAT=DATE. ARC=ACCUSE DE RECEPTION; RCY=RECYCLAGE; *
      * ECR=ECRITURE; RPR=REPRISE; SRC=SOURCE; MOT=MOTIF; STA=STATUT.  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-CLI==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LIV==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LGN==.
      * Quantité de la ligne en unité de vente ("ajulivpi") ; le
      * fichier de commandes web la porte en pièces entières.
       01 WS-QTE-LGN             PIC 9(07)V9(03).

       01 WS-NUM-EDT             PIC Z(10).
       01 WS-IDF-PIE-EDT         PIC Z(10).
       01 WS-PIE-RSL             PIC 9(10).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-REF==.

      * Accuse de reception de la commande web ("edtarccli"), emis
      * une fois toutes ses lignes posees : lignes de la commande
      * en cours comptees pour ne pas accuser une commande vide.
       01 WS-NBR-LGN-CMD         PIC 9(05) VALUE 0.
       01 WS-NBR-ARC             PIC 9(05) VALUE 0.
       01 G-DOC-DUP              PIC 9(03) EXTERNAL.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-ARC==.

      * Rejet inscrit dans la table commune des rejets d'import
      * ("ajurej"), repris par l'atelier "ecrrej" ; une ligne partie
      * au recyclage y est inscrite recyclee ("reccmdweb" la rejoue).
       COPY rejimp REPLACING ==:PREFIX:== BY ==WS==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-REJ==.

       COPY utiglb.

       PROCEDURE DIVISION.

           ACCEPT WS-DAT-JOU FROM DATE YYYYMMDD.

      * Ligne rejouee depuis l'atelier des rejets : seule la ligne
      * corrigee est traitee, sans lire le fichier.
           IF G-REJ-RPR-OUI
               PERFORM 0900-RPR-REJ-DEB
                  THRU 0900-RPR-REJ-FIN
               EXIT PROGRAM
           END-IF.

           OPEN INPUT FIC-CMD-WEB.
           OPEN OUTPUT FIC-REJ.
           OPEN EXTEND FIC-RCY.
                  THRU 0100-LCT-FIN
           END-PERFORM.

           PERFORM 0700-EDT-ARC-DEB
              THRU 0700-EDT-ARC-FIN.

           CLOSE FIC-CMD-WEB.
           CLOSE FIC-REJ.
           CLOSE FIC-RCY.

           DISPLAY "impcmdweb : " WS-NBR-LIV " livraison(s) creee(s), "
               WS-NBR-LGN " ligne(s), " WS-NBR-REJ " rejet(s), "
               WS-NBR-ARC " accuse(s) de reception".

           EXIT PROGRAM.

      * partiront en rejet.
       0200-NOU-CMD-DEB.

      * La commande precedente est complete : son accuse part.
           PERFORM 0700-EDT-ARC-DEB
              THRU 0700-EDT-ARC-FIN.

           MOVE FD-NUM-CMD TO WS-NUM-CMD-CRS.
           MOVE 0 TO WS-IDF-CLI-CRS, WS-IDF-LIV-CRS.

      * rejet avec son motif.
       0500-TRT-LGN-DEB.

           MOVE SPACES TO WS-LGN-AJU-RET.
           SET WS-REJ-STA-OUV TO TRUE.

           IF WS-IDF-LIV-CRS = 0
               PERFORM 0600-REJ-LGN-DEB
                  THRU 0600-REJ-LGN-FIN
               IF WS-REF-LIR-RET-OK
                   MOVE WS-PIE-RSL TO PG-IDF-PIE
               ELSE
                   PERFORM 0550-ECR-RCY-DEB
                      THRU 0550-ECR-RCY-FIN
                   PERFORM 0600-REJ-LGN-DEB
                      THRU 0600-REJ-LGN-FIN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE FD-QTE-PIE TO WS-QTE-LGN.

           CALL "ajulivpi"
               USING
               WS-IDF-LIV-CRS
               PG-IDF-PIE
               WS-QTE-LGN
               WS-LGN-AJU-RET
           END-CALL.

           IF WS-LGN-AJU-RET-OK
               ADD 1 TO WS-NBR-LGN
               ADD 1 TO WS-NBR-LGN-CMD
           ELSE
      * Une ligne sous le prix plancher est recyclee comme une
      * reference inconnue : "reccmdweb" la rejouera une fois la
      * derogation accordee ("ecrmrgcat", canal WEB).
               IF WS-LGN-AJU-RET-PRX
                   PERFORM 0550-ECR-RCY-DEB
                      THRU 0550-ECR-RCY-FIN
               END-IF
               PERFORM 0600-REJ-LGN-DEB
                  THRU 0600-REJ-LGN-FIN
           END-IF.

       0500-TRT-LGN-FIN.

      *-----------------------------------------------------------------
      * Recopie la ligne au recyclage ("reccmdweb") ; son rejet est
      * alors inscrit recycle. Une ligne rejouee depuis l'atelier
      * n'est pas recyclee : elle y reste a traiter.
       0550-ECR-RCY-DEB.

           IF NOT G-REJ-RPR-OUI
               MOVE FD-REC-CMD TO FD-REC-RCY
               WRITE FD-REC-RCY
               SET WS-REJ-STA-RCY TO TRUE
           END-IF.

       0550-ECR-RCY-FIN.

      *-----------------------------------------------------------------
      * Journalise la ligne rejetée pour traitement manuel.
       0600-REJ-LGN-DEB.
                      INTO FD-LIG-REJ
               END-STRING
           ELSE
             IF WS-LGN-AJU-RET-PRX
               STRING "commande web " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NUM-EDT) DELIMITED BY SIZE
                      " : ligne rejetee, piece " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-PIE-EDT)
                      DELIMITED BY SIZE
                      " sous le prix plancher (derogation requise)"
                      DELIMITED BY SIZE
                      INTO FD-LIG-REJ
               END-STRING
             ELSE
               STRING "commande web " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NUM-EDT) DELIMITED BY SIZE
                      " : ligne rejetee, piece " DELIMITED BY SIZE
                      DELIMITED BY SIZE
                      INTO FD-LIG-REJ
               END-STRING
             END-IF
           END-IF.

      * La ligne et son motif partent aussi dans la table commune des
      * rejets d'import ("ajurej") ; le fichier de rejets reste
      * alimente au passage normal, pas au rejeu depuis l'atelier.
           MOVE "impcmdweb" TO WS-REJ-SRC.
           MOVE FD-REC-CMD  TO WS-REJ-LGN.
           MOVE FD-LIG-REJ  TO WS-REJ-MOT.

           CALL "ajurej"
               USING
               WS-REJ
               WS-REJ-AJU-RET
           END-CALL.

           IF NOT G-REJ-RPR-OUI
               WRITE FD-LIG-REJ
           END-IF.

           ADD 1 TO WS-NBR-REJ.

       0600-REJ-LGN-FIN.

      *-----------------------------------------------------------------
      * Emet l'accuse de reception de la commande web qui vient
      * d'etre integree ("edtarccli" : lignes, reserve, reliquat et
      * date promise, adresse de livraison, envoi par mail au
      * client), si sa livraison a ete creee avec au moins une ligne.
       0700-EDT-ARC-DEB.

           IF WS-IDF-LIV-CRS > 0 AND WS-NBR-LGN-CMD > 0
               MOVE 0 TO G-DOC-DUP

               CALL "edtarccli"
                   USING
                   WS-IDF-LIV-CRS
                   WS-ARC-LIR-RET
               END-CALL

               IF WS-ARC-LIR-RET-OK
                   ADD 1 TO WS-NBR-ARC
               END-IF
           END-IF.

           MOVE 0 TO WS-NBR-LGN-CMD.

       0700-EDT-ARC-FIN.

      *-----------------------------------------------------------------
      * Rejeu d'une ligne corrigee dans l'atelier des rejets
      * ("ecrrej") : la ligne est traitee comme une commande a elle
      * seule (client resolu, livraison creee, ligne posee, accuse de
      * reception), avec les memes controles qu'au passage de nuit.
       0900-RPR-REJ-DEB.

           MOVE G-REJ-LGN TO FD-REC-CMD.

           PERFORM 0200-NOU-CMD-DEB
              THRU 0200-NOU-CMD-FIN.

           PERFORM 0500-TRT-LGN-DEB
              THRU 0500-TRT-LGN-FIN.

           PERFORM 0700-EDT-ARC-DEB
              THRU 0700-EDT-ARC-FIN.

       0900-RPR-REJ-FIN.
