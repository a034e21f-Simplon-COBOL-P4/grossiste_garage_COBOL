      * Ecran de suivi des batchs : liste les dernières étapes de la   *
      * chaîne nocturne enregistrées par "chnbat" dans "chaine_exec"   *
      * (chaîne, étape, début, fin, statut en clair), les plus         *
      * récentes d'abord (via "lirchn"), avec les durées lisibles d'un *
      * coup d'oeil. Accessible depuis le menu administrateur          *
      * "ecradm", comme "ecrlog". Une saisie vide rafraîchit la liste, *
      * S lance la chaîne en simulation ("chnbat" sous G-BAT-SIM :     *
      * facturation, commandes, prix et relevés joués sans rien        *
      * écrire, un aperçu simulation_<programme>.txt par étape), toute *
      * autre saisie revient au menu.                                  *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; BAT=BATCH; CHN=CHAINE; ETP=ETAPE; NUM=NUMERO;       *
      * DEB=DEBUT; FIN=FIN; STA=STATUT; LIB=LIBELLE; CHX=CHOIX;        *
      * BCL=BOUCLE; AFF=AFFICHAGE; LIN=LIGNE; IDX=INDEX; NTT=ENTETE;   *
      * UND=UNDERSCORE; CND=CONDITION; ERR=ERREUR; SIM=SIMULATION;     *
      * APL=APPEL; MSG=MESSAGE.                                        *
      ******************************************************************

       IDENTIFICATION DIVISION.

       01 WS-CHX                 PIC X(01) VALUE SPACE.
           88 WS-CHX-VID                  VALUE " ".
           88 WS-CHX-SIM                  VALUE "S" "s".

       01 WS-ETT-BCL             PIC 9(01).
           88 WS-ETT-BCL-ENC              VALUE 1.
       01 WS-ERR-SQL             PIC X(76) VALUE
           "Une erreur est survenue durant la requete".

       01 WS-MSG-SIM-OK          PIC X(76) VALUE
           "Simulation terminee : voir simulation_*.txt".

       01 WS-MSG-SIM-ERR         PIC X(76) VALUE
           "Simulation interrompue, apercus incomplets".

       COPY lirret REPLACING ==:PREFIX:== BY ==WS==.

       COPY ctxerr.
           05 LINE 09 COL 02 FROM WS-UND-LIN.
           05 LINE 23.
               10 COL 03 VALUE "Vide = rafraichir".
               10 COL 23 VALUE "S = simulation".
               10 COL 62 VALUE "Retour au menu".
               10 COL 77 VALUE "[".
               10 COL 78 PIC X(01) USING WS-CHX.
                   WHEN WS-CHX-VID
                       PERFORM 0100-APL-LEC-CHN-DEB
                          THRU 0100-APL-LEC-CHN-FIN
                   WHEN WS-CHX-SIM
                       PERFORM 0200-APL-SIM-CHN-DEB
                          THRU 0200-APL-SIM-CHN-FIN
                   WHEN OTHER
                       SET WS-ETT-BCL-FIN TO TRUE
               END-EVALUATE
           END-EVALUATE.
       0100-APL-LEC-CHN-FIN.

      *-----------------------------------------------------------------
      * Simulation de la chaine de nuit : "chnbat" ne joue que les
      * etapes de facturation, de commande, de prix et de releves,
      * sans rien ecrire en base ; chacune laisse son apercu
      * simulation_<programme>.txt.
       0200-APL-SIM-CHN-DEB.
           MOVE SPACE TO WS-CHX.
           MOVE 1 TO G-BAT-SIM.
           MOVE 0 TO RETURN-CODE.

           CALL "chnbat" END-CALL.

           MOVE 0 TO G-BAT-SIM.
           SET WS-CTX-AFF-ERR TO TRUE.

           IF RETURN-CODE = 0
               MOVE WS-MSG-SIM-OK TO WS-MSG-ERR
           ELSE
               MOVE WS-MSG-SIM-ERR TO WS-MSG-ERR
           END-IF.

           MOVE 0 TO RETURN-CODE.
       0200-APL-SIM-CHN-FIN.

      *-----------------------------------------------------------------
       0300-AFF-CHN-DEB.
           MOVE 10 TO WS-LIN-IDX.
