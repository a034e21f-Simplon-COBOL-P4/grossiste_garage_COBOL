      * Chaîne batch nocturne : enchaîne dans l'ordre déclaré les      *
      * travaux de la nuit - contrôle d'intégrité référentielle        *
      * ("recref"), réconciliation de stock ("recstkpie"), archivage   *
      * ("arcdonnee"), récapitulatif du jour ("edtbjour"), import des  *
      * stocks fournisseurs ("impdspfou") et des avis de fin de série  *
      * et d'arrêt des pièces ("impcycfou"), des réponses aux demandes *
      * de prix ("imprepdpx"), accusés de commande fournisseurs        *
      * ("impaccfou"), commandes permanentes à échéance ("gencmdper"), *
      * réapprovisionnement ("genreapp"), tâches de réassort des       *
      * casiers de prélèvement ("genreaprl"), demandes de réassort des *
      * dépôts fournisseurs ("edtreacsf"), relevés de compte clients   *
      * du 1er du mois ("genrelcli"), tarifs personnalisés mensuels    *
      * des clients abonnés ("gentarcli"), ventes associées de la      *
      * semaine ("genasspie"), autofacturation mensuelle               *
      * des consommations en dépôt fournisseur ("genafcfou"),          *
      * révisions de prix à échéance ("aplrevpri"), annulation des     *
      * retraits jamais venus ("anlretrait"), avis d'arrivée et        *
      * relance des commandes spéciales non retirées ("avicsp"),       *
      * cautions d'outils en retard ("genfacout"), facturation groupée *
      * périodique ("genfacper"), promesses de disponibilité à risque  *
      * ("edtprm"), ruptures prévisionnelles à 8 semaines              *
      * ("edtrupprv"), réclamations clients en retard ("edtrccrtd"),   *
      * import des statuts des factures électroniques ("impstafel"),   *
      * import des factures fournisseurs électroniques ("impfelfou"),  *
      * export des factures électroniques ("genfel"), file d'envoi des *
      * documents ("trtenv"), extraction de l'entrepôt de données      *
      * ("expdwh"), export différentiel des logs ("explogdif"),        *
      * analyse de sécurité ("anasecu"), clôtures et archives          *
      * inaltérables des ventes ("genclovte") et vérification de la    *
      * chaîne signée des ventes ("versig", qui journalise une rupture *
      * sans arrêter la chaîne) - en enregistrant le début, la fin et  *
      * le statut de chaque étape dans la table "chaine_exec". Une     *
      * étape en échec (code retour non nul ou programme introuvable)  *
      * arrête la chaîne : les étapes suivantes ne tournent pas sur    *
      * des données douteuses. Au lancement suivant, si la dernière    *
      * chaîne ne s'est pas terminée, elle est reprise à l'étape en    *
      * échec (les étapes déjà passées ne sont pas rejouées) ; sinon   *
      * une nouvelle chaîne démarre à la première étape. Le programme  *
      * se termine avec le code retour 0 si la chaîne est complète, 8  *
      * sinon. Lancée en simulation depuis l'écran de suivi des batchs *
      * ("ecrbat", G-BAT-SIM), la chaîne ne joue que les étapes de     *
      * facturation, de commande, de prix et de relevés, qui           *
      * n'écrivent rien et sortent chacune leur aperçu                 *
      * simulation_<programme>.txt ; rien n'est inscrit dans           *
      * chaine_exec et la main revient à l'écran.                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * CHN=CHAINE; BAT=BATCH; ETP=ETAPE; NUM=NUMERO; ORD=ORDRE;       *
      * EXE=EXECUTION; DEB=DEBUT; FIN=FIN; STA=STATUT; NBR=NOMBRE;     *
      * RPR=REPRISE; ECH=ECHEC; TRT=TRAITEMENT; NOM=NOM;               *
      * SIM=SIMULATION; APL=APPEL; CAL=CALENDRIER.                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 FILLER             PIC X(12) VALUE "arcdonnee".
           05 FILLER             PIC X(12) VALUE "edtbjour".
           05 FILLER             PIC X(12) VALUE "impdspfou".
           05 FILLER             PIC X(12) VALUE "impcycfou".
           05 FILLER             PIC X(12) VALUE "imprepdpx".
           05 FILLER             PIC X(12) VALUE "impaccfou".
           05 FILLER             PIC X(12) VALUE "gencmdper".
           05 FILLER             PIC X(12) VALUE "genreapp".
           05 FILLER             PIC X(12) VALUE "genreaprl".
           05 FILLER             PIC X(12) VALUE "edtreacsf".
           05 FILLER             PIC X(12) VALUE "genrelcli".
           05 FILLER             PIC X(12) VALUE "gentarcli".
      * Ventes associees, recalculees la premiere nuit ouvree de la
      * semaine, pour les suggestions des ecrans de vente.
           05 FILLER             PIC X(12) VALUE "genasspie".
           05 FILLER             PIC X(12) VALUE "genafcfou".
           05 FILLER             PIC X(12) VALUE "aplrevpri".
           05 FILLER             PIC X(12) VALUE "anlretrait".
           05 FILLER             PIC X(12) VALUE "avicsp".
           05 FILLER             PIC X(12) VALUE "genfacout".
           05 FILLER             PIC X(12) VALUE "genfacper".
           05 FILLER             PIC X(12) VALUE "edtprm".
           05 FILLER             PIC X(12) VALUE "edtrupprv".
           05 FILLER             PIC X(12) VALUE "edtrccrtd".
           05 FILLER             PIC X(12) VALUE "impstafel".
           05 FILLER             PIC X(12) VALUE "impfelfou".
           05 FILLER             PIC X(12) VALUE "genfel".
           05 FILLER             PIC X(12) VALUE "trtenv".
           05 FILLER             PIC X(12) VALUE "expdwh".
           05 FILLER             PIC X(12) VALUE "explogdif".
           05 FILLER             PIC X(12) VALUE "anasecu".
      * Clotures des ventes de la veille, puis verification de la
      * chaine signee des ventes.
           05 FILLER             PIC X(12) VALUE "genclovte".
           05 FILLER             PIC X(12) VALUE "versig".
       01 WS-TAB-ETP-R REDEFINES WS-TAB-ETP.
           05 WS-NOM-ETP         PIC X(12) OCCURS 33 TIMES.
       77 WS-NBR-ETP             PIC 9(02) VALUE 33.

       77 WS-IDX-ETP             PIC 9(02).
       77 WS-ORD-DEB             PIC 9(02).
           88 WS-ETT-APL-OK                  VALUE 0.
           88 WS-ETT-APL-ABS                 VALUE 1.

      * Etapes jouees en simulation (facturation, commandes, prix,
      * releves) : elles savent tourner sans rien ecrire. Les autres
      * etapes sont sautees.
       01 WS-ETP-SIM             PIC X(12).
           88 WS-ETP-SIM-OK                  VALUE "gencmdper"
                                                   "genreapp"
                                                   "genrelcli"
                                                   "aplrevpri"
                                                   "genfacout"
                                                   "genfacper".

       COPY utiglb.

       PROCEDURE DIVISION.

      * Chaine lancee en simulation depuis l'ecran de suivi des
      * batchs ("ecrbat") : rien n'est inscrit dans chaine_exec et la
      * main revient a l'ecran.
           IF G-BAT-SIM-OUI
               PERFORM 0300-SIM-CHN-DEB
                  THRU 0300-SIM-CHN-FIN
               GOBACK
           END-IF.

      * La fenetre de la chaine suit le calendrier d'ouverture : un
      * jour ferme pour toute la maison ("ajucal"), la chaine ne
      * tourne pas et se reporte d'elle-meme au prochain lancement
               FUNCTION TRIM(PG-NOM-ETP) " statut " PG-STA-ETP.

       0200-TRT-ETP-FIN.

      *-----------------------------------------------------------------
      * Simulation : joue dans l'ordre de la chaine les seules etapes
      * simulables, chacune ecrivant son apercu
      * simulation_<programme>.txt sans rien valider en base. Pas de
      * fenetre de calendrier ni de reprise : la simulation se lance
      * a la demande, avant la vraie nuit. Chaque etape est
      * dechargee (CANCEL) apres son passage, la simulation pouvant
      * etre relancee dans la meme session. Code retour 0 si toutes
      * les etapes ont tourne, 8 sinon.
       0300-SIM-CHN-DEB.

           SET WS-ETT-CHN-ENC TO TRUE.
           INITIALIZE G-SIM-NUM.

           PERFORM VARYING WS-IDX-ETP FROM 1 BY 1
                   UNTIL WS-IDX-ETP > WS-NBR-ETP
                      OR WS-ETT-CHN-ECH

               MOVE WS-NOM-ETP(WS-IDX-ETP) TO WS-ETP-SIM

               IF WS-ETP-SIM-OK
                   MOVE WS-ETP-SIM TO PG-NOM-ETP
                   SET WS-ETT-APL-OK TO TRUE
                   MOVE 0 TO RETURN-CODE

                   CALL PG-NOM-ETP
                       ON EXCEPTION
                           SET WS-ETT-APL-ABS TO TRUE
                   END-CALL

                   IF WS-ETT-APL-ABS OR RETURN-CODE NOT = 0
                       SET WS-ETT-CHN-ECH TO TRUE
                   END-IF

      * Etape dechargee apres son passage : une nouvelle simulation
      * dans la meme session repart de ses valeurs initiales.
                   IF WS-ETT-APL-OK
                       CANCEL PG-NOM-ETP
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 0 TO G-BAT-SIM.

           IF WS-ETT-CHN-ECH
               DISPLAY "chnbat : simulation arretee a l'etape "
                   PG-NOM-ETP
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "chnbat : simulation complete"
               MOVE 0 TO RETURN-CODE
           END-IF.

       0300-SIM-CHN-FIN.
