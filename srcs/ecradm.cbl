       01 WS-BAN-ENV          PIC X(44) VALUE
           "!! ENVOIS DE DOCUMENTS EN SOUFFRANCE (D)".

      * Compte du jour des rejets d'import encore a traiter dans
      * l'atelier des rejets ("verrej").
       01 WS-NBR-REJ          PIC 9(05).
       01 WS-NBR-REJ-EDT      PIC Z(04)9.
       01 WS-BAN-REJ          PIC X(44).

      * Avis des editions demandees par l'administrateur et pretes au
      * registre des documents ("veredt").
       01 WS-NBR-EDT          PIC 9(05).
       01 WS-BAN-EDT          PIC X(44) VALUE
           ">> VOTRE EDITION EST PRETE (5, registre)".

       LINKAGE SECTION.
      * Les variables reçues du programme principal
       01 LK-CHX              PIC 9(01).
       01 E-MNU-ADM.
           05 LINE 04 COLUMN 01 VALUE "| Connecte en tant que : Admin".
          
           05 LINE 11 COLUMN 30 VALUE "T - Textes des documents".
           05 LINE 12 COLUMN 30 VALUE "1 - Gestion du stock".
           05 LINE 13 COLUMN 30 VALUE "2 - Gestion des clients".
           05 LINE 14 COLUMN 30 VALUE "3 - Gestion des fournisseurs".
           05 LINE 17 COLUMN 30 VALUE "6 - Journal de logs".
           05 LINE 18 COLUMN 30 VALUE "7 - Creer un compte utilisateur".
           05 LINE 19 COLUMN 30 VALUE "8 - Suggestions de seuil".
           05 LINE 11 COLUMN 55 VALUE "P - Ouverture de comptes".
           05 LINE 12 COLUMN 55 VALUE "A - Sessions actives".
           05 LINE 13 COLUMN 55 VALUE "9 - Suivi des batchs".
           05 LINE 14 COLUMN 55 VALUE "B - Motifs d'ajustement".
           05 LINE 15 COLUMN 55 VALUE "C - Cloture comptable".
           05 LINE 16 COLUMN 55 VALUE "D - File d'envoi".
           05 LINE 17 COLUMN 55 VALUE "E - Calendrier d'ouverture".
           05 LINE 18 COLUMN 55 VALUE "F - Comptes utilisateurs".
           05 LINE 19 COLUMN 55 VALUE "G - Roles et droits".
           05 LINE 20 COLUMN 55 VALUE "H - Conflits de taches".
           05 LINE 21 COLUMN 55 VALUE "R - Recherche universelle".
           05 LINE 20 COLUMN 30 VALUE "0 - Deconnexion".
           05 LINE 21 COLUMN 30 VALUE "M - Fusion de doublons".
           05 LINE 10 COLUMN 55 VALUE "I - Rejets d'import".
           05 LINE 22 COLUMN 30 VALUE "Entrez votre choix : ".

           05 LINE 22 COLUMN 52 VALUE "[".
                   DISPLAY WS-BAN-ENV AT LINE 06 COL 30
               END-IF

      * Bandeau des rejets d'import a traiter : le compte du jour,
      * tous imports confondus, tant que l'atelier n'est pas solde.
               CALL 'verrej'
                   USING
                   WS-NBR-REJ
               END-CALL

               IF WS-NBR-REJ > 0
                   MOVE WS-NBR-REJ TO WS-NBR-REJ-EDT
                   MOVE SPACES TO WS-BAN-REJ
                   STRING "!! " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-NBR-REJ-EDT)
                          DELIMITED BY SIZE
                          " REJET(S) D'IMPORT A TRAITER (I)"
                          DELIMITED BY SIZE
                          INTO WS-BAN-REJ
                   END-STRING
                   DISPLAY WS-BAN-REJ AT LINE 07 COL 30
               END-IF

      * Bandeau "edition prete" : une edition mise en file depuis un
      * ecran est au registre des documents et n'a pas encore ete vue.
               CALL 'veredt'
                   USING
                   WS-NBR-EDT
               END-CALL

               IF WS-NBR-EDT > 0
                   DISPLAY WS-BAN-EDT AT LINE 08 COL 30
               END-IF

               IF WS-CHN-RET-ALR
                   DISPLAY WS-BAN-ALR AT LINE 05 COLUMN 03
               END-IF
      * Appel du sous-programme de gestion des livraisons.

                   WHEN 5 
      * Appel du sous-programme de génération de document, d'où se
      * consulte aussi le registre des éditions prêtes.
                        CALL 'ecrgendoc'
                        END-CALL

                   WHEN 6 
      * Appel du sous-programme d'affichage du journal de logs.
                        CALL 'ecrcal'
                        END-CALL

                   WHEN "F"
                   WHEN "f"
      * Comptes utilisateurs : role, verrou, mot de passe, departs.
                        CALL 'ecrgesuti'
                        END-CALL

                   WHEN "G"
                   WHEN "g"
      * Roles et matrice des droits par fonction.
                        CALL 'ecrrle'
                        END-CALL

                   WHEN "H"
                   WHEN "h"
      * Regles de separation des taches (rapport mensuel "edtsod").
                        CALL 'ecrrgc'
                        END-CALL

                   WHEN "R"
                   WHEN "r"
      * Recherche universelle sur pieces, clients, fournisseurs,
      * livraisons, factures et devis.
                        CALL 'ecrrch'
                        END-CALL

                   WHEN "T"
                   WHEN "t"
      * Textes des documents client dans la langue du client,
      * traductions des pieces et langue d'un client.
                        CALL 'ecrtxtdoc'
                        END-CALL

                   WHEN "I"
                   WHEN "i"
      * Atelier des rejets d'import : correction et rejeu ligne a
      * ligne, ou mise a l'ecart commentee.
                        CALL 'ecrrej'
                        END-CALL

                   WHEN "M"
                   WHEN "m"
      * Fusion de deux fiches client ou fournisseur en doublon.
                        CALL 'ecrfus'
                        END-CALL

                   WHEN "P"
                   WHEN "p"
      * Prospects : decision sur les plafonds de credit demandes avant
      * l'ouverture de compte.
                        CALL 'ecrpro'
                        END-CALL

                   WHEN 0
                       MOVE "Deconnexion..."              TO WS-TMP-MSG
                   WHEN OTHER 
