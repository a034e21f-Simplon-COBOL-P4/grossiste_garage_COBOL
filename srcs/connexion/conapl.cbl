      * L'utilisateur doit entrer son numéro d'identification et son mot
      * de passe via un écran de saisie puis taper sur la touche ENTREE.
      * Seules 3 tentative de connexion sont autorisées.
      * Un mot de passe expire ou provisoire (signale par "letutl")
      * doit etre change sur l'ecran "ecrmajmdp" avant d'entrer ; si
      * l'utilisateur abandonne le changement, la connexion est
      * refusee.
      * L'utilisateur choisit aussi la societe (entite juridique) dans
      * laquelle il travaille : 1 (societe historique) a blanc,
      * controlee par "lirsoc" et posee dans la variable globale
      * G-SOC-ID ; une societe inconnue refuse la connexion.
      *
      * Trigrammes:
      *  ADM = Admin
      *  CON = Connexion
      *  DEP = Deplacer
      *  DTL = Detail
      *  EXP = Expire
      *  ECR = Ecran
      *  EFC = Efface
      *  ERR = Erreur
      *  RET = Retour
      *  RLE = Role
      *  RST = Reste
      *  SOC = Societe
      *  RAI = Raison sociale
      *  SSI = Saisie
      *  STT = Statut
      *  STD = Standard
       77  WS-MDP-UTL           PIC X(20).
       01  WS-ID-UTL            PIC 9(10).
       01  WS-RLE-UTL           PIC X(14).
       01  WS-MDP-EXP           PIC 9(01).


       77  WS-CDR-005           PIC X(13) VALUE 'Identifiant :'.

       77  WS-CDR-008           PIC X(14) VALUE 'Mot de passe :'.

      * Societe choisie a la connexion (1 a blanc) et sa raison
      * sociale, lue par "lirsoc".
       77  WS-CDR-009           PIC X(09) VALUE 'Societe :'.
       01  WS-IDF-SOC           PIC 9(02).
       01  WS-RAI-SOC           PIC X(50).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-SOC==.

       COPY ajuret REPLACING ==:PREFIX:== BY ==WS==.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS==.

           05  LINE 13 COL 30  PIC X(20) TO WS-MDP-UTL SECURE AUTO
               FOREGROUND-COLOR WS-COL-TXT
               BACKGROUND-COLOR WS-COL-FND.
           05  LINE 15 COL 34  PIC X(09) FROM WS-CDR-009.
           05  LINE 17 COL 29  PIC X(01) FROM WS-CDR-006.
           05  LINE 17 COL 30  PIC Z9 TO WS-IDF-SOC AUTO.
           05  LINE 17 COL 32  PIC X(01) FROM WS-CDR-007.

       01  ECR-SSI-02.
           05 LINE 22 COL 10   VALUE
           DISPLAY 'Nombre de tentative restant: 03' AT LINE 23 COL 10
           PERFORM VARYING WS-NBR-CON FROM 1 BY 1 UNTIL WS-NBR-CON > 3
                   OR NOT WS-LIR-RET-ERR
               MOVE 0 TO WS-IDF-SOC
               DISPLAY ECR-SSI-01
               ACCEPT ECR-SSI-01
      * Appel sous-progrmme
                   WS-MDP-UTL
                   WS-RLE-UTL
                   WS-ID-UTL
                   WS-MDP-EXP
                   WS-LIR-RET
               END-CALL
               IF WS-LIR-RET-ERR THEN
               ELSE
                   PERFORM 0200-DEP-VER-GBL-DEB
                      THRU 0200-DEP-VER-GBL-FIN
                   IF G-UTI-MDP-EXP = 1
                       PERFORM 0300-CHG-MDP-DEB
                          THRU 0300-CHG-MDP-FIN
                   END-IF
                   IF WS-LIR-RET-OK
                       PERFORM 0400-CHX-SOC-DEB
                          THRU 0400-CHX-SOC-FIN
                   END-IF
               END-IF
               IF WS-LIR-RET-OK
      * Ouverture de la session connectee, pour l'ecran
      * d'administration des sessions.
                   CALL "ajuses"
                   MOVE SPACE TO WS-DTL-LG
                   STRING
                       FUNCTION TRIM(WS-NOM-UTL)
                       " connecte (societe "
                       G-SOC-ID
                       ")."
                       DELIMITED BY SIZE 
                       INTO WS-DTL-LG 
                   END-STRING
           MOVE WS-NOM-UTL TO G-UTI-NOM.
           MOVE WS-ID-UTL TO G-UTI-ID.
           MOVE WS-RLE-UTL TO G-UTI-RLE.
           MOVE WS-MDP-EXP TO G-UTI-MDP-EXP.
           MOVE SPACES TO G-FCT-ACT.
           MOVE 1 TO G-SOC-ID.
       0200-DEP-VER-GBL-FIN.

      * Changement obligatoire du mot de passe expire ou provisoire.
      * Abandon : les variables globales sont effacees et la connexion
      * est refusee, l'ecran de saisie revient pour la tentative
      * suivante (le compte n'est pas compte en echec par "letutl").
       0300-CHG-MDP-DEB.
           CALL "ecrmajmdp"
           END-CALL.

           IF G-UTI-MDP-EXP = 1
               MOVE "CON_MDP_EXP" TO WS-TYP-LG
               MOVE SPACE TO WS-DTL-LG
               STRING
                   FUNCTION TRIM(WS-NOM-UTL)
                   " : mot de passe expire non change."
                   DELIMITED BY SIZE
                   INTO WS-DTL-LG
               END-STRING
               CALL "ajulog"
                   USING
                   WS-DTL-LG
                   WS-TYP-LG
                   WS-ID-UTL
                   WS-AJU-RET
               END-CALL

               MOVE SPACES TO G-UTI-NOM
               MOVE 0      TO G-UTI-ID
               MOVE SPACES TO G-UTI-RLE
               SET WS-LIR-RET-ERR TO TRUE
               DISPLAY S-FND-ECR
               DISPLAY 'Changement de mot de passe obligatoire'
                   AT LINE 22 COL 10
           END-IF.
       0300-CHG-MDP-FIN.    

      * Societe de travail : 1 a blanc, sinon doit exister dans la
      * table societe. Une societe inconnue refuse la connexion comme
      * un abandon de changement de mot de passe.
       0400-CHX-SOC-DEB.
           CALL "lirsoc"
               USING
               WS-IDF-SOC
               WS-RAI-SOC
               WS-SOC-LIR-RET
           END-CALL.

           IF WS-SOC-LIR-RET-OK
               MOVE WS-IDF-SOC TO G-SOC-ID
           ELSE
               MOVE "CON_SOC_ERR" TO WS-TYP-LG
               MOVE SPACE TO WS-DTL-LG
               STRING
                   FUNCTION TRIM(WS-NOM-UTL)
                   " : societe inconnue "
                   WS-IDF-SOC
                   DELIMITED BY SIZE
                   INTO WS-DTL-LG
               END-STRING
               CALL "ajulog"
                   USING
                   WS-DTL-LG
                   WS-TYP-LG
                   WS-ID-UTL
                   WS-AJU-RET
               END-CALL

               MOVE SPACES TO G-UTI-NOM
               MOVE 0      TO G-UTI-ID
               MOVE SPACES TO G-UTI-RLE
               MOVE 0      TO G-SOC-ID
               SET WS-LIR-RET-ERR TO TRUE
               DISPLAY S-FND-ECR
               DISPLAY 'Societe inconnue'
                   AT LINE 22 COL 10
           END-IF.
       0400-CHX-SOC-FIN.
