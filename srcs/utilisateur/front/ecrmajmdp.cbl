      * propre mot de passe (mot de passe actuel, nouveau mot de       *
      * passe, confirmation), sur le meme modele que "ecrajuti" pour   *
      * la creation de compte. Appelle "majmdp" pour la verification   *
      * et la mise a jour en base. Le nouveau mot de passe est d'abord *
      * soumis a "ctlmdp" pour afficher le motif d'un refus (longueur, *
      * complexite, reemploi). Appele aussi par "conapl" quand le mot  *
      * de passe a expire ou est provisoire (G-UTI-MDP-EXP a 1) : le   *
      * changement est alors obligatoire pour entrer.                  *
      *                                                                *
      *                           TRIGRAMMES                           *
      *                                                                *
      * MDP=MOT DE PASSE; UTI=UTILISATEUR; ACT=ACTUEL; NOU=NOUVEAU;    *
      * CFM=CONFIRMATION; CLR=COULEUR; TXT=TEXTE; FND=FOND; BCL=BOUCLE;*
      * CHX=CHOIX; APL=APPEL; PRG=PROGRAMME; VID=VIDE; DEB=DEBUT;      *
      * FIN=FIN; LRR=LEURRE; CTL=CONTROLE; EXP=EXPIRE.                 *
      ******************************************************************

       IDENTIFICATION DIVISION.

       COPY majret REPLACING ==:PREFIX:== BY ==WS==.

      * Motif d'un refus de la politique de mots de passe ("ctlmdp").
       01 WS-CTL-RET           PIC 9(01).
           88 WS-CTL-RET-OK                VALUE 0.
           88 WS-CTL-RET-LNG               VALUE 1.
           88 WS-CTL-RET-CPX               VALUE 2.
           88 WS-CTL-RET-HST               VALUE 3.

       SCREEN SECTION.

       COPY ecrprn.
           SET WS-FIN-BCL-NON TO TRUE.
           DISPLAY S-FND-ECR.

           IF G-UTI-MDP-EXP = 1
               DISPLAY "Mot de passe expire ou provisoire : changement "
               & "obligatoire" AT LINE 05 COL 03
           END-IF.
           DISPLAY "Au moins une majuscule, une minuscule et un chiffre"
           AT LINE 14 COL 03.

           PERFORM UNTIL WS-FIN-BCL-OUI
               ACCEPT S-ECR-MAJ-MDP

           DISPLAY S-FND-ECR.

           IF WS-MDP-UTI-NOU-CFM = WS-MDP-UTI-NOU
               CALL "ctlmdp"
                   USING
                   G-UTI-ID
                   WS-MDP-UTI-NOU
                   WS-CTL-RET
               END-CALL

               IF NOT WS-CTL-RET-OK
                   PERFORM 0170-MSG-CTL-DEB
                      THRU 0170-MSG-CTL-FIN
                   EXIT PARAGRAPH
               END-IF

               PERFORM 0200-APL-PRG-DEB
                  THRU 0200-APL-PRG-FIN

               PERFORM 0250-CDE-ERR-MSG-DEB
                  THRU 0250-CDE-ERR-MSG-FIN

               IF WS-MAJ-RET-OK
                   MOVE 0 TO G-UTI-MDP-EXP
                   SET WS-FIN-BCL-OUI TO TRUE
               END-IF
           ELSE
               DISPLAY "Les mots de passe ne correspondent pas."
               AT LINE 22 COL 03
           END-IF.
       0160-CFM-MDP-NOU-FIN.

      * Motif du refus du nouveau mot de passe par la politique.
       0170-MSG-CTL-DEB.
           EVALUATE TRUE
               WHEN WS-CTL-RET-LNG
                   DISPLAY "Mot de passe trop court, inchange"
                   AT LINE 22 COL 03
               WHEN WS-CTL-RET-CPX
                   DISPLAY "Il faut une majuscule, une minuscule et un "
                   & "chiffre" AT LINE 22 COL 03
               WHEN WS-CTL-RET-HST
                   DISPLAY "Mot de passe utilise recemment, inchange"
                   AT LINE 22 COL 03
               WHEN OTHER
                   DISPLAY "Erreur de controle, mot de passe inchange"
                   AT LINE 22 COL 03
           END-EVALUATE.
       0170-MSG-CTL-FIN.

       0200-APL-PRG-DEB.
           CALL "majmdp"
               USING
       0250-CDE-ERR-MSG-DEB.
           DISPLAY WS-VID AT LINE 22 COL 03.

           EVALUATE TRUE
               WHEN WS-MAJ-RET-OK
                   DISPLAY "Mot de passe change avec succes"
                   AT LINE 22 COL 03
               WHEN WS-MAJ-RET-FK-ERR
                   DISPLAY "Mot de passe non conforme, inchange"
                   AT LINE 22 COL 03
               WHEN OTHER
                   DISPLAY "Mot de passe actuel incorrect, inchange"
                   AT LINE 22 COL 03
           END-EVALUATE.
       0250-CDE-ERR-MSG-FIN.
