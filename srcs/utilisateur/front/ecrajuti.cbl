
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS==.

      * Contrôle du mot de passe par la politique ("ctlmdp"), avant
      * l'appel a "ajuuti", pour afficher le motif d'un refus.
       01 WS-IDF-NUL           PIC 9(10)       VALUE 0.
       01 WS-CTL-RET           PIC 9(01).
           88 WS-CTL-RET-OK                VALUE 0.
           88 WS-CTL-RET-LNG               VALUE 1.
           88 WS-CTL-RET-CPX               VALUE 2.

       SCREEN SECTION.

       COPY ecrprn.

           IF WS-MDP-UTI-CFM = WS-MDP-UTI

               CALL "ctlmdp"
                   USING
                   WS-IDF-NUL
                   WS-MDP-UTI
                   WS-CTL-RET
               END-CALL

               EVALUATE TRUE
                   WHEN WS-CTL-RET-LNG
                       DISPLAY "Mot de passe trop court."
                       AT LINE 22 COL 03
                       EXIT PARAGRAPH
                   WHEN WS-CTL-RET-CPX
                       DISPLAY "Il faut une majuscule, une minuscule "
                       & "et un chiffre." AT LINE 22 COL 03
                       EXIT PARAGRAPH
               END-EVALUATE

      * Le role ADMIN accorde des droits etendus (suppression,
      * gestion des utilisateurs, ...) : on exige une seconde
      * confirmation, distincte de celle du mot de passe, avant de
                   DISPLAY WS-VID 
                   AT LINE 22 COL 03

                   DISPLAY "Utilisateur enregistre (mot de passe a "
                   & "changer a la premiere connexion)"
                   AT LINE 22 COL 03

      * Si le nom d'utilisateur entré existe déjà dans la base de 
