      * CHOIX = CHX ; PRINCIPAL = PRN ; COMMUN = COM ;                 *
      * ECRAN = E ; MENU = MN, MNU ; ADMIN = ADM ; FONCTIONNALITE = FCT*
      * CONTEXTE = CTX ; ERREUR = ERR ; OPTION = OPT ; INVALIDE = IVL ;*
      * CONDITIONNELLEMENT = CND ; FONCTION = FCT ; AUTORISEE = AUT ;  *
      * LIGNE = LIG ; COLONNE = COL ; LIBELLE = LIB ; NIVEAU = NIV ;   *
      * CONSULTATION = CNS ; INDEX = IDX ; APPEL = APL ; NUMERO = NUM ;*
      *                                                                *
      * Les options 1 a 7 ne sont affichees et ne peuvent etre         *
      * choisies que si le role connecte a la fonction (ou une         *
      * fonction du groupe, pour les sous-menus) dans la matrice des   *
      * droits ("verfct", catalogue "fctapp"). Les options 8 et 9      *
      * (recherche universelle, "ecrrch") restent ouvertes a tous.     *
      * Un bandeau ("veredt") avise l'utilisateur quand une edition    *
      * qu'il a mise en file depuis un ecran est prete au registre des *
      * documents (option 5, registre).                                *
      * BANDEAU = BAN ; EDITION = EDT ; NOMBRE = NBR.                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrmnprn.
       WORKING-STORAGE SECTION.
      * Variables temporaires utilisées uniquement dans ce programme
       01 WS-CHX                PIC X(01) VALUE SPACES.
       01 WS-CHX-NUM REDEFINES WS-CHX PIC 9(01).

       01 WS-ETT-BCL            PIC 9(01).
           88 WS-ETT-BCL-ENC              VALUE 1.
       01 WS-DTL-LG-IDL         PIC X(100).
       01 WS-TYP-LG-IDL         PIC X(12) VALUE 'DECO_IDL'.

      * Options 1 a 7, par numero : position, fonction (ou groupe de
      * fonctions) du catalogue "fctapp" et libelle.
       01 WS-TAB-OPT-VAL.
           05 FILLER             PIC X(42) VALUE
               "1230PIE   1 - Gestion du stock".
           05 FILLER             PIC X(42) VALUE
               "1330CLI   2 - Gestion des clients".
           05 FILLER             PIC X(42) VALUE
               "1430FOU   3 - Gestion des fournisseurs".
           05 FILLER             PIC X(42) VALUE
               "1530LIV   4 - Gestion des livraisons".
           05 FILLER             PIC X(42) VALUE
               "1630DOCGEN5 - Generer un document".
           05 FILLER             PIC X(42) VALUE
               "1730LOGJRN6 - Journal de logs".
           05 FILLER             PIC X(42) VALUE
               "1830UTIAJU7 - Creer un compte utilisateur".
       01 WS-TAB-OPT REDEFINES WS-TAB-OPT-VAL.
           05 WS-OPT             OCCURS 7 TIMES.
               10 WS-OPT-LIG     PIC 9(02).
               10 WS-OPT-COL     PIC 9(02).
               10 WS-OPT-FCT     PIC X(06).
               10 WS-OPT-LIB     PIC X(32).
       01 WS-TAB-AUT.
           05 WS-OPT-AUT         PIC 9(01) OCCURS 7 TIMES.
               88 WS-OPT-AUT-OUI              VALUE 1.
       77 WS-NBR-OPT             PIC 9(02) VALUE 7.
       77 WS-IDX                PIC 9(02).
       01 WS-NIV-CNS            PIC 9(01) VALUE 0.
       01 WS-FCT-RET            PIC 9(01).
           88 WS-FCT-RET-OK               VALUE 0.

       COPY ctxerr.

       COPY utiglb.

       COPY ajuret REPLACING ==:PREFIX:== BY ==WS==.

      * Avis des editions demandees par l'utilisateur et pretes au
      * registre des documents ("veredt").
       01 WS-NBR-EDT            PIC 9(05).
       01 WS-BAN-EDT            PIC X(44) VALUE
           ">> VOTRE EDITION EST PRETE (5, registre)".

       SCREEN SECTION.
      * l'écran de l’administrateur avec le menu
       COPY ecrprn.
       01 S-MNU-PRN-COM.
           COPY ecrutlin.
          
           05 LINE 19 COLUMN 30 VALUE "8 - Changer mon mot de passe".
           05 LINE 20 COLUMN 30 VALUE "9 - Recherche universelle".
           05 LINE 21 COLUMN 30 VALUE "0 - Deconnexion".
           05 LINE 22 COLUMN 30 VALUE "Entrez votre choix : ".

           05 LINE 22 COLUMN 52 VALUE "[".
           05 LINE 22 COLUMN 54 VALUE "]".
           05 LINE 22 COLUMN 53 PIC X(01) TO WS-CHX.

       01 S-MSG-ERR.
           05 LINE 23 COLUMN 03 FROM WS-MSG-ERR.

               DISPLAY S-FND-ECR
               DISPLAY S-MNU-PRN-COM

               PERFORM 0350-AFF-OPT-DEB
                  THRU 0350-AFF-OPT-FIN

               PERFORM 0400-AFF-ERR-CND-DEB
                  THRU 0400-AFF-ERR-CND-FIN

      * Bandeau "edition prete" : une edition mise en file depuis un
      * ecran est au registre des documents et n'a pas encore ete vue.
               CALL 'veredt'
                   USING
                   WS-NBR-EDT
               END-CALL

               IF WS-NBR-EDT > 0
                   DISPLAY WS-BAN-EDT AT LINE 10 COLUMN 30
               END-IF

               SET WS-ETT-IDL-NON TO TRUE
               MOVE SPACES TO WS-CHX

       0100-CHX-FCT-FIN.

       0200-EVA-CHX-DEB.
           EVALUATE TRUE
               WHEN WS-CHX = "8"
      * Appel du sous-programme de changement de mot de passe,
      * disponible pour tous les roles (auto-service).
                   CALL "ecrmajmdp"
                   END-CALL
               WHEN WS-CHX = "9"
      * Recherche universelle, ouverte a tous : chaque famille de
      * resultats n'est ouverte que si le role peut la consulter.
                   CALL "ecrrch"
                   END-CALL
               WHEN WS-CHX = "0"
                   SET WS-ETT-BCL-FIN TO TRUE
               WHEN WS-CHX IS NOT NUMERIC
                   PERFORM 0500-ERR-OPT-IVL-DEB
                      THRU 0500-ERR-OPT-IVL-FIN
               WHEN WS-CHX-NUM > WS-NBR-OPT
                   PERFORM 0500-ERR-OPT-IVL-DEB
                      THRU 0500-ERR-OPT-IVL-FIN
               WHEN NOT WS-OPT-AUT-OUI(WS-CHX-NUM)
                   PERFORM 0500-ERR-OPT-IVL-DEB
                      THRU 0500-ERR-OPT-IVL-FIN
               WHEN OTHER
      * Fonction en cours pour "verrol" ; un sous-menu pose lui-meme
      * la fonction precise de l'ecran qu'il appelle.
                   MOVE WS-OPT-FCT(WS-CHX-NUM) TO G-FCT-ACT
                   IF G-FCT-ACT(4:3) = SPACES
                       MOVE SPACES TO G-FCT-ACT
                   END-IF
                   PERFORM 0300-APL-OPT-DEB
                      THRU 0300-APL-OPT-FIN
                   MOVE SPACES TO G-FCT-ACT
           END-EVALUATE.
       0200-EVA-CHX-FIN.

      * Appel du sous-programme de l'option choisie (droit deja
      * verifie).
       0300-APL-OPT-DEB.
           EVALUATE WS-CHX-NUM
               WHEN 1
      * Appel du sous-programme de gestion du stock.
                   CALL "ecrgspie"
                   END-CALL
               WHEN 2
      * Appel du sous-programme de gestion des clients.
                   CALL "ecrgscli"
                   END-CALL
               WHEN 3
      * Appel du sous-programme de gestion des fournisseurs.
                   CALL "ecrgsfou"
                       USING
                       G-UTI-RLE
                   END-CALL
               WHEN 4
      * Appel du sous-programme de gestion des livraisons.
                   CALL "ecrgsliv"
                   END-CALL
               WHEN 5
      * Appel du sous-programme de génération de document.
                   CALL "ecrgendoc"
                   END-CALL
               WHEN 6
      * Appel du sous-programme d'affichage du journal de logs.
                   CALL 'ecrpglog'
                   END-CALL
               WHEN 7
      * Appel du sous-programme ecrajuti.
                   CALL 'ecrajuti'
                   END-CALL
           END-EVALUATE.
       0300-APL-OPT-FIN.

      * Affiche les options accordees au role et note lesquelles
      * peuvent etre choisies.
       0350-AFF-OPT-DEB.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-NBR-OPT
               CALL "verfct"
                   USING
                   WS-OPT-FCT(WS-IDX)
                   WS-NIV-CNS
                   WS-FCT-RET
               END-CALL

               IF WS-FCT-RET-OK
                   MOVE 1 TO WS-OPT-AUT(WS-IDX)
                   DISPLAY WS-OPT-LIB(WS-IDX)
                       AT LINE WS-OPT-LIG(WS-IDX)
                       COLUMN WS-OPT-COL(WS-IDX)
               ELSE
                   MOVE 0 TO WS-OPT-AUT(WS-IDX)
               END-IF
           END-PERFORM.
       0350-AFF-OPT-FIN.

       0400-AFF-ERR-CND-DEB.
           IF WS-CTX-AFF-ERR THEN
