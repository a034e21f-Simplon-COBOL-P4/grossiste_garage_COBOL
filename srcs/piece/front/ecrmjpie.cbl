      * C'est le programme 'mijpie' qui doit afficher le message       *
      * suivant 'Mise à jour effectuée !' une fois que la mise à jour  *
      * de la pièce est réussie.                                       * 
      * Le dépôt du mouvement se saisit aussi (0 = dépôt principal de  *
      * la pièce) ; il est transmis à "majpie" par l'indicateur        *
      * partagé G-IDF-ENT, comme le motif par G-MOT-AJU.               *
      *                                                                *
      * La quantité se saisit en unité de vente de la pièce, avec      *
      * trois décimales (2,5 litres d'huile, 1,2 mètre de durite).     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ACT=ACTION                                                     *
      * AFC=AFFICHAGE                                                  *
      * ENT=ENTREPOT (DEPOT)                                           *
      * DEB=DEBUT                                                      *
      * ECR=ECRAN                                                      *
      * FIN=FIN                                                        *
           88 ENLEVER                     VALUE 1.

       77 WS-PIE-IDT               PIC 9(10).
      * Quantite en unite de vente de la piece (litres, metres...),
      * trois decimales.
       77 WS-PIE-QTE               PIC 9(07)V9(03).
       77 WS-PIE-ACT               PIC 9(01).
      * Depot du mouvement (0 = depot principal de la piece).
       77 WS-PIE-ENT               PIC 9(10).
       01 G-IDF-ENT                PIC 9(10) EXTERNAL.

       01 WS-VAL                PIC 9(03).
           88 WS-VAL-SUC                  VALUE 111.
       77 WS-APB-MDP            PIC X(20).
       01 WS-APB-RLE            PIC X(14).
       01 WS-APB-ID             PIC 9(10).
      * Expiration du mot de passe de l'approbateur : sans effet sur
      * l'approbation.
       01 WS-APB-MDP-EXP        PIC 9(01).

       01 WS-CHX-APB            PIC 9(01).
           88 WS-CHX-APB-OUI               VALUE 1.
      * échoue par manque de stock (voir 0300-MAJ-DEB).
       01 WS-IDF-PIE-EQU        PIC 9(10).
       01 WS-NOM-PIE-EQU        PIC X(50).
       01 WS-QTE-PIE-EQU        PIC 9(07)V9(03).
       01 WS-IDF-EQU-EDT        PIC Z(10).
       01 WS-QTE-EQU-EDT        PIC Z(06)9.999.

       COPY ctxerr.

           05  LINE 6  COL 23 VALUE 'ID de la piece : ['.
           05  LINE 6  COL 51 VALUE ']'.
           05  LINE 6  COL 41 PIC Z(10) TO WS-PIE-IDT AUTO.
           05  LINE 8  COL 3  VALUE 'Depot (0 = depot principal) :'.
           05  LINE 9  COL 3  VALUE '['.
           05  LINE 9  COL 14 VALUE ']'.
           05  LINE 9  COL 4  PIC Z(10) TO WS-PIE-ENT AUTO.
           05  LINE 10 COL 3  VALUE 'Quantite : '.
           05  LINE 11 COL 3  VALUE '['.
           05  LINE 11 COL 15 VALUE ']'.
           05  LINE 11 COL 4  PIC Z(06)9.999 TO WS-PIE-QTE AUTO.
           05  LINE 12 COL 3  VALUE 'Ajouter (1) Enlever (2) :'.
           05  LINE 13 COL 3  VALUE '['.
           05  LINE 13 COL 5  VALUE ']'.
               IF WS-CHX-APB-OUI
      * Le motif valide est transmis a "majpie", qui le consomme.
                   MOVE WS-MOT-AJU TO G-MOT-AJU
                   MOVE WS-PIE-ENT TO G-IDF-ENT
                   CALL "majpie"
                       USING
                       WS-PIE-IDT
               WS-APB-MDP
               WS-APB-RLE
               WS-APB-ID
               WS-APB-MDP-EXP
               WS-APB-LIR-RET
           END-CALL.

