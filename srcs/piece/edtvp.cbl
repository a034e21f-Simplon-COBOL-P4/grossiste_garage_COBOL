      * ventilation par motif (RUPTURE / DELAI / PRIX). À lire à côté  *
      * des suggestions de seuils de "gensugseu" : la demande réelle   *
      * dépasse la demande servie. Le mois est lu en entrée (AAAAMM) ; *
      * à défaut le mois précédent, comme "edtbmois". Demandée depuis  *
      * l'écran "ecrvp", l'édition passe par la file d'édition         *
      * ("ajuedt", "trtedt") : le mois vient alors de la demande.      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; VP=VENTE PERDUE; PIE=PIECE; CAT=CATEGORIE;         *
       01 WS-QTE-EDT4             PIC Z(05)9.
       01 WS-MNT-EDT              PIC Z(08)9.99.

       COPY utiglb.

       PROCEDURE DIVISION.

           PERFORM 0100-INI-MOI-DEB
           DISPLAY "edtvp : " WS-NBR-LGN " ligne(s), edition dans"
               " ventes_perdues.txt".

           MOVE "ventes_perdues.txt" TO G-EDT-FIC.

           EXIT PROGRAM.

      ******************************************************************
      * comme "edtbmois".
       0100-INI-MOI-DEB.

      * Lancée depuis la file d'édition ("trtedt"), le mois vient
      * de la demande.
           IF G-EDT-FIL-OUI
               MOVE G-EDT-PRM(1:6) TO WS-MOI-SAI
           ELSE
               ACCEPT WS-MOI-SAI
           END-IF.

           IF WS-MOI-SAI IS NUMERIC AND WS-MOI-SAI NOT = "000000"
               MOVE WS-MOI-SAI TO WS-MOI-EDT
