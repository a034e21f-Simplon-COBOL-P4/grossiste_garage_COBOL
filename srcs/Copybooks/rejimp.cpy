      ******************************************************************
      *                              ENTETE                            *
      * Ligne rejetee par un import, passee a "ajurej" pour la table   *
      * commune rejet_import : programme source, ligne brute telle     *
      * que lue dans le fichier, motif en clair et statut de depart    *
      * (0 = a traiter dans l'atelier "ecrrej", 3 = recyclee, suivie   *
      * par son propre circuit de reprise).                            *
      * REJ=REJET; SRC=SOURCE; LGN=LIGNE; MOT=MOTIF; STA=STATUT;       *
      * OUV=OUVERT; RCY=RECYCLE.                                       *
      ******************************************************************
       01 :PREFIX:-REJ.
           05 :PREFIX:-REJ-SRC          PIC X(12).
           05 :PREFIX:-REJ-LGN          PIC X(300).
           05 :PREFIX:-REJ-MOT          PIC X(120).
           05 :PREFIX:-REJ-STA          PIC 9(01).
               88 :PREFIX:-REJ-STA-OUV            VALUE 0.
               88 :PREFIX:-REJ-STA-RCY            VALUE 3.
