      ******************************************************************
      *                              ENTETE                            *
      * Pieces souvent vendues avec une piece donnee, telles que       *
      * "lirasspie" les rend aux ecrans de vente ("ecrvcomp",          *
      * "ecrajliv") : les associations les plus frequentes de la table *
      * association_pie (posee par "genasspie") dont la piece associee *
      * est en stock, la plus frequente en tete. NBE donne le nombre   *
      * de postes remplis.                                             *
      * ASS=ASSOCIATION; PIE=PIECE; IDF=IDENTIFIANT; NOM=NOM;          *
      * PCT=POURCENTAGE (DES VENTES DE LA PIECE); NBE=NOMBRE           *
      * D'ENTREES.                                                     *
      ******************************************************************
       01 :PREFIX:-TAB-ASS.
           05 :PREFIX:-ASS              OCCURS 5 TIMES.
               10 :PREFIX:-ASS-IDF      PIC 9(10).
               10 :PREFIX:-ASS-NOM      PIC X(30).
               10 :PREFIX:-ASS-PCT      PIC 9(03).
       01 :PREFIX:-ASS-NBE              PIC 9(02).
