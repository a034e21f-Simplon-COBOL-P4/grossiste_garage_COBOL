      ******************************************************************
      *                              ENTETE                            *
      * Filtre de selection de pieces pour la mise a jour en masse     *
      * ("lirselpie" pour l'apercu, "majmaspie" pour l'application) :  *
      * categorie, fournisseur principal, depot de rattachement,       *
      * debut d'emplacement (casier) et fragment du nom. Un critere a  *
      * zero ou a blanc ne filtre pas ; les criteres poses se          *
      * cumulent.                                                      *
      * SEL=SELECTION; PIE=PIECE; CAT=CATEGORIE; FOU=FOURNISSEUR;      *
      * ENT=ENTREPOT (DEPOT); EMP=EMPLACEMENT; NOM=NOM.                *
      ******************************************************************
       01 :PREFIX:-SEL-PIE.
           05 :PREFIX:-SEL-CAT          PIC 9(10).
           05 :PREFIX:-SEL-FOU          PIC 9(10).
           05 :PREFIX:-SEL-ENT          PIC 9(10).
           05 :PREFIX:-SEL-EMP          PIC X(10).
           05 :PREFIX:-SEL-NOM          PIC X(30).
