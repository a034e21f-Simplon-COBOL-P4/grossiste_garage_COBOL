      ******************************************************************
      *                              ENTETE                            *
      * Categories des reclamations clients (table                     *
      * reclamation_client, colonne cat_rcc) : code et libelle. RTD    *
      * retard de livraison, FAC erreur de facture, ACC accueil et     *
      * comportement (telephone, comptoir), MNQ piece manquante (kit,  *
      * colis incomplet), AUT autre motif. Les retours, la garantie et *
      * les litiges transport ont leurs propres dossiers et ne         *
      * passent pas par ici. Utilise par "ajurcc", "edtrccrtd" et      *
      * "edtrccsta".                                                   *
      * CAT=CATEGORIE; RCC=RECLAMATION CLIENT; COD=CODE; LIB=LIBELLE;  *
      * NBE=NOMBRE D'ENTREES.                                          *
      ******************************************************************
       01  WS-CAT-RCC-VAL.
           05 FILLER             PIC X(33) VALUE
               "RTDRetard de livraison".
           05 FILLER             PIC X(33) VALUE
               "FACErreur de facture".
           05 FILLER             PIC X(33) VALUE
               "ACCAccueil, comportement".
           05 FILLER             PIC X(33) VALUE
               "MNQPiece manquante".
           05 FILLER             PIC X(33) VALUE
               "AUTAutre motif".
       01  WS-CAT-RCC REDEFINES WS-CAT-RCC-VAL.
           05 WS-CAT-RCC-ENR     OCCURS 5 TIMES.
               10 WS-CAT-RCC-COD PIC X(03).
               10 WS-CAT-RCC-LIB PIC X(30).
       01  WS-CAT-RCC-NBE        PIC 9(02) VALUE 5.
