      ******************************************************************
      *                              ENTETE                            *
      * Catalogue des etapes surveillees par la separation des taches  *
      * (rapport "edtsod") et jeu de regles de conflit par defaut.     *
      * Etapes : CREFOU creation d'un fournisseur ("ajufou", logs),    *
      * SAIFAF saisie de sa facture ("ajufacfou"), VALACH validation   *
      * de l'achat ("ajuvalach"), CRECLI creation d'un client          *
      * ("ajucli", logs), AVRCLI avoir sur retour client               *
      * ("ajuretcli"), PERCLI passage en perte ("ajuperte").           *
      * Une regle associe deux etapes qu'un meme utilisateur ne doit   *
      * pas realiser sur un meme document. Les regles par defaut sont  *
      * amorcees par l'ecran "ecrrgc" sur une table vide et            *
      * appliquees par "edtsod" tant que la table "regle_conflit"      *
      * est vide. Utilise par "majrgc", "ecrrgc" et "edtsod".          *
      * ETP=ETAPE; SOD=SEPARATION DES TACHES; CAT=CATALOGUE; COD=CODE; *
      * LIB=LIBELLE; RGC=REGLE DE CONFLIT; DEF=DEFAUT; NBE=NOMBRE      *
      * D'ENTREES; A/B=PREMIERE/SECONDE ETAPE DE LA REGLE.             *
      ******************************************************************
       01  WS-ETP-CAT-VAL.
           05 FILLER             PIC X(36) VALUE
               "CREFOUCreation d'un fournisseur".
           05 FILLER             PIC X(36) VALUE
               "SAIFAFSaisie facture fournisseur".
           05 FILLER             PIC X(36) VALUE
               "VALACHValidation de l'achat".
           05 FILLER             PIC X(36) VALUE
               "CRECLICreation d'un client".
           05 FILLER             PIC X(36) VALUE
               "AVRCLIAvoir sur retour client".
           05 FILLER             PIC X(36) VALUE
               "PERCLIPassage en perte".
       01  WS-ETP-CAT REDEFINES WS-ETP-CAT-VAL.
           05 WS-ETP-ENR         OCCURS 6 TIMES.
               10 WS-ETP-COD     PIC X(06).
               10 WS-ETP-LIB     PIC X(30).
       01  WS-ETP-NBE            PIC 9(02) VALUE 6.

       01  WS-RGC-DEF-VAL.
           05 FILLER             PIC X(52) VALUE
               "CREFOUSAIFAFCree le fournisseur et saisit sa facture".
           05 FILLER             PIC X(52) VALUE
               "CREFOUVALACHCree le fournisseur et valide l'achat".
           05 FILLER             PIC X(52) VALUE
               "SAIFAFVALACHSaisit la facture et valide l'achat".
           05 FILLER             PIC X(52) VALUE
               "AVRCLICRECLICree le client et lui fait un avoir".
           05 FILLER             PIC X(52) VALUE
               "CRECLIPERCLICree le client et passe sa dette a perte".
           05 FILLER             PIC X(52) VALUE
               "AVRCLIPERCLIFait un avoir et passe la dette en perte".
       01  WS-RGC-DEF REDEFINES WS-RGC-DEF-VAL.
           05 WS-RGC-DEF-ENR     OCCURS 6 TIMES.
               10 WS-RGC-DEF-A   PIC X(06).
               10 WS-RGC-DEF-B   PIC X(06).
               10 WS-RGC-DEF-LIB PIC X(40).
       01  WS-RGC-DEF-NBE        PIC 9(02) VALUE 6.
