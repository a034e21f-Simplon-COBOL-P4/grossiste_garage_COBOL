      ******************************************************************
      *                              ENTETE                            *
      * Catalogue des fonctions de l'application pour la matrice des   *
      * droits (tables role_app / role_fonction) : code de fonction,   *
      * droit par defaut des roles STANDARD et CONSULTATION tant que   *
      * l'administrateur ne les a pas repris dans la matrice, libelle. *
      * Les trois premieres lettres du code sont celles du menu        *
      * principal (PIE stock, CLI clients, FOU fournisseurs, LIV       *
      * livraisons) : une option du menu principal est visible des     *
      * qu'une fonction de son groupe est accordee.                    *
      * Niveaux : 0 = consultation, 1 = mise a jour, 2 = suppression / *
      * administration, espace = aucun droit.                          *
      * Utilise par "verfct", "lirrfc", "majrfc" et l'ecran "ecrrle".  *
      * FCT=FONCTION; CAT=CATALOGUE; COD=CODE; STD=STANDARD;           *
      * CNS=CONSULTATION; LIB=LIBELLE; NBE=NOMBRE D'ENTREES.           *
      ******************************************************************
       01  WS-FCT-CAT-VAL.
           05 FILLER             PIC X(38) VALUE
               "PIEAJU1 Stock - ajouter une piece".
           05 FILLER             PIC X(38) VALUE
               "PIECHR10Stock - afficher une piece".
           05 FILLER             PIC X(38) VALUE
               "PIEMAJ1 Stock - modifier une piece".
           05 FILLER             PIC X(38) VALUE
               "PIESUP  Stock - supprimer une piece".
           05 FILLER             PIC X(38) VALUE
               "PIECAT  Stock - categories".
           05 FILLER             PIC X(38) VALUE
               "PIEINV1 Stock - inventaire physique".
           05 FILLER             PIC X(38) VALUE
               "PIEPRO1 Stock - promotions".
           05 FILLER             PIC X(38) VALUE
               "PIENOM1 Stock - nomenclature kits".
           05 FILLER             PIC X(38) VALUE
               "PIEQRN1 Stock - quarantaine".
           05 FILLER             PIC X(38) VALUE
               "PIEASM1 Stock - assemblage kits".
           05 FILLER             PIC X(38) VALUE
               "PIEQLT1 Stock - controle qualite".
           05 FILLER             PIC X(38) VALUE
               "PIEPRX1 Stock - revision des prix".
           05 FILLER             PIC X(38) VALUE
               "PIEADR1 Stock - matieres ADR".
           05 FILLER             PIC X(38) VALUE
               "PIEECO1 Stock - eco-participation".
           05 FILLER             PIC X(38) VALUE
               "PIEBUD1 Stock - budgets de ventes".
           05 FILLER             PIC X(38) VALUE
               "PIEDOU1 Stock - donnees douanieres".
           05 FILLER             PIC X(38) VALUE
               "PIEHCH10Stock - historique des modifs".
           05 FILLER             PIC X(38) VALUE
               "PIECYC1 Stock - cycle de vie".
           05 FILLER             PIC X(38) VALUE
               "PIEUNI1 Stock - unites de vente/stock".
           05 FILLER             PIC X(38) VALUE
               "PIEMAS  Stock - mise a jour en masse".
           05 FILLER             PIC X(38) VALUE
               "PIEMRG1 Stock - marge minimale vente".
           05 FILLER             PIC X(38) VALUE
               "PIERAP1 Stock - rappels constructeur".
           05 FILLER             PIC X(38) VALUE
               "PIEEMP1 Stock - emplacements, reassort".
           05 FILLER             PIC X(38) VALUE
               "CLIAJU1 Clients - ajouter".
           05 FILLER             PIC X(38) VALUE
               "CLICHR10Clients - afficher".
           05 FILLER             PIC X(38) VALUE
               "CLIMAJ  Clients - modifier".
           05 FILLER             PIC X(38) VALUE
               "CLISUP  Clients - supprimer".
           05 FILLER             PIC X(38) VALUE
               "CLIHST10Clients - historique achats".
           05 FILLER             PIC X(38) VALUE
               "CLIDEV10Clients - devis".
           05 FILLER             PIC X(38) VALUE
               "CLIFAC10Clients - facturation".
           05 FILLER             PIC X(38) VALUE
               "CLIREG10Clients - reglements".
           05 FILLER             PIC X(38) VALUE
               "CLITAR  Clients - grille tarifaire".
           05 FILLER             PIC X(38) VALUE
               "CLIADR10Clients - carnet d'adresses".
           05 FILLER             PIC X(38) VALUE
               "CLIRET1 Clients - retours".
           05 FILLER             PIC X(38) VALUE
               "CLICSG1 Clients - depots-vente".
           05 FILLER             PIC X(38) VALUE
               "CLIGAR1 Clients - dossiers garantie".
           05 FILLER             PIC X(38) VALUE
               "CLISEP1 Clients - prelevements SEPA".
           05 FILLER             PIC X(38) VALUE
               "CLICHQ1 Clients - remise de cheques".
           05 FILLER             PIC X(38) VALUE
               "CLIREP1 Clients - representants".
           05 FILLER             PIC X(38) VALUE
               "CLIESC1 Clients - escompte".
           05 FILLER             PIC X(38) VALUE
               "CLIREF1 Clients - references".
           05 FILLER             PIC X(38) VALUE
               "CLIACO1 Clients - acomptes".
           05 FILLER             PIC X(38) VALUE
               "CLIRGP  Clients - RGPD".
           05 FILLER             PIC X(38) VALUE
               "CLIOUT1 Clients - outillage de pret".
           05 FILLER             PIC X(38) VALUE
               "CLIFCT1 Clients - interface factor".
           05 FILLER             PIC X(38) VALUE
               "CLICOU1 Clients - commandes ouvertes".
           05 FILLER             PIC X(38) VALUE
               "CLIHCH10Clients - historique modifs".
           05 FILLER             PIC X(38) VALUE
               "CLICRS1 Clients - carcasses (ech. std)".
           05 FILLER             PIC X(38) VALUE
               "CLIPRO1 Clients - prospects".
           05 FILLER             PIC X(38) VALUE
               "CLIASS1 Clients - assurance-credit".
           05 FILLER             PIC X(38) VALUE
               "CLIRCL1 Clients - reclamations".
           05 FILLER             PIC X(38) VALUE
               "FOUAJU1 Fourn. - ajouter".
           05 FILLER             PIC X(38) VALUE
               "FOUCHR10Fourn. - afficher".
           05 FILLER             PIC X(38) VALUE
               "FOUMAJ  Fourn. - modifier".
           05 FILLER             PIC X(38) VALUE
               "FOUSUP  Fourn. - supprimer".
           05 FILLER             PIC X(38) VALUE
               "FOUNOT10Fourn. - notes de contact".
           05 FILLER             PIC X(38) VALUE
               "FOUCAT1 Fourn. - catalogue pieces".
           05 FILLER             PIC X(38) VALUE
               "FOUDEV  Fourn. - devises".
           05 FILLER             PIC X(38) VALUE
               "FOURET10Fourn. - retours".
           05 FILLER             PIC X(38) VALUE
               "FOUFAC1 Fourn. - factures".
           05 FILLER             PIC X(38) VALUE
               "FOUCAP1 Fourn. - couts d'approche".
           05 FILLER             PIC X(38) VALUE
               "FOUVAL  Fourn. - validation achats".
           05 FILLER             PIC X(38) VALUE
               "FOUBFA1 Fourn. - BFA".
           05 FILLER             PIC X(38) VALUE
               "FOUEUE1 Fourn. - intra-UE (EMEBI)".
           05 FILLER             PIC X(38) VALUE
               "FOUREG1 Fourn. - paiements".
           05 FILLER             PIC X(38) VALUE
               "FOUHCH10Fourn. - historique modifs".
           05 FILLER             PIC X(38) VALUE
               "FOUCSF1 Fourn. - depots fournisseurs".
           05 FILLER             PIC X(38) VALUE
               "FOUDPX1 Fourn. - demandes de prix".
           05 FILLER             PIC X(38) VALUE
               "LIVAJU1 Livr. - ajouter".
           05 FILLER             PIC X(38) VALUE
               "LIVCHR10Livr. - afficher".
           05 FILLER             PIC X(38) VALUE
               "LIVMAJ  Livr. - modifier".
           05 FILLER             PIC X(38) VALUE
               "LIVSUP  Livr. - supprimer".
           05 FILLER             PIC X(38) VALUE
               "LIVRTD10Livr. - en retard".
           05 FILLER             PIC X(38) VALUE
               "LIVPRP1 Livr. - preparation (picking)".
           05 FILLER             PIC X(38) VALUE
               "LIVTRN1 Livr. - transporteurs, suivi".
           05 FILLER             PIC X(38) VALUE
               "LIVTOU1 Livr. - tournees".
           05 FILLER             PIC X(38) VALUE
               "LIVVCP1 Livr. - vente comptoir".
           05 FILLER             PIC X(38) VALUE
               "LIVSER10Livr. - numeros de serie".
           05 FILLER             PIC X(38) VALUE
               "LIVEMB1 Livr. - emballages consignes".
           05 FILLER             PIC X(38) VALUE
               "LIVLIT1 Livr. - POD et litiges".
           05 FILLER             PIC X(38) VALUE
               "LIVSCN1 Livr. - scan code-barres".
           05 FILLER             PIC X(38) VALUE
               "LIVCAI1 Livr. - caisse comptoir".
           05 FILLER             PIC X(38) VALUE
               "LIVCMP1 Livr. - commandes permanentes".
           05 FILLER             PIC X(38) VALUE
               "LIVVPR1 Livr. - ventes perdues".
           05 FILLER             PIC X(38) VALUE
               "LIVRTR1 Livr. - retraits sur place".
           05 FILLER             PIC X(38) VALUE
               "LIVPRT1 Livr. - poids et port".
           05 FILLER             PIC X(38) VALUE
               "LIVDEC1 Livr. - dechets (BSD)".
           05 FILLER             PIC X(38) VALUE
               "LIVFLT1 Livr. - carnet de flotte".
           05 FILLER             PIC X(38) VALUE
               "LIVCSP1 Livr. - commandes speciales".
           05 FILLER             PIC X(38) VALUE
               "LIVDIR1 Livr. - livraisons directes".
           05 FILLER             PIC X(38) VALUE
               "LIVDRG  Livr. - derog. prix plancher".
           05 FILLER             PIC X(38) VALUE
               "DOCGEN10Generer un document".
           05 FILLER             PIC X(38) VALUE
               "LOGJRN 0Journal de logs".
           05 FILLER             PIC X(38) VALUE
               "UTIAJU  Creer un compte utilisateur".
       01  WS-FCT-CAT REDEFINES WS-FCT-CAT-VAL.
           05 WS-FCT-ENR         OCCURS 94 TIMES.
               10 WS-FCT-COD     PIC X(06).
               10 WS-FCT-STD     PIC X(01).
               10 WS-FCT-CNS     PIC X(01).
               10 WS-FCT-LIB     PIC X(30).
       01  WS-FCT-NBE            PIC 9(03) VALUE 94.
