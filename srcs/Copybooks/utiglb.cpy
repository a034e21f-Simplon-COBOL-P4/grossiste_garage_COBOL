      * programmes qui la COPY partagent le meme espace memoire au     *
      * sein d'une meme execution.                                     *
      * UTI=UTILISATEUR; GBL=GLOBAL; NOM=NOM; ID=IDENTIFIANT; RLE=ROLE. *
      * MDP=MOT DE PASSE; EXP=EXPIRE; FCT=FONCTION; ACT=ACTIVE;        *
      * SEL=SELECTION; SOC=SOCIETE; BAT=BATCH; SIM=SIMULATION;         *
      * FAC=FACTURE; HT=HORS TAXE; TVA=TAXE SUR LA VALEUR AJOUTEE;     *
      * TTC=TOUTES TAXES COMPRISES; REJ=REJET; RPR=REPRISE;            *
      * IDF=IDENTIFIANT; LGN=LIGNE; RET=RETOUR; EDT=EDITION;           *
      * PRM=PARAMETRES.                                                *
      ******************************************************************
       01  G-UTI-NOM            PIC X(20)  EXTERNAL.
       01  G-UTI-ID             PIC 9(10)  EXTERNAL.
       01  G-UTI-RLE            PIC X(14)  EXTERNAL.
      * Mot de passe expire ou provisoire (1) : pose par "conapl" a la
      * connexion d'apres "letutl", remis a 0 par "ecrmajmdp" une fois
      * le mot de passe change.
       01  G-UTI-MDP-EXP        PIC 9(01)  EXTERNAL.
      * Fonction en cours (code du catalogue "fctapp") : posee par le
      * menu qui lance l'ecran, remise a blanc au retour. "verrol" s'en
      * sert pour controler les mises a jour contre la matrice des
      * droits du role ("verfct").
       01  G-FCT-ACT            PIC X(06)  EXTERNAL.
      * Identifiant pre-selectionne : pose par la recherche universelle
      * ("ecrrch") avant d'appeler un ecran de consultation, qui
      * l'affiche d'emblee au lieu d'attendre une saisie, puis le
      * remet a 0.
       01  G-IDF-SEL            PIC 9(10)  EXTERNAL.
      * Societe (entite juridique) dans laquelle l'utilisateur
      * travaille, choisie a la connexion dans "conapl" (table
      * societe, 1 = societe historique). Portee sur les livraisons,
      * factures, reglements, factures fournisseur et sessions de
      * caisse creees, et fixe le compteur de numerotation.
       01  G-SOC-ID             PIC 9(02)  EXTERNAL.
      * Chaine de nuit lancee en simulation (1) depuis l'ecran de
      * suivi des batchs ("ecrbat", via "chnbat") : les etapes de
      * facturation et de commande n'ecrivent rien en base, ne
      * consomment aucun numero du compteur et sortent leur apercu
      * dans simulation_<programme>.txt. Remis a 0 en fin de chaine.
       01  G-BAT-SIM            PIC 9(01)  EXTERNAL.
           88 G-BAT-SIM-OUI                VALUE 1.
      * Montants de la derniere facture calculee en simulation par
      * "ajufac" (annulee aussitot), repris dans l'apercu.
       01  G-SIM-FAC                       EXTERNAL.
           05 G-SIM-FAC-HT      PIC 9(10)V99.
           05 G-SIM-FAC-TVA     PIC 9(10)V99.
           05 G-SIM-FAC-TTC     PIC 9(10)V99.
      * Dernier numero de facture prevu en simulation, par societe
      * (rang = id_soc, 0 = compteur pas encore lu) : les cautions de
      * "genfacout" le posent, "genfacper" le reprend pour que ses
      * factures suivent au lieu de reprendre les memes numeros. Remis
      * a 0 par "chnbat" en debut de simulation.
       01  G-SIM-NUM                       EXTERNAL.
           05 G-SIM-NUM-FAC     PIC 9(10) OCCURS 99 TIMES.
      * Rejet d'import rejoue (1) depuis l'atelier des rejets
      * ("ecrrej") : l'import appele ne lit pas son fichier et ne
      * traite que la ligne corrigee G-REJ-LGN, avec les memes
      * controles. S'il la rejette encore, "ajurej" met a jour le
      * rejet G-REJ-IDF au lieu d'en creer un et pose G-REJ-RET a 1.
       01  G-REJ-RPR            PIC 9(01)  EXTERNAL.
           88 G-REJ-RPR-OUI                VALUE 1.
       01  G-REJ-IDF            PIC 9(10)  EXTERNAL.
       01  G-REJ-LGN            PIC X(300) EXTERNAL.
       01  G-REJ-RET            PIC 9(01)  EXTERNAL.
           88 G-REJ-RET-OK                 VALUE 0.
           88 G-REJ-RET-REJ                VALUE 1.
      * Edition longue lancee (1) depuis la file d'edition par
      * "trtedt" : l'edition ("edtmarge", "edtvp", "edtbalage") prend
      * ses parametres dans G-EDT-PRM au lieu de les lire en entree.
      * Chaque edition de la file pose dans G-EDT-FIC le nom du
      * fichier produit (blanc si rien n'a ete produit).
       01 G-EDT-FIL            PIC 9(01)  EXTERNAL.
           88 G-EDT-FIL-OUI                VALUE 1.
       01 G-EDT-PRM            PIC X(20)  EXTERNAL.
       01 G-EDT-FIC            PIC X(40)  EXTERNAL.
