      ******************************************************************
      *                              ENTETE                            *
      * Catalogue des statuts d'une facture electronique (table        *
      * "facture_electronique") : statuts internes (0 generee, 1 a     *
      * renvoyer apres correction, 2 bloquee faute de SIREN client)    *
      * puis statuts du cycle de vie retournes par la plateforme de    *
      * dematerialisation (PDP, codes 200 a 213). Le drapeau "C"       *
      * signale un statut qui demande une correction de notre part     *
      * (liste des factures a corriger). Utilise par "genfel",         *
      * "impstafel", "lirfel", "majfel" et l'ecran "ecrfel".           *
      * STA=STATUT; FEL=FACTURE ELECTRONIQUE; CAT=CATALOGUE; COD=CODE; *
      * COR=A CORRIGER; LIB=LIBELLE; NBE=NOMBRE D'ENTREES.             *
      ******************************************************************
       01  WS-STA-CAT-VAL.
           05 FILLER             PIC X(34) VALUE
               "000 Generee".
           05 FILLER             PIC X(34) VALUE
               "001 A renvoyer (corrigee)".
           05 FILLER             PIC X(34) VALUE
               "002CBloquee (SIREN client absent)".
           05 FILLER             PIC X(34) VALUE
               "200 Deposee".
           05 FILLER             PIC X(34) VALUE
               "201 Emise par la plateforme".
           05 FILLER             PIC X(34) VALUE
               "202 Recue par la plateforme".
           05 FILLER             PIC X(34) VALUE
               "203 Mise a disposition".
           05 FILLER             PIC X(34) VALUE
               "204 Prise en charge".
           05 FILLER             PIC X(34) VALUE
               "205 Approuvee".
           05 FILLER             PIC X(34) VALUE
               "206 Approuvee partiellement".
           05 FILLER             PIC X(34) VALUE
               "207 En litige".
           05 FILLER             PIC X(34) VALUE
               "208 Suspendue".
           05 FILLER             PIC X(34) VALUE
               "209 Completee".
           05 FILLER             PIC X(34) VALUE
               "210CRefusee par le client".
           05 FILLER             PIC X(34) VALUE
               "211 Paiement transmis".
           05 FILLER             PIC X(34) VALUE
               "212 Encaissee".
           05 FILLER             PIC X(34) VALUE
               "213CRejetee par la plateforme".
       01  WS-STA-CAT REDEFINES WS-STA-CAT-VAL.
           05 WS-STA-ENR         OCCURS 17 TIMES.
               10 WS-STA-COD     PIC 9(03).
               10 WS-STA-COR     PIC X(01).
               10 WS-STA-LIB     PIC X(30).
       01  WS-STA-NBE            PIC 9(02) VALUE 17.
