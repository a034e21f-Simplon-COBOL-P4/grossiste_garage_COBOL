      ******************************************************************
      *                              ENTETE                            *
      * Dossier d'un prospect (table prospect) tel qu'il circule entre *
      * l'ecran "ecrpro" et les sous-programmes "ajupro", "lirpro",    *
      * "majpro" et "cnvpro" : le garage, son contact, le representant *
      * qui le suit, l'origine du contact, le statut commercial, les   *
      * pieces de l'ouverture de compte (Kbis, RIB, mandat SEPA), le   *
      * plafond de credit demande puis decide par l'administrateur, et *
      * le client issu de la conversion.                               *
      * PRO=PROSPECT; IDF=IDENTIFIANT; CTC=CONTACT; EML=MAIL;          *
      * IND=INDICATIF; TEL=TELEPHONE; COP=CODE POSTAL; VIL=VILLE;      *
      * ADR=ADRESSE; REP=REPRESENTANT; SRC=SOURCE; STA=STATUT;         *
      * KBS=KBIS; RUM=REFERENCE UNIQUE DE MANDAT; DAT=DATE;            *
      * SIG=SIGNATURE; PLF=PLAFOND; DEM=DEMANDE; ACC=ACCORDE;          *
      * CLI=CLIENT.                                                    *
      ******************************************************************
       01 :PREFIX:-PRO.
           05 :PREFIX:-PRO-IDF          PIC 9(10).
           05 :PREFIX:-PRO-NOM          PIC X(50).
           05 :PREFIX:-PRO-CTC          PIC X(50).
           05 :PREFIX:-PRO-EML          PIC X(50).
           05 :PREFIX:-PRO-IND          PIC 9(03).
           05 :PREFIX:-PRO-TEL          PIC 9(10).
           05 :PREFIX:-PRO-COP          PIC 9(05).
           05 :PREFIX:-PRO-VIL          PIC X(50).
           05 :PREFIX:-PRO-ADR          PIC X(50).
           05 :PREFIX:-PRO-REP          PIC 9(10).
      * Origine : S=salon, V=visite terrain, T=telephone,
      * R=recommandation, W=site web, A=autre.
           05 :PREFIX:-PRO-SRC          PIC X(01).
               88 :PREFIX:-PRO-SRC-OK        VALUE "S" "V" "T" "R"
                                                   "W" "A".
      * Statut commercial.
           05 :PREFIX:-PRO-STA          PIC 9(01).
               88 :PREFIX:-PRO-STA-NOU       VALUE 0.
               88 :PREFIX:-PRO-STA-ENC       VALUE 1.
               88 :PREFIX:-PRO-STA-OUV       VALUE 2.
               88 :PREFIX:-PRO-STA-CNV       VALUE 3.
               88 :PREFIX:-PRO-STA-PER       VALUE 4.
      * Pieces de l'ouverture de compte : Kbis recu (O/N), RIB
      * (IBAN) et mandat SEPA signe (RUM, date de signature).
           05 :PREFIX:-PRO-KBS          PIC X(01).
           05 :PREFIX:-PRO-IBAN         PIC X(34).
           05 :PREFIX:-PRO-RUM          PIC X(35).
           05 :PREFIX:-PRO-DAT-SIG      PIC X(10).
      * Plafond de credit : montant demande, montant accorde, et
      * etat de la demande.
           05 :PREFIX:-PRO-PLF-DEM      PIC 9(08)V99.
           05 :PREFIX:-PRO-PLF-ACC      PIC 9(08)V99.
           05 :PREFIX:-PRO-STA-PLF      PIC 9(01).
               88 :PREFIX:-PRO-PLF-AUC       VALUE 0.
               88 :PREFIX:-PRO-PLF-DMD       VALUE 1.
               88 :PREFIX:-PRO-PLF-ACD       VALUE 2.
               88 :PREFIX:-PRO-PLF-REF       VALUE 3.
           05 :PREFIX:-PRO-CLI          PIC 9(10).
