      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de passage en perte d'une facture irrécouvrable *
      * (client en liquidation) : réservé aux ADMIN (verrol niveau 1)  *
      * et motivé obligatoirement. Le reste dû de la facture est       *
      * constaté en perte dans passage_perte (avec sa part de TVA, à   *
      * récupérer), la facture est marquée passée en perte (perte_fac  *
      * = 1 : la balance âgée, les relances, les prélèvements et       *
      * l'imputation des règlements l'écartent désormais) et l'encours *
      * du client redescend du reste dû. Le journal comptable          *
      * ("expecr") exporte l'écriture de créance irrécouvrable, et     *
      * "edtperte" récapitule l'exercice. Si le client est garanti par *
      * l'assureur-crédit, la déclaration de sinistre est produite par *
      * "gensinass". Journalisé via "ajulog".                          *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; PRT=PERTE; FAC=FACTURE; CLI=CLIENT; MNT=MONTANT;    *
      * RST=RESTE; TVA=TAXE SUR LA VALEUR AJOUTEE; MOT=MOTIF;          *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR; SIN=SINISTRE.                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-TYP-LOG             PIC X(12) VALUE "perte".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Déclaration de sinistre à l'assureur-crédit ("gensinass")
      * quand le client est garanti.
       01 WS-NOM-SIN             PIC X(40).
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-SIN==.

      * Code retour du contrôle de role : le passage en perte est
      * réservé aux ADMIN (niveau 1).
       01 WS-NIV-REQ             PIC 9(01) VALUE 1.
                                   LK-IDF-UTI,
                                   WS-LOG-AJU-RET
               END-CALL

      * Perte validée : si le client est garanti par l'assureur-
      * crédit, le dossier de sinistre part dans la foulée.
               CALL "gensinass"
                   USING
                   PG-IDF-FAC
                   LK-IDF-UTI
                   WS-NOM-SIN
                   WS-SIN-AJU-RET
               END-CALL
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
