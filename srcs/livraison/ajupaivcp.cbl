      * règlement direct resterait à jamais non imputé et la créance   *
      * passerait pour ouverte (balance âgée, relances, pénalités).    *
      * C'est "appaco", appelé par "ajufac" à la facturation, qui      *
      * impute l'acompte sur la facture. À appeler AVANT la clôture de *
      * la vente : l'acompte ne se rattache qu'à une sortante encore   *
      * en cours. Sans session ouverte, la ventilation est refusée :   *
      * ouvrir la caisse d'abord. Une vente sans ventilation (tout à   *
      * zéro) reste une vente en compte, comme avant la caisse. La     *
      * ventilation est signée dans la chaîne inaltérable des ventes   *
      * ("ajusig", type VCP) dans la même transaction.                 *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; PAI=PAIEMENT; VCP=VENTE COMPTOIR; SES=SESSION;      *
      * ESP=ESPECES; CB=CARTE; CHQ=CHEQUE; MNT=MONTANT; ACO=ACOMPTE;   *
      * TOT=TOTAL; DEV=DEVIS; LIV=LIVRAISON; CLI=CLIENT;               *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR; SIG=SIGNATURE; TYP=TYPE.     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-IDF-ACO             PIC 9(10).
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-ACO==.

      * Maillon de la vente encaissée dans la chaîne inaltérable des
      * ventes ("ajusig"), posé dans la même transaction.
       01 WS-TYP-SIG             PIC X(03) VALUE "VCP".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-SIG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
                    :PG-MNT-CB, :PG-MNT-CHQ)
           END-EXEC.

      * Vente signée dans la chaîne inaltérable des ventes : sans son
      * maillon, la ventilation n'est pas validée.
           IF SQLCODE = 0
               CALL "ajusig"
                   USING
                   WS-TYP-SIG
                   PG-IDF-LIV
                   WS-SIG-AJU-RET
               END-CALL
           ELSE
               SET WS-SIG-AJU-RET-ERR TO TRUE
           END-IF.

           IF WS-SIG-AJU-RET-OK
               EXEC SQL COMMIT END-EXEC
               SET LK-AJU-RET-OK TO TRUE
           ELSE
