      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de clôture de la session de caisse ouverte : le *
      * tiroir est compté, les encaissements théoriques de la session  *
      * sont relus (ventilations de paiement des ventes comptoir,      *
      * "ajupaivcp" : espèces, carte, chèque), l'écart espèces est     *
      * calculé (compté moins fond de caisse moins espèces             *
      * encaissées), et la feuille de caisse du jour est éditée et     *
      * inscrite au registre des documents via "ajudoc". Un écart,     *
      * même de 20 EUR, devient ainsi visible et rattaché à une        *
      * session et un caissier. La clôture est signée dans la chaîne   *
      * inaltérable des ventes ("ajusig", type CAI) dans la même       *
      * transaction. Journalisé via "ajulog".                          *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; CAI=CAISSE; SES=SESSION; FND=FOND;            *
      * CPT=COMPTE; ECT=ECART; ESP=ESPECES; CB=CARTE; CHQ=CHEQUE;      *
      * MNT=MONTANT; THE=THEORIQUE; FIC=FICHIER; LGN=LIGNE;            *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR; DOC=DOCUMENT; SIG=SIGNATURE; *
      * TYP=TYPE.                                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-NUM-CPY             PIC 9(03) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DOC==.

      * Maillon de la clôture dans la chaîne inaltérable des ventes
      * ("ajusig"), posé dans la même transaction.
       01 WS-TYP-SIG             PIC X(03) VALUE "CAI".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-SIG==.

      * Message et type de log de la clôture.
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "caisse".
               WHERE id_ses = :PG-IDF-SES
           END-EXEC.

      * Clôture signée dans la chaîne inaltérable des ventes : sans
      * son maillon, la session reste ouverte.
           IF SQLCODE = 0
               CALL "ajusig"
                   USING
                   WS-TYP-SIG
                   PG-IDF-SES
                   WS-SIG-AJU-RET
               END-CALL
           ELSE
               SET WS-SIG-AJU-RET-ERR TO TRUE
           END-IF.

           IF WS-SIG-AJU-RET-OK
               EXEC SQL COMMIT END-EXEC
               MOVE PG-ECT-SES TO LK-ECT-SES
               SET LK-MAJ-RET-OK TO TRUE
