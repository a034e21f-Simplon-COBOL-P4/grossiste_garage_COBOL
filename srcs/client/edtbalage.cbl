      * Programme batch (exécution planifiée, fin de mois) qui édite   *
      * la balance âgée clients : pour chaque client ayant un encours  *
      * ouvert, le reste dû de ses factures non soldées est ventilé    *
      * par retard sur l'échéance stockée sur la facture               *
      * (date_ech_fac, issue des conditions de paiement du client) :   *
      * non échu / 1 à 30 / 31 à 60 / plus de 60 jours. Pour les       *
      * factures antérieures sans échéance stockée, l'échéance est 30  *
      * jours après la plus ancienne livraison sortante terminée       *
      * couverte par la facture (à défaut, la date de la facture).     *
      * Totaux par tranche en pied d'édition. Facture ouverte =        *
      * montant TTC moins les imputations de règlements                *
      * (reglement_facture). Une balance par société : la société (NN) *
      * est lue en entrée (01 à défaut, contrôlée par "lirsoc"),       *
      * seules ses factures (id_soc) sont ventilées et l'édition est   *
      * suffixée "_NN" (balance_agee.txt pour la société 1). Demandée  *
      * depuis l'écran de génération de document, l'édition passe par  *
      * la file d'édition ("ajuedt", "trtedt") : la société vient      *
      * alors de la demande.                                           *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; BAL=BALANCE; AGE=AGEE; CLI=CLIENT; FAC=FACTURE;    *
      * TRN=TRANCHE; CRT=COURANT; RST=RESTE; TOT=TOTAL; FIC=FICHIER;   *
      * LGN=LIGNE; LCT=LECTURE; ETT=ETAT; CUR=CURSEUR; NBR=NOMBRE;     *
      * DAT=DATE; RTD=RETARD; ECH=ECHEANCE; SOC=SOCIETE; RAI=RAISON    *
      * SOCIALE; SAI=SAISIE; BAS=BASE.                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-BAL ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      * Encours cede au factor : finance, a ne plus compter deux
      * fois dans les tranches.
       01 PG-TRN-CED              PIC 9(10)V99.
      * Société éditée : seules ses factures entrent dans la balance.
       01 PG-IDF-SOC              PIC 9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Curseur de la balance : une ligne par client ayant au moins
      * une facture non soldée, le reste dû ventilé par retard sur
      * l'échéance (jours écoulés depuis date_ech_fac).
       EXEC SQL
           DECLARE CUR-BAL CURSOR FOR
               SELECT x.id_cli, c.nom_cli,
                      SUM(CASE WHEN x.cede = 0 AND x.rtd <= 0
                          THEN x.reste ELSE 0 END),
                      SUM(CASE WHEN x.cede = 0
                                AND x.rtd > 0 AND x.rtd <= 30
                          THEN x.reste ELSE 0 END),
                      SUM(CASE WHEN x.cede = 0
                                AND x.rtd > 30 AND x.rtd <= 60
                          THEN x.reste ELSE 0 END),
                      SUM(CASE WHEN x.cede = 0 AND x.rtd > 60
                          THEN x.reste ELSE 0 END),
                      SUM(CASE WHEN x.cede = 1
                          THEN x.reste ELSE 0 END)
                                 FROM reglement_facture rf
                                 WHERE rf.id_fac = f.id_fac), 0)
                                AS reste,
                            CURRENT_DATE - COALESCE(f.date_ech_fac,
                                COALESCE(
                                (SELECT MIN(l.date_fin_liv)
                                 FROM facture_livraison fl
                                     JOIN livraison l
                                         ON l.id_liv = fl.id_liv
                                 WHERE fl.id_fac = f.id_fac),
                                f.date_fac) + 30) AS rtd
                     FROM facture f
                     WHERE COALESCE(f.perte_fac, 0) = 0
                       AND COALESCE(f.id_soc, 1) = :PG-IDF-SOC) x
                   JOIN client c ON c.id_cli = x.id_cli
               WHERE x.reste > 0
               GROUP BY x.id_cli, c.nom_cli
       01 WS-TOT-CED              PIC 9(12)V99 VALUE 0.
       01 WS-NOM-CLI-EDT          PIC X(30).

      * Société éditée (NN lu en entrée, 01 à défaut) : son édition
      * porte le suffixe "_NN" ("calnomcpt"), sauf la société 1 qui
      * garde le nom d'origine.
       01 WS-SOC-SAI              PIC X(02).
       01 WS-RAI-SOC              PIC X(50).
       01 WS-NOM-BAS              PIC X(20) VALUE "balance_agee".
       01 WS-NOM-SOC              PIC X(20).
       01 WS-NOM-FIC              PIC X(40).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-SOC==.

       COPY utiglb.

       PROCEDURE DIVISION.

           ACCEPT PG-DAT-JOU FROM DATE YYYYMMDD.

           PERFORM 0050-LIR-SOC-DEB
              THRU 0050-LIR-SOC-FIN.

           IF RETURN-CODE = 8
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT FIC-BAL.

           PERFORM 0100-NTE-BAL-DEB
           CLOSE FIC-BAL.

           DISPLAY "edtbalage : " WS-NBR-CLI " client(s) avec encours"
               " ouvert, edition dans " FUNCTION TRIM(WS-NOM-FIC).

           MOVE WS-NOM-FIC TO G-EDT-FIC.

           EXIT PROGRAM.

      *                         PARAGRAPHES                            *
      ******************************************************************

      * Société éditée : lue en entrée (01 à défaut) et contrôlée
      * par "lirsoc" ; une société inconnue arrête l'édition (code
      * retour 8).
       0050-LIR-SOC-DEB.

      * Lancée depuis la file d'édition ("trtedt"), la société vient
      * de la demande.
           IF G-EDT-FIL-OUI
               MOVE G-EDT-PRM(1:2) TO WS-SOC-SAI
           ELSE
               ACCEPT WS-SOC-SAI
           END-IF.

           IF WS-SOC-SAI IS NUMERIC
               MOVE WS-SOC-SAI TO PG-IDF-SOC
           ELSE
               MOVE 1 TO PG-IDF-SOC
           END-IF.

           CALL "lirsoc"
               USING
               PG-IDF-SOC
               WS-RAI-SOC
               WS-SOC-LIR-RET
           END-CALL.

           IF NOT WS-SOC-LIR-RET-OK
               DISPLAY "edtbalage : societe " PG-IDF-SOC " inconnue"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           CALL "calnomcpt"
               USING
               WS-NOM-BAS
               PG-IDF-SOC
               WS-NOM-SOC
           END-CALL.

           MOVE SPACES TO WS-NOM-FIC.
           STRING FUNCTION TRIM(WS-NOM-SOC) ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-FIC
           END-STRING.

       0050-LIR-SOC-FIN.

      *-----------------------------------------------------------------
      * Écrit l'entête de la balance âgée.
       0100-NTE-BAL-DEB.

           MOVE "BALANCE AGEE CLIENTS" TO FD-LGN-BAL.
           WRITE FD-LGN-BAL.

           STRING "Societe : " DELIMITED BY SIZE
                  PG-IDF-SOC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RAI-SOC DELIMITED BY SIZE
                  INTO FD-LGN-BAL
           END-STRING.
           WRITE FD-LGN-BAL.

           STRING "Date : " DELIMITED BY SIZE
                  PG-DAT-JOU DELIMITED BY SIZE
                  INTO FD-LGN-BAL
           WRITE FD-LGN-BAL.

           MOVE
      -    "Client                          Non echu      1-30 j
      -    "  31-60 j     + de 60 j    Cede"
               TO FD-LGN-BAL.
           WRITE FD-LGN-BAL.

