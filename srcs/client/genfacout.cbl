      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch de la chaîne de nuit ("chnbat") qui facture la *
      * caution des outils prêtés en retard : un prêt en cours dont    *
      * l'échéance est dépassée de plus de N jours (clé "delai_outil"  *
      * de parametre_secu, 14 jours à défaut) déclenche la facturation *
      * de la caution de l'outil : facture au numéro légal du compteur *
      * "facture" (sans TVA : c'est une caution conservée), portée à   *
      * l'encours du client - "ajureg" l'encaissera comme les autres - *
      * et le prêt passe "caution facturée" (2). Le rendu de l'outil   *
      * après coup se règle en avoir à la main. La caution est         *
      * exigible à réception : échéance (date_ech_fac) = date de       *
      * facture. Journalisé via "ajulog". La caution est facturée par  *
      * la société du prêt (id_soc de pret_outil), sous son compteur   *
      * ("calnomcpt"), et signée dans la chaîne inaltérable des ventes *
      * ("ajusig") dans la même transaction. Chaîne en simulation      *
      * (G-BAT-SIM) : rien n'est écrit ni numéroté, les cautions qui   *
      * seraient facturées, au numéro qu'elles prendraient, sont       *
      * listées dans simulation_genfacout.txt.                         *
      *                                                                *
      *                           TRIGRAMMES                           *
      * GEN=GENERATION; FAC=FACTURE; OUT=OUTIL; PRT=PRET; CAU=CAUTION; *
      * CLI=CLIENT; DEL=DELAI; JRS=JOURS; NUM=NUMERO; CPT=COMPTEUR;    *
      * CUR=CURSEUR; LCT=LECTURE; ETT=ETAT; NBR=NOMBRE;                *
      * IDF=IDENTIFIANT; DAT=DATE; SOC=SOCIETE; BAS=BASE;              *
      * SIM=SIMULATION; CRS=EN COURS; EDT=EDITE; MNT=MONTANT;          *
      * SIG=SIGNATURE; TYP=TYPE.                                       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       AUTHOR. siboryg.
       DATE-WRITTEN. 25-09-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-SIM ASSIGN TO "simulation_genfacout.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Aperçu de la chaîne lancée en simulation : une ligne par
      * caution qui serait facturée.
       FD  FIC-SIM.
       01  FD-LGN-SIM                PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-NUM-FAC             PIC 9(10).
       01 PG-IDF-FAC             PIC 9(10).
       01 PG-DAT-JOU             PIC X(10).
      * Société du prêt, et clé de son compteur légal.
       01 PG-IDF-SOC             PIC 9(02).
       01 PG-NOM-CPT             PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Prêts en cours dont l'échéance est dépassée de plus de N
      * jours, avec la caution de l'outil et la société du prêt.
       EXEC SQL
           DECLARE CUR-OUT CURSOR FOR
               SELECT po.id_prt_out, po.id_cli, o.mnt_caution,
                      COALESCE(po.id_soc, 1)
               FROM pret_outil po
                   JOIN outil o ON o.id_out = po.id_out
               WHERE po.statut_prt = 0
                 AND o.mnt_caution > 0
                 AND po.date_due <
                     CURRENT_DATE - CAST(:PG-DEL-JRS AS INTEGER)
               ORDER BY 4, po.id_prt_out
               FOR READ ONLY
       END-EXEC.

       01 WS-UTI-ID              PIC 9(10) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Nom de base du compteur légal, suffixé par "calnomcpt" pour
      * une autre société que la société 1.
       01 WS-NOM-CPT-BAS         PIC X(20) VALUE "facture".

      * Maillon de la facture dans la chaine inalterable des ventes
      * ("ajusig"), pose dans la meme transaction que la facture.
       01 WS-TYP-SIG             PIC X(03) VALUE "FAC".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-SIG==.

      * Simulation : lignes de l'aperçu. Le numéro que prendrait la
      * facture suit, par société, le dernier numéro prévu
      * (G-SIM-NUM-FAC, compteur lu une fois, jamais incrémenté).
       01 WS-IDF-PRT-EDT         PIC Z(10).
       01 WS-IDF-CLI-EDT         PIC Z(10).
       01 WS-MNT-CAU-EDT         PIC Z(07)9.99.

       COPY utiglb.

       PROCEDURE DIVISION.

           ACCEPT PG-DAT-JOU FROM DATE YYYYMMDD.
               MOVE 14 TO PG-DEL-JRS
           END-IF.

           IF G-BAT-SIM-OUI
               OPEN OUTPUT FIC-SIM
               MOVE "SIMULATION - CAUTIONS D'OUTILS A FACTURER"
                   TO FD-LGN-SIM
               WRITE FD-LGN-SIM
               MOVE SPACES TO FD-LGN-SIM
               WRITE FD-LGN-SIM
           END-IF.

           EXEC SQL OPEN CUR-OUT END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.
           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-OUT
                   INTO :PG-IDF-PRT, :PG-IDF-CLI, :PG-MNT-CAU,
                        :PG-IDF-SOC
               END-EXEC

               IF SQLCODE = 0 AND G-BAT-SIM-OUI
                   PERFORM 0200-SIM-CAU-DEB
                      THRU 0200-SIM-CAU-FIN
               END-IF

               IF SQLCODE = 0 AND NOT G-BAT-SIM-OUI
                   PERFORM 0100-FAC-CAU-DEB
                      THRU 0100-FAC-CAU-FIN
               END-IF

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-OUT END-EXEC.

           IF G-BAT-SIM-OUI
               MOVE SPACES TO FD-LGN-SIM
               WRITE FD-LGN-SIM
               MOVE SPACES TO FD-LGN-SIM
               STRING "TOTAL : " DELIMITED BY SIZE
                      WS-NBR-FAC DELIMITED BY SIZE
                      " caution(s) facturee(s)" DELIMITED BY SIZE
                      INTO FD-LGN-SIM
               END-STRING
               WRITE FD-LGN-SIM
               CLOSE FIC-SIM
               DISPLAY "genfacout : simulation, " WS-NBR-FAC
                   " caution(s) a facturer"
               MOVE 0 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           DISPLAY "genfacout : " WS-NBR-FAC " caution(s)"
               " facturee(s)".

      * facturée", d'un seul COMMIT, puis journal.
       0100-FAC-CAU-DEB.

           CALL "calnomcpt"
               USING
               WS-NOM-CPT-BAS
               PG-IDF-SOC
               PG-NOM-CPT
           END-CALL.

           EXEC SQL
               UPDATE compteur
               SET val_cpt = val_cpt + 1
               WHERE nom_cpt = :PG-NOM-CPT
               RETURNING val_cpt INTO :PG-NUM-FAC
           END-EXEC.

               MOVE 1 TO PG-NUM-FAC
               EXEC SQL
                   INSERT INTO compteur (nom_cpt, val_cpt)
                   VALUES (:PG-NOM-CPT, 1)
               END-EXEC
           END-IF.


           EXEC SQL
               INSERT INTO facture
                   (num_fac, id_cli, date_fac, date_ech_fac,
                    mnt_ht_fac, mnt_tva_fac, mnt_ttc_fac, id_soc)
               VALUES
                   (:PG-NUM-FAC, :PG-IDF-CLI, :PG-DAT-JOU, :PG-DAT-JOU,
                    :PG-MNT-CAU, 0, :PG-MNT-CAU, :PG-IDF-SOC)
               RETURNING id_fac INTO :PG-IDF-FAC
           END-EXEC.

               END-EXEC
           END-IF.

      * Facture signee dans la chaine inalterable des ventes : sans
      * son maillon, rien n'est valide.
           IF SQLCODE = 0
               CALL "ajusig"
                   USING
                   WS-TYP-SIG
                   PG-IDF-FAC
                   WS-SIG-AJU-RET
               END-CALL
           ELSE
               SET WS-SIG-AJU-RET-ERR TO TRUE
           END-IF.

           IF WS-SIG-AJU-RET-OK
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-NBR-FAC

           END-IF.

       0100-FAC-CAU-FIN.

      *-----------------------------------------------------------------
      * Simulation : la caution qui serait facturée, au numéro que
      * prendrait la facture (compteur de la société lu à la première
      * caution, pas incrémenté ; les suivantes et les factures
      * groupées de "genfacper" suivent dans G-SIM-NUM-FAC). Rien
      * n'est écrit en base.
       0200-SIM-CAU-DEB.

           IF G-SIM-NUM-FAC(PG-IDF-SOC) = 0
               CALL "calnomcpt"
                   USING
                   WS-NOM-CPT-BAS
                   PG-IDF-SOC
                   PG-NOM-CPT
               END-CALL

               MOVE 0 TO PG-NUM-FAC

               EXEC SQL
                   SELECT val_cpt
                   INTO :PG-NUM-FAC
                   FROM compteur
                   WHERE nom_cpt = :PG-NOM-CPT
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 0 TO PG-NUM-FAC
               END-IF

               MOVE PG-NUM-FAC TO G-SIM-NUM-FAC(PG-IDF-SOC)
           END-IF.

           ADD 1 TO G-SIM-NUM-FAC(PG-IDF-SOC).
           ADD 1 TO WS-NBR-FAC.

           MOVE G-SIM-NUM-FAC(PG-IDF-SOC) TO WS-NUM-FAC-EDT.
           MOVE PG-IDF-PRT TO WS-IDF-PRT-EDT.
           MOVE PG-IDF-CLI TO WS-IDF-CLI-EDT.
           MOVE PG-MNT-CAU TO WS-MNT-CAU-EDT.
           MOVE SPACES TO FD-LGN-SIM.

           STRING "Facture n. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-FAC-EDT) DELIMITED BY SIZE
                  " societe " DELIMITED BY SIZE
                  PG-IDF-SOC DELIMITED BY SIZE
                  " - pret " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-PRT-EDT) DELIMITED BY SIZE
                  " client " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-CLI-EDT) DELIMITED BY SIZE
                  " : caution " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MNT-CAU-EDT) DELIMITED BY SIZE
                  " EUR (sans TVA)" DELIMITED BY SIZE
                  INTO FD-LGN-SIM
           END-STRING.
           WRITE FD-LGN-SIM.

       0200-SIM-CAU-FIN.
