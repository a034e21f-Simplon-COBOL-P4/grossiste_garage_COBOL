      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch de la chaîne de nuit ("chnbat"), aussi lancé   *
      * depuis l'écran des réclamations ("ecrrcc"), qui édite les      *
      * réclamations clients en retard : toutes celles qui ne sont     *
      * pas résolues (reclamation_client, statuts 0 ouverte et 1       *
      * prise en charge) dont l'échéance de réponse (date_lim_rcc,     *
      * posée en jours ouvrés par "ajurcc") est dépassée, regroupées   *
      * par responsable pour que chacun retrouve les siennes : client, *
      * catégorie, objet, ouverture, échéance et jours de retard       *
      * (calendaires). Les réclamations arrivant à échéance le jour    *
      * même sont comptées en pied. Édition dans                       *
      * reclamations_en_retard.txt.                                    *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; RCC=RECLAMATION CLIENT; RTD=RETARD; CLI=CLIENT;    *
      * CAT=CATEGORIE; OBJ=OBJET; UTI=UTILISATEUR; RSP=RESPONSABLE;    *
      * DAT=DATE; OUV=OUVERTURE; LIM=LIMITE; JRS=JOURS; STA=STATUT;    *
      * LIB=LIBELLE; FIC=FICHIER; LGN=LIGNE; LCT=LECTURE; ETT=ETAT;    *
      * CUR=CURSEUR; NBR=NOMBRE; IDF=IDENTIFIANT; IDX=INDEX;           *
      * CRT=COURANT; JOU=JOUR; ECH=ECHEANCE.                           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtrccrtd.
       AUTHOR. Benoit.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-RTD ASSIGN TO "reclamations_en_retard.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-RTD.
       01  FD-LGN-RTD                 PIC X(130).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-DAT-JOU              PIC X(10).
       01 PG-IDF-UTI-RSP          PIC 9(10).
       01 PG-NOM-RSP              PIC X(30).
       01 PG-IDF-RCC              PIC 9(10).
       01 PG-NOM-CLI              PIC X(50).
       01 PG-CAT-RCC              PIC X(03).
       01 PG-OBJ-RCC              PIC X(60).
       01 PG-DAT-OUV              PIC X(10).
       01 PG-DAT-LIM              PIC X(10).
       01 PG-JRS-RTD              PIC 9(05).
       01 PG-STA-RCC              PIC 9(01).
       01 PG-NBR-ECH              PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Réclamations non résolues à échéance dépassée, par
      * responsable puis de la plus ancienne échéance.
       EXEC SQL
           DECLARE CUR-RTD CURSOR FOR
               SELECT r.id_uti_rsp,
                      COALESCE(u.nom_uti, 'INCONNU'),
                      r.id_rcc, c.nom_cli, r.cat_rcc, r.objet_rcc,
                      CAST(r.date_ouv_rcc AS VARCHAR),
                      CAST(r.date_lim_rcc AS VARCHAR),
                      CURRENT_DATE - r.date_lim_rcc,
                      r.statut_rcc
               FROM reclamation_client r
                   JOIN client c ON c.id_cli = r.id_cli
                   LEFT JOIN utilisateur u ON u.id_uti = r.id_uti_rsp
               WHERE r.statut_rcc <= 1
                 AND r.date_lim_rcc < CURRENT_DATE
               ORDER BY COALESCE(u.nom_uti, 'INCONNU'), r.id_uti_rsp,
                        r.date_lim_rcc, r.id_rcc
               FOR READ ONLY
       END-EXEC.

       COPY catrcc.
       77 WS-IDX                  PIC 9(02).

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Rupture sur le responsable.
       01 WS-IDF-RSP-CRT          PIC 9(10).
       01 WS-NBR-RSP              PIC 9(05).
       01 WS-NBR-RTD              PIC 9(05) VALUE 0.

       01 WS-IDF-EDT              PIC Z(09)9.
       01 WS-NOM-CLI-EDT          PIC X(24).
       01 WS-CAT-LIB              PIC X(30).
       01 WS-CAT-LIB-EDT          PIC X(18).
       01 WS-OBJ-EDT              PIC X(30).
       01 WS-JRS-EDT              PIC Z(04)9.
       01 WS-STA-LIB              PIC X(04).
       01 WS-NBR-EDT              PIC Z(04)9.

       PROCEDURE DIVISION.

           ACCEPT PG-DAT-JOU FROM DATE YYYYMMDD.

           OPEN OUTPUT FIC-RTD.

           MOVE "RECLAMATIONS CLIENTS EN RETARD DE REPONSE"
               TO FD-LGN-RTD.
           WRITE FD-LGN-RTD.

           MOVE SPACES TO FD-LGN-RTD.
           STRING "Date : " DELIMITED BY SIZE
                  PG-DAT-JOU DELIMITED BY SIZE
                  INTO FD-LGN-RTD
           END-STRING.
           WRITE FD-LGN-RTD.

           MOVE 9999999999 TO WS-IDF-RSP-CRT.

           EXEC SQL OPEN CUR-RTD END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-RTD
                   INTO :PG-IDF-UTI-RSP, :PG-NOM-RSP, :PG-IDF-RCC,
                        :PG-NOM-CLI, :PG-CAT-RCC, :PG-OBJ-RCC,
                        :PG-DAT-OUV, :PG-DAT-LIM, :PG-JRS-RTD,
                        :PG-STA-RCC
               END-EXEC

               IF SQLCODE = 0
                   IF PG-IDF-UTI-RSP NOT = WS-IDF-RSP-CRT
                       IF WS-IDF-RSP-CRT NOT = 9999999999
                           PERFORM 0300-TOT-RSP-DEB
                              THRU 0300-TOT-RSP-FIN
                       END-IF
                       PERFORM 0100-NTE-RSP-DEB
                          THRU 0100-NTE-RSP-FIN
                   END-IF
                   PERFORM 0200-LGN-RTD-DEB
                      THRU 0200-LGN-RTD-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-RTD END-EXEC.

           IF WS-IDF-RSP-CRT NOT = 9999999999
               PERFORM 0300-TOT-RSP-DEB
                  THRU 0300-TOT-RSP-FIN
           END-IF.

           PERFORM 0400-PIE-RTD-DEB
              THRU 0400-PIE-RTD-FIN.

           CLOSE FIC-RTD.

           DISPLAY "edtrccrtd : " WS-NBR-RTD " reclamation(s) en"
               " retard, edition dans reclamations_en_retard.txt".

           MOVE 0 TO RETURN-CODE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Entête d'un responsable.
       0100-NTE-RSP-DEB.

           MOVE PG-IDF-UTI-RSP TO WS-IDF-RSP-CRT.
           MOVE 0 TO WS-NBR-RSP.

           MOVE " " TO FD-LGN-RTD.
           WRITE FD-LGN-RTD.

           MOVE SPACES TO FD-LGN-RTD.
           STRING "Responsable : " DELIMITED BY SIZE
                  PG-NOM-RSP DELIMITED BY SIZE
                  INTO FD-LGN-RTD
           END-STRING.
           WRITE FD-LGN-RTD.

           MOVE
      -    "   Reclam. Client                   Categorie          Obj
      -    "et                          Ouverte    Echeance   Retard St"
               TO FD-LGN-RTD.
           WRITE FD-LGN-RTD.

       0100-NTE-RSP-FIN.

      *-----------------------------------------------------------------
      * Ligne d'une réclamation en retard ; "PEC" si elle est déjà
      * prise en charge.
       0200-LGN-RTD-DEB.

           MOVE PG-CAT-RCC TO WS-CAT-LIB.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-RCC-NBE
               IF WS-CAT-RCC-COD(WS-IDX) = PG-CAT-RCC
                   MOVE WS-CAT-RCC-LIB(WS-IDX) TO WS-CAT-LIB
               END-IF
           END-PERFORM.

           IF PG-STA-RCC = 1
               MOVE "PEC" TO WS-STA-LIB
           ELSE
               MOVE "OUV" TO WS-STA-LIB
           END-IF.

           MOVE PG-IDF-RCC TO WS-IDF-EDT.
           MOVE PG-NOM-CLI TO WS-NOM-CLI-EDT.
           MOVE WS-CAT-LIB TO WS-CAT-LIB-EDT.
           MOVE PG-OBJ-RCC TO WS-OBJ-EDT.
           MOVE PG-JRS-RTD TO WS-JRS-EDT.

           MOVE SPACES TO FD-LGN-RTD.
           STRING WS-IDF-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOM-CLI-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CAT-LIB-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OBJ-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-DAT-OUV DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-DAT-LIM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-JRS-EDT DELIMITED BY SIZE
                  "j " DELIMITED BY SIZE
                  WS-STA-LIB DELIMITED BY SIZE
                  INTO FD-LGN-RTD
           END-STRING.
           WRITE FD-LGN-RTD.

           ADD 1 TO WS-NBR-RSP.
           ADD 1 TO WS-NBR-RTD.

       0200-LGN-RTD-FIN.

      *-----------------------------------------------------------------
      * Total du responsable.
       0300-TOT-RSP-DEB.

           MOVE WS-NBR-RSP TO WS-NBR-EDT.
           MOVE SPACES TO FD-LGN-RTD.
           STRING "   " DELIMITED BY SIZE
                  WS-NBR-EDT DELIMITED BY SIZE
                  " reclamation(s) en retard" DELIMITED BY SIZE
                  INTO FD-LGN-RTD
           END-STRING.
           WRITE FD-LGN-RTD.

       0300-TOT-RSP-FIN.

      *-----------------------------------------------------------------
      * Pied : total en retard et réclamations à échéance du jour.
       0400-PIE-RTD-DEB.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-ECH
               FROM reclamation_client
               WHERE statut_rcc <= 1
                 AND date_lim_rcc = CURRENT_DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-NBR-ECH
           END-IF.

           MOVE " " TO FD-LGN-RTD.
           WRITE FD-LGN-RTD.

           MOVE WS-NBR-RTD TO WS-NBR-EDT.
           MOVE SPACES TO FD-LGN-RTD.
           STRING "Total en retard : " DELIMITED BY SIZE
                  WS-NBR-EDT DELIMITED BY SIZE
                  INTO FD-LGN-RTD
           END-STRING.
           WRITE FD-LGN-RTD.

           MOVE PG-NBR-ECH TO WS-NBR-EDT.
           MOVE SPACES TO FD-LGN-RTD.
           STRING "A echeance aujourd'hui : " DELIMITED BY SIZE
                  WS-NBR-EDT DELIMITED BY SIZE
                  INTO FD-LGN-RTD
           END-STRING.
           WRITE FD-LGN-RTD.

       0400-PIE-RTD-FIN.
