      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme d'ouverture d'une session de caisse (table      *
      * caisse_session) : le comptoir ouvre sa journée avec un fond de *
      * caisse compté. Une seule session ouverte à la fois : les       *
      * ventes comptoir y rattachent leur ventilation de paiement      *
      * ("ajupaivcp") jusqu'à la clôture ("majcai", qui compte le      *
      * tiroir, calcule l'écart et édite la feuille de caisse). La     *
      * session est rattachée à la société de travail (id_soc).        *
      * Journalisé via "ajulog".                                       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; CAI=CAISSE; SES=SESSION; FND=FOND; MNT=MONTANT;     *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR; NBR=NOMBRE; OUV=OUVERTE;     *
      * SOC=SOCIETE.                                                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-IDF-UTI             PIC 9(10).
       01 PG-IDF-SES             PIC 9(10).
       01 PG-NBR-OUV             PIC 9(05).
      * Société de travail, dont la caisse encaisse les ventes.
       01 PG-IDF-SOC             PIC 9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       COPY utiglb.

       LINKAGE SECTION.
      * Arguments d'entrée : le fond de caisse compté à l'ouverture.
       01 LK-FND-CAI             PIC 9(08)V99.

           MOVE LK-FND-CAI TO PG-FND-CAI.
           MOVE LK-IDF-UTI TO PG-IDF-UTI.
           MOVE G-SOC-ID   TO PG-IDF-SOC.

           EXEC SQL
               SELECT COUNT(*)
           EXEC SQL
               INSERT INTO caisse_session
                   (date_ouv_ses, fond_caisse, statut_ses,
                    id_uti_ouv, id_soc)
               VALUES
                   (CURRENT_DATE, :PG-FND-CAI, 0, :PG-IDF-UTI,
                    COALESCE(NULLIF(:PG-IDF-SOC, 0), 1))
               RETURNING id_ses INTO :PG-IDF-SES
           END-EXEC.

