      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de calcul de l'échéance d'une facture à partir  *
      * des conditions de paiement du tiers : code cond_pai_cli de la  *
      * fiche client (factures clients) ou cond_pai_fou de la fiche    *
      * fournisseur (factures fournisseurs), réglé par "majcndcli" /   *
      * "majcndfou". Codes reconnus :                                  *
      *   CPT = comptant (échéance = date de facture)                  *
      *   30N = 30 jours net                                           *
      *   45F = 45 jours fin de mois (fin du mois de date + 45 j)      *
      *   60N = 60 jours net                                           *
      * Un tiers sans code (ou code inconnu) est à 30 jours net, la    *
      * règle appliquée jusque-là. L'échéance rendue (AAAA-MM-JJ) est  *
      * stockée sur la facture (date_ech_fac, date_ech_ffou) par le    *
      * programme appelant et sert ensuite à la balance âgée, aux      *
      * relances, aux prélèvements et à la prévision de trésorerie.    *
      * Lecture seule : s'exécute dans la transaction de l'appelant.   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * CAL=CALCUL; ECH=ECHEANCE; TYP=TYPE; TIE=TIERS; IDF=IDENTIFIANT;*
      * DAT=DATE; REF=REFERENCE; COD=CODE; CND=CONDITION (DE           *
      * PAIEMENT).                                                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. calech.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-TIE             PIC 9(10).
       01 PG-DAT-REF             PIC X(10).
       01 PG-COD-CND             PIC X(03).
       01 PG-DAT-ECH             PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      * Arguments d'entrée : type de tiers (C = client,
      * F = fournisseur), son identifiant et la date de la facture.
       01 LK-TYP-TIE             PIC X(01).
           88 LK-TYP-TIE-CLI                 VALUE "C".
           88 LK-TYP-TIE-FOU                 VALUE "F".
       01 LK-IDF-TIE             PIC 9(10).
       01 LK-DAT-REF             PIC X(10).
      * Arguments de sortie : échéance calculée et code appliqué.
       01 LK-DAT-ECH             PIC X(10).
       01 LK-COD-CND             PIC X(03).
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-TYP-TIE,
                                LK-IDF-TIE,
                                LK-DAT-REF,
                                LK-DAT-ECH,
                                LK-COD-CND,
                                LK-LIR-RET.

           MOVE LK-IDF-TIE TO PG-IDF-TIE.
           MOVE LK-DAT-REF TO PG-DAT-REF.
           MOVE SPACES     TO LK-DAT-ECH.

           PERFORM 0100-LIR-CND-DEB
              THRU 0100-LIR-CND-FIN.

           PERFORM 0200-CAL-ECH-DEB
              THRU 0200-CAL-ECH-FIN.

           EXIT PROGRAM.


      ****************************PARAGRAPHES***************************

      * Lit le code de conditions de paiement du tiers ; à défaut,
      * 30 jours net.
       0100-LIR-CND-DEB.

           MOVE SPACES TO PG-COD-CND.

           EVALUATE TRUE
               WHEN LK-TYP-TIE-CLI
                   EXEC SQL
                       SELECT COALESCE(cond_pai_cli, ' ')
                       INTO :PG-COD-CND
                       FROM client
                       WHERE id_cli = :PG-IDF-TIE
                   END-EXEC
               WHEN LK-TYP-TIE-FOU
                   EXEC SQL
                       SELECT COALESCE(cond_pai_fou, ' ')
                       INTO :PG-COD-CND
                       FROM fournisseur
                       WHERE id_fou = :PG-IDF-TIE
                   END-EXEC
           END-EVALUATE.

           IF PG-COD-CND NOT = "CPT" AND PG-COD-CND NOT = "30N"
                   AND PG-COD-CND NOT = "45F"
                   AND PG-COD-CND NOT = "60N"
               MOVE "30N" TO PG-COD-CND
           END-IF.

           MOVE PG-COD-CND TO LK-COD-CND.

       0100-LIR-CND-FIN.

      *-----------------------------------------------------------------
      * Calcule l'échéance à partir de la date de facture.
       0200-CAL-ECH-DEB.

           IF LK-DAT-REF = SPACES
               SET LK-LIR-RET-VID TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT CAST(CASE :PG-COD-CND
                          WHEN 'CPT'
                              THEN CAST(:PG-DAT-REF AS DATE)
                          WHEN '45F'
                              THEN CAST(DATE_TRUNC('month',
                                       CAST(:PG-DAT-REF AS DATE) + 45)
                                   + INTERVAL '1 month'
                                   - INTERVAL '1 day' AS DATE)
                          WHEN '60N'
                              THEN CAST(:PG-DAT-REF AS DATE) + 60
                          ELSE CAST(:PG-DAT-REF AS DATE) + 30
                          END AS VARCHAR(10))
               INTO :PG-DAT-ECH
           END-EXEC.

           IF SQLCODE = 0
               MOVE PG-DAT-ECH TO LK-DAT-ECH
               SET LK-LIR-RET-OK TO TRUE
           ELSE
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.

       0200-CAL-ECH-FIN.
