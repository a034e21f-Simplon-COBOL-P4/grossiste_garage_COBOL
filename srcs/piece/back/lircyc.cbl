      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de lecture du cycle de vie d'une pièce          *
      * ("majcyc") : statut posé, statut en vigueur aujourd'hui (le    *
      * statut posé ne compte qu'à partir de sa date d'effet), date    *
      * d'effet et référence de remplacement avec son nom. Lu par le   *
      * comptoir ("ecrvcomp") pour signaler une fin de série ou        *
      * proposer la remplaçante d'une pièce arrêtée, et par l'écran    *
      * "ecrcyc".                                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; CYC=CYCLE DE VIE; PIE=PIECE; STA=STATUT; VIG=EN      *
      * VIGUEUR; DAT=DATE D'EFFET; RMP=REMPLACANTE; NOM=NOM;           *
      * IDF=IDENTIFIANT.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lircyc.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-STA-CYC             PIC 9(01).
       01 PG-STA-VIG             PIC 9(01).
       01 PG-DAT-CYC             PIC X(10).
       01 PG-IDF-RMP             PIC 9(10).
       01 PG-NOM-RMP             PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      * Argument d'entrée : la pièce.
       01 LK-IDF-PIE             PIC 9(10).
      * Arguments de sortie : statut posé (0 = actif, 1 = fin de
      * série, 2 = arrêté), statut en vigueur aujourd'hui (le statut
      * posé une fois sa date d'effet atteinte, actif avant), date
      * d'effet, remplaçante (0 = aucune) et son nom.
       01 LK-STA-CYC             PIC 9(01).
       01 LK-STA-VIG             PIC 9(01).
       01 LK-DAT-CYC             PIC X(10).
       01 LK-IDF-RMP             PIC 9(10).
       01 LK-NOM-RMP             PIC X(50).
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-STA-CYC,
                                LK-STA-VIG,
                                LK-DAT-CYC,
                                LK-IDF-RMP,
                                LK-NOM-RMP,
                                LK-LIR-RET.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE 0 TO LK-STA-CYC.
           MOVE 0 TO LK-STA-VIG.
           MOVE SPACES TO LK-DAT-CYC.
           MOVE 0 TO LK-IDF-RMP.
           MOVE SPACES TO LK-NOM-RMP.

           PERFORM 0100-LIR-CYC-DEB
              THRU 0100-LIR-CYC-FIN.

           EXIT PROGRAM.

      ****************************PARAGRAPHES***************************

       0100-LIR-CYC-DEB.

           EXEC SQL
               SELECT COALESCE(p.statut_cyc_pie, 0),
                      CASE WHEN COALESCE(p.date_cyc_pie, CURRENT_DATE)
                                <= CURRENT_DATE
                           THEN COALESCE(p.statut_cyc_pie, 0)
                           ELSE 0 END,
                      COALESCE(CAST(p.date_cyc_pie AS VARCHAR), ''),
                      COALESCE(p.id_pie_rmp, 0),
                      COALESCE(r.nom_pie, '')
               INTO :PG-STA-CYC, :PG-STA-VIG, :PG-DAT-CYC,
                    :PG-IDF-RMP, :PG-NOM-RMP
               FROM piece p
                   LEFT JOIN piece r
                       ON r.id_pie = p.id_pie_rmp
               WHERE p.id_pie = :PG-IDF-PIE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE PG-STA-CYC TO LK-STA-CYC
                   MOVE PG-STA-VIG TO LK-STA-VIG
                   MOVE PG-DAT-CYC TO LK-DAT-CYC
                   MOVE PG-IDF-RMP TO LK-IDF-RMP
                   MOVE PG-NOM-RMP TO LK-NOM-RMP
                   SET LK-LIR-RET-OK TO TRUE
               WHEN SQLCODE = 100
                   SET LK-LIR-RET-VID TO TRUE
               WHEN OTHER
                   SET LK-LIR-RET-ERR TO TRUE
           END-EVALUATE.

       0100-LIR-CYC-FIN.
