      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de lecture du dépôt embarqué d'une tournée en   *
      * cours : le dépôt (id_entrepot_vhi, "majentvhi") du fourgon     *
      * posé sur la tournée au chargement ("majstktou"). Sert à        *
      * l'écran de vente comptoir ("ecrvcomp") pour contrôler le       *
      * disponible et sortir les ventes de la tournée du stock du      *
      * fourgon. Lecture seule.                                        *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; ENT=ENTREPOT (DEPOT); TOU=TOURNEE; IDF=IDENTIFIANT.  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lirenttou.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-TOU             PIC 9(10).
       01 PG-IDF-ENT             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      * Argument d'entrée.
       01 LK-IDF-TOU             PIC 9(10).
      * Arguments de sortie : le dépôt embarqué du fourgon de la
      * tournée, et OK ou VI (tournée inconnue ou terminée, fourgon
      * pas encore chargé ou sans dépôt embarqué).
       01 LK-IDF-ENT             PIC 9(10).
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-TOU,
                                LK-IDF-ENT,
                                LK-LIR-RET.

           MOVE LK-IDF-TOU TO PG-IDF-TOU.
           MOVE 0 TO LK-IDF-ENT.

           EXEC SQL
               SELECT COALESCE(v.id_entrepot_vhi, 0)
               INTO :PG-IDF-ENT
               FROM tournee t
                   JOIN vehicule_interne v ON v.id_vhi = t.id_vhi
               WHERE t.id_tou = :PG-IDF-TOU
                 AND t.statut_tou = 0
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0 AND PG-IDF-ENT > 0
                   MOVE PG-IDF-ENT TO LK-IDF-ENT
                   SET LK-LIR-RET-OK TO TRUE
               WHEN SQLCODE = 0 OR SQLCODE = 100
                   SET LK-LIR-RET-VID TO TRUE
               WHEN OTHER
                   SET LK-LIR-RET-ERR TO TRUE
           END-EVALUATE.

           EXIT PROGRAM.
