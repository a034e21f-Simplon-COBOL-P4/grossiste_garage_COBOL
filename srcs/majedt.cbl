      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme qui marque vues les éditions prêtes de          *
      * l'utilisateur connecté (G-UTI-ID) dans la file d'édition       *
      * (file_edition, vu_edt = 1). Appelé par le registre des         *
      * documents ("ecrdoc") à l'affichage de la liste, où ces         *
      * éditions sont inscrites : le bandeau "édition prête" des menus *
      * ("veredt") s'efface alors.                                     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; EDT=EDITION; UTI=UTILISATEUR;                 *
      * IDF=IDENTIFIANT.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majedt.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-UTI             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY utiglb.

       LINKAGE SECTION.
      * Argument de sortie.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-MAJ-RET.

           SET LK-MAJ-RET-OK TO TRUE.

           MOVE G-UTI-ID TO PG-IDF-UTI.

           EXEC SQL
               UPDATE file_edition
               SET vu_edt = 1
               WHERE id_uti = :PG-IDF-UTI
                 AND statut_edt = 2
                 AND vu_edt = 0
           END-EXEC.

           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

           EXIT PROGRAM.
