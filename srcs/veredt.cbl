      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de contrôle de la file d'édition : compte dans  *
      * file_edition (voir "ajuedt", "trtedt") les éditions prêtes de  *
      * l'utilisateur connecté (G-UTI-ID) qu'il n'a pas encore vues.   *
      * Sert au bandeau "édition prête" du menu principal ("ecrmnprn") *
      * et du menu administrateur ("ecradm"), comme "verrej" pour les  *
      * rejets d'import : le bandeau s'efface quand l'utilisateur      *
      * ouvre le registre des documents ("ecrdoc", via "majedt").      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * VER=VERIFICATION; EDT=EDITION; NBR=NOMBRE; UTI=UTILISATEUR;    *
      * IDF=IDENTIFIANT.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. veredt.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-UTI             PIC 9(10).
       01 PG-NBR-EDT             PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY utiglb.

       LINKAGE SECTION.
      * Nombre d'éditions prêtes non vues (0 = rien de neuf).
       01 LK-NBR-EDT             PIC 9(05).

       PROCEDURE DIVISION USING LK-NBR-EDT.

           MOVE 0 TO LK-NBR-EDT.

           MOVE G-UTI-ID TO PG-IDF-UTI.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-EDT
               FROM file_edition
               WHERE id_uti = :PG-IDF-UTI
                 AND statut_edt = 2
                 AND vu_edt = 0
           END-EXEC.

           IF SQLCODE = 0
               MOVE PG-NBR-EDT TO LK-NBR-EDT
           END-IF.

           EXIT PROGRAM.
