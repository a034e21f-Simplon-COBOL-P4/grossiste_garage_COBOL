      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de traduction du nom d'une pièce pour les       *
      * documents client : cherche le nom de la pièce dans la langue   *
      * du client dans la table piece_traduction (id_pie, langue_trd,  *
      * nom_pie_trd), tenue par "majtrdpie" depuis l'écran             *
      * "ecrtxtdoc". Sans traduction (ou client en FR), le nom         *
      * français passé en entrée est gardé. Lecture seule.             *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LECTURE; TRD=TRADUCTION; PIE=PIECE; IDF=IDENTIFIANT;       *
      * LNG=LANGUE; NOM=NOM.                                           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lirtrdpie.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-LNG-TRD             PIC X(02).
       01 PG-NOM-TRD             PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      * Arguments d'entrée : la pièce et la langue du client.
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-LNG-TRD             PIC X(02).
      * Argument d'entrée-sortie : le nom de la pièce, remplacé par
      * sa traduction quand elle existe.
       01 LK-NOM-PIE             PIC X(50).

       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-LNG-TRD,
                                LK-NOM-PIE.

           IF LK-LNG-TRD = SPACES OR LK-LNG-TRD = "FR"
               EXIT PROGRAM
           END-IF.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE LK-LNG-TRD TO PG-LNG-TRD.

           EXEC SQL
               SELECT nom_pie_trd
               INTO :PG-NOM-TRD
               FROM piece_traduction
               WHERE id_pie = :PG-IDF-PIE
                 AND langue_trd = :PG-LNG-TRD
           END-EXEC.

           IF SQLCODE = 0 AND PG-NOM-TRD NOT = SPACES
               MOVE PG-NOM-TRD TO LK-NOM-PIE
           END-IF.

           EXIT PROGRAM.
