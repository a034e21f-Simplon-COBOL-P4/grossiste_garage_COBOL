      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de saisie d'un texte fixe de document client    *
      * dans une langue (table texte_document, lue par "lirtxtdoc") :  *
      * type de document (FAC, BLV, AVR, REL, RLC, DEV), numéro du     *
      * texte dans la table de libellés français du programme          *
      * d'édition (1 à 30), langue (FR, NL, DE, ES, EN, IT) et         *
      * libellé. Un libellé à blanc supprime le texte : le défaut      *
      * français revient. Réservé à l'administrateur (verrol niveau    *
      * 1), journalisé via "ajulog".                                   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; TXT=TEXTE; DOC=DOCUMENT; TYP=TYPE;            *
      * NUM=NUMERO; LNG=LANGUE; LIB=LIBELLE; UTI=UTILISATEUR;          *
      * EDT=EDITE.                                                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majtxtdoc.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-TYP-DOC             PIC X(03).
       01 PG-NUM-TXT             PIC 9(02).
       01 PG-LNG-TXT             PIC X(02).
       01 PG-LIB-TXT             PIC X(80).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Types de document client et langues admises.
       01 WS-TYP-DOC             PIC X(03).
           88 WS-TYP-DOC-OK                  VALUE "FAC" "BLV" "AVR"
                                                   "REL" "RLC" "DEV".
       01 WS-LNG-TXT             PIC X(02).
           88 WS-LNG-TXT-OK                  VALUE "FR" "NL" "DE"
                                                   "ES" "EN" "IT".

      * Message et type de log du réglage.
       01 WS-NUM-TXT-EDT         PIC Z9.
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "texte_doc".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (1=admin).
       01 WS-NIV-REQ             PIC 9(01) VALUE 1.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : type de document, numéro du texte (1 à
      * 30), langue et libellé (à blanc : texte supprimé, le défaut
      * du programme d'édition revient).
       01 LK-TYP-DOC             PIC X(03).
       01 LK-NUM-TXT             PIC 9(02).
       01 LK-LNG-TXT             PIC X(02).
       01 LK-LIB-TXT             PIC X(80).
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : OK, ER (type, numéro ou langue
      * invalide, erreur SQL), RO (droits).
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-TYP-DOC,
                                LK-NUM-TXT,
                                LK-LNG-TXT,
                                LK-LIB-TXT,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE FUNCTION UPPER-CASE(LK-TYP-DOC) TO WS-TYP-DOC.
           MOVE FUNCTION UPPER-CASE(LK-LNG-TXT) TO WS-LNG-TXT.

           IF NOT WS-TYP-DOC-OK OR NOT WS-LNG-TXT-OK
              OR LK-NUM-TXT = 0 OR LK-NUM-TXT > 30
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           SET LK-MAJ-RET-OK TO TRUE.

           PERFORM 0100-MAJ-TXT-DEB
              THRU 0100-MAJ-TXT-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Remplace le texte (type, numéro, langue) : l'ancien est retiré
      * et le nouveau posé d'un seul COMMIT, puis journalise.
       0100-MAJ-TXT-DEB.

           MOVE WS-TYP-DOC TO PG-TYP-DOC.
           MOVE LK-NUM-TXT TO PG-NUM-TXT.
           MOVE WS-LNG-TXT TO PG-LNG-TXT.
           MOVE LK-LIB-TXT TO PG-LIB-TXT.

           EXEC SQL
               DELETE FROM texte_document
               WHERE typ_doc = :PG-TYP-DOC
                 AND num_txt = :PG-NUM-TXT
                 AND langue_txt = :PG-LNG-TXT
           END-EXEC.

           IF SQLCODE < 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-LIB-TXT NOT = SPACES
               EXEC SQL
                   INSERT INTO texte_document (typ_doc, num_txt,
                       langue_txt, lib_txt)
                   VALUES (:PG-TYP-DOC, :PG-NUM-TXT, :PG-LNG-TXT,
                       :PG-LIB-TXT)
               END-EXEC

               IF SQLCODE NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   SET LK-MAJ-RET-ERR TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-NUM-TXT TO WS-NUM-TXT-EDT.
           STRING "Texte " DELIMITED BY SIZE
                  PG-TYP-DOC DELIMITED BY SIZE
                  " n. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-TXT-EDT) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  PG-LNG-TXT DELIMITED BY SIZE
                  ") : " DELIMITED BY SIZE
                  PG-LIB-TXT DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0100-MAJ-TXT-FIN.
