      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de lecture des textes fixes d'un document       *
      * client dans la langue du client (colonne langue_cli, posée par *
      * "majlngcli", FR à défaut), rendue à l'appelant. Les textes     *
      * sont tenus dans la table texte_document (typ_doc FAC facture,  *
      * BLV bon de livraison, AVR avoir, REL relevé de compte, RLC     *
      * lettre de relance, DEV devis, puis num_txt, langue_txt et      *
      * lib_txt), saisie par "majtxtdoc" depuis l'écran "ecrtxtdoc".   *
      * Le programme d'édition pose d'abord ses libellés français par  *
      * défaut (numérotés dans l'ordre de sa table de libellés         *
      * français) ; chaque texte trouvé pour le type et la langue      *
      * remplace le défaut de même numéro. Une ligne en FR permet      *
      * aussi de reformuler le texte français. Lecture seule.          *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LECTURE; TXT=TEXTE; DOC=DOCUMENT; TYP=TYPE; LNG=LANGUE;    *
      * NUM=NUMERO; LIB=LIBELLE; NBR=NOMBRE; CLI=CLIENT;               *
      * IDF=IDENTIFIANT; TRD=TRADUIT; TAB=TABLE.                       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lirtxtdoc.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-TYP-DOC             PIC X(03).
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-LNG-TXT             PIC X(02).
       01 PG-NUM-TXT             PIC 9(02).
       01 PG-LIB-TXT             PIC X(80).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE CUR-TXT CURSOR FOR
               SELECT num_txt, lib_txt
               FROM texte_document
               WHERE typ_doc = :PG-TYP-DOC
                 AND langue_txt = :PG-LNG-TXT
               ORDER BY num_txt
       END-EXEC.

      * Nombre de textes remplacés.
       77 WS-NBR-TRD             PIC 9(02).

       LINKAGE SECTION.
      * Arguments d'entrée : le type de document (FAC, BLV, AVR, REL,
      * RLC, DEV), le client destinataire, et le nombre de textes que
      * connaît le programme d'édition.
       01 LK-TYP-DOC             PIC X(03).
       01 LK-IDF-CLI             PIC 9(10).
       01 LK-NBR-TXT             PIC 9(02).
      * Argument d'entrée-sortie : les textes, français par défaut à
      * l'appel, dans la langue du client au retour.
       COPY txtdoc REPLACING ==:PREFIX:== BY ==LK==.
      * Arguments de sortie : la langue du client (FR à défaut), pour
      * les mentions légales et les noms de pièces, et le code retour
      * OK, VI (aucun texte dans cette langue, les défauts restent),
      * ER (erreur SQL).
       01 LK-LNG-TXT             PIC X(02).
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-TYP-DOC,
                                LK-IDF-CLI,
                                LK-NBR-TXT,
                                LK-TAB-TXT,
                                LK-LNG-TXT,
                                LK-LIR-RET.

           MOVE 0 TO WS-NBR-TRD.
           SET LK-LIR-RET-OK TO TRUE.

      *    Langue du client, FR à défaut (client inconnu, colonne
      *    jamais renseignée).
           MOVE LK-IDF-CLI TO PG-IDF-CLI.

           EXEC SQL
               SELECT COALESCE(NULLIF(BTRIM(langue_cli), ''), 'FR')
               INTO :PG-LNG-TXT
               FROM client
               WHERE id_cli = :PG-IDF-CLI
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "FR" TO PG-LNG-TXT
           END-IF.

           MOVE PG-LNG-TXT TO LK-LNG-TXT.
           MOVE LK-TYP-DOC TO PG-TYP-DOC.

           PERFORM 0100-LIR-TXT-DEB
              THRU 0100-LIR-TXT-FIN.

           IF LK-LIR-RET-OK AND WS-NBR-TRD = 0
               SET LK-LIR-RET-VID TO TRUE
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Remplace chaque texte connu du programme d'édition par celui
      * de la table ; un numéro hors de sa numérotation est ignoré, un
      * texte absent de la table garde son libellé par défaut.
       0100-LIR-TXT-DEB.

           EXEC SQL OPEN CUR-TXT END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-TXT
                   INTO :PG-NUM-TXT, :PG-LIB-TXT
               END-EXEC

               IF SQLCODE = 0
                   IF PG-NUM-TXT > 0 AND PG-NUM-TXT <= LK-NBR-TXT
                      AND PG-LIB-TXT NOT = SPACES
                       MOVE PG-LIB-TXT TO LK-TXT(PG-NUM-TXT)
                       ADD 1 TO WS-NBR-TRD
                   END-IF
               END-IF
           END-PERFORM.

           IF SQLCODE < 0
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.

           EXEC SQL CLOSE CUR-TXT END-EXEC.

       0100-LIR-TXT-FIN.
