      ******************************************************************
      * Programme pour récupérer ligne par ligne les rejets d'import   *
      * encore à traiter (table rejet_import, voir "ajurej"), du plus  *
      * ancien au plus récent, sur le modèle de "fetenv". C'est la     *
      * liste que l'atelier des rejets "ecrrej" affiche.               *
      *                                                                *
      * TRIGRAMMES                                                     *
      * FET=FETCH; REJ=REJET; SRC=SOURCE; DAT=DATE; MOT=MOTIF;         *
      * CUR=CURSEUR; ETA=ETAT; OUV=OUVERT; FER=FERME; DEC=DECLARER;    *
      * ERR=ERREUR; IDF=IDENTIFIANT.                                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. fetrej.
       AUTHOR. Benoit.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  PG-IDF-REJ              PIC 9(10).
       01  PG-SRC-REJ              PIC X(12).
       01  PG-DAT-REJ              PIC X(10).
       01  PG-MOT-REJ              PIC X(120).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Curseur ouvert ou fermer
       01  WS-CUR-ETA              PIC X VALUE 'N'.
           88 WS-CUR-FER           VALUE 'N'.
           88 WS-CUR-OUV           VALUE 'Y'.

       LINKAGE SECTION.

      * Arguments de sortie
       01  LK-IDF-REJ              PIC 9(10).
       01  LK-SRC-REJ              PIC X(12).
       01  LK-DAT-REJ              PIC X(10).
       01  LK-MOT-REJ              PIC X(120).

       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-REJ,
                                LK-SRC-REJ,
                                LK-DAT-REJ,
                                LK-MOT-REJ,
                                LK-LIR-RET.

           PERFORM 0100-DEC-CUR-DEB
              THRU 0100-DEC-CUR-FIN.

           PERFORM 0200-OUV-CUR-DEB
              THRU 0200-OUV-CUR-FIN.

           PERFORM 0300-FET-REJ-DEB
              THRU 0300-FET-REJ-FIN.

           PERFORM 0400-FER-CUR-DEB
              THRU 0400-FER-CUR-FIN.

           EXIT PROGRAM.

      * Déclaration du curseur
       0100-DEC-CUR-DEB.
           IF WS-CUR-FER
               EXEC SQL
                   DECLARE CUR_REJ CURSOR FOR
                   SELECT id_rej, source_rej,
                          TO_CHAR(date_rej, 'DD/MM/YYYY'), motif_rej
                   FROM rejet_import
                   WHERE statut_rej = 0
                   ORDER BY id_rej
               END-EXEC
           END-IF.
       0100-DEC-CUR-FIN.

      * Ouverture du curseur
       0200-OUV-CUR-DEB.
           IF WS-CUR-FER
               EXEC SQL
                   OPEN CUR_REJ
               END-EXEC
               IF SQLCODE NOT = 0
                   SET LK-LIR-RET-ERR TO TRUE
               END-IF
               SET WS-CUR-OUV TO TRUE
           END-IF.
       0200-OUV-CUR-FIN.

      * Lecture d'une ligne
       0300-FET-REJ-DEB.
           EXEC SQL
               FETCH CUR_REJ INTO :PG-IDF-REJ, :PG-SRC-REJ,
                   :PG-DAT-REJ, :PG-MOT-REJ
           END-EXEC.

           IF SQLCODE = 0
               MOVE PG-IDF-REJ TO LK-IDF-REJ
               MOVE PG-SRC-REJ TO LK-SRC-REJ
               MOVE PG-DAT-REJ TO LK-DAT-REJ
               MOVE PG-MOT-REJ TO LK-MOT-REJ
           ELSE
               IF SQLCODE = 100
                   SET LK-LIR-RET-OK TO TRUE
                   SET WS-CUR-FER    TO TRUE
               ELSE
                   SET LK-LIR-RET-ERR TO TRUE
                   SET WS-CUR-FER     TO TRUE
               END-IF
           END-IF.
       0300-FET-REJ-FIN.

      * Fermeture du curseur
       0400-FER-CUR-DEB.
           IF WS-CUR-FER
               EXEC SQL
                   CLOSE CUR_REJ
               END-EXEC
               IF SQLCODE NOT = 0
                   SET LK-LIR-RET-ERR TO TRUE
               END-IF
           END-IF.
       0400-FER-CUR-FIN.
