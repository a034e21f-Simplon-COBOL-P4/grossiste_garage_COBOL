      ******************************************************************
      *                             ENTÊTE                             *
      *  Relit un rejet d'import encore à traiter (table rejet_import, *
      *  voir "ajurej") : programme source, ligne brute, motif et      *
      *  statut, pour que l'atelier des rejets "ecrrej" en présente    *
      *  les champs à corriger. Renvoie LK-LIR-RET-VID si le rejet     *
      *  n'existe pas ou a déjà été rejoué ou écarté.                  *
      *                                                                *
      *                           TRIGRAMMES                           *
      *  LIR=LIRE; REJ=REJET; IDF=IDENTIFIANT; SRC=SOURCE; LGN=LIGNE;  *
      *  MOT=MOTIF; STA=STATUT.                                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lirrej.
       AUTHOR. Benoit.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-REJ               PIC 9(10).
       01 PG-SRC-REJ               PIC X(12).
       01 PG-LGN-REJ               PIC X(300).
       01 PG-MOT-REJ               PIC X(120).
       01 PG-STA-REJ               PIC 9(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      * Argument d'entrée.
       01 LK-IDF-REJ               PIC 9(10).
      * Arguments de sortie.
       COPY rejimp REPLACING ==:PREFIX:== BY ==LK==.
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-REJ,
                                LK-REJ,
                                LK-LIR-RET.

           PERFORM 0100-LEC-REJ-DEB
              THRU 0100-LEC-REJ-FIN.

           EXIT PROGRAM.


      ****************************PARAGRAPHES***************************
       0100-LEC-REJ-DEB.
           MOVE LK-IDF-REJ TO PG-IDF-REJ.

           EXEC SQL
               SELECT source_rej, ligne_rej, motif_rej, statut_rej
               INTO :PG-SRC-REJ, :PG-LGN-REJ, :PG-MOT-REJ,
                   :PG-STA-REJ
               FROM rejet_import
               WHERE id_rej = :PG-IDF-REJ
                 AND statut_rej = 0
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE PG-SRC-REJ TO LK-REJ-SRC
                   MOVE PG-LGN-REJ TO LK-REJ-LGN
                   MOVE PG-MOT-REJ TO LK-REJ-MOT
                   MOVE PG-STA-REJ TO LK-REJ-STA
                   SET LK-LIR-RET-OK TO TRUE
               WHEN 100
                   SET LK-LIR-RET-VID TO TRUE
               WHEN OTHER
                   SET LK-LIR-RET-ERR TO TRUE
           END-EVALUATE.
       0100-LEC-REJ-FIN.
