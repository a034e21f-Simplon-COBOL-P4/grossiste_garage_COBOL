      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de lecture des droits d'un rôle : rend, dans    *
      * l'ordre du catalogue des fonctions "fctapp", le niveau accordé *
      * au rôle pour chaque fonction (0 consultation, 1 mise à jour, 2 *
      * suppression / administration, espace = aucun) et le libellé du *
      * rôle. ADMIN a tout au niveau 2 ; STANDARD et CONSULTATION non  *
      * repris dans "role_app" ont les droits par défaut du catalogue ;*
      * les autres rôles ont les lignes de "role_fonction". Rôle       *
      * inconnu : retour VID. Alimente l'écran des rôles "ecrrle".     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; RFC=ROLE-FONCTION; RLE=ROLE; LIB=LIBELLE;            *
      * NIV=NIVEAU; FCT=FONCTION; COD=CODE; TAB=TABLE; NBR=NOMBRE;     *
      * IDX=INDEX; CUR=CURSEUR.                                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lirrfc.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-RLE                 PIC X(14).
       01 PG-LIB-RLE             PIC X(40).
       01 PG-NBR-RLE             PIC 9(05).
       01 PG-COD-FCT             PIC X(06).
       01 PG-NIV-RFC             PIC 9(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY fctapp.

       77 WS-IDX                 PIC 9(03).

       LINKAGE SECTION.
      * Argument d'entrée : le rôle.
       01 LK-RLE                 PIC X(14).
      * Arguments de sortie : libellé et niveau par fonction du
      * catalogue.
       01 LK-LIB-RLE             PIC X(40).
       01 LK-TAB-NIV.
           05 LK-NIV             PIC X(01) OCCURS 94 TIMES.
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-RLE,
                                LK-LIB-RLE,
                                LK-TAB-NIV,
                                LK-LIR-RET.

           MOVE SPACES TO LK-TAB-NIV.
           MOVE SPACES TO LK-LIB-RLE.
           SET LK-LIR-RET-OK TO TRUE.
           MOVE LK-RLE TO PG-RLE.

           IF PG-RLE = "ADMIN"
               MOVE ALL "2" TO LK-TAB-NIV
               MOVE "Administrateur (tous les droits)" TO LK-LIB-RLE
               EXIT PROGRAM
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-RLE
               FROM role_app
               WHERE code_rle = :PG-RLE
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           EVALUATE TRUE
               WHEN PG-NBR-RLE > 0
                   PERFORM 0200-LIR-MTR-DEB
                      THRU 0200-LIR-MTR-FIN
               WHEN PG-RLE = "STANDARD" OR PG-RLE = "CONSULTATION"
                   PERFORM 0100-LIR-DEF-DEB
                      THRU 0100-LIR-DEF-FIN
               WHEN OTHER
                   SET LK-LIR-RET-VID TO TRUE
           END-EVALUATE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Rôle prédéfini encore sur les droits par défaut du catalogue.
       0100-LIR-DEF-DEB.

           MOVE "Role predefini (droits par defaut)" TO LK-LIB-RLE.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-FCT-NBE
               IF PG-RLE = "CONSULTATION"
                   MOVE WS-FCT-CNS(WS-IDX) TO LK-NIV(WS-IDX)
               ELSE
                   MOVE WS-FCT-STD(WS-IDX) TO LK-NIV(WS-IDX)
               END-IF
           END-PERFORM.

       0100-LIR-DEF-FIN.

      *-----------------------------------------------------------------
      * Rôle géré par la matrice : libellé et lignes "role_fonction",
      * rangées à la place de leur fonction dans le catalogue.
       0200-LIR-MTR-DEB.

           EXEC SQL
               SELECT libelle_rle INTO :PG-LIB-RLE
               FROM role_app
               WHERE code_rle = :PG-RLE
           END-EXEC.

           MOVE PG-LIB-RLE TO LK-LIB-RLE.

           EXEC SQL
               DECLARE CUR-RFC CURSOR FOR
                   SELECT code_fct, niveau_rfc
                   FROM role_fonction
                   WHERE code_rle = :PG-RLE
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-RFC END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0

               EXEC SQL
                   FETCH CUR-RFC
                   INTO :PG-COD-FCT, :PG-NIV-RFC
               END-EXEC

               IF SQLCODE = 0
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-FCT-NBE
                       IF WS-FCT-COD(WS-IDX) = PG-COD-FCT
                           MOVE PG-NIV-RFC TO LK-NIV(WS-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-RFC END-EXEC.

       0200-LIR-MTR-FIN.
