      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme vérifiant que le rôle de l'utilisateur connecté *
      * (G-UTI-RLE) dispose d'une fonction du catalogue "fctapp" au    *
      * niveau demandé (0 = consultation, 1 = mise à jour, 2 =         *
      * suppression / administration). Un code de fonction incomplet   *
      * (par exemple "PIE") vaut pour toutes les fonctions qui         *
      * commencent ainsi (affichage du menu principal) ; un code à     *
      * blanc vaut pour n'importe quelle fonction.                     *
      * Règles :                                                       *
      *   - le rôle ADMIN a toujours tous les droits ;                 *
      *   - un rôle présent dans "role_app" n'a que les droits de la   *
      *     matrice "role_fonction" ;                                  *
      *   - STANDARD et CONSULTATION, tant que l'administrateur ne les *
      *     a pas repris dans la matrice, gardent leurs droits par     *
      *     défaut du catalogue ; un rôle à blanc (traitement sans     *
      *     utilisateur connecté) est traité comme STANDARD ;          *
      *   - tout autre rôle n'a aucun droit.                           *
      * Appelé par les menus (affichage et choix des options) et par   *
      * "verrol" (contrôle des mises à jour). Lecture seule.           *
      *                                                                *
      *                           TRIGRAMMES                           *
      * VER=VERIFICATION; FCT=FONCTION; COD=CODE; NIV=NIVEAU;          *
      * REQ=REQUIS; RET=RETOUR; REF=REFUSE; RLE=ROLE; MTR=MATRICE;     *
      * RFC=ROLE-FONCTION; LNG=LONGUEUR; MSQ=MASQUE; NBR=NOMBRE;       *
      * DEF=DEFAUT; IDX=INDEX.                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. verfct.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-RLE                 PIC X(14).
       01 PG-MSQ                 PIC X(07).
       01 PG-NIV-REQ             PIC 9(01).
       01 PG-NBR-RLE             PIC 9(05).
       01 PG-NBR-RFC             PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY utiglb.

       COPY fctapp.

       77 WS-IDX                 PIC 9(03).
       77 WS-LNG-COD             PIC 9(01).

       01 WS-COD-FCT             PIC X(06).
       01 WS-NIV-REQ             PIC X(01).
       01 WS-NIV-DEF             PIC X(01).

       LINKAGE SECTION.
      * Arguments d'entrée : fonction (ou début de code) et niveau.
       01 LK-COD-FCT             PIC X(06).
       01 LK-NIV-REQ             PIC 9(01).
      * Argument de sortie.
       01 LK-FCT-RET             PIC 9(01).
           88 LK-FCT-RET-OK                  VALUE 0.
           88 LK-FCT-RET-REF                 VALUE 1.

       PROCEDURE DIVISION USING LK-COD-FCT,
                                LK-NIV-REQ,
                                LK-FCT-RET.

           SET LK-FCT-RET-REF TO TRUE.

           MOVE G-UTI-RLE  TO PG-RLE.
           MOVE LK-COD-FCT TO WS-COD-FCT.
           INSPECT PG-RLE     REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-COD-FCT REPLACING ALL LOW-VALUE BY SPACE.

           IF PG-RLE = "ADMIN"
               SET LK-FCT-RET-OK TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE LK-NIV-REQ TO PG-NIV-REQ.
           MOVE LK-NIV-REQ TO WS-NIV-REQ.

      * Longueur utile du code demandé (0 = toute fonction).
           MOVE 0 TO WS-LNG-COD.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               IF WS-COD-FCT(WS-IDX:1) NOT = SPACE
                   MOVE WS-IDX TO WS-LNG-COD
               END-IF
           END-PERFORM.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-RLE
               FROM role_app
               WHERE code_rle = :PG-RLE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-NBR-RLE
           END-IF.

           EVALUATE TRUE
               WHEN PG-NBR-RLE > 0
                   PERFORM 0200-VER-MTR-DEB
                      THRU 0200-VER-MTR-FIN
               WHEN PG-RLE = "STANDARD" OR PG-RLE = "CONSULTATION"
                    OR PG-RLE = SPACES
                   PERFORM 0100-VER-DEF-DEB
                      THRU 0100-VER-DEF-FIN
           END-EVALUATE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Droits par défaut du catalogue pour STANDARD et CONSULTATION.
       0100-VER-DEF-DEB.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-FCT-NBE OR LK-FCT-RET-OK

               IF PG-RLE = "CONSULTATION"
                   MOVE WS-FCT-CNS(WS-IDX) TO WS-NIV-DEF
               ELSE
                   MOVE WS-FCT-STD(WS-IDX) TO WS-NIV-DEF
               END-IF

               IF WS-NIV-DEF NOT = SPACE AND WS-NIV-DEF >= WS-NIV-REQ
                   IF WS-LNG-COD = 0
                       SET LK-FCT-RET-OK TO TRUE
                   ELSE
                       IF WS-FCT-COD(WS-IDX)(1:WS-LNG-COD)
                               = WS-COD-FCT(1:WS-LNG-COD)
                           SET LK-FCT-RET-OK TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0100-VER-DEF-FIN.

      *-----------------------------------------------------------------
      * Matrice des droits du rôle.
       0200-VER-MTR-DEB.

           MOVE SPACES TO PG-MSQ.
           IF WS-LNG-COD = 0
               MOVE "%" TO PG-MSQ
           ELSE
               STRING WS-COD-FCT(1:WS-LNG-COD) DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                      INTO PG-MSQ
               END-STRING
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-RFC
               FROM role_fonction
               WHERE code_rle = :PG-RLE
                 AND code_fct LIKE TRIM(:PG-MSQ)
                 AND niveau_rfc >= :PG-NIV-REQ
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-RFC > 0
               SET LK-FCT-RET-OK TO TRUE
           END-IF.

       0200-VER-MTR-FIN.
