      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de mise à jour de la matrice des droits :       *
      *   1 = niveau d'un rôle sur une fonction du catalogue "fctapp"  *
      *       (LK-VAL = 0, 1 ou 2 ; espace ou "-" retire la fonction) ;*
      *       un rôle prédéfini STANDARD / CONSULTATION est d'abord    *
      *       repris dans "role_app" avec ses droits par défaut ;      *
      *   2 = création d'un rôle (LK-VAL = libellé), sans droit ;      *
      *   3 = suppression d'un rôle, refusée tant qu'un compte le      *
      *       porte ; pour STANDARD / CONSULTATION, retour aux droits  *
      *       par défaut du catalogue.                                 *
      * Le rôle ADMIN garde tous les droits et n'est pas modifiable.   *
      * Réservé au rôle ADMIN ("verrol"), chaque action journalisée    *
      * via "ajulog". Code ou niveau inconnu, rôle inexistant ou       *
      * encore porté : retour FK ; rôle déjà existant : retour ERR.    *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; RFC=ROLE-FONCTION; RLE=ROLE; FCT=FONCTION;    *
      * COD=CODE; NIV=NIVEAU; LIB=LIBELLE; VAL=VALEUR; ACT=ACTION;     *
      * TYP=TYPE; NBR=NOMBRE; UTI=UTILISATEUR; PRD=PREDEFINI;          *
      * REP=REPRISE; CRE=CREATION; SUP=SUPPRESSION; IDX=INDEX;         *
      * ROL=ROLE; REQ=REQUIS; MSG=MESSAGE; LOG=LOG; DEF=DEFAUT.        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majrfc.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Contrôle de rôle : actions réservées aux administrateurs.
       01 WS-NIV-REQ             PIC 9(01) VALUE 1.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK               VALUE 0.
           88 WS-ROL-RET-REF              VALUE 1.

       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "ROLE".

       COPY ajuret REPLACING ==:PREFIX:== BY ==WS==.

       COPY utiglb.

       COPY fctapp.

       77 WS-IDX                 PIC 9(03).
       01 WS-NIV-DEF             PIC X(01).

       01 WS-RLE-PRD             PIC 9(01).
           88 WS-RLE-PRD-OUI              VALUE 1.
           88 WS-RLE-PRD-NON              VALUE 0.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-RLE                 PIC X(14).
       01 PG-LIB-RLE             PIC X(40).
       01 PG-COD-FCT             PIC X(06).
       01 PG-NIV-RFC             PIC 9(01).
       01 PG-NBR-RLE             PIC 9(05).
       01 PG-NBR-UTI             PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      * Action demandée sur le rôle LK-RLE : 1 = niveau sur la fonction
      * LK-COD-FCT, 2 = créer, 3 = supprimer.
       01 LK-TYP-ACT             PIC 9(01).
           88 LK-ACT-NIV                     VALUE 1.
           88 LK-ACT-CRE                     VALUE 2.
           88 LK-ACT-SUP                     VALUE 3.
       01 LK-RLE                 PIC X(14).
       01 LK-COD-FCT             PIC X(06).
       01 LK-VAL                 PIC X(40).
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-TYP-ACT,
                                LK-RLE,
                                LK-COD-FCT,
                                LK-VAL,
                                LK-MAJ-RET.

           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE FUNCTION UPPER-CASE (LK-RLE) TO PG-RLE.

      * Le rôle ADMIN garde tous les droits : l'administration ne peut
      * pas se fermer à elle-même.
           IF PG-RLE = "ADMIN" OR PG-RLE = SPACES
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           IF PG-RLE = "STANDARD" OR PG-RLE = "CONSULTATION"
               SET WS-RLE-PRD-OUI TO TRUE
           ELSE
               SET WS-RLE-PRD-NON TO TRUE
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-RLE
               FROM role_app
               WHERE code_rle = :PG-RLE
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           EVALUATE TRUE
               WHEN LK-ACT-NIV
                   PERFORM 0100-MAJ-NIV-DEB
                      THRU 0100-MAJ-NIV-FIN
               WHEN LK-ACT-CRE
                   PERFORM 0200-CRE-RLE-DEB
                      THRU 0200-CRE-RLE-FIN
               WHEN LK-ACT-SUP
                   PERFORM 0300-SUP-RLE-DEB
                      THRU 0300-SUP-RLE-FIN
               WHEN OTHER
                   SET LK-MAJ-RET-ERR TO TRUE
           END-EVALUATE.

           IF LK-MAJ-RET-OK
               EXEC SQL COMMIT END-EXEC
               PERFORM 0500-APL-LOG-DEB
                  THRU 0500-APL-LOG-FIN
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Niveau d'un rôle sur une fonction du catalogue.
       0100-MAJ-NIV-DEB.

           MOVE LK-COD-FCT TO PG-COD-FCT.
           INSPECT PG-COD-FCT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-FCT-NBE
                      OR WS-FCT-COD(WS-IDX) = PG-COD-FCT
               CONTINUE
           END-PERFORM.

           IF WS-IDX > WS-FCT-NBE
               SET LK-MAJ-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF LK-VAL(1:1) NOT = SPACE AND LK-VAL(1:1) NOT = "-"
                   AND LK-VAL(1:1) NOT = "0" AND LK-VAL(1:1) NOT = "1"
                   AND LK-VAL(1:1) NOT = "2"
               SET LK-MAJ-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-NBR-RLE = 0
               IF WS-RLE-PRD-OUI
                   PERFORM 0150-REP-PRD-DEB
                      THRU 0150-REP-PRD-FIN
                   IF NOT LK-MAJ-RET-OK
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   SET LK-MAJ-RET-FK-ERR TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EXEC SQL
               DELETE FROM role_fonction
               WHERE code_rle = :PG-RLE
                 AND code_fct = :PG-COD-FCT
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF LK-VAL(1:1) = SPACE OR LK-VAL(1:1) = "-"
               SET LK-MAJ-RET-OK TO TRUE
               STRING "Role " DELIMITED BY SIZE
                      FUNCTION TRIM (PG-RLE) DELIMITED BY SIZE
                      " : fonction " DELIMITED BY SIZE
                      PG-COD-FCT DELIMITED BY SIZE
                      " retiree." DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           MOVE LK-VAL(1:1) TO PG-NIV-RFC.

           EXEC SQL
               INSERT INTO role_fonction (code_rle, code_fct,
                                          niveau_rfc)
               VALUES (:PG-RLE, :PG-COD-FCT, :PG-NIV-RFC)
           END-EXEC.

           IF SQLCODE = 0
               SET LK-MAJ-RET-OK TO TRUE
               STRING "Role " DELIMITED BY SIZE
                      FUNCTION TRIM (PG-RLE) DELIMITED BY SIZE
                      " : fonction " DELIMITED BY SIZE
                      PG-COD-FCT DELIMITED BY SIZE
                      " au niveau " DELIMITED BY SIZE
                      LK-VAL(1:1) DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
           ELSE
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0100-MAJ-NIV-FIN.

      *-----------------------------------------------------------------
      * Reprise d'un rôle prédéfini dans la matrice : sa ligne
      * "role_app" et ses droits par défaut, que l'administrateur
      * ajuste ensuite fonction par fonction.
       0150-REP-PRD-DEB.

           SET LK-MAJ-RET-OK TO TRUE.
           MOVE "Role predefini" TO PG-LIB-RLE.

           EXEC SQL
               INSERT INTO role_app (code_rle, libelle_rle)
               VALUES (:PG-RLE, :PG-LIB-RLE)
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-FCT-NBE OR NOT LK-MAJ-RET-OK

               MOVE WS-FCT-COD(WS-IDX) TO PG-COD-FCT
               IF PG-RLE = "CONSULTATION"
                   MOVE WS-FCT-CNS(WS-IDX) TO WS-NIV-DEF
               ELSE
                   MOVE WS-FCT-STD(WS-IDX) TO WS-NIV-DEF
               END-IF

               IF WS-NIV-DEF NOT = SPACE
                   MOVE WS-NIV-DEF TO PG-NIV-RFC
                   EXEC SQL
                       INSERT INTO role_fonction (code_rle, code_fct,
                                                  niveau_rfc)
                       VALUES (:PG-RLE, :PG-COD-FCT, :PG-NIV-RFC)
                   END-EXEC
                   IF SQLCODE NOT = 0
                       SET LK-MAJ-RET-ERR TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       0150-REP-PRD-FIN.

      *-----------------------------------------------------------------
      * Création d'un rôle, sans droit : l'administrateur lui accorde
      * ensuite ses fonctions une à une.
       0200-CRE-RLE-DEB.

           IF WS-RLE-PRD-OUI OR PG-NBR-RLE > 0
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE LK-VAL TO PG-LIB-RLE.

           EXEC SQL
               INSERT INTO role_app (code_rle, libelle_rle)
               VALUES (:PG-RLE, :PG-LIB-RLE)
           END-EXEC.

           IF SQLCODE = 0
               SET LK-MAJ-RET-OK TO TRUE
               STRING "Role " DELIMITED BY SIZE
                      FUNCTION TRIM (PG-RLE) DELIMITED BY SIZE
                      " cree : " DELIMITED BY SIZE
                      FUNCTION TRIM (PG-LIB-RLE) DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
           ELSE
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0200-CRE-RLE-FIN.

      *-----------------------------------------------------------------
      * Suppression d'un rôle : refusée tant qu'un compte le porte,
      * sauf pour un rôle prédéfini qui revient à ses droits par
      * défaut.
       0300-SUP-RLE-DEB.

           IF PG-NBR-RLE = 0
               SET LK-MAJ-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF WS-RLE-PRD-NON
               EXEC SQL
                   SELECT COUNT(*) INTO :PG-NBR-UTI
                   FROM utilisateur
                   WHERE role_uti = :PG-RLE
               END-EXEC
               IF SQLCODE NOT = 0 OR PG-NBR-UTI > 0
                   SET LK-MAJ-RET-FK-ERR TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EXEC SQL
               DELETE FROM role_fonction
               WHERE code_rle = :PG-RLE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               DELETE FROM role_app
               WHERE code_rle = :PG-RLE
           END-EXEC.

           IF SQLCODE = 0
               SET LK-MAJ-RET-OK TO TRUE
               STRING "Role " DELIMITED BY SIZE
                      FUNCTION TRIM (PG-RLE) DELIMITED BY SIZE
                      " supprime de la matrice." DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
           ELSE
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0300-SUP-RLE-FIN.

      *-----------------------------------------------------------------
       0500-APL-LOG-DEB.

           CALL "ajulog"
               USING
               WS-MSG-LOG
               WS-TYP-LOG
               G-UTI-ID
               WS-AJU-RET
           END-CALL.

       0500-APL-LOG-FIN.
