      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de réglage des conditions de paiement d'un      *
      * fournisseur (colonne cond_pai_fou de la fiche fournisseur) :   *
      * CPT = comptant, 30N = 30 jours net, 45F = 45 jours fin de      *
      * mois, 60N = 60 jours net. "calech" en tire l'échéance stockée  *
      * sur chaque facture saisie du fournisseur (date_ech_ffou), qui  *
      * fixe sa mise en paiement ("genvirfou"). Un code inconnu est    *
      * refusé. Journalisé via "ajulog".                               *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; CND=CONDITION (DE PAIEMENT); FOU=FOURNISSEUR; *
      * COD=CODE; IDF=IDENTIFIANT; UTI=UTILISATEUR.                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majcndfou.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-FOU             PIC 9(10).
       01 PG-COD-CND             PIC X(03).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Message et type de log du réglage.
       01 WS-IDF-FOU-EDT         PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "condpai".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : le fournisseur et son code de conditions.
       01 LK-IDF-FOU             PIC 9(10).
       01 LK-COD-CND             PIC X(03).
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-FOU,
                                LK-COD-CND,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-MAJ-CND-DEB
                  THRU 0100-MAJ-CND-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Porte le code sur la fiche fournisseur et journalise.
       0100-MAJ-CND-DEB.

           MOVE LK-IDF-FOU TO PG-IDF-FOU.
           MOVE FUNCTION UPPER-CASE(LK-COD-CND) TO PG-COD-CND.

           IF PG-COD-CND NOT = "CPT" AND PG-COD-CND NOT = "30N"
                   AND PG-COD-CND NOT = "45F"
                   AND PG-COD-CND NOT = "60N"
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE fournisseur
               SET cond_pai_fou = :PG-COD-CND
               WHERE id_fou = :PG-IDF-FOU
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET LK-MAJ-RET-FK-ERR TO TRUE
               WHEN SQLCODE NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   SET LK-MAJ-RET-ERR TO TRUE
               WHEN OTHER
                   EXEC SQL COMMIT END-EXEC
                   SET LK-MAJ-RET-OK TO TRUE

                   MOVE PG-IDF-FOU TO WS-IDF-FOU-EDT
                   STRING "conditions de paiement du fournisseur "
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-FOU-EDT)
                          DELIMITED BY SIZE
                          " : " DELIMITED BY SIZE
                          PG-COD-CND DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING

                   CALL "ajulog" USING WS-MSG-LOG,
                                       WS-TYP-LOG,
                                       LK-IDF-UTI,
                                       WS-LOG-AJU-RET
                   END-CALL
           END-EVALUATE.

       0100-MAJ-CND-FIN.
