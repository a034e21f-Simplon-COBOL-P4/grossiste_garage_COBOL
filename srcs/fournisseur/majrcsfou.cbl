      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de saisie de l'avoir reçu du reconditionneur    *
      * pour un lot de retour de carcasses ("ajurcsfou") : le montant  *
      * hors taxe effectivement crédité et sa date sont portés sur le  *
      * lot (mnt_avr_rcs, date_avr_rcs de retour_carcasse), une seule  *
      * fois. L'écart avec l'avoir attendu (mnt_att_rcs) se lit sur    *
      * l'écran des carcasses. Journalisé via "ajulog".                *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; RCS=RETOUR DE CARCASSES; AVR=AVOIR;           *
      * MNT=MONTANT; EDT=EDITION; MSG=MESSAGE; TYP=TYPE;               *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR.                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majrcsfou.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-RCS             PIC 9(10).
       01 PG-MNT-AVR             PIC 9(10)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Message et type de log de la saisie.
       01 WS-MNT-EDT             PIC Z(09)9.99.
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "carcasse".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : le lot et le montant hors taxe de
      * l'avoir reçu du reconditionneur.
       01 LK-IDF-RCS             PIC 9(10).
       01 LK-MNT-AVR             PIC 9(10)V99.
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-RCS,
                                LK-MNT-AVR,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-MAJ-RCS-DEB
                  THRU 0100-MAJ-RCS-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * L'avoir se saisit une fois par lot : un lot déjà crédité
      * n'est plus modifiable.
       0100-MAJ-RCS-DEB.

           MOVE LK-IDF-RCS TO PG-IDF-RCS.
           MOVE LK-MNT-AVR TO PG-MNT-AVR.

           EXEC SQL
               UPDATE retour_carcasse
               SET mnt_avr_rcs = :PG-MNT-AVR,
                   date_avr_rcs = CURRENT_DATE
               WHERE id_rcs = :PG-IDF-RCS
                 AND mnt_avr_rcs IS NULL
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

                   MOVE PG-MNT-AVR TO WS-MNT-EDT
                   STRING "avoir carcasses recu, lot " DELIMITED BY SIZE
                          PG-IDF-RCS DELIMITED BY SIZE
                          " : " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-MNT-EDT) DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING

                   CALL "ajulog" USING WS-MSG-LOG,
                                       WS-TYP-LOG,
                                       LK-IDF-UTI,
                                       WS-LOG-AJU-RET
                   END-CALL
           END-EVALUATE.

       0100-MAJ-RCS-FIN.
