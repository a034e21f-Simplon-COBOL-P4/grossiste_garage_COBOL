      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de suivi des retours d'une campagne de rappel   *
      * constructeur lancée ("lanrap") : cumule sur la ligne           *
      * rappel_client (campagne, client, pièce) la quantité rendue,    *
      * refusée au-delà de la quantité livrée, et solde la ligne quand *
      * tout est revenu ou que le client déclare le reste monté ou     *
      * détruit. La pièce rendue est remise en stock ("majpie") puis   *
      * aussitôt bloquée en quarantaine ("majqrn") : elle repart chez  *
      * le fournisseur avec la réclamation ("edtrclrap"). Journalisé   *
      * via "ajulog".                                                  *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; RET=RETOUR; RAP=RAPPEL; CLI=CLIENT;           *
      * PIE=PIECE; STA=STATUT; REF=REFERENCE; QTE=QUANTITE;            *
      * LIV=LIVREE; SLD=SOLDE; TYP=TYPE; CHG=CHANGEMENT;               *
      * QRN=QUARANTAINE; SNS=SENS; MTF=MOTIF; CTL=CONTROLE;            *
      * GEN=GENERATION; MSG=MESSAGE; LIB=LIBELLE; NIV=NIVEAU;          *
      * REQ=REQUIS; ROL=ROLE; UTI=UTILISATEUR; IDF=IDENTIFIANT.        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majretrap.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-RAP             PIC 9(10).
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-STA-RAP             PIC 9(01).
       01 PG-REF-RAP             PIC X(30).
       01 PG-QTE-LIV             PIC 9(07)V9(03).
       01 PG-QTE-RET             PIC 9(07)V9(03).
       01 PG-QTE                 PIC 9(07)V9(03).
       01 PG-SLD                 PIC 9(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Remise en stock de la pièce rendue ("majpie", mouvement
      * tracé) puis blocage en quarantaine ("majqrn") : elle repart
      * chez le fournisseur avec la réclamation.
       01 WS-TYP-CHG             PIC 9(01) VALUE 0.
       01 WS-SNS-QRN             PIC 9(01) VALUE 0.
       01 WS-MTF-QRN             PIC X(50).
       COPY majret REPLACING ==:PREFIX:== BY ==WS-PIE==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-QRN==.

      * Message et type de log du retour.
       01 WS-IDF-RAP-EDT         PIC Z(10).
       01 WS-IDF-CLI-EDT         PIC Z(10).
       01 WS-QTE-EDT             PIC Z(06)9.999.
       01 WS-LIB-SLD             PIC X(15).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "rappel".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : la campagne, le client, la pièce, la
      * quantité rendue (0 possible pour un simple solde) et
      * l'indicateur de solde (1 = le client déclare le reste monté
      * ou détruit : sa ligne est soldée).
       01 LK-IDF-RAP             PIC 9(10).
       01 LK-IDF-CLI             PIC 9(10).
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-QTE-RET             PIC 9(07)V9(03).
       01 LK-SLD                 PIC 9(01).
           88 LK-SLD-OUI                     VALUE 1.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-RAP,
                                LK-IDF-CLI,
                                LK-IDF-PIE,
                                LK-QTE-RET,
                                LK-SLD,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-CTL-RET-DEB
                  THRU 0100-CTL-RET-FIN

               IF LK-MAJ-RET-OK
                   PERFORM 0200-MAJ-RET-DEB
                      THRU 0200-MAJ-RET-FIN
               END-IF

               IF LK-MAJ-RET-OK AND LK-QTE-RET > 0
                   PERFORM 0300-QRN-RET-DEB
                      THRU 0300-QRN-RET-FIN
               END-IF

               IF LK-MAJ-RET-OK
                   PERFORM 0400-GEN-LOG-DEB
                      THRU 0400-GEN-LOG-FIN
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * La campagne doit être lancée et le client touché pour cette
      * pièce ; le cumul rendu ne dépasse pas la quantité livrée.
       0100-CTL-RET-DEB.

           SET LK-MAJ-RET-OK TO TRUE.

           MOVE LK-IDF-RAP TO PG-IDF-RAP.
           MOVE LK-IDF-CLI TO PG-IDF-CLI.
           MOVE LK-IDF-PIE TO PG-IDF-PIE.

           EXEC SQL
               SELECT r.statut_rap, r.ref_rap, c.qte_liv_rcl,
                      c.qte_ret_rcl
               INTO :PG-STA-RAP, :PG-REF-RAP, :PG-QTE-LIV,
                    :PG-QTE-RET
               FROM campagne_rappel r
                   JOIN rappel_client c ON c.id_rap = r.id_rap
               WHERE r.id_rap = :PG-IDF-RAP
                 AND c.id_cli = :PG-IDF-CLI
                 AND c.id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-STA-RAP NOT = 1
               SET LK-MAJ-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-QTE-RET + LK-QTE-RET > PG-QTE-LIV
               SET LK-MAJ-RET-STK-ERR TO TRUE
           END-IF.

       0100-CTL-RET-FIN.

      *-----------------------------------------------------------------
      * Cumule la quantité rendue ; la ligne est soldée quand tout est
      * revenu ou que le client déclare le reste monté ou détruit.
       0200-MAJ-RET-DEB.

           ADD LK-QTE-RET TO PG-QTE-RET.
           MOVE LK-QTE-RET TO PG-QTE.

           IF LK-SLD-OUI OR PG-QTE-RET >= PG-QTE-LIV
               MOVE 1 TO PG-SLD
           ELSE
               MOVE 0 TO PG-SLD
           END-IF.

           EXEC SQL
               UPDATE rappel_client
               SET qte_ret_rcl = :PG-QTE-RET,
                   solde_rcl = :PG-SLD
               WHERE id_rap = :PG-IDF-RAP
                 AND id_cli = :PG-IDF-CLI
                 AND id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0200-MAJ-RET-FIN.

      *-----------------------------------------------------------------
      * La pièce rendue rentre en stock et part aussitôt en
      * quarantaine : elle n'est plus vendable.
       0300-QRN-RET-DEB.

           CALL "majpie"
               USING
               LK-IDF-PIE
               LK-QTE-RET
               WS-TYP-CHG
               LK-IDF-UTI
               LK-IDF-CLI
               WS-PIE-MAJ-RET
           END-CALL.

      * Le retour est deja compte ; un restockage en echec doit
      * remonter a l'ecran (le stock reste a corriger a la main).
           IF NOT WS-PIE-MAJ-RET-OK
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-MTF-QRN.
           STRING "Retour rappel constructeur " DELIMITED BY SIZE
                  PG-REF-RAP DELIMITED BY SIZE
                  INTO WS-MTF-QRN
           END-STRING.

           CALL "majqrn"
               USING
               LK-IDF-PIE
               LK-QTE-RET
               WS-SNS-QRN
               WS-MTF-QRN
               LK-IDF-UTI
               WS-QRN-MAJ-RET
           END-CALL.

           IF NOT WS-QRN-MAJ-RET-OK
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0300-QRN-RET-FIN.

      *-----------------------------------------------------------------
      * Journalise le retour via "ajulog".
       0400-GEN-LOG-DEB.

           MOVE PG-IDF-RAP TO WS-IDF-RAP-EDT.
           MOVE PG-IDF-CLI TO WS-IDF-CLI-EDT.
           MOVE LK-QTE-RET TO WS-QTE-EDT.
           MOVE SPACES     TO WS-MSG-LOG.

           IF PG-SLD = 1
               MOVE ", ligne soldee" TO WS-LIB-SLD
           ELSE
               MOVE SPACES TO WS-LIB-SLD
           END-IF.

           STRING "rappel " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-RAP-EDT) DELIMITED BY SIZE
                  " client " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-CLI-EDT) DELIMITED BY SIZE
                  " : retour de " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QTE-EDT) DELIMITED BY SIZE
                  WS-LIB-SLD DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0400-GEN-LOG-FIN.
