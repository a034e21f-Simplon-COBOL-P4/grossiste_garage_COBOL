      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme qui inscrit un fournisseur à consulter sur une  *
      * demande de prix (table demande_prix_fou : id_dpx, id_fou,      *
      * date_env_dpf date d'envoi par "edtdpx", puis la réponse du     *
      * fournisseur saisie par "majrepdpx" ou importée par "imprepdpx" *
      * : devise_dpf, delai_dpf en jours, validite_dpf, frais_dpf      *
      * frais de port et de douane de l'offre, date_rep_dpf). Le       *
      * fournisseur doit exister et ne pas être supprimé ; une demande *
      * attribuée n'accepte plus de fournisseur.                       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; DPX=DEMANDE DE PRIX; FOU=FOURNISSEUR; DPF=DEMANDE   *
      * DE PRIX FOURNISSEUR; STA=STATUT; NBR=NOMBRE; CTL=CONTROLE;     *
      * ROL=ROLE; NIV=NIVEAU; REQ=REQUIS; RET=RETOUR; IDF=IDENTIFIANT. *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ajudpxfou.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-DPX             PIC 9(10).
       01 PG-IDF-FOU             PIC 9(10).
       01 PG-STA-DPX             PIC 9(01).
       01 PG-NBR-FOU             PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : la demande de prix et le fournisseur à
      * consulter.
       01 LK-IDF-DPX             PIC 9(10).
       01 LK-IDF-FOU             PIC 9(10).
      * Arguments de sortie.
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-DPX,
                                LK-IDF-FOU,
                                LK-AJU-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-AJU-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-CTL-FOU-DEB
                  THRU 0100-CTL-FOU-FIN

               IF LK-AJU-RET-OK
                   PERFORM 0200-AJU-FOU-DEB
                      THRU 0200-AJU-FOU-FIN
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * La demande ne doit pas être attribuée (un fournisseur ajouté
      * après l'envoi sera consulté au prochain envoi), le
      * fournisseur doit exister et ne pas être supprimé, ni déjà
      * consulté.
       0100-CTL-FOU-DEB.

           MOVE LK-IDF-DPX TO PG-IDF-DPX.
           MOVE LK-IDF-FOU TO PG-IDF-FOU.

           EXEC SQL
               SELECT statut_dpx
               INTO :PG-STA-DPX
               FROM demande_prix
               WHERE id_dpx = :PG-IDF-DPX
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-STA-DPX = 2
               SET LK-AJU-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-FOU
               FROM fournisseur
               WHERE id_fou = :PG-IDF-FOU
                 AND supprime_le = ''
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-FOU = 0
               SET LK-AJU-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-FOU
               FROM demande_prix_fou
               WHERE id_dpx = :PG-IDF-DPX
                 AND id_fou = :PG-IDF-FOU
           END-EXEC.

           IF PG-NBR-FOU > 0
               SET LK-AJU-RET-DUP TO TRUE
           ELSE
               SET LK-AJU-RET-OK TO TRUE
           END-IF.

       0100-CTL-FOU-FIN.

      *-----------------------------------------------------------------
      * Inscrit le fournisseur consulté, pas encore envoyé (date
      * d'envoi à NULL) et sans réponse.
       0200-AJU-FOU-DEB.

           EXEC SQL
               INSERT INTO demande_prix_fou (id_dpx, id_fou)
               VALUES (:PG-IDF-DPX, :PG-IDF-FOU)
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               SET LK-AJU-RET-OK TO TRUE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
           END-IF.

       0200-AJU-FOU-FIN.
