      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme qui pose le maillon signé d'un enregistrement   *
      * de vente dans la chaîne inaltérable (table chaine_signature :  *
      * id_sig, id_soc, type_sig, id_ori, donnees_sig, mnt_sig, gt_sig *
      * = grand total perpétuel, sig_prec, sig, date_sig). Une chaîne  *
      * par société et par type : factures (FAC, "ajufac",             *
      * "genfacout", "genpenret", "majcsgcons"), ventes comptoir       *
      * encaissées (VCP, "ajupaivcp"), clôtures de caisse (CAI,        *
      * "majcai"), clôtures journalières, mensuelles et annuelles      *
      * (CLJ, CLM, CLA) et archives (ARC, "genclovte"). La chaîne est  *
      * d'abord réservée par un verrou consultatif de transaction      *
      * (pg_advisory_xact_lock sur la société et le type), puis son    *
      * dernier maillon est lu et le nouveau calculé par "calsig" à    *
      * partir de son grand total et de sa signature. Appelé DANS la   *
      * transaction de l'appelant, juste avant son COMMIT : pas de     *
      * COMMIT ici, l'enregistrement et son maillon sont validés ou    *
      * annulés ensemble (code ER : l'appelant annule), et le verrou   *
      * tombe avec eux. La chaîne est contrôlée chaque nuit par        *
      * "versig".                                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; SIG=SIGNATURE; TYP=TYPE; IDF=IDENTIFIANT;           *
      * ORI=ORIGINE; SOC=SOCIETE; DON=DONNEES; MNT=MONTANT; GT=GRAND   *
      * TOTAL; PRE=PRECEDENT; CAL=CALCUL; VRR=VERROU.                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ajusig.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-SOC             PIC 9(02).
       01 PG-TYP-SIG             PIC X(03).
       01 PG-IDF-ORI             PIC 9(10).
       01 PG-DON-SIG             PIC X(250).
       01 PG-MNT-SIG             PIC S9(10)V99.
       01 PG-GT-SIG              PIC S9(12)V99.
       01 PG-GT-PRE              PIC S9(12)V99.
       01 PG-SIG-PRE             PIC X(64).
       01 PG-SIG                 PIC X(64).
      * Verrou de la chaîne (1 = obtenu).
       01 PG-VRR-SIG             PIC 9(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Maillon calculé par "calsig".
       01 WS-IDF-SOC             PIC 9(02).
       01 WS-DON-SIG             PIC X(250).
       01 WS-MNT-SIG             PIC S9(10)V99.
       01 WS-GT-SIG              PIC S9(12)V99.
       01 WS-SIG                 PIC X(64).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-CAL==.

       LINKAGE SECTION.
      * Arguments d'entrée : type (FAC, VCP, CAI, CLJ, CLM, CLA, ARC)
      * et identifiant de l'enregistrement à signer.
       01 LK-TYP-SIG             PIC X(03).
       01 LK-IDF-ORI             PIC 9(10).
      * Argument de sortie.
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-TYP-SIG,
                                LK-IDF-ORI,
                                LK-AJU-RET.

           SET LK-AJU-RET-OK TO TRUE.

           MOVE LK-TYP-SIG TO PG-TYP-SIG.
           MOVE LK-IDF-ORI TO PG-IDF-ORI.

           PERFORM 0100-LIR-PRE-DEB
              THRU 0100-LIR-PRE-FIN.

           IF LK-AJU-RET-OK
               PERFORM 0200-AJU-SIG-DEB
                  THRU 0200-AJU-SIG-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Société de l'enregistrement (premier passage de "calsig"),
      * puis réservation de sa chaîne par un verrou consultatif de
      * transaction, tenu jusqu'au COMMIT ou ROLLBACK de l'appelant.
      * Une seconde signature sur la même chaîne attend ce verrou et
      * ne lit le dernier maillon qu'ensuite, quand celui de la
      * première est validé : deux ventes simultanées ne peuvent pas
      * s'accrocher au même maillon, même sur une chaîne vide. Un
      * FOR UPDATE sur le dernier maillon n'y suffirait pas : la
      * transaction en attente relirait l'ancien maillon.
       0100-LIR-PRE-DEB.

           MOVE 0      TO PG-GT-PRE.
           MOVE SPACES TO PG-SIG-PRE.

           CALL "calsig"
               USING
               LK-TYP-SIG
               LK-IDF-ORI
               PG-GT-PRE
               PG-SIG-PRE
               WS-IDF-SOC
               WS-DON-SIG
               WS-MNT-SIG
               WS-GT-SIG
               WS-SIG
               WS-CAL-LIR-RET
           END-CALL.

           IF NOT WS-CAL-LIR-RET-OK
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IDF-SOC TO PG-IDF-SOC.

           EXEC SQL
               SELECT 1
               INTO :PG-VRR-SIG
               FROM (SELECT pg_advisory_xact_lock(
                         hashtext('chaine_signature'),
                         hashtext(CAST(:PG-IDF-SOC AS VARCHAR)
                                  || '-' || :PG-TYP-SIG))) v
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT gt_sig, sig
               INTO :PG-GT-PRE, :PG-SIG-PRE
               FROM chaine_signature
               WHERE id_soc = :PG-IDF-SOC
                 AND type_sig = :PG-TYP-SIG
               ORDER BY id_sig DESC
               LIMIT 1
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
      * Premier maillon de la chaîne.
               WHEN SQLCODE = 100
                   MOVE 0      TO PG-GT-PRE
                   MOVE SPACES TO PG-SIG-PRE
               WHEN OTHER
                   SET LK-AJU-RET-ERR TO TRUE
           END-EVALUATE.

       0100-LIR-PRE-FIN.

      *-----------------------------------------------------------------
      * Calcule le maillon accroché au précédent et l'inscrit.
       0200-AJU-SIG-DEB.

           CALL "calsig"
               USING
               LK-TYP-SIG
               LK-IDF-ORI
               PG-GT-PRE
               PG-SIG-PRE
               WS-IDF-SOC
               WS-DON-SIG
               WS-MNT-SIG
               WS-GT-SIG
               WS-SIG
               WS-CAL-LIR-RET
           END-CALL.

           IF NOT WS-CAL-LIR-RET-OK
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DON-SIG TO PG-DON-SIG.
           MOVE WS-MNT-SIG TO PG-MNT-SIG.
           MOVE WS-GT-SIG  TO PG-GT-SIG.
           MOVE WS-SIG     TO PG-SIG.

           IF PG-SIG-PRE = SPACES
               MOVE ALL "0" TO PG-SIG-PRE
           END-IF.

           EXEC SQL
               INSERT INTO chaine_signature
                   (id_soc, type_sig, id_ori, donnees_sig, mnt_sig,
                    gt_sig, sig_prec, sig, date_sig)
               VALUES
                   (:PG-IDF-SOC, :PG-TYP-SIG, :PG-IDF-ORI,
                    RTRIM(:PG-DON-SIG), :PG-MNT-SIG, :PG-GT-SIG,
                    :PG-SIG-PRE, :PG-SIG, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-AJU-RET-ERR TO TRUE
           END-IF.

       0200-AJU-SIG-FIN.
