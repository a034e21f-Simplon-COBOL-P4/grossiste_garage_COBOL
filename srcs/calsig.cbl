      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de calcul de la signature d'un enregistrement   *
      * de vente inaltérable (loi anti-fraude TVA) : facture (FAC),    *
      * vente comptoir encaissée (VCP, ventilation vente_paiement),    *
      * clôture de session de caisse (CAI), clôtures journalière,      *
      * mensuelle et annuelle (CLJ, CLM, CLA, table cloture_vente) et  *
      * archive périodique (ARC, table archive_vente). Les données     *
      * signées sont relues dans l'enregistrement source et mises en   *
      * forme toujours de la même façon (donnees_sig) ; le grand total *
      * perpétuel de la chaîne est le total précédent augmenté du      *
      * montant de l'enregistrement. La signature est                  *
      * sha256(clé || données || grand total || signature précédente) *
      * en hexadécimal, la clé venant de la clé "cle_sig_vte" de       *
      * parametre_secu : chaque maillon dépend de tout ce qui le       *
      * précède. Seul programme à savoir signer : "ajusig" s'en sert   *
      * pour poser un maillon, "versig" pour le recalculer et          *
      * détecter une altération. Le client n'est pas signé (la fusion  *
      * des doublons "majfuscli" le déplace légitimement). Lecture     *
      * seule. Code VI si l'enregistrement source n'existe pas.        *
      *                                                                *
      *                           TRIGRAMMES                           *
      * CAL=CALCUL; SIG=SIGNATURE; TYP=TYPE; IDF=IDENTIFIANT;          *
      * ORI=ORIGINE; GT=GRAND TOTAL; PRE=PRECEDENT; SOC=SOCIETE;       *
      * DON=DONNEES; MNT=MONTANT; CHN=CHAINE; CLE=CLE; EDT=EDITE.      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. calsig.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-TYP-SIG             PIC X(03).
       01 PG-IDF-ORI             PIC 9(10).
       01 PG-IDF-SOC             PIC 9(02).
       01 PG-DON-SIG             PIC X(250).
       01 PG-MNT-SIG             PIC S9(10)V99.
       01 PG-CLE-SIG             PIC X(64).
       01 PG-DON-CHN             PIC X(400).
       01 PG-SIG                 PIC X(64).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Grand total édité et signature précédente (64 zéros pour le
      * premier maillon d'une chaîne), tels qu'ils entrent dans la
      * chaîne signée.
       01 WS-GT-EDT              PIC -(12)9.99.
       01 WS-SIG-PRE             PIC X(64).

       LINKAGE SECTION.
      * Arguments d'entrée : type et identifiant de l'enregistrement
      * source, grand total et signature du maillon précédent de sa
      * chaîne (0 et blanc pour le premier maillon).
       01 LK-TYP-SIG             PIC X(03).
       01 LK-IDF-ORI             PIC 9(10).
       01 LK-GT-PRE              PIC S9(12)V99.
       01 LK-SIG-PRE             PIC X(64).
      * Arguments de sortie : société de l'enregistrement, données
      * signées, montant, grand total et signature du maillon.
       01 LK-IDF-SOC             PIC 9(02).
       01 LK-DON-SIG             PIC X(250).
       01 LK-MNT-SIG             PIC S9(10)V99.
       01 LK-GT-SIG              PIC S9(12)V99.
       01 LK-SIG                 PIC X(64).
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-TYP-SIG,
                                LK-IDF-ORI,
                                LK-GT-PRE,
                                LK-SIG-PRE,
                                LK-IDF-SOC,
                                LK-DON-SIG,
                                LK-MNT-SIG,
                                LK-GT-SIG,
                                LK-SIG,
                                LK-LIR-RET.

           MOVE 0      TO LK-IDF-SOC.
           MOVE SPACES TO LK-DON-SIG.
           MOVE 0      TO LK-MNT-SIG.
           MOVE 0      TO LK-GT-SIG.
           MOVE SPACES TO LK-SIG.

           PERFORM 0100-LIR-DON-DEB
              THRU 0100-LIR-DON-FIN.

           IF LK-LIR-RET-OK
               PERFORM 0200-CAL-SIG-DEB
                  THRU 0200-CAL-SIG-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Relit l'enregistrement source et met ses données signées en
      * forme. Une fois signée, une de ces valeurs ne peut plus changer
      * sans casser la chaîne.
       0100-LIR-DON-DEB.

           MOVE LK-TYP-SIG TO PG-TYP-SIG.
           MOVE LK-IDF-ORI TO PG-IDF-ORI.

           EVALUATE LK-TYP-SIG
      * Facture : numéro légal, date, société, HT, TVA, TTC.
               WHEN "FAC"
                   EXEC SQL
                       SELECT COALESCE(id_soc, 1),
                              'FAC|' || num_fac
                              || '|' || CAST(date_fac AS VARCHAR)
                              || '|' || COALESCE(id_soc, 1)
                              || '|' || CAST(mnt_ht_fac AS VARCHAR)
                              || '|' || CAST(mnt_tva_fac AS VARCHAR)
                              || '|' || CAST(mnt_ttc_fac AS VARCHAR),
                              mnt_ttc_fac
                       INTO :PG-IDF-SOC, :PG-DON-SIG, :PG-MNT-SIG
                       FROM facture
                       WHERE id_fac = :PG-IDF-ORI
                   END-EXEC
      * Vente comptoir : la livraison, sa session de caisse et la
      * ventilation espèces / carte / chèque encaissée.
               WHEN "VCP"
                   EXEC SQL
                       SELECT COALESCE(l.id_soc, 1),
                              'VCP|' || vp.id_liv
                              || '|' || vp.id_ses
                              || '|' || COALESCE(l.id_soc, 1)
                              || '|' || CAST(vp.mnt_esp AS VARCHAR)
                              || '|' || CAST(vp.mnt_cb AS VARCHAR)
                              || '|' || CAST(vp.mnt_chq AS VARCHAR),
                              vp.mnt_esp + vp.mnt_cb + vp.mnt_chq
                       INTO :PG-IDF-SOC, :PG-DON-SIG, :PG-MNT-SIG
                       FROM vente_paiement vp
                           JOIN livraison l ON l.id_liv = vp.id_liv
                       WHERE vp.id_liv = :PG-IDF-ORI
                   END-EXEC
      * Clôture de caisse : session, dates, fond, tiroir compté,
      * écart et caissier de clôture.
               WHEN "CAI"
                   EXEC SQL
                       SELECT COALESCE(id_soc, 1),
                              'CAI|' || id_ses
                              || '|' || CAST(date_ouv_ses AS VARCHAR)
                              || '|' || COALESCE(
                                     CAST(date_clo_ses AS VARCHAR), '')
                              || '|' || COALESCE(id_soc, 1)
                              || '|' || CAST(fond_caisse AS VARCHAR)
                              || '|' || COALESCE(
                                     CAST(mnt_compte AS VARCHAR), '')
                              || '|' || COALESCE(
                                     CAST(ecart_ses AS VARCHAR), '')
                              || '|' || COALESCE(id_uti_clo, 0),
                              COALESCE(mnt_compte, 0)
                       INTO :PG-IDF-SOC, :PG-DON-SIG, :PG-MNT-SIG
                       FROM caisse_session
                       WHERE id_ses = :PG-IDF-ORI
                   END-EXEC
      * Clôtures de période : période, nombre de documents, totaux
      * de la période et grands totaux perpétuels à sa fin.
               WHEN "CLJ"
               WHEN "CLM"
               WHEN "CLA"
                   EXEC SQL
                       SELECT id_soc,
                              type_clo || '|' || periode_clo
                              || '|' || id_soc
                              || '|' || nbr_doc_clo
                              || '|' || CAST(tot_fac_clo AS VARCHAR)
                              || '|' || CAST(tot_vcp_clo AS VARCHAR)
                              || '|' || CAST(gt_fac_clo AS VARCHAR)
                              || '|' || CAST(gt_vcp_clo AS VARCHAR),
                              tot_fac_clo + tot_vcp_clo
                       INTO :PG-IDF-SOC, :PG-DON-SIG, :PG-MNT-SIG
                       FROM cloture_vente
                       WHERE id_clo = :PG-IDF-ORI
                         AND type_clo = :PG-TYP-SIG
                   END-EXEC
      * Archive périodique : période, fichier, nombre de maillons
      * archivés et signature de l'archive.
               WHEN "ARC"
                   EXEC SQL
                       SELECT id_soc,
                              'ARC|' || periode_arc
                              || '|' || id_soc
                              || '|' || nom_fic_arc
                              || '|' || nbr_sig_arc
                              || '|' || sig_arc,
                              0
                       INTO :PG-IDF-SOC, :PG-DON-SIG, :PG-MNT-SIG
                       FROM archive_vente
                       WHERE id_arc = :PG-IDF-ORI
                   END-EXEC
               WHEN OTHER
                   SET LK-LIR-RET-ERR TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET LK-LIR-RET-OK TO TRUE
               WHEN SQLCODE = 100
                   SET LK-LIR-RET-VID TO TRUE
               WHEN OTHER
                   SET LK-LIR-RET-ERR TO TRUE
           END-EVALUATE.

       0100-LIR-DON-FIN.

      *-----------------------------------------------------------------
      * Grand total perpétuel et signature chaînée du maillon.
       0200-CAL-SIG-DEB.

           MOVE PG-IDF-SOC TO LK-IDF-SOC.
           MOVE PG-DON-SIG TO LK-DON-SIG.
           MOVE PG-MNT-SIG TO LK-MNT-SIG.

           COMPUTE LK-GT-SIG = LK-GT-PRE + PG-MNT-SIG.

           MOVE LK-GT-SIG TO WS-GT-EDT.

           IF LK-SIG-PRE = SPACES
               MOVE ALL "0" TO WS-SIG-PRE
           ELSE
               MOVE LK-SIG-PRE TO WS-SIG-PRE
           END-IF.

           MOVE SPACES TO PG-DON-CHN.
           STRING FUNCTION TRIM(PG-DON-SIG) DELIMITED BY SIZE
                  "|GT=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GT-EDT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-SIG-PRE DELIMITED BY SIZE
                  INTO PG-DON-CHN
           END-STRING.

           MOVE SPACES TO PG-CLE-SIG.

           EXEC SQL
               SELECT valeur_prm
               INTO :PG-CLE-SIG
               FROM parametre_secu
               WHERE cle_prm = 'cle_sig_vte'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES TO PG-CLE-SIG
           END-IF.

           EXEC SQL
               SELECT encode(digest(RTRIM(:PG-CLE-SIG) || '|'
                                    || RTRIM(:PG-DON-CHN), 'sha256'),
                             'hex')
               INTO :PG-SIG
           END-EXEC.

           IF SQLCODE = 0
               MOVE PG-SIG TO LK-SIG
           ELSE
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.

       0200-CAL-SIG-FIN.
