      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de création d'un prospect (table prospect :     *
      * id_pro, nom_pro, contact_pro, mail_pro, indic_pro, tel_pro,    *
      * cp_pro, ville_pro, adresse_pro, id_rep, source_pro,            *
      * statut_pro, kbis_pro, iban_pro, rum_pro, date_mandat_pro,      *
      * plafond_dem_pro, plafond_acc_pro, statut_plf_pro,              *
      * id_uti_plf_pro, date_plf_pro, id_cli, date_cre_pro,            *
      * date_sta_pro, date_cnv_pro, id_uti) : un garage démarché par   *
      * un représentant, qui n'est pas encore client. Le dossier (voir *
      * "dospro") est suivi à l'écran "ecrpro" : comptes rendus de     *
      * visite ("ajuvispro"), pièces d'ouverture de compte et plafond  *
      * de crédit ("majpro"), conversion en client ("cnvpro"). Un      *
      * garage déjà client ou déjà prospect ouvert n'est pas recréé.   *
      * Journalisé via "ajulog".                                       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; PRO=PROSPECT; CTC=CONTACT; EML=MAIL; IND=INDICATIF; *
      * TEL=TELEPHONE; COP=CODE POSTAL; VIL=VILLE; ADR=ADRESSE;        *
      * REP=REPRESENTANT; SRC=SOURCE; CTL=CONTROLE; SAI=SAISIE;        *
      * CRE=CREATION; TRV=TROUVE; NBR=NOMBRE; IDF=IDENTIFIANT;         *
      * UTI=UTILISATEUR.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ajupro.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-NOM-PRO             PIC X(50).
       01 PG-CTC-PRO             PIC X(50).
       01 PG-EML-PRO             PIC X(50).
       01 PG-IND-PRO             PIC 9(03).
       01 PG-TEL-PRO             PIC 9(10).
       01 PG-COP-PRO             PIC 9(05).
       01 PG-VIL-PRO             PIC X(50).
       01 PG-ADR-PRO             PIC X(50).
       01 PG-IDF-REP             PIC 9(10).
       01 PG-SRC-PRO             PIC X(01).
       01 PG-IDF-UTI             PIC 9(10).
       01 PG-IDF-PRO             PIC 9(10).
       01 PG-NBR-TRV             PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

      * Message et type de log de la création.
       01 WS-IDF-PRO-EDT         PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "prospect".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       LINKAGE SECTION.
      * Dossier du prospect (voir "dospro") ; l'identifiant créé est
      * rendu dans LK-PRO-IDF.
       COPY dospro REPLACING ==:PREFIX:== BY ==LK==.

      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).

       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-PRO,
                                LK-IDF-UTI,
                                LK-AJU-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           MOVE 0 TO LK-PRO-IDF.

           IF WS-ROL-RET-REF
               SET LK-AJU-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-CTL-SAI-DEB
                  THRU 0100-CTL-SAI-FIN
               IF LK-AJU-RET = SPACES
                   PERFORM 0200-CRE-PRO-DEB
                      THRU 0200-CRE-PRO-FIN
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Contrôle de la saisie : nom, ville et origine renseignés, le
      * représentant (s'il est donné) existe (FK-ERR sinon). Un
      * garage déjà client ou déjà suivi comme prospect ouvert (même
      * nom, même ville, même code postal, à la casse près, comme la
      * détection de doublon de "ajucli") n'est pas recréé (DUP).
       0100-CTL-SAI-DEB.

           MOVE SPACES TO LK-AJU-RET.

           IF LK-PRO-NOM = SPACES OR LK-PRO-VIL = SPACES
                   OR NOT LK-PRO-SRC-OK
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE LK-PRO-NOM TO PG-NOM-PRO.
           MOVE LK-PRO-CTC TO PG-CTC-PRO.
           MOVE LK-PRO-EML TO PG-EML-PRO.
           MOVE LK-PRO-IND TO PG-IND-PRO.
           MOVE LK-PRO-TEL TO PG-TEL-PRO.
           MOVE LK-PRO-COP TO PG-COP-PRO.
           MOVE LK-PRO-VIL TO PG-VIL-PRO.
           MOVE LK-PRO-ADR TO PG-ADR-PRO.
           MOVE LK-PRO-REP TO PG-IDF-REP.
           MOVE LK-PRO-SRC TO PG-SRC-PRO.
           MOVE LK-IDF-UTI TO PG-IDF-UTI.

           IF LK-PRO-REP NOT = 0
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :PG-NBR-TRV
                   FROM representant
                   WHERE id_rep = :PG-IDF-REP
               END-EXEC
               IF SQLCODE NOT = 0
                   SET LK-AJU-RET-ERR TO TRUE
                   EXIT PARAGRAPH
               END-IF
               IF PG-NBR-TRV = 0
                   SET LK-AJU-RET-FK-ERR TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EXEC SQL
               SELECT (SELECT COUNT(*)
                       FROM client
                       WHERE supprime_le = ''
                         AND LOWER(nom_cli) = LOWER(:PG-NOM-PRO)
                         AND LOWER(ville_cli) = LOWER(:PG-VIL-PRO)
                         AND cp_cli = :PG-COP-PRO)
                    + (SELECT COUNT(*)
                       FROM prospect
                       WHERE statut_pro IN (0, 1, 2)
                         AND LOWER(nom_pro) = LOWER(:PG-NOM-PRO)
                         AND LOWER(ville_pro) = LOWER(:PG-VIL-PRO)
                         AND cp_pro = :PG-COP-PRO)
               INTO :PG-NBR-TRV
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-NBR-TRV > 0
               SET LK-AJU-RET-DUP TO TRUE
           END-IF.

       0100-CTL-SAI-FIN.

      *-----------------------------------------------------------------
      * Création du prospect, au statut nouveau, sans pièce ni
      * demande de plafond, daté du jour.
       0200-CRE-PRO-DEB.

           EXEC SQL
               INSERT INTO prospect
                   (nom_pro, contact_pro, mail_pro, indic_pro, tel_pro,
                    cp_pro, ville_pro, adresse_pro, id_rep, source_pro,
                    statut_pro, kbis_pro, iban_pro, rum_pro,
                    date_mandat_pro, plafond_dem_pro, plafond_acc_pro,
                    statut_plf_pro, id_cli, date_cre_pro, date_sta_pro,
                    id_uti)
               VALUES
                   (:PG-NOM-PRO, :PG-CTC-PRO, :PG-EML-PRO,
                    :PG-IND-PRO, :PG-TEL-PRO, :PG-COP-PRO,
                    :PG-VIL-PRO, :PG-ADR-PRO, :PG-IDF-REP,
                    :PG-SRC-PRO, 0, 'N', '', '', '', 0, 0, 0, 0,
                    CURRENT_DATE, CURRENT_DATE, :PG-IDF-UTI)
               RETURNING id_pro INTO :PG-IDF-PRO
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.
           MOVE PG-IDF-PRO TO LK-PRO-IDF.
           SET LK-AJU-RET-OK TO TRUE.

           MOVE PG-IDF-PRO TO WS-IDF-PRO-EDT.
           MOVE SPACES TO WS-MSG-LOG.
           STRING "creation du prospect " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-PRO-EDT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-NOM-PRO DELIMITED BY "  "
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0200-CRE-PRO-FIN.
