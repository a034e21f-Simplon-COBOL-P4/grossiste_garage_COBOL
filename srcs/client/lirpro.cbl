      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de lecture du dossier d'un prospect (voir       *
      * "dospro") par son identifiant : coordonnées, représentant qui  *
      * le suit (avec son nom), origine, statut, pièces d'ouverture de *
      * compte, plafond demandé et décision, client issu de la         *
      * conversion, ainsi que ses derniers comptes rendus de visite    *
      * (table visite_prospect, du plus récent au plus ancien).        *
      * Utilisé par l'écran "ecrpro" et par la conversion "cnvpro".    *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; PRO=PROSPECT; CTC=CONTACT; EML=MAIL; IND=INDICATIF;  *
      * TEL=TELEPHONE; COP=CODE POSTAL; VIL=VILLE; ADR=ADRESSE;        *
      * REP=REPRESENTANT; SRC=SOURCE; STA=STATUT; KBS=KBIS;            *
      * RUM=REFERENCE UNIQUE DE MANDAT; DAT=DATE; SIG=SIGNATURE;       *
      * PLF=PLAFOND; DEM=DEMANDE; ACC=ACCORDE; CLI=CLIENT; VIS=VISITE; *
      * CR=COMPTE RENDU; CUR=CURSEUR; NBE=NOMBRE D'ENTREES;            *
      * IDF=IDENTIFIANT; IDX=INDEX.                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lirpro.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PRO             PIC 9(10).
       01 PG-NOM-PRO             PIC X(50).
       01 PG-CTC-PRO             PIC X(50).
       01 PG-EML-PRO             PIC X(50).
       01 PG-IND-PRO             PIC 9(03).
       01 PG-TEL-PRO             PIC 9(10).
       01 PG-COP-PRO             PIC 9(05).
       01 PG-VIL-PRO             PIC X(50).
       01 PG-ADR-PRO             PIC X(50).
       01 PG-IDF-REP             PIC 9(10).
       01 PG-NOM-REP             PIC X(50).
       01 PG-SRC-PRO             PIC X(01).
       01 PG-STA-PRO             PIC 9(01).
       01 PG-KBS-PRO             PIC X(01).
       01 PG-IBAN                PIC X(34).
       01 PG-RUM                 PIC X(35).
       01 PG-DAT-SIG             PIC X(10).
       01 PG-PLF-DEM             PIC 9(08)V99.
       01 PG-PLF-ACC             PIC 9(08)V99.
       01 PG-STA-PLF             PIC 9(01).
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-DAT-VIS             PIC X(10).
       01 PG-CR-VIS              PIC X(70).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Derniers comptes rendus de visite du prospect, du plus récent
      * au plus ancien.
       EXEC SQL
           DECLARE CUR-VIS CURSOR FOR
               SELECT CAST(date_vis AS VARCHAR(10)),
                      CAST(cr_vis AS VARCHAR(70))
               FROM visite_prospect
               WHERE id_pro = :PG-IDF-PRO
               ORDER BY date_vis DESC, id_vis DESC
               FOR READ ONLY
       END-EXEC.

       77 WS-IDX                 PIC 9(02).

       LINKAGE SECTION.
      * Dossier du prospect (voir "dospro") ; LK-PRO-IDF en entrée.
       COPY dospro REPLACING ==:PREFIX:== BY ==LK==.

      * Nom du représentant qui suit le prospect.
       01 LK-NOM-REP             PIC X(50).

      * Derniers comptes rendus de visite ; LK-NBE-VIS donne en
      * entrée la taille de la page et rend le nombre de lignes
      * remplies.
       01 LK-TAB-VIS.
           05 LK-VIS             OCCURS 5 TIMES.
               10 LK-VIS-DAT     PIC X(10).
               10 LK-VIS-CR      PIC X(70).
       77 LK-NBE-VIS             PIC 9(02).

       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-PRO,
                                LK-NOM-REP,
                                LK-TAB-VIS,
                                LK-NBE-VIS,
                                LK-LIR-RET.

           MOVE 0 TO WS-IDX.
           MOVE SPACES TO LK-LIR-RET.
           MOVE SPACES TO LK-NOM-REP.
           INITIALIZE LK-TAB-VIS.

           MOVE LK-PRO-IDF TO PG-IDF-PRO.

           PERFORM 0100-LIR-PRO-DEB
              THRU 0100-LIR-PRO-FIN.

           IF LK-LIR-RET-OK
               PERFORM 0200-LIR-VIS-DEB
                  THRU 0200-LIR-VIS-FIN
           END-IF.

           MOVE WS-IDX TO LK-NBE-VIS.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Lecture du dossier et du nom de son représentant.
       0100-LIR-PRO-DEB.

           EXEC SQL
               SELECT p.nom_pro, COALESCE(p.contact_pro, ''),
                      COALESCE(p.mail_pro, ''),
                      COALESCE(p.indic_pro, 0),
                      COALESCE(p.tel_pro, 0), COALESCE(p.cp_pro, 0),
                      p.ville_pro, COALESCE(p.adresse_pro, ''),
                      COALESCE(p.id_rep, 0),
                      COALESCE(r.nom_rep, ''),
                      COALESCE(p.source_pro, 'A'),
                      COALESCE(p.statut_pro, 0),
                      COALESCE(p.kbis_pro, 'N'),
                      COALESCE(p.iban_pro, ''),
                      COALESCE(p.rum_pro, ''),
                      COALESCE(p.date_mandat_pro, ''),
                      COALESCE(p.plafond_dem_pro, 0),
                      COALESCE(p.plafond_acc_pro, 0),
                      COALESCE(p.statut_plf_pro, 0),
                      COALESCE(p.id_cli, 0)
               INTO :PG-NOM-PRO, :PG-CTC-PRO, :PG-EML-PRO,
                    :PG-IND-PRO, :PG-TEL-PRO, :PG-COP-PRO,
                    :PG-VIL-PRO, :PG-ADR-PRO, :PG-IDF-REP,
                    :PG-NOM-REP, :PG-SRC-PRO, :PG-STA-PRO,
                    :PG-KBS-PRO, :PG-IBAN, :PG-RUM, :PG-DAT-SIG,
                    :PG-PLF-DEM, :PG-PLF-ACC, :PG-STA-PLF,
                    :PG-IDF-CLI
               FROM prospect p
                   LEFT JOIN representant r ON r.id_rep = p.id_rep
               WHERE p.id_pro = :PG-IDF-PRO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE PG-NOM-PRO TO LK-PRO-NOM
                   MOVE PG-CTC-PRO TO LK-PRO-CTC
                   MOVE PG-EML-PRO TO LK-PRO-EML
                   MOVE PG-IND-PRO TO LK-PRO-IND
                   MOVE PG-TEL-PRO TO LK-PRO-TEL
                   MOVE PG-COP-PRO TO LK-PRO-COP
                   MOVE PG-VIL-PRO TO LK-PRO-VIL
                   MOVE PG-ADR-PRO TO LK-PRO-ADR
                   MOVE PG-IDF-REP TO LK-PRO-REP
                   MOVE PG-NOM-REP TO LK-NOM-REP
                   MOVE PG-SRC-PRO TO LK-PRO-SRC
                   MOVE PG-STA-PRO TO LK-PRO-STA
                   MOVE PG-KBS-PRO TO LK-PRO-KBS
                   MOVE PG-IBAN    TO LK-PRO-IBAN
                   MOVE PG-RUM     TO LK-PRO-RUM
                   MOVE PG-DAT-SIG TO LK-PRO-DAT-SIG
                   MOVE PG-PLF-DEM TO LK-PRO-PLF-DEM
                   MOVE PG-PLF-ACC TO LK-PRO-PLF-ACC
                   MOVE PG-STA-PLF TO LK-PRO-STA-PLF
                   MOVE PG-IDF-CLI TO LK-PRO-CLI
                   SET LK-LIR-RET-OK TO TRUE
               WHEN 100
                   SET LK-LIR-RET-VID TO TRUE
               WHEN OTHER
                   SET LK-LIR-RET-ERR TO TRUE
           END-EVALUATE.

       0100-LIR-PRO-FIN.

      *-----------------------------------------------------------------
       0200-LIR-VIS-DEB.

           EXEC SQL OPEN CUR-VIS END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX >= LK-NBE-VIS
                   OR WS-IDX >= 5

               EXEC SQL
                   FETCH CUR-VIS
                   INTO :PG-DAT-VIS, :PG-CR-VIS
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-IDX
                   MOVE PG-DAT-VIS TO LK-VIS-DAT(WS-IDX)
                   MOVE PG-CR-VIS  TO LK-VIS-CR(WS-IDX)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-VIS END-EXEC.

       0200-LIR-VIS-FIN.
