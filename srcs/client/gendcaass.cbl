      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de déclaration mensuelle de chiffre d'affaires  *
      * à l'assureur-crédit (declaration_ca_assurance_AAAAMM.txt) :    *
      * pour le mois fourni (AAAAMM, mois précédent par défaut), une   *
      * ligne par client garanti (montant garanti ou référence de      *
      * décision posés par "majasscli" / "impdecass") avec sa          *
      * référence de décision, son SIREN, ses factures et avoirs TTC   *
      * du mois et son chiffre d'affaires net, puis le chiffre         *
      * d'affaires net des clients garantis et le chiffre d'affaires   *
      * assurable de la maison (toutes factures et tous avoirs clients *
      * du mois). La date limite est N jours après la fin du mois (clé *
      * "delai_dca_ass" de parametre_secu, 15 à défaut) : un oubli     *
      * fait tomber la garantie, une déclaration tardive part quand    *
      * même mais est signalée hors délai. Chaque déclaration est      *
      * tracée dans la table declaration_assur (type_dec CA,           *
      * periode_dec, mnt_dec, date_dec, date_lim_dec, fic_dec, id_uti  *
      * ; mêmes colonnes id_cli et id_fac que les menaces de sinistre  *
      * de "genmdsass" et les sinistres de "gensinass"), suivie par    *
      * "edtexpass", inscrite au registre des documents (type DAS) et  *
      * journalisée via "ajulog".                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * GEN=GENERATION; DCA=DECLARATION DE CHIFFRE D'AFFAIRES;         *
      * ASS=ASSURANCE-CREDIT; CLI=CLIENT; NOM=NOM; REF=REFERENCE;      *
      * SIR=SIREN; FAC=FACTURE; AVR=AVOIR; MNT=MONTANT; NET=NET;       *
      * TOT=TOTAL; GAR=GARANTI; DEL=DELAI; LIM=LIMITE; HRS=HORS;       *
      * MOI=MOIS; ANN=ANNEE; JOU=JOUR; DAT=DATE; DEB=DEBUT; FIN=FIN;   *
      * FIC=FICHIER; LGN=LIGNE; CUR=CURSEUR; ETT=ETAT; LCT=LECTURE;    *
      * ENC=EN COURS; NBR=NOMBRE; EDT=EDITE; ENR=ENREGISTRER;          *
      * INI=INITIALISER; DOC=DOCUMENT; CPY=COPIE; TYP=TYPE;            *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR.                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gendcaass.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-DCA ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-DCA.
       01  FD-LGN-DCA                 PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-DAT-DEB              PIC X(10).
       01 PG-DAT-FIN              PIC X(10).
       01 PG-IDF-CLI              PIC 9(10).
       01 PG-NOM-CLI              PIC X(25).
       01 PG-REF-ASS              PIC X(20).
       01 PG-SIR-CLI              PIC X(09).
       01 PG-MNT-FAC              PIC 9(10)V99.
       01 PG-MNT-AVR              PIC 9(10)V99.
       01 PG-TOT-FAC              PIC 9(12)V99.
       01 PG-TOT-AVR              PIC 9(12)V99.
       01 PG-DEL-DCA              PIC 9(03).
       01 PG-DAT-LIM              PIC X(10).
       01 PG-HRS-DEL              PIC 9(01).
       01 PG-MOI-DCA              PIC X(06).
       01 PG-MNT-DCA              PIC S9(12)V99.
       01 PG-NOM-FIC              PIC X(40).
       01 PG-IDF-UTI              PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Clients garantis (montant garanti ou référence de décision) :
      * factures émises et avoirs accordés dans le mois, en TTC.
       EXEC SQL
           DECLARE CUR-DCA CURSOR FOR
               SELECT c.id_cli, CAST(c.nom_cli AS VARCHAR(25)),
                      COALESCE(c.assur_ref_cli, ' '),
                      COALESCE(c.siren_cli, ' '),
                      COALESCE(
                          (SELECT SUM(f.mnt_ttc_fac)
                           FROM facture f
                           WHERE f.id_cli = c.id_cli
                             AND f.date_fac >= :PG-DAT-DEB
                             AND f.date_fac < :PG-DAT-FIN), 0),
                      COALESCE(
                          (SELECT SUM(r.mnt_avr)
                           FROM retour_client r
                           WHERE r.id_cli = c.id_cli
                             AND r.date_rcl >= :PG-DAT-DEB
                             AND r.date_rcl < :PG-DAT-FIN), 0)
               FROM client c
               WHERE COALESCE(c.assur_plf_cli, 0) > 0
                  OR COALESCE(c.assur_ref_cli, ' ') <> ' '
               ORDER BY c.id_cli
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Mois déclaré : fourni (AAAAMM) ou mois précédent par défaut.
       01 WS-MOI-EDT.
           05 WS-MOI-EDT-ANN      PIC 9(04).
           05 WS-MOI-EDT-MOI      PIC 9(02).
       01 WS-DAT-JOU.
           05 WS-ANN-JOU          PIC 9(04).
           05 WS-MOI-JOU          PIC 9(02).
           05 FILLER              PIC 9(02).
       01 WS-ANN                  PIC 9(04).
       01 WS-MOI                  PIC 9(02).

       01 WS-NOM-FIC              PIC X(40).
       01 WS-NBR-CLI              PIC 9(05) VALUE 0.
       01 WS-TOT-GAR              PIC S9(12)V99 VALUE 0.
       01 WS-MNT-NET              PIC S9(10)V99.
       01 WS-TOT-EDT              PIC -(11)9.99.

      * Ligne client : identifiant, nom, référence de la décision de
      * l'assureur, SIREN, factures, avoirs et chiffre d'affaires net
      * du mois.
       01 WS-LGN-EDT.
           05 WS-CLI-EDT          PIC Z(09)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-NOM-EDT          PIC X(25).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-REF-EDT          PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SIR-EDT          PIC X(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-FAC-EDT          PIC Z(09)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-AVR-EDT          PIC Z(09)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-NET-EDT          PIC -(09)9.99.

      * Inscription de la déclaration au registre des documents.
       01 WS-TYP-DOC              PIC X(03) VALUE "DAS".
       01 WS-NUM-CPY              PIC 9(03) VALUE 0.
       01 WS-IDF-DOC              PIC 9(10) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DOC==.

      * Message et type de log de la déclaration.
       01 WS-MSG-LOG              PIC X(100).
       01 WS-TYP-LOG              PIC X(12) VALUE "assurance".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       LINKAGE SECTION.
      * Arguments d'entrée : le mois à déclarer (AAAAMM, à blanc ou
      * invalide = mois précédent) et l'utilisateur connecté.
       01 LK-MOI-DCA              PIC X(06).
       01 LK-IDF-UTI              PIC 9(10).
      * Arguments de sortie : nombre de clients garantis déclarés,
      * date limite de la déclaration (AAAA-MM-JJ), indicateur de
      * déclaration partie après sa date limite (déclarée quand même)
      * et OK, ou ER sur erreur SQL.
       01 LK-NBR-CLI              PIC 9(05).
       01 LK-DAT-LIM              PIC X(10).
       01 LK-HRS-DEL              PIC 9(01).
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-MOI-DCA,
                                LK-IDF-UTI,
                                LK-NBR-CLI,
                                LK-DAT-LIM,
                                LK-HRS-DEL,
                                LK-AJU-RET.

           MOVE 0      TO LK-NBR-CLI.
           MOVE SPACES TO LK-DAT-LIM.
           MOVE 0      TO LK-HRS-DEL.

           PERFORM 0100-INI-MOI-DEB
              THRU 0100-INI-MOI-FIN.

           PERFORM 0150-DAT-LIM-DEB
              THRU 0150-DAT-LIM-FIN.

           MOVE SPACES TO WS-NOM-FIC.
           STRING "declaration_ca_assurance_" DELIMITED BY SIZE
                  WS-MOI-EDT DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-FIC
           END-STRING.

           OPEN OUTPUT FIC-DCA.

           MOVE "DECLARATION MENSUELLE DE CA A L'ASSUREUR-CREDIT"
               TO FD-LGN-DCA.
           WRITE FD-LGN-DCA.

           STRING "Mois : " DELIMITED BY SIZE
                  WS-MOI-EDT DELIMITED BY SIZE
                  "   Date limite de declaration : " DELIMITED BY SIZE
                  PG-DAT-LIM DELIMITED BY SIZE
                  INTO FD-LGN-DCA
           END-STRING.
           WRITE FD-LGN-DCA.

           MOVE " " TO FD-LGN-DCA.
           WRITE FD-LGN-DCA.
           MOVE
      -    "    Client Nom                       Reference decision   SI
      -    "REN     Factures TTC  Avoirs TTC   CA net TTC"
               TO FD-LGN-DCA.
           WRITE FD-LGN-DCA.

           PERFORM 0200-EDT-CLI-DEB
              THRU 0200-EDT-CLI-FIN.

           PERFORM 0300-TOT-DCA-DEB
              THRU 0300-TOT-DCA-FIN.

           CLOSE FIC-DCA.

           PERFORM 0400-ENR-DCA-DEB
              THRU 0400-ENR-DCA-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Détermine le mois déclaré et ses bornes (haute exclusive),
      * comme "edtcomrep".
       0100-INI-MOI-DEB.

           IF LK-MOI-DCA IS NUMERIC AND LK-MOI-DCA NOT = "000000"
               MOVE LK-MOI-DCA TO WS-MOI-EDT
           ELSE
               ACCEPT WS-DAT-JOU FROM DATE YYYYMMDD
               MOVE WS-ANN-JOU TO WS-ANN
               MOVE WS-MOI-JOU TO WS-MOI
               IF WS-MOI = 1
                   SUBTRACT 1 FROM WS-ANN
                   MOVE 12 TO WS-MOI
               ELSE
                   SUBTRACT 1 FROM WS-MOI
               END-IF
               MOVE WS-ANN TO WS-MOI-EDT-ANN
               MOVE WS-MOI TO WS-MOI-EDT-MOI
           END-IF.

           STRING WS-MOI-EDT-ANN DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MOI-EDT-MOI DELIMITED BY SIZE
                  "-01" DELIMITED BY SIZE
                  INTO PG-DAT-DEB
           END-STRING.

           MOVE WS-MOI-EDT TO PG-MOI-DCA.
           MOVE WS-MOI-EDT-ANN TO WS-ANN.
           MOVE WS-MOI-EDT-MOI TO WS-MOI.

           IF WS-MOI = 12
               ADD 1 TO WS-ANN
               MOVE 1 TO WS-MOI
           ELSE
               ADD 1 TO WS-MOI
           END-IF.

           MOVE WS-ANN TO WS-MOI-EDT-ANN.
           MOVE WS-MOI TO WS-MOI-EDT-MOI.

           STRING WS-MOI-EDT-ANN DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MOI-EDT-MOI DELIMITED BY SIZE
                  "-01" DELIMITED BY SIZE
                  INTO PG-DAT-FIN
           END-STRING.

      * On remet l'affichage sur le mois déclaré.
           MOVE PG-MOI-DCA TO WS-MOI-EDT.

       0100-INI-MOI-FIN.

      *-----------------------------------------------------------------
      * Date limite : N jours après la fin du mois déclaré (clé
      * "delai_dca_ass" de parametre_secu, 15 à défaut). Passé ce
      * délai la garantie tombe : la déclaration part quand même mais
      * est signalée hors délai.
       0150-DAT-LIM-DEB.

           EXEC SQL
               SELECT valeur_prm
               INTO :PG-DEL-DCA
               FROM parametre_secu
               WHERE cle_prm = 'delai_dca_ass'
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-DEL-DCA = 0
               MOVE 15 TO PG-DEL-DCA
           END-IF.

           EXEC SQL
               SELECT CAST(CAST(:PG-DAT-FIN AS DATE) + :PG-DEL-DCA
                           AS VARCHAR),
                      CASE WHEN CURRENT_DATE
                                > CAST(:PG-DAT-FIN AS DATE)
                                  + :PG-DEL-DCA
                           THEN 1 ELSE 0 END
               INTO :PG-DAT-LIM, :PG-HRS-DEL
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES TO PG-DAT-LIM
               MOVE 0 TO PG-HRS-DEL
           END-IF.

           MOVE PG-DAT-LIM TO LK-DAT-LIM.

       0150-DAT-LIM-FIN.

      *-----------------------------------------------------------------
      * Une ligne par client garanti.
       0200-EDT-CLI-DEB.

           EXEC SQL OPEN CUR-DCA END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN

               EXEC SQL
                   FETCH CUR-DCA
                   INTO :PG-IDF-CLI, :PG-NOM-CLI, :PG-REF-ASS,
                        :PG-SIR-CLI, :PG-MNT-FAC, :PG-MNT-AVR
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0250-LGN-CLI-DEB
                      THRU 0250-LGN-CLI-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-DCA END-EXEC.

       0200-EDT-CLI-FIN.

      *-----------------------------------------------------------------
       0250-LGN-CLI-DEB.

           ADD 1 TO WS-NBR-CLI.

           COMPUTE WS-MNT-NET = PG-MNT-FAC - PG-MNT-AVR.
           ADD WS-MNT-NET TO WS-TOT-GAR.

           MOVE PG-IDF-CLI TO WS-CLI-EDT.
           MOVE PG-NOM-CLI TO WS-NOM-EDT.
           MOVE PG-REF-ASS TO WS-REF-EDT.
           MOVE PG-SIR-CLI TO WS-SIR-EDT.
           MOVE PG-MNT-FAC TO WS-FAC-EDT.
           MOVE PG-MNT-AVR TO WS-AVR-EDT.
           MOVE WS-MNT-NET TO WS-NET-EDT.
           MOVE WS-LGN-EDT TO FD-LGN-DCA.
           WRITE FD-LGN-DCA.

       0250-LGN-CLI-FIN.

      *-----------------------------------------------------------------
      * Pied : chiffre d'affaires des clients garantis, puis chiffre
      * d'affaires assurable de la maison (toutes factures et tous
      * avoirs clients du mois), qui fait l'assiette de la prime.
       0300-TOT-DCA-DEB.

           EXEC SQL
               SELECT COALESCE(
                          (SELECT SUM(f.mnt_ttc_fac)
                           FROM facture f
                           WHERE f.date_fac >= :PG-DAT-DEB
                             AND f.date_fac < :PG-DAT-FIN), 0),
                      COALESCE(
                          (SELECT SUM(r.mnt_avr)
                           FROM retour_client r
                           WHERE r.date_rcl >= :PG-DAT-DEB
                             AND r.date_rcl < :PG-DAT-FIN), 0)
               INTO :PG-TOT-FAC, :PG-TOT-AVR
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-TOT-FAC
               MOVE 0 TO PG-TOT-AVR
           END-IF.

           COMPUTE PG-MNT-DCA = PG-TOT-FAC - PG-TOT-AVR.

           MOVE " " TO FD-LGN-DCA.
           WRITE FD-LGN-DCA.

           MOVE WS-TOT-GAR TO WS-TOT-EDT.
           STRING "CA net TTC des clients garantis    : "
                  DELIMITED BY SIZE
                  WS-TOT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-DCA
           END-STRING.
           WRITE FD-LGN-DCA.

           MOVE PG-MNT-DCA TO WS-TOT-EDT.
           STRING "CA net TTC assurable (tous clients) : "
                  DELIMITED BY SIZE
                  WS-TOT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-DCA
           END-STRING.
           WRITE FD-LGN-DCA.

           IF PG-HRS-DEL = 1
               MOVE " " TO FD-LGN-DCA
               WRITE FD-LGN-DCA
               MOVE "*** HORS DELAI : FAIRE CONFIRMER LA GARANTIE ***"
                   TO FD-LGN-DCA
               WRITE FD-LGN-DCA
           END-IF.

       0300-TOT-DCA-FIN.

      *-----------------------------------------------------------------
      * Trace la déclaration (suivi des échéances dans "edtexpass"),
      * l'inscrit au registre des documents et journalise.
       0400-ENR-DCA-DEB.

           MOVE WS-NOM-FIC TO PG-NOM-FIC.
           MOVE LK-IDF-UTI TO PG-IDF-UTI.

           EXEC SQL
               INSERT INTO declaration_assur
                   (type_dec, periode_dec, id_cli, id_fac, mnt_dec,
                    date_dec, date_lim_dec, fic_dec, id_uti)
               VALUES
                   ('CA', :PG-MOI-DCA, 0, 0, :PG-MNT-DCA,
                    CURRENT_DATE, CAST(:PG-DAT-LIM AS DATE),
                    :PG-NOM-FIC, :PG-IDF-UTI)
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE WS-NBR-CLI TO LK-NBR-CLI.
           MOVE PG-HRS-DEL TO LK-HRS-DEL.
           SET LK-AJU-RET-OK TO TRUE.

           CALL "ajudoc"
               USING
               WS-TYP-DOC
               WS-IDF-DOC
               WS-NOM-FIC
               WS-NUM-CPY
               WS-DOC-AJU-RET
           END-CALL.

           STRING "declaration CA assurance-credit du mois "
                  DELIMITED BY SIZE
                  WS-MOI-EDT DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  WS-NOM-FIC DELIMITED BY SPACE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0400-ENR-DCA-FIN.
