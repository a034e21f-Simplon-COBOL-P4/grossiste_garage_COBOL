      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de déclaration de sinistre à l'assureur-crédit, *
      * appelé par "ajuperte" quand une facture d'un client garanti    *
      * est passée en perte (client garanti : montant garanti positif, *
      * ou menace de sinistre déjà déclarée sur la facture par         *
      * "genmdsass"). Le dossier sinistre_assurance_<facture>.txt      *
      * reprend le débiteur (nom, adresse, SIREN), la décision de      *
      * l'assureur (référence, date, montant garanti), la facture      *
      * (date, échéance, TTC), la date de la menace de sinistre, la    *
      * perte constatée (passage_perte), sa TVA récupérée et la base   *
      * indemnisable (perte hors TVA, dans la limite du montant        *
      * garanti) ; une facture sans menace de sinistre déclarée est    *
      * signalée, la garantie étant alors à faire confirmer. La        *
      * déclaration est tracée dans declaration_assur (type_dec SIN,   *
      * mnt_dec = base indemnisable), inscrite au registre des         *
      * documents (type SIN) et journalisée via "ajulog". Client non   *
      * garanti : rien n'est produit (nom de fichier rendu à blanc).   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * GEN=GENERATION; SIN=SINISTRE; ASS=ASSURANCE-CREDIT;            *
      * FAC=FACTURE; NUM=NUMERO; DAT=DATE; ECH=ECHEANCE; MNT=MONTANT;  *
      * TTC=TOUTES TAXES COMPRISES; HT=HORS TAXES; TVA=TAXE SUR LA     *
      * VALEUR AJOUTEE; CLI=CLIENT; NOM=NOM; ADR=ADRESSE; CP=CODE      *
      * POSTAL; VIL=VILLE; SIR=SIREN; REF=REFERENCE; PLF=PLAFOND       *
      * GARANTI; PRT=PERTE; MOT=MOTIF; MDS=MENACE DE SINISTRE;         *
      * IND=INDEMNISABLE; FIC=FICHIER; LGN=LIGNE; EDT=EDITE; LIR=LIRE; *
      * ENR=ENREGISTRER; DOC=DOCUMENT; CPY=COPIE; TYP=TYPE;            *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR.                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gensinass.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-SIN ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-SIN.
       01  FD-LGN-SIN                 PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-FAC              PIC 9(10).
       01 PG-NUM-FAC              PIC 9(10).
       01 PG-DAT-FAC              PIC X(10).
       01 PG-DAT-ECH              PIC X(10).
       01 PG-MNT-TTC              PIC 9(10)V99.
       01 PG-IDF-CLI              PIC 9(10).
       01 PG-NOM-CLI              PIC X(50).
       01 PG-ADR-CLI              PIC X(50).
       01 PG-CP-CLI               PIC 9(05).
       01 PG-VIL-CLI              PIC X(50).
       01 PG-SIR-CLI              PIC X(09).
       01 PG-REF-ASS              PIC X(20).
       01 PG-PLF-ASS              PIC 9(08)V99.
       01 PG-DAT-ASS              PIC X(10).
       01 PG-MNT-PRT              PIC 9(10)V99.
       01 PG-TVA-PRT              PIC 9(10)V99.
       01 PG-MOT-PRT              PIC X(76).
       01 PG-DAT-PRT              PIC X(10).
       01 PG-DAT-MDS              PIC X(10).
       01 PG-NOM-FIC              PIC X(40).
       01 PG-IDF-UTI              PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-NOM-FIC              PIC X(40).
       01 WS-NUM-EDT              PIC Z(09)9.
       01 WS-CLI-EDT              PIC Z(09)9.
       01 WS-CP-EDT               PIC 9(05).
       01 WS-MNT-EDT              PIC Z(09)9.99.
       01 WS-MNT-HT               PIC 9(10)V99.
       01 WS-MNT-IND              PIC 9(10)V99.

      * Inscription de la déclaration au registre des documents.
       01 WS-TYP-DOC              PIC X(03) VALUE "SIN".
       01 WS-NUM-CPY              PIC 9(03) VALUE 0.
       01 WS-IDF-DOC              PIC 9(10) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DOC==.

      * Message et type de log de la déclaration.
       01 WS-MSG-LOG              PIC X(100).
       01 WS-TYP-LOG              PIC X(12) VALUE "assurance".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       LINKAGE SECTION.
      * Arguments d'entrée : la facture passée en perte et
      * l'utilisateur connecté.
       01 LK-IDF-FAC              PIC 9(10).
       01 LK-IDF-UTI              PIC 9(10).
      * Arguments de sortie : le fichier de déclaration (à blanc si
      * le client n'est pas garanti) et OK, FK (facture ou perte
      * introuvable), ER (erreur SQL).
       01 LK-NOM-FIC              PIC X(40).
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-FAC,
                                LK-IDF-UTI,
                                LK-NOM-FIC,
                                LK-AJU-RET.

           MOVE SPACES TO LK-NOM-FIC.

           PERFORM 0100-LIR-SIN-DEB
              THRU 0100-LIR-SIN-FIN.

      * Client non garanti (ni montant garanti, ni menace de sinistre
      * déclarée sur la facture) : rien à déclarer.
           IF NOT LK-AJU-RET-OK
               EXIT PROGRAM
           END-IF.

           IF PG-PLF-ASS = 0 AND PG-DAT-MDS = SPACES
               EXIT PROGRAM
           END-IF.

           PERFORM 0200-EDT-SIN-DEB
              THRU 0200-EDT-SIN-FIN.

           PERFORM 0300-ENR-SIN-DEB
              THRU 0300-ENR-SIN-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Facture, client, garantie et dernière perte constatée sur la
      * facture ; date de la menace de sinistre déclarée (à blanc si
      * aucune).
       0100-LIR-SIN-DEB.

           MOVE LK-IDF-FAC TO PG-IDF-FAC.
           MOVE LK-IDF-UTI TO PG-IDF-UTI.

           EXEC SQL
               SELECT f.num_fac, CAST(f.date_fac AS VARCHAR),
                      CAST(COALESCE(f.date_ech_fac, f.date_fac + 30)
                           AS VARCHAR),
                      f.mnt_ttc_fac, c.id_cli, c.nom_cli,
                      COALESCE(c.adresse_cli, ''),
                      COALESCE(c.cp_cli, 0),
                      COALESCE(c.ville_cli, ''),
                      COALESCE(c.siren_cli, ' '),
                      COALESCE(c.assur_ref_cli, ' '),
                      COALESCE(c.assur_plf_cli, 0),
                      COALESCE(CAST(c.assur_dat_cli AS VARCHAR), ' '),
                      pp.mnt_perte, pp.mnt_tva_perte, pp.motif_perte,
                      CAST(pp.date_perte AS VARCHAR),
                      COALESCE(
                          (SELECT CAST(MIN(d.date_dec) AS VARCHAR)
                           FROM declaration_assur d
                           WHERE d.type_dec = 'MDS'
                             AND d.id_fac = f.id_fac), ' ')
               INTO :PG-NUM-FAC, :PG-DAT-FAC, :PG-DAT-ECH,
                    :PG-MNT-TTC, :PG-IDF-CLI, :PG-NOM-CLI,
                    :PG-ADR-CLI, :PG-CP-CLI, :PG-VIL-CLI,
                    :PG-SIR-CLI, :PG-REF-ASS, :PG-PLF-ASS,
                    :PG-DAT-ASS, :PG-MNT-PRT, :PG-TVA-PRT,
                    :PG-MOT-PRT, :PG-DAT-PRT, :PG-DAT-MDS
               FROM facture f
                   JOIN client c ON c.id_cli = f.id_cli
                   JOIN passage_perte pp ON pp.id_fac = f.id_fac
               WHERE f.id_fac = :PG-IDF-FAC
               ORDER BY pp.date_perte DESC
               LIMIT 1
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET LK-AJU-RET-FK-ERR TO TRUE
               WHEN SQLCODE NOT = 0
                   SET LK-AJU-RET-ERR TO TRUE
               WHEN OTHER
                   SET LK-AJU-RET-OK TO TRUE
           END-EVALUATE.

       0100-LIR-SIN-FIN.

      *-----------------------------------------------------------------
      * Dossier de déclaration de sinistre : assuré, débiteur,
      * créance, perte constatée et base indemnisable (perte hors TVA
      * récupérée, dans la limite du montant garanti).
       0200-EDT-SIN-DEB.

           MOVE PG-NUM-FAC TO WS-NUM-EDT.

           MOVE SPACES TO WS-NOM-FIC.
           STRING "sinistre_assurance_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-EDT) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-FIC
           END-STRING.

           COMPUTE WS-MNT-HT = PG-MNT-PRT - PG-TVA-PRT.

           IF PG-PLF-ASS > 0 AND WS-MNT-HT > PG-PLF-ASS
               MOVE PG-PLF-ASS TO WS-MNT-IND
           ELSE
               MOVE WS-MNT-HT TO WS-MNT-IND
           END-IF.

           OPEN OUTPUT FIC-SIN.

           MOVE "DECLARATION DE SINISTRE A L'ASSUREUR-CREDIT"
               TO FD-LGN-SIN.
           WRITE FD-LGN-SIN.
           MOVE " " TO FD-LGN-SIN.
           WRITE FD-LGN-SIN.

           MOVE PG-IDF-CLI TO WS-CLI-EDT.
           MOVE SPACES TO FD-LGN-SIN.
           STRING "Debiteur           : " DELIMITED BY SIZE
                  FUNCTION TRIM(PG-NOM-CLI) DELIMITED BY SIZE
                  " (client " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLI-EDT) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO FD-LGN-SIN
           END-STRING.
           WRITE FD-LGN-SIN.

           MOVE PG-CP-CLI TO WS-CP-EDT.
           MOVE SPACES TO FD-LGN-SIN.
           STRING "Adresse            : " DELIMITED BY SIZE
                  FUNCTION TRIM(PG-ADR-CLI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CP-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PG-VIL-CLI) DELIMITED BY SIZE
                  INTO FD-LGN-SIN
           END-STRING.
           WRITE FD-LGN-SIN.

           MOVE SPACES TO FD-LGN-SIN.
           STRING "SIREN              : " DELIMITED BY SIZE
                  PG-SIR-CLI DELIMITED BY SIZE
                  INTO FD-LGN-SIN
           END-STRING.
           WRITE FD-LGN-SIN.

           MOVE PG-PLF-ASS TO WS-MNT-EDT.
           MOVE SPACES TO FD-LGN-SIN.
           STRING "Decision assureur  : " DELIMITED BY SIZE
                  PG-REF-ASS DELIMITED BY SIZE
                  " du " DELIMITED BY SIZE
                  PG-DAT-ASS DELIMITED BY SIZE
                  "  montant garanti " DELIMITED BY SIZE
                  WS-MNT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-SIN
           END-STRING.
           WRITE FD-LGN-SIN.

           MOVE " " TO FD-LGN-SIN.
           WRITE FD-LGN-SIN.

           MOVE PG-MNT-TTC TO WS-MNT-EDT.
           MOVE SPACES TO FD-LGN-SIN.
           STRING "Facture            : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-EDT) DELIMITED BY SIZE
                  " du " DELIMITED BY SIZE
                  PG-DAT-FAC DELIMITED BY SIZE
                  " echeance " DELIMITED BY SIZE
                  PG-DAT-ECH DELIMITED BY SIZE
                  "  TTC " DELIMITED BY SIZE
                  WS-MNT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-SIN
           END-STRING.
           WRITE FD-LGN-SIN.

           MOVE SPACES TO FD-LGN-SIN.
           STRING "Menace de sinistre : " DELIMITED BY SIZE
                  PG-DAT-MDS DELIMITED BY SIZE
                  INTO FD-LGN-SIN
           END-STRING.
           WRITE FD-LGN-SIN.

           MOVE PG-MNT-PRT TO WS-MNT-EDT.
           MOVE SPACES TO FD-LGN-SIN.
           STRING "Perte constatee    : " DELIMITED BY SIZE
                  WS-MNT-EDT DELIMITED BY SIZE
                  " TTC le " DELIMITED BY SIZE
                  PG-DAT-PRT DELIMITED BY SIZE
                  INTO FD-LGN-SIN
           END-STRING.
           WRITE FD-LGN-SIN.

           MOVE PG-TVA-PRT TO WS-MNT-EDT.
           MOVE SPACES TO FD-LGN-SIN.
           STRING "TVA recuperee      : " DELIMITED BY SIZE
                  WS-MNT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-SIN
           END-STRING.
           WRITE FD-LGN-SIN.

           MOVE WS-MNT-IND TO WS-MNT-EDT.
           MOVE SPACES TO FD-LGN-SIN.
           STRING "Base indemnisable  : " DELIMITED BY SIZE
                  WS-MNT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-SIN
           END-STRING.
           WRITE FD-LGN-SIN.

           MOVE SPACES TO FD-LGN-SIN.
           STRING "Motif              : " DELIMITED BY SIZE
                  PG-MOT-PRT DELIMITED BY SIZE
                  INTO FD-LGN-SIN
           END-STRING.
           WRITE FD-LGN-SIN.

           IF PG-DAT-MDS = SPACES
               MOVE " " TO FD-LGN-SIN
               WRITE FD-LGN-SIN
               MOVE "*** SANS MENACE DE SINISTRE DECLAREE : GARANTIE A"
                   TO FD-LGN-SIN
               MOVE " FAIRE CONFIRMER ***" TO FD-LGN-SIN(51:)
               WRITE FD-LGN-SIN
           END-IF.

           CLOSE FIC-SIN.

       0200-EDT-SIN-FIN.

      *-----------------------------------------------------------------
      * Trace la déclaration de sinistre, l'inscrit au registre des
      * documents et journalise.
       0300-ENR-SIN-DEB.

           MOVE WS-NOM-FIC TO PG-NOM-FIC.

           EXEC SQL
               INSERT INTO declaration_assur
                   (type_dec, periode_dec, id_cli, id_fac, mnt_dec,
                    date_dec, fic_dec, id_uti)
               VALUES
                   ('SIN', TO_CHAR(CURRENT_DATE, 'YYYYMM'),
                    :PG-IDF-CLI, :PG-IDF-FAC, :WS-MNT-IND,
                    CURRENT_DATE, :PG-NOM-FIC, :PG-IDF-UTI)
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE WS-NOM-FIC TO LK-NOM-FIC.

           CALL "ajudoc"
               USING
               WS-TYP-DOC
               PG-IDF-FAC
               WS-NOM-FIC
               WS-NUM-CPY
               WS-DOC-AJU-RET
           END-CALL.

           STRING "declaration de sinistre assurance-credit, facture "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-EDT) DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0300-ENR-SIN-FIN.
