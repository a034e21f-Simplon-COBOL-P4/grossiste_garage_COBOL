      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch qui importe les factures fournisseurs          *
      * électroniques reçues de la plateforme de dématérialisation     *
      * (fichier à plat "factures_fou_el.dat" : un entête "E" par      *
      * facture - numéro, date, référence de commande, SIREN et nom de *
      * l'émetteur, devise, montants - suivi de ses lignes "L" -       *
      * référence acheteur, EAN, libellé, quantité, prix unitaire). La *
      * référence de commande, numéro de notre bon de commande         *
      * ("edtbcmfou"), désigne la livraison entrante et donc le        *
      * fournisseur ; chaque ligne est rattachée à une pièce de la     *
      * livraison par notre identifiant, à défaut par le code EAN      *
      * (notre code ou code carton du fournisseur), à défaut par le    *
      * libellé. La facture n'est créée que si tout est rattaché :     *
      * entête via "ajufacfou", lignes via "ajuffoupi", puis           *
      * rapprochement trois documents automatique ("ctlfacfou") qui la *
      * passe "bonne à payer" ou édite sa liste d'écarts. Toute        *
      * facture non rattachable (commande inconnue, devise différente, *
      * pièce non identifiée, quantité non entière, doublon) part dans *
      * "factures_fou_el_rejets.txt" avec le motif et dans la table    *
      * commune des rejets d'import ("ajurej"), à raison d'un rejet    *
      * par ligne de facture : l'entête suivi de la ligne, les deux    *
      * enregistrements ne tenant pas ensemble au-delà. L'atelier      *
      * "ecrrej" corrige l'un d'eux et le fait rejouer par ce          *
      * programme (G-REJ-RPR) : la facture est alors refaite en entier *
      * avec les autres rejets encore à traiter de la même facture,    *
      * qui passent "rejoués" avec elle, ou prennent l'entête corrigé  *
      * et le nouveau motif si elle est encore refusée. Étape de la    *
      * chaîne "chnbat".                                               *
      *                                                                *
      *                           TRIGRAMMES                           *
      * IMP=IMPORT; FEL=FACTURE ELECTRONIQUE; FOU=FOURNISSEUR;         *
      * FIC=FICHIER; REJ=REJET; NTE=ENTETE; LGN=LIGNE;                 *
      * ENR=ENREGISTREMENT; TYP=TYPE; NUM=NUMERO; DAT=DATE;            *
      * REF=REFERENCE; CMD=COMMANDE; SIR=SIREN; VND=VENDEUR; NOM=NOM;  *
      * DEV=DEVISE; MNT=MONTANT; HT=HORS TAXE; TVA=TAXE SUR LA VALEUR  *
      * AJOUTEE; TTC=TOUTES TAXES COMPRISES; IDF=IDENTIFIANT;          *
      * PIE=PIECE; ACH=ACHETEUR; EAN=CODE-BARRES EAN; ART=ARTICLE;     *
      * QTE=QUANTITE; PRI=PRIX; LIV=LIVRAISON; ENT=ENTIERE;            *
      * DEB=DEBORDEMENT; MOT=MOTIF; INC=INCOMPLETE; UTI=UTILISATEUR;   *
      * ECT=ECART; RPR=RAPPROCHEMENT; IDT=IDENTIFICATION; LCT=LECTURE; *
      * ETT=ETAT; ENC=EN COURS; TRT=TRAITEMENT; NBR=NOMBRE;            *
      * MAX=MAXIMUM; IDX=INDEX; EDT=EDITION; STA=STATUT; ERR=ERREUR;   *
      * GRD=GARDE; CHG=CHARGEMENT; INS=INSCRIPTION; SRC=SOURCE;        *
      * COR=CORRIGE.                                                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. impfelfou.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-FEL ASSIGN TO "factures_fou_el.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-FIC.

           SELECT FIC-REJ ASSIGN TO "factures_fou_el_rejets.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Factures fournisseurs reçues de la plateforme, à plat : un
      * enregistrement d'entête "E" par facture suivi de ses lignes
      * "L". La référence de commande est le numéro imprimé sur notre
      * bon de commande ("edtbcmfou"), c'est-à-dire la livraison
      * entrante ; l'article est désigné par notre identifiant de
      * pièce (référence acheteur), à défaut par son code EAN, à
      * défaut par son libellé.
       FD  FIC-FEL.
       01  FD-REC-NTE.
           05 FD-TYP-ENR              PIC X(01).
               88 FD-TYP-ENR-NTE                 VALUE "E".
               88 FD-TYP-ENR-LGN                 VALUE "L".
           05 FD-NUM-FAC              PIC X(20).
           05 FD-DAT-FAC              PIC X(10).
           05 FD-REF-CMD              PIC X(10).
           05 FD-SIR-VND              PIC X(09).
           05 FD-NOM-VND              PIC X(40).
           05 FD-DEV-FAC              PIC X(03).
           05 FD-MNT-HT               PIC 9(10)V99.
           05 FD-MNT-TVA              PIC 9(10)V99.
           05 FD-MNT-TTC              PIC 9(10)V99.
       01  FD-REC-LGN.
           05 FILLER                  PIC X(01).
           05 FD-NUM-LGN              PIC 9(04).
           05 FD-IDF-PIE-ACH          PIC X(10).
           05 FD-EAN-ART              PIC X(13).
           05 FD-NOM-ART              PIC X(50).
           05 FD-QTE-ART              PIC 9(10)V999.
           05 FD-PRI-ART              PIC 9(08)V99.

      * Fichier de rejets : une ligne par facture non importée, avec
      * le motif.
       FD  FIC-REJ.
       01  FD-LIG-REJ                 PIC X(150).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-LIV             PIC 9(10).
       01 PG-IDF-FOU             PIC 9(10).
       01 PG-DEV-FOU             PIC X(03).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-IDF-PIE-ACH         PIC 9(10).
       01 PG-EAN-ART             PIC X(13).
       01 PG-NOM-ART             PIC X(50).
      * Rejeu depuis l'atelier : rejet rejoué, entête d'origine qui
      * désigne les autres rejets de la même facture, entête corrigé,
      * ligne d'un autre rejet, motif et utilisateur de l'atelier.
       01 PG-IDF-REJ             PIC 9(10).
       01 PG-NTE-REJ             PIC X(129).
       01 PG-NTE-COR             PIC X(129).
       01 PG-LGN-REJ             PIC X(101).
       01 PG-MOT-REJ             PIC X(120).
       01 PG-IDF-UTI             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Autres rejets encore à traiter de la facture rejouée : même
      * entête d'origine, la ligne suit l'entête.
       EXEC SQL
           DECLARE CUR-REJ CURSOR FOR
               SELECT SUBSTR(ligne_rej, 130, 101)
               FROM rejet_import
               WHERE source_rej = 'impfelfou'
                 AND statut_rej = 0
                 AND id_rej <> :PG-IDF-REJ
                 AND RTRIM(SUBSTR(ligne_rej, 1, 129))
                     = RTRIM(:PG-NTE-REJ)
               ORDER BY SUBSTR(ligne_rej, 131, 4), id_rej
               FOR READ ONLY
       END-EXEC.

       01 WS-STA-FIC             PIC X(02).

       01 WS-ETT-LCT             PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Entête de la facture en cours, gardé pendant la lecture de
      * ses lignes (l'enregistrement suivant écrase la zone FD), tel
      * que lu pour les rejets puis découpé.
       01 WS-REC-NTE             PIC X(129).
       01 WS-NTE-FAC.
           05 WS-NUM-FAC             PIC X(20).
           05 WS-DAT-FAC             PIC X(10).
           05 WS-REF-CMD             PIC X(10).
           05 WS-SIR-VND             PIC X(09).
           05 WS-NOM-VND             PIC X(40).
           05 WS-DEV-FAC             PIC X(03).
           05 WS-MNT-HT              PIC 9(10)V99.
           05 WS-MNT-TVA             PIC 9(10)V99.

      * Lignes de la facture en cours, avec la pièce retrouvée.
       01 WS-TAB-LGN.
           05 WS-LGN                 OCCURS 200 TIMES.
               10 WS-LGN-NUM         PIC 9(04).
               10 WS-LGN-IDF-ACH     PIC X(10).
               10 WS-LGN-EAN         PIC X(13).
               10 WS-LGN-NOM         PIC X(50).
               10 WS-LGN-QTE         PIC 9(10)V999.
               10 WS-LGN-PRI         PIC 9(08)V99.
               10 WS-LGN-IDF-PIE     PIC 9(10).
               10 WS-LGN-ENR         PIC X(101).
       77 WS-NBR-LGN             PIC 9(03).
       77 WS-MAX-LGN             PIC 9(03) VALUE 200.
       77 WS-IDX                 PIC 9(03).

       01 WS-ETT-DEB             PIC 9(01).
           88 WS-ETT-DEB-NON                 VALUE 0.
           88 WS-ETT-DEB-OUI                 VALUE 1.

      * Quantité facturée entière, seule admise sur une ligne de
      * facture fournisseur.
       01 WS-QTE-ENT             PIC 9(10).

       01 WS-MOT-REJ             PIC X(80).
      * Une facture importée mais incomplète figure aussi dans le
      * fichier de rejets, sans être comptée comme rejetée.
       01 WS-TYP-REJ             PIC X(01).
           88 WS-TYP-REJ-REJ                 VALUE "R".
           88 WS-TYP-REJ-INC                 VALUE "I".
       01 WS-NUM-LGN-EDT         PIC Z(03)9.

      * Arguments de "ajufacfou", "ajuffoupi" et "ctlfacfou". Pas
      * d'utilisateur connecté en batch (cf. "ajulog").
       01 WS-IDF-UTI             PIC 9(10) VALUE 0.
       01 WS-IDF-FAC             PIC 9(10).
       01 WS-IDF-PIE             PIC 9(10).
       01 WS-QTE-FAC             PIC 9(10).
       01 WS-PRI-FAC             PIC 9(08)V99.
       01 WS-NBR-ECT             PIC 9(05).
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-FAC==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LGN==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-RPR==.

       01 WS-NBR-LGN-ERR         PIC 9(03).

       01 WS-NBR-IMP             PIC 9(05) VALUE 0.
       01 WS-NBR-RPR             PIC 9(05) VALUE 0.
       01 WS-NBR-ECT-FAC         PIC 9(05) VALUE 0.
       01 WS-NBR-REJ             PIC 9(05) VALUE 0.

      * Message et type de log du bilan de l'import.
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "facfou".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Rejet inscrit dans la table commune des rejets d'import
      * ("ajurej"), repris par l'atelier "ecrrej" : entête en 1 à
      * 129, ligne de facture en 130 à 230.
       COPY rejimp REPLACING ==:PREFIX:== BY ==WS==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-REJ==.

       COPY utiglb.

       PROCEDURE DIVISION.

      * Facture rejouée depuis l'atelier des rejets : seule la facture
      * du rejet corrigé est traitée, sans lire le fichier.
           IF G-REJ-RPR-OUI
               PERFORM 0900-RPR-REJ-DEB
                  THRU 0900-RPR-REJ-FIN
               MOVE 0 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT FIC-REJ.

      * Pas de fichier ce soir : aucune facture reçue.
           OPEN INPUT FIC-FEL.

           IF WS-STA-FIC = "00"
               PERFORM 0100-LCT-DEB
                  THRU 0100-LCT-FIN

               PERFORM UNTIL WS-ETT-LCT-FIN
                   IF FD-TYP-ENR-NTE
                       PERFORM 0200-LCT-FAC-DEB
                          THRU 0200-LCT-FAC-FIN

                       PERFORM 0300-TRT-FAC-DEB
                          THRU 0300-TRT-FAC-FIN
                   ELSE
      * Ligne orpheline (avant tout entête, ou type inconnu) :
      * rejetée seule, entête à blanc à compléter dans l'atelier.
                       MOVE SPACES TO WS-REC-NTE
                       MOVE SPACES TO WS-NTE-FAC
                       MOVE 0 TO WS-NBR-LGN
                       INITIALIZE WS-TAB-LGN
                       PERFORM 0220-CHG-LGN-DEB
                          THRU 0220-CHG-LGN-FIN
                       SET WS-TYP-REJ-REJ TO TRUE
                       MOVE "enregistrement sans entete de facture"
                           TO WS-MOT-REJ
                       PERFORM 0800-REJ-FAC-DEB
                          THRU 0800-REJ-FAC-FIN

                       PERFORM 0100-LCT-DEB
                          THRU 0100-LCT-FIN
                   END-IF
               END-PERFORM

               CLOSE FIC-FEL
           END-IF.

           CLOSE FIC-REJ.

           DISPLAY "impfelfou : " WS-NBR-IMP " facture(s) importee(s) "
               "dont " WS-NBR-RPR " bonne(s) a payer et "
               WS-NBR-ECT-FAC " avec ecarts, " WS-NBR-REJ
               " rejet(s)".

           STRING "import des factures fournisseurs electroniques : "
                  DELIMITED BY SIZE
                  WS-NBR-IMP DELIMITED BY SIZE
                  " importee(s), " DELIMITED BY SIZE
                  WS-NBR-REJ DELIMITED BY SIZE
                  " rejet(s)" DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               WS-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

           MOVE 0 TO RETURN-CODE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LCT-DEB.

           READ FIC-FEL
               AT END
                   SET WS-ETT-LCT-FIN TO TRUE
               NOT AT END
                   SET WS-ETT-LCT-ENC TO TRUE
           END-READ.

       0100-LCT-FIN.

      *-----------------------------------------------------------------
      * Garde l'entête puis charge les lignes qui le suivent, jusqu'au
      * prochain entête ou à la fin du fichier.
       0200-LCT-FAC-DEB.

           PERFORM 0210-GRD-NTE-DEB
              THRU 0210-GRD-NTE-FIN.

           PERFORM 0100-LCT-DEB
              THRU 0100-LCT-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN OR NOT FD-TYP-ENR-LGN
               PERFORM 0220-CHG-LGN-DEB
                  THRU 0220-CHG-LGN-FIN

               PERFORM 0100-LCT-DEB
                  THRU 0100-LCT-FIN
           END-PERFORM.

       0200-LCT-FAC-FIN.

      *-----------------------------------------------------------------
      * Garde l'entête de la zone FD et vide la table des lignes.
       0210-GRD-NTE-DEB.

           MOVE FD-REC-NTE TO WS-REC-NTE.
           MOVE FD-NUM-FAC TO WS-NUM-FAC.
           MOVE FD-DAT-FAC TO WS-DAT-FAC.
           MOVE FD-REF-CMD TO WS-REF-CMD.
           MOVE FD-SIR-VND TO WS-SIR-VND.
           MOVE FD-NOM-VND TO WS-NOM-VND.
           MOVE FD-DEV-FAC TO WS-DEV-FAC.
           MOVE FD-MNT-HT  TO WS-MNT-HT.
           MOVE FD-MNT-TVA TO WS-MNT-TVA.

           MOVE 0 TO WS-NBR-LGN.
           SET WS-ETT-DEB-NON TO TRUE.
           INITIALIZE WS-TAB-LGN.

       0210-GRD-NTE-FIN.

      *-----------------------------------------------------------------
      * Ajoute la ligne de la zone FD à la table, telle que lue et
      * découpée ; au-delà de 200 lignes la facture est débordée.
       0220-CHG-LGN-DEB.

           IF WS-NBR-LGN < WS-MAX-LGN
               ADD 1 TO WS-NBR-LGN
               MOVE FD-REC-LGN     TO WS-LGN-ENR(WS-NBR-LGN)
               MOVE FD-NUM-LGN     TO WS-LGN-NUM(WS-NBR-LGN)
               MOVE FD-IDF-PIE-ACH TO WS-LGN-IDF-ACH(WS-NBR-LGN)
               MOVE FD-EAN-ART     TO WS-LGN-EAN(WS-NBR-LGN)
               MOVE FD-NOM-ART     TO WS-LGN-NOM(WS-NBR-LGN)
               MOVE FD-QTE-ART     TO WS-LGN-QTE(WS-NBR-LGN)
               MOVE FD-PRI-ART     TO WS-LGN-PRI(WS-NBR-LGN)
           ELSE
               SET WS-ETT-DEB-OUI TO TRUE
           END-IF.

       0220-CHG-LGN-FIN.

      *-----------------------------------------------------------------
      * Une facture : contrôle de l'entête (commande, devise) et de
      * chaque ligne (pièce retrouvée, quantité entière) avant toute
      * écriture, pour ne jamais créer de facture à moitié ; puis
      * enregistrement de l'entête ("ajufacfou"), des lignes
      * ("ajuffoupi") et rapprochement automatique ("ctlfacfou").
       0300-TRT-FAC-DEB.

           MOVE SPACES TO WS-MOT-REJ.
           SET WS-TYP-REJ-REJ TO TRUE.

           EVALUATE TRUE
               WHEN WS-ETT-DEB-OUI
                   MOVE "facture de plus de 200 lignes" TO WS-MOT-REJ
               WHEN WS-NBR-LGN = 0
                   MOVE "facture sans ligne" TO WS-MOT-REJ
               WHEN WS-NUM-FAC = SPACES
                   MOVE "numero de facture absent" TO WS-MOT-REJ
               WHEN WS-REF-CMD IS NOT NUMERIC OR WS-REF-CMD = ZEROS
                   MOVE "reference de commande absente" TO WS-MOT-REJ
               WHEN WS-MNT-HT IS NOT NUMERIC
                    OR WS-MNT-TVA IS NOT NUMERIC
                   MOVE "montants HT ou TVA invalides" TO WS-MOT-REJ
           END-EVALUATE.

           IF WS-MOT-REJ = SPACES
               PERFORM 0400-LIR-CMD-DEB
                  THRU 0400-LIR-CMD-FIN
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NBR-LGN
                      OR WS-MOT-REJ NOT = SPACES
               PERFORM 0500-IDT-PIE-DEB
                  THRU 0500-IDT-PIE-FIN
           END-PERFORM.

           IF WS-MOT-REJ NOT = SPACES
               PERFORM 0800-REJ-FAC-DEB
                  THRU 0800-REJ-FAC-FIN
               EXIT PARAGRAPH
           END-IF.

           CALL "ajufacfou"
               USING
               PG-IDF-FOU
               PG-IDF-LIV
               WS-NUM-FAC
               WS-DAT-FAC
               WS-MNT-HT
               WS-MNT-TVA
               WS-IDF-UTI
               WS-IDF-FAC
               WS-FAC-AJU-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-FAC-AJU-RET-OK
                   CONTINUE
               WHEN WS-FAC-AJU-RET-DUP
                   MOVE "facture deja enregistree pour ce fournisseur"
                       TO WS-MOT-REJ
               WHEN WS-FAC-AJU-RET-FK-ERR
                   MOVE "commande non rattachable au fournisseur"
                       TO WS-MOT-REJ
               WHEN OTHER
                   MOVE "erreur a l'enregistrement de l'entete"
                       TO WS-MOT-REJ
           END-EVALUATE.

           IF WS-MOT-REJ NOT = SPACES
               PERFORM 0800-REJ-FAC-DEB
                  THRU 0800-REJ-FAC-FIN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NBR-IMP.

           PERFORM 0600-ENR-LGN-DEB
              THRU 0600-ENR-LGN-FIN.

           PERFORM 0700-RPR-FAC-DEB
              THRU 0700-RPR-FAC-FIN.

       0300-TRT-FAC-FIN.

      *-----------------------------------------------------------------
      * La référence de commande désigne une livraison entrante (pas un
      * retour) : elle donne le fournisseur de la facture. Une devise
      * portée par la facture doit être celle du fournisseur.
       0400-LIR-CMD-DEB.

           MOVE WS-REF-CMD TO PG-IDF-LIV.

           EXEC SQL
               SELECT l.id_fou, COALESCE(f.devise_fou, 'EUR')
               INTO :PG-IDF-FOU, :PG-DEV-FOU
               FROM livraison l
                   JOIN fournisseur f ON f.id_fou = l.id_fou
               WHERE l.id_liv = :PG-IDF-LIV
                 AND COALESCE(l.retour_liv, 0) = 0
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "commande inconnue ou non fournisseur"
                   TO WS-MOT-REJ
               EXIT PARAGRAPH
           END-IF.

           IF WS-DEV-FAC NOT = SPACES AND WS-DEV-FAC NOT = PG-DEV-FOU
               STRING "devise " DELIMITED BY SIZE
                      WS-DEV-FAC DELIMITED BY SIZE
                      " differente de celle du fournisseur ("
                      DELIMITED BY SIZE
                      PG-DEV-FOU DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-MOT-REJ
               END-STRING
           END-IF.

       0400-LIR-CMD-FIN.

      *-----------------------------------------------------------------
      * Retrouve la pièce d'une ligne, de préférence parmi les lignes
      * de la livraison commandée : par notre identifiant, puis par le
      * code EAN (notre code ou le code carton du fournisseur), puis
      * par le libellé. Une pièce connue mais absente de la livraison
      * est gardée : le rapprochement relèvera l'écart.
       0500-IDT-PIE-DEB.

           IF WS-LGN-QTE(WS-IDX) IS NOT NUMERIC
              OR WS-LGN-PRI(WS-IDX) IS NOT NUMERIC
               MOVE WS-LGN-NUM(WS-IDX) TO WS-NUM-LGN-EDT
               STRING "ligne " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NUM-LGN-EDT) DELIMITED BY SIZE
                      " : quantite ou prix invalide" DELIMITED BY SIZE
                      INTO WS-MOT-REJ
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           IF WS-LGN-IDF-ACH(WS-IDX) IS NUMERIC
               MOVE WS-LGN-IDF-ACH(WS-IDX) TO PG-IDF-PIE-ACH
           ELSE
               MOVE 0 TO PG-IDF-PIE-ACH
           END-IF.
           MOVE WS-LGN-EAN(WS-IDX) TO PG-EAN-ART.
           MOVE WS-LGN-NOM(WS-IDX) TO PG-NOM-ART.

           EXEC SQL
               SELECT x.id_pie
               INTO :PG-IDF-PIE
               FROM (
                   SELECT lp.id_pie, 0 AS rang
                   FROM livraison_piece lp
                   WHERE lp.id_liv = :PG-IDF-LIV
                     AND lp.id_pie = :PG-IDF-PIE-ACH
                   UNION ALL
                   SELECT lp.id_pie, 1 AS rang
                   FROM livraison_piece lp
                       JOIN piece p ON p.id_pie = lp.id_pie
                   WHERE lp.id_liv = :PG-IDF-LIV
                     AND BTRIM(:PG-EAN-ART) <> ''
                     AND (p.ean_pie = :PG-EAN-ART
                          OR EXISTS
                             (SELECT 1 FROM piece_fournisseur pf
                              WHERE pf.id_pie = lp.id_pie
                                AND pf.id_fou = :PG-IDF-FOU
                                AND pf.ean_pf = :PG-EAN-ART))
                   UNION ALL
                   SELECT lp.id_pie, 2 AS rang
                   FROM livraison_piece lp
                       JOIN piece p ON p.id_pie = lp.id_pie
                   WHERE lp.id_liv = :PG-IDF-LIV
                     AND BTRIM(:PG-NOM-ART) <> ''
                     AND UPPER(BTRIM(p.nom_pie))
                         = UPPER(BTRIM(:PG-NOM-ART))
                   UNION ALL
                   SELECT p.id_pie, 3 AS rang
                   FROM piece p
                   WHERE p.id_pie = :PG-IDF-PIE-ACH
                     AND p.supprime_le = ''
                   UNION ALL
                   SELECT pf.id_pie, 4 AS rang
                   FROM piece_fournisseur pf
                       JOIN piece p ON p.id_pie = pf.id_pie
                   WHERE pf.id_fou = :PG-IDF-FOU
                     AND BTRIM(:PG-EAN-ART) <> ''
                     AND (pf.ean_pf = :PG-EAN-ART
                          OR p.ean_pie = :PG-EAN-ART)
                     AND p.supprime_le = ''
               ) x
               ORDER BY x.rang
               LIMIT 1
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE WS-LGN-NUM(WS-IDX) TO WS-NUM-LGN-EDT
               STRING "ligne " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NUM-LGN-EDT) DELIMITED BY SIZE
                      " : piece non identifiee (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LGN-NOM(WS-IDX))
                      DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-MOT-REJ
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           MOVE PG-IDF-PIE TO WS-LGN-IDF-PIE(WS-IDX).

           MOVE WS-LGN-QTE(WS-IDX) TO WS-QTE-ENT.
           IF WS-QTE-ENT NOT = WS-LGN-QTE(WS-IDX) OR WS-QTE-ENT = 0
               MOVE WS-LGN-NUM(WS-IDX) TO WS-NUM-LGN-EDT
               STRING "ligne " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NUM-LGN-EDT) DELIMITED BY SIZE
                      " : quantite nulle ou non entiere"
                      DELIMITED BY SIZE
                      INTO WS-MOT-REJ
               END-STRING
           END-IF.

       0500-IDT-PIE-FIN.

      *-----------------------------------------------------------------
      * Enregistre les lignes telles que facturées : une ligne refusée
      * laisse la facture incomplète, ce que le rapprochement relève
      * (pièce reçue non facturée).
       0600-ENR-LGN-DEB.

           MOVE 0 TO WS-NBR-LGN-ERR.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NBR-LGN
               MOVE WS-LGN-IDF-PIE(WS-IDX) TO WS-IDF-PIE
               MOVE WS-LGN-QTE(WS-IDX)     TO WS-QTE-FAC
               MOVE WS-LGN-PRI(WS-IDX)     TO WS-PRI-FAC

               CALL "ajuffoupi"
                   USING
                   WS-IDF-FAC
                   WS-IDF-PIE
                   WS-QTE-FAC
                   WS-PRI-FAC
                   WS-LGN-AJU-RET
               END-CALL

               IF NOT WS-LGN-AJU-RET-OK
                   ADD 1 TO WS-NBR-LGN-ERR
               END-IF
           END-PERFORM.

           IF WS-NBR-LGN-ERR > 0
               MOVE WS-NBR-LGN-ERR TO WS-NUM-LGN-EDT
               STRING "importee incomplete : " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NUM-LGN-EDT) DELIMITED BY SIZE
                      " ligne(s) non enregistree(s), a completer"
                      DELIMITED BY SIZE
                      " dans ecrfacfou" DELIMITED BY SIZE
                      INTO WS-MOT-REJ
               END-STRING
               SET WS-TYP-REJ-INC TO TRUE
               PERFORM 0800-REJ-FAC-DEB
                  THRU 0800-REJ-FAC-FIN
           END-IF.

       0600-ENR-LGN-FIN.

      *-----------------------------------------------------------------
      * Rapprochement trois documents, comme depuis l'écran : sans
      * écart la facture passe "bonne à payer", sinon elle reste
      * bloquée avec sa liste d'écarts éditée.
       0700-RPR-FAC-DEB.

           CALL "ctlfacfou"
               USING
               WS-IDF-FAC
               WS-IDF-UTI
               WS-NBR-ECT
               WS-RPR-MAJ-RET
           END-CALL.

           EVALUATE TRUE
               WHEN NOT WS-RPR-MAJ-RET-OK
                   ADD 1 TO WS-NBR-ECT-FAC
               WHEN WS-NBR-ECT = 0
                   ADD 1 TO WS-NBR-RPR
               WHEN OTHER
                   ADD 1 TO WS-NBR-ECT-FAC
           END-EVALUATE.

       0700-RPR-FAC-FIN.

      *-----------------------------------------------------------------
      * Écrit la facture rejetée (fournisseur émetteur, numéro,
      * commande) avec son motif, et l'inscrit dans la table commune
      * des rejets. Une facture importée incomplète figure aussi dans
      * le fichier, sans être comptée ni inscrite en rejet : elle est
      * à compléter dans "ecrfacfou". Le fichier n'est pas écrit au
      * rejeu depuis l'atelier.
       0800-REJ-FAC-DEB.

           IF WS-TYP-REJ-REJ
               ADD 1 TO WS-NBR-REJ
               PERFORM 0850-INS-REJ-DEB
                  THRU 0850-INS-REJ-FIN
           END-IF.

           IF G-REJ-RPR-OUI
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO FD-LIG-REJ.
           STRING FUNCTION TRIM(WS-NOM-VND) DELIMITED BY SIZE
                  " (SIREN " DELIMITED BY SIZE
                  WS-SIR-VND DELIMITED BY SIZE
                  ") facture " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-FAC) DELIMITED BY SIZE
                  " commande " DELIMITED BY SIZE
                  WS-REF-CMD DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOT-REJ) DELIMITED BY SIZE
                  INTO FD-LIG-REJ
           END-STRING.
           WRITE FD-LIG-REJ.

       0800-REJ-FAC-FIN.

      *-----------------------------------------------------------------
      * Inscrit la facture rejetée dans la table commune des rejets
      * d'import ("ajurej") : un rejet par ligne, l'entête devant
      * chaque ligne, un seul (entête et ligne à blanc) pour une
      * facture sans ligne. Au rejeu, seul le rejet rejoué reçoit la
      * facture corrigée et le nouveau motif ; ses voisins suivent
      * dans 0900.
       0850-INS-REJ-DEB.

           MOVE "impfelfou" TO WS-REJ-SRC.
           MOVE WS-MOT-REJ  TO WS-REJ-MOT.
           SET WS-REJ-STA-OUV TO TRUE.

           IF G-REJ-RPR-OUI
               MOVE G-REJ-LGN TO WS-REJ-LGN
               CALL "ajurej"
                   USING
                   WS-REJ
                   WS-REJ-AJU-RET
               END-CALL
               EXIT PARAGRAPH
           END-IF.

           IF WS-NBR-LGN = 0
               MOVE SPACES TO WS-REJ-LGN
               MOVE WS-REC-NTE TO WS-REJ-LGN(1:129)
               CALL "ajurej"
                   USING
                   WS-REJ
                   WS-REJ-AJU-RET
               END-CALL
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NBR-LGN
               MOVE SPACES TO WS-REJ-LGN
               MOVE WS-REC-NTE TO WS-REJ-LGN(1:129)
               MOVE WS-LGN-ENR(WS-IDX) TO WS-REJ-LGN(130:101)
               CALL "ajurej"
                   USING
                   WS-REJ
                   WS-REJ-AJU-RET
               END-CALL
           END-PERFORM.

       0850-INS-REJ-FIN.

      *-----------------------------------------------------------------
      * Rejeu depuis l'atelier des rejets ("ecrrej") : la facture est
      * refaite avec l'entête et la ligne corrigés, plus les lignes des
      * autres rejets encore à traiter qui portent le même entête
      * d'origine, et passe les mêmes contrôles qu'au passage de nuit.
      * Intégrée, ces autres rejets passent "rejoués" avec elle ;
      * encore refusée, ils prennent l'entête corrigé et le nouveau
      * motif, pour qu'un prochain rejeu les retrouve.
       0900-RPR-REJ-DEB.

           MOVE G-REJ-IDF TO PG-IDF-REJ.

           EXEC SQL
               SELECT SUBSTR(ligne_rej, 1, 129)
               INTO :PG-NTE-REJ
               FROM rejet_import
               WHERE id_rej = :PG-IDF-REJ
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE G-REJ-LGN(1:129) TO PG-NTE-REJ
           END-IF.

           MOVE G-REJ-LGN(1:129) TO FD-REC-NTE.
           PERFORM 0210-GRD-NTE-DEB
              THRU 0210-GRD-NTE-FIN.

           MOVE G-REJ-LGN(130:101) TO FD-REC-LGN.
           IF FD-REC-LGN NOT = SPACES
               PERFORM 0220-CHG-LGN-DEB
                  THRU 0220-CHG-LGN-FIN
           END-IF.

      * Un rejet sans entête (ligne orpheline) est rejoué seul.
           IF PG-NTE-REJ NOT = SPACES
               EXEC SQL OPEN CUR-REJ END-EXEC

               SET WS-ETT-LCT-ENC TO TRUE

               PERFORM UNTIL WS-ETT-LCT-FIN
                   EXEC SQL
                       FETCH CUR-REJ
                       INTO :PG-LGN-REJ
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE PG-LGN-REJ TO FD-REC-LGN
                       IF FD-REC-LGN NOT = SPACES
                           PERFORM 0220-CHG-LGN-DEB
                              THRU 0220-CHG-LGN-FIN
                       END-IF
                   ELSE
                       SET WS-ETT-LCT-FIN TO TRUE
                   END-IF
               END-PERFORM

               EXEC SQL CLOSE CUR-REJ END-EXEC
           END-IF.

           PERFORM 0300-TRT-FAC-DEB
              THRU 0300-TRT-FAC-FIN.

           IF PG-NTE-REJ = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF G-REJ-RET-REJ
               MOVE G-REJ-LGN(1:129) TO PG-NTE-COR
               MOVE WS-MOT-REJ TO PG-MOT-REJ

               EXEC SQL
                   UPDATE rejet_import
                   SET ligne_rej = :PG-NTE-COR
                                   || SUBSTR(ligne_rej, 130),
                       motif_rej = :PG-MOT-REJ
                   WHERE source_rej = 'impfelfou'
                     AND statut_rej = 0
                     AND id_rej <> :PG-IDF-REJ
                     AND RTRIM(SUBSTR(ligne_rej, 1, 129))
                         = RTRIM(:PG-NTE-REJ)
               END-EXEC
           ELSE
               MOVE G-UTI-ID TO PG-IDF-UTI

               EXEC SQL
                   UPDATE rejet_import
                   SET statut_rej = 1,
                       id_uti_trt = :PG-IDF-UTI,
                       date_trt = CURRENT_TIMESTAMP
                   WHERE source_rej = 'impfelfou'
                     AND statut_rej = 0
                     AND id_rej <> :PG-IDF-REJ
                     AND RTRIM(SUBSTR(ligne_rej, 1, 129))
                         = RTRIM(:PG-NTE-REJ)
               END-EXEC
           END-IF.

           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

       0900-RPR-REJ-FIN.
