      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch de la chaîne de nuit ("chnbat") qui vérifie la *
      * chaîne inaltérable des ventes (table chaine_signature, posée   *
      * par "ajusig") : pour chaque société et chaque type (FAC, VCP,  *
      * CAI, CLJ, CLM, CLA, ARC), maillon par maillon dans l'ordre de  *
      * pose, la signature précédente notée doit être celle du maillon *
      * d'avant (sinon un maillon a été supprimé ou inséré), et        *
      * "calsig" doit retrouver, à partir de l'enregistrement source   *
      * relu, les mêmes données signées, le même grand total perpétuel *
      * et la même signature (sinon la facture, la vente, la clôture   *
      * ou l'archive a été modifiée ou supprimée, ou le maillon        *
      * lui-même retouché). Chaque rupture est listée dans             *
      * verification_signatures.txt (une ligne par maillon en défaut,  *
      * avec son motif) et le rapport est totalisé. Une rupture est    *
      * journalisée via "ajulog" (type "signature") ; le code retour   *
      * reste 0, une rupture ne se réparant pas en relançant la chaîne *
      * de nuit, qui resterait sinon bloquée sur cette étape.          *
      *                                                                *
      *                           TRIGRAMMES                           *
      * VER=VERIFICATION; SIG=SIGNATURE; SOC=SOCIETE; TYP=TYPE;        *
      * IDF=IDENTIFIANT; ORI=ORIGINE; DON=DONNEES; GT=GRAND TOTAL;     *
      * PRE=PRECEDENT; CAL=CALCUL; MNT=MONTANT; NBR=NOMBRE;            *
      * ANO=ANOMALIE; MOT=MOTIF; CUR=CURSEUR; LCT=LECTURE; ETT=ETAT;   *
      * FIC=FICHIER; LGN=LIGNE; RPT=RAPPORT; EDT=EDITE; DAT=DATE;      *
      * JOU=JOUR; CRT=COURANT.                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. versig.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-RPT ASSIGN TO "verification_signatures.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-RPT.
       01  FD-LGN-RPT                 PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-SIG             PIC 9(10).
       01 PG-IDF-SOC             PIC 9(02).
       01 PG-TYP-SIG             PIC X(03).
       01 PG-IDF-ORI             PIC 9(10).
       01 PG-DON-SIG             PIC X(250).
       01 PG-GT-SIG              PIC S9(12)V99.
       01 PG-SIG-PRE             PIC X(64).
       01 PG-SIG                 PIC X(64).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Toute la chaîne, par société et par type, dans l'ordre de
      * pose des maillons.
       EXEC SQL
           DECLARE CUR-SIG CURSOR FOR
               SELECT id_sig, id_soc, type_sig, id_ori,
                      donnees_sig, gt_sig, sig_prec, sig
               FROM chaine_signature
               ORDER BY id_soc, type_sig, id_sig
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT             PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Chaîne en cours de parcours et son dernier maillon lu.
       01 WS-SOC-CRT             PIC 9(02) VALUE 0.
       01 WS-TYP-CRT             PIC X(03) VALUE SPACES.
       01 WS-GT-PRE              PIC S9(12)V99.
       01 WS-SIG-PRE             PIC X(64).

      * Maillon recalculé par "calsig".
       01 WS-IDF-SOC             PIC 9(02).
       01 WS-DON-SIG             PIC X(250).
       01 WS-MNT-SIG             PIC S9(10)V99.
       01 WS-GT-SIG              PIC S9(12)V99.
       01 WS-SIG                 PIC X(64).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-CAL==.

       01 WS-MOT-ANO             PIC X(50).
       01 WS-NBR-SIG             PIC 9(08) VALUE 0.
       01 WS-NBR-ANO             PIC 9(08) VALUE 0.
       01 WS-NBR-EDT             PIC Z(07)9.
       01 WS-IDF-SIG-EDT         PIC Z(09)9.
       01 WS-IDF-ORI-EDT         PIC Z(09)9.
       01 WS-DAT-JOU             PIC 9(08).

      * Message et type de log d'une rupture.
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "signature".
       01 WS-UTI-ID              PIC 9(10) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       PROCEDURE DIVISION.

           ACCEPT WS-DAT-JOU FROM DATE YYYYMMDD.

           OPEN OUTPUT FIC-RPT.

           MOVE SPACES TO FD-LGN-RPT.
           STRING "VERIFICATION DE LA CHAINE DES VENTES DU "
                  DELIMITED BY SIZE
                  WS-DAT-JOU DELIMITED BY SIZE
                  INTO FD-LGN-RPT
           END-STRING.
           WRITE FD-LGN-RPT.

           MOVE SPACES TO FD-LGN-RPT.
           WRITE FD-LGN-RPT.

           EXEC SQL OPEN CUR-SIG END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SIG
                   INTO :PG-IDF-SIG, :PG-IDF-SOC, :PG-TYP-SIG,
                        :PG-IDF-ORI, :PG-DON-SIG, :PG-GT-SIG,
                        :PG-SIG-PRE, :PG-SIG
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0100-VER-SIG-DEB
                      THRU 0100-VER-SIG-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SIG END-EXEC.

           MOVE SPACES TO FD-LGN-RPT.
           WRITE FD-LGN-RPT.

           MOVE WS-NBR-SIG TO WS-NBR-EDT.
           MOVE SPACES TO FD-LGN-RPT.
           STRING "MAILLONS VERIFIES : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  INTO FD-LGN-RPT
           END-STRING.
           WRITE FD-LGN-RPT.

           MOVE WS-NBR-ANO TO WS-NBR-EDT.
           MOVE SPACES TO FD-LGN-RPT.
           STRING "RUPTURES          : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  INTO FD-LGN-RPT
           END-STRING.
           WRITE FD-LGN-RPT.

           CLOSE FIC-RPT.

           IF WS-NBR-ANO > 0
               MOVE SPACES TO WS-MSG-LOG
               STRING "chaine des ventes rompue : " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                      " maillon(s) en defaut, voir"
                      DELIMITED BY SIZE
                      " verification_signatures.txt"
                      DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING

               CALL "ajulog" USING WS-MSG-LOG,
                                   WS-TYP-LOG,
                                   WS-UTI-ID,
                                   WS-LOG-AJU-RET
               END-CALL

               DISPLAY "versig : " FUNCTION TRIM(WS-MSG-LOG)
           ELSE
               DISPLAY "versig : chaine des ventes intacte, "
                   WS-NBR-SIG " maillon(s)"
           END-IF.

      * Une rupture ne se repare pas en relancant la nuit : l'etape
      * rend 0 pour ne pas bloquer les chaines suivantes, la rupture
      * restant au log et au rapport.
           MOVE 0 TO RETURN-CODE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Contrôle d'un maillon : accroche au maillon précédent de sa
      * chaîne, puis recalcul depuis l'enregistrement source.
       0100-VER-SIG-DEB.

           ADD 1 TO WS-NBR-SIG.
           MOVE SPACES TO WS-MOT-ANO.

      * Nouvelle chaîne (société ou type) : premier maillon attendu.
           IF PG-IDF-SOC NOT = WS-SOC-CRT
           OR PG-TYP-SIG NOT = WS-TYP-CRT
               MOVE PG-IDF-SOC TO WS-SOC-CRT
               MOVE PG-TYP-SIG TO WS-TYP-CRT
               MOVE 0          TO WS-GT-PRE
               MOVE ALL "0"    TO WS-SIG-PRE
           END-IF.

           IF PG-SIG-PRE NOT = WS-SIG-PRE
               MOVE "maillon precedent absent ou deplace"
                   TO WS-MOT-ANO
           END-IF.

           IF WS-MOT-ANO = SPACES
               CALL "calsig"
                   USING
                   PG-TYP-SIG
                   PG-IDF-ORI
                   WS-GT-PRE
                   PG-SIG-PRE
                   WS-IDF-SOC
                   WS-DON-SIG
                   WS-MNT-SIG
                   WS-GT-SIG
                   WS-SIG
                   WS-CAL-LIR-RET
               END-CALL

               EVALUATE TRUE
                   WHEN WS-CAL-LIR-RET-VID
                       MOVE "enregistrement source supprime"
                           TO WS-MOT-ANO
                   WHEN NOT WS-CAL-LIR-RET-OK
                       MOVE "enregistrement source illisible"
                           TO WS-MOT-ANO
                   WHEN WS-DON-SIG NOT = PG-DON-SIG
                   OR WS-IDF-SOC NOT = PG-IDF-SOC
                       MOVE "enregistrement source modifie"
                           TO WS-MOT-ANO
                   WHEN WS-GT-SIG NOT = PG-GT-SIG
                       MOVE "grand total perpetuel altere"
                           TO WS-MOT-ANO
                   WHEN WS-SIG NOT = PG-SIG
                       MOVE "signature invalide" TO WS-MOT-ANO
               END-EVALUATE
           END-IF.

           IF WS-MOT-ANO NOT = SPACES
               PERFORM 0200-ECR-ANO-DEB
                  THRU 0200-ECR-ANO-FIN
           END-IF.

      * Le maillon suivant s'accroche au maillon tel qu'il est noté :
      * une rupture n'est signalée qu'une fois.
           MOVE PG-GT-SIG TO WS-GT-PRE.
           MOVE PG-SIG    TO WS-SIG-PRE.

       0100-VER-SIG-FIN.

      *-----------------------------------------------------------------
      * Une ligne du rapport par maillon en défaut.
       0200-ECR-ANO-DEB.

           ADD 1 TO WS-NBR-ANO.

           MOVE PG-IDF-SIG TO WS-IDF-SIG-EDT.
           MOVE PG-IDF-ORI TO WS-IDF-ORI-EDT.
           MOVE SPACES TO FD-LGN-RPT.

           STRING "Societe " DELIMITED BY SIZE
                  PG-IDF-SOC DELIMITED BY SIZE
                  " chaine " DELIMITED BY SIZE
                  PG-TYP-SIG DELIMITED BY SIZE
                  " maillon " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-SIG-EDT) DELIMITED BY SIZE
                  " (origine " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-ORI-EDT) DELIMITED BY SIZE
                  ") : " DELIMITED BY SIZE
                  WS-MOT-ANO DELIMITED BY SIZE
                  INTO FD-LGN-RPT
           END-STRING.
           WRITE FD-LGN-RPT.

       0200-ECR-ANO-FIN.
