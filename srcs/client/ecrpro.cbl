      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Écran des prospects et de l'ouverture de compte : création     *
      * d'un prospect (garage, contact, représentant, origine -        *
      * "ajupro"), affichage du dossier et de ses dernières visites    *
      * ("lirpro"), modification de la fiche, compte rendu de visite   *
      * ("ajuvispro"), pièces d'ouverture de compte (Kbis, IBAN,       *
      * mandat SEPA), demande de plafond de crédit puis décision de    *
      * l'administrateur ("majpro"), prospect perdu ou relancé,        *
      * conversion en client ("cnvpro", via "ajucli" ; un client       *
      * similaire se confirme par un second appel), listes des         *
      * prospects ouverts d'un représentant et des plafonds en attente *
      * de décision ("lirlstpro"). Même ossature que "ecrrep".         *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; PRO=PROSPECT; REP=REPRESENTANT; VIS=VISITE;         *
      * DAT=DATE; CR=COMPTE RENDU; SAI=SAISIE; LST=LISTE; MOD=MODE;    *
      * LIN=LIGNE; MAX=MAXIMUM; ZON=ZONE; BAS=BAS D'ECRAN;             *
      * LIB=LIBELLE; STA=STATUT; PLF=PLAFOND; DEM=DEMANDE; ACT=ACTION; *
      * CNV=CONVERSION; CLI=CLIENT; DUP=DOUBLON; FRC=FORCER;           *
      * DOS=DOSSIER; AFF=AFFICHAGE; CRE=CREATION; AJU=AJOUT; MAJ=MISE  *
      * A JOUR; LIR=LIRE; NBE=NOMBRE D'ENTREES; NBR=NOMBRE; TOT=TOTAL; *
      * EDT=EDITION; IDX=INDEX; IDF=IDENTIFIANT; CHX=CHOIX;            *
      * UTI=UTILISATEUR; MSG=MESSAGE; CRG=CROCHET GAUCHE; CRD=CROCHET  *
      * DROIT; BCL=BOUCLE; EVA=EVALUATION.                             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrpro.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Dossier du prospect affiché (voir "dospro").
       COPY dospro REPLACING ==:PREFIX:== BY ==WS==.
       01 WS-NOM-REP              PIC X(50).

      * Derniers comptes rendus de visite ("lirpro").
       01 WS-TAB-VIS.
           05 WS-VIS              OCCURS 5 TIMES.
               10 WS-VIS-DAT      PIC X(10).
               10 WS-VIS-CR       PIC X(70).
       77 WS-NBE-VIS              PIC 9(02).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS==.

      * Saisie d'une visite.
       01 WS-DAT-VIS              PIC X(10).
       01 WS-CR-SAI               PIC X(60).
       01 WS-CR-VIS               PIC X(70).

      * Listes ("lirlstpro") : plafonds en attente, prospects ouverts
      * du représentant saisi.
       01 WS-MOD-LST              PIC 9(01).
       01 WS-TAB-LST.
           05 WS-LST              OCCURS 6 TIMES.
               10 WS-LST-IDF      PIC 9(10).
               10 WS-LST-NOM      PIC X(30).
               10 WS-LST-VIL      PIC X(20).
               10 WS-LST-STA      PIC 9(01).
               10 WS-LST-PLF-DEM  PIC 9(08)V99.
       77 WS-NBE-LST              PIC 9(02).
       01 WS-NBR-TOT              PIC 9(05).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-LST==.

      * Zone du bas de l'écran : visites du dossier, ou liste.
       77 WS-MAX-LIN              PIC 9(02) VALUE 3.
       77 WS-IDX                  PIC 9(02).
       77 WS-LIN-IDX              PIC 9(02).
       01 WS-LIN-VIS.
           05 WS-LIN-VIS-DAT      PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LIN-VIS-CR       PIC X(65).
       01 WS-LIN-LST.
           05 WS-LIN-LST-IDF      PIC Z(09)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LIN-LST-NOM      PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LIN-LST-VIL      PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LIN-LST-PLF      PIC Z(07)9.99.
       01 WS-ZON-BAS              PIC 9(01) VALUE 0.
           88 WS-ZON-BAS-VIS                  VALUE 0.
           88 WS-ZON-BAS-LST                  VALUE 1.

      * Libellés du statut commercial et de la demande de plafond.
       01 WS-LIB-STA              PIC X(20).
       01 WS-LIB-PLF              PIC X(15).

      * Action de "majpro" et retours des sous-programmes.
       01 WS-ACT                  PIC 9(01).
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-PRO==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS==.
       COPY majretmsg REPLACING ==:PREFIX:== BY ==WS==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-VIS==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-CNV==.

      * Conversion : client créé, ou client similaire trouvé ; la
      * création n'est forcée qu'au second appel sur le même prospect.
       01 WS-IDF-CLI              PIC 9(10).
       01 WS-IDF-DUP              PIC 9(10).
       01 WS-NOM-DUP              PIC X(80).
       01 WS-FRC-DUP              PIC X(01) VALUE "N".
       01 WS-IDF-PRO-DUP          PIC 9(10) VALUE 0.

       01 WS-IDF-EDT              PIC Z(09)9.
       01 WS-NBR-EDT              PIC Z(04)9.

       01 WS-CHX-UTI              PIC X(01).
       01 WS-MSG                  PIC X(76).

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".

       COPY utiglb.

       SCREEN SECTION.
       COPY ecrprn.

       01 S-ECR-PRO.
           05 LINE 03 COLUMN 03 VALUE
               "Prospects et ouverture de compte".
           05 LINE 05 COLUMN 03 VALUE "ID prospect : ".
           05 LINE 05 COLUMN 18 PIC X(01) FROM WS-CRG.
           05 LINE 05 COLUMN 19 PIC Z(10) USING WS-PRO-IDF.
           05 LINE 05 COLUMN 29 PIC X(01) FROM WS-CRD.
           05 LINE 05 COLUMN 42 VALUE "Statut : ".
           05 LINE 05 COLUMN 51 PIC X(20) FROM WS-LIB-STA.
           05 LINE 06 COLUMN 03 VALUE "Garage      : ".
           05 LINE 06 COLUMN 18 PIC X(01) FROM WS-CRG.
           05 LINE 06 COLUMN 19 PIC X(50) USING WS-PRO-NOM.
           05 LINE 06 COLUMN 69 PIC X(01) FROM WS-CRD.
           05 LINE 07 COLUMN 03 VALUE "Contact     : ".
           05 LINE 07 COLUMN 18 PIC X(01) FROM WS-CRG.
           05 LINE 07 COLUMN 19 PIC X(30) USING WS-PRO-CTC.
           05 LINE 07 COLUMN 49 PIC X(01) FROM WS-CRD.
           05 LINE 07 COLUMN 51 VALUE "Tel : ".
           05 LINE 07 COLUMN 57 PIC X(01) FROM WS-CRG.
           05 LINE 07 COLUMN 58 PIC 9(03) USING WS-PRO-IND.
           05 LINE 07 COLUMN 62 PIC 9(10) USING WS-PRO-TEL.
           05 LINE 07 COLUMN 72 PIC X(01) FROM WS-CRD.
           05 LINE 08 COLUMN 03 VALUE "Email       : ".
           05 LINE 08 COLUMN 18 PIC X(01) FROM WS-CRG.
           05 LINE 08 COLUMN 19 PIC X(50) USING WS-PRO-EML.
           05 LINE 08 COLUMN 69 PIC X(01) FROM WS-CRD.
           05 LINE 09 COLUMN 03 VALUE "Adresse     : ".
           05 LINE 09 COLUMN 18 PIC X(01) FROM WS-CRG.
           05 LINE 09 COLUMN 19 PIC X(50) USING WS-PRO-ADR.
           05 LINE 09 COLUMN 69 PIC X(01) FROM WS-CRD.
           05 LINE 10 COLUMN 03 VALUE "CP / Ville  : ".
           05 LINE 10 COLUMN 18 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 19 PIC 9(05) USING WS-PRO-COP.
           05 LINE 10 COLUMN 24 PIC X(01) FROM WS-CRD.
           05 LINE 10 COLUMN 26 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 27 PIC X(40) USING WS-PRO-VIL.
           05 LINE 10 COLUMN 67 PIC X(01) FROM WS-CRD.
           05 LINE 11 COLUMN 03 VALUE "ID rep.     : ".
           05 LINE 11 COLUMN 18 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 19 PIC Z(10) USING WS-PRO-REP.
           05 LINE 11 COLUMN 29 PIC X(01) FROM WS-CRD.
           05 LINE 11 COLUMN 31 PIC X(20) FROM WS-NOM-REP.
           05 LINE 11 COLUMN 52 VALUE "Origine : ".
           05 LINE 11 COLUMN 62 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 63 PIC X(01) USING WS-PRO-SRC.
           05 LINE 11 COLUMN 64 PIC X(01) FROM WS-CRD.
           05 LINE 11 COLUMN 66 VALUE "S/V/T/R/W/A".
           05 LINE 12 COLUMN 03 VALUE "Kbis (O/N)  : ".
           05 LINE 12 COLUMN 18 PIC X(01) FROM WS-CRG.
           05 LINE 12 COLUMN 19 PIC X(01) USING WS-PRO-KBS.
           05 LINE 12 COLUMN 20 PIC X(01) FROM WS-CRD.
           05 LINE 12 COLUMN 26 VALUE "IBAN : ".
           05 LINE 12 COLUMN 33 PIC X(01) FROM WS-CRG.
           05 LINE 12 COLUMN 34 PIC X(34) USING WS-PRO-IBAN.
           05 LINE 12 COLUMN 68 PIC X(01) FROM WS-CRD.
           05 LINE 13 COLUMN 03 VALUE "RUM mandat  : ".
           05 LINE 13 COLUMN 18 PIC X(01) FROM WS-CRG.
           05 LINE 13 COLUMN 19 PIC X(35) USING WS-PRO-RUM.
           05 LINE 13 COLUMN 54 PIC X(01) FROM WS-CRD.
           05 LINE 13 COLUMN 56 VALUE "Signe le ".
           05 LINE 13 COLUMN 65 PIC X(01) FROM WS-CRG.
           05 LINE 13 COLUMN 66 PIC X(10) USING WS-PRO-DAT-SIG.
           05 LINE 13 COLUMN 76 PIC X(01) FROM WS-CRD.
           05 LINE 14 COLUMN 03 VALUE "Plafond dem.: ".
           05 LINE 14 COLUMN 18 PIC X(01) FROM WS-CRG.
           05 LINE 14 COLUMN 19 PIC Z(07)9.99 USING WS-PRO-PLF-DEM.
           05 LINE 14 COLUMN 30 PIC X(01) FROM WS-CRD.
           05 LINE 14 COLUMN 33 VALUE "Accorde : ".
           05 LINE 14 COLUMN 43 PIC X(01) FROM WS-CRG.
           05 LINE 14 COLUMN 44 PIC Z(07)9.99 USING WS-PRO-PLF-ACC.
           05 LINE 14 COLUMN 55 PIC X(01) FROM WS-CRD.
           05 LINE 14 COLUMN 57 PIC X(15) FROM WS-LIB-PLF.
           05 LINE 15 COLUMN 03 VALUE "Visite le   : ".
           05 LINE 15 COLUMN 18 PIC X(01) FROM WS-CRG.
           05 LINE 15 COLUMN 19 PIC X(10) USING WS-DAT-VIS.
           05 LINE 15 COLUMN 29 PIC X(01) FROM WS-CRD.
           05 LINE 15 COLUMN 31 VALUE "(AAAA-MM-JJ, vide = ce jour)".
           05 LINE 16 COLUMN 03 VALUE "Compte rendu: ".
           05 LINE 16 COLUMN 18 PIC X(01) FROM WS-CRG.
           05 LINE 16 COLUMN 19 PIC X(60) USING WS-CR-SAI.
           05 LINE 16 COLUMN 79 PIC X(01) FROM WS-CRD.
           05 LINE 20 COLUMN 03 PIC X(76) FROM WS-MSG.
           05 LINE 21 COLUMN 03 VALUE
               "1 Creer 2 Afficher 3 Modifier 4 Visite 5 Pieces 6 Demand
      -        "e plafond 7 Decision".
           05 LINE 22 COLUMN 03 VALUE
               "8 Perdu/relance 9 Convertir L Prospects du rep. P Plafon
      -        "ds en attente".
           05 LINE 23 COLUMN 30 VALUE "0 - Retour".
           05 LINE 23 COLUMN 40 PIC X(01) FROM WS-CRG.
           05 LINE 23 COLUMN 41 PIC X(01) USING WS-CHX-UTI.
           05 LINE 23 COLUMN 42 PIC X(01) FROM WS-CRD.

       PROCEDURE DIVISION.

           INITIALIZE WS-PRO.
           MOVE "N" TO WS-PRO-KBS.
           MOVE SPACES TO WS-NOM-REP.
           MOVE 0 TO WS-NBE-VIS.
           MOVE 0 TO WS-NBE-LST.
           MOVE SPACES TO WS-DAT-VIS.
           MOVE SPACES TO WS-CR-SAI.
           MOVE SPACES TO WS-MSG.
           MOVE SPACES TO WS-CHX-UTI.

           PERFORM 0800-LIB-DOS-DEB
              THRU 0800-LIB-DOS-FIN.

           PERFORM 0100-BCL-ECR-DEB
              THRU 0100-BCL-ECR-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************
       0100-BCL-ECR-DEB.

      * Affichage en boucle de l'écran tant que l'utilisateur ne rentre
      * pas 0 pour revenir au menu ; le dossier reste affiché d'un
      * tour à l'autre.
           PERFORM UNTIL WS-CHX-UTI = '0'

               DISPLAY S-FND-ECR
               DISPLAY S-ECR-PRO

               PERFORM 0900-AFF-BAS-DEB
                  THRU 0900-AFF-BAS-FIN

               MOVE SPACES TO WS-CHX-UTI
               ACCEPT S-ECR-PRO

               MOVE SPACES TO WS-MSG

               PERFORM 0300-EVA-CHX-UTI-DEB
                  THRU 0300-EVA-CHX-UTI-FIN

           END-PERFORM.
           EXIT.
       0100-BCL-ECR-FIN.

      *-----------------------------------------------------------------

       0300-EVA-CHX-UTI-DEB.

           EVALUATE WS-CHX-UTI

               WHEN '1'
                   PERFORM 0400-CRE-PRO-DEB
                      THRU 0400-CRE-PRO-FIN

               WHEN '2'
                   PERFORM 0450-LIR-PRO-DEB
                      THRU 0450-LIR-PRO-FIN

               WHEN '3'
                   MOVE 1 TO WS-ACT
                   PERFORM 0500-MAJ-PRO-DEB
                      THRU 0500-MAJ-PRO-FIN

               WHEN '4'
                   PERFORM 0550-AJU-VIS-DEB
                      THRU 0550-AJU-VIS-FIN

               WHEN '5'
                   MOVE 3 TO WS-ACT
                   PERFORM 0500-MAJ-PRO-DEB
                      THRU 0500-MAJ-PRO-FIN

               WHEN '6'
                   MOVE 4 TO WS-ACT
                   PERFORM 0500-MAJ-PRO-DEB
                      THRU 0500-MAJ-PRO-FIN

               WHEN '7'
                   MOVE 5 TO WS-ACT
                   PERFORM 0500-MAJ-PRO-DEB
                      THRU 0500-MAJ-PRO-FIN

      * Un prospect perdu est relancé (en cours), tout autre est
      * déclaré perdu.
               WHEN '8'
                   IF WS-PRO-STA-PER
                       MOVE 1 TO WS-PRO-STA
                   ELSE
                       MOVE 4 TO WS-PRO-STA
                   END-IF
                   MOVE 2 TO WS-ACT
                   PERFORM 0500-MAJ-PRO-DEB
                      THRU 0500-MAJ-PRO-FIN

               WHEN '9'
                   PERFORM 0600-CNV-PRO-DEB
                      THRU 0600-CNV-PRO-FIN

               WHEN 'L'
               WHEN 'l'
                   MOVE 2 TO WS-MOD-LST
                   PERFORM 0700-LST-PRO-DEB
                      THRU 0700-LST-PRO-FIN

               WHEN 'P'
               WHEN 'p'
                   MOVE 1 TO WS-MOD-LST
                   PERFORM 0700-LST-PRO-DEB
                      THRU 0700-LST-PRO-FIN

               WHEN '0'
                   CONTINUE

               WHEN OTHER
                   MOVE "Veuillez saisir une des options existantes"
                       TO WS-MSG

           END-EVALUATE.

       0300-EVA-CHX-UTI-FIN.

      *-----------------------------------------------------------------
      * Création d'un prospect à partir de la saisie.
       0400-CRE-PRO-DEB.

           CALL "ajupro"
               USING
               WS-PRO
               G-UTI-ID
               WS-PRO-AJU-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-PRO-AJU-RET-OK
                   MOVE WS-PRO-IDF TO WS-IDF-EDT
                   STRING "Prospect cree, ID " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-EDT) DELIMITED BY SIZE
                          INTO WS-MSG
                   END-STRING
                   PERFORM 0450-LIR-PRO-DEB
                      THRU 0450-LIR-PRO-FIN
               WHEN WS-PRO-AJU-RET-DUP
                   MOVE "Ce garage est deja client ou prospect ouvert"
                       TO WS-MSG
               WHEN WS-PRO-AJU-RET-FK-ERR
                   MOVE "Representant inconnu" TO WS-MSG
               WHEN WS-PRO-AJU-RET-ROL-ERR
                   MOVE WS-MSG-MAJ-ROL-ERR TO WS-MSG
               WHEN OTHER
                   MOVE "Renseigner garage, ville et origine (S/V/T/R/W/
      -                 "A)" TO WS-MSG
           END-EVALUATE.

       0400-CRE-PRO-FIN.

      *-----------------------------------------------------------------
      * Lecture du dossier saisi (ID prospect) et de ses visites.
       0450-LIR-PRO-DEB.

           MOVE WS-MAX-LIN TO WS-NBE-VIS.

           CALL "lirpro"
               USING
               WS-PRO
               WS-NOM-REP
               WS-TAB-VIS
               WS-NBE-VIS
               WS-LIR-RET
           END-CALL.

           SET WS-ZON-BAS-VIS TO TRUE.

           IF NOT WS-LIR-RET-OK
               MOVE 0 TO WS-NBE-VIS
               MOVE "Prospect introuvable" TO WS-MSG
           END-IF.

           PERFORM 0800-LIB-DOS-DEB
              THRU 0800-LIB-DOS-FIN.

       0450-LIR-PRO-FIN.

      *-----------------------------------------------------------------
      * Mise à jour du dossier par "majpro" (action WS-ACT), puis
      * relecture.
       0500-MAJ-PRO-DEB.

           IF WS-PRO-IDF = 0
               MOVE "Renseigner l'ID du prospect" TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           CALL "majpro"
               USING
               WS-ACT
               WS-PRO
               G-UTI-ID
               WS-MAJ-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-MAJ-RET-OK
                   PERFORM 0450-LIR-PRO-DEB
                      THRU 0450-LIR-PRO-FIN
                   MOVE WS-MSG-MAJ-OK TO WS-MSG
               WHEN WS-MAJ-RET-FK-ERR
                   MOVE "Prospect ou representant inconnu" TO WS-MSG
               WHEN WS-MAJ-RET-ROL-ERR
                   MOVE WS-MSG-MAJ-ROL-ERR TO WS-MSG
               WHEN OTHER
                   EVALUATE WS-ACT
                       WHEN 1
                           MOVE "Renseigner garage, ville et origine"
                               TO WS-MSG
                       WHEN 3
                           MOVE "Kbis O ou N ; RUM et date de signature 
      -                         "ensemble" TO WS-MSG
                       WHEN 4
                           MOVE "Saisir le plafond demande (prospect non
      -                         " perdu)" TO WS-MSG
                       WHEN 5
                           MOVE "Aucune demande de plafond en attente"
                               TO WS-MSG
                       WHEN OTHER
                           MOVE "Prospect deja converti ou requete en er
      -                         "reur" TO WS-MSG
                   END-EVALUATE
           END-EVALUATE.

       0500-MAJ-PRO-FIN.

      *-----------------------------------------------------------------
      * Compte rendu de visite.
       0550-AJU-VIS-DEB.

           IF WS-PRO-IDF = 0 OR WS-CR-SAI = SPACES
               MOVE "Renseigner l'ID du prospect et le compte rendu"
                   TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CR-SAI TO WS-CR-VIS.

           CALL "ajuvispro"
               USING
               WS-PRO-IDF
               WS-DAT-VIS
               WS-CR-VIS
               G-UTI-ID
               WS-VIS-AJU-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-VIS-AJU-RET-OK
                   MOVE SPACES TO WS-DAT-VIS
                   MOVE SPACES TO WS-CR-SAI
                   PERFORM 0450-LIR-PRO-DEB
                      THRU 0450-LIR-PRO-FIN
                   MOVE "Visite enregistree" TO WS-MSG
               WHEN WS-VIS-AJU-RET-FK-ERR
                   MOVE "Prospect introuvable" TO WS-MSG
               WHEN WS-VIS-AJU-RET-ROL-ERR
                   MOVE WS-MSG-MAJ-ROL-ERR TO WS-MSG
               WHEN OTHER
                   MOVE "Prospect deja converti ou date invalide"
                       TO WS-MSG
           END-EVALUATE.

       0550-AJU-VIS-FIN.

      *-----------------------------------------------------------------
      * Conversion en client. Un client similaire existant est
      * signalé ; un second appel sur le même prospect force la
      * création.
       0600-CNV-PRO-DEB.

           IF WS-PRO-IDF = 0
               MOVE "Renseigner l'ID du prospect" TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           IF WS-IDF-PRO-DUP = WS-PRO-IDF
               MOVE "O" TO WS-FRC-DUP
           ELSE
               MOVE "N" TO WS-FRC-DUP
           END-IF.
           MOVE 0 TO WS-IDF-PRO-DUP.

           CALL "cnvpro"
               USING
               WS-PRO-IDF
               WS-FRC-DUP
               G-UTI-ID
               WS-IDF-CLI
               WS-IDF-DUP
               WS-NOM-DUP
               WS-CNV-AJU-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-CNV-AJU-RET-OK
                   PERFORM 0450-LIR-PRO-DEB
                      THRU 0450-LIR-PRO-FIN
                   MOVE WS-IDF-CLI TO WS-IDF-EDT
                   STRING "Client cree, ID " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-EDT) DELIMITED BY SIZE
                          INTO WS-MSG
                   END-STRING
               WHEN WS-CNV-AJU-RET-DUP
                   MOVE WS-PRO-IDF TO WS-IDF-PRO-DUP
                   MOVE WS-IDF-DUP TO WS-IDF-EDT
                   STRING "Client similaire " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-EDT) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-NOM-DUP DELIMITED BY "  "
                          " : 9 pour creer quand meme" DELIMITED BY SIZE
                          INTO WS-MSG
                   END-STRING
               WHEN WS-CNV-AJU-RET-FK-ERR
                   MOVE "Prospect introuvable" TO WS-MSG
               WHEN WS-CNV-AJU-RET-ROL-ERR
                   MOVE WS-MSG-MAJ-ROL-ERR TO WS-MSG
               WHEN OTHER
                   MOVE "Dossier incomplet : Kbis, IBAN, mandat et plafo
      -                 "nd accorde requis" TO WS-MSG
           END-EVALUATE.

       0600-CNV-PRO-FIN.

      *-----------------------------------------------------------------
      * Liste en bas d'écran : plafonds en attente (mode 1) ou
      * prospects ouverts du représentant saisi (mode 2).
       0700-LST-PRO-DEB.

           MOVE WS-MAX-LIN TO WS-NBE-LST.

           CALL "lirlstpro"
               USING
               WS-MOD-LST
               WS-PRO-REP
               WS-TAB-LST
               WS-NBE-LST
               WS-NBR-TOT
               WS-LST-LIR-RET
           END-CALL.

           SET WS-ZON-BAS-LST TO TRUE.

           EVALUATE TRUE
               WHEN WS-LST-LIR-RET-OK
                   MOVE WS-NBR-TOT TO WS-NBR-EDT
                   STRING FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                          " prospect(s) dans la liste"
                              DELIMITED BY SIZE
                          INTO WS-MSG
                   END-STRING
               WHEN WS-LST-LIR-RET-VID
                   MOVE 0 TO WS-NBE-LST
                   MOVE "Liste vide" TO WS-MSG
               WHEN OTHER
                   MOVE 0 TO WS-NBE-LST
                   MOVE WS-MSG-MAJ-ERR TO WS-MSG
           END-EVALUATE.

       0700-LST-PRO-FIN.

      *-----------------------------------------------------------------
      * Libellés du statut et de la demande de plafond du dossier.
       0800-LIB-DOS-DEB.

           EVALUATE TRUE
               WHEN WS-PRO-IDF = 0
                   MOVE SPACES TO WS-LIB-STA
               WHEN WS-PRO-STA-NOU
                   MOVE "nouveau" TO WS-LIB-STA
               WHEN WS-PRO-STA-ENC
                   MOVE "en cours" TO WS-LIB-STA
               WHEN WS-PRO-STA-OUV
                   MOVE "ouverture demandee" TO WS-LIB-STA
               WHEN WS-PRO-STA-CNV
                   MOVE WS-PRO-CLI TO WS-IDF-EDT
                   STRING "client " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-EDT) DELIMITED BY SIZE
                          INTO WS-LIB-STA
                   END-STRING
               WHEN OTHER
                   MOVE "perdu" TO WS-LIB-STA
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-PRO-PLF-DMD
                   MOVE "en attente" TO WS-LIB-PLF
               WHEN WS-PRO-PLF-ACD
                   MOVE "accorde" TO WS-LIB-PLF
               WHEN WS-PRO-PLF-REF
                   MOVE "refuse" TO WS-LIB-PLF
               WHEN OTHER
                   MOVE SPACES TO WS-LIB-PLF
           END-EVALUATE.

       0800-LIB-DOS-FIN.

      *-----------------------------------------------------------------
      * Bas de l'écran : dernières visites du dossier, ou liste.
       0900-AFF-BAS-DEB.

           MOVE 17 TO WS-LIN-IDX.

           IF WS-ZON-BAS-LST
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-NBE-LST
                   MOVE WS-LST-IDF(WS-IDX) TO WS-LIN-LST-IDF
                   MOVE WS-LST-NOM(WS-IDX) TO WS-LIN-LST-NOM
                   MOVE WS-LST-VIL(WS-IDX) TO WS-LIN-LST-VIL
                   MOVE WS-LST-PLF-DEM(WS-IDX) TO WS-LIN-LST-PLF
                   DISPLAY WS-LIN-LST AT LINE WS-LIN-IDX COLUMN 3
                   ADD 1 TO WS-LIN-IDX
               END-PERFORM
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-NBE-VIS
                   MOVE WS-VIS-DAT(WS-IDX) TO WS-LIN-VIS-DAT
                   MOVE WS-VIS-CR(WS-IDX) TO WS-LIN-VIS-CR
                   DISPLAY WS-LIN-VIS AT LINE WS-LIN-IDX COLUMN 3
                   ADD 1 TO WS-LIN-IDX
               END-PERFORM
           END-IF.

       0900-AFF-BAS-FIN.
