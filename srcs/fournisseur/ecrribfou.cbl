      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Écran des coordonnées bancaires d'un fournisseur, en double    *
      * contrôle : pour le fournisseur saisi, affiche le RIB actuel    *
      * (et la date de son dernier changement) puis les 5 derniers     *
      * changements, le plus récent en premier (via "lirribfou") ;     *
      * action D = demander le changement vers le nouvel IBAN/BIC      *
      * saisi ("majribfou", la demande reste en attente), C =          *
      * confirmer la demande en attente après rappel du fournisseur à  *
      * un numéro connu, note de rappel obligatoire, par un autre      *
      * utilisateur que le demandeur, R = rejeter la demande en        *
      * attente ("cnfribfou", après confirmation à l'écran). Même      *
      * ossature que "ecrrle".                                         *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; RIB=RELEVE D'IDENTITE BANCAIRE; FOU=FOURNISSEUR;    *
      * CRIB=CHANGEMENT DE RIB; ACT=ACTUEL/ACTION; STT=STATUT;         *
      * BIC=CODE BANQUE; UTI=UTILISATEUR; DEM=DEMANDE;                 *
      * CNF=CONFIRMATION; DAT=DATE; NOT=NOTE; RPL=RAPPEL; NTT=ENTETE;  *
      * LIN=LIGNE; UND=UNDERSCORE; IDX=INDEX; CHX=CHOIX;               *
      * CFM=CONFIRMATION ECRAN; BCL=BOUCLE; AFF=AFFICHAGE;             *
      * CND=CONDITION; ERR=ERREUR; SUC=SUCCES; ANL=ANNULATION;         *
      * SAI=SAISIE; TYP=TYPE.                                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrribfou.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * RIB actuel et derniers changements (via "lirribfou").
       01 WS-RIB-ACT.
           05 WS-ACT-IBAN        PIC X(34).
           05 WS-ACT-BIC         PIC X(11).
           05 WS-ACT-DAT         PIC X(10).

       01 WS-TAB-CRIB.
           05 WS-CRIB            OCCURS 5 TIMES.
               10 WS-CRIB-STT    PIC 9(01).
               10 WS-CRIB-IBAN   PIC X(34).
               10 WS-CRIB-BIC    PIC X(11).
               10 WS-CRIB-UTI-DEM PIC 9(10).
               10 WS-CRIB-DAT-DEM PIC X(10).
               10 WS-CRIB-UTI-CNF PIC 9(10).
               10 WS-CRIB-DAT-CNF PIC X(10).
               10 WS-CRIB-NOT    PIC X(40).

       01 WS-UND-LIN             PIC X(78) VALUE ALL "_".

       01 WS-ACT-LIN.
           05 FILLER             PIC X(13) VALUE "RIB actuel : ".
           05 WS-ACT-LIN-IBAN    PIC X(34).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-ACT-LIN-BIC     PIC X(11).
           05 FILLER             PIC X(08) VALUE " depuis ".
           05 WS-ACT-LIN-DAT     PIC X(10).

       01 WS-NTT-LIN.
           05 FILLER             PIC X(10) VALUE "  Statut  ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(10) VALUE "Demande le".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(10) VALUE "  Par (ID)".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(10) VALUE "Traite le ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(10) VALUE "  Par (ID)".

       01 WS-NTT-LIN-2.
           05 FILLER             PIC X(35) VALUE "Nouvel IBAN".
           05 FILLER             PIC X(12) VALUE "BIC".
           05 FILLER             PIC X(31) VALUE "Note de rappel".

       01 WS-CRIB-LIN.
           05 WS-CRIB-LIN-STT    PIC X(10).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-CRIB-LIN-DAT-DEM PIC X(10).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-CRIB-LIN-UTI-DEM PIC Z(09)9(01).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-CRIB-LIN-DAT-CNF PIC X(10).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-CRIB-LIN-UTI-CNF PIC Z(09)9(01).

       01 WS-CRIB-LIN-2.
           05 WS-CRIB-LIN-IBAN   PIC X(34).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-CRIB-LIN-BIC    PIC X(11).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-CRIB-LIN-NOT    PIC X(31).

       77 WS-MAX-LIN             PIC 9(02) VALUE 5.
       77 WS-QTT-LIN             PIC 9(02).
       77 WS-LIN-IDX             PIC 9(02).
       77 WS-IDX                 PIC 9(02).

       01 WS-IDF-FOU             PIC 9(10).
       01 WS-IBAN-SAI            PIC X(34).
       01 WS-BIC-SAI             PIC X(11).
       01 WS-NOT-SAI             PIC X(40).

       01 WS-CHX                 PIC X(01) VALUE SPACE.
           88 WS-CHX-VID                  VALUE " ".
           88 WS-CHX-DEM                  VALUE "D", "d".
           88 WS-CHX-CNF                  VALUE "C", "c".
           88 WS-CHX-REJ                  VALUE "R", "r".

      * Action transmise à "cnfribfou" (1 confirmation, 2 rejet).
       01 WS-TYP-ACT             PIC 9(01).

      * Confirmation à l'écran (même idiome que "ecrrle").
       01 WS-CHX-CFM             PIC X(01).
           88 WS-CHX-CFM-OUI              VALUE "1".

       01 WS-VID                 PIC X(76) VALUE SPACES.

       01 WS-ETT-BCL             PIC 9(01).
           88 WS-ETT-BCL-ENC              VALUE 1.
           88 WS-ETT-BCL-FIN              VALUE 2.

       01 WS-MNU-2               PIC 9(01).
           88 WS-MNU-2-INV                VALUE 1.
           88 WS-MNU-2-VIS                VALUE 2.

       01 WS-ERR-IDT             PIC X(76) VALUE
           "L'identifiant du fournisseur est obligatoire".

       01 WS-ERR-VID             PIC X(76) VALUE
           "Fournisseur inconnu".

       01 WS-ERR-RIB             PIC X(76) VALUE
           "Renseigner un IBAN et un BIC differents du RIB actuel".

       01 WS-ERR-ATT             PIC X(76) VALUE
           "Changement deja en attente : le confirmer ou le rejeter".

       01 WS-ERR-NOT             PIC X(76) VALUE
           "La note de rappel (personne et numero appeles) est requise".

       01 WS-ERR-AUC             PIC X(76) VALUE
           "Aucun changement de RIB en attente pour ce fournisseur".

       01 WS-ERR-DEM             PIC X(76) VALUE
           "Le demandeur ne peut pas confirmer son propre changement".

       01 WS-ERR-ANL             PIC X(76) VALUE
           "Action annulee".

       01 WS-SUC-DEM             PIC X(76) VALUE
           "En attente : a confirmer par un autre utilisateur".

       01 WS-SUC-CNF             PIC X(76) VALUE
           "Changement confirme : virements bloques pendant le delai".

       01 WS-SUC-REJ             PIC X(76) VALUE
           "Changement rejete, le RIB actuel est conserve".

       01 WS-ERR-SQL             PIC X(76) VALUE
           "Une erreur est survenue durant la requete".

       COPY lirret REPLACING ==:PREFIX:== BY ==WS==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS==.
       COPY majretmsg REPLACING ==:PREFIX:== BY ==WS==.

       COPY ctxerr.

       COPY utiglb.

       LINKAGE SECTION.
      * Fournisseur proposé par l'écran appelant (0 = à saisir).
       01 LK-IDF-FOU             PIC 9(10).

       SCREEN SECTION.
       COPY ecrprn.
       01 S-MNU-RIB.
           COPY ecrutlin.
           05 LINE 06 COL 03 VALUE
               "Coordonnees bancaires du fournisseur - ID : [".
           05 LINE 06 COL 48 PIC Z(10) USING WS-IDF-FOU AUTO.
           05 LINE 06 COL 58 VALUE "]".
           05 LINE 08 COL 02 FROM WS-UND-LIN.
           05 LINE 10 COL 02 FROM WS-NTT-LIN.
           05 LINE 11 COL 02 FROM WS-NTT-LIN-2.
           05 LINE 22.
               10 COL 03 VALUE "Action [".
               10 COL 11 PIC X(01) USING WS-CHX.
               10 COL 12 VALUE "]".
               10 COL 14 VALUE "IBAN [".
               10 COL 20 PIC X(34) USING WS-IBAN-SAI.
               10 COL 54 VALUE "]".
               10 COL 56 VALUE "BIC [".
               10 COL 61 PIC X(11) USING WS-BIC-SAI.
               10 COL 72 VALUE "]".
           05 LINE 23.
               10 COL 03 VALUE "Note de rappel [".
               10 COL 19 PIC X(40) USING WS-NOT-SAI.
               10 COL 59 VALUE "]".
           05 LINE 24 COL 03 VALUE
               "vide=afficher  D=demander  C=confirmer (rappel fait)  "
               & "R=rejeter  autre=retour".

       01 S-MSG-ERR.
           05 LINE 07 COLUMN 03 FROM WS-MSG-ERR.

       PROCEDURE DIVISION USING LK-IDF-FOU.

           MOVE LK-IDF-FOU TO WS-IDF-FOU.

           PERFORM 0050-BCL-DEB
              THRU 0050-BCL-FIN.

           EXIT PROGRAM.

      ******************************************************************

       0050-BCL-DEB.
           SET WS-ETT-BCL-ENC TO TRUE.
           SET WS-MNU-2-INV TO TRUE.

           IF WS-IDF-FOU NOT = 0
               PERFORM 0100-APL-LEC-RIB-DEB
                  THRU 0100-APL-LEC-RIB-FIN
           END-IF.

           PERFORM UNTIL WS-ETT-BCL-FIN
               DISPLAY S-FND-ECR

               PERFORM 0500-AFF-ERR-CND-DEB
                  THRU 0500-AFF-ERR-CND-FIN

               PERFORM 0400-AFF-MNU-2-CND-DEB
                  THRU 0400-AFF-MNU-2-CND-FIN

               ACCEPT S-MNU-RIB

               EVALUATE TRUE
                   WHEN WS-CHX-VID
                       PERFORM 0100-APL-LEC-RIB-DEB
                          THRU 0100-APL-LEC-RIB-FIN
                   WHEN WS-CHX-DEM
                       PERFORM 0200-APL-DEM-RIB-DEB
                          THRU 0200-APL-DEM-RIB-FIN
                   WHEN WS-CHX-CNF
                       MOVE 1 TO WS-TYP-ACT
                       PERFORM 0250-APL-CNF-RIB-DEB
                          THRU 0250-APL-CNF-RIB-FIN
                   WHEN WS-CHX-REJ
                       MOVE 2 TO WS-TYP-ACT
                       PERFORM 0250-APL-CNF-RIB-DEB
                          THRU 0250-APL-CNF-RIB-FIN
                   WHEN OTHER
                       SET WS-ETT-BCL-FIN TO TRUE
               END-EVALUATE
               MOVE SPACE  TO WS-CHX
           END-PERFORM.
       0050-BCL-FIN.

      *-----------------------------------------------------------------
      * Lecture du RIB et des derniers changements du fournisseur.
       0100-APL-LEC-RIB-DEB.
           IF WS-IDF-FOU = 0
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-IDT TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-MAX-LIN TO WS-QTT-LIN.

           CALL "lirribfou"
               USING
               WS-IDF-FOU
               WS-RIB-ACT
               WS-TAB-CRIB
               WS-QTT-LIN
               WS-LIR-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-LIR-RET-OK
                   SET WS-MNU-2-VIS TO TRUE
               WHEN WS-LIR-RET-VID
                   SET WS-CTX-AFF-ERR TO TRUE
                   MOVE WS-ERR-VID TO WS-MSG-ERR
               WHEN OTHER
                   SET WS-CTX-AFF-ERR TO TRUE
                   MOVE WS-ERR-SQL TO WS-MSG-ERR
           END-EVALUATE.
       0100-APL-LEC-RIB-FIN.

      *-----------------------------------------------------------------
      * Demande de changement vers le RIB saisi (mis en attente).
       0200-APL-DEM-RIB-DEB.
           SET WS-CTX-AFF-ERR TO TRUE.

           IF WS-IDF-FOU = 0
               MOVE WS-ERR-IDT TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           CALL "majribfou"
               USING
               WS-IDF-FOU
               WS-IBAN-SAI
               WS-BIC-SAI
               G-UTI-ID
               WS-MAJ-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-MAJ-RET-OK
                   PERFORM 0100-APL-LEC-RIB-DEB
                      THRU 0100-APL-LEC-RIB-FIN
                   SET WS-CTX-AFF-ERR TO TRUE
                   MOVE WS-SUC-DEM TO WS-MSG-ERR
                   MOVE SPACES TO WS-IBAN-SAI
                   MOVE SPACES TO WS-BIC-SAI
               WHEN WS-MAJ-RET-FK-ERR
                   MOVE WS-ERR-VID TO WS-MSG-ERR
               WHEN WS-MAJ-RET-CNC
                   MOVE WS-ERR-ATT TO WS-MSG-ERR
               WHEN WS-MAJ-RET-ROL-ERR
                   MOVE WS-MSG-MAJ-ROL-ERR TO WS-MSG-ERR
               WHEN OTHER
                   MOVE WS-ERR-RIB TO WS-MSG-ERR
           END-EVALUATE.
       0200-APL-DEM-RIB-FIN.

      *-----------------------------------------------------------------
      * Confirmation (après rappel) ou rejet de la demande en attente,
      * après confirmation à l'écran.
       0250-APL-CNF-RIB-DEB.
           SET WS-CTX-AFF-ERR TO TRUE.

           IF WS-IDF-FOU = 0
               MOVE WS-ERR-IDT TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           IF WS-TYP-ACT = 1 AND WS-NOT-SAI = SPACES
               MOVE WS-ERR-NOT TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0300-CFM-ACT-DEB
              THRU 0300-CFM-ACT-FIN.

           IF NOT WS-CHX-CFM-OUI
               MOVE WS-ERR-ANL TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           CALL "cnfribfou"
               USING
               WS-IDF-FOU
               WS-TYP-ACT
               WS-NOT-SAI
               G-UTI-ID
               WS-MAJ-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-MAJ-RET-OK
                   PERFORM 0100-APL-LEC-RIB-DEB
                      THRU 0100-APL-LEC-RIB-FIN
                   SET WS-CTX-AFF-ERR TO TRUE
                   IF WS-TYP-ACT = 1
                       MOVE WS-SUC-CNF TO WS-MSG-ERR
                   ELSE
                       MOVE WS-SUC-REJ TO WS-MSG-ERR
                   END-IF
                   MOVE SPACES TO WS-NOT-SAI
               WHEN WS-MAJ-RET-FK-ERR
                   MOVE WS-ERR-AUC TO WS-MSG-ERR
               WHEN WS-MAJ-RET-CNC
                   MOVE WS-ERR-DEM TO WS-MSG-ERR
               WHEN WS-MAJ-RET-ROL-ERR
                   MOVE WS-MSG-MAJ-ROL-ERR TO WS-MSG-ERR
               WHEN OTHER
                   MOVE WS-MSG-MAJ-ERR TO WS-MSG-ERR
           END-EVALUATE.
       0250-APL-CNF-RIB-FIN.

      *-----------------------------------------------------------------
       0300-CFM-ACT-DEB.
           MOVE SPACE TO WS-CHX-CFM.

           IF WS-TYP-ACT = 1
               DISPLAY "Le nouveau RIB en attente remplacera l'actuel."
                   AT LINE 22 COL 03
           ELSE
               DISPLAY "Le changement de RIB en attente sera rejete."
                   AT LINE 22 COL 03
           END-IF.
           DISPLAY "Confirmer ?  1 - Oui    2 - Non" AT LINE 23 COL 03.
           ACCEPT WS-CHX-CFM AT LINE 23 COL 36.

           DISPLAY WS-VID AT LINE 22 COL 03.
           DISPLAY WS-VID AT LINE 23 COL 03.
       0300-CFM-ACT-FIN.

      *-----------------------------------------------------------------
      * RIB actuel puis deux lignes par changement : statut, demande
      * et traitement, puis le RIB demandé et la note de rappel.
       0350-AFF-RIB-DEB.
           MOVE WS-ACT-IBAN TO WS-ACT-LIN-IBAN.
           MOVE WS-ACT-BIC  TO WS-ACT-LIN-BIC.
           MOVE WS-ACT-DAT  TO WS-ACT-LIN-DAT.
           DISPLAY WS-ACT-LIN AT LINE 09 COLUMN 2.

           MOVE 12 TO WS-LIN-IDX.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTT-LIN

               EVALUATE WS-CRIB-STT(WS-IDX)
                   WHEN 0
                       MOVE "EN ATTENTE" TO WS-CRIB-LIN-STT
                   WHEN 1
                       MOVE "Confirme"   TO WS-CRIB-LIN-STT
                   WHEN OTHER
                       MOVE "Rejete"     TO WS-CRIB-LIN-STT
               END-EVALUATE
               MOVE WS-CRIB-DAT-DEM(WS-IDX) TO WS-CRIB-LIN-DAT-DEM
               MOVE WS-CRIB-UTI-DEM(WS-IDX) TO WS-CRIB-LIN-UTI-DEM
               MOVE WS-CRIB-DAT-CNF(WS-IDX) TO WS-CRIB-LIN-DAT-CNF
               MOVE WS-CRIB-UTI-CNF(WS-IDX) TO WS-CRIB-LIN-UTI-CNF
               MOVE WS-CRIB-IBAN(WS-IDX)    TO WS-CRIB-LIN-IBAN
               MOVE WS-CRIB-BIC(WS-IDX)     TO WS-CRIB-LIN-BIC
               MOVE WS-CRIB-NOT(WS-IDX)     TO WS-CRIB-LIN-NOT

               DISPLAY WS-CRIB-LIN AT LINE WS-LIN-IDX COLUMN 2
               ADD 1 TO WS-LIN-IDX
               DISPLAY WS-CRIB-LIN-2 AT LINE WS-LIN-IDX COLUMN 2
               ADD 1 TO WS-LIN-IDX
           END-PERFORM.
       0350-AFF-RIB-FIN.

      *-----------------------------------------------------------------
       0400-AFF-MNU-2-CND-DEB.
           IF WS-MNU-2-VIS THEN
               PERFORM 0350-AFF-RIB-DEB
                  THRU 0350-AFF-RIB-FIN
           END-IF.
       0400-AFF-MNU-2-CND-FIN.

      *-----------------------------------------------------------------
       0500-AFF-ERR-CND-DEB.
           IF WS-CTX-AFF-ERR THEN
               DISPLAY S-MSG-ERR
               SET WS-CTX-OK TO TRUE
           END-IF.
       0500-AFF-ERR-CND-FIN.
