      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Ecran d'administration des comptes utilisateurs : liste les    *
      * comptes (nom, rôle, verrou en cours, date de désactivation, via*
      * "liruti", à partir de l'identifiant saisi), change le rôle d'un*
      * compte (action R), réinitialise un mot de passe oublié avec un *
      * mot de passe provisoire (action M), lève le verrou d'un compte *
      * avant son échéance (action D, via "majses"), désactive le      *
      * compte d'un départ sans supprimer la ligne (action X) et       *
      * réactive un compte (action A), via "majuti". L'octroi du rôle  *
      * ADMIN et la désactivation demandent une confirmation.          *
      * Accessible depuis le menu administrateur "ecradm".             *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; GES=GESTION; UTI=UTILISATEUR; IDF=IDENTIFIANT;      *
      * NOM=NOM; RLE=ROLE; VRR=VERROU; DSA=DESACTIVER; RCT=REACTIVER;  *
      * MDP=MOT DE PASSE; DVR=DEVERROUILLER; CHX=CHOIX; CFM=CONFIRMER; *
      * SAI=SAISIE; VAL=VALEUR; BCL=BOUCLE; AFF=AFFICHAGE; LIN=LIGNE;  *
      * IDX=INDEX; NTT=ENTETE; UND=UNDERSCORE; CND=CONDITION;          *
      * ERR=ERREUR; SUC=SUCCES; PRP=PROPRE; VID=VIDE.                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrgesuti.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Table des comptes (via "liruti").
       01 WS-TAB-UTI.
           05 WS-UTI             OCCURS 10 TIMES.
               10 WS-UTI-IDF     PIC 9(10).
               10 WS-UTI-NOM     PIC X(20).
               10 WS-UTI-RLE     PIC X(14).
               10 WS-UTI-VRR     PIC X(16).
               10 WS-UTI-DSA     PIC X(10).

       01 WS-UND-LIN             PIC X(78) VALUE ALL "_".

       01 WS-NTT-LIN.
           05 FILLER             PIC X(08) VALUE "  Compte".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(20) VALUE "        Nom         ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(14) VALUE "     Role     ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(16) VALUE "Verrou jusqu'a  ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(10) VALUE "Desactive ".

       01 WS-UTI-LIN.
           05 WS-UTI-LIN-IDF     PIC Z(07)9(01).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-UTI-LIN-NOM     PIC X(20).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-UTI-LIN-RLE     PIC X(14).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-UTI-LIN-VRR     PIC X(16).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-UTI-LIN-DSA     PIC X(10).

       77 WS-MAX-LIN             PIC 9(02) VALUE 10.
       77 WS-QTT-LIN             PIC 9(02).
       77 WS-LIN-IDX             PIC 9(02).
       77 WS-IDX                 PIC 9(02).

       01 WS-CHX                 PIC X(01) VALUE SPACE.
           88 WS-CHX-VID                  VALUE " ".
           88 WS-CHX-RLE                  VALUE "R", "r".
           88 WS-CHX-MDP                  VALUE "M", "m".
           88 WS-CHX-DVR                  VALUE "D", "d".
           88 WS-CHX-DSA                  VALUE "X", "x".
           88 WS-CHX-RCT                  VALUE "A", "a".

       01 WS-IDF-SAI             PIC 9(10).
       01 WS-VAL-SAI             PIC X(20).

      * Action transmise à "majuti" (1 rôle, 2 mot de passe,
      * 3 désactivation, 4 réactivation) ou à "majses" (2 verrou).
       01 WS-TYP-ACT             PIC 9(01).

      * Confirmation de l'octroi du rôle ADMIN ou d'une désactivation
      * (même idiome que "ecrajuti").
       01 WS-CHX-CFM             PIC X(01).
           88 WS-CHX-CFM-OUI              VALUE "1".

       01 WS-VID                 PIC X(76) VALUE SPACES.

       01 WS-ETT-BCL             PIC 9(01).
           88 WS-ETT-BCL-ENC              VALUE 1.
           88 WS-ETT-BCL-FIN              VALUE 2.

       01 WS-MNU-2               PIC 9(01).
           88 WS-MNU-2-INV                VALUE 1.
           88 WS-MNU-2-VIS                VALUE 2.

       01 WS-ERR-VID             PIC X(76) VALUE
           "Aucun compte a partir de cet identifiant".

       01 WS-ERR-IDT             PIC X(76) VALUE
           "L'identifiant est obligatoire pour cette action".

       01 WS-ERR-VAL             PIC X(76) VALUE
           "La valeur (role ou mot de passe provisoire) est requise".

       01 WS-ERR-RLE             PIC X(76) VALUE
           "Role inconnu (predefini ou cree dans Roles et droits)".

       01 WS-ERR-MDP             PIC X(76) VALUE
           "Mot de passe non conforme (longueur, majuscule, chiffre)".

       01 WS-ERR-PRP             PIC X(76) VALUE
           "Action impossible sur votre propre compte".

       01 WS-ERR-ANL             PIC X(76) VALUE
           "Action annulee".

       01 WS-SUC-RLE             PIC X(76) VALUE
           "Role du compte modifie".

       01 WS-SUC-MDP             PIC X(76) VALUE
           "Mot de passe provisoire, a changer a la connexion".

       01 WS-SUC-DVR             PIC X(76) VALUE
           "Verrou du compte leve".

       01 WS-SUC-DSA             PIC X(76) VALUE
           "Compte desactive, ses sessions seront deconnectees".

       01 WS-SUC-RCT             PIC X(76) VALUE
           "Compte reactive".

       01 WS-ERR-SQL             PIC X(76) VALUE
           "Une erreur est survenue durant la requete".

       COPY lirret REPLACING ==:PREFIX:== BY ==WS==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS==.
       COPY majretmsg REPLACING ==:PREFIX:== BY ==WS==.

       COPY ctxerr.

       COPY utiglb.

       SCREEN SECTION.
       COPY ecrprn.
       01 S-MNU-UTI.
           COPY ecrutlin.
           05 LINE 06 COL 03 VALUE "Comptes utilisateurs".
           05 LINE 08 COL 02 FROM WS-UND-LIN.
           05 LINE 09 COL 02 FROM WS-NTT-LIN.
           05 LINE 10 COL 02 FROM WS-UND-LIN.
           05 LINE 21 COL 02 FROM WS-UND-LIN.
           05 LINE 22.
               10 COL 03 VALUE "Action [".
               10 COL 11 PIC X(01) USING WS-CHX.
               10 COL 12 VALUE "]".
               10 COL 14 VALUE "Id [".
               10 COL 18 PIC Z(10) USING WS-IDF-SAI.
               10 COL 28 VALUE "]".
               10 COL 30 VALUE "Valeur [".
               10 COL 38 PIC X(20) USING WS-VAL-SAI.
               10 COL 58 VALUE "]".
           05 LINE 23 COL 03 VALUE
               "vide=lister a partir de l'Id  R=role  M=mot de passe "
               & "provisoire".
           05 LINE 24 COL 03 VALUE
               "D=deverrouiller  X=desactiver  A=reactiver  "
               & "autre=retour".

       01 S-MSG-ERR.
           05 LINE 07 COLUMN 03 FROM WS-MSG-ERR.

       PROCEDURE DIVISION.

           PERFORM 0050-BCL-DEB
              THRU 0050-BCL-FIN.

           EXIT PROGRAM.

      ******************************************************************

       0050-BCL-DEB.
           SET WS-ETT-BCL-ENC TO TRUE.
           SET WS-MNU-2-INV TO TRUE.
           PERFORM UNTIL WS-ETT-BCL-FIN
               DISPLAY S-FND-ECR

               PERFORM 0500-AFF-ERR-CND-DEB
                  THRU 0500-AFF-ERR-CND-FIN

               PERFORM 0400-AFF-MNU-2-CND-DEB
                  THRU 0400-AFF-MNU-2-CND-FIN

               ACCEPT S-MNU-UTI
               EVALUATE TRUE
                   WHEN WS-CHX-VID
                       PERFORM 0100-APL-LEC-UTI-DEB
                          THRU 0100-APL-LEC-UTI-FIN
                   WHEN WS-CHX-RLE
                       MOVE 1 TO WS-TYP-ACT
                       PERFORM 0200-APL-ACT-UTI-DEB
                          THRU 0200-APL-ACT-UTI-FIN
                   WHEN WS-CHX-MDP
                       MOVE 2 TO WS-TYP-ACT
                       PERFORM 0200-APL-ACT-UTI-DEB
                          THRU 0200-APL-ACT-UTI-FIN
                   WHEN WS-CHX-DSA
                       MOVE 3 TO WS-TYP-ACT
                       PERFORM 0200-APL-ACT-UTI-DEB
                          THRU 0200-APL-ACT-UTI-FIN
                   WHEN WS-CHX-RCT
                       MOVE 4 TO WS-TYP-ACT
                       PERFORM 0200-APL-ACT-UTI-DEB
                          THRU 0200-APL-ACT-UTI-FIN
                   WHEN WS-CHX-DVR
                       PERFORM 0250-APL-DVR-UTI-DEB
                          THRU 0250-APL-DVR-UTI-FIN
                   WHEN OTHER
                       SET WS-ETT-BCL-FIN TO TRUE
               END-EVALUATE
               MOVE SPACE  TO WS-CHX
               MOVE SPACES TO WS-VAL-SAI
           END-PERFORM.
       0050-BCL-FIN.

      *-----------------------------------------------------------------
      * Liste des comptes à partir de l'identifiant saisi (0 = depuis
      * le premier compte).
       0100-APL-LEC-UTI-DEB.
           MOVE WS-MAX-LIN TO WS-QTT-LIN.

           CALL "liruti"
               USING
               WS-IDF-SAI
               WS-TAB-UTI
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
       0100-APL-LEC-UTI-FIN.

      *-----------------------------------------------------------------
      * Actions portées par "majuti", après contrôle des saisies et,
      * pour l'octroi du rôle ADMIN ou une désactivation, confirmation.
       0200-APL-ACT-UTI-DEB.
           SET WS-CTX-AFF-ERR TO TRUE.

           IF WS-IDF-SAI = 0
               MOVE WS-ERR-IDT TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           IF WS-IDF-SAI = G-UTI-ID
                   AND (WS-TYP-ACT = 1 OR WS-TYP-ACT = 3)
               MOVE WS-ERR-PRP TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           IF WS-VAL-SAI = SPACES
                   AND (WS-TYP-ACT = 1 OR WS-TYP-ACT = 2)
               MOVE WS-ERR-VAL TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           IF WS-TYP-ACT = 3
                   OR (WS-TYP-ACT = 1
                       AND FUNCTION UPPER-CASE (WS-VAL-SAI) = "ADMIN")
               PERFORM 0300-CFM-ACT-DEB
                  THRU 0300-CFM-ACT-FIN
               IF NOT WS-CHX-CFM-OUI
                   MOVE WS-ERR-ANL TO WS-MSG-ERR
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           CALL "majuti"
               USING
               WS-TYP-ACT
               WS-IDF-SAI
               WS-VAL-SAI
               WS-MAJ-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-MAJ-RET-OK
                   PERFORM 0100-APL-LEC-UTI-DEB
                      THRU 0100-APL-LEC-UTI-FIN
                   SET WS-CTX-AFF-ERR TO TRUE
                   EVALUATE WS-TYP-ACT
                       WHEN 1
                           MOVE WS-SUC-RLE TO WS-MSG-ERR
                       WHEN 2
                           MOVE WS-SUC-MDP TO WS-MSG-ERR
                       WHEN 3
                           MOVE WS-SUC-DSA TO WS-MSG-ERR
                       WHEN 4
                           MOVE WS-SUC-RCT TO WS-MSG-ERR
                   END-EVALUATE
               WHEN WS-MAJ-RET-FK-ERR AND WS-TYP-ACT = 2
                   MOVE WS-ERR-MDP TO WS-MSG-ERR
               WHEN WS-MAJ-RET-FK-ERR
                   MOVE WS-ERR-RLE TO WS-MSG-ERR
               WHEN WS-MAJ-RET-ROL-ERR
                   MOVE WS-MSG-MAJ-ROL-ERR TO WS-MSG-ERR
               WHEN OTHER
                   MOVE WS-MSG-MAJ-ERR TO WS-MSG-ERR
           END-EVALUATE.
       0200-APL-ACT-UTI-FIN.

      *-----------------------------------------------------------------
      * Levée anticipée d'un verrou : même action que depuis l'écran
      * des sessions ("majses", action 2).
       0250-APL-DVR-UTI-DEB.
           SET WS-CTX-AFF-ERR TO TRUE.

           IF WS-IDF-SAI = 0
               MOVE WS-ERR-IDT TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           MOVE 2 TO WS-TYP-ACT.

           CALL "majses"
               USING
               WS-TYP-ACT
               WS-IDF-SAI
               WS-MAJ-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-MAJ-RET-OK
                   PERFORM 0100-APL-LEC-UTI-DEB
                      THRU 0100-APL-LEC-UTI-FIN
                   SET WS-CTX-AFF-ERR TO TRUE
                   MOVE WS-SUC-DVR TO WS-MSG-ERR
               WHEN WS-MAJ-RET-ROL-ERR
                   MOVE WS-MSG-MAJ-ROL-ERR TO WS-MSG-ERR
               WHEN OTHER
                   MOVE WS-MSG-MAJ-ERR TO WS-MSG-ERR
           END-EVALUATE.
       0250-APL-DVR-UTI-FIN.

      *-----------------------------------------------------------------
       0300-CFM-ACT-DEB.
           MOVE SPACE TO WS-CHX-CFM.

           IF WS-TYP-ACT = 3
               DISPLAY "Ce compte ne pourra plus se connecter."
               AT LINE 22 COL 03
           ELSE
               DISPLAY "Ce compte recevra le role ADMIN."
               AT LINE 22 COL 03
           END-IF.
           DISPLAY "Confirmer ?  1 - Oui    2 - Non" AT LINE 23 COL 03.
           ACCEPT WS-CHX-CFM AT LINE 23 COL 36.

           DISPLAY WS-VID AT LINE 22 COL 03.
           DISPLAY WS-VID AT LINE 23 COL 03.
       0300-CFM-ACT-FIN.

      *-----------------------------------------------------------------
       0350-AFF-UTI-DEB.
           MOVE 11 TO WS-LIN-IDX.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTT-LIN

               MOVE WS-UTI-IDF(WS-IDX) TO WS-UTI-LIN-IDF
               MOVE WS-UTI-NOM(WS-IDX) TO WS-UTI-LIN-NOM
               MOVE WS-UTI-RLE(WS-IDX) TO WS-UTI-LIN-RLE
               MOVE WS-UTI-VRR(WS-IDX) TO WS-UTI-LIN-VRR
               MOVE WS-UTI-DSA(WS-IDX) TO WS-UTI-LIN-DSA

               DISPLAY WS-UTI-LIN AT LINE WS-LIN-IDX COLUMN 2
               ADD 1 TO WS-LIN-IDX
           END-PERFORM.
       0350-AFF-UTI-FIN.

      *-----------------------------------------------------------------
       0400-AFF-MNU-2-CND-DEB.
           IF WS-MNU-2-VIS THEN
               PERFORM 0350-AFF-UTI-DEB
                  THRU 0350-AFF-UTI-FIN
               SET WS-MNU-2-INV TO TRUE
           END-IF.
       0400-AFF-MNU-2-CND-FIN.

      *-----------------------------------------------------------------
       0500-AFF-ERR-CND-DEB.
           IF WS-CTX-AFF-ERR THEN
               DISPLAY S-MSG-ERR
               SET WS-CTX-OK TO TRUE
           END-IF.
       0500-AFF-ERR-CND-FIN.
