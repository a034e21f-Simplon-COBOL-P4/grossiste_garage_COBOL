      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Ecran d'administration des rôles et de la matrice des droits : *
      * affiche, pour le rôle saisi, le niveau accordé sur chaque      *
      * fonction du catalogue "fctapp" (via "lirrfc", 20 fonctions par *
      * page), fixe le niveau d'une fonction (action N : 0 consultation*
      * 1 mise à jour, 2 suppression / administration, "-" retire la   *
      * fonction), crée un rôle (action C, Valeur = libellé) et        *
      * supprime un rôle (action S, avec confirmation ; STANDARD et    *
      * CONSULTATION reviennent alors aux droits par défaut), via      *
      * "majrfc". Accessible depuis le menu administrateur "ecradm".   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; RLE=ROLE; FCT=FONCTION; NIV=NIVEAU; LIB=LIBELLE;    *
      * PAG=PAGE; NBR=NOMBRE; CHX=CHOIX; CFM=CONFIRMER; SAI=SAISIE;    *
      * VAL=VALEUR; BCL=BOUCLE; AFF=AFFICHAGE; LIN=LIGNE; IDX=INDEX;   *
      * NTT=ENTETE; UND=UNDERSCORE; CND=CONDITION; ERR=ERREUR;         *
      * SUC=SUCCES; CRE=CREER; SUP=SUPPRIMER; VID=VIDE; COL=COLONNE;   *
      * DEB=DEBUT; ACT=ACTION; TYP=TYPE.                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrrle.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY fctapp.

      * Droits du rôle affiché (via "lirrfc"), dans l'ordre du
      * catalogue.
       01 WS-LIB-RLE             PIC X(40).
       01 WS-TAB-NIV.
           05 WS-NIV             PIC X(01) OCCURS 94 TIMES.

       01 WS-UND-LIN             PIC X(78) VALUE ALL "_".

       01 WS-NTT-LIN.
           05 FILLER             PIC X(07) VALUE "Role : ".
           05 WS-NTT-RLE         PIC X(14).
           05 FILLER             PIC X(03) VALUE " - ".
           05 WS-NTT-LIB         PIC X(40).
           05 FILLER             PIC X(06) VALUE " Page ".
           05 WS-NTT-PAG         PIC 9(01).
           05 FILLER             PIC X(01) VALUE "/".
           05 WS-NTT-NBR-PAG     PIC 9(01).

       01 WS-FCT-LIN.
           05 WS-FCT-LIN-COD     PIC X(06).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-FCT-LIN-NIV     PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-FCT-LIN-LIB     PIC X(28).

       77 WS-MAX-LIN             PIC 9(02) VALUE 20.
       77 WS-NBR-PAG             PIC 9(01).
       77 WS-LIN-IDX             PIC 9(02).
       77 WS-COL-IDX             PIC 9(02).
       77 WS-IDX                 PIC 9(03).
       77 WS-IDX-DEB             PIC 9(03).
       77 WS-IDX-FIN             PIC 9(03).

       01 WS-CHX                 PIC X(01) VALUE SPACE.
           88 WS-CHX-VID                  VALUE " ".
           88 WS-CHX-NIV                  VALUE "N", "n".
           88 WS-CHX-CRE                  VALUE "C", "c".
           88 WS-CHX-SUP                  VALUE "S", "s".

       01 WS-RLE-SAI             PIC X(14).
       01 WS-FCT-SAI             PIC X(06).
       01 WS-PAG-SAI             PIC 9(01).
       01 WS-VAL-SAI             PIC X(40).

      * Action transmise à "majrfc" (1 niveau, 2 création,
      * 3 suppression).
       01 WS-TYP-ACT             PIC 9(01).

      * Confirmation de la suppression d'un rôle (même idiome que
      * "ecrgesuti").
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
           "Role inconnu (ni predefini, ni cree dans la matrice)".

       01 WS-ERR-RLE             PIC X(76) VALUE
           "Le role est obligatoire pour cette action".

       01 WS-ERR-FCT             PIC X(76) VALUE
           "La fonction est obligatoire pour cette action".

       01 WS-ERR-VAL             PIC X(76) VALUE
           "La valeur (niveau ou libelle du role) est requise".

       01 WS-ERR-FK              PIC X(76) VALUE
           "Fonction ou niveau inconnu, role absent ou encore attribue".

       01 WS-ERR-EXI             PIC X(76) VALUE
           "Role ADMIN non modifiable ou role deja existant".

       01 WS-ERR-ANL             PIC X(76) VALUE
           "Action annulee".

       01 WS-SUC-NIV             PIC X(76) VALUE
           "Droit du role modifie".

       01 WS-SUC-CRE             PIC X(76) VALUE
           "Role cree, sans droit : ajoutez ses fonctions (action N)".

       01 WS-SUC-SUP             PIC X(76) VALUE
           "Role supprime (role predefini : droits par defaut)".

       01 WS-ERR-SQL             PIC X(76) VALUE
           "Une erreur est survenue durant la requete".

       COPY lirret REPLACING ==:PREFIX:== BY ==WS==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS==.
       COPY majretmsg REPLACING ==:PREFIX:== BY ==WS==.

       COPY ctxerr.

       COPY utiglb.

       SCREEN SECTION.
       COPY ecrprn.
       01 S-MNU-RLE.
           COPY ecrutlin.
           05 LINE 06 COL 03 VALUE "Roles et droits".
           05 LINE 08 COL 02 FROM WS-UND-LIN.
           05 LINE 10 COL 02 FROM WS-UND-LIN.
           05 LINE 21 COL 02 FROM WS-UND-LIN.
           05 LINE 22.
               10 COL 03 VALUE "Action [".
               10 COL 11 PIC X(01) USING WS-CHX.
               10 COL 12 VALUE "]".
               10 COL 14 VALUE "Role [".
               10 COL 20 PIC X(14) USING WS-RLE-SAI.
               10 COL 34 VALUE "]".
               10 COL 36 VALUE "Fonction [".
               10 COL 46 PIC X(06) USING WS-FCT-SAI.
               10 COL 52 VALUE "]".
               10 COL 54 VALUE "Page [".
               10 COL 60 PIC 9(01) USING WS-PAG-SAI.
               10 COL 61 VALUE "]".
           05 LINE 23.
               10 COL 03 VALUE "Valeur [".
               10 COL 11 PIC X(40) USING WS-VAL-SAI.
               10 COL 51 VALUE "]".
               10 COL 53 VALUE "0=consult. 1=maj 2=suppr.".
           05 LINE 24 COL 03 VALUE
               "vide=afficher  N=niveau (- = retirer)  C=creer  "
               & "S=supprimer  autre=retour".

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
           MOVE 1 TO WS-PAG-SAI.
           DIVIDE WS-FCT-NBE BY WS-MAX-LIN GIVING WS-NBR-PAG.
           IF WS-NBR-PAG * WS-MAX-LIN < WS-FCT-NBE
               ADD 1 TO WS-NBR-PAG
           END-IF.

           PERFORM UNTIL WS-ETT-BCL-FIN
               DISPLAY S-FND-ECR

               PERFORM 0500-AFF-ERR-CND-DEB
                  THRU 0500-AFF-ERR-CND-FIN

               PERFORM 0400-AFF-MNU-2-CND-DEB
                  THRU 0400-AFF-MNU-2-CND-FIN

               ACCEPT S-MNU-RLE
               MOVE FUNCTION UPPER-CASE (WS-RLE-SAI) TO WS-RLE-SAI
               MOVE FUNCTION UPPER-CASE (WS-FCT-SAI) TO WS-FCT-SAI

               IF WS-PAG-SAI = 0 OR WS-PAG-SAI > WS-NBR-PAG
                   MOVE 1 TO WS-PAG-SAI
               END-IF

               EVALUATE TRUE
                   WHEN WS-CHX-VID
                       PERFORM 0100-APL-LEC-RLE-DEB
                          THRU 0100-APL-LEC-RLE-FIN
                   WHEN WS-CHX-NIV
                       MOVE 1 TO WS-TYP-ACT
                       PERFORM 0200-APL-ACT-RLE-DEB
                          THRU 0200-APL-ACT-RLE-FIN
                   WHEN WS-CHX-CRE
                       MOVE 2 TO WS-TYP-ACT
                       PERFORM 0200-APL-ACT-RLE-DEB
                          THRU 0200-APL-ACT-RLE-FIN
                   WHEN WS-CHX-SUP
                       MOVE 3 TO WS-TYP-ACT
                       PERFORM 0200-APL-ACT-RLE-DEB
                          THRU 0200-APL-ACT-RLE-FIN
                   WHEN OTHER
                       SET WS-ETT-BCL-FIN TO TRUE
               END-EVALUATE
               MOVE SPACE  TO WS-CHX
               MOVE SPACES TO WS-VAL-SAI
           END-PERFORM.
       0050-BCL-FIN.

      *-----------------------------------------------------------------
      * Lecture des droits du rôle saisi.
       0100-APL-LEC-RLE-DEB.
           IF WS-RLE-SAI = SPACES
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-RLE TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           CALL "lirrfc"
               USING
               WS-RLE-SAI
               WS-LIB-RLE
               WS-TAB-NIV
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
       0100-APL-LEC-RLE-FIN.

      *-----------------------------------------------------------------
      * Actions portées par "majrfc", après contrôle des saisies et,
      * pour une suppression, confirmation.
       0200-APL-ACT-RLE-DEB.
           SET WS-CTX-AFF-ERR TO TRUE.

           IF WS-RLE-SAI = SPACES
               MOVE WS-ERR-RLE TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           IF WS-FCT-SAI = SPACES AND WS-TYP-ACT = 1
               MOVE WS-ERR-FCT TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           IF WS-VAL-SAI = SPACES AND WS-TYP-ACT = 2
               MOVE WS-ERR-VAL TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           IF WS-TYP-ACT = 3
               PERFORM 0300-CFM-ACT-DEB
                  THRU 0300-CFM-ACT-FIN
               IF NOT WS-CHX-CFM-OUI
                   MOVE WS-ERR-ANL TO WS-MSG-ERR
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           CALL "majrfc"
               USING
               WS-TYP-ACT
               WS-RLE-SAI
               WS-FCT-SAI
               WS-VAL-SAI
               WS-MAJ-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-MAJ-RET-OK
                   PERFORM 0100-APL-LEC-RLE-DEB
                      THRU 0100-APL-LEC-RLE-FIN
                   SET WS-CTX-AFF-ERR TO TRUE
                   EVALUATE WS-TYP-ACT
                       WHEN 1
                           MOVE WS-SUC-NIV TO WS-MSG-ERR
                       WHEN 2
                           MOVE WS-SUC-CRE TO WS-MSG-ERR
                       WHEN 3
                           MOVE WS-SUC-SUP TO WS-MSG-ERR
                   END-EVALUATE
               WHEN WS-MAJ-RET-FK-ERR
                   MOVE WS-ERR-FK TO WS-MSG-ERR
               WHEN WS-MAJ-RET-ROL-ERR
                   MOVE WS-MSG-MAJ-ROL-ERR TO WS-MSG-ERR
               WHEN WS-MAJ-RET-ERR
                   MOVE WS-ERR-EXI TO WS-MSG-ERR
               WHEN OTHER
                   MOVE WS-MSG-MAJ-ERR TO WS-MSG-ERR
           END-EVALUATE.
       0200-APL-ACT-RLE-FIN.

      *-----------------------------------------------------------------
       0300-CFM-ACT-DEB.
           MOVE SPACE TO WS-CHX-CFM.

           DISPLAY "Le role et ses droits seront supprimes."
               AT LINE 22 COL 03.
           DISPLAY "Confirmer ?  1 - Oui    2 - Non" AT LINE 23 COL 03.
           ACCEPT WS-CHX-CFM AT LINE 23 COL 36.

           DISPLAY WS-VID AT LINE 22 COL 03.
           DISPLAY WS-VID AT LINE 23 COL 03.
       0300-CFM-ACT-FIN.

      *-----------------------------------------------------------------
      * Page demandée de la matrice, sur deux colonnes de 10 lignes ;
      * niveau "-" = fonction non accordée.
       0350-AFF-RLE-DEB.
           MOVE WS-RLE-SAI    TO WS-NTT-RLE.
           MOVE WS-LIB-RLE    TO WS-NTT-LIB.
           MOVE WS-PAG-SAI    TO WS-NTT-PAG.
           MOVE WS-NBR-PAG    TO WS-NTT-NBR-PAG.
           DISPLAY WS-NTT-LIN AT LINE 09 COLUMN 2.

           COMPUTE WS-IDX-DEB = (WS-PAG-SAI - 1) * WS-MAX-LIN + 1.
           COMPUTE WS-IDX-FIN = WS-IDX-DEB + WS-MAX-LIN - 1.
           IF WS-IDX-FIN > WS-FCT-NBE
               MOVE WS-FCT-NBE TO WS-IDX-FIN
           END-IF.

           MOVE 11 TO WS-LIN-IDX.
           MOVE 2  TO WS-COL-IDX.

           PERFORM VARYING WS-IDX FROM WS-IDX-DEB BY 1
                   UNTIL WS-IDX > WS-IDX-FIN

               MOVE WS-FCT-COD(WS-IDX) TO WS-FCT-LIN-COD
               MOVE WS-FCT-LIB(WS-IDX) TO WS-FCT-LIN-LIB
               IF WS-NIV(WS-IDX) = SPACE
                   MOVE "-" TO WS-FCT-LIN-NIV
               ELSE
                   MOVE WS-NIV(WS-IDX) TO WS-FCT-LIN-NIV
               END-IF

               DISPLAY WS-FCT-LIN AT LINE WS-LIN-IDX COLUMN WS-COL-IDX

               ADD 1 TO WS-LIN-IDX
               IF WS-LIN-IDX > 20
                   MOVE 11 TO WS-LIN-IDX
                   MOVE 41 TO WS-COL-IDX
               END-IF
           END-PERFORM.
       0350-AFF-RLE-FIN.

      *-----------------------------------------------------------------
       0400-AFF-MNU-2-CND-DEB.
           IF WS-MNU-2-VIS THEN
               PERFORM 0350-AFF-RLE-DEB
                  THRU 0350-AFF-RLE-FIN
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
