      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme des actions d'administration des comptes        *
      * utilisateurs : changement de rôle (ADMIN, STANDARD,            *
      * CONSULTATION ou rôle de la matrice des droits "role_app"),     *
      * réinitialisation d'un mot de passe oublié                      *
      * (contrôlé par "ctlmdp", enregistré salé et provisoire par      *
      * "enrmdp" : à changer à la prochaine connexion ; verrou et      *
      * compteur de tentatives remis à zéro ; refus de la politique    *
      * rendu en code FK), désactivation d'un compte (desactive_le_uti *
      * renseigné, la ligne est conservée pour que son id_uti reste    *
      * valable sur les logs et documents historiques ; ses sessions   *
      * actives sont mises en déconnexion forcée, constatée par        *
      * "verses") et réactivation. La levée d'un verrou passe par      *
      * "majses". Un administrateur ne peut ni changer son propre rôle *
      * ni désactiver son propre compte. Réservé au rôle ADMIN         *
      * ("verrol"), chaque action journalisée via "ajulog" (jamais le  *
      * mot de passe).                                                 *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; UTI=UTILISATEUR; ACT=ACTION; RLE=ROLE;        *
      * MDP=MOT DE PASSE; DSA=DESACTIVER; RCT=REACTIVER; VAL=VALEUR;   *
      * IDF=IDENTIFIANT; ROL=ROLE; MSG=MESSAGE; LOG=LOG; EDT=EDITION;  *
      * CTL=CONTROLE; ENR=ENREGISTREMENT; TYP=TYPE; NUL=NUL;           *
      * NBR=NOMBRE.                                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majuti.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Contrôle de rôle : actions réservées aux administrateurs.
       01 WS-NIV-REQ             PIC 9(01) VALUE 1.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK               VALUE 0.
           88 WS-ROL-RET-REF              VALUE 1.

       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "UTILISATEUR".
       01 WS-IDF-EDT             PIC Z(10).

       COPY ajuret REPLACING ==:PREFIX:== BY ==WS==.

      * Mot de passe provisoire : contrôle de longueur et complexité
      * ("ctlmdp", sans historique) et enregistrement salé ("enrmdp",
      * type 1).
       01 WS-IDF-NUL             PIC 9(10) VALUE 0.
       01 WS-CTL-RET             PIC 9(01).
           88 WS-CTL-RET-OK               VALUE 0.
       01 WS-TYP-ENR             PIC 9(01) VALUE 1.

       COPY utiglb.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF                 PIC 9(10).
       01 PG-RLE                 PIC X(14).
       01 PG-NBR-RLE             PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      * Action demandée sur le compte LK-IDF (id_uti) : 1 = changer le
      * rôle (LK-VAL = nouveau rôle), 2 = réinitialiser le mot de
      * passe (LK-VAL = mot de passe provisoire), 3 = désactiver,
      * 4 = réactiver.
       01 LK-TYP-ACT             PIC 9(01).
           88 LK-ACT-RLE                     VALUE 1.
           88 LK-ACT-MDP                     VALUE 2.
           88 LK-ACT-DSA                     VALUE 3.
           88 LK-ACT-RCT                     VALUE 4.
       01 LK-IDF                 PIC 9(10).
       01 LK-VAL                 PIC X(20).
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-TYP-ACT,
                                LK-IDF,
                                LK-VAL,
                                LK-MAJ-RET.

           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

      * Garde-fou : l'administrateur connecté ne peut pas se retirer
      * lui-même ses droits ni se fermer son propre accès.
           IF LK-IDF = G-UTI-ID AND (LK-ACT-RLE OR LK-ACT-DSA)
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE LK-IDF TO PG-IDF.
           MOVE LK-IDF TO WS-IDF-EDT.

           EVALUATE TRUE
               WHEN LK-ACT-RLE
                   PERFORM 0100-MAJ-RLE-DEB
                      THRU 0100-MAJ-RLE-FIN
               WHEN LK-ACT-MDP
                   PERFORM 0200-MAJ-MDP-DEB
                      THRU 0200-MAJ-MDP-FIN
               WHEN LK-ACT-DSA
                   PERFORM 0300-DSA-UTI-DEB
                      THRU 0300-DSA-UTI-FIN
               WHEN LK-ACT-RCT
                   PERFORM 0400-RCT-UTI-DEB
                      THRU 0400-RCT-UTI-FIN
               WHEN OTHER
                   SET LK-MAJ-RET-ERR TO TRUE
           END-EVALUATE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Changement de rôle : rôles prédéfinis (ADMIN, STANDARD,
      * CONSULTATION) ou rôle créé dans la matrice des droits
      * ("role_app").
       0100-MAJ-RLE-DEB.

           MOVE FUNCTION UPPER-CASE (LK-VAL) TO PG-RLE.

           IF PG-RLE NOT = "ADMIN" AND PG-RLE NOT = "STANDARD"
                   AND PG-RLE NOT = "CONSULTATION"
               EXEC SQL
                   SELECT COUNT(*) INTO :PG-NBR-RLE
                   FROM role_app
                   WHERE code_rle = :PG-RLE
               END-EXEC
               IF SQLCODE NOT = 0 OR PG-NBR-RLE = 0
                   SET LK-MAJ-RET-FK-ERR TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EXEC SQL
               UPDATE utilisateur
               SET role_uti = :PG-RLE
               WHERE id_uti = :PG-IDF
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               SET LK-MAJ-RET-OK TO TRUE

               STRING "Compte " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                      " : role passe a " DELIMITED BY SIZE
                      FUNCTION TRIM (PG-RLE) DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING

               PERFORM 0500-APL-LOG-DEB
                  THRU 0500-APL-LOG-FIN
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0100-MAJ-RLE-FIN.

      *-----------------------------------------------------------------
      * Réinitialisation d'un mot de passe oublié : le mot de passe
      * provisoire remplace l'ancien et le compte est déverrouillé.
       0200-MAJ-MDP-DEB.

           IF LK-VAL = SPACES
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           CALL "ctlmdp"
               USING
               WS-IDF-NUL
               LK-VAL
               WS-CTL-RET
           END-CALL.

           IF NOT WS-CTL-RET-OK
               SET LK-MAJ-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE utilisateur
               SET tentatives_uti = 0,
                   verrouille_jusqua_uti = NULL
               WHERE id_uti = :PG-IDF
           END-EXEC.

           IF SQLCODE = 0
               CALL "enrmdp"
                   USING
                   PG-IDF
                   LK-VAL
                   WS-TYP-ENR
                   LK-MAJ-RET
               END-CALL
           ELSE
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

           IF LK-MAJ-RET-OK
               EXEC SQL COMMIT END-EXEC
               SET LK-MAJ-RET-OK TO TRUE

               STRING "Compte " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                      " : mot de passe reinitialise." DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING

               PERFORM 0500-APL-LOG-DEB
                  THRU 0500-APL-LOG-FIN
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0200-MAJ-MDP-FIN.

      *-----------------------------------------------------------------
      * Désactivation d'un départ : la ligne reste en base, la
      * connexion est refusée par "letutl" et les sessions encore
      * ouvertes sont coupées au prochain passage dans le menu.
       0300-DSA-UTI-DEB.

           EXEC SQL
               UPDATE utilisateur
               SET desactive_le_uti = CURRENT_TIMESTAMP
               WHERE id_uti = :PG-IDF
                 AND desactive_le_uti IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE session_uti
               SET statut_ses = 2
               WHERE id_uti = :PG-IDF
                 AND statut_ses = 0
           END-EXEC.

           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL COMMIT END-EXEC
               SET LK-MAJ-RET-OK TO TRUE

               STRING "Compte " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                      " : desactive." DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING

               PERFORM 0500-APL-LOG-DEB
                  THRU 0500-APL-LOG-FIN
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0300-DSA-UTI-FIN.

      *-----------------------------------------------------------------
      * Réactivation d'un compte désactivé par erreur ou d'un retour.
       0400-RCT-UTI-DEB.

           EXEC SQL
               UPDATE utilisateur
               SET desactive_le_uti = NULL,
                   tentatives_uti = 0,
                   verrouille_jusqua_uti = NULL
               WHERE id_uti = :PG-IDF
                 AND desactive_le_uti IS NOT NULL
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               SET LK-MAJ-RET-OK TO TRUE

               STRING "Compte " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                      " : reactive." DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING

               PERFORM 0500-APL-LOG-DEB
                  THRU 0500-APL-LOG-FIN
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0400-RCT-UTI-FIN.

      *-----------------------------------------------------------------
       0500-APL-LOG-DEB.

           CALL "ajulog"
               USING
               WS-MSG-LOG
               WS-TYP-LOG
               G-UTI-ID
               WS-AJU-RET
           END-CALL.

       0500-APL-LOG-FIN.
