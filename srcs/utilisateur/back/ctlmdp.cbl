      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de contrôle d'un nouveau mot de passe contre la *
      * politique de mots de passe, avant tout enregistrement :        *
      *   - longueur minimale (clé "mdp_lng_min" de parametre_secu,    *
      *     10 caractères à défaut) ;                                  *
      *   - complexité : au moins une majuscule, une minuscule et un   *
      *     chiffre ;                                                  *
      *   - pas de réemploi du mot de passe actuel ni des N derniers   *
      *     (clé "mdp_nbr_hst", 5 à défaut), conservés salés dans      *
      *     "historique_mdp". Contrôle sauté pour un compte pas encore *
      *     créé (identifiant 0).                                      *
      * Le haché est toujours sha256(sel || mot de passe), sel vide    *
      * pour un mot de passe enregistré avant la mise en place du sel. *
      * Appelé par les écrans (pour afficher le motif du refus) et par *
      * les programmes qui enregistrent un mot de passe ("majmdp",     *
      * "majuti", "ajuuti"). Lecture seule.                            *
      *                                                                *
      *                           TRIGRAMMES                           *
      * CTL=CONTROLE; MDP=MOT DE PASSE; UTI=UTILISATEUR;               *
      * IDF=IDENTIFIANT; LNG=LONGUEUR; MIN=MINIMUM; HST=HISTORIQUE;    *
      * NBR=NOMBRE; MAJ=MAJUSCULE; MNS=MINUSCULE; CHF=CHIFFRE;         *
      * CPX=COMPLEXITE; CAR=CARACTERE; IDX=INDEX; CLE=CLE;             *
      * PRM=PARAMETRE; VAL=VALEUR; RET=RETOUR.                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ctlmdp.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-UTI             PIC 9(10).
       01 PG-MDP                 PIC X(20).
       01 PG-CLE-PRM             PIC X(20).
       01 PG-VAL-PRM             PIC 9(10).
       01 PG-NBR-HST             PIC 9(02).
       01 PG-NBR-RMP             PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       77 WS-LNG-MIN             PIC 9(02).
       77 WS-LNG-MDP             PIC 9(02).
       77 WS-IDX                 PIC 9(02).
       77 WS-NBR-MAJ             PIC 9(02).
       77 WS-NBR-MNS             PIC 9(02).
       77 WS-NBR-CHF             PIC 9(02).

       01 WS-CAR                 PIC X(01).

       LINKAGE SECTION.
      * Arguments d'entrée : le compte (0 = compte en création) et le
      * mot de passe proposé.
       01 LK-IDF-UTI             PIC 9(10).
       01 LK-MDP                 PIC X(20).
      * Argument de sortie : motif du refus.
       01 LK-CTL-RET             PIC 9(01).
           88 LK-CTL-RET-OK                  VALUE 0.
           88 LK-CTL-RET-LNG                 VALUE 1.
           88 LK-CTL-RET-CPX                 VALUE 2.
           88 LK-CTL-RET-HST                 VALUE 3.
           88 LK-CTL-RET-ERR                 VALUE 9.

       PROCEDURE DIVISION USING LK-IDF-UTI,
                                LK-MDP,
                                LK-CTL-RET.

           SET LK-CTL-RET-OK TO TRUE.
           MOVE LK-IDF-UTI TO PG-IDF-UTI.
           MOVE LK-MDP     TO PG-MDP.

           PERFORM 0100-INI-PRM-DEB
              THRU 0100-INI-PRM-FIN.

           PERFORM 0200-CTL-CPX-DEB
              THRU 0200-CTL-CPX-FIN.

           IF LK-CTL-RET-OK AND PG-IDF-UTI NOT = 0
               PERFORM 0300-CTL-HST-DEB
                  THRU 0300-CTL-HST-FIN
           END-IF.

           MOVE SPACES TO PG-MDP.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Paramètres de la politique, valeurs par défaut à défaut de
      * ligne dans parametre_secu.
       0100-INI-PRM-DEB.

           MOVE 10 TO WS-LNG-MIN.
           MOVE "mdp_lng_min" TO PG-CLE-PRM.
           PERFORM 0150-LIR-PRM-DEB
              THRU 0150-LIR-PRM-FIN.
           IF SQLCODE = 0 AND PG-VAL-PRM > 0 AND PG-VAL-PRM <= 20
               MOVE PG-VAL-PRM TO WS-LNG-MIN
           END-IF.

           MOVE 5 TO PG-NBR-HST.
           MOVE "mdp_nbr_hst" TO PG-CLE-PRM.
           PERFORM 0150-LIR-PRM-DEB
              THRU 0150-LIR-PRM-FIN.
           IF SQLCODE = 0 AND PG-VAL-PRM < 100
               MOVE PG-VAL-PRM TO PG-NBR-HST
           END-IF.

       0100-INI-PRM-FIN.

      *-----------------------------------------------------------------
       0150-LIR-PRM-DEB.

           EXEC SQL
               SELECT valeur_prm INTO :PG-VAL-PRM
               FROM parametre_secu
               WHERE cle_prm = :PG-CLE-PRM
           END-EXEC.

       0150-LIR-PRM-FIN.

      *-----------------------------------------------------------------
      * Longueur et complexité, caractère par caractère.
       0200-CTL-CPX-DEB.

           MOVE 0 TO WS-NBR-MAJ.
           MOVE 0 TO WS-NBR-MNS.
           MOVE 0 TO WS-NBR-CHF.
           MOVE 0 TO WS-LNG-MDP.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 20
               MOVE LK-MDP(WS-IDX:1) TO WS-CAR
               IF WS-CAR NOT = SPACE
                   MOVE WS-IDX TO WS-LNG-MDP
               END-IF
               EVALUATE TRUE
                   WHEN WS-CAR IS NUMERIC
                       ADD 1 TO WS-NBR-CHF
                   WHEN WS-CAR = SPACE
                       CONTINUE
                   WHEN WS-CAR IS ALPHABETIC-UPPER
                       ADD 1 TO WS-NBR-MAJ
                   WHEN WS-CAR IS ALPHABETIC-LOWER
                       ADD 1 TO WS-NBR-MNS
               END-EVALUATE
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-LNG-MDP < WS-LNG-MIN
                   SET LK-CTL-RET-LNG TO TRUE
               WHEN WS-NBR-MAJ = 0 OR WS-NBR-MNS = 0 OR WS-NBR-CHF = 0
                   SET LK-CTL-RET-CPX TO TRUE
           END-EVALUATE.

       0200-CTL-CPX-FIN.

      *-----------------------------------------------------------------
      * Réemploi : mot de passe actuel du compte et N derniers de son
      * historique, chacun comparé avec son propre sel.
       0300-CTL-HST-DEB.

           MOVE 0 TO PG-NBR-RMP.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-RMP
               FROM (SELECT u.sel_uti AS sel, u.mdp_uti AS mdp
                     FROM utilisateur u
                     WHERE u.id_uti = :PG-IDF-UTI
                     UNION ALL
                     SELECT h.sel_hmd, h.mdp_hmd
                     FROM (SELECT sel_hmd, mdp_hmd
                           FROM historique_mdp
                           WHERE id_uti = :PG-IDF-UTI
                           ORDER BY date_hmd DESC, id_hmd DESC
                           LIMIT :PG-NBR-HST) h) t
               WHERE t.mdp = encode(digest(COALESCE(t.sel, '')
                                           || :PG-MDP, 'sha256'),
                                    'hex')
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET LK-CTL-RET-ERR TO TRUE
               WHEN PG-NBR-RMP > 0
                   SET LK-CTL-RET-HST TO TRUE
           END-EVALUATE.

       0300-CTL-HST-FIN.
