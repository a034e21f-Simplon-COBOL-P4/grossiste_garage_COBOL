      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme d'enregistrement d'un mot de passe : tire un sel*
      * propre au compte (sel_uti, 16 caractères hexadécimaux), stocke *
      * mdp_uti = sha256(sel || mot de passe), date le changement      *
      * (mdp_maj_le_uti), ajoute le haché salé à "historique_mdp" et   *
      * n'y garde que les N derniers (clé "mdp_nbr_hst" de             *
      * parametre_secu, 5 à défaut). Type d'enregistrement :           *
      *   0 = définitif (changement par l'utilisateur lui-même) ;      *
      *   1 = provisoire (création ou réinitialisation par un          *
      *       administrateur) : mdp_maj_le_uti laissé à NULL, le       *
      *       changement sera exigé à la prochaine connexion ;         *
      *   2 = migration d'un ancien haché non salé à la connexion :    *
      *       la date de changement est conservée (ou posée à          *
      *       maintenant si elle manque), rien n'est exigé.            *
      * Ni COMMIT ni ROLLBACK ici : l'appelant valide ou annule.       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ENR=ENREGISTRER; MDP=MOT DE PASSE; UTI=UTILISATEUR;            *
      * IDF=IDENTIFIANT; SEL=SEL; TYP=TYPE; DEF=DEFINITIF;             *
      * PRV=PROVISOIRE; MIG=MIGRATION; HST=HISTORIQUE; NBR=NOMBRE;     *
      * CLE=CLE; PRM=PARAMETRE; VAL=VALEUR.                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. enrmdp.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-UTI             PIC 9(10).
       01 PG-MDP                 PIC X(20).
       01 PG-SEL                 PIC X(16).
       01 PG-TYP-ENR             PIC 9(01).
       01 PG-VAL-PRM             PIC 9(10).
       01 PG-NBR-HST             PIC 9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      * Arguments d'entrée : le compte, le mot de passe en clair et le
      * type d'enregistrement.
       01 LK-IDF-UTI             PIC 9(10).
       01 LK-MDP                 PIC X(20).
       01 LK-TYP-ENR             PIC 9(01).
           88 LK-ENR-DEF                     VALUE 0.
           88 LK-ENR-PRV                     VALUE 1.
           88 LK-ENR-MIG                     VALUE 2.
      * Argument de sortie.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-UTI,
                                LK-MDP,
                                LK-TYP-ENR,
                                LK-MAJ-RET.

           MOVE LK-IDF-UTI TO PG-IDF-UTI.
           MOVE LK-MDP     TO PG-MDP.
           MOVE LK-TYP-ENR TO PG-TYP-ENR.
           SET LK-MAJ-RET-OK TO TRUE.

           PERFORM 0100-MAJ-MDP-DEB
              THRU 0100-MAJ-MDP-FIN.

           MOVE SPACES TO PG-MDP.

           IF LK-MAJ-RET-OK
               PERFORM 0200-MAJ-HST-DEB
                  THRU 0200-MAJ-HST-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Nouveau sel, haché salé et date de changement selon le type.
       0100-MAJ-MDP-DEB.

           EXEC SQL
               SELECT encode(gen_random_bytes(8), 'hex')
               INTO :PG-SEL
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE utilisateur
               SET sel_uti = :PG-SEL,
                   mdp_uti = encode(digest(:PG-SEL || :PG-MDP,
                                           'sha256'), 'hex'),
                   mdp_maj_le_uti =
                       CASE :PG-TYP-ENR
                           WHEN 0 THEN CURRENT_TIMESTAMP
                           WHEN 1 THEN NULL
                           ELSE COALESCE(mdp_maj_le_uti,
                                         CURRENT_TIMESTAMP)
                       END
               WHERE id_uti = :PG-IDF-UTI
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0100-MAJ-MDP-FIN.

      *-----------------------------------------------------------------
      * Historique des hachés salés, limité aux N derniers.
       0200-MAJ-HST-DEB.

           MOVE 5 TO PG-NBR-HST.

           EXEC SQL
               SELECT valeur_prm INTO :PG-VAL-PRM
               FROM parametre_secu
               WHERE cle_prm = 'mdp_nbr_hst'
           END-EXEC.

           IF SQLCODE = 0 AND PG-VAL-PRM < 100
               MOVE PG-VAL-PRM TO PG-NBR-HST
           END-IF.

           EXEC SQL
               INSERT INTO historique_mdp
                   (id_uti, sel_hmd, mdp_hmd, date_hmd)
               SELECT id_uti, sel_uti, mdp_uti, CURRENT_TIMESTAMP
               FROM utilisateur
               WHERE id_uti = :PG-IDF-UTI
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               DELETE FROM historique_mdp
               WHERE id_uti = :PG-IDF-UTI
                 AND id_hmd NOT IN
                     (SELECT id_hmd
                      FROM historique_mdp
                      WHERE id_uti = :PG-IDF-UTI
                      ORDER BY date_hmd DESC, id_hmd DESC
                      LIMIT :PG-NBR-HST)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0200-MAJ-HST-FIN.
