      * MOT DE PASSE=MDP; ROLE=RLE; UTILISATEUR=UTL; LECTURE=LET;
      * DEPLACE=DEP; VARIABLE=VAR; RETOURNE=RET; DONNEES=DON;
      * IDENTIFIANT=ID; TENTATIVE=TNT; VERROUILLE=VER; JUSQUA=JSQ;
      * EXPIRE=EXP; MIGRATION=MIG; SEL=SEL; ENREGISTREMENT=ENR;
      * DUREE DE VIE=DUR; PARAMETRE=PRM; VALEUR=VAL; TYPE=TYP;

      *** FONCTION DU PROGRAMME:
      * IL RETOURNE TOUTES LES DONNÉES DE L'UTILISATEUR DANS LA
      * tous les deux LK-LIR-RET-ERR (le detail n'est pas remonte a
      * l'ecran de connexion, pour ne pas laisser deviner si le
      * compte existe).
      * Un compte desactive par l'administrateur (desactive_le_uti
      * renseigne, via "majuti") est refuse de la meme facon : la
      * ligne est conservee pour l'historique mais ne connecte plus.
      *
      * Le mot de passe est compare sale : sha256(sel_uti || mot de
      * passe), sel vide pour un compte enregistre avant la mise en
      * place du sel. Un tel compte est migre a sa premiere connexion
      * reussie (nouveau sel tire par "enrmdp", sans changement exige).
      * LK-MDP-EXP rend 1 quand le mot de passe est provisoire
      * (mdp_maj_le_uti a NULL apres creation ou reinitialisation par
      * l'administrateur) ou plus vieux que la duree de vie configuree
      * (cle "mdp_duree_vie" de parametre_secu, en jours, 90 a defaut,
      * 0 = pas d'expiration) : "conapl" impose alors le changement.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. letutl.
      * alignes sur les "3 tentatives" deja affichees par conapl.
       01 PG-TNT-MAX      PIC 9(02) VALUE 3.
       01 PG-VER-DUREE    PIC X(20) VALUE '15 minutes'.
       01 PG-DUR-VIE      PIC 9(05).
       01 PG-VAL-PRM      PIC 9(10).
       01 PG-MIG-MDP      PIC 9(01).
       01 PG-MDP-EXP      PIC 9(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Migration d'un ancien mot de passe non sale ("enrmdp",
      * type 2).
       01 WS-TYP-ENR      PIC 9(01) VALUE 2.
       COPY majret REPLACING ==:PREFIX:== BY ==WS==.

       LINKAGE SECTION.
       01 LK-NOM-UTL      PIC X(20).
       01 LK-MDP-UTL      PIC X(20).
       01 LK-RLE-UTL      PIC X(14).
       01 LK-ID-UTL       PIC 9(10).
       01 LK-MDP-EXP      PIC 9(01).

       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

                                LK-MDP-UTL,
                                LK-RLE-UTL,
                                LK-ID-UTL,
                                LK-MDP-EXP,
                                LK-LIR-RET.

      * RETOURNE LES DONNEES.
       0100-RET-DON-DEB.
           MOVE LK-NOM-UTL TO PG-NOM-UTL.
           MOVE LK-MDP-UTL TO PG-MDP-UTL.
           MOVE 0 TO PG-MDP-EXP.

           PERFORM 0150-LIR-DUR-VIE-DEB
              THRU 0150-LIR-DUR-VIE-FIN.

      * Identifiant/mot de passe corrects, compte non verrouille et
      * non desactive.
       EXEC SQL
           SELECT id_uti, nom_uti, role_uti,
                  CASE WHEN sel_uti IS NULL THEN 1 ELSE 0 END,
                  CASE WHEN mdp_maj_le_uti IS NULL
                       THEN CASE WHEN sel_uti IS NULL THEN 0
                                 ELSE 1 END
                       WHEN :PG-DUR-VIE > 0
                        and mdp_maj_le_uti + :PG-DUR-VIE
                            * INTERVAL '1 day' < CURRENT_TIMESTAMP
                       THEN 1
                       ELSE 0
                  END
           INTO :PG-ID-UTL, :PG-NOM-UTL, :PG-RLE-UTL,
                :PG-MIG-MDP, :PG-MDP-EXP
           FROM utilisateur
           WHERE nom_uti = :PG-NOM-UTL
           and mdp_uti = encode(digest(COALESCE(sel_uti, '')
           || :PG-MDP-UTL, 'sha256'), 'hex')
           and (verrouille_jusqua_uti IS NULL
                or verrouille_jusqua_uti <= CURRENT_TIMESTAMP)
           and desactive_le_uti IS NULL
       END-EXEC.

           IF SQLCODE EQUAL 0
               PERFORM 0300-RAZ-TNT-DEB
                  THRU 0300-RAZ-TNT-FIN
               IF PG-MIG-MDP = 1
                   PERFORM 0350-MIG-MDP-DEB
                      THRU 0350-MIG-MDP-FIN
               END-IF
               SET LK-LIR-RET-OK TO TRUE
           ELSE
               PERFORM 0400-INC-TNT-DEB
       EXEC SQL COMMIT WORK END-EXEC.
       0100-RET-DON-FIN.

      * Duree de vie des mots de passe, en jours.
       0150-LIR-DUR-VIE-DEB.
           MOVE 90 TO PG-DUR-VIE.
       EXEC SQL
           SELECT valeur_prm INTO :PG-VAL-PRM
           FROM parametre_secu
           WHERE cle_prm = 'mdp_duree_vie'
       END-EXEC.
           IF SQLCODE EQUAL 0 AND PG-VAL-PRM < 100000
               MOVE PG-VAL-PRM TO PG-DUR-VIE
           END-IF.
       0150-LIR-DUR-VIE-FIN.

       0200-DEP-LES-VAR-DEB.
           MOVE PG-ID-UTL    TO LK-ID-UTL.
           MOVE PG-NOM-UTL   TO LK-NOM-UTL.
           MOVE PG-RLE-UTL   TO LK-RLE-UTL.
           MOVE PG-MDP-EXP   TO LK-MDP-EXP.
       0200-DEP-LES-VAR-FIN.

      * Connexion reussie : on remet le compteur de tentatives a zero
       END-EXEC.
       0300-RAZ-TNT-FIN.

      * Ancien mot de passe non sale : re-enregistre sale avec le mot
      * de passe qui vient d'etre verifie. Un echec ne bloque pas la
      * connexion, la migration sera retentee a la suivante.
       0350-MIG-MDP-DEB.
           CALL "enrmdp"
               USING
               PG-ID-UTL
               LK-MDP-UTL
               WS-TYP-ENR
               WS-MAJ-RET
           END-CALL.
       0350-MIG-MDP-FIN.

      * Connexion refusee : on incremente le compteur de tentatives de
      * ce compte et on le verrouille pour PG-VER-DUREE une fois
      * PG-TNT-MAX atteint. Si le compte est deja verrouille, on ne
