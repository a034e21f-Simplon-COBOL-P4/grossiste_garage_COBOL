      *                                                                *
      * majmdp : permet à un utilisateur déjà identifié de changer son *
      * propre mot de passe. Le mot de passe actuel est re-vérifié de  *
      * la même façon que "letutl" le vérifie à la connexion (haché    *
      * salé sha256(sel || mot de passe), sel vide pour un ancien      *
      * compte), le nouveau est contrôlé par "ctlmdp" (longueur,       *
      * complexité, réemploi ; refus rendu en code FK) puis enregistré *
      * salé et daté par "enrmdp", qui tient l'historique.             *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; MDP=MOT DE PASSE; UTI=UTILISATEUR;            *
      * ACT=ACTUEL; NOU=NOUVEAU; VER=VERIFICATION; DEB=DEBUT; FIN=FIN; *
      * CTL=CONTROLE; ENR=ENREGISTREMENT; TYP=TYPE.                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Contrôle de la politique de mots de passe ("ctlmdp").
       01 WS-CTL-RET          PIC 9(01).
           88 WS-CTL-RET-OK                VALUE 0.

      * Enregistrement définitif ("enrmdp", type 0).
       01 WS-TYP-ENR          PIC 9(01) VALUE 0.

       LINKAGE SECTION.
       01 LK-ID-UTI           PIC 9(10).
       01 LK-MDP-UTI-ACT      PIC X(20).
           PERFORM 0100-VER-MDP-ACT-DEB
              THRU 0100-VER-MDP-ACT-FIN.

           IF LK-MAJ-RET-OK
               PERFORM 0150-CTL-MDP-NOU-DEB
                  THRU 0150-CTL-MDP-NOU-FIN
           END-IF.

           IF LK-MAJ-RET-OK
               PERFORM 0200-MAJ-MDP-DEB
                  THRU 0200-MAJ-MDP-FIN
           SELECT id_uti INTO :PG-ID-UTI
           FROM utilisateur
           WHERE id_uti = :PG-ID-UTI
           and mdp_uti = encode(digest(COALESCE(sel_uti, '')
           || :PG-MDP-UTI-ACT, 'sha256'), 'hex')
       END-EXEC.

           IF SQLCODE EQUAL 0
           END-IF.
       0100-VER-MDP-ACT-FIN.

      * Le nouveau mot de passe doit respecter la politique.
       0150-CTL-MDP-NOU-DEB.
           CALL "ctlmdp"
               USING
               LK-ID-UTI
               LK-MDP-UTI-NOU
               WS-CTL-RET
           END-CALL.

           IF NOT WS-CTL-RET-OK
               SET LK-MAJ-RET-FK-ERR TO TRUE
           END-IF.
       0150-CTL-MDP-NOU-FIN.

       0200-MAJ-MDP-DEB.
           CALL "enrmdp"
               USING
               LK-ID-UTI
               LK-MDP-UTI-NOU
               WS-TYP-ENR
               LK-MAJ-RET
           END-CALL.

           IF LK-MAJ-RET-OK
               EXEC SQL COMMIT WORK END-EXEC
               SET LK-MAJ-RET-OK TO TRUE
           ELSE
