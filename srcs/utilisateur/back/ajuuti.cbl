      *                                                                *
      * Sous-programme prenant en entrée les informations fournies pour*
      * la création d'un utilisateur et les insère dans la table       *
      * "utilisateur" de la BDD SQL. Le mot de passe est d'abord       *
      * contrôlé par "ctlmdp" (longueur, complexité), puis enregistré  *
      * salé par "enrmdp" comme mot de passe provisoire : le nouvel    *
      * utilisateur devra le changer à sa première connexion.          *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * ajuuti=Création utilisateur, CRE=création; UTI=utilisateur     *
      * UTI=UTILISATEUR; MDP=MOT DE PASSE; ROL=ROLE;                   *
      * AFC=AFFECTATION; VAR=VARIABLE; DEB=DEBUT; INS=INSERTION;       *
      * IDF=IDENTIFIANT; CTL=CONTROLE; ENR=ENREGISTREMENT; TYP=TYPE.   *
      ****************************************************************** 
       
       
       01 PG-NOM-UTI         PIC X(20).
       01 PG-MDP-UTI         PIC X(20).
       01 PG-ROL-UTI         PIC X(14).
       01 PG-IDF-UTI         PIC 9(10).
       
       EXEC SQL END DECLARE SECTION END-EXEC.
       
      * Inclusion des codes d'erreur SQLCA.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Contrôle de la politique de mots de passe ("ctlmdp") ; compte
      * en création, donc identifiant 0 (pas d'historique).
       01 WS-IDF-NUL         PIC 9(10) VALUE 0.
       01 WS-CTL-RET         PIC 9(01).
           88 WS-CTL-RET-OK              VALUE 0.

      * Enregistrement salé du mot de passe provisoire ("enrmdp",
      * type 1).
       01 WS-TYP-ENR         PIC 9(01) VALUE 1.
       COPY majret REPLACING ==:PREFIX:== BY ==WS==.

      * Déclaration des variables du sous-programme. 
       LINKAGE SECTION. 
       01 LK-NOM-UTI         PIC X(20).
           PERFORM 0100-AFC-VAR-DEB
              THRU 0100-AFC-VAR-FIN.
       
      * Contrôle du mot de passe avant toute écriture.
           CALL "ctlmdp"
               USING
               WS-IDF-NUL
               LK-MDP-UTI
               WS-CTL-RET
           END-CALL.

           IF NOT WS-CTL-RET-OK
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

      * Insertion des variables dans la table Utilisateur 
      * la base de donnée SQL.
           PERFORM 0150-INS-SQL-DEB
                encode(digest(:PG-MDP-UTI,'sha256'),'hex'),
                :PG-ROL-UTI)
           END-EXEC 

      * Le haché non salé de l'insertion est aussitôt remplacé par le
      * haché salé, dans la même transaction.
           IF SQLCODE = 0
               EXEC SQL
                   SELECT id_uti INTO :PG-IDF-UTI
                   FROM utilisateur
                   WHERE nom_uti = :PG-NOM-UTI
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               CALL "enrmdp"
                   USING
                   PG-IDF-UTI
                   LK-MDP-UTI
                   WS-TYP-ENR
                   WS-MAJ-RET
               END-CALL
               IF NOT WS-MAJ-RET-OK
                   MOVE -1 TO SQLCODE
               END-IF
           END-IF.
               
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC 
