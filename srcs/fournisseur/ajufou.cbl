      * LK-AJU-RET-DUP est renvoye avec l'id/nom du doublon, pour que  *
      * l'ecran appelant puisse proposer a l'utilisateur de confirmer  *
      * (en rappelant avec LK-FRC-DUP = "O") ou d'annuler.             *
      * La création est journalisée via "ajulog" au nom de             *
      * l'utilisateur connecté ("creation du fournisseur <id>") : le   *
      * rapport de séparation des tâches "edtsod" s'en sert pour       *
      * savoir qui a créé le fournisseur.                              *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ADR=ADRESSE; AJU=AJOUT; CDP=CODE-POSTAL; DEP=DEPLACER;         *
      * EML=EMAIL; ERR=ERREUR; FOU=FOURNISSEUR; IND=INDICATIF;         *
      * TEL=TELEPHONE; VAR=VARIABLE; VIL=VILLE; RET=RETOUR;            *
      * DUP=DOUBLON; FRC=FORCER; VER=VERIFICATION; IDF=ID; LOG=LOG;    *
      * JRN=JOURNALISER; MSG=MESSAGE; EDT=EDITION; UTI=UTILISATEUR.    *
      ******************************************************************
       
       IDENTIFICATION DIVISION.
       01 PG-QTE-MIN               PIC 9(10).
       01 PG-IDF-DUP               PIC 9(10).
       01 PG-NOM-DUP               PIC X(50).
       01 PG-IDF-FOU               PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           88 WS-ROL-RET-OK                   VALUE 0.
           88 WS-ROL-RET-REF                  VALUE 1.

      * Journalisation de la création (qui a créé le fournisseur).
       01 WS-MSG-LOG               PIC X(100).
       01 WS-TYP-LOG               PIC X(12) VALUE "fournisseur".
       01 WS-IDF-FOU-EDT           PIC Z(10).
       01 WS-IDF-UTI               PIC 9(10).
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       COPY utiglb.

       LINKAGE SECTION.
      * Arguments d'entrée.
       01 LK-NOM                   PIC X(50).
                       delai_fou, qte_min_fou)
           VALUES (:PG-NOM, :PG-ADR, :PG-VIL, :PG-CDP, :PG-TEL, :PG-EML,
                   :PG-IND, :PG-DEL, :PG-QTE-MIN)
           RETURNING id_fou INTO :PG-IDF-FOU
       END-EXEC.

           IF SQLCODE = 0 THEN

               EXEC SQL COMMIT END-EXEC

               PERFORM 0110-JRN-CRE-DEB
                  THRU 0110-JRN-CRE-FIN

           ELSE
               SET LK-AJU-RET-ERR TO TRUE

           END-IF.
       0100-AJT-FOU-FIN.

      * Journalise la création au nom de l'utilisateur connecté (0,
      * donc sans auteur, hors session interactive).
       0110-JRN-CRE-DEB.
           MOVE PG-IDF-FOU TO WS-IDF-FOU-EDT.
           MOVE SPACES TO WS-MSG-LOG.
           STRING "creation du fournisseur " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-FOU-EDT) DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           IF G-UTI-ID IS NUMERIC
               MOVE G-UTI-ID TO WS-IDF-UTI
           ELSE
               MOVE 0 TO WS-IDF-UTI
           END-IF.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               WS-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.
       0110-JRN-CRE-FIN.

      * Recherche d'un fournisseur existant (non archive) avec le meme
      * nom, la meme ville et le meme code postal, a la casse pres.
       0090-VER-DUP-DEB.
