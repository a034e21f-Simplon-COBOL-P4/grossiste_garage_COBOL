      *** TRIGRAMMES:                                                  *
      * AJOUT=AJU; CLIENT=CLI; EMAIL=EML; INDICATIF=IND; TELEPHONE=TEL;*
      * CODE-POSTAL=COP; VILLE=VIL; ADRESSE=ADR; PLF=PLAFOND;          *
      * JRN=JOURNALISER; CRE=CREATION; IDF=ID; UTI=UTILISATEUR.        *
      *                                                                *
      *** FONCTION DU PROGRAMME:                                       *
      * IL AJOUTE UN CLIENT DANS LA TABLE 'client'.
      * renvoye avec l'id/nom du doublon. Le plafond de credit        *
      * (LK-PLF-CLI) est enregistre ; le solde (encours) demarre      *
      * toujours a 0.                                                 *
      * La creation est journalisee via "ajulog" au nom de             *
      * l'utilisateur connecte ("creation du client <id>") : le        *
      * rapport de separation des taches "edtsod" s'en sert pour       *
      * savoir qui a cree le client.                                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
      * Plafond de credit accorde au client ; le solde (montant du
      * encours) demarre toujours a 0 a la creation.
       01 PG-PLF-CLI          PIC 9(08)V99.
       01 PG-IDF-CLI          PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           88 WS-ROL-RET-OK              VALUE 0.
           88 WS-ROL-RET-REF             VALUE 1.

      * Journalisation de la creation (qui a cree le client).
       01 WS-MSG-LOG          PIC X(100).
       01 WS-TYP-LOG          PIC X(12) VALUE "client".
       01 WS-IDF-CLI-EDT      PIC Z(10).
       01 WS-IDF-UTI          PIC 9(10).
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       COPY utiglb.

       LINKAGE SECTION.
      * Arguments d'entrée.
       01 LK-NOM-CLI           PIC X(80).
           VALUES (:PG-NOM-CLI, :PG-ADR-CLI, :PG-VIL-CLI, :PG-COP-CLI,
                   :PG-TEL-CLI, :PG-EML-CLI, :PG-IND-CLI,
                   :PG-PLF-CLI, 0)
           RETURNING id_cli INTO :PG-IDF-CLI
       END-EXEC.

           IF SQLCODE = 0
               SET LK-AJU-RET-OK TO TRUE
               EXEC SQL COMMIT WORK END-EXEC
               PERFORM 0250-JRN-CRE-DEB
                  THRU 0250-JRN-CRE-FIN
           ELSE
               SET LK-AJU-RET-ERR TO TRUE
           END-IF.
       0200-AJU-CLI-FIN.

      * Journalise la creation au nom de l'utilisateur connecte (0,
      * donc sans auteur, hors session interactive).
       0250-JRN-CRE-DEB.
           MOVE PG-IDF-CLI TO WS-IDF-CLI-EDT.
           MOVE SPACES TO WS-MSG-LOG.
           STRING "creation du client " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-CLI-EDT) DELIMITED BY SIZE
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
       0250-JRN-CRE-FIN.
