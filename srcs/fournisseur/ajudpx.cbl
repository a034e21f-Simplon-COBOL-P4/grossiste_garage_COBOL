      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme qui ouvre une demande de prix (table            *
      * demande_prix : id_dpx, date_dpx, statut_dpx 0 = en             *
      * préparation, 1 = envoyée, 2 = attribuée, id_entrepot_dpx dépôt *
      * à livrer, id_uti_dpx acheteur, id_fou_ret_dpx fournisseur      *
      * retenu et id_liv_dpx livraison entrante générée). Les pièces   *
      * demandées sont ajoutées par "ajudpxpie", les fournisseurs      *
      * consultés par "ajudpxfou" ; la demande est envoyée par         *
      * "edtdpx", les réponses saisies par "majrepdpx" ou importées    *
      * par "imprepdpx", comparées par "edtcmpdpx" et la réponse       *
      * retenue attribuée par "attdpx". Validé et journalisé via       *
      * "ajulog".                                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; DPX=DEMANDE DE PRIX; ENT=ENTREPOT; UTI=UTILISATEUR; *
      * CRE=CREATION; MSG=MESSAGE; TYP=TYPE; ROL=ROLE; NIV=NIVEAU;     *
      * REQ=REQUIS; RET=RETOUR; IDF=IDENTIFIANT.                       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ajudpx.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-ENT             PIC 9(10).
       01 PG-IDF-UTI             PIC 9(10).
       01 PG-IDF-DPX             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Message et type de log de la création.
       01 WS-IDF-DPX-EDT         PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "demande_prix".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : le dépôt à livrer (0 = dépôt 1) et
      * l'utilisateur connecté (acheteur, et log).
       01 LK-IDF-ENT             PIC 9(10).
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : la demande de prix créée.
       01 LK-IDF-DPX             PIC 9(10).
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-ENT,
                                LK-IDF-UTI,
                                LK-IDF-DPX,
                                LK-AJU-RET.

           MOVE 0 TO LK-IDF-DPX.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-AJU-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-CRE-DPX-DEB
                  THRU 0100-CRE-DPX-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Ouvre la demande (statut 0 : en préparation, pièces et
      * fournisseurs consultés encore modifiables) et journalise.
       0100-CRE-DPX-DEB.

           IF LK-IDF-ENT = 0
               MOVE 1 TO PG-IDF-ENT
           ELSE
               MOVE LK-IDF-ENT TO PG-IDF-ENT
           END-IF.

           MOVE LK-IDF-UTI TO PG-IDF-UTI.

           EXEC SQL
               INSERT INTO demande_prix
                   (date_dpx, statut_dpx, id_entrepot_dpx, id_uti_dpx)
               VALUES
                   (CURRENT_DATE, 0, :PG-IDF-ENT, :PG-IDF-UTI)
               RETURNING id_dpx INTO :PG-IDF-DPX
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   MOVE PG-IDF-DPX TO LK-IDF-DPX
                   SET LK-AJU-RET-OK TO TRUE

                   MOVE PG-IDF-DPX TO WS-IDF-DPX-EDT
                   STRING "demande de prix " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-DPX-EDT)
                          DELIMITED BY SIZE
                          " ouverte" DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING

                   CALL "ajulog" USING WS-MSG-LOG,
                                       WS-TYP-LOG,
                                       LK-IDF-UTI,
                                       WS-LOG-AJU-RET
                   END-CALL
               WHEN SQLSTATE = "23503"
                   EXEC SQL ROLLBACK END-EXEC
                   SET LK-AJU-RET-FK-ERR TO TRUE
               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   SET LK-AJU-RET-ERR TO TRUE
           END-EVALUATE.

       0100-CRE-DPX-FIN.
