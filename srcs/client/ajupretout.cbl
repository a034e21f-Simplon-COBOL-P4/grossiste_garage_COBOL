      *                                                                *
      * Sous-programme de prêt d'un outil (table pret_outil) : un      *
      * outil du registre ("ajuout") part chez un client avec sa date  *
      * de retour attendue. Un outil déjà dehors (prêt en cours) ne se *
      * prête pas deux fois. Le retour se saisit via "majpretout", les *
      * retards partent en relance puis en facturation de la caution.  *
      * Journalisé via "ajulog". Le prêt est inscrit dans la société   *
      * de travail (id_soc), qui facturera la caution.                 *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; PRT=PRET; OUT=OUTIL; CLI=CLIENT; DAT=DATE; DUE=DUE; *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR; NBR=NOMBRE; SOC=SOCIETE.     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-DAT-DUE             PIC X(10).
       01 PG-NBR                 PIC 9(05).
       01 PG-IDF-PRT             PIC 9(10).
      * Société de travail (G-SOC-ID), qui facturera la caution.
       01 PG-IDF-SOC             PIC 9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       COPY utiglb.

       LINKAGE SECTION.
      * Arguments d'entrée : l'outil, le client emprunteur et la
      * date de retour attendue.
       0100-CTL-PRT-FIN.

      *-----------------------------------------------------------------
      * Inscrit le prêt, daté du jour, dans la société de travail,
      * et journalise.
       0200-CRE-PRT-DEB.

           MOVE G-SOC-ID TO PG-IDF-SOC.

           EXEC SQL
               INSERT INTO pret_outil
                   (id_out, id_cli, date_pret, date_due,
                    statut_prt, id_soc)
               VALUES
                   (:PG-IDF-OUT, :PG-IDF-CLI, CURRENT_DATE,
                    CAST(:PG-DAT-DUE AS DATE), 0,
                    COALESCE(NULLIF(:PG-IDF-SOC, 0), 1))
               RETURNING id_prt_out INTO :PG-IDF-PRT
           END-EXEC.

