      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de lecture d'une société (entité juridique) :   *
      * le système peut tenir plusieurs sociétés qui partagent le      *
      * catalogue et les acheteurs mais gardent chacune leur           *
      * SIREN/SIRET, leur numérotation, leurs déclarations de TVA et   *
      * leur comptabilité. Table societe (id_soc, raison_soc,          *
      * adresse_soc, cp_soc, ville_soc, siren_soc, siret_soc,          *
      * tva_soc), la société historique portant l'identifiant 1.       *
      * Colonne id_soc (1 à défaut) sur livraison, facture, reglement, *
      * facture_fournisseur, entrepot, caisse_session et pret_outil.   *
      * Rend la raison sociale de la société demandée (0 = 1), code VI *
      * si elle n'existe pas. Appelé par "conapl" au choix de la       *
      * société et par les éditions et exports par société.            *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; SOC=SOCIETE; RAI=RAISON SOCIALE; IDF=IDENTIFIANT.    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lirsoc.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-SOC             PIC 9(02).
       01 PG-RAI-SOC             PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      * Argument d'entrée/sortie : la société demandée (0 = société
      * historique 1).
       01 LK-IDF-SOC             PIC 9(02).
      * Arguments de sortie : sa raison sociale et le code retour (VI
      * si la société n'existe pas).
       01 LK-RAI-SOC             PIC X(50).
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-SOC,
                                LK-RAI-SOC,
                                LK-LIR-RET.

           IF LK-IDF-SOC NOT NUMERIC OR LK-IDF-SOC = 0
               MOVE 1 TO LK-IDF-SOC
           END-IF.

           MOVE SPACES TO LK-RAI-SOC.

           PERFORM 0100-LIR-SOC-DEB
              THRU 0100-LIR-SOC-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * La société historique (1) répond même quand la table ne
      * porte encore qu'une ligne sans identifiant renseigné.
       0100-LIR-SOC-DEB.

           MOVE LK-IDF-SOC TO PG-IDF-SOC.

           EXEC SQL
               SELECT raison_soc
               INTO :PG-RAI-SOC
               FROM societe
               WHERE COALESCE(id_soc, 1) = :PG-IDF-SOC
               ORDER BY id_soc
               LIMIT 1
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE PG-RAI-SOC TO LK-RAI-SOC
                   SET LK-LIR-RET-OK TO TRUE
               WHEN 100
                   IF PG-IDF-SOC = 1
                       SET LK-LIR-RET-OK TO TRUE
                   ELSE
                       SET LK-LIR-RET-VID TO TRUE
                   END-IF
               WHEN OTHER
                   SET LK-LIR-RET-ERR TO TRUE
           END-EVALUATE.

       0100-LIR-SOC-FIN.
